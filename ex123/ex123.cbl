      *****************************************************************
      * Program name:    PGM123
      *
      * Original author: DEFAY E.
      *
      * Purpose : CHAINCTL validator, run in the afternoon after the
      *           chain definition is edited, before PGM016 meets it
      *           at night. Every step is checked :
      *           - its program against the PGMREG registry of the
      *             known programs, and its CC-PARM tokens (the way
      *             PGM016 delivers them, one per ACCEPT) against
      *             the number and the kinds of parameters the
      *             registry expects : N numeric, D date AAAAMMJJ,
      *             A any, each with a maximum length;
      *           - CC-MAXRC and CC-RETRY numeric, CC-DAYS a
      *             condition that can be true (blank, DAILY, LBD or
      *             weekday digits 1 to 7);
      *           - CC-PRED naming a step of the chain, once, that
      *             runs before it : no self or circular dependency,
      *             no dependency between two streams running in
      *             parallel (PGM016 does not wait for it);
      *           - the streams : one tag kept within one parallel
      *             group (between two join points), at most five
      *             streams in a group, a program once per stream;
      *           - an approval gate (CC-TYPE 'G') : not a program,
      *             so not looked up in the registry, but its CC-PARM
      *             must carry an authority level 1 to 9, a cutoff
      *             HHMM and a control-total source PGM126 can tie
      *             (PAYTOTALS, XTRFOUT or none), and it must stay
      *             out of the streams.
      *           The order the steps would run on PJ-RUNDATE (the
      *           run day conditions of that date, every step
      *           assumed to end within its max RC) is then printed,
      *           streams, join points and held steps included.
      *           Any error refuses the file with RC 8, a warning
      *           gives RC 4. FILERPT123 carries the findings and
      *           the projection.
      *
      * Using :
      *    - CHAINCTL as read by PGM016, PGMREG registry
      *    - PGM077 business-day calendar
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created : a CHAINCTL typo is found in the
      *                    afternoon, not by PGM016 at night
      * 15/10/26  DEFAY E. Checking the approval gate steps
      *                    (CC-TYPE 'G') and showing where the chain
      *                    waits for approval in the projection
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM123.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /    CHAINCTL (the chain definition under validation)
           SELECT CHAINCTL
           ASSIGN TO CHAINCTL
           FILE STATUS is WS-FS-CHAIN.
      /    PGMREG (registry of the known programs : number and kinds
      /    of their parameter tokens)
           SELECT PGMREG
           ASSIGN TO PGMREG
           FILE STATUS is WS-FS-REG.
      /    FILERPT123 (the findings and tonight's projected order)
           SELECT FILERPT123
           ASSIGN TO FILERPT123.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD CHAINCTL.
       01 STRUCT-CHAINCTL.
           02 CC-PGM        PIC X(08).
           02 FILLER        PIC X(01).
           02 CC-PARM       PIC X(40).
           02 FILLER        PIC X(01).
           02 CC-MAXRC      PIC 9(02).
           02 FILLER        PIC X(01).
           02 CC-RETRY      PIC 9(01).
           02 FILLER        PIC X(01).
           02 CC-DAYS       PIC X(08).
           02 FILLER        PIC X(01).
           02 CC-PRED       PIC X(08).
           02 FILLER        PIC X(01).
           02 CC-STREAM     PIC X(01).
           02 FILLER        PIC X(01).
           02 CC-TYPE       PIC X(01).
           02 FILLER        PIC X(04).
       FD PGMREG.
       01 STRUCT-PGMREG.
           02 RG-PGM        PIC X(08).
           02 FILLER        PIC X(01).
           02 RG-MIN        PIC X(02).
           02 RG-MIN-N REDEFINES RG-MIN PIC 9(02).
           02 FILLER        PIC X(01).
           02 RG-MAX        PIC X(02).
           02 RG-MAX-N REDEFINES RG-MAX PIC 9(02).
           02 FILLER        PIC X(01).
           02 RG-TOK OCCURS 8 TIMES.
              03 RG-T-TYPE  PIC X(01).
              03 RG-T-LEN   PIC X(02).
              03 RG-T-LEN-N REDEFINES RG-T-LEN PIC 9(02).
           02 FILLER        PIC X(41).
       FD FILERPT123
           RECORD CONTAINS 80 CHARACTERS.
       01  FILERPT123-ENREG PIC X(80).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-CHAIN    PIC X(02).
           88 CHAIN-END   VALUE '10'.
       01 WS-FS-REG      PIC X(02).
           88 REG-END     VALUE '10'.
      / The registry
       01 WS-RG-COUNT    PIC 9(03) VALUE 0.
       01 WS-RG-TABLE.
           05 WS-RG-ENTRY OCCURS 200 TIMES.
              10 WS-RG-PGM    PIC X(08).
              10 WS-RG-MIN    PIC 9(02).
              10 WS-RG-MAX    PIC 9(02).
              10 WS-RG-TYPE   PIC X(01) OCCURS 8 TIMES.
              10 WS-RG-LEN    PIC 9(02) OCCURS 8 TIMES.
       01 WS-GX          PIC 9(03).
       01 WS-REG-IX      PIC 9(03).
      / The chain, as PGM016 would load it, with the parallel
      / group each step falls in (the join points seen before it)
       01 WS-STEP-COUNT  PIC 9(02) VALUE 0.
       01 WS-CNT-RECS    PIC 9(05) VALUE 0.
       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 20 TIMES.
              10 WS-ST-PGM    PIC X(08).
              10 WS-ST-PARM   PIC X(40).
              10 WS-ST-MAXRC  PIC X(02).
              10 WS-ST-RETRY  PIC X(01).
              10 WS-ST-DAYS   PIC X(08).
              10 WS-ST-PRED   PIC X(08).
              10 WS-ST-STREAM PIC X(01).
              10 WS-ST-TYPE   PIC X(01).
              10 WS-ST-GROUP  PIC 9(02).
              10 WS-ST-PREDIX PIC 9(02).
              10 WS-ST-PROJ   PIC X(07).
       01 WS-SX          PIC 9(02).
       01 WS-TX          PIC 9(02).
       01 WS-JOINS       PIC 9(02).
       01 WS-CNT-SAME    PIC 9(02).
      / Parameter tokens of the step under check
       01 WS-TOK-TABLE.
           05 WS-TOK     PIC X(40) OCCURS 8 TIMES.
       01 WS-TOK-COUNT   PIC 9(02).
       01 WS-KX          PIC 9(02).
       01 WS-CX          PIC 9(02).
       01 WS-PARM-LEN    PIC 9(02).
       01 WS-TOK-LEN     PIC 9(02).
       01 WS-TOK-OVFL-SW PIC X(01).
           88 TOK-OVFL    VALUE 'Y'.
       01 WS-TOK-DATE    PIC 9(08).
       01 FILLER REDEFINES WS-TOK-DATE.
           05 WS-TD-AAAA     PIC 9(04).
           05 WS-TD-MM       PIC 9(02).
           05 WS-TD-JJ       PIC 9(02).
       01 WS-TD-LAST     PIC 9(02).
      / Run-day condition check
       01 WS-DAY-DIGITS  PIC 9(02).
       01 WS-DAY-BLANKS  PIC 9(02).
      / Approval gate check : level, cutoff HHMM, source
       01 WS-GATE-LEVEL  PIC X(01).
       01 WS-GATE-CUT    PIC X(04).
       01 FILLER REDEFINES WS-GATE-CUT.
           05 WS-GATE-HH     PIC 9(02).
           05 WS-GATE-MM     PIC 9(02).
       01 WS-GATE-SRC    PIC X(10).
       01 WS-GATE-MORE   PIC X(10).
      / Dependency walk
       01 WS-WALK-IX     PIC 9(02).
       01 WS-WALK-N      PIC 9(02).
       01 WS-CYCLE-SW    PIC X(01).
           88 IN-CYCLE    VALUE 'Y'.
      / Stream check
       01 WS-TAG-COUNT   PIC 9(02) VALUE 0.
       01 WS-TAG-TABLE.
           05 WS-TAG-ENTRY OCCURS 20 TIMES.
              10 WS-TG-TAG    PIC X(01).
              10 WS-TG-GROUP  PIC 9(02).
              10 WS-TG-SPLIT  PIC X(01).
       01 WS-TGX         PIC 9(02).
       01 WS-GRP-STREAMS PIC 9(02).
       01 WS-FOUND-SW    PIC X(01).
           88 FOUND       VALUE 'Y'.
      / Projection context : the date's weekday, the month's last
      / business day (the PGM016 rule), the streams under way
       01 WS-RUN-DOW     PIC 9(01).
       01 WS-RUN-DOW-X   PIC X(01).
       01 WS-LBD-DATE    PIC 9(08).
       01 WS-ZEL-DATE    PIC 9(08).
       01 FILLER REDEFINES WS-ZEL-DATE.
           05 WS-ZEL-AAAA    PIC 9(04).
           05 WS-ZEL-MM      PIC 9(02).
           05 WS-ZEL-JJ      PIC 9(02).
       01 WS-ZEL-Y       PIC 9(04).
       01 WS-ZEL-M       PIC 9(02).
       01 WS-ZEL-K       PIC 9(02).
       01 WS-ZEL-H       PIC 9(04).
       01 WS-ZEL-QUOT    PIC 9(04).
       01 WS-ZEL-DOW     PIC 9(01).
       01 WS-MOIS-LONG.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01 WS-MOIS-R REDEFINES WS-MOIS-LONG.
           05 WS-MOIS-JJ PIC 9(02) OCCURS 12 TIMES.
       01 WS-LEAP-REST   PIC 9(03).
       01 WS-DUE-IX      PIC 9(02).
       01 WS-DUE-SW      PIC X(01).
           88 STEP-DUE    VALUE 'Y'.
       01 WS-DAY-TALLY   PIC 9(02).
       01 WS-ACT-COUNT   PIC 9(02) VALUE 0.
       01 WS-ACT-TABLE.
           05 WS-ACT-TAG OCCURS 20 TIMES PIC X(01).
       01 WS-AX          PIC 9(02).
       01 WS-PROJ-NO     PIC 9(02) VALUE 0.
       01 WS-E-POS       PIC 9(02).
      / PGM077 business-day calendar interface
       01 WS-CALL-CAL    PIC X(08) VALUE "PGM077  ".
       01 WS-CAL-FUNC    PIC X(01).
       01 WS-CAL-DATE1   PIC 9(08).
       01 WS-CAL-DATE2   PIC 9(08).
       01 WS-CAL-RESULT  PIC X(01).
       01 WS-CAL-COUNT   PIC 9(05).
      / Findings
       01 WS-CNT-ERR     PIC 9(05) VALUE 0.
       01 WS-CNT-WARN    PIC 9(05) VALUE 0.
       01 WS-MSG-SEV     PIC X(01).
           88 MSG-ERROR   VALUE 'E'.
       01 WS-MSG-TEXT    PIC X(58).
      / FILERPT123 lines
       01 WS-RPT-HDR.
           05 FILLER         PIC X(45) VALUE
              'PGM123 CHAINCTL VALIDATION - PROJECTION DATE '.
           05 WS-RPT-H-DATE  PIC 9(08).
           05 FILLER         PIC X(27) VALUE SPACES.
       01 WS-RPT-HDR2.
           05 FILLER         PIC X(11) VALUE 'CHAINCTL : '.
           05 WS-RPT-H-STEPS PIC Z9.
           05 FILLER         PIC X(08) VALUE ' STEPS, '.
           05 WS-RPT-H-REG   PIC ZZ9.
           05 FILLER         PIC X(22) VALUE
              ' PROGRAMS IN PGMREG'.
           05 FILLER         PIC X(34) VALUE SPACES.
       01 WS-RPT-SEP     PIC X(80) VALUE ALL '-'.
       01 WS-RPT-MSG.
           05 WS-RPT-M-SEQ   PIC Z9.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-M-PGM   PIC X(08).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-M-SEV   PIC X(08).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-RPT-M-TEXT  PIC X(58).
       01 WS-RPT-PHDR.
           05 FILLER         PIC X(20) VALUE
              'PROJECTED ORDER FOR '.
           05 WS-RPT-P-DATE  PIC 9(08).
           05 FILLER         PIC X(11) VALUE '  WEEKDAY  '.
           05 WS-RPT-P-DOW   PIC 9(01).
           05 FILLER         PIC X(19) VALUE
              '  LAST BUS. DAY   '.
           05 WS-RPT-P-LBD   PIC 9(08).
           05 FILLER         PIC X(13) VALUE SPACES.
       01 WS-RPT-PROJ.
           05 WS-RPT-J-NO    PIC ZZ.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-RPT-J-IND   PIC X(04).
           05 WS-RPT-J-PGM   PIC X(08).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-J-STAT  PIC X(07).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-J-DAYS  PIC X(08).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-J-PARM  PIC X(40).
           05 FILLER         PIC X(06) VALUE SPACES.
       01 WS-RPT-EVENT.
           05 FILLER         PIC X(04) VALUE SPACES.
           05 WS-RPT-E-TEXT  PIC X(76).
       01 WS-RPT-END.
           05 FILLER         PIC X(10) VALUE 'ERRORS : '.
           05 WS-RPT-N-ERR   PIC ZZZZ9.
           05 FILLER         PIC X(13) VALUE '   WARNINGS :'.
           05 WS-RPT-N-WARN  PIC ZZZZ9.
           05 FILLER         PIC X(03) VALUE SPACES.
           05 WS-RPT-N-VERD  PIC X(30).
           05 FILLER         PIC X(14) VALUE SPACES.
      / Parameter from JCL run : the date to project (blank, today -
      / the date PGM016 itself takes at chain start tonight)
       01 PJ-RUNDATE     PIC X(08).
       01 PJ-RUNDATE-N REDEFINES PJ-RUNDATE PIC 9(08).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           PERFORM 010-LOADREG THRU 010-EXIT.
           PERFORM 020-LOADCHAIN THRU 020-EXIT.
           PERFORM 100-STEPS THRU 100-EXIT.
           PERFORM 200-STREAMS THRU 200-EXIT.
           PERFORM 300-PROJECT THRU 300-EXIT.
           PERFORM 400-EXITP THRU 400-EXIT.
           GOBACK.
      *****************************************************************
      *  This routine handle parameters : the date to project
      *****************************************************************
       000-PARMS.
           ACCEPT PJ-RUNDATE.
           IF PJ-RUNDATE = SPACE OR LOW-VALUE THEN
              ACCEPT PJ-RUNDATE-N FROM DATE YYYYMMDD
           END-IF.
           MOVE PJ-RUNDATE TO WS-ZEL-DATE.
           IF PJ-RUNDATE NOT NUMERIC
              OR WS-ZEL-MM < 1 OR WS-ZEL-MM > 12
              OR WS-ZEL-JJ < 1 OR WS-ZEL-JJ > 31
              DISPLAY 'ERROR : PROJECTION DATE ' PJ-RUNDATE
                      ' INVALID - AAAAMMJJ EXPECTED'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT FILERPT123.
           MOVE PJ-RUNDATE-N TO WS-RPT-H-DATE.
           WRITE FILERPT123-ENREG FROM WS-RPT-HDR.
       000-EXIT.
           EXIT.
      *****************************************************************
      *  This routine loads the registry of the known programs; a
      *  registry that cannot be read refuses the run
      *****************************************************************
       010-LOADREG.
           OPEN INPUT PGMREG.
           IF WS-FS-REG NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT PGMREG FAILED - FILE '
                      'STATUS ' WS-FS-REG
              MOVE 8 TO RETURN-CODE
              CLOSE FILERPT123
              GOBACK
           END-IF.
           PERFORM UNTIL REG-END
              READ PGMREG
                 NOT AT END
                    PERFORM 011-ONEREG THRU 011-EXIT
              END-READ
           END-PERFORM.
           CLOSE PGMREG.
       010-EXIT.
           EXIT.
      *****************************************************************
      *  This routine validates and keeps one registry entry
      *****************************************************************
       011-ONEREG.
           MOVE 0 TO WS-SX.
           MOVE RG-PGM TO WS-RPT-M-PGM.
           IF RG-PGM = SPACES
              GO TO 011-EXIT
           END-IF.
           IF RG-MIN = SPACES
              MOVE '00' TO RG-MIN
           END-IF.
           IF RG-MAX = SPACES
              MOVE '08' TO RG-MAX
           END-IF.
           IF RG-MIN NOT NUMERIC OR RG-MAX NOT NUMERIC
              OR RG-MIN-N > RG-MAX-N OR RG-MAX-N > 8
              MOVE 'E' TO WS-MSG-SEV
              MOVE 'PGMREG ENTRY : TOKEN COUNTS INVALID'
                   TO WS-MSG-TEXT
              PERFORM 800-MSG
              GO TO 011-EXIT
           END-IF.
           IF WS-RG-COUNT >= 200
              MOVE 'E' TO WS-MSG-SEV
              MOVE 'PGMREG : MORE THAN 200 PROGRAMS' TO WS-MSG-TEXT
              PERFORM 800-MSG
              GO TO 011-EXIT
           END-IF.
           ADD 1 TO WS-RG-COUNT.
           MOVE RG-PGM   TO WS-RG-PGM (WS-RG-COUNT).
           MOVE RG-MIN-N TO WS-RG-MIN (WS-RG-COUNT).
           MOVE RG-MAX-N TO WS-RG-MAX (WS-RG-COUNT).
           PERFORM VARYING WS-KX FROM 1 BY 1 UNTIL WS-KX > 8
              MOVE RG-T-TYPE (WS-KX) TO WS-RG-TYPE (WS-RG-COUNT WS-KX)
              IF RG-T-LEN (WS-KX) IS NUMERIC
                 MOVE RG-T-LEN-N (WS-KX)
                      TO WS-RG-LEN (WS-RG-COUNT WS-KX)
              ELSE
                 MOVE 0 TO WS-RG-LEN (WS-RG-COUNT WS-KX)
              END-IF
           END-PERFORM.
       011-EXIT.
           EXIT.
      *****************************************************************
      *  This routine loads CHAINCTL the way PGM016 does : at most
      *  20 steps, a record without a program ignored
      *****************************************************************
       020-LOADCHAIN.
           OPEN INPUT CHAINCTL.
           IF WS-FS-CHAIN NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT CHAINCTL FAILED - FILE '
                      'STATUS ' WS-FS-CHAIN
              MOVE 8 TO RETURN-CODE
              CLOSE FILERPT123
              GOBACK
           END-IF.
           MOVE 0 TO WS-JOINS.
           PERFORM UNTIL CHAIN-END
              READ CHAINCTL
                 NOT AT END
                    PERFORM 021-ONESTEP THRU 021-EXIT
              END-READ
           END-PERFORM.
           CLOSE CHAINCTL.
           MOVE WS-STEP-COUNT TO WS-RPT-H-STEPS.
           MOVE WS-RG-COUNT   TO WS-RPT-H-REG.
           WRITE FILERPT123-ENREG FROM WS-RPT-HDR2.
           WRITE FILERPT123-ENREG FROM WS-RPT-SEP.
           IF WS-STEP-COUNT = 0
              MOVE 0 TO WS-SX
              MOVE SPACES TO WS-RPT-M-PGM
              MOVE 'W' TO WS-MSG-SEV
              MOVE 'CHAINCTL EMPTY - PGM016 RUNS ITS DEFAULT CHAIN'
                   TO WS-MSG-TEXT
              PERFORM 800-MSG
           END-IF.
       020-EXIT.
           EXIT.
       021-ONESTEP.
           ADD 1 TO WS-CNT-RECS.
           IF CC-PGM = SPACES
              GO TO 021-EXIT
           END-IF.
           IF WS-STEP-COUNT >= 20
              MOVE 0 TO WS-SX
              MOVE CC-PGM TO WS-RPT-M-PGM
              MOVE 'E' TO WS-MSG-SEV
              MOVE 'STEP BEYOND THE 20TH - PGM016 WOULD DROP IT'
                   TO WS-MSG-TEXT
              PERFORM 800-MSG
              GO TO 021-EXIT
           END-IF.
           ADD 1 TO WS-STEP-COUNT.
           MOVE WS-STEP-COUNT TO WS-SX.
           MOVE CC-PGM    TO WS-ST-PGM    (WS-SX).
           MOVE CC-PARM   TO WS-ST-PARM   (WS-SX).
           MOVE CC-MAXRC  TO WS-ST-MAXRC  (WS-SX).
           MOVE CC-RETRY  TO WS-ST-RETRY  (WS-SX).
           MOVE CC-DAYS   TO WS-ST-DAYS   (WS-SX).
           MOVE CC-PRED   TO WS-ST-PRED   (WS-SX).
           MOVE CC-STREAM TO WS-ST-STREAM (WS-SX).
           MOVE CC-TYPE   TO WS-ST-TYPE   (WS-SX).
           MOVE 0         TO WS-ST-PREDIX (WS-SX).
           MOVE SPACES    TO WS-ST-PROJ   (WS-SX).
           IF CC-STREAM = SPACE
              ADD 1 TO WS-JOINS
           END-IF.
           MOVE WS-JOINS  TO WS-ST-GROUP  (WS-SX).
       021-EXIT.
           EXIT.
      *****************************************************************
      *  This routine checks every step on its own : program and
      *  parameters, max RC and retries, run days, predecessor
      *****************************************************************
       100-STEPS.
           PERFORM VARYING WS-SX FROM 1 BY 1
                     UNTIL WS-SX > WS-STEP-COUNT
              MOVE WS-ST-PGM (WS-SX) TO WS-RPT-M-PGM
              EVALUATE WS-ST-TYPE (WS-SX)
                 WHEN SPACE
                    PERFORM 110-PROGRAM THRU 110-EXIT
                    PERFORM 130-NUMBERS
                 WHEN 'G'
                    PERFORM 115-GATE THRU 115-EXIT
                 WHEN OTHER
                    MOVE 'E' TO WS-MSG-SEV
                    MOVE 'STEP TYPE UNKNOWN - BLANK OR G EXPECTED'
                         TO WS-MSG-TEXT
                    PERFORM 800-MSG
              END-EVALUATE
              PERFORM 140-DAYS
              PERFORM 150-PRED THRU 150-EXIT
           END-PERFORM.
           PERFORM VARYING WS-SX FROM 1 BY 1
                     UNTIL WS-SX > WS-STEP-COUNT
              MOVE WS-ST-PGM (WS-SX) TO WS-RPT-M-PGM
              PERFORM 160-CYCLE THRU 160-EXIT
           END-PERFORM.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine finds the step's program in the registry and
      *  checks its parameter string token by token
      *****************************************************************
       110-PROGRAM.
           MOVE 0 TO WS-REG-IX.
           PERFORM VARYING WS-GX FROM 1 BY 1
                     UNTIL WS-GX > WS-RG-COUNT OR WS-REG-IX > 0
              IF WS-RG-PGM (WS-GX) = WS-ST-PGM (WS-SX)
                 MOVE WS-GX TO WS-REG-IX
              END-IF
           END-PERFORM.
           IF WS-REG-IX = 0
              MOVE 'E' TO WS-MSG-SEV
              MOVE 'PROGRAM NOT IN THE PGMREG REGISTRY'
                   TO WS-MSG-TEXT
              PERFORM 800-MSG
              GO TO 110-EXIT
           END-IF.
      *    PGM016 pipes CC-PARM through tr, one line per blank : a
      *    leading or doubled blank delivers an empty token and
      *    shifts every parameter after it
           MOVE 0 TO WS-PARM-LEN.
           PERFORM VARYING WS-CX FROM 40 BY -1
                     UNTIL WS-CX < 1 OR WS-PARM-LEN > 0
              IF WS-ST-PARM (WS-SX) (WS-CX:1) NOT = SPACE
                 MOVE WS-CX TO WS-PARM-LEN
              END-IF
           END-PERFORM.
           MOVE 0 TO WS-TOK-COUNT.
           IF WS-PARM-LEN > 0
              IF WS-ST-PARM (WS-SX) (1:1) = SPACE
                 MOVE 'E' TO WS-MSG-SEV
                 MOVE 'PARAMETER STRING STARTS WITH A BLANK'
                      TO WS-MSG-TEXT
                 PERFORM 800-MSG
                 GO TO 110-EXIT
              END-IF
              PERFORM VARYING WS-CX FROM 1 BY 1
                        UNTIL WS-CX >= WS-PARM-LEN
                 IF WS-ST-PARM (WS-SX) (WS-CX:2) = '  '
                    MOVE 'E' TO WS-MSG-SEV
                    MOVE 'DOUBLE BLANK IN THE PARAMETER STRING'
                         TO WS-MSG-TEXT
                    PERFORM 800-MSG
                    MOVE WS-PARM-LEN TO WS-CX
                 END-IF
              END-PERFORM
              MOVE SPACES TO WS-TOK-TABLE
              MOVE 'N' TO WS-TOK-OVFL-SW
              UNSTRING WS-ST-PARM (WS-SX) (1:WS-PARM-LEN)
                 DELIMITED BY ALL SPACE
                 INTO WS-TOK (1) WS-TOK (2) WS-TOK (3) WS-TOK (4)
                      WS-TOK (5) WS-TOK (6) WS-TOK (7) WS-TOK (8)
                 TALLYING IN WS-TOK-COUNT
                 ON OVERFLOW
                    MOVE 'Y' TO WS-TOK-OVFL-SW
              END-UNSTRING
           END-IF.
           IF TOK-OVFL OR WS-TOK-COUNT > WS-RG-MAX (WS-REG-IX)
              MOVE 'E' TO WS-MSG-SEV
              MOVE SPACES TO WS-MSG-TEXT
              STRING 'MORE PARAMETER TOKENS THAN THE '
                     WS-RG-MAX (WS-REG-IX) ' EXPECTED'
                     DELIMITED BY SIZE INTO WS-MSG-TEXT
              END-STRING
              PERFORM 800-MSG
              GO TO 110-EXIT
           END-IF.
           IF WS-TOK-COUNT < WS-RG-MIN (WS-REG-IX)
              MOVE 'E' TO WS-MSG-SEV
              MOVE SPACES TO WS-MSG-TEXT
              STRING 'FEWER PARAMETER TOKENS THAN THE '
                     WS-RG-MIN (WS-REG-IX) ' EXPECTED'
                     DELIMITED BY SIZE INTO WS-MSG-TEXT
              END-STRING
              PERFORM 800-MSG
           END-IF.
           PERFORM VARYING WS-KX FROM 1 BY 1
                     UNTIL WS-KX > WS-TOK-COUNT
              PERFORM 120-TOKEN THRU 120-EXIT
           END-PERFORM.
       110-EXIT.
           EXIT.
      *****************************************************************
      *  This routine checks an approval gate : PGM016 falls back
      *  to level 3 and cutoff 0600 when it cannot read them, and
      *  PGM126 can only tie the quoted totals to PAYTOTALS or the
      *  XTRFOUT trailer; a gate in a stream would hold nothing
      *****************************************************************
       115-GATE.
           MOVE SPACES TO WS-GATE-LEVEL WS-GATE-CUT WS-GATE-SRC
                          WS-GATE-MORE.
           UNSTRING WS-ST-PARM (WS-SX) DELIMITED BY ALL SPACE
              INTO WS-GATE-LEVEL WS-GATE-CUT WS-GATE-SRC
                   WS-GATE-MORE
           END-UNSTRING.
           IF WS-GATE-LEVEL NOT NUMERIC OR WS-GATE-LEVEL = '0'
              MOVE 'E' TO WS-MSG-SEV
              MOVE 'GATE AUTHORITY LEVEL NOT 1 TO 9'
                   TO WS-MSG-TEXT
              PERFORM 800-MSG
           END-IF.
           IF WS-GATE-CUT NOT NUMERIC
              MOVE 'E' TO WS-MSG-SEV
              MOVE 'GATE CUTOFF NOT HHMM' TO WS-MSG-TEXT
              PERFORM 800-MSG
           ELSE
              IF WS-GATE-HH > 23 OR WS-GATE-MM > 59
                 MOVE 'E' TO WS-MSG-SEV
                 MOVE 'GATE CUTOFF NOT A TIME OF DAY'
                      TO WS-MSG-TEXT
                 PERFORM 800-MSG
              END-IF
           END-IF.
           EVALUATE WS-GATE-SRC
              WHEN 'PAYTOTALS'
              WHEN 'XTRFOUT'
                 CONTINUE
              WHEN SPACES
                 MOVE 'W' TO WS-MSG-SEV
                 MOVE 'GATE WITHOUT SOURCE - QUOTED TOTALS NOT TIED'
                      TO WS-MSG-TEXT
                 PERFORM 800-MSG
              WHEN OTHER
                 MOVE 'E' TO WS-MSG-SEV
                 MOVE 'GATE SOURCE NOT PAYTOTALS OR XTRFOUT'
                      TO WS-MSG-TEXT
                 PERFORM 800-MSG
           END-EVALUATE.
           IF WS-GATE-MORE NOT = SPACES
              MOVE 'E' TO WS-MSG-SEV
              MOVE 'MORE THAN 3 GATE PARAMETERS' TO WS-MSG-TEXT
              PERFORM 800-MSG
           END-IF.
           IF WS-ST-STREAM (WS-SX) NOT = SPACE
              MOVE 'E' TO WS-MSG-SEV
              MOVE 'GATE IN A STREAM - PGM016 RUNS IT UNTAGGED'
                   TO WS-MSG-TEXT
              PERFORM 800-MSG
           END-IF.
       115-EXIT.
           EXIT.
      *****************************************************************
      *  This routine checks one token against the kind and the
      *  length the registry expects in its position
      *****************************************************************
       120-TOKEN.
           MOVE 0 TO WS-TOK-LEN.
           PERFORM VARYING WS-CX FROM 40 BY -1
                     UNTIL WS-CX < 1 OR WS-TOK-LEN > 0
              IF WS-TOK (WS-KX) (WS-CX:1) NOT = SPACE
                 MOVE WS-CX TO WS-TOK-LEN
              END-IF
           END-PERFORM.
           IF WS-RG-LEN (WS-REG-IX WS-KX) > 0
              AND WS-TOK-LEN > WS-RG-LEN (WS-REG-IX WS-KX)
              MOVE 'E' TO WS-MSG-SEV
              MOVE SPACES TO WS-MSG-TEXT
              STRING 'TOKEN ' WS-KX ' LONGER THAN '
                     WS-RG-LEN (WS-REG-IX WS-KX) ' : '
                     WS-TOK (WS-KX) DELIMITED BY SIZE
                     INTO WS-MSG-TEXT
              END-STRING
              PERFORM 800-MSG
              GO TO 120-EXIT
           END-IF.
           EVALUATE WS-RG-TYPE (WS-REG-IX WS-KX)
              WHEN 'N'
                 IF WS-TOK (WS-KX) (1:WS-TOK-LEN) NOT NUMERIC
                    MOVE 'E' TO WS-MSG-SEV
                    MOVE SPACES TO WS-MSG-TEXT
                    STRING 'TOKEN ' WS-KX ' NOT NUMERIC : '
                           WS-TOK (WS-KX) DELIMITED BY SIZE
                           INTO WS-MSG-TEXT
                    END-STRING
                    PERFORM 800-MSG
                 END-IF
              WHEN 'D'
                 MOVE 'N' TO WS-FOUND-SW
                 IF WS-TOK-LEN = 8
                    AND WS-TOK (WS-KX) (1:8) IS NUMERIC
                    MOVE WS-TOK (WS-KX) (1:8) TO WS-TOK-DATE
                    IF WS-TD-MM >= 1 AND WS-TD-MM <= 12
                       MOVE WS-MOIS-JJ (WS-TD-MM) TO WS-TD-LAST
                       IF WS-TD-MM = 2
                          DIVIDE WS-TD-AAAA BY 4 GIVING WS-ZEL-QUOT
                                 REMAINDER WS-LEAP-REST
                          IF WS-LEAP-REST = 0
                             MOVE 29 TO WS-TD-LAST
                          END-IF
                       END-IF
                       IF WS-TD-JJ >= 1
                          AND WS-TD-JJ <= WS-TD-LAST
                          MOVE 'Y' TO WS-FOUND-SW
                       END-IF
                    END-IF
                 END-IF
                 IF NOT FOUND
                    MOVE 'E' TO WS-MSG-SEV
                    MOVE SPACES TO WS-MSG-TEXT
                    STRING 'TOKEN ' WS-KX ' NOT A DATE AAAAMMJJ : '
                           WS-TOK (WS-KX) DELIMITED BY SIZE
                           INTO WS-MSG-TEXT
                    END-STRING
                    PERFORM 800-MSG
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       120-EXIT.
           EXIT.
      *****************************************************************
      *  This routine checks the max RC and the retry count
      *****************************************************************
       130-NUMBERS.
           IF WS-ST-MAXRC (WS-SX) NOT NUMERIC
              MOVE 'E' TO WS-MSG-SEV
              MOVE 'MAX RC NOT NUMERIC' TO WS-MSG-TEXT
              PERFORM 800-MSG
           END-IF.
           IF WS-ST-RETRY (WS-SX) NOT NUMERIC
              MOVE 'E' TO WS-MSG-SEV
              MOVE 'RETRY COUNT NOT NUMERIC' TO WS-MSG-TEXT
              PERFORM 800-MSG
           END-IF.
      *****************************************************************
      *  This routine checks the run-day condition can be true :
      *  blank, DAILY, LBD, or nothing but weekday digits 1 to 7
      *****************************************************************
       140-DAYS.
           IF WS-ST-DAYS (WS-SX) = SPACES
              OR WS-ST-DAYS (WS-SX) = 'DAILY'
              OR WS-ST-DAYS (WS-SX) = 'LBD'
              CONTINUE
           ELSE
              MOVE 0 TO WS-DAY-DIGITS
              MOVE 0 TO WS-DAY-BLANKS
              INSPECT WS-ST-DAYS (WS-SX) TALLYING
                      WS-DAY-DIGITS FOR ALL '1' ALL '2' ALL '3'
                                        ALL '4' ALL '5' ALL '6'
                                        ALL '7'
                      WS-DAY-BLANKS FOR ALL SPACE
              IF WS-DAY-DIGITS = 0
                 MOVE 'E' TO WS-MSG-SEV
                 MOVE SPACES TO WS-MSG-TEXT
                 STRING 'RUN DAYS ' WS-ST-DAYS (WS-SX)
                        ' CAN NEVER BE TRUE' DELIMITED BY SIZE
                        INTO WS-MSG-TEXT
                 END-STRING
                 PERFORM 800-MSG
              ELSE
                 IF WS-DAY-DIGITS + WS-DAY-BLANKS NOT = 8
                    MOVE 'E' TO WS-MSG-SEV
                    MOVE SPACES TO WS-MSG-TEXT
                    STRING 'RUN DAYS ' WS-ST-DAYS (WS-SX)
                           ' - ONLY WEEKDAY DIGITS 1 TO 7 ALLOWED'
                           DELIMITED BY SIZE INTO WS-MSG-TEXT
                    END-STRING
                    PERFORM 800-MSG
                 END-IF
              END-IF
           END-IF.
      *****************************************************************
      *  This routine resolves the named predecessor the way PGM016
      *  does (the last step of that name) and checks it runs
      *  before the step : PGM016 checks it only for an untagged
      *  step, in file order; a stream runs in file order and is
      *  only waited for at the next join point
      *****************************************************************
       150-PRED.
           IF WS-ST-PRED (WS-SX) = SPACES
              GO TO 150-EXIT
           END-IF.
           MOVE 0 TO WS-CNT-SAME.
           PERFORM VARYING WS-TX FROM 1 BY 1
                     UNTIL WS-TX > WS-STEP-COUNT
              IF WS-ST-PGM (WS-TX) = WS-ST-PRED (WS-SX)
                 MOVE WS-TX TO WS-ST-PREDIX (WS-SX)
                 ADD 1 TO WS-CNT-SAME
              END-IF
           END-PERFORM.
           MOVE WS-ST-PREDIX (WS-SX) TO WS-TX.
           MOVE SPACES TO WS-MSG-TEXT.
           MOVE 'E' TO WS-MSG-SEV.
           EVALUATE TRUE
              WHEN WS-TX = 0
                 STRING 'PREDECESSOR ' WS-ST-PRED (WS-SX)
                        ' IS NOT A STEP OF THE CHAIN'
                        DELIMITED BY SIZE INTO WS-MSG-TEXT
                 END-STRING
              WHEN WS-TX = WS-SX
                 MOVE 'STEP NAMES ITSELF AS ITS PREDECESSOR'
                      TO WS-MSG-TEXT
              WHEN WS-CNT-SAME > 1
                 STRING 'PREDECESSOR ' WS-ST-PRED (WS-SX)
                        ' IS IN THE CHAIN MORE THAN ONCE'
                        DELIMITED BY SIZE INTO WS-MSG-TEXT
                 END-STRING
              WHEN WS-TX > WS-SX
                 STRING 'PREDECESSOR ' WS-ST-PRED (WS-SX)
                        ' RUNS AFTER THE STEP'
                        DELIMITED BY SIZE INTO WS-MSG-TEXT
                 END-STRING
              WHEN WS-ST-STREAM (WS-SX) NOT = SPACE
               AND WS-ST-STREAM (WS-TX) NOT = SPACE
               AND WS-ST-STREAM (WS-TX) NOT = WS-ST-STREAM (WS-SX)
               AND WS-ST-GROUP (WS-TX) = WS-ST-GROUP (WS-SX)
                 STRING 'PREDECESSOR IN STREAM '
                        WS-ST-STREAM (WS-TX)
                        ' RUNS IN PARALLEL WITH STREAM '
                        WS-ST-STREAM (WS-SX)
                        DELIMITED BY SIZE INTO WS-MSG-TEXT
                 END-STRING
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF WS-MSG-TEXT NOT = SPACES
              PERFORM 800-MSG
           END-IF.
       150-EXIT.
           EXIT.
      *****************************************************************
      *  This routine walks the step's predecessor chain : coming
      *  back to the step is a circular dependency, which PGM016
      *  would only ever hold
      *****************************************************************
       160-CYCLE.
           MOVE 'N' TO WS-CYCLE-SW.
           MOVE WS-ST-PREDIX (WS-SX) TO WS-WALK-IX.
           MOVE 0 TO WS-WALK-N.
           IF WS-WALK-IX = WS-SX
              GO TO 160-EXIT
           END-IF.
           PERFORM UNTIL WS-WALK-IX = 0 OR IN-CYCLE
                      OR WS-WALK-N > WS-STEP-COUNT
              IF WS-WALK-IX = WS-SX
                 MOVE 'Y' TO WS-CYCLE-SW
              ELSE
                 MOVE WS-ST-PREDIX (WS-WALK-IX) TO WS-WALK-IX
                 ADD 1 TO WS-WALK-N
              END-IF
           END-PERFORM.
           IF IN-CYCLE
              MOVE 'E' TO WS-MSG-SEV
              MOVE SPACES TO WS-MSG-TEXT
              STRING 'CIRCULAR DEPENDENCY THROUGH PREDECESSOR '
                     WS-ST-PRED (WS-SX) DELIMITED BY SIZE
                     INTO WS-MSG-TEXT
              END-STRING
              PERFORM 800-MSG
           END-IF.
       160-EXIT.
           EXIT.
      *****************************************************************
      *  This routine checks the streams : PGM016 launches every
      *  step of a tag the first time it meets the tag, so a tag
      *  must stay within one parallel group; at most five streams
      *  run at once; exit codes are harvested by program name
      *  within a stream, so a program runs once per stream
      *****************************************************************
       200-STREAMS.
           PERFORM VARYING WS-SX FROM 1 BY 1
                     UNTIL WS-SX > WS-STEP-COUNT
              IF WS-ST-STREAM (WS-SX) NOT = SPACE
                 PERFORM 210-ONETAG THRU 210-EXIT
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-TGX FROM 1 BY 1
                     UNTIL WS-TGX > WS-TAG-COUNT
              PERFORM 220-GROUPCNT THRU 220-EXIT
           END-PERFORM.
       200-EXIT.
           EXIT.
       210-ONETAG.
           MOVE WS-ST-PGM (WS-SX) TO WS-RPT-M-PGM.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-TGX FROM 1 BY 1
                     UNTIL WS-TGX > WS-TAG-COUNT OR FOUND
              IF WS-TG-TAG (WS-TGX) = WS-ST-STREAM (WS-SX)
                 MOVE 'Y' TO WS-FOUND-SW
              END-IF
           END-PERFORM.
           IF NOT FOUND
              ADD 1 TO WS-TAG-COUNT
              MOVE WS-ST-STREAM (WS-SX) TO WS-TG-TAG (WS-TAG-COUNT)
              MOVE WS-ST-GROUP (WS-SX)  TO WS-TG-GROUP (WS-TAG-COUNT)
              MOVE 'N' TO WS-TG-SPLIT (WS-TAG-COUNT)
           ELSE
              SUBTRACT 1 FROM WS-TGX
              IF WS-TG-GROUP (WS-TGX) NOT = WS-ST-GROUP (WS-SX)
                 AND WS-TG-SPLIT (WS-TGX) = 'N'
                 MOVE 'Y' TO WS-TG-SPLIT (WS-TGX)
                 MOVE 'E' TO WS-MSG-SEV
                 MOVE SPACES TO WS-MSG-TEXT
                 STRING 'STREAM ' WS-ST-STREAM (WS-SX)
                        ' SPLIT ACROSS A JOIN POINT - RUNS EARLY'
                        DELIMITED BY SIZE INTO WS-MSG-TEXT
                 END-STRING
                 PERFORM 800-MSG
              END-IF
           END-IF.
           PERFORM VARYING WS-TX FROM 1 BY 1
                     UNTIL WS-TX >= WS-SX
              IF WS-ST-STREAM (WS-TX) = WS-ST-STREAM (WS-SX)
                 AND WS-ST-PGM (WS-TX) = WS-ST-PGM (WS-SX)
                 MOVE 'E' TO WS-MSG-SEV
                 MOVE SPACES TO WS-MSG-TEXT
                 STRING 'PROGRAM TWICE IN STREAM '
                        WS-ST-STREAM (WS-SX)
                        ' - EXIT CODES MIXED UP'
                        DELIMITED BY SIZE INTO WS-MSG-TEXT
                 END-STRING
                 PERFORM 800-MSG
                 MOVE WS-SX TO WS-TX
              END-IF
           END-PERFORM.
       210-EXIT.
           EXIT.
       220-GROUPCNT.
           MOVE 0 TO WS-GRP-STREAMS.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-GX FROM 1 BY 1
                     UNTIL WS-GX > WS-TAG-COUNT
              IF WS-TG-GROUP (WS-GX) = WS-TG-GROUP (WS-TGX)
                 ADD 1 TO WS-GRP-STREAMS
                 IF WS-GX < WS-TGX
                    MOVE 'Y' TO WS-FOUND-SW
                 END-IF
              END-IF
           END-PERFORM.
      *    One finding per group, on its first stream
           IF WS-GRP-STREAMS > 5 AND NOT FOUND
              MOVE 0 TO WS-SX
              MOVE SPACES TO WS-RPT-M-PGM
              MOVE 'E' TO WS-MSG-SEV
              MOVE SPACES TO WS-MSG-TEXT
              STRING 'MORE THAN 5 STREAMS FROM STREAM '
                     WS-TG-TAG (WS-TGX)
                     ' - PGM016 HOLDS THE SIXTH'
                     DELIMITED BY SIZE INTO WS-MSG-TEXT
              END-STRING
              PERFORM 800-MSG
           END-IF.
       220-EXIT.
           EXIT.
      *****************************************************************
      *  This routine prints the order the steps would run on the
      *  projection date, dispatched the PGM016 way : a stream is
      *  launched the first time its tag is met, every stream under
      *  way is joined before the next untagged step, a step not
      *  due is passed over, one whose predecessor neither ran nor
      *  was passed over is held
      *****************************************************************
       300-PROJECT.
           PERFORM 310-DAYCTX.
           WRITE FILERPT123-ENREG FROM WS-RPT-SEP.
           MOVE PJ-RUNDATE-N TO WS-RPT-P-DATE.
           MOVE WS-RUN-DOW   TO WS-RPT-P-DOW.
           MOVE WS-LBD-DATE  TO WS-RPT-P-LBD.
           WRITE FILERPT123-ENREG FROM WS-RPT-PHDR.
           PERFORM VARYING WS-SX FROM 1 BY 1
                     UNTIL WS-SX > WS-STEP-COUNT
              PERFORM 320-DISPATCH THRU 320-EXIT
           END-PERFORM.
           IF WS-ACT-COUNT > 0
              PERFORM 340-JOIN
           END-IF.
       300-EXIT.
           EXIT.
      *****************************************************************
      *  This routine derives the projection date's weekday and
      *  the month's last business day, as PGM016 does at night
      *****************************************************************
       310-DAYCTX.
           MOVE PJ-RUNDATE-N TO WS-ZEL-DATE.
           PERFORM 311-ZELLER.
           MOVE WS-ZEL-DOW TO WS-RUN-DOW.
           MOVE WS-RUN-DOW TO WS-RUN-DOW-X.
           MOVE PJ-RUNDATE-N TO WS-ZEL-DATE.
           MOVE WS-MOIS-JJ (WS-ZEL-MM) TO WS-ZEL-JJ.
           IF WS-ZEL-MM = 2
              DIVIDE WS-ZEL-AAAA BY 4 GIVING WS-ZEL-QUOT
                     REMAINDER WS-LEAP-REST
              IF WS-LEAP-REST = 0
                 MOVE 29 TO WS-ZEL-JJ
              END-IF
           END-IF.
           MOVE WS-ZEL-DATE TO WS-CAL-DATE1.
           MOVE 'P' TO WS-CAL-FUNC.
           CALL WS-CALL-CAL USING WS-CAL-FUNC, WS-CAL-DATE1,
                WS-CAL-DATE2, WS-CAL-RESULT, WS-CAL-COUNT.
           MOVE WS-CAL-DATE2 TO WS-LBD-DATE.
      *****************************************************************
      *  This routine computes WS-ZEL-DATE's weekday into WS-ZEL-DOW
      *  (1 Monday .. 7 Sunday), Zeller's congruence
      *****************************************************************
       311-ZELLER.
           MOVE WS-ZEL-AAAA TO WS-ZEL-Y.
           MOVE WS-ZEL-MM   TO WS-ZEL-M.
           MOVE WS-ZEL-JJ   TO WS-ZEL-K.
           IF WS-ZEL-M < 3
              ADD 12 TO WS-ZEL-M
              SUBTRACT 1 FROM WS-ZEL-Y
           END-IF.
           COMPUTE WS-ZEL-H = WS-ZEL-K + ((WS-ZEL-M + 1) * 26 / 10)
                  + WS-ZEL-Y + (WS-ZEL-Y / 4)
                  + 6 * (WS-ZEL-Y / 100) + (WS-ZEL-Y / 400).
           DIVIDE WS-ZEL-H BY 7 GIVING WS-ZEL-QUOT
                  REMAINDER WS-ZEL-DOW.
      *    ZELLER'S 0 IS SATURDAY - FOLD TO 1 MONDAY .. 7 SUNDAY
           EVALUATE WS-ZEL-DOW
              WHEN 0 MOVE 6 TO WS-ZEL-DOW
              WHEN 1 MOVE 7 TO WS-ZEL-DOW
              WHEN OTHER SUBTRACT 1 FROM WS-ZEL-DOW
           END-EVALUATE.
      *****************************************************************
      *  This routine dispatches one step of the projection
      *****************************************************************
       320-DISPATCH.
           IF WS-ST-STREAM (WS-SX) NOT = SPACE
              MOVE 'N' TO WS-FOUND-SW
              PERFORM VARYING WS-AX FROM 1 BY 1
                        UNTIL WS-AX > WS-ACT-COUNT
                 IF WS-ACT-TAG (WS-AX) = WS-ST-STREAM (WS-SX)
                    MOVE 'Y' TO WS-FOUND-SW
                 END-IF
              END-PERFORM
              IF NOT FOUND AND WS-ST-PROJ (WS-SX) = SPACES
                 PERFORM 330-LAUNCH
              END-IF
              GO TO 320-EXIT
           END-IF.
           IF WS-ACT-COUNT > 0
              PERFORM 340-JOIN
           END-IF.
           MOVE WS-SX TO WS-DUE-IX.
           PERFORM 350-DUECHK.
           IF NOT STEP-DUE
              MOVE 'NOT DUE' TO WS-ST-PROJ (WS-SX)
           ELSE
              MOVE 'RUNS' TO WS-ST-PROJ (WS-SX)
              IF WS-ST-PREDIX (WS-SX) > 0
                 MOVE WS-ST-PREDIX (WS-SX) TO WS-TX
                 IF WS-ST-PROJ (WS-TX) NOT = 'RUNS'
                    AND WS-ST-PROJ (WS-TX) NOT = 'NOT DUE'
                    MOVE 'HELD' TO WS-ST-PROJ (WS-SX)
                 END-IF
              END-IF
              IF WS-ST-PRED (WS-SX) NOT = SPACES
                 AND WS-ST-PREDIX (WS-SX) = 0
                 MOVE 'HELD' TO WS-ST-PROJ (WS-SX)
              END-IF
           END-IF.
           MOVE SPACES TO WS-RPT-J-IND.
           PERFORM 360-PROJLINE.
           IF WS-ST-TYPE (WS-SX) = 'G'
              AND WS-ST-PROJ (WS-SX) = 'RUNS'
              MOVE SPACES TO WS-RPT-E-TEXT
              STRING 'GATE : THE CHAIN WAITS FOR AN APPROVAL '
                     'BEFORE GOING ON'
                     DELIMITED BY SIZE INTO WS-RPT-E-TEXT
              END-STRING
              WRITE FILERPT123-ENREG FROM WS-RPT-EVENT
           END-IF.
       320-EXIT.
           EXIT.
      *****************************************************************
      *  This routine launches a stream : every step of its tag, in
      *  file order, in the background
      *****************************************************************
       330-LAUNCH.
           ADD 1 TO WS-ACT-COUNT.
           MOVE WS-ST-STREAM (WS-SX) TO WS-ACT-TAG (WS-ACT-COUNT).
           MOVE SPACES TO WS-RPT-E-TEXT.
           MOVE 1 TO WS-E-POS.
           STRING 'STREAM ' WS-ST-STREAM (WS-SX)
                  ' LAUNCHED IN THE BACKGROUND'
                  DELIMITED BY SIZE INTO WS-RPT-E-TEXT
                  WITH POINTER WS-E-POS
           END-STRING.
           IF WS-ACT-COUNT > 5
              STRING ' - HELD, MORE THAN 5 STREAMS'
                     DELIMITED BY SIZE INTO WS-RPT-E-TEXT
                     WITH POINTER WS-E-POS
              END-STRING
           END-IF.
           WRITE FILERPT123-ENREG FROM WS-RPT-EVENT.
           PERFORM VARYING WS-TX FROM WS-SX BY 1
                     UNTIL WS-TX > WS-STEP-COUNT
              IF WS-ST-STREAM (WS-TX) = WS-ST-STREAM (WS-SX)
                 MOVE WS-TX TO WS-DUE-IX
                 PERFORM 350-DUECHK
                 EVALUATE TRUE
                    WHEN WS-ACT-COUNT > 5
                       MOVE 'HELD' TO WS-ST-PROJ (WS-TX)
                    WHEN STEP-DUE
                       MOVE 'RUNS' TO WS-ST-PROJ (WS-TX)
                    WHEN OTHER
                       MOVE 'NOT DUE' TO WS-ST-PROJ (WS-TX)
                 END-EVALUATE
                 MOVE SPACES TO WS-RPT-J-IND
                 MOVE WS-ST-STREAM (WS-TX) TO WS-RPT-J-IND (2:1)
                 MOVE WS-TX TO WS-DUE-IX
                 PERFORM 361-PROJLINE-IX
              END-IF
           END-PERFORM.
      *****************************************************************
      *  This routine joins the streams under way
      *****************************************************************
       340-JOIN.
           MOVE SPACES TO WS-RPT-E-TEXT.
           MOVE 'JOIN : WAIT FOR THE STREAMS UNDER WAY'
                TO WS-RPT-E-TEXT.
           WRITE FILERPT123-ENREG FROM WS-RPT-EVENT.
           MOVE 0 TO WS-ACT-COUNT.
      *****************************************************************
      *  This routine decides whether the step at WS-DUE-IX is due
      *  on the projection date, the PGM016 rule
      *****************************************************************
       350-DUECHK.
           MOVE 'Y' TO WS-DUE-SW.
           EVALUATE TRUE
              WHEN WS-ST-DAYS (WS-DUE-IX) = SPACES
                OR WS-ST-DAYS (WS-DUE-IX) = 'DAILY'
                 CONTINUE
              WHEN WS-ST-DAYS (WS-DUE-IX) = 'LBD'
                 IF PJ-RUNDATE-N NOT = WS-LBD-DATE
                    MOVE 'N' TO WS-DUE-SW
                 END-IF
              WHEN OTHER
                 MOVE 0 TO WS-DAY-TALLY
                 INSPECT WS-ST-DAYS (WS-DUE-IX)
                    TALLYING WS-DAY-TALLY
                    FOR ALL WS-RUN-DOW-X
                 IF WS-DAY-TALLY = 0
                    MOVE 'N' TO WS-DUE-SW
                 END-IF
           END-EVALUATE.
      *****************************************************************
      *  Those routines print one projected step; a step that runs
      *  takes the next number in the night's order
      *****************************************************************
       360-PROJLINE.
           MOVE WS-SX TO WS-DUE-IX.
           PERFORM 361-PROJLINE-IX.
       361-PROJLINE-IX.
           IF WS-ST-PROJ (WS-DUE-IX) = 'RUNS'
              ADD 1 TO WS-PROJ-NO
              MOVE WS-PROJ-NO TO WS-RPT-J-NO
           ELSE
              MOVE 0 TO WS-RPT-J-NO
           END-IF.
           MOVE WS-ST-PGM  (WS-DUE-IX) TO WS-RPT-J-PGM.
           MOVE WS-ST-PROJ (WS-DUE-IX) TO WS-RPT-J-STAT.
           MOVE WS-ST-DAYS (WS-DUE-IX) TO WS-RPT-J-DAYS.
           MOVE WS-ST-PARM (WS-DUE-IX) TO WS-RPT-J-PARM.
           WRITE FILERPT123-ENREG FROM WS-RPT-PROJ.
      *****************************************************************
      *  This routine writes one finding against the step at WS-SX
      *  (zero : the file as a whole) and counts it
      *****************************************************************
       800-MSG.
           MOVE WS-SX TO WS-RPT-M-SEQ.
           IF MSG-ERROR
              MOVE 'ERROR' TO WS-RPT-M-SEV
              ADD 1 TO WS-CNT-ERR
           ELSE
              MOVE 'WARNING' TO WS-RPT-M-SEV
              ADD 1 TO WS-CNT-WARN
           END-IF.
           MOVE WS-MSG-TEXT TO WS-RPT-M-TEXT.
           WRITE FILERPT123-ENREG FROM WS-RPT-MSG.
      *****************************************************************
      *  This routine should close the program (after some displays)
      *  : any error refuses CHAINCTL
      *****************************************************************
       400-EXITP.
           WRITE FILERPT123-ENREG FROM WS-RPT-SEP.
           MOVE WS-CNT-ERR  TO WS-RPT-N-ERR.
           MOVE WS-CNT-WARN TO WS-RPT-N-WARN.
           EVALUATE TRUE
              WHEN WS-CNT-ERR > 0
                 MOVE 'CHAINCTL REFUSED' TO WS-RPT-N-VERD
                 MOVE 8 TO RETURN-CODE
              WHEN WS-CNT-WARN > 0
                 MOVE 'CHAINCTL PASSED WITH WARNINGS'
                      TO WS-RPT-N-VERD
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 'CHAINCTL PASSED' TO WS-RPT-N-VERD
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           WRITE FILERPT123-ENREG FROM WS-RPT-END.
           CLOSE FILERPT123.
           DISPLAY '400-EXITP'.
           DISPLAY '    CHAINCTL RECORDS   : ' WS-CNT-RECS.
           DISPLAY '    STEPS              : ' WS-STEP-COUNT.
           DISPLAY '    STEPS TO RUN       : ' WS-PROJ-NO.
           DISPLAY '    ERRORS             : ' WS-CNT-ERR.
           DISPLAY '    WARNINGS           : ' WS-CNT-WARN.
           IF WS-CNT-ERR > 0
              DISPLAY 'ERROR : CHAINCTL REFUSED - SEE FILERPT123'
           END-IF.
       400-EXIT.
           EXIT.
