      *****************************************************************
      * Program name:    PGM088
      *
      * Original author: DEFAY E.
      *
      * Purpose : Overdraft aging and dunning, the nightly step after
      *           the PGM054 balance snapshot. Every ACCTMSTR account
      *           is aged from the BALHIST history by the days it has
      *           been continuously in the red - below zero, or with
      *           PJ-BASIS 'L' below its OVDRLIM authorized limit -
      *           counted from the first snapshot of the current
      *           streak to the run date. The dunning level climbs at
      *           the DUNCTL thresholds (defaults : reminder at 15
      *           days, formal notice at 30, closure warning at 60)
      *           and is kept per account in the indexed DUNMSTR
      *           file; each escalation writes one DUNLIST record in
      *           the ACCTLIST layout with the level's letter code,
      *           the input of the PGM083 'X' mailing extract. An
      *           account back in credit has its level reset. The
      *           collections worklist FILERPT88 lists every aged
      *           account by department with its days and level.
      *
      * Using :
      *    - Copybook ACCTFS
      *    - BALHIST as written by PGM054, DUNLIST as read by
      *      PGM083 (ACCTLIST)
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created : how long an account has been in
      *                    the red, and the letter it has earned
      * 15/10/26  DEFAY E. PJ-BASIS 'L' : an account without its own
      *                    OVDRLIM entry is held to its product's
      *                    default overdraft (PRODMSTR), the limit
      *                    PGM017 posts against
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM088.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /    ACCTMSTR (indexed account master keyed on F-COMPTE)
           SELECT ACCTMSTR
           ASSIGN TO ACCTMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS F-COMPTE
           FILE STATUS is WS-FS-MSTR.
      /    OVDRLIM (authorized overdraft limits keyed on OL-COMPTE)
           SELECT OVDRLIM
           ASSIGN TO OVDRLIM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OL-COMPTE
           FILE STATUS is WS-FS-LIM.
      /    PRODMSTR (product catalogue from PGM106, for the default
      /    overdraft of an account without an OVDRLIM entry)
           SELECT PRODMSTR
           ASSIGN TO PRODMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PR-CODE
           FILE STATUS is WS-FS-PROD.
      /    BALHIST (balance history from PGM054)
           SELECT BALHIST
           ASSIGN TO BALHIST
           FILE STATUS is WS-FS-HIST.
      /    DUNCTL (dunning thresholds : level, days, letter code)
           SELECT DUNCTL
           ASSIGN TO DUNCTL
           FILE STATUS is WS-FS-CTL.
      /    DUNMSTR (indexed dunning level per account)
           SELECT DUNMSTR
           ASSIGN TO DUNMSTR
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is DN-COMPTE
           FILE STATUS is WS-FS-DUN.
      /    DUNLIST (letters to mail, ACCTLIST layout for PGM083)
           SELECT DUNLIST
           ASSIGN TO DUNLIST
           FILE STATUS is WS-FS-LIST.
      /    FILERPT88 (collections worklist by department)
           SELECT FILERPT88
           ASSIGN TO FILERPT88.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD ACCTMSTR.
       COPY ACCTFS REPLACING ==()== BY ==ACCTMSTR==.
       FD OVDRLIM
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-OVDRLIM.
           02 OL-COMPTE       PIC 9(06).
           02 FILLER          PIC X(01).
           02 OL-LIMITE       PIC 9(07)V99.
           02 FILLER          PIC X(64).
       FD PRODMSTR
           RECORD CONTAINS 80 CHARACTERS.
       COPY PRODFS REPLACING ==()== BY ==PRODMSTR==.
       FD BALHIST.
       01  STRUCT-BALHIST.
           02 BH-COMPTE  PIC 9(06).
           02 FILLER     PIC X(01).
           02 BH-DATE    PIC 9(08).
           02 FILLER     PIC X(01).
           02 BH-SOLDE   PIC S9(07)V99.
           02 FILLER     PIC X(55).
       FD DUNCTL.
       01  STRUCT-DUNCTL.
           02 DC-NIVEAU  PIC 9(01).
           02 FILLER     PIC X(01).
           02 DC-JOURS   PIC 9(03).
           02 FILLER     PIC X(01).
           02 DC-LETTRE  PIC X(04).
           02 FILLER     PIC X(70).
       FD DUNMSTR
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-DUNMSTR.
           02 DN-COMPTE  PIC 9(06).
           02 FILLER     PIC X(01).
           02 DN-NIVEAU  PIC 9(01).
           02 FILLER     PIC X(01).
           02 DN-DTDEB   PIC 9(08).
           02 FILLER     PIC X(01).
           02 DN-JOURS   PIC 9(03).
           02 FILLER     PIC X(01).
           02 DN-DTLETTRE PIC 9(08).
           02 FILLER     PIC X(51).
       FD DUNLIST.
       01  STRUCT-DUNLIST.
           02 AL-COMPTE       PIC 9(06).
           02 FILLER          PIC X(01).
           02 AL-LETTRE       PIC X(04).
           02 FILLER          PIC X(69).
       FD FILERPT88
           RECORD CONTAINS 80 CHARACTERS.
       01  FILERPT88-ENREG PIC X(80).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-MSTR     PIC X(02).
           88 MSTR-END    VALUE '10'.
       01 WS-FS-LIM      PIC X(02).
       01 WS-FS-HIST     PIC X(02).
           88 HIST-END    VALUE '10'.
       01 WS-FS-CTL      PIC X(02).
           88 CTL-END     VALUE '10'.
       01 WS-FS-DUN      PIC X(02).
       01 WS-FS-LIST     PIC X(02).
       01 WS-LIM-AVAIL-SW PIC X(01) VALUE 'N'.
           88 LIM-AVAIL   VALUE 'Y'.
       01 WS-FS-PROD     PIC X(02).
       01 WS-PROD-AVAIL-SW PIC X(01) VALUE 'N'.
           88 PROD-AVAIL  VALUE 'Y'.
       01 WS-LIM-FOUND-SW PIC X(01).
           88 LIM-FOUND   VALUE 'Y'.
       01 WS-CNT-READ    PIC 9(07) VALUE 0.
       01 WS-CNT-SNAP    PIC 9(07) VALUE 0.
       01 WS-CNT-AGED    PIC 9(05) VALUE 0.
       01 WS-CNT-LETTER  PIC 9(05) VALUE 0.
       01 WS-CNT-RESET   PIC 9(05) VALUE 0.
      / Dunning thresholds in force (DUNCTL or the defaults)
       01 WS-LVL-TABLE.
           05 WS-LVL-ENTRY OCCURS 3 TIMES.
              10 WS-LVL-JOURS   PIC 9(03).
              10 WS-LVL-LETTRE  PIC X(04).
       01 WS-LX          PIC 9(01).
      / Every account, ascending on F-COMPTE as ACCTMSTR is read,
      / with the start of its current streak in the red
       01 WS-AC-COUNT    PIC 9(05) VALUE 0.
       01 WS-AC-TABLE.
           05 WS-AC-ENTRY OCCURS 1 TO 5000 TIMES
                 DEPENDING ON WS-AC-COUNT
                 ASCENDING KEY IS WS-AC-COMPTE
                 INDEXED BY AX.
              10 WS-AC-COMPTE   PIC 9(06).
              10 WS-AC-NOM      PIC X(15).
              10 WS-AC-DEPT     PIC 9(02).
              10 WS-AC-SOLDE    PIC S9(07)V99.
              10 WS-AC-LIMITE   PIC 9(07)V99.
              10 WS-AC-DTDEB    PIC 9(08).
              10 WS-AC-JOURS    PIC 9(03).
              10 WS-AC-NIVEAU   PIC 9(01).
       01 WS-AX          PIC 9(05).
       01 WS-FLOOR       PIC S9(07)V99.
       01 WS-NIVEAU      PIC 9(01).
      / Streak start under counting, split for the day stepping
       01 WS-DUE.
           05 WS-DUE-AAAA    PIC 9(04).
           05 WS-DUE-MM      PIC 9(02).
           05 WS-DUE-JJ      PIC 9(02).
       01 WS-DUE-N REDEFINES WS-DUE PIC 9(08).
       01 WS-MOIS-LONG.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01 WS-MOIS-R REDEFINES WS-MOIS-LONG.
           05 WS-MOIS-JJ PIC 9(02) OCCURS 12 TIMES.
       01 WS-LEAP-QUOT   PIC 9(04).
       01 WS-LEAP-REST   PIC 9(03).
      / Department under printing and its subtotals
       01 WS-DEPT        PIC 9(03).
       01 WS-DEPT-CNT    PIC 9(05).
       01 WS-DEPT-AMT    PIC S9(09)V99.
       01 WS-RPT-LINES   PIC 9(07) VALUE 0.
      / Report lines
       01 WS-RPT-HDR1.
           05 FILLER         PIC X(34) VALUE
              'PGM088 COLLECTIONS WORKLIST - RUN '.
           05 WS-RPT-H-DATE  PIC 9(08).
           05 FILLER         PIC X(10) VALUE '  BASIS : '.
           05 WS-RPT-H-BASIS PIC X(01).
           05 FILLER         PIC X(27) VALUE SPACES.
       01 WS-RPT-HDR2     PIC X(80) VALUE
          'DP COMPTE NOM                  SOLDE     LIMITE JOURS NIV'.
       01 WS-RPT-DETAIL.
           05 WS-RPT-D-DEPT  PIC 9(02).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-CPT   PIC 9(06).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-NOM   PIC X(15).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-SOLDE PIC -(07)9.99.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-LIM   PIC ZZZZZZ9.99.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-JOURS PIC ZZZZ9.
           05 FILLER         PIC X(03) VALUE SPACES.
           05 WS-RPT-D-NIV   PIC 9(01).
           05 FILLER         PIC X(22) VALUE SPACES.
       01 WS-RPT-SUBTOT.
           05 FILLER         PIC X(08) VALUE 'DEPT : '.
           05 WS-RPT-S-DEPT  PIC 9(02).
           05 FILLER         PIC X(11) VALUE '  COUNT : '.
           05 WS-RPT-S-CNT   PIC ZZZZ9.
           05 FILLER         PIC X(11) VALUE '  TOTAL : '.
           05 WS-RPT-S-AMT   PIC -(09)9.99.
           05 FILLER         PIC X(30) VALUE SPACES.
      / PGM081 control-date interface
       01 WS-CALL-DATE   PIC X(08) VALUE "PGM081  ".
      / PGM075 report-catalog interface
       01 WS-CALL-CAT    PIC X(08) VALUE "PGM075  ".
       01 WS-CAT-RPT     PIC X(12).
       01 WS-CAT-PAGES   PIC 9(05).
       01 WS-CAT-LINES   PIC 9(07).
      / Parameter from JCL run
       01 PJ-RUNDATE     PIC 9(08).
       01 PJ-BASIS       PIC X(01).
           88 IS-LIMIT    VALUE 'L'.
       01 PJ-BASIS-DEF   PIC X(01) VALUE 'Z'.
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           PERFORM 010-LOADLVL THRU 010-EXIT.
           PERFORM 001-OFILE THRU 001-EXIT.
           PERFORM 100-LOADACCT THRU 100-EXIT.
           PERFORM 110-AGE THRU 110-EXIT.
           PERFORM 120-DUNNING THRU 120-EXIT.
           PERFORM 130-WORKLIST THRU 130-EXIT.
           PERFORM 200-EXITP THRU 200-EXIT.
           PERFORM 999-CFILE THRU 999-EXIT.
           STOP RUN.
      *****************************************************************
      *  This routine handle parameters
      *****************************************************************
       000-PARMS.
           ACCEPT PJ-RUNDATE.
           IF PJ-RUNDATE = SPACE OR LOW-VALUE THEN
              CALL WS-CALL-DATE USING PJ-RUNDATE
           END-IF.
           ACCEPT PJ-BASIS.
           IF PJ-BASIS = SPACE OR LOW-VALUE THEN
              MOVE PJ-BASIS-DEF TO PJ-BASIS
           END-IF.
       000-EXIT.
           EXIT.
      *****************************************************************
      *  This routine loads the dunning thresholds : from DUNCTL when
      *  present, the compiled-in defaults otherwise
      *****************************************************************
       010-LOADLVL.
           MOVE 015    TO WS-LVL-JOURS (1).
           MOVE 'DUN1' TO WS-LVL-LETTRE (1).
           MOVE 030    TO WS-LVL-JOURS (2).
           MOVE 'DUN2' TO WS-LVL-LETTRE (2).
           MOVE 060    TO WS-LVL-JOURS (3).
           MOVE 'DUN3' TO WS-LVL-LETTRE (3).
           OPEN INPUT DUNCTL.
           IF WS-FS-CTL = '00'
              PERFORM UNTIL CTL-END
                 READ DUNCTL
                    NOT AT END
                       IF DC-NIVEAU >= 1 AND DC-NIVEAU <= 3
                          MOVE DC-JOURS  TO WS-LVL-JOURS (DC-NIVEAU)
                          MOVE DC-LETTRE TO WS-LVL-LETTRE (DC-NIVEAU)
                       ELSE
                          DISPLAY 'WARNING : UNKNOWN DUNCTL LEVEL - '
                                  DC-NIVEAU ' IGNORED'
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DUNCTL
           END-IF.
       010-EXIT.
           EXIT.
      *****************************************************************
      *  This routine handle files opening
      *****************************************************************
       001-OFILE.
           OPEN INPUT ACCTMSTR.
           IF WS-FS-MSTR NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT ACCTMSTR FAILED - FILE '
                      'STATUS ' WS-FS-MSTR
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT BALHIST.
           IF WS-FS-HIST NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT BALHIST FAILED - FILE '
                      'STATUS ' WS-FS-HIST
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT OVDRLIM.
           IF WS-FS-LIM = '00'
              MOVE 'Y' TO WS-LIM-AVAIL-SW
           ELSE
              IF IS-LIMIT
                 DISPLAY 'WARNING : OVDRLIM NOT AVAILABLE - EVERY '
                         'ACCOUNT LIMITED TO ZERO'
              END-IF
           END-IF.
           IF IS-LIMIT
              OPEN INPUT PRODMSTR
              IF WS-FS-PROD = '00'
                 MOVE 'Y' TO WS-PROD-AVAIL-SW
              END-IF
           END-IF.
           OPEN I-O DUNMSTR.
           IF WS-FS-DUN NOT = '00'
              OPEN OUTPUT DUNMSTR
              CLOSE DUNMSTR
              OPEN I-O DUNMSTR
           END-IF.
           OPEN OUTPUT DUNLIST.
           OPEN OUTPUT FILERPT88.
       001-EXIT.
           EXIT.
      *****************************************************************
      *  This routine loads every account with its overdraft limit
      *****************************************************************
       100-LOADACCT.
           PERFORM UNTIL MSTR-END
              READ ACCTMSTR NEXT
                 NOT AT END
                    ADD 1 TO WS-CNT-READ
                    IF WS-AC-COUNT < 5000
                       ADD 1 TO WS-AC-COUNT
                       PERFORM 101-KEEPACCT
                    ELSE
                       DISPLAY 'ERROR : MORE THAN 5000 ACCOUNTS - '
                               F-COMPTE ' NOT AGED'
                       MOVE 8 TO RETURN-CODE
                    END-IF
              END-READ
           END-PERFORM.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine keeps one account in the aging table, with
      *  its OVDRLIM limit or else its product's default overdraft
      *****************************************************************
       101-KEEPACCT.
           MOVE F-COMPTE TO WS-AC-COMPTE (WS-AC-COUNT).
           MOVE F-NOM    TO WS-AC-NOM (WS-AC-COUNT).
           MOVE F-DEPT   TO WS-AC-DEPT (WS-AC-COUNT).
           MOVE F-SOLDER TO WS-AC-SOLDE (WS-AC-COUNT).
           MOVE 0        TO WS-AC-LIMITE (WS-AC-COUNT).
           MOVE 0        TO WS-AC-DTDEB (WS-AC-COUNT).
           MOVE 0        TO WS-AC-JOURS (WS-AC-COUNT).
           MOVE 0        TO WS-AC-NIVEAU (WS-AC-COUNT).
           MOVE 'N' TO WS-LIM-FOUND-SW.
           IF LIM-AVAIL AND IS-LIMIT
              MOVE F-COMPTE TO OL-COMPTE
              READ OVDRLIM
                 NOT INVALID KEY
                    MOVE OL-LIMITE TO WS-AC-LIMITE (WS-AC-COUNT)
                    MOVE 'Y' TO WS-LIM-FOUND-SW
              END-READ
           END-IF.
           IF NOT LIM-FOUND AND PROD-AVAIL
              AND F-PRODUIT NOT = SPACES
              MOVE F-PRODUIT TO PR-CODE
              READ PRODMSTR
                 NOT INVALID KEY
                    MOVE PR-DECOUVERT TO WS-AC-LIMITE (WS-AC-COUNT)
              END-READ
           END-IF.
      *****************************************************************
      *  This routine replays BALHIST in date order : a snapshot in
      *  the red opens the account's streak if none is open, one
      *  back within bounds closes it
      *****************************************************************
       110-AGE.
           PERFORM UNTIL HIST-END
              READ BALHIST
                 NOT AT END
                    ADD 1 TO WS-CNT-SNAP
                    IF BH-DATE <= PJ-RUNDATE
                       PERFORM 111-ONESNAP
                    END-IF
              END-READ
           END-PERFORM.
       110-EXIT.
           EXIT.
      *****************************************************************
      *  This routine applies one snapshot to its account's streak
      *****************************************************************
       111-ONESNAP.
           SEARCH ALL WS-AC-ENTRY
              AT END
                 CONTINUE
              WHEN WS-AC-COMPTE (AX) = BH-COMPTE
                 COMPUTE WS-FLOOR = 0 - WS-AC-LIMITE (AX)
                 IF BH-SOLDE < WS-FLOOR
                    IF WS-AC-DTDEB (AX) = 0
                       MOVE BH-DATE TO WS-AC-DTDEB (AX)
                    END-IF
                 ELSE
                    MOVE 0 TO WS-AC-DTDEB (AX)
                 END-IF
           END-SEARCH.
      *****************************************************************
      *  This routine ages every account still in the red on its
      *  last snapshot, escalates its dunning level where a new
      *  threshold is reached, and resets the level of the accounts
      *  back in bounds
      *****************************************************************
       120-DUNNING.
           PERFORM VARYING WS-AX FROM 1 BY 1
                     UNTIL WS-AX > WS-AC-COUNT
              IF WS-AC-DTDEB (WS-AX) > 0
                 PERFORM 121-DAYS
                 PERFORM 122-ESCALATE
              ELSE
                 PERFORM 123-RESET
              END-IF
           END-PERFORM.
       120-EXIT.
           EXIT.
      *****************************************************************
      *  This routine counts the days from the streak start to the
      *  run date (capped at 999)
      *****************************************************************
       121-DAYS.
           MOVE WS-AC-DTDEB (WS-AX) TO WS-DUE-N.
           MOVE 0 TO WS-AC-JOURS (WS-AX).
           PERFORM 124-FEBLEN.
           PERFORM UNTIL WS-DUE-N >= PJ-RUNDATE
                      OR WS-AC-JOURS (WS-AX) = 999
              IF WS-DUE-JJ < WS-MOIS-JJ (WS-DUE-MM)
                 ADD 1 TO WS-DUE-JJ
              ELSE
                 MOVE 1 TO WS-DUE-JJ
                 IF WS-DUE-MM < 12
                    ADD 1 TO WS-DUE-MM
                 ELSE
                    MOVE 1 TO WS-DUE-MM
                    ADD 1 TO WS-DUE-AAAA
                    PERFORM 124-FEBLEN
                 END-IF
              END-IF
              ADD 1 TO WS-AC-JOURS (WS-AX)
           END-PERFORM.
           ADD 1 TO WS-CNT-AGED.
      *****************************************************************
      *  This routine sets February's length for WS-DUE-AAAA : 29
      *  days in a year divisible by 4, else 28
      *****************************************************************
       124-FEBLEN.
           DIVIDE WS-DUE-AAAA BY 4 GIVING WS-LEAP-QUOT
                  REMAINDER WS-LEAP-REST.
           IF WS-LEAP-REST = 0
              MOVE 29 TO WS-MOIS-JJ (2)
           ELSE
              MOVE 28 TO WS-MOIS-JJ (2)
           END-IF.
      *****************************************************************
      *  This routine raises the account's dunning level to the
      *  highest threshold its days reach; each level newly reached
      *  mails its letter
      *****************************************************************
       122-ESCALATE.
           MOVE 0 TO WS-NIVEAU.
           PERFORM VARYING WS-LX FROM 1 BY 1 UNTIL WS-LX > 3
              IF WS-AC-JOURS (WS-AX) >= WS-LVL-JOURS (WS-LX)
                 MOVE WS-LX TO WS-NIVEAU
              END-IF
           END-PERFORM.
           MOVE WS-AC-COMPTE (WS-AX) TO DN-COMPTE.
           READ DUNMSTR
              INVALID KEY
                 MOVE SPACES TO STRUCT-DUNMSTR
                 MOVE WS-AC-COMPTE (WS-AX) TO DN-COMPTE
                 MOVE 0 TO DN-NIVEAU
                 MOVE 0 TO DN-DTLETTRE
                 MOVE WS-AC-DTDEB (WS-AX) TO DN-DTDEB
                 MOVE WS-AC-JOURS (WS-AX) TO DN-JOURS
                 WRITE STRUCT-DUNMSTR
           END-READ.
           MOVE WS-AC-DTDEB (WS-AX) TO DN-DTDEB.
           MOVE WS-AC-JOURS (WS-AX) TO DN-JOURS.
           IF WS-NIVEAU > DN-NIVEAU
              MOVE SPACES TO STRUCT-DUNLIST
              MOVE WS-AC-COMPTE (WS-AX) TO AL-COMPTE
              MOVE WS-LVL-LETTRE (WS-NIVEAU) TO AL-LETTRE
              WRITE STRUCT-DUNLIST
              MOVE WS-NIVEAU  TO DN-NIVEAU
              MOVE PJ-RUNDATE TO DN-DTLETTRE
              ADD 1 TO WS-CNT-LETTER
           END-IF.
           MOVE DN-NIVEAU TO WS-AC-NIVEAU (WS-AX).
           REWRITE STRUCT-DUNMSTR.
      *****************************************************************
      *  This routine resets the level of an account back in bounds
      *****************************************************************
       123-RESET.
           MOVE WS-AC-COMPTE (WS-AX) TO DN-COMPTE.
           READ DUNMSTR
              NOT INVALID KEY
                 IF DN-NIVEAU > 0 OR DN-DTDEB > 0
                    MOVE 0 TO DN-NIVEAU
                    MOVE 0 TO DN-DTDEB
                    MOVE 0 TO DN-JOURS
                    REWRITE STRUCT-DUNMSTR
                    ADD 1 TO WS-CNT-RESET
                 END-IF
           END-READ.
      *****************************************************************
      *  This routine prints the worklist, one department after the
      *  other, with each department's count and overdrawn total
      *****************************************************************
       130-WORKLIST.
           MOVE PJ-RUNDATE TO WS-RPT-H-DATE.
           MOVE PJ-BASIS   TO WS-RPT-H-BASIS.
           WRITE FILERPT88-ENREG FROM WS-RPT-HDR1.
           WRITE FILERPT88-ENREG FROM WS-RPT-HDR2.
           ADD 2 TO WS-RPT-LINES.
           PERFORM VARYING WS-DEPT FROM 0 BY 1 UNTIL WS-DEPT > 99
              MOVE 0 TO WS-DEPT-CNT
              MOVE 0 TO WS-DEPT-AMT
              PERFORM VARYING WS-AX FROM 1 BY 1
                        UNTIL WS-AX > WS-AC-COUNT
                 IF WS-AC-DEPT (WS-AX) = WS-DEPT
                    AND WS-AC-DTDEB (WS-AX) > 0
                    PERFORM 131-ONELINE
                 END-IF
              END-PERFORM
              IF WS-DEPT-CNT > 0
                 MOVE WS-DEPT     TO WS-RPT-S-DEPT
                 MOVE WS-DEPT-CNT TO WS-RPT-S-CNT
                 MOVE WS-DEPT-AMT TO WS-RPT-S-AMT
                 WRITE FILERPT88-ENREG FROM WS-RPT-SUBTOT
                 ADD 1 TO WS-RPT-LINES
              END-IF
           END-PERFORM.
       130-EXIT.
           EXIT.
      *****************************************************************
      *  This routine prints one aged account
      *****************************************************************
       131-ONELINE.
           MOVE WS-AC-DEPT (WS-AX)   TO WS-RPT-D-DEPT.
           MOVE WS-AC-COMPTE (WS-AX) TO WS-RPT-D-CPT.
           MOVE WS-AC-NOM (WS-AX)    TO WS-RPT-D-NOM.
           MOVE WS-AC-SOLDE (WS-AX)  TO WS-RPT-D-SOLDE.
           MOVE WS-AC-LIMITE (WS-AX) TO WS-RPT-D-LIM.
           MOVE WS-AC-JOURS (WS-AX)  TO WS-RPT-D-JOURS.
           MOVE WS-AC-NIVEAU (WS-AX) TO WS-RPT-D-NIV.
           WRITE FILERPT88-ENREG FROM WS-RPT-DETAIL.
           ADD 1 TO WS-RPT-LINES.
           ADD 1 TO WS-DEPT-CNT.
           ADD WS-AC-SOLDE (WS-AX) TO WS-DEPT-AMT.
      *****************************************************************
      *  This routine should close the program (after some displays)
      *****************************************************************
       200-EXITP.
           DISPLAY "200-EXITP".
           DISPLAY '    ACCOUNTS READ     : ' WS-CNT-READ.
           DISPLAY '    SNAPSHOTS READ    : ' WS-CNT-SNAP.
           DISPLAY '    ACCOUNTS AGED     : ' WS-CNT-AGED.
           DISPLAY '    LETTERS TO MAIL   : ' WS-CNT-LETTER.
           DISPLAY '    LEVELS RESET      : ' WS-CNT-RESET.
       200-EXIT.
           EXIT.
      *****************************************************************
      *  Those routines handle files Closing
      *****************************************************************
       999-CFILE.
           CLOSE ACCTMSTR.
           CLOSE BALHIST.
           IF LIM-AVAIL
              CLOSE OVDRLIM
           END-IF.
           IF PROD-AVAIL
              CLOSE PRODMSTR
           END-IF.
           CLOSE DUNMSTR.
           CLOSE DUNLIST.
           CLOSE FILERPT88.
           MOVE 'FILERPT88' TO WS-CAT-RPT.
           MOVE 0 TO WS-CAT-PAGES.
           MOVE WS-RPT-LINES TO WS-CAT-LINES.
           CALL WS-CALL-CAT USING WS-CAT-RPT, WS-CAT-PAGES,
                WS-CAT-LINES.
       999-EXIT.
           EXIT.
