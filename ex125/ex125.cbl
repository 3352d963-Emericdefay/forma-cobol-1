      *****************************************************************
      * Program name:    PGM125
      *
      * Original author: DEFAY E.
      *
      * Purpose : Impact analysis on the LINEAGE register written by
      *           PGM124, for one dataset on one run of the chain
      *           (PJ-RUNNO, blank : the latest run on the register) :
      *           - PJ-FUNC 'D' (downstream, the default) : every
      *             step that read the dataset on that run, what
      *             those steps wrote, and in turn every step that
      *             read one of those outputs after it was written -
      *             what a late or corrupt feed has reached;
      *           - PJ-FUNC 'U' (upstream) : every step that wrote
      *             the dataset, the inputs it read, and in turn the
      *             steps that wrote those inputs before them, down
      *             to the origins - the datasets no step of the run
      *             wrote (outside feeds, masters carried over).
      *           Only the steps calling PGM124 are on the register :
      *           a dataset written by another step shows as an
      *           origin, and a step reading it without recording
      *           is not listed downstream.
      *           The register's own order is the order of events :
      *           a read only follows a write that comes before it.
      *           FILERPT125 lists the steps, their datasets and
      *           record counts, and closes on the steps to rerun,
      *           in run order. RC 4 when the dataset does not
      *           appear on that run, RC 8 on a parameter error.
      *
      * Using :
      *    - Copybook LINEFS
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created : what to rerun after a bad feed
      *                    is read off the register, not guessed
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM125.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /    LINEAGE (suite-wide dataset lineage register, from PGM124)
           SELECT LINEAGE
           ASSIGN TO LINEAGE
           FILE STATUS is WS-FS-LIN.
      /    FILERPT125 (the impact analysis)
           SELECT FILERPT125
           ASSIGN TO FILERPT125.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD LINEAGE.
       COPY LINEFS REPLACING ==()== BY ==LINEAGE==.
       FD FILERPT125
           RECORD CONTAINS 80 CHARACTERS.
       01  FILERPT125-ENREG PIC X(80).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-LIN      PIC X(02).
           88 LIN-END     VALUE '10'.
       01 WS-RUNNO       PIC 9(12) VALUE 0.
       01 WS-CNT-READ    PIC 9(07) VALUE 0.
      / The run's register records, in register order, with the
      / marks of the analysis : HIT the step's record that brought
      / it in, USED a dataset it carried along, PRT already printed
       01 WS-LR-NB       PIC 9(04) VALUE 0.
       01 WS-LR-MAX      PIC 9(04) VALUE 2000.
       01 WS-LR-OVFL-SW  PIC X(01) VALUE 'N'.
           88 LR-OVFL     VALUE 'Y'.
       01 WS-LR-TABLE.
           05 WS-LR-ENTRY OCCURS 2000 TIMES.
              10 WS-LR-PGM    PIC X(08).
              10 WS-LR-DSN    PIC X(10).
              10 WS-LR-MODE   PIC X(01).
              10 WS-LR-CNT    PIC 9(09).
              10 WS-LR-HIT    PIC X(01).
              10 WS-LR-USED   PIC X(01).
              10 WS-LR-PRT    PIC X(01).
       01 WS-LX          PIC 9(04).
       01 WS-KX          PIC 9(04).
       01 WS-IX          PIC 9(04).
      / The datasets reached, each with its register position :
      / downstream the earliest write (a read after it is hit),
      / upstream the latest read (a write before it is hit)
       01 WS-DS-NB       PIC 9(03) VALUE 0.
       01 WS-DS-MAX      PIC 9(03) VALUE 200.
       01 WS-DS-TABLE.
           05 WS-DS-ENTRY OCCURS 200 TIMES.
              10 WS-DS-DSN    PIC X(10).
              10 WS-DS-POS    PIC 9(04).
       01 WS-DX          PIC 9(03).
       01 WS-ADD-DSN     PIC X(10).
       01 WS-ADD-POS     PIC 9(04).
       01 WS-CHANGED-SW  PIC X(01).
           88 CHANGED     VALUE 'Y'.
       01 WS-FOUND-SW    PIC X(01).
           88 FOUND       VALUE 'Y'.
       01 WS-SEEN-SW     PIC X(01) VALUE 'N'.
           88 DSN-SEEN    VALUE 'Y'.
      / The steps to rerun, in run order
       01 WS-RR-NB       PIC 9(03) VALUE 0.
       01 WS-RR-TABLE.
           05 WS-RR-PGM  PIC X(08) OCCURS 200 TIMES.
       01 WS-RX          PIC 9(03).
       01 WS-CNT-ORIG    PIC 9(03) VALUE 0.
      / FILERPT125 lines
       01 WS-RPT-HDR.
           05 FILLER         PIC X(24) VALUE
              'PGM125 LINEAGE IMPACT - '.
           05 WS-RPT-H-FUNC  PIC X(10).
           05 FILLER         PIC X(04) VALUE ' OF '.
           05 WS-RPT-H-DSN   PIC X(10).
           05 FILLER         PIC X(06) VALUE '  RUN '.
           05 WS-RPT-H-RUNNO PIC 9(12).
           05 FILLER         PIC X(14) VALUE SPACES.
       01 WS-RPT-SEP     PIC X(80) VALUE ALL '-'.
       01 WS-RPT-TITLE   PIC X(80).
       01 WS-RPT-LINE.
           05 WS-RPT-L-TAG   PIC X(05).
           05 WS-RPT-L-PGM   PIC X(08).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-RPT-L-VERB  PIC X(07).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-L-DSN   PIC X(10).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-RPT-L-MODE  PIC X(01).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-RPT-L-CNT   PIC ZZZZZZZZ9.
           05 FILLER         PIC X(33) VALUE SPACES.
       01 WS-RPT-ORIG.
           05 FILLER         PIC X(07) VALUE 'ORIGIN '.
           05 WS-RPT-O-DSN   PIC X(10).
           05 FILLER         PIC X(38) VALUE
              ' - NOT WRITTEN BY ANY STEP OF THIS RUN'.
           05 FILLER         PIC X(25) VALUE SPACES.
       01 WS-RPT-RERUN.
           05 FILLER         PIC X(06) VALUE 'RERUN '.
           05 WS-RPT-R-SEQ   PIC ZZ9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-RPT-R-PGM   PIC X(08).
           05 FILLER         PIC X(61) VALUE SPACES.
       01 WS-RPT-END.
           05 FILLER         PIC X(17) VALUE 'STEPS TO RERUN : '.
           05 WS-RPT-N-STEPS PIC ZZ9.
           05 FILLER         PIC X(15) VALUE '   DATASETS : '.
           05 WS-RPT-N-DS    PIC ZZ9.
           05 FILLER         PIC X(13) VALUE '   ORIGINS : '.
           05 WS-RPT-N-ORIG  PIC ZZ9.
           05 FILLER         PIC X(26) VALUE SPACES.
      / Parameter from JCL run : the question ('D' downstream, 'U'
      / upstream), the dataset, the run (blank : the latest)
       01 PJ-FUNC        PIC X(01).
           88 IS-DOWN     VALUE 'D'.
           88 IS-UP       VALUE 'U'.
       01 PJ-FUNC-DEF    PIC X(01) VALUE 'D'.
       01 PJ-DSN         PIC X(10).
       01 PJ-RUNNO       PIC X(12).
       01 PJ-RUNNO-N REDEFINES PJ-RUNNO PIC 9(12).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           PERFORM 010-LATEST THRU 010-EXIT.
           PERFORM 020-LOAD THRU 020-EXIT.
           OPEN OUTPUT FILERPT125.
           MOVE PJ-DSN   TO WS-RPT-H-DSN.
           MOVE WS-RUNNO TO WS-RPT-H-RUNNO.
           IF IS-DOWN
              MOVE 'DOWNSTREAM' TO WS-RPT-H-FUNC
           ELSE
              MOVE 'UPSTREAM'   TO WS-RPT-H-FUNC
           END-IF.
           WRITE FILERPT125-ENREG FROM WS-RPT-HDR.
           WRITE FILERPT125-ENREG FROM WS-RPT-SEP.
           IF IS-DOWN
              PERFORM 100-DOWN THRU 100-EXIT
              PERFORM 300-PRTDOWN THRU 300-EXIT
           ELSE
              PERFORM 200-UP THRU 200-EXIT
              PERFORM 310-PRTUP THRU 310-EXIT
              PERFORM 320-ORIGINS THRU 320-EXIT
           END-IF.
           PERFORM 330-RERUN THRU 330-EXIT.
           PERFORM 400-EXITP THRU 400-EXIT.
           GOBACK.
      *****************************************************************
      *  This routine handle parameters : the question, the dataset
      *  and the run
      *****************************************************************
       000-PARMS.
           ACCEPT PJ-FUNC.
           IF PJ-FUNC = SPACE OR LOW-VALUE THEN
              MOVE PJ-FUNC-DEF TO PJ-FUNC
           END-IF.
           ACCEPT PJ-DSN.
           ACCEPT PJ-RUNNO.
           IF NOT IS-DOWN AND NOT IS-UP
              DISPLAY 'ERROR : FUNCTION ' PJ-FUNC
                      ' UNKNOWN - D (DOWNSTREAM) OR U (UPSTREAM)'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF PJ-DSN = SPACES OR LOW-VALUE
              DISPLAY 'ERROR : NO DATASET NAMED - NOTHING TO ANALYSE'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF PJ-RUNNO NOT = SPACES AND PJ-RUNNO NOT = LOW-VALUE
              IF PJ-RUNNO NOT NUMERIC
                 DISPLAY 'ERROR : RUN NUMBER ' PJ-RUNNO
                         ' NOT NUMERIC'
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE PJ-RUNNO-N TO WS-RUNNO
           END-IF.
       000-EXIT.
           EXIT.
      *****************************************************************
      *  This routine finds the latest run on the register when no
      *  run was named
      *****************************************************************
       010-LATEST.
           IF PJ-RUNNO NOT = SPACES AND PJ-RUNNO NOT = LOW-VALUE
              GO TO 010-EXIT
           END-IF.
           OPEN INPUT LINEAGE.
           IF WS-FS-LIN NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT LINEAGE FAILED - FILE '
                      'STATUS ' WS-FS-LIN
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM UNTIL LIN-END
              READ LINEAGE
                 NOT AT END
                    IF LN-RUNNO > WS-RUNNO
                       MOVE LN-RUNNO TO WS-RUNNO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE LINEAGE.
       010-EXIT.
           EXIT.
      *****************************************************************
      *  This routine loads the run's records in register order
      *****************************************************************
       020-LOAD.
           MOVE SPACES TO WS-FS-LIN.
           OPEN INPUT LINEAGE.
           IF WS-FS-LIN NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT LINEAGE FAILED - FILE '
                      'STATUS ' WS-FS-LIN
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM UNTIL LIN-END
              READ LINEAGE
                 NOT AT END
                    ADD 1 TO WS-CNT-READ
                    IF LN-RUNNO = WS-RUNNO
                       PERFORM 021-KEEP
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE LINEAGE.
           IF LR-OVFL
              DISPLAY 'WARNING : RUN ' WS-RUNNO ' EXCEEDS THE '
                      WS-LR-MAX '-RECORD TABLE - ANALYSIS PARTIAL'
              MOVE 4 TO RETURN-CODE
           END-IF.
       020-EXIT.
           EXIT.
      *****************************************************************
      *  This routine keeps one register record of the run, and
      *  notes whether the dataset under analysis appears on it
      *****************************************************************
       021-KEEP.
           IF WS-LR-NB < WS-LR-MAX
              ADD 1 TO WS-LR-NB
              MOVE LN-PGM   TO WS-LR-PGM  (WS-LR-NB)
              MOVE LN-DSN   TO WS-LR-DSN  (WS-LR-NB)
              MOVE LN-MODE  TO WS-LR-MODE (WS-LR-NB)
              MOVE LN-COUNT TO WS-LR-CNT  (WS-LR-NB)
              MOVE 'N'      TO WS-LR-HIT  (WS-LR-NB)
              MOVE 'N'      TO WS-LR-USED (WS-LR-NB)
              MOVE 'N'      TO WS-LR-PRT  (WS-LR-NB)
              IF LN-DSN = PJ-DSN
                 MOVE 'Y' TO WS-SEEN-SW
              END-IF
           ELSE
              MOVE 'Y' TO WS-LR-OVFL-SW
           END-IF.
      *****************************************************************
      *  Downstream : from the dataset as it stood before the run,
      *  every read of a dataset reached hits its step, and the
      *  step's later writes are reached in turn - until a pass
      *  over the register reaches nothing new
      *****************************************************************
       100-DOWN.
           MOVE 1      TO WS-DS-NB.
           MOVE PJ-DSN TO WS-DS-DSN (1).
           MOVE 0      TO WS-DS-POS (1).
           MOVE 'Y' TO WS-CHANGED-SW.
           PERFORM UNTIL NOT CHANGED
              MOVE 'N' TO WS-CHANGED-SW
              PERFORM VARYING WS-LX FROM 1 BY 1
                        UNTIL WS-LX > WS-LR-NB
                 IF WS-LR-MODE (WS-LX) = 'I' OR 'U'
                    PERFORM 110-DOWNONE THRU 110-EXIT
                 END-IF
              END-PERFORM
           END-PERFORM.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine checks one read against the datasets reached
      *****************************************************************
       110-DOWNONE.
           IF WS-LR-HIT (WS-LX) = 'Y'
              GO TO 110-EXIT
           END-IF.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-DX FROM 1 BY 1
                     UNTIL WS-DX > WS-DS-NB OR FOUND
              IF WS-DS-DSN (WS-DX) = WS-LR-DSN (WS-LX)
                 AND WS-DS-POS (WS-DX) < WS-LX
                 MOVE 'Y' TO WS-FOUND-SW
              END-IF
           END-PERFORM.
           IF NOT FOUND
              GO TO 110-EXIT
           END-IF.
           MOVE 'Y' TO WS-LR-HIT (WS-LX).
           MOVE 'Y' TO WS-CHANGED-SW.
      *    The step's writes from this read on (an update in place
      *    is its own write)
           PERFORM VARYING WS-KX FROM WS-LX BY 1
                     UNTIL WS-KX > WS-LR-NB
              IF WS-LR-PGM (WS-KX) = WS-LR-PGM (WS-LX)
                 AND (WS-LR-MODE (WS-KX) = 'O' OR 'E' OR 'U')
                 MOVE 'Y' TO WS-LR-USED (WS-KX)
                 MOVE WS-LR-DSN (WS-KX) TO WS-ADD-DSN
                 MOVE WS-KX TO WS-ADD-POS
                 PERFORM 120-ADDDS THRU 120-EXIT
              END-IF
           END-PERFORM.
       110-EXIT.
           EXIT.
      *****************************************************************
      *  This routine adds a dataset reached downstream, or moves
      *  its position back to an earlier write
      *****************************************************************
       120-ADDDS.
           PERFORM VARYING WS-DX FROM 1 BY 1
                     UNTIL WS-DX > WS-DS-NB
              IF WS-DS-DSN (WS-DX) = WS-ADD-DSN
                 IF WS-DS-POS (WS-DX) > WS-ADD-POS
                    MOVE WS-ADD-POS TO WS-DS-POS (WS-DX)
                    MOVE 'Y' TO WS-CHANGED-SW
                 END-IF
                 GO TO 120-EXIT
              END-IF
           END-PERFORM.
           PERFORM 130-NEWDS THRU 130-EXIT.
       120-EXIT.
           EXIT.
      *****************************************************************
      *  This routine enters a new dataset in the reached table
      *****************************************************************
       130-NEWDS.
           IF WS-DS-NB NOT < WS-DS-MAX
              DISPLAY 'WARNING : MORE THAN ' WS-DS-MAX
                      ' DATASETS REACHED - ' WS-ADD-DSN ' DROPPED'
              MOVE 4 TO RETURN-CODE
              GO TO 130-EXIT
           END-IF.
           ADD 1 TO WS-DS-NB.
           MOVE WS-ADD-DSN TO WS-DS-DSN (WS-DS-NB).
           MOVE WS-ADD-POS TO WS-DS-POS (WS-DS-NB).
           MOVE 'Y' TO WS-CHANGED-SW.
       130-EXIT.
           EXIT.
      *****************************************************************
      *  Upstream : from the dataset as it stands after the run,
      *  every write of a dataset reached before its read hits its
      *  step, and the step's reads up to that write are reached in
      *  turn - until a pass over the register reaches nothing new
      *****************************************************************
       200-UP.
           MOVE 1      TO WS-DS-NB.
           MOVE PJ-DSN TO WS-DS-DSN (1).
           COMPUTE WS-DS-POS (1) = WS-LR-NB + 1.
           MOVE 'Y' TO WS-CHANGED-SW.
           PERFORM UNTIL NOT CHANGED
              MOVE 'N' TO WS-CHANGED-SW
              PERFORM VARYING WS-KX FROM 1 BY 1
                        UNTIL WS-KX > WS-LR-NB
                 IF WS-LR-MODE (WS-KX) = 'O' OR 'E' OR 'U'
                    PERFORM 210-UPONE THRU 210-EXIT
                 END-IF
              END-PERFORM
           END-PERFORM.
       200-EXIT.
           EXIT.
      *****************************************************************
      *  This routine checks one write against the datasets reached
      *****************************************************************
       210-UPONE.
           IF WS-LR-HIT (WS-KX) = 'Y'
              GO TO 210-EXIT
           END-IF.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-DX FROM 1 BY 1
                     UNTIL WS-DX > WS-DS-NB OR FOUND
              IF WS-DS-DSN (WS-DX) = WS-LR-DSN (WS-KX)
                 AND WS-DS-POS (WS-DX) > WS-KX
                 MOVE 'Y' TO WS-FOUND-SW
              END-IF
           END-PERFORM.
           IF NOT FOUND
              GO TO 210-EXIT
           END-IF.
           MOVE 'Y' TO WS-LR-HIT (WS-KX).
           MOVE 'Y' TO WS-CHANGED-SW.
      *    The step's reads up to this write (an update in place
      *    read the dataset it rewrote)
           PERFORM VARYING WS-IX FROM 1 BY 1
                     UNTIL WS-IX > WS-KX
              IF WS-LR-PGM (WS-IX) = WS-LR-PGM (WS-KX)
                 AND (WS-LR-MODE (WS-IX) = 'I' OR 'U')
                 MOVE 'Y' TO WS-LR-USED (WS-IX)
                 MOVE WS-LR-DSN (WS-IX) TO WS-ADD-DSN
                 MOVE WS-IX TO WS-ADD-POS
                 PERFORM 220-ADDIN THRU 220-EXIT
              END-IF
           END-PERFORM.
       210-EXIT.
           EXIT.
      *****************************************************************
      *  This routine adds a dataset reached upstream, or moves its
      *  position on to a later read
      *****************************************************************
       220-ADDIN.
           PERFORM VARYING WS-DX FROM 1 BY 1
                     UNTIL WS-DX > WS-DS-NB
              IF WS-DS-DSN (WS-DX) = WS-ADD-DSN
                 IF WS-DS-POS (WS-DX) < WS-ADD-POS
                    MOVE WS-ADD-POS TO WS-DS-POS (WS-DX)
                    MOVE 'Y' TO WS-CHANGED-SW
                 END-IF
                 GO TO 220-EXIT
              END-IF
           END-PERFORM.
           PERFORM 130-NEWDS THRU 130-EXIT.
       220-EXIT.
           EXIT.
      *****************************************************************
      *  This routine prints the downstream steps in run order : the
      *  read that reached each one, then what it wrote from there
      *****************************************************************
       300-PRTDOWN.
           MOVE 'STEPS THAT CONSUMED IT, AND WHAT THEY WROTE'
                TO WS-RPT-TITLE.
           WRITE FILERPT125-ENREG FROM WS-RPT-TITLE.
           PERFORM VARYING WS-LX FROM 1 BY 1
                     UNTIL WS-LX > WS-LR-NB
              IF WS-LR-HIT (WS-LX) = 'Y'
                 MOVE 'STEP ' TO WS-RPT-L-TAG
                 MOVE WS-LR-PGM (WS-LX) TO WS-RPT-L-PGM
                 MOVE 'READ'  TO WS-RPT-L-VERB
                 MOVE WS-LX   TO WS-IX
                 PERFORM 350-PRTLINE
                 PERFORM 340-KEEPRR THRU 340-EXIT
                 PERFORM VARYING WS-KX FROM WS-LX BY 1
                           UNTIL WS-KX > WS-LR-NB
                    IF WS-LR-PGM (WS-KX) = WS-LR-PGM (WS-LX)
                       AND WS-LR-USED (WS-KX) = 'Y'
                       AND WS-LR-PRT (WS-KX) = 'N'
                       MOVE SPACES   TO WS-RPT-L-TAG
                       MOVE SPACES   TO WS-RPT-L-PGM
                       MOVE 'OUTPUT' TO WS-RPT-L-VERB
                       MOVE WS-KX    TO WS-IX
                       PERFORM 350-PRTLINE
                       MOVE 'Y' TO WS-LR-PRT (WS-KX)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
           IF WS-RR-NB = 0
              MOVE '    NO STEP READ IT ON THIS RUN' TO WS-RPT-TITLE
              WRITE FILERPT125-ENREG FROM WS-RPT-TITLE
           END-IF.
       300-EXIT.
           EXIT.
      *****************************************************************
      *  This routine prints the upstream steps in run order : the
      *  write that reached each one, then the reads that fed it
      *****************************************************************
       310-PRTUP.
           MOVE 'STEPS THAT PRODUCED IT, AND WHAT THEY READ'
                TO WS-RPT-TITLE.
           WRITE FILERPT125-ENREG FROM WS-RPT-TITLE.
           PERFORM VARYING WS-KX FROM 1 BY 1
                     UNTIL WS-KX > WS-LR-NB
              IF WS-LR-HIT (WS-KX) = 'Y'
                 MOVE 'STEP ' TO WS-RPT-L-TAG
                 MOVE WS-LR-PGM (WS-KX) TO WS-RPT-L-PGM
                 MOVE 'OUTPUT' TO WS-RPT-L-VERB
                 MOVE WS-KX   TO WS-IX
                 PERFORM 350-PRTLINE
                 PERFORM 340-KEEPRR THRU 340-EXIT
                 PERFORM VARYING WS-LX FROM 1 BY 1
                           UNTIL WS-LX > WS-KX
                    IF WS-LR-PGM (WS-LX) = WS-LR-PGM (WS-KX)
                       AND WS-LR-USED (WS-LX) = 'Y'
                       AND WS-LR-PRT (WS-LX) = 'N'
                       MOVE SPACES  TO WS-RPT-L-TAG
                       MOVE SPACES  TO WS-RPT-L-PGM
                       MOVE 'INPUT' TO WS-RPT-L-VERB
                       MOVE WS-LX   TO WS-IX
                       PERFORM 350-PRTLINE
                       MOVE 'Y' TO WS-LR-PRT (WS-LX)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
           IF WS-RR-NB = 0
              MOVE '    NO STEP WROTE IT ON THIS RUN' TO WS-RPT-TITLE
              WRITE FILERPT125-ENREG FROM WS-RPT-TITLE
           END-IF.
       310-EXIT.
           EXIT.
      *****************************************************************
      *  This routine prints the origins : the datasets reached that
      *  no step of the run wrote before they were read
      *****************************************************************
       320-ORIGINS.
           WRITE FILERPT125-ENREG FROM WS-RPT-SEP.
           PERFORM VARYING WS-DX FROM 1 BY 1
                     UNTIL WS-DX > WS-DS-NB
              MOVE 'N' TO WS-FOUND-SW
              PERFORM VARYING WS-KX FROM 1 BY 1
                        UNTIL WS-KX > WS-LR-NB OR FOUND
                 IF WS-LR-DSN (WS-KX) = WS-DS-DSN (WS-DX)
                    AND WS-KX < WS-DS-POS (WS-DX)
                    AND (WS-LR-MODE (WS-KX) = 'O' OR 'E' OR 'U')
                    MOVE 'Y' TO WS-FOUND-SW
                 END-IF
              END-PERFORM
              IF NOT FOUND
                 MOVE WS-DS-DSN (WS-DX) TO WS-RPT-O-DSN
                 WRITE FILERPT125-ENREG FROM WS-RPT-ORIG
                 ADD 1 TO WS-CNT-ORIG
              END-IF
           END-PERFORM.
       320-EXIT.
           EXIT.
      *****************************************************************
      *  This routine prints the steps to rerun, in run order
      *****************************************************************
       330-RERUN.
           WRITE FILERPT125-ENREG FROM WS-RPT-SEP.
           PERFORM VARYING WS-RX FROM 1 BY 1
                     UNTIL WS-RX > WS-RR-NB
              MOVE WS-RX TO WS-RPT-R-SEQ
              MOVE WS-RR-PGM (WS-RX) TO WS-RPT-R-PGM
              WRITE FILERPT125-ENREG FROM WS-RPT-RERUN
           END-PERFORM.
       330-EXIT.
           EXIT.
      *****************************************************************
      *  This routine keeps a step for the rerun list, once
      *****************************************************************
       340-KEEPRR.
           PERFORM VARYING WS-RX FROM 1 BY 1
                     UNTIL WS-RX > WS-RR-NB
              IF WS-RR-PGM (WS-RX) = WS-RPT-L-PGM
                 GO TO 340-EXIT
              END-IF
           END-PERFORM.
           IF WS-RR-NB < 200
              ADD 1 TO WS-RR-NB
              MOVE WS-RPT-L-PGM TO WS-RR-PGM (WS-RR-NB)
           END-IF.
       340-EXIT.
           EXIT.
      *****************************************************************
      *  This routine prints register record WS-IX
      *****************************************************************
       350-PRTLINE.
           MOVE WS-LR-DSN  (WS-IX) TO WS-RPT-L-DSN.
           MOVE WS-LR-MODE (WS-IX) TO WS-RPT-L-MODE.
           MOVE WS-LR-CNT  (WS-IX) TO WS-RPT-L-CNT.
           WRITE FILERPT125-ENREG FROM WS-RPT-LINE.
      *****************************************************************
      *  This routine should close the program (after some displays)
      *****************************************************************
       400-EXITP.
           WRITE FILERPT125-ENREG FROM WS-RPT-SEP.
           MOVE WS-RR-NB    TO WS-RPT-N-STEPS.
           COMPUTE WS-RPT-N-DS = WS-DS-NB - 1.
           MOVE WS-CNT-ORIG TO WS-RPT-N-ORIG.
           WRITE FILERPT125-ENREG FROM WS-RPT-END.
           CLOSE FILERPT125.
           DISPLAY '400-EXITP'.
           DISPLAY '    REGISTER RECORDS   : ' WS-CNT-READ.
           DISPLAY '    RUN                : ' WS-RUNNO.
           DISPLAY '    RECORDS OF THE RUN : ' WS-LR-NB.
           DISPLAY '    STEPS TO RERUN     : ' WS-RR-NB.
           IF NOT DSN-SEEN
              DISPLAY 'WARNING : ' PJ-DSN ' DOES NOT APPEAR ON RUN '
                      WS-RUNNO
              MOVE 4 TO RETURN-CODE
           END-IF.
       400-EXIT.
           EXIT.
