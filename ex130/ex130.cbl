      *****************************************************************
      * Program name:    PGM130
      *
      * Original author: DEFAY E.
      *
      * Purpose : Single-pass driver for the nightly ACCTFS extract
      *           reports. PGM021 (front-end edit), PGM022 (overdraft
      *           report), PGM023 (dormant accounts), PGM024 (balance
      *           stratification) and PGM073 (subscription
      *           extracts) each used to
      *           read the extract on their own; the driver reads it
      *           once and hands every record to each selected
      *           report's module (PGMnnnM), the same module the
      *           report's own program feeds on a rerun. Outputs,
      *           control totals and return codes are the reports'
      *           own.
      *           The EXTRCTL control file names the reports to run,
      *           one per line with its parameters in the order the
      *           report's program accepts them; no EXTRCTL, or one
      *           naming none, runs all five with their defaults.
      *           A report whose open fails is dropped with its
      *           return code and the others run on. RETURN-CODE is
      *           the highest of the reports'.
      *           PGM071's scorecard is not among them : it scores
      *           ACCTMSTR itself, not the extract, and runs on its
      *           own.
      *
      * Using :
      *    - Copybook ACCTFS
      *    - PGM021M, PGM022M, PGM023M, PGM024M, PGM073M
      *
      * The extract is read through DD ACCTEXT
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created : the extract is read once a night
      *                    instead of once per report
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM130.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /    FILEIN (the night's ACCTFS extract)
           SELECT FILEIN
           ASSIGN TO ACCTEXT
           FILE STATUS is WS-FS-FILEIN.
      /    EXTRCTL (reports to run and their parameters)
           SELECT EXTRCTL
           ASSIGN TO EXTRCTL
           FILE STATUS is WS-FS-CTL.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD FILEIN.
       COPY ACCTFS REPLACING ==()== BY ==FILEIN==.
       FD EXTRCTL.
       01  STRUCT-EXTRCTL.
           02 EC-PGM     PIC X(08).
           02 FILLER     PIC X(01).
           02 EC-PARM    PIC X(71).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-FILEIN   PIC X(02).
           88 FILEIN-END  VALUE '10'.
       01 WS-FS-CTL      PIC X(02).
           88 CTL-END     VALUE '10'.
       01 WS-CNT-READ    PIC 9(09) VALUE 0.
       01 WS-CNT-SEL     PIC 9(02) VALUE 0.
       01 WS-MAX-RC      PIC S9(04) VALUE 0.
       01 WS-RX          PIC 9(02).
       01 WS-RX-FOUND    PIC 9(02).
      / The extract reports the driver can run : each report's
      / program and the module doing its work
       01 WS-RPT-TABLE.
           05 FILLER PIC X(16) VALUE 'PGM021  PGM021M '.
           05 FILLER PIC X(16) VALUE 'PGM022  PGM022M '.
           05 FILLER PIC X(16) VALUE 'PGM023  PGM023M '.
           05 FILLER PIC X(16) VALUE 'PGM024  PGM024M '.
           05 FILLER PIC X(16) VALUE 'PGM073  PGM073M '.
       01 WS-RPT-R REDEFINES WS-RPT-TABLE.
           05 WS-RPT OCCURS 5 TIMES.
              10 WS-RT-PGM   PIC X(08).
              10 WS-RT-MOD   PIC X(08).
      / Tonight's selection : selected, still active after the
      / open, the parameters and the report's return code
       01 WS-RUN-TABLE.
           05 WS-RUN OCCURS 5 TIMES.
              10 WS-RN-SEL   PIC X(01).
              10 WS-RN-ACT   PIC X(01).
              10 WS-RN-PARM  PIC X(100).
              10 WS-RN-RC    PIC S9(04).
      / PGMnnnM module interface
       01 WS-MOD-FUNC    PIC X(01).
       01 WS-MOD-REC     PIC X(80).
      / PGM046 common run-log interface
       01 WS-CALL-LOG    PIC X(08) VALUE "PGM046  ".
       01 WS-LOG-FUNC    PIC X(01).
       01 WS-LOG-PGM     PIC X(08).
       01 WS-LOG-CNT-IN  PIC 9(09).
       01 WS-LOG-CNT-OUT PIC 9(09).
       01 WS-LOG-RC      PIC S9(04).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 010-LOGSTART.
           PERFORM 000-LOADCTL THRU 000-EXIT.
           PERFORM 001-OFILE THRU 001-EXIT.
           PERFORM 100-SCAN THRU 100-EXIT.
           PERFORM 999-CFILE THRU 999-EXIT.
           PERFORM 200-EXITP THRU 200-EXIT.
           PERFORM 011-LOGEND.
           STOP RUN.
      *****************************************************************
      *  Those routines log start and end of run to RUNLOG (PGM046)
      *****************************************************************
       010-LOGSTART.
           MOVE 'S'      TO WS-LOG-FUNC.
           MOVE 'PGM130' TO WS-LOG-PGM.
           MOVE 0 TO WS-LOG-CNT-IN.
           MOVE 0 TO WS-LOG-CNT-OUT.
           MOVE 0 TO WS-LOG-RC.
           CALL WS-CALL-LOG USING WS-LOG-FUNC, WS-LOG-PGM,
                WS-LOG-CNT-IN, WS-LOG-CNT-OUT, WS-LOG-RC.
       011-LOGEND.
           MOVE 'E'      TO WS-LOG-FUNC.
           MOVE 'PGM130' TO WS-LOG-PGM.
           MOVE WS-CNT-READ TO WS-LOG-CNT-IN.
           MOVE 0 TO WS-LOG-CNT-OUT.
           MOVE WS-MAX-RC TO WS-LOG-RC.
           CALL WS-CALL-LOG USING WS-LOG-FUNC, WS-LOG-PGM,
                WS-LOG-CNT-IN, WS-LOG-CNT-OUT, WS-LOG-RC.
           MOVE WS-LOG-RC TO RETURN-CODE.
      *****************************************************************
      *  This routine reads tonight's selection off EXTRCTL : an
      *  unknown or repeated report is warned about and skipped, and
      *  no selection at all runs every report with its defaults
      *****************************************************************
       000-LOADCTL.
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 5
              MOVE 'N'    TO WS-RN-SEL (WS-RX)
              MOVE 'N'    TO WS-RN-ACT (WS-RX)
              MOVE SPACES TO WS-RN-PARM (WS-RX)
              MOVE 0      TO WS-RN-RC (WS-RX)
           END-PERFORM.
           OPEN INPUT EXTRCTL.
           IF WS-FS-CTL = '00'
              PERFORM UNTIL CTL-END
                 READ EXTRCTL
                    NOT AT END
                       IF EC-PGM NOT = SPACES
                          AND EC-PGM (1:1) NOT = '*'
                          PERFORM 005-ONECTL THRU 005-EXIT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EXTRCTL
           END-IF.
           IF WS-CNT-SEL = 0
              DISPLAY 'NO REPORT SELECTED ON EXTRCTL - ALL REPORTS '
                      'RUN WITH THEIR DEFAULTS'
              PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 5
                 MOVE 'Y' TO WS-RN-SEL (WS-RX)
              END-PERFORM
              MOVE 5 TO WS-CNT-SEL
           END-IF.
       000-EXIT.
           EXIT.
      *****************************************************************
      *  This routine selects the report one EXTRCTL line names
      *****************************************************************
       005-ONECTL.
           MOVE 0 TO WS-RX-FOUND.
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 5
              IF WS-RT-PGM (WS-RX) = EC-PGM
                 MOVE WS-RX TO WS-RX-FOUND
              END-IF
           END-PERFORM.
           IF WS-RX-FOUND = 0
              DISPLAY 'WARNING : EXTRCTL NAMES UNKNOWN REPORT '
                      EC-PGM ' - SKIPPED'
              MOVE 4 TO WS-MAX-RC
              GO TO 005-EXIT
           END-IF.
           IF WS-RN-SEL (WS-RX-FOUND) = 'Y'
              DISPLAY 'WARNING : EXTRCTL NAMES ' EC-PGM
                      ' TWICE - FIRST LINE KEPT'
              MOVE 4 TO WS-MAX-RC
              GO TO 005-EXIT
           END-IF.
           MOVE 'Y'     TO WS-RN-SEL (WS-RX-FOUND).
           MOVE EC-PARM TO WS-RN-PARM (WS-RX-FOUND).
           ADD 1 TO WS-CNT-SEL.
       005-EXIT.
           EXIT.
      *****************************************************************
      *  This routine handle files opening : the extract, then each
      *  selected report's open; a report failing it is dropped
      *****************************************************************
       001-OFILE.
           OPEN INPUT FILEIN.
           IF WS-FS-FILEIN NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT ACCTEXT FAILED - FILE '
                      'STATUS ' WS-FS-FILEIN
              MOVE 8 TO WS-MAX-RC
              PERFORM 011-LOGEND
              STOP RUN
           END-IF.
           MOVE 'O' TO WS-MOD-FUNC.
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 5
              IF WS-RN-SEL (WS-RX) = 'Y'
                 PERFORM 110-CALLMOD
                 IF WS-RN-RC (WS-RX) >= 8
                    DISPLAY 'ERROR : ' WS-RT-PGM (WS-RX)
                            ' COULD NOT START - REPORT DROPPED'
                 ELSE
                    MOVE 'Y' TO WS-RN-ACT (WS-RX)
                 END-IF
              END-IF
           END-PERFORM.
       001-EXIT.
           EXIT.
      *****************************************************************
      *  This routine reads the extract once, handing every record
      *  to each active report
      *****************************************************************
       100-SCAN.
           PERFORM UNTIL FILEIN-END
              READ FILEIN
                 NOT AT END
                    ADD 1 TO WS-CNT-READ
                    MOVE STRUCT-FILEIN TO WS-MOD-REC
                    MOVE 'R' TO WS-MOD-FUNC
                    PERFORM 105-ALLMODS
              END-READ
           END-PERFORM.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine calls every active report's module
      *****************************************************************
       105-ALLMODS.
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 5
              IF WS-RN-ACT (WS-RX) = 'Y'
                 PERFORM 110-CALLMOD
              END-IF
           END-PERFORM.
      *****************************************************************
      *  This routine calls one report's module
      *****************************************************************
       110-CALLMOD.
           CALL WS-RT-MOD (WS-RX) USING WS-MOD-FUNC,
                WS-RN-PARM (WS-RX), WS-MOD-REC, WS-RN-RC (WS-RX).
      *****************************************************************
      *  This routine should close the program (after some displays)
      *****************************************************************
       200-EXITP.
           DISPLAY "200-EXITP".
           DISPLAY '    RECORDS READ : ' WS-CNT-READ.
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 5
              IF WS-RN-SEL (WS-RX) = 'Y'
                 DISPLAY '    ' WS-RT-PGM (WS-RX) ' RETURN-CODE : '
                         WS-RN-RC (WS-RX)
                 IF WS-RN-RC (WS-RX) > WS-MAX-RC
                    MOVE WS-RN-RC (WS-RX) TO WS-MAX-RC
                 END-IF
              END-IF
           END-PERFORM.
       200-EXIT.
           EXIT.
      *****************************************************************
      *  Those routines handle files Closing : the extract, then
      *  each active report's totals and close
      *****************************************************************
       999-CFILE.
           CLOSE FILEIN.
           MOVE 'C' TO WS-MOD-FUNC.
           PERFORM 105-ALLMODS.
       999-EXIT.
           EXIT.
