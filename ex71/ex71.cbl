      *           Tonight's counts are appended to the DQHIST
      *           history file and FILERPT71 prints each condition
      *           beside its previous score, so last month's cleanup
      *           can be seen moving the numbers - or not. The
      *           scorecard is the PGM071M module's; this program
      *           reads ACCTMSTR and hands it each account.
      *
      * Using :
      *    - Copybook ACCTFS
      *    - ACCTMSTR / SALARIES / DEPTMSTR as loaded for the suite
      *    - PGM071M data-quality scorecard module
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * 02/09/26  DEFAY E. Registering the report in the PGM075
      *                    spool catalog after close, for
      *                    reprint by run number
      * 15/10/26  DEFAY E. The scorecard moved to the PGM071M module
      *                    : this program reads ACCTMSTR and hands
      *                    each record over. Start and end logged
      *                    to RUNLOG (PGM046) for PGM063's timings
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM071.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS F-COMPTE
           FILE STATUS is WS-FS-ACCT.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD ACCTMSTR.
       COPY ACCTFS REPLACING ==()== BY ==ACCTMSTR==.
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-ACCT     PIC X(02).
           88 ACCT-END    VALUE '10'.
       01 WS-CNT-READ    PIC 9(07) VALUE 0.
      / PGM071M data-quality scorecard module interface
       01 WS-CALL-MOD    PIC X(08) VALUE "PGM071M ".
       01 WS-MOD-FUNC    PIC X(01).
       01 WS-MOD-PARM    PIC X(100) VALUE SPACES.
       01 WS-MOD-REC     PIC X(80).
       01 WS-MOD-RC      PIC S9(04) VALUE 0.
      / PGM046 common run-log interface
       01 WS-CALL-LOG    PIC X(08) VALUE "PGM046  ".
       01 WS-LOG-FUNC    PIC X(01).
       01 WS-LOG-PGM     PIC X(08).
       01 WS-LOG-CNT-IN  PIC 9(09).
       01 WS-LOG-CNT-OUT PIC 9(09).
       01 WS-LOG-RC      PIC S9(04).
      / Parameter from JCL run
       01 PJ-RUNDATE     PIC X(08).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           PERFORM 001-OFILE THRU 001-EXIT.
           PERFORM 100-SCAN THRU 100-EXIT.
           PERFORM 999-CFILE THRU 999-EXIT.
           PERFORM 011-LOGEND.
           STOP RUN.
      *****************************************************************
      *  This routine accepts the run date (blank for PGM081's
      *  control date), handed to the module
      *****************************************************************
       000-PARMS.
           ACCEPT PJ-RUNDATE.
           IF PJ-RUNDATE NOT = LOW-VALUE
              MOVE PJ-RUNDATE TO WS-MOD-PARM
           END-IF.
       000-EXIT.
           EXIT.
      *****************************************************************
      *  Those routines log start and end of run to RUNLOG (PGM046)
      *****************************************************************
       010-LOGSTART.
           MOVE 'S'      TO WS-LOG-FUNC.
           MOVE 'PGM071' TO WS-LOG-PGM.
           MOVE 0 TO WS-LOG-CNT-IN.
           MOVE 0 TO WS-LOG-CNT-OUT.
           MOVE 0 TO WS-LOG-RC.
           CALL WS-CALL-LOG USING WS-LOG-FUNC, WS-LOG-PGM,
                WS-LOG-CNT-IN, WS-LOG-CNT-OUT, WS-LOG-RC.
       011-LOGEND.
           MOVE 'E'      TO WS-LOG-FUNC.
           MOVE 'PGM071' TO WS-LOG-PGM.
           MOVE WS-CNT-READ TO WS-LOG-CNT-IN.
           MOVE 0 TO WS-LOG-CNT-OUT.
           MOVE WS-MOD-RC TO WS-LOG-RC.
           CALL WS-CALL-LOG USING WS-LOG-FUNC, WS-LOG-PGM,
                WS-LOG-CNT-IN, WS-LOG-CNT-OUT, WS-LOG-RC.
           MOVE WS-LOG-RC TO RETURN-CODE.
      *****************************************************************
      *  This routine handle files opening
      *****************************************************************
       001-OFILE.
           OPEN INPUT ACCTMSTR.
           IF WS-FS-ACCT NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT ACCTMSTR FAILED - FILE '
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 010-LOGSTART.
           MOVE 'O' TO WS-MOD-FUNC.
           PERFORM 110-CALLMOD.
           IF WS-MOD-RC >= 8
              PERFORM 011-LOGEND
              STOP RUN
           END-IF.
       001-EXIT.
           EXIT.
      *****************************************************************
      *  This routine hands every record read to the module
      *****************************************************************
       100-SCAN.
           PERFORM UNTIL ACCT-END
              READ ACCTMSTR NEXT
                 NOT AT END
                    ADD 1 TO WS-CNT-READ
                    MOVE STRUCT-ACCTMSTR TO WS-MOD-REC
                    MOVE 'R' TO WS-MOD-FUNC
                    PERFORM 110-CALLMOD
              END-READ
           END-PERFORM.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine calls the PGM071M module
      *****************************************************************
       110-CALLMOD.
           CALL WS-CALL-MOD USING WS-MOD-FUNC, WS-MOD-PARM,
                WS-MOD-REC, WS-MOD-RC.
      *****************************************************************
      *  Those routines handle files Closing
      *****************************************************************
       999-CFILE.
           CLOSE ACCTMSTR.
           MOVE 'C' TO WS-MOD-FUNC.
           PERFORM 110-CALLMOD.
       999-EXIT.
           EXIT.
