      *           F-ETAT-VALID family ('O','F','S','A', anything
      *           else tallied as unknown), and the report ends on a
      *           grand-total line that ties back to PGM008's
      *           WS-TOT-SOLDE-ALL figure for the same input. The
      *           banding and the report are the PGM024M module's,
      *           shared with the PGM130 single-pass extract
      *           driver; this program reads FILEIN on its own for
      *           a rerun.
      *
      * Using :
      *    - Copybook ACCTFS
      *    - PGM024M balance stratification module
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      *                    value through the RATEDAY daily rates
      *                    (F-DEVISE, spaces meaning EUR) so the
      *                    totals stay comparable in one currency
      * 15/10/26  DEFAY E. The banding and the report moved to
      *                    the PGM024M module, which the PGM130
      *                    single-pass extract driver also feeds :
      *                    this program reads the file and hands
      *                    each record over. Start and end logged to
      *                    RUNLOG (PGM046) for PGM063's timings
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM024.
           SELECT FILEIN
           ASSIGN TO FILEIN
           FILE STATUS is WS-FS-FILEIN.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD FILEIN.
       COPY ACCTFS REPLACING ==()== BY ==FILEIN==.
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-FILEIN   PIC X(02).
           88 FILEIN-END  VALUE '10'.
       01 WS-CNT-READ    PIC 9(07) VALUE 0.
      / PGM024M balance stratification module interface
       01 WS-CALL-MOD    PIC X(08) VALUE "PGM024M ".
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
       01 WS-BX          PIC 9(02).
       01 WS-PARM-POS    PIC 9(03).
      / Parameter from JCL run
       01 PJ-NBANDS      PIC 9(02).
       01 PJ-BOUND       PIC 9(09).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           PERFORM 001-OFILE THRU 001-EXIT.
           PERFORM 100-SCAN THRU 100-EXIT.
           PERFORM 999-CFILE THRU 999-EXIT.
           PERFORM 011-LOGEND.
           STOP RUN.
      *****************************************************************
      *  This routine accepts the band count and that many ascending
      *  bounds (blank for the module's 1 000 / 10 000 / 100 000),
      *  handed to the module blank-separated
      *****************************************************************
       000-PARMS.
           ACCEPT PJ-NBANDS.
           IF PJ-NBANDS = SPACE OR LOW-VALUE OR PJ-NBANDS = 0
              GO TO 000-EXIT
           END-IF.
           IF PJ-NBANDS > 9
              MOVE 9 TO PJ-NBANDS
           END-IF.
           MOVE 1 TO WS-PARM-POS.
           STRING PJ-NBANDS DELIMITED BY SIZE
             INTO WS-MOD-PARM WITH POINTER WS-PARM-POS
           END-STRING.
           PERFORM VARYING WS-BX FROM 1 BY 1
                     UNTIL WS-BX > PJ-NBANDS
              PERFORM 005-ACCBOUND
           END-PERFORM.
       000-EXIT.
           EXIT.
      *****************************************************************
      *  This routine accepts one band bound
      *****************************************************************
       005-ACCBOUND.
           ACCEPT PJ-BOUND.
           STRING ' ' PJ-BOUND DELIMITED BY SIZE
             INTO WS-MOD-PARM WITH POINTER WS-PARM-POS
           END-STRING.
      *****************************************************************
      *  Those routines log start and end of run to RUNLOG (PGM046)
      *****************************************************************
       010-LOGSTART.
           MOVE 'S'      TO WS-LOG-FUNC.
           MOVE 'PGM024' TO WS-LOG-PGM.
           MOVE 0 TO WS-LOG-CNT-IN.
           MOVE 0 TO WS-LOG-CNT-OUT.
           MOVE 0 TO WS-LOG-RC.
           CALL WS-CALL-LOG USING WS-LOG-FUNC, WS-LOG-PGM,
                WS-LOG-CNT-IN, WS-LOG-CNT-OUT, WS-LOG-RC.
       011-LOGEND.
           MOVE 'E'      TO WS-LOG-FUNC.
           MOVE 'PGM024' TO WS-LOG-PGM.
           MOVE WS-CNT-READ TO WS-LOG-CNT-IN.
           MOVE 0 TO WS-LOG-CNT-OUT.
           MOVE WS-MOD-RC TO WS-LOG-RC.
           CALL WS-CALL-LOG USING WS-LOG-FUNC, WS-LOG-PGM,
                WS-LOG-CNT-IN, WS-LOG-CNT-OUT, WS-LOG-RC.
           MOVE WS-LOG-RC TO RETURN-CODE.
      *****************************************************************
      *  This routine handle files opening
      *****************************************************************
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
           PERFORM UNTIL FILEIN-END
              READ FILEIN
                 NOT AT END
                    ADD 1 TO WS-CNT-READ
                    MOVE STRUCT-FILEIN TO WS-MOD-REC
                    MOVE 'R' TO WS-MOD-FUNC
                    PERFORM 110-CALLMOD
              END-READ
           END-PERFORM.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine calls the PGM024M module
      *****************************************************************
       110-CALLMOD.
           CALL WS-CALL-MOD USING WS-MOD-FUNC, WS-MOD-PARM,
                WS-MOD-REC, WS-MOD-RC.
      *****************************************************************
      *  Those routines handle files Closing
      *****************************************************************
       999-CFILE.
           CLOSE FILEIN.
           MOVE 'C' TO WS-MOD-FUNC.
           PERFORM 110-CALLMOD.
       999-EXIT.
           EXIT.
