      * 02/09/26  DEFAY E. The default run date now comes from the
      *                    chain's PRODATE through PGM081, not the
      *                    system clock
      * 15/10/26  DEFAY E. Generated movements carry the 'ORDP'
      *                    origin, so the journal tells standing
      *                    orders apart (PGM109)
      * 15/10/26  DEFAY E. Recording every dataset closed on the
      *                    LINEAGE register through PGM124 (run
      *                    number, open mode, record count)
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM049.
           05 WS-MV-JJ       PIC 9(02).
      / PGM081 control-date interface
       01 WS-CALL-DATE   PIC X(08) VALUE "PGM081  ".
      / PGM124 dataset-lineage interface
       01 WS-CALL-LIN    PIC X(08) VALUE "PGM124  ".
       01 WS-LIN-PGM     PIC X(08) VALUE 'PGM049'.
       01 WS-LIN-DSN     PIC X(10).
       01 WS-LIN-MODE    PIC X(01).
       01 WS-LIN-COUNT   PIC 9(09).
      / Parameter from JCL run
       01 PJ-MODE        PIC X(01).
           88 IS-MAINT    VALUE 'M'.
           END-PERFORM.
           CLOSE STOTRANS.
           CLOSE STOMSTR.
           MOVE 'STOTRANS' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-READ TO WS-LIN-COUNT.
           PERFORM 210-LINEAGE.
           MOVE 'STOMSTR' TO WS-LIN-DSN.
           MOVE 'U' TO WS-LIN-MODE.
           MOVE WS-CNT-APPLIED TO WS-LIN-COUNT.
           PERFORM 210-LINEAGE.
       100-EXIT.
           EXIT.
      *****************************************************************
           END-PERFORM.
           CLOSE MVTSIN.
           CLOSE STOMSTR.
           MOVE 'MVTSIN' TO WS-LIN-DSN.
           MOVE 'E' TO WS-LIN-MODE.
           MOVE WS-CNT-DUE TO WS-LIN-COUNT.
           PERFORM 210-LINEAGE.
           MOVE 'STOMSTR' TO WS-LIN-DSN.
           MOVE 'U' TO WS-LIN-MODE.
           MOVE WS-CNT-APPLIED TO WS-LIN-COUNT.
           PERFORM 210-LINEAGE.
       300-EXIT.
           EXIT.
      *****************************************************************
           MOVE SO-SENS      TO MV-SENS.
           MOVE SO-MNT       TO MV-MNT.
           MOVE WS-MVT-DTVAL TO MV-DTVAL.
           MOVE 'ORDP'       TO MV-ORIGINE.
           WRITE STRUCT-MVTSIN.
           ADD 1 TO WS-CNT-DUE.
           MOVE SO-NEXTDUE TO WS-DUE-N.
           END-IF.
       200-EXIT.
           EXIT.
      *****************************************************************
      *  This routine records one closed dataset on the LINEAGE
      *  register (PGM124) : name, open mode, record count
      *****************************************************************
       210-LINEAGE.
           CALL WS-CALL-LIN USING WS-LIN-PGM, WS-LIN-DSN,
                WS-LIN-MODE, WS-LIN-COUNT.
