      * Using :
      *    - Copybook TRLRFS, subprogram PGM029
      *    - PAYTOTALS/PAYORD/PRIMEMVT as written by PGM011
      *    - PGM124 dataset lineage
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      *                    side
      * 22/08/26  DEFAY E. Moving the RUNSTATS and PAYTOTALS record layouts
      *                    to a shared copybook
      * 15/10/26  DEFAY E. Recording every dataset closed on the
      *                    LINEAGE register through PGM124 (run
      *                    number, open mode, record count)
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM044.
       01 WS-ORD-HASH    PIC 9(11) VALUE 0.
       01 WS-MVT-CNT     PIC 9(07) VALUE 0.
       01 WS-MVT-TOT     PIC S9(09)V99 VALUE 0.
       01 WS-CNT-PTRD    PIC 9(07) VALUE 0.
       01 WS-CNT-ORDRD   PIC 9(07) VALUE 0.
       01 WS-CNT-MVTRD   PIC 9(07) VALUE 0.
       01 WS-HAVE-PAYTOT PIC X(01) VALUE 'N'.
           88 HAVE-PAYTOT VALUE 'Y'.
      / Exceptions collected while checking, printed at the end
           05 FILLER         PIC X(24) VALUE SPACES.
      / Parameter from JCL run
       01 PJ-RUNDATE     PIC 9(08).
      / PGM124 dataset-lineage interface
       01 WS-CALL-LIN    PIC X(08) VALUE "PGM124  ".
       01 WS-LIN-PGM     PIC X(08) VALUE 'PGM044'.
       01 WS-LIN-DSN     PIC X(10).
       01 WS-LIN-MODE    PIC X(01).
       01 WS-LIN-COUNT   PIC 9(09).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           IF WS-FS-PAYTOT = '00'
              READ PAYTOTALS
                 NOT AT END
                    ADD 1 TO WS-CNT-PTRD
                    MOVE 'Y'    TO WS-HAVE-PAYTOT
                    MOVE PT-CNT TO WS-PAY-CNT
                    MOVE PT-TOT TO WS-PAY-TOT
              END-READ
              CLOSE PAYTOTALS
              MOVE 'PAYTOTALS' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE WS-CNT-PTRD TO WS-LIN-COUNT
              PERFORM 900-LINEAGE
           END-IF.
           MOVE 'HEADCOUNT (PAYTOTALS)   :' TO WS-SHT-LABEL.
           MOVE WS-PAY-CNT TO WS-SHT-CNT.
              PERFORM UNTIL PAYORD-END
                 READ PAYORD
                    NOT AT END
                       ADD 1 TO WS-CNT-ORDRD
                       IF PR-TYPE = 'T'
                          MOVE PR-COUNT TO WS-ORD-CNT
                          MOVE PR-HASH  TO WS-ORD-HASH
                 END-READ
              END-PERFORM
              CLOSE PAYORD
              MOVE 'PAYORD' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE WS-CNT-ORDRD TO WS-LIN-COUNT
              PERFORM 900-LINEAGE
           END-IF.
       210-EXIT.
           EXIT.
              PERFORM UNTIL MVT-END
                 READ PRIMEMVT
                    NOT AT END
                       ADD 1 TO WS-CNT-MVTRD
                       IF STRUCT-PRIMEMVT (1:7) = 'TRAILER'
                          MOVE STRUCT-PRIMEMVT TO STRUCT-GENTRLR
                          MOVE FT-COUNT  TO WS-MVT-CNT
                 END-READ
              END-PERFORM
              CLOSE PRIMEMVT
              MOVE 'PRIMEMVT' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE WS-CNT-MVTRD TO WS-LIN-COUNT
              PERFORM 900-LINEAGE
           END-IF.
       220-EXIT.
           EXIT.
       400-EXIT.
           EXIT.
      *****************************************************************
      *  This routine records one closed dataset on the LINEAGE
      *  register (PGM124) : name, open mode, record count
      *****************************************************************
       900-LINEAGE.
           CALL WS-CALL-LIN USING WS-LIN-PGM, WS-LIN-DSN,
                WS-LIN-MODE, WS-LIN-COUNT.
