      *    - Copybooks ACCTFS, JRNLFS & MISMFS
      *    - BALHIST as written by PGM054, MVTJRNL as written by
      *      PGM017, ACCTMSTR as loaded by PGM019
      *    - PGM124 dataset lineage
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * 02/09/26  DEFAY E. Registering the report in the PGM075
      *                    spool catalog after close, for
      *                    reprint by run number
      * 15/10/26  DEFAY E. Recording every dataset closed on the
      *                    LINEAGE register through PGM124 (run
      *                    number, open mode, record count)
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM061.
       01 WS-CNT-AGREE   PIC 9(07) VALUE 0.
       01 WS-CNT-DISAGR  PIC 9(07) VALUE 0.
       01 WS-CNT-NOBASE  PIC 9(07) VALUE 0.
       01 WS-CNT-HISTRD  PIC 9(09) VALUE 0.
       01 WS-CNT-JRNLRD  PIC 9(09) VALUE 0.
       01 WS-CNT-MSTRRD  PIC 9(07) VALUE 0.
      / Per-account rebuild slots : base snapshot and journal delta
       01 WS-ACC-COUNT   PIC 9(04) VALUE 0.
       01 WS-ACC-TABLE.
       01 WS-CAT-LINES   PIC 9(07).
      / Parameter from JCL run
       01 PJ-BASEDATE    PIC 9(08).
      / PGM124 dataset-lineage interface
       01 WS-CALL-LIN    PIC X(08) VALUE "PGM124  ".
       01 WS-LIN-PGM     PIC X(08) VALUE 'PGM061'.
       01 WS-LIN-DSN     PIC X(10).
       01 WS-LIN-MODE    PIC X(01).
       01 WS-LIN-COUNT   PIC 9(09).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           PERFORM UNTIL HIST-END
              READ BALHIST
                 NOT AT END
                    ADD 1 TO WS-CNT-HISTRD
                    IF BH-DATE <= PJ-BASEDATE
                       PERFORM 011-KEEPBASE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE BALHIST.
           MOVE 'BALHIST' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-HISTRD TO WS-LIN-COUNT.
           PERFORM 900-LINEAGE.
       010-EXIT.
           EXIT.
      *****************************************************************
           PERFORM UNTIL JRNL-END
              READ MVTJRNL
                 NOT AT END
                    ADD 1 TO WS-CNT-JRNLRD
                    IF JR-RUNDATE > PJ-BASEDATE
                       PERFORM 021-KEEPDELTA
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE MVTJRNL.
           MOVE 'MVTJRNL' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-JRNLRD TO WS-LIN-COUNT.
           PERFORM 900-LINEAGE.
       020-EXIT.
           EXIT.
      *****************************************************************
           PERFORM UNTIL MSTR-END
              READ ACCTMSTR NEXT
                 NOT AT END
                    ADD 1 TO WS-CNT-MSTRRD
                    PERFORM 110-ONEACCT
              END-READ
           END-PERFORM.
           CLOSE ACCTMSTR.
           CLOSE MISMTRK.
           MOVE 'ACCTMSTR' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-MSTRRD TO WS-LIN-COUNT.
           PERFORM 900-LINEAGE.
           MOVE 'MISMTRK' TO WS-LIN-DSN.
           MOVE 'U' TO WS-LIN-MODE.
           MOVE 0 TO WS-LIN-COUNT.
           PERFORM 900-LINEAGE.
       100-EXIT.
           EXIT.
      *****************************************************************
           END-IF.
       200-EXIT.
           EXIT.
      *****************************************************************
      *  This routine records one closed dataset on the LINEAGE
      *  register (PGM124) : name, open mode, record count
      *****************************************************************
       900-LINEAGE.
           CALL WS-CALL-LIN USING WS-LIN-PGM, WS-LIN-DSN,
                WS-LIN-MODE, WS-LIN-COUNT.
