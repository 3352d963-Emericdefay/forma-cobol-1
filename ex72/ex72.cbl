      *    - Copybooks ACCTFS & PAYTFS
      *    - ACCTMSTR / SALARIES / DEPTMSTR / REGMSTR as loaded for
      *      the suite, PAYTOTALS as written by PGM011
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
       PROGRAM-ID.    PGM072.
       01 WS-CO-HEADS    PIC 9(06) VALUE 0.
       01 WS-CO-COST     PIC 9(12)V99 VALUE 0.
       01 WS-PT-PRIME    PIC 9(09) VALUE 0.
      / Records read, for the lineage register
       01 WS-CNT-ACCTRD  PIC 9(07) VALUE 0.
       01 WS-CNT-SALRD   PIC 9(07) VALUE 0.
       01 WS-CNT-PTRD    PIC 9(07) VALUE 0.
      / PGM075 report-catalog interface
       01 WS-CALL-CAT    PIC X(08) VALUE "PGM075  ".
       01 WS-CAT-RPT     PIC X(12).
              'RUN PRIME TOTAL (PAYTOTALS)   : '.
           05 WS-RPT-P-TOT   PIC ZZZZZZZZ9.
           05 FILLER         PIC X(59) VALUE SPACES.
      / PGM124 dataset-lineage interface
       01 WS-CALL-LIN    PIC X(08) VALUE "PGM124  ".
       01 WS-LIN-PGM     PIC X(08) VALUE 'PGM072'.
       01 WS-LIN-DSN     PIC X(10).
       01 WS-LIN-MODE    PIC X(01).
       01 WS-LIN-COUNT   PIC 9(09).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 010-LOADNAMES THRU 010-EXIT.
                 END-READ
              END-PERFORM
              CLOSE DEPTMSTR
              MOVE 'DEPTMSTR' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE 0 TO WS-LIN-COUNT
              PERFORM 900-LINEAGE
           END-IF.
       010-EXIT.
           EXIT.
           PERFORM UNTIL ACCT-END
              READ ACCTMSTR NEXT
                 NOT AT END
                    ADD 1 TO WS-CNT-ACCTRD
                    IF F-DEPT >= 1 AND F-DEPT <= 99
                       ADD 1        TO WS-DP-ACCTS (F-DEPT)
                       ADD F-SOLDER TO WS-DP-SOLDE (F-DEPT)
              END-READ
           END-PERFORM.
           CLOSE ACCTMSTR.
           MOVE 'ACCTMSTR' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-ACCTRD TO WS-LIN-COUNT.
           PERFORM 900-LINEAGE.
       100-EXIT.
           EXIT.
      *****************************************************************
           PERFORM UNTIL SAL-END
              READ SALARIES NEXT
                 NOT AT END
                    ADD 1 TO WS-CNT-SALRD
                    IF FD-DEPT >= 1 AND FD-DEPT <= 99
                       ADD 1 TO WS-DP-HEADS (FD-DEPT)
                       IF FD-BASE NUMERIC
              END-READ
           END-PERFORM.
           CLOSE SALARIES.
           MOVE 'SALARIES' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-SALRD TO WS-LIN-COUNT.
           PERFORM 900-LINEAGE.
       200-EXIT.
           EXIT.
      *****************************************************************
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1 TO WS-CNT-PTRD
                 MOVE PT-TOT TO WS-PT-PRIME
           END-READ.
           CLOSE PAYTOTALS.
           MOVE 'PAYTOTALS' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-PTRD TO WS-LIN-COUNT.
           PERFORM 900-LINEAGE.
       250-EXIT.
           EXIT.
      *****************************************************************
           END-PERFORM.
           IF WS-FS-REG = '00'
              CLOSE REGMSTR
              MOVE 'REGMSTR' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE 0 TO WS-LIN-COUNT
              PERFORM 900-LINEAGE
           END-IF.
       320-EXIT.
           EXIT.
           MOVE WS-RG-HEADS (WS-RX) TO WS-RPT-D-HEADS.
           MOVE WS-RG-COST (WS-RX)  TO WS-RPT-D-COST.
           WRITE FILERPT72-ENREG FROM WS-RPT-DETAIL.
      *****************************************************************
      *  This routine records one closed dataset on the LINEAGE
      *  register (PGM124) : name, open mode, record count
      *****************************************************************
       900-LINEAGE.
           CALL WS-CALL-LIN USING WS-LIN-PGM, WS-LIN-DSN,
                WS-LIN-MODE, WS-LIN-COUNT.
