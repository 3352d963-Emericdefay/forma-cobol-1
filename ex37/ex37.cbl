      * 02/09/26  DEFAY E. Employees terminated in a past period
      *                    (FD-STATUT 'T', soft-kept on the master)
      *                    are no longer expected in a bucket
      * 15/10/26  DEFAY E. Recording every dataset closed on the
      *                    LINEAGE register through PGM124 (run
      *                    number, open mode, record count)
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM037.
       01 WS-CNT-SUSP    PIC 9(05) VALUE 0.
       01 WS-CNT-EXCEPT  PIC 9(05) VALUE 0.
       01 WS-CNT-TERM    PIC 9(05) VALUE 0.
       01 WS-CNT-SALRD   PIC 9(07) VALUE 0.
       01 WS-CNT-HISTRD  PIC 9(07) VALUE 0.
       01 WS-CNT-DUPRD   PIC 9(07) VALUE 0.
       01 WS-CNT-SUSPRD  PIC 9(07) VALUE 0.
       01 WS-CUR-PERIOD  PIC 9(06).
       01 WS-OVFL-SW     PIC X(01) VALUE 'N'.
           88 TABLE-OVFL  VALUE 'Y'.
           05 FILLER         PIC X(28) VALUE SPACES.
      / Parameter from JCL run
       01 PJ-EFDATE      PIC 9(08).
      / PGM124 dataset-lineage interface
       01 WS-CALL-LIN    PIC X(08) VALUE "PGM124  ".
       01 WS-LIN-PGM     PIC X(08) VALUE 'PGM037'.
       01 WS-LIN-DSN     PIC X(10).
       01 WS-LIN-MODE    PIC X(01).
       01 WS-LIN-COUNT   PIC 9(09).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           PERFORM UNTIL SAL-END
              READ SALARIES
                 NOT AT END
                    ADD 1 TO WS-CNT-SALRD
                    IF FD-STATUT = 'T' AND FD-LEAVE NUMERIC
                       AND FD-LEAVE-N / 100 < WS-CUR-PERIOD
                       ADD 1 TO WS-CNT-TERM
              END-READ
           END-PERFORM.
           CLOSE SALARIES.
           MOVE 'SALARIES' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-SALRD TO WS-LIN-COUNT.
           PERFORM 900-LINEAGE.
           IF WS-CNT-TERM > 0
              DISPLAY '    TERMINATED, PAST LEAVERS NOT EXPECTED : '
                      WS-CNT-TERM
              PERFORM UNTIL HIST-END
                 READ PRIMEHIST NEXT
                    NOT AT END
                       ADD 1 TO WS-CNT-HISTRD
                       IF PH-PERIOD = WS-CUR-PERIOD
                          PERFORM 021-MARKONE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PRIMEHIST
              MOVE 'PRIMEHIST' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE WS-CNT-HISTRD TO WS-LIN-COUNT
              PERFORM 900-LINEAGE
           END-IF.
       020-EXIT.
           EXIT.
              PERFORM UNTIL DUP-END
                 READ DUPACCT
                    NOT AT END
                       ADD 1 TO WS-CNT-DUPRD
                       PERFORM 031-MARKONE
                 END-READ
              END-PERFORM
              CLOSE DUPACCT
              MOVE 'DUPACCT' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE WS-CNT-DUPRD TO WS-LIN-COUNT
              PERFORM 900-LINEAGE
           END-IF.
       030-EXIT.
           EXIT.
              PERFORM UNTIL SUSP-END
                 READ SUSPENSE
                    NOT AT END
                       ADD 1 TO WS-CNT-SUSPRD
                       PERFORM 041-MARKONE
                 END-READ
              END-PERFORM
              CLOSE SUSPENSE
              MOVE 'SUSPENSE' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE WS-CNT-SUSPRD TO WS-LIN-COUNT
              PERFORM 900-LINEAGE
           END-IF.
       040-EXIT.
           EXIT.
              WRITE FILERPT37-ENREG FROM WS-RPT-EXC
              ADD 1 TO WS-CNT-EXCEPT
           END-IF.
      *****************************************************************
      *  This routine records one closed dataset on the LINEAGE
      *  register (PGM124) : name, open mode, record count
      *****************************************************************
       900-LINEAGE.
           CALL WS-CALL-LIN USING WS-LIN-PGM, WS-LIN-DSN,
                WS-LIN-MODE, WS-LIN-COUNT.
