      *           have been fixed is appended to the next run's
      *           PAYORD and marked done. PJ-MODE 'R' prints the
      *           outstanding-returns report until the queue clears.
      *           On a multi-establishment payroll each return keeps
      *           its order's establishment (PO-ETAB, RQ-ETAB) and is
      *           reversed out of that establishment's ETABTOT
      *           totals as well. A reject file the bank sends
      *           twice is refused before anything is reversed
      *           (PGM129 inbound-file registry).
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * 02/09/26  DEFAY E. Registering the report in the PGM075
      *                    spool catalog after close, for
      *                    reprint by run number
      * 15/10/26  DEFAY E. Reversing matched returns out of their
      *                    establishment's ETABTOT totals too, the
      *                    establishment kept on RETQUEUE and on
      *                    the re-queued order
      * 15/10/26  DEFAY E. Recording every dataset closed on the
      *                    LINEAGE register through PGM124 (run
      *                    number, open mode, record count)
      * 15/10/26  DEFAY E. BANKRET fingerprinted ahead of the ingest
      *                    (returns, the run they answer, first and
      *                    last records) and checked against the
      *                    PGM129 inbound-file registry : a reject
      *                    file already ingested is refused, unless
      *                    PJ-FOPER and PJ-FMOTIF force it through;
      *                    every ingested file is registered
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM080.
      /    FILERPT80 (outstanding-returns report)
           SELECT FILERPT80
           ASSIGN TO FILERPT80.
      /    ETABTOT (the run's control totals per establishment,
      /    adjusted in place - optional)
           SELECT ETABTOT
           ASSIGN TO ETABTOT
           FILE STATUS is WS-FS-ETABT.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           02 PO-COMPTE       PIC 9(07).
           02 FILLER          PIC X(01).
           02 PO-MNT          PIC 9(09).
           02 FILLER          PIC X(01).
           02 PO-ETAB         PIC X(03).
           02 FILLER          PIC X(57).
       01  STRUCT-PAYORD-HDR REDEFINES STRUCT-PAYORD.
           02 PH-TYPE         PIC X(01).
           02 FILLER          PIC X(01).
           02 RQ-REASON  PIC X(20).
           02 FILLER     PIC X(01).
           02 RQ-STATUS  PIC X(01).
           02 FILLER     PIC X(01).
           02 RQ-ETAB    PIC X(03).
           02 FILLER     PIC X(27).
       FD FILERPT80
           RECORD CONTAINS 80 CHARACTERS.
       01  FILERPT80-ENREG PIC X(80).
       FD ETABTOT.
       COPY PAYTFS REPLACING ==()== BY ==ETABTOT==.
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-RET      PIC X(02).
           05 WS-ORD-ENTRY OCCURS 2000 TIMES.
              10 WS-OD-SALARY PIC 9(07).
              10 WS-OD-MNT    PIC 9(09).
              10 WS-OD-ETAB   PIC X(03).
       01 WS-OX          PIC 9(04).
       01 WS-MATCH-MNT   PIC 9(09).
       01 WS-MATCH-ETAB  PIC X(03).
       01 WS-MATCH-SW    PIC X(01).
           88 ORD-MATCHED VALUE 'Y'.
      / The PAYTOTALS record staged into working storage across
      / the close-and-reopen of the adjustment
       COPY PAYTFS REPLACING ==()== BY ==WSPAYT==.
      / The matched reversals per establishment, and the ETABTOT
      / records staged across the close-and-reopen of their
      / adjustment
       01 WS-FS-ETABT    PIC X(02).
           88 ETABT-END   VALUE '10'.
       01 WS-REV-COUNT   PIC 9(02) VALUE 0.
       01 WS-REV-TABLE.
           05 WS-REV-ENTRY OCCURS 20 TIMES.
              10 WS-RV-ETAB   PIC X(03).
              10 WS-RV-CNT    PIC 9(05).
              10 WS-RV-TOT    PIC 9(11).
              10 WS-RV-USED   PIC X(01).
       01 WS-RX          PIC 9(02).
       01 WS-REV-FOUND-SW PIC X(01).
           88 REV-FOUND   VALUE 'Y'.
       01 WS-ETT-COUNT   PIC 9(02) VALUE 0.
       01 WS-ETT-TABLE.
           05 WS-ETT-ENTRY OCCURS 20 TIMES PIC X(80).
       01 WS-TX          PIC 9(02).
       COPY PAYTFS REPLACING ==()== BY ==WSETBT==.
      / The run the loaded PAYORD belongs to, from its header - a
      / return is only reversed against its own run
       01 WS-ORD-RUNDATE PIC 9(08) VALUE 0.
       01 WS-CAT-RPT     PIC X(12).
       01 WS-CAT-PAGES   PIC 9(05).
       01 WS-CAT-LINES   PIC 9(07).
      / PGM124 dataset-lineage interface
       01 WS-CALL-LIN    PIC X(08) VALUE "PGM124  ".
       01 WS-LIN-PGM     PIC X(08) VALUE 'PGM080'.
       01 WS-LIN-DSN     PIC X(10).
       01 WS-LIN-MODE    PIC X(01).
       01 WS-LIN-COUNT   PIC 9(09).
      / PGM129 inbound-file registry interface : BANKRET's
      / fingerprint, taken in a first pass over the returns
       01 WS-CALL-INF    PIC X(08) VALUE "PGM129  ".
       01 WS-INF-FUNC    PIC X(01).
       01 WS-INF-PGM     PIC X(08) VALUE 'PGM080'.
       01 WS-INF-FEED    PIC X(12) VALUE 'BANKRET'.
       01 WS-INF-COUNT   PIC 9(09) VALUE 0.
       01 WS-INF-TOTAL   PIC S9(13)V99 VALUE 0.
       01 WS-INF-CREAT   PIC 9(12) VALUE 0.
       01 WS-INF-FIRST   PIC X(80) VALUE SPACES.
       01 WS-INF-LAST    PIC X(80) VALUE SPACES.
       01 WS-INF-RESULT  PIC X(01).
           88 INF-DUP     VALUE 'D'.
      / Parameter from JCL run
       01 PJ-MODE        PIC X(01).
           88 IS-REQUEUE  VALUE 'Q'.
           88 IS-REPORT   VALUE 'R'.
       01 PJ-MODE-DEF    PIC X(01) VALUE 'I'.
       01 PJ-FOPER       PIC X(08).
       01 PJ-FMOTIF      PIC X(40).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           IF PJ-MODE = SPACE OR LOW-VALUE THEN
              MOVE PJ-MODE-DEF TO PJ-MODE
           END-IF.
           ACCEPT PJ-FOPER.
           ACCEPT PJ-FMOTIF.
       000-EXIT.
           EXIT.
      *****************************************************************
      *****************************************************************
       100-INGEST.
           PERFORM 110-LOADORD THRU 110-EXIT.
           PERFORM 105-FPRINT THRU 105-EXIT.
           OPEN INPUT BANKRET.
           IF WS-FS-RET NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT BANKRET FAILED - FILE '
              CLOSE BANKMSTR
           END-IF.
           CLOSE RETQUEUE.
           MOVE 'BANKRET' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-RET TO WS-LIN-COUNT.
           PERFORM 500-LINEAGE.
           IF WS-FS-BANK = '00'
              MOVE 'BANKMSTR' TO WS-LIN-DSN
              MOVE 'U' TO WS-LIN-MODE
              MOVE WS-CNT-MATCH TO WS-LIN-COUNT
              PERFORM 500-LINEAGE
           END-IF.
           MOVE 'RETQUEUE' TO WS-LIN-DSN.
           MOVE 'E' TO WS-LIN-MODE.
           MOVE WS-CNT-MATCH TO WS-LIN-COUNT.
           PERFORM 500-LINEAGE.
           PERFORM 150-ADJTOT THRU 150-EXIT.
           MOVE 'A' TO WS-INF-FUNC.
           PERFORM 106-CALLINF.
           DISPLAY '100-INGEST'.
           DISPLAY '    RETURNS READ   : ' WS-CNT-RET.
           DISPLAY '    MATCHED        : ' WS-CNT-MATCH.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine fingerprints BANKRET in a first pass - returns,
      *  the run the first one answers as creation stamp (the bank's
      *  file has no header), first and last records - and checks it
      *  against the PGM129 registry : a reject file already
      *  ingested is refused before anything is reversed, unless
      *  forced
      *****************************************************************
       105-FPRINT.
           OPEN INPUT BANKRET.
           IF WS-FS-RET NOT = '00'
              GO TO 105-EXIT
           END-IF.
           PERFORM UNTIL RET-END
              READ BANKRET
                 NOT AT END
                    ADD 1 TO WS-INF-COUNT
                    IF WS-INF-COUNT = 1
                       MOVE STRUCT-BANKRET TO WS-INF-FIRST
                       IF BR-RUNDATE NUMERIC
                          MOVE BR-RUNDATE TO WS-INF-CREAT
                       END-IF
                    END-IF
                    MOVE STRUCT-BANKRET TO WS-INF-LAST
              END-READ
           END-PERFORM.
           CLOSE BANKRET.
           MOVE 'C' TO WS-INF-FUNC.
           PERFORM 106-CALLINF.
           IF INF-DUP
              DISPLAY 'ERROR : BANKRET REFUSED - NOTHING REVERSED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
       105-EXIT.
           EXIT.
      *****************************************************************
      *  This routine calls the PGM129 inbound-file registry
      *****************************************************************
       106-CALLINF.
           CALL WS-CALL-INF USING WS-INF-FUNC, WS-INF-PGM,
                WS-INF-FEED, WS-INF-COUNT, WS-INF-TOTAL,
                WS-INF-CREAT, WS-INF-FIRST, WS-INF-LAST,
                PJ-FOPER, PJ-FMOTIF, WS-INF-RESULT.
      *****************************************************************
      *  This routine loads the run's issued orders for the match
      *****************************************************************
       110-LOADORD.
                               TO WS-OD-SALARY (WS-ORD-COUNT)
                             MOVE PO-MNT
                               TO WS-OD-MNT (WS-ORD-COUNT)
                             MOVE PO-ETAB
                               TO WS-OD-ETAB (WS-ORD-COUNT)
                          END-IF
                       WHEN OTHER
                          CONTINUE
              END-READ
           END-PERFORM.
           CLOSE PAYORD.
           MOVE 'PAYORD' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-ORD-COUNT TO WS-LIN-COUNT.
           PERFORM 500-LINEAGE.
           IF NOT HDR-SEEN
              DISPLAY 'ERROR : PAYORD CARRIES NO RUN-DATE HEADER - '
                      'RETURNS CANNOT BE TIED TO A RUN'
              IF WS-OD-SALARY (WS-OX) = BR-SALARY-N
                 MOVE 'Y' TO WS-MATCH-SW
                 MOVE WS-OD-MNT (WS-OX) TO WS-MATCH-MNT
                 MOVE WS-OD-ETAB (WS-OX) TO WS-MATCH-ETAB
              END-IF
           END-PERFORM.
           IF NOT ORD-MATCHED
           END-IF.
           ADD 1 TO WS-CNT-MATCH.
           ADD WS-MATCH-MNT TO WS-TOT-REVERSED.
           PERFORM 125-REVETAB.
           IF WS-FS-BANK = '00'
              MOVE BR-SALARY-N TO BK-SALARY
              READ BANKMSTR
           MOVE BR-RUNDATE   TO RQ-RUNDATE.
           MOVE BR-REASON    TO RQ-REASON.
           MOVE 'P'          TO RQ-STATUS.
           MOVE WS-MATCH-ETAB TO RQ-ETAB.
           WRITE STRUCT-RETQUEUE.
       120-EXIT.
           EXIT.
      *****************************************************************
      *  This routine adds the matched return to its establishment's
      *  reversal
      *****************************************************************
       125-REVETAB.
           MOVE 'N' TO WS-REV-FOUND-SW.
           PERFORM VARYING WS-RX FROM 1 BY 1
                     UNTIL WS-RX > WS-REV-COUNT OR REV-FOUND
              IF WS-RV-ETAB (WS-RX) = WS-MATCH-ETAB
                 MOVE 'Y' TO WS-REV-FOUND-SW
                 ADD 1            TO WS-RV-CNT (WS-RX)
                 ADD WS-MATCH-MNT TO WS-RV-TOT (WS-RX)
              END-IF
           END-PERFORM.
           IF NOT REV-FOUND AND WS-REV-COUNT < 20
              ADD 1 TO WS-REV-COUNT
              MOVE WS-MATCH-ETAB TO WS-RV-ETAB (WS-REV-COUNT)
              MOVE 1             TO WS-RV-CNT  (WS-REV-COUNT)
              MOVE WS-MATCH-MNT  TO WS-RV-TOT  (WS-REV-COUNT)
              MOVE 'N'           TO WS-RV-USED (WS-REV-COUNT)
           END-IF.
      *****************************************************************
      *  This routine reverses the matched returns in the run's
      *  PAYTOTALS control totals
      *****************************************************************
           OPEN OUTPUT PAYTOTALS.
           WRITE STRUCT-PAYTOTALS FROM STRUCT-WSPAYT.
           CLOSE PAYTOTALS.
           MOVE 'PAYTOTALS' TO WS-LIN-DSN.
           MOVE 'U' TO WS-LIN-MODE.
           MOVE 1 TO WS-LIN-COUNT.
           PERFORM 500-LINEAGE.
           PERFORM 160-ADJETAB THRU 160-EXIT.
       150-EXIT.
           EXIT.
      *****************************************************************
      *  This routine reverses the matched returns in their
      *  establishment's ETABTOT record; no ETABTOT is a single-
      *  employer run, a reversal with no record left reported
      *****************************************************************
       160-ADJETAB.
           OPEN INPUT ETABTOT.
           IF WS-FS-ETABT NOT = '00'
              GO TO 160-EXIT
           END-IF.
           PERFORM UNTIL ETABT-END
              READ ETABTOT
                 NOT AT END
                    IF WS-ETT-COUNT < 20
                       ADD 1 TO WS-ETT-COUNT
                       MOVE STRUCT-ETABTOT
                         TO WS-ETT-ENTRY (WS-ETT-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ETABTOT.
           PERFORM VARYING WS-TX FROM 1 BY 1
                     UNTIL WS-TX > WS-ETT-COUNT
              MOVE WS-ETT-ENTRY (WS-TX) TO STRUCT-WSETBT
              PERFORM VARYING WS-RX FROM 1 BY 1
                        UNTIL WS-RX > WS-REV-COUNT
                 IF WS-RV-ETAB (WS-RX) = PT-ETAB OF STRUCT-WSETBT
                    SUBTRACT WS-RV-CNT (WS-RX)
                        FROM PT-CNT OF STRUCT-WSETBT
                    SUBTRACT WS-RV-TOT (WS-RX)
                        FROM PT-TOT OF STRUCT-WSETBT
                    MOVE 'Y' TO WS-RV-USED (WS-RX)
                    DISPLAY '    REVERSED ETAB  : ' WS-RV-ETAB (WS-RX)
                            ' ' WS-RV-TOT (WS-RX)
                 END-IF
              END-PERFORM
              MOVE STRUCT-WSETBT TO WS-ETT-ENTRY (WS-TX)
           END-PERFORM.
           OPEN OUTPUT ETABTOT.
           PERFORM VARYING WS-TX FROM 1 BY 1
                     UNTIL WS-TX > WS-ETT-COUNT
              WRITE STRUCT-ETABTOT FROM WS-ETT-ENTRY (WS-TX)
           END-PERFORM.
           CLOSE ETABTOT.
           MOVE 'ETABTOT' TO WS-LIN-DSN.
           MOVE 'U' TO WS-LIN-MODE.
           MOVE WS-ETT-COUNT TO WS-LIN-COUNT.
           PERFORM 500-LINEAGE.
           PERFORM VARYING WS-RX FROM 1 BY 1
                     UNTIL WS-RX > WS-REV-COUNT
              IF WS-RV-USED (WS-RX) NOT = 'Y'
                 DISPLAY 'WARNING : NO ETABTOT RECORD FOR ETAB '
                         WS-RV-ETAB (WS-RX) ' - ' WS-RV-TOT (WS-RX)
                         ' NOT REVERSED THERE'
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-PERFORM.
       160-EXIT.
           EXIT.
      *****************************************************************
      *  This routine re-queues every pending return whose bank
      *  coordinates have been corrected since
      *****************************************************************
           END-PERFORM.
           CLOSE PAYORD.
           CLOSE BANKMSTR.
           MOVE 'PAYORD' TO WS-LIN-DSN.
           MOVE 'E' TO WS-LIN-MODE.
           MOVE WS-CNT-REQ TO WS-LIN-COUNT.
           PERFORM 500-LINEAGE.
           MOVE 'BANKMSTR' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE 0 TO WS-LIN-COUNT.
           PERFORM 500-LINEAGE.
           OPEN OUTPUT RETQUEUE.
           PERFORM VARYING WS-QX FROM 1 BY 1
                     UNTIL WS-QX > WS-QUE-COUNT
              WRITE STRUCT-RETQUEUE
           END-PERFORM.
           CLOSE RETQUEUE.
           MOVE 'RETQUEUE' TO WS-LIN-DSN.
           MOVE 'U' TO WS-LIN-MODE.
           MOVE WS-QUE-COUNT TO WS-LIN-COUNT.
           PERFORM 500-LINEAGE.
           DISPLAY '300-REQUEUE'.
           DISPLAY '    PAYMENTS RE-QUEUED : ' WS-CNT-REQ.
       300-EXIT.
           MOVE 'O'       TO PO-TYPE.
           MOVE RQ-SALARY TO PO-COMPTE.
           MOVE RQ-MNT    TO PO-MNT.
           MOVE RQ-ETAB   TO PO-ETAB.
           WRITE STRUCT-PAYORD.
           MOVE 'D' TO RQ-STATUS.
           MOVE STRUCT-RETQUEUE TO WS-QUE-ENTRY (WS-QX).
           END-IF.
       400-EXIT.
           EXIT.
      *****************************************************************
      *  This routine records one closed dataset on the LINEAGE
      *  register (PGM124) : name, open mode, record count
      *****************************************************************
       500-LINEAGE.
           CALL WS-CALL-LIN USING WS-LIN-PGM, WS-LIN-DSN,
                WS-LIN-MODE, WS-LIN-COUNT.
