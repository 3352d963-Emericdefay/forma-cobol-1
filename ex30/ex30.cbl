      * Purpose : General-ledger journal interface built from the
      *           night's control totals : the FILEOUT1/FILEOUT2
      *           trailer balances of PJ-RUNDATE's dated split
      *           generation, PGM011's PAYTOTALS prime total and
      *           PGM096's SUSPTOT suspense movements (the change
      *           in the open balances since its previous run).
      *           Each source total becomes a balanced debit/credit
      *           pair of journal records (posting date, GL account,
      *           D/C, amount, source program) on GLJRNL, closed by
      *           written) if debits and credits do not balance. A
      *           missing source is skipped with a warning and
      *           RETURN-CODE 4.
      *           When PGM011 split the run per establishment
      *           (ETABTOT for the same run date), the primes pair
      *           is booked once per establishment under its GL
      *           company (GL-SOCIETE); a split that does not tie to
      *           PAYTOTALS refuses the batch like an unbalanced one.
      *
      * GL accounts used (fixed mapping) :
      *    512100 D / 512900 C   split OUT1 balance   (PGM008)
      *    512200 D / 512900 C   split OUT2 balance   (PGM008)
      *    641100 D / 421100 C   primes of the night  (PGM011)
      *    512900 D / 471100 C   credits in suspense  (PGM096)
      *    471200 D / 512900 C   debits in suspense   (PGM096)
      *
      * Using :
      *    - Copybook TRLRFS
      *    - PAYTOTALS / ETABTOT as written by PGM011
      *    - Copybook SUSPTFS (SUSPTOT as written by PGM096)
      *    - Copybook GLJRFS
      *    - PGM124 dataset lineage
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      *                    instead of its absolute value
      * 22/08/26  DEFAY E. Moving the PAYTOTALS record layout
      *                    to a shared copybook
      * 15/10/26  DEFAY E. Open suspense balances of the PGM096
      *                    ledger journalled each night
      * 15/10/26  DEFAY E. GLJRNL layout moved to copybook GLJRFS;
      *                    the trailer carries a zoned record count
      *                    and the writing program for PGM097
      * 15/10/26  DEFAY E. Primes booked per establishment and GL
      *                    company from ETABTOT, tied to PAYTOTALS
      * 15/10/26  DEFAY E. Suspense booked with the day's movement
      *                    from SUSPTOT, not the whole open balance
      *                    again every night
      * 15/10/26  DEFAY E. A SUSPTOT not of PJ-RUNDATE (PGM096 did
      *                    not run that day) is skipped with a
      *                    warning instead of booking an earlier
      *                    day's movement twice
      * 15/10/26  DEFAY E. Recording every dataset closed on the
      *                    LINEAGE register through PGM124 (run
      *                    number, open mode, record count)
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM030.
           SELECT PAYTOTALS
           ASSIGN TO PAYTOTALS
           FILE STATUS is WS-FS-PAYTOT.
      /    ETABTOT (PGM011's run totals per establishment - optional)
           SELECT ETABTOT
           ASSIGN TO ETABTOT
           FILE STATUS is WS-FS-ETABTOT.
      /    SUSPTOT (PGM096's suspense totals and movements)
           SELECT SUSPTOT
           ASSIGN TO SUSPTOT
           FILE STATUS is WS-FS-SUSPTOT.
      /    GLJRNL (balanced journal batch for the ledger)
           SELECT GLJRNL
           ASSIGN TO GLJRNL.
       01  STRUCT-FILEGEN    PIC X(80).
       FD PAYTOTALS.
       COPY PAYTFS REPLACING ==()== BY ==PAYTOTALS==.
       FD ETABTOT.
       COPY PAYTFS REPLACING ==()== BY ==ETABTOT==.
       FD SUSPTOT.
       COPY SUSPTFS REPLACING ==()== BY ==SUSPTOT==.
       FD GLJRNL.
       COPY GLJRFS REPLACING ==()== BY ==GLJRNL==.
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-GEN      PIC X(02).
           88 GEN-END     VALUE '10'.
       01 WS-FS-PAYTOT   PIC X(02).
       01 WS-FS-SUSPTOT  PIC X(02).
       01 WS-FS-ETABTOT  PIC X(02).
           88 ETABTOT-END VALUE '10'.
      / Dated split generation name under read
       01 WS-GEN-FILENAME.
           02 WS-GEN-BASE    PIC X(09).
      / The batch is built here first, written only once balanced
       01 WS-BATCH-COUNT PIC 9(02) VALUE 0.
       01 WS-BATCH-TABLE.
           05 WS-BATCH-ENTRY OCCURS 60 TIMES.
              10 WS-B-COMPTE  PIC X(06).
              10 WS-B-SENS    PIC X(01).
              10 WS-B-MNT     PIC S9(09)V99.
              10 WS-B-SOURCE  PIC X(08).
              10 WS-B-SOCIETE PIC X(04).
       01 WS-BX          PIC 9(02).
       01 WS-TOT-DEBIT   PIC S9(11)V99 VALUE 0.
       01 WS-TOT-CREDIT  PIC S9(11)V99 VALUE 0.
       01 WS-HASH-TOTAL  PIC S9(11)V99 VALUE 0.
       01 WS-CNT-MISSING PIC 9(02) VALUE 0.
       01 WS-CNT-PTRD    PIC 9(07) VALUE 0.
       01 WS-CNT-ETTRD   PIC 9(07) VALUE 0.
       01 WS-CNT-SUSPRD  PIC 9(07) VALUE 0.
      / Staging fields for one debit/credit pair
       01 WS-PAIR-MNT    PIC S9(09)V99.
       01 WS-PAIR-DEBIT  PIC X(06).
       01 WS-PAIR-CREDIT PIC X(06).
       01 WS-PAIR-SOURCE PIC X(08).
       01 WS-PAIR-SOCIETE PIC X(04) VALUE SPACES.
      / The run's primes per establishment (ETABTOT) and their tie
      / to the PAYTOTALS run total
       01 WS-PAY-TOT     PIC 9(09).
       01 WS-PAY-RUNDATE PIC 9(08).
       01 WS-ETT-COUNT   PIC 9(02) VALUE 0.
       01 WS-ETT-TABLE.
           05 WS-ETT-ENTRY OCCURS 20 TIMES.
              10 WS-ET-ETAB    PIC X(03).
              10 WS-ET-SOCIETE PIC X(04).
              10 WS-ET-TOT     PIC 9(09).
       01 WS-EX          PIC 9(02).
       01 WS-ETT-SUM     PIC 9(11).
       01 WS-CNT-STALE   PIC 9(02).
       01 WS-ETAB-SPLIT-SW PIC X(01) VALUE 'N'.
           88 ETAB-SPLIT  VALUE 'Y'.
       01 WS-ETAB-ERR-SW PIC X(01) VALUE 'N'.
           88 ETAB-ERR    VALUE 'Y'.
      / Parameter from JCL run
       01 PJ-RUNDATE     PIC 9(08).
      / PGM124 dataset-lineage interface
       01 WS-CALL-LIN    PIC X(08) VALUE "PGM124  ".
       01 WS-LIN-PGM     PIC X(08) VALUE 'PGM030'.
       01 WS-LIN-DSN     PIC X(10).
       01 WS-LIN-MODE    PIC X(01).
       01 WS-LIN-COUNT   PIC 9(09).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           MOVE '512200' TO WS-PAIR-DEBIT.
           PERFORM 110-GENTOTAL THRU 110-EXIT.
           PERFORM 120-PAYTOTAL THRU 120-EXIT.
           PERFORM 140-SUSPTOTAL THRU 140-EXIT.
       100-EXIT.
           EXIT.
      *****************************************************************
                 DISPLAY 'WARNING : PAYTOTALS EMPTY - SKIPPED'
                 ADD 1 TO WS-CNT-MISSING
              NOT AT END
                 ADD 1 TO WS-CNT-PTRD
                 MOVE PT-TOT OF STRUCT-PAYTOTALS TO WS-PAY-TOT
                 MOVE PT-RUNDATE OF STRUCT-PAYTOTALS
                                 TO WS-PAY-RUNDATE
                 MOVE '641100' TO WS-PAIR-DEBIT
                 MOVE '421100' TO WS-PAIR-CREDIT
                 MOVE 'PGM011'  TO WS-PAIR-SOURCE
                 PERFORM 125-ETABTOTAL THRU 125-EXIT
                 IF NOT ETAB-SPLIT
                    MOVE WS-PAY-TOT TO WS-PAIR-MNT
                    PERFORM 130-STAGEPAIR
                 END-IF
           END-READ.
           CLOSE PAYTOTALS.
           MOVE 'PAYTOTALS' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-PTRD TO WS-LIN-COUNT.
           PERFORM 900-LINEAGE.
       120-EXIT.
           EXIT.
      *****************************************************************
      *  This routine splits the primes pair per establishment from
      *  the ETABTOT records of the same run : one pair per
      *  establishment under its GL company, when their sum ties to
      *  PAYTOTALS. No ETABTOT (or only an earlier run's) keeps the
      *  single pair; a split that does not tie is an error.
      *****************************************************************
       125-ETABTOTAL.
           OPEN INPUT ETABTOT.
           IF WS-FS-ETABTOT NOT = '00'
              GO TO 125-EXIT
           END-IF.
           MOVE 0 TO WS-ETT-COUNT.
           MOVE 0 TO WS-ETT-SUM.
           MOVE 0 TO WS-CNT-STALE.
           PERFORM UNTIL ETABTOT-END
              READ ETABTOT
                 NOT AT END
                    ADD 1 TO WS-CNT-ETTRD
                    PERFORM 126-KEEPETAB
              END-READ
           END-PERFORM.
           CLOSE ETABTOT.
           MOVE 'ETABTOT' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-ETTRD TO WS-LIN-COUNT.
           PERFORM 900-LINEAGE.
           IF WS-CNT-STALE > 0
              DISPLAY 'WARNING : ' WS-CNT-STALE ' ETABTOT RECORDS '
                      'NOT OF RUN ' WS-PAY-RUNDATE ' - IGNORED'
           END-IF.
           IF WS-ETT-COUNT = 0 AND NOT ETAB-ERR
              GO TO 125-EXIT
           END-IF.
           IF ETAB-ERR OR WS-ETT-SUM NOT = WS-PAY-TOT
              DISPLAY 'ERROR : ETABTOT PRIMES ' WS-ETT-SUM
                      ' DO NOT TIE TO PAYTOTALS ' WS-PAY-TOT
              MOVE 'Y' TO WS-ETAB-ERR-SW
              GO TO 125-EXIT
           END-IF.
           MOVE 'Y' TO WS-ETAB-SPLIT-SW.
           PERFORM VARYING WS-EX FROM 1 BY 1
                     UNTIL WS-EX > WS-ETT-COUNT
              IF WS-ET-TOT (WS-EX) NOT = 0
                 MOVE WS-ET-TOT (WS-EX)     TO WS-PAIR-MNT
                 MOVE WS-ET-SOCIETE (WS-EX) TO WS-PAIR-SOCIETE
                 PERFORM 130-STAGEPAIR
              END-IF
           END-PERFORM.
           MOVE SPACES TO WS-PAIR-SOCIETE.
       125-EXIT.
           EXIT.
      *****************************************************************
      *  This routine keeps one ETABTOT record of the run; past the
      *  table the split cannot be booked whole
      *****************************************************************
       126-KEEPETAB.
           IF PT-RUNDATE OF STRUCT-ETABTOT NOT = WS-PAY-RUNDATE
              ADD 1 TO WS-CNT-STALE
           ELSE
              IF WS-ETT-COUNT < 20
                 ADD 1 TO WS-ETT-COUNT
                 MOVE PT-ETAB OF STRUCT-ETABTOT
                                 TO WS-ET-ETAB (WS-ETT-COUNT)
                 MOVE PT-SOCIETE OF STRUCT-ETABTOT
                                 TO WS-ET-SOCIETE (WS-ETT-COUNT)
                 MOVE PT-TOT OF STRUCT-ETABTOT
                                 TO WS-ET-TOT (WS-ETT-COUNT)
                 ADD PT-TOT OF STRUCT-ETABTOT TO WS-ETT-SUM
              ELSE
                 DISPLAY 'ERROR : ETABTOT TABLE FULL - '
                         PT-ETAB OF STRUCT-ETABTOT
                 MOVE 'Y' TO WS-ETAB-ERR-SW
              END-IF
           END-IF.
      *****************************************************************
      *  This routine stages one balanced debit/credit pair
      *****************************************************************
       130-STAGEPAIR.
           MOVE 'D'            TO WS-B-SENS   (WS-BATCH-COUNT).
           MOVE WS-PAIR-MNT    TO WS-B-MNT    (WS-BATCH-COUNT).
           MOVE WS-PAIR-SOURCE TO WS-B-SOURCE (WS-BATCH-COUNT).
           MOVE WS-PAIR-SOCIETE TO WS-B-SOCIETE (WS-BATCH-COUNT).
           ADD WS-PAIR-MNT TO WS-TOT-DEBIT.
           ADD 1 TO WS-BATCH-COUNT.
           MOVE WS-PAIR-CREDIT TO WS-B-COMPTE (WS-BATCH-COUNT).
           MOVE 'C'            TO WS-B-SENS   (WS-BATCH-COUNT).
           MOVE WS-PAIR-MNT    TO WS-B-MNT    (WS-BATCH-COUNT).
           MOVE WS-PAIR-SOURCE TO WS-B-SOURCE (WS-BATCH-COUNT).
           MOVE WS-PAIR-SOCIETE TO WS-B-SOCIETE (WS-BATCH-COUNT).
           ADD WS-PAIR-MNT TO WS-TOT-CREDIT.
      *****************************************************************
      *  This routine pulls PGM096's suspense movements from
      *  SUSPTOT and stages a pair for each side (a side that went
      *  down books with its sign).
      *****************************************************************
       140-SUSPTOTAL.
           OPEN INPUT SUSPTOT.
           IF WS-FS-SUSPTOT NOT = '00'
              DISPLAY 'WARNING : SOURCE SUSPTOT NOT FOUND - SKIPPED'
              ADD 1 TO WS-CNT-MISSING
              GO TO 140-EXIT
           END-IF.
           READ SUSPTOT
              AT END
                 DISPLAY 'WARNING : SUSPTOT EMPTY - SKIPPED'
                 ADD 1 TO WS-CNT-MISSING
              NOT AT END
                 ADD 1 TO WS-CNT-SUSPRD
                 PERFORM 141-SUSPPAIRS
           END-READ.
           CLOSE SUSPTOT.
           MOVE 'SUSPTOT' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-SUSPRD TO WS-LIN-COUNT.
           PERFORM 900-LINEAGE.
       140-EXIT.
           EXIT.
      *****************************************************************
      *  This routine stages the suspense pairs of the day's SUSPTOT;
      *  an earlier run's record is not booked again
      *****************************************************************
       141-SUSPPAIRS.
           IF SG-RUNDATE NOT = PJ-RUNDATE
              DISPLAY 'WARNING : SUSPTOT OF ' SG-RUNDATE
                      ' NOT OF RUN ' PJ-RUNDATE ' - SKIPPED'
              ADD 1 TO WS-CNT-MISSING
           ELSE
              MOVE 'PGM096'  TO WS-PAIR-SOURCE
              MOVE SG-MVT-CREDIT TO WS-PAIR-MNT
              MOVE '512900'  TO WS-PAIR-DEBIT
              MOVE '471100'  TO WS-PAIR-CREDIT
              PERFORM 130-STAGEPAIR
              MOVE SG-MVT-DEBIT  TO WS-PAIR-MNT
              MOVE '471200'  TO WS-PAIR-DEBIT
              MOVE '512900'  TO WS-PAIR-CREDIT
              PERFORM 130-STAGEPAIR
           END-IF.
      *****************************************************************
      *  This routine refuses an unbalanced batch, or writes the
      *  journal file with its hash-total trailer when it balances.
      *****************************************************************
              MOVE 8 TO RETURN-CODE
              GO TO 200-EXIT
           END-IF.
           IF ETAB-ERR
              DISPLAY 'ERROR : ESTABLISHMENT SPLIT OF THE PRIMES '
                      'DOES NOT TIE - NOTHING WRITTEN'
              MOVE 8 TO RETURN-CODE
              GO TO 200-EXIT
           END-IF.
           OPEN OUTPUT GLJRNL.
           PERFORM VARYING WS-BX FROM 1 BY 1
                     UNTIL WS-BX > WS-BATCH-COUNT
           END-PERFORM.
           PERFORM 220-PUTTRLR.
           CLOSE GLJRNL.
           MOVE 'GLJRNL' TO WS-LIN-DSN.
           MOVE 'O' TO WS-LIN-MODE.
           COMPUTE WS-LIN-COUNT = WS-BATCH-COUNT + 1.
           PERFORM 900-LINEAGE.
           DISPLAY '200-BALANCE'.
           DISPLAY '    JOURNAL RECORDS : ' WS-BATCH-COUNT.
           DISPLAY '    HASH TOTAL      : ' WS-HASH-TOTAL.
           MOVE WS-B-SENS   (WS-BX) TO GL-SENS.
           MOVE WS-B-MNT    (WS-BX) TO GL-MNT.
           MOVE WS-B-SOURCE (WS-BX) TO GL-SOURCE.
           MOVE WS-B-SOCIETE (WS-BX) TO GL-SOCIETE.
           WRITE STRUCT-GLJRNL.
           ADD WS-B-MNT (WS-BX) TO WS-HASH-TOTAL.
      *****************************************************************
           MOVE 'TRAILR'      TO GL-COMPTE.
           MOVE 'T'           TO GL-SENS.
           MOVE WS-HASH-TOTAL TO GL-MNT.
           MOVE WS-BATCH-COUNT TO GL-TRL-COUNT.
           MOVE 'PGM030'      TO GL-TRL-PGM.
           WRITE STRUCT-GLJRNL.
      *****************************************************************
      *  This routine records one closed dataset on the LINEAGE
      *  register (PGM124) : name, open mode, record count
      *****************************************************************
       900-LINEAGE.
           CALL WS-CALL-LIN USING WS-LIN-PGM, WS-LIN-DSN,
                WS-LIN-MODE, WS-LIN-COUNT.
