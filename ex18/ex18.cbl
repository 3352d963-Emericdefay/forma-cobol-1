      * Using :
      *    - Copybook ACCTFS (FILEIN, the account extract)
      *    - MVTJRNL as written by PGM017
      *    - PGM124 dataset lineage
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * 02/09/26  DEFAY E. The monthly cutoff default now comes
      *                    from the chain's PRODATE through
      *                    PGM081, not the system clock
      * 15/10/26  DEFAY E. The cycle record keeps the cutoff and
      *                    closing balance it advanced from, so the
      *                    PGM093 CFONB export run after this step
      *                    still finds the period just printed
      * 15/10/26  DEFAY E. Printing a reversed entry and its PGM017
      *                    reversal as a pair : the reversal line
      *                    follows the entry it undoes, both flagged
      *                    with the reversed entry's sequence number
      * 15/10/26  DEFAY E. Recording every dataset closed on the
      *                    LINEAGE register through PGM124 (run
      *                    number, open mode, record count)
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM018.
           02 SC-LASTCUT      PIC X(10).
           02 FILLER          PIC X(01).
           02 SC-LASTSOLDE    PIC S9(07)V99.
           02 FILLER          PIC X(01).
           02 SC-PREVCUT      PIC X(10).
           02 FILLER          PIC X(01).
           02 SC-PREVSOLDE    PIC S9(07)V99.
           02 FILLER          PIC X(26).
       FD MVTJRNLX.
       COPY JRNLXFS REPLACING ==()== BY ==MVTJRNLX==.
       FD ADDRMSTR
           88 JRNL-END    VALUE '10'.
       01 WS-FS-LIST     PIC X(02).
           88 LIST-END    VALUE '10'.
      / Records read over the run, for the lineage register
       01 WS-CNT-LISTRD  PIC 9(07) VALUE 0.
       01 WS-CNT-FINRD   PIC 9(09) VALUE 0.
       01 WS-CNT-JRNLRD  PIC 9(09) VALUE 0.
      / In-memory table of the requested account's journal entries,
      / collected from MVTJRNL then sorted into value-date order
       01 WS-JRNL-COUNT  PIC 9(03) VALUE 0.
              10 WS-J-MNT    PIC 9(07)V99.
              10 WS-J-AVANT  PIC S9(07)V99.
              10 WS-J-APRES  PIC S9(07)V99.
              10 WS-J-SEQ    PIC 9(07).
              10 WS-J-STATUT PIC X(01).
              10 WS-J-LIEN   PIC 9(07).
              10 WS-J-PRINTED PIC X(01).
       01 WS-JRNL-SWAP.
           05 WS-S-DTVAL     PIC X(10).
           05 WS-S-SENS      PIC X(01).
           05 WS-S-MNT       PIC 9(07)V99.
           05 WS-S-AVANT     PIC S9(07)V99.
           05 WS-S-APRES     PIC S9(07)V99.
           05 WS-S-SEQ       PIC 9(07).
           05 WS-S-STATUT    PIC X(01).
           05 WS-S-LIEN      PIC 9(07).
           05 WS-S-PRINTED   PIC X(01).
       01 WS-JX          PIC 9(03).
       01 WS-JY          PIC 9(03).
      / Entry under print, and the reversal paired with it
       01 WS-JP          PIC 9(03).
       01 WS-JR          PIC 9(03).
       01 WS-TRUNC-SW    PIC X(01).
           88 JRNL-TRUNC  VALUE 'Y'.
       01 WS-SORT-SW     PIC X(01).
           05 WS-RPT-D-MNT   PIC ZZZZZZ9.99.
           05 FILLER         PIC X(03) VALUE SPACES.
           05 WS-RPT-D-SOLDE PIC -(06)9.99.
           05 FILLER         PIC X(03) VALUE SPACES.
           05 WS-RPT-D-NOTE  PIC X(11).
           05 WS-RPT-D-REF   PIC X(07).
           05 FILLER         PIC X(19) VALUE SPACES.
       01 WS-RPT-CLOSE.
           05 FILLER         PIC X(22) VALUE 'SOLDE DE CLOTURE    : '.
           05 WS-RPT-CLOSE-AMT PIC -(06)9.99.
       01 WS-CAT-RPT     PIC X(12).
       01 WS-CAT-PAGES   PIC 9(05).
       01 WS-CAT-LINES   PIC 9(07).
      / PGM124 dataset-lineage interface
       01 WS-CALL-LIN    PIC X(08) VALUE "PGM124  ".
       01 WS-LIN-PGM     PIC X(08) VALUE 'PGM018'.
       01 WS-LIN-DSN     PIC X(10).
       01 WS-LIN-MODE    PIC X(01).
       01 WS-LIN-COUNT   PIC 9(09).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           END-IF.
           IF IS-MONTHLY
              CLOSE STMTCYC
              MOVE 'STMTCYC' TO WS-LIN-DSN
              MOVE 'U' TO WS-LIN-MODE
              MOVE 0 TO WS-LIN-COUNT
              PERFORM 900-LINEAGE
           END-IF.
           IF JRNX-AVAIL
              CLOSE MVTJRNLX
              MOVE 'MVTJRNLX' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE 0 TO WS-LIN-COUNT
              PERFORM 900-LINEAGE
           ELSE
              MOVE 'MVTJRNL' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE WS-CNT-JRNLRD TO WS-LIN-COUNT
              PERFORM 900-LINEAGE
           END-IF.
           IF ADDR-AVAIL
              CLOSE ADDRMSTR
              MOVE 'ADDRMSTR' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE 0 TO WS-LIN-COUNT
              PERFORM 900-LINEAGE
           END-IF.
           IF IS-BATCH OR IS-MONTHLY
              MOVE 'ACCTLIST' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE WS-CNT-LISTRD TO WS-LIN-COUNT
              PERFORM 900-LINEAGE
           END-IF.
           MOVE 'FILEIN' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-FINRD TO WS-LIN-COUNT.
           PERFORM 900-LINEAGE.
           CLOSE FILERPT18.
           MOVE 'FILERPT18' TO WS-CAT-RPT.
           MOVE 0 TO WS-CAT-PAGES.
           PERFORM UNTIL LIST-END
              READ ACCTLIST
                 NOT AT END
                    ADD 1 TO WS-CNT-LISTRD
                    MOVE AL-COMPTE TO PJ-COMPTE
                    PERFORM 100-STATEMENT THRU 100-EXIT
              END-READ
      *****************************************************************
      *  This routine advances the account's cycle record after its
      *  statement printed : number bumped, cutoff and closing
      *  balance carried for next month's opening line, the ones
      *  it advanced from kept as the previous cycle
      *****************************************************************
       160-PUTCYCLE.
           MOVE PJ-COMPTE      TO SC-COMPTE.
           IF CYC-SEEN
              MOVE WS-CYC-LASTCUT TO SC-PREVCUT
              MOVE WS-CYC-SOLDE   TO SC-PREVSOLDE
              MOVE WS-STMT-NO     TO SC-LASTNO
              MOVE PJ-CUTOFF      TO SC-LASTCUT
              MOVE WS-CLOSE-SOLDE TO SC-LASTSOLDE
              MOVE WS-STMT-NO     TO SC-LASTNO
              MOVE PJ-CUTOFF      TO SC-LASTCUT
              MOVE WS-CLOSE-SOLDE TO SC-LASTSOLDE
              MOVE 0              TO SC-PREVSOLDE
              WRITE STRUCT-STMTCYC
           END-IF.
       160-EXIT.
           PERFORM UNTIL FILEIN-END OR ACCT-FOUND
              READ FILEIN
                 NOT AT END
                    ADD 1 TO WS-CNT-FINRD
                    IF F-COMPTE OF FILEIN = PJ-COMPTE
                       MOVE 'Y' TO WS-ACCT-FOUND
                       MOVE F-NOM OF FILEIN    TO WS-ACCT-NOM
              PERFORM UNTIL JRNL-END
                 READ MVTJRNL
                    NOT AT END
                       ADD 1 TO WS-CNT-JRNLRD
                       IF JR-COMPTE = PJ-COMPTE
                          IF IS-MONTHLY
                             IF JR-DTVAL > WS-CYC-LASTCUT
              MOVE JX-MNT         TO WS-J-MNT   (WS-JRNL-COUNT)
              MOVE JX-SOLDE-AVANT TO WS-J-AVANT (WS-JRNL-COUNT)
              MOVE JX-SOLDE-APRES TO WS-J-APRES (WS-JRNL-COUNT)
              MOVE JX-SEQ         TO WS-J-SEQ   (WS-JRNL-COUNT)
              MOVE JX-STATUT      TO WS-J-STATUT (WS-JRNL-COUNT)
              MOVE 'N'            TO WS-J-PRINTED (WS-JRNL-COUNT)
              IF JX-ANNULATION AND JX-LIEN NUMERIC
                 MOVE JX-LIEN-SEQ TO WS-J-LIEN (WS-JRNL-COUNT)
              ELSE
                 MOVE 0           TO WS-J-LIEN (WS-JRNL-COUNT)
              END-IF
           ELSE
              IF NOT JRNL-TRUNC
                 MOVE 'Y' TO WS-TRUNC-SW
              MOVE JR-MNT         TO WS-J-MNT   (WS-JRNL-COUNT)
              MOVE JR-SOLDE-AVANT TO WS-J-AVANT (WS-JRNL-COUNT)
              MOVE JR-SOLDE-APRES TO WS-J-APRES (WS-JRNL-COUNT)
              MOVE 0              TO WS-J-SEQ   (WS-JRNL-COUNT)
              MOVE SPACE          TO WS-J-STATUT (WS-JRNL-COUNT)
              MOVE 0              TO WS-J-LIEN  (WS-JRNL-COUNT)
              MOVE 'N'            TO WS-J-PRINTED (WS-JRNL-COUNT)
           ELSE
              IF NOT JRNL-TRUNC
                 MOVE 'Y' TO WS-TRUNC-SW
           WRITE FILERPT18-ENREG FROM WS-RPT-OPEN.
           PERFORM VARYING WS-JX FROM 1 BY 1
                     UNTIL WS-JX > WS-JRNL-COUNT
              IF WS-J-PRINTED (WS-JX) NOT = 'Y'
                 MOVE WS-JX TO WS-JP
                 PERFORM 141-PRINTLINE
                 IF WS-J-STATUT (WS-JX) = 'R'
                    PERFORM 142-PRINTPAIR
                 END-IF
              END-IF
           END-PERFORM.
           IF JRNL-TRUNC
              MOVE WS-JRNL-MAX TO WS-RPT-TR-MAX
      *  This routine prints one movement line with running balance
      *****************************************************************
       141-PRINTLINE.
           MOVE WS-J-DTVAL (WS-JP) TO WS-RPT-D-DATE.
           MOVE WS-J-SENS  (WS-JP) TO WS-RPT-D-SENS.
           MOVE WS-J-MNT   (WS-JP) TO WS-RPT-D-MNT.
           MOVE WS-J-APRES (WS-JP) TO WS-RPT-D-SOLDE.
           EVALUATE WS-J-STATUT (WS-JP)
              WHEN 'R'
                 MOVE 'ANNULE No '  TO WS-RPT-D-NOTE
                 MOVE WS-J-SEQ (WS-JP)  TO WS-RPT-D-REF
              WHEN 'A'
                 MOVE 'ANNUL. No '  TO WS-RPT-D-NOTE
                 MOVE WS-J-LIEN (WS-JP) TO WS-RPT-D-REF
              WHEN OTHER
                 MOVE SPACES TO WS-RPT-D-NOTE
                 MOVE SPACES TO WS-RPT-D-REF
           END-EVALUATE.
           MOVE 'Y' TO WS-J-PRINTED (WS-JP).
           WRITE FILERPT18-ENREG FROM WS-RPT-DETAIL.
      *****************************************************************
      *  This routine prints the reversal of the reversed entry just
      *  printed right under it, when the reversal falls on the same
      *  statement - it is then skipped at its own place
      *****************************************************************
       142-PRINTPAIR.
           MOVE 0 TO WS-JR.
           PERFORM VARYING WS-JY FROM WS-JX BY 1
                     UNTIL WS-JY > WS-JRNL-COUNT OR WS-JR > 0
              IF WS-J-STATUT (WS-JY) = 'A'
                 AND WS-J-LIEN (WS-JY) = WS-J-SEQ (WS-JX)
                 MOVE WS-JY TO WS-JR
              END-IF
           END-PERFORM.
           IF WS-JR > 0
              MOVE WS-JR TO WS-JP
              PERFORM 141-PRINTLINE
           END-IF.
      *****************************************************************
      *  This routine records one closed dataset on the LINEAGE
      *  register (PGM124) : name, open mode, record count
      *****************************************************************
       900-LINEAGE.
           CALL WS-CALL-LIN USING WS-LIN-PGM, WS-LIN-DSN,
                WS-LIN-MODE, WS-LIN-COUNT.
