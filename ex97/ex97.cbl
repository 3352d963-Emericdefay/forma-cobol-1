      *****************************************************************
      * Program name:    PGM097
      *
      * Original author: DEFAY E.
      *
      * Purpose : General-ledger master. GLMSTR holds one balance
      *           record per GL account (day's opening, debits,
      *           credits, closing; debit balances positive).
      *           PJ-MODE 'P' (after the GLJRNL writers) posts the
      *           GLJRNL batches : each batch is held until its
      *           trailer and posted only when the record count and
      *           hash total agree with it, debits tie to credits
      *           and the batch (trailer date + writing program) is
      *           not already on the GLPOSTED register - otherwise
      *           the whole batch is refused (RETURN-CODE 8, or 4
      *           for a batch already posted). The first posting of
      *           a new run date rolls the account's closing into
      *           its opening.
      *           PJ-MODE 'T' (default, after the posting) prints
      *           the FILERPT97 trial balance of PJ-RUNDATE, every
      *           account's opening, debits, credits and closing,
      *           which must tie to zero, and a control line setting
      *           the customer-deposit account PJ-GLDEPOT against
      *           the F-SOLDER total of ACCTMSTR.
      *
      * Using :
      *    - Copybooks GLJRFS, ACCTFS
      *    - GLJRNL as written by PGM030, PGM048, PGM059, PGM098
      *      and PGM115
      *    - PGM124 dataset lineage
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created : the journal batches are posted
      *                    and the ledger balanced every night
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM097.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /    GLMSTR (GL balance master keyed on GL account)
           SELECT GLMSTR
           ASSIGN TO GLMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GM-COMPTE
           FILE STATUS is WS-FS-GLM.
      /    GLPOSTED (register of the batches posted)
           SELECT GLPOSTED
           ASSIGN TO GLPOSTED
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GP-KEY
           FILE STATUS is WS-FS-GLP.
      /    GLJRNL (journal batches of PGM030, PGM048, PGM059, PGM098
      /    and PGM115)
           SELECT GLJRNL
           ASSIGN TO GLJRNL
           FILE STATUS is WS-FS-JRNL.
      /    ACCTMSTR (customer sub-ledger, for the control line)
           SELECT ACCTMSTR
           ASSIGN TO ACCTMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS F-COMPTE
           FILE STATUS is WS-FS-MSTR.
      /    FILERPT97 (daily trial balance)
           SELECT FILERPT97
           ASSIGN TO FILERPT97.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD GLMSTR
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-GLMSTR.
           02 GM-COMPTE       PIC X(06).
           02 FILLER          PIC X(01).
           02 GM-DTJOUR       PIC 9(08).
           02 FILLER          PIC X(01).
           02 GM-OUVERT       PIC S9(11)V99.
           02 FILLER          PIC X(01).
           02 GM-DEBIT        PIC S9(11)V99.
           02 FILLER          PIC X(01).
           02 GM-CREDIT       PIC S9(11)V99.
           02 FILLER          PIC X(01).
           02 GM-SOLDE        PIC S9(11)V99.
           02 FILLER          PIC X(09).
       FD GLPOSTED
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-GLPOSTED.
           02 GP-KEY.
              03 GP-DATE      PIC 9(08).
              03 GP-PGM       PIC X(08).
           02 FILLER          PIC X(01).
           02 GP-COUNT        PIC 9(08).
           02 FILLER          PIC X(01).
           02 GP-HASH         PIC S9(11)V99.
           02 FILLER          PIC X(01).
           02 GP-RUNDATE      PIC 9(08).
           02 FILLER          PIC X(33).
       FD GLJRNL.
       COPY GLJRFS REPLACING ==()== BY ==GLJRNL==.
       FD ACCTMSTR.
       COPY ACCTFS REPLACING ==()== BY ==ACCTMSTR==.
       FD FILERPT97
           RECORD CONTAINS 80 CHARACTERS.
       01  FILERPT97-ENREG PIC X(80).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-GLM      PIC X(02).
           88 GLM-END     VALUE '10'.
       01 WS-FS-GLP      PIC X(02).
       01 WS-FS-JRNL     PIC X(02).
           88 JRNL-END    VALUE '10'.
       01 WS-FS-MSTR     PIC X(02).
           88 MSTR-END    VALUE '10'.
       01 WS-CNT-READ    PIC 9(07) VALUE 0.
       01 WS-CNT-POSTED  PIC 9(05) VALUE 0.
       01 WS-CNT-RECS    PIC 9(07) VALUE 0.
       01 WS-CNT-REFUSED PIC 9(05) VALUE 0.
       01 WS-CNT-DOUBLE  PIC 9(05) VALUE 0.
       01 WS-CNT-ACCTS   PIC 9(05) VALUE 0.
      / The batch under read, held until its trailer
       01 WS-BAT-COUNT   PIC 9(03) VALUE 0.
       01 WS-BAT-MAX     PIC 9(03) VALUE 500.
       01 WS-BAT-TABLE.
           05 WS-BAT-ENTRY OCCURS 500 TIMES.
              10 WS-BT-COMPTE PIC X(06).
              10 WS-BT-SENS   PIC X(01).
              10 WS-BT-MNT    PIC S9(11)V99.
       01 WS-BX          PIC 9(03).
       01 WS-BAT-RECS    PIC 9(08) VALUE 0.
       01 WS-BAT-HASH    PIC S9(11)V99 VALUE 0.
       01 WS-BAT-DEBIT   PIC S9(11)V99 VALUE 0.
       01 WS-BAT-CREDIT  PIC S9(11)V99 VALUE 0.
       01 WS-BAT-BAD-SW  PIC X(01) VALUE 'N'.
           88 BAT-BAD     VALUE 'Y'.
       01 WS-BAT-MOTIF   PIC X(30).
      / Trial balance totals and the sub-ledger control
       01 WS-TB-OUVERT   PIC S9(11)V99.
       01 WS-TB-DEBIT    PIC S9(11)V99.
       01 WS-TB-CREDIT   PIC S9(11)V99.
       01 WS-TB-SOLDE    PIC S9(11)V99.
       01 WS-TOT-OUVERT  PIC S9(13)V99 VALUE 0.
       01 WS-TOT-DEBIT   PIC S9(13)V99 VALUE 0.
       01 WS-TOT-CREDIT  PIC S9(13)V99 VALUE 0.
       01 WS-TOT-SOLDE   PIC S9(13)V99 VALUE 0.
       01 WS-GL-DEPOT    PIC S9(13)V99 VALUE 0.
       01 WS-SUB-DEPOT   PIC S9(13)V99 VALUE 0.
       01 WS-ECART       PIC S9(13)V99 VALUE 0.
       01 WS-RPT-LINES   PIC 9(07) VALUE 0.
      / Report lines
       01 WS-RPT-HDR1.
           05 FILLER         PIC X(32) VALUE
              'PGM097 TRIAL BALANCE - RUN DATE '.
           05 WS-RPT-H-DATE  PIC 9(08).
           05 FILLER         PIC X(40) VALUE SPACES.
       01 WS-RPT-HDR2.
           05 FILLER         PIC X(40) VALUE
              'COMPTE         OUVERTURE          DEBIT '.
           05 FILLER         PIC X(40) VALUE
              '         CREDIT         CLOTURE'.
       01 WS-RPT-DETAIL.
           05 WS-RPT-D-CPT   PIC X(06).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-OUV   PIC -(12)9.99.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-DEB   PIC -(12)9.99.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-CRE   PIC -(12)9.99.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-SOL   PIC -(12)9.99.
           05 FILLER         PIC X(07) VALUE SPACES.
       01 WS-RPT-TIE.
           05 WS-RPT-T-LIB   PIC X(40).
           05 WS-RPT-T-MNT   PIC -(12)9.99.
           05 FILLER         PIC X(24) VALUE SPACES.
      / PGM081 control-date interface
       01 WS-CALL-DATE   PIC X(08) VALUE "PGM081  ".
      / PGM075 report-catalog interface
       01 WS-CALL-CAT    PIC X(08) VALUE "PGM075  ".
       01 WS-CAT-RPT     PIC X(12).
       01 WS-CAT-PAGES   PIC 9(05).
       01 WS-CAT-LINES   PIC 9(07).
      / Parameter from JCL run
       01 PJ-MODE        PIC X(01).
           88 IS-POST     VALUE 'P'.
       01 PJ-MODE-DEF    PIC X(01) VALUE 'T'.
       01 PJ-RUNDATE     PIC 9(08).
       01 PJ-GLDEPOT     PIC X(06).
       01 PJ-GLDEPOT-DEF PIC X(06) VALUE '251100'.
      / PGM124 dataset-lineage interface
       01 WS-CALL-LIN    PIC X(08) VALUE "PGM124  ".
       01 WS-LIN-PGM     PIC X(08) VALUE 'PGM097'.
       01 WS-LIN-DSN     PIC X(10).
       01 WS-LIN-MODE    PIC X(01).
       01 WS-LIN-COUNT   PIC 9(09).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           PERFORM 001-OFILE THRU 001-EXIT.
           IF IS-POST
              PERFORM 100-POST THRU 100-EXIT
           ELSE
              PERFORM 300-TRIAL THRU 300-EXIT
           END-IF.
           CLOSE GLMSTR.
           MOVE 'GLMSTR' TO WS-LIN-DSN.
           MOVE 'U' TO WS-LIN-MODE.
           MOVE 0 TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           PERFORM 200-EXITP THRU 200-EXIT.
           STOP RUN.
      *****************************************************************
      *  This routine handle parameters
      *****************************************************************
       000-PARMS.
           ACCEPT PJ-MODE.
           IF PJ-MODE = SPACE OR LOW-VALUE THEN
              MOVE PJ-MODE-DEF TO PJ-MODE
           END-IF.
           ACCEPT PJ-RUNDATE.
           IF PJ-RUNDATE = SPACE OR LOW-VALUE THEN
              CALL WS-CALL-DATE USING PJ-RUNDATE
           END-IF.
           ACCEPT PJ-GLDEPOT.
           IF PJ-GLDEPOT = SPACE OR LOW-VALUE THEN
              MOVE PJ-GLDEPOT-DEF TO PJ-GLDEPOT
           END-IF.
       000-EXIT.
           EXIT.
      *****************************************************************
      *  This routine opens the ledger master, creating it on first
      *  use
      *****************************************************************
       001-OFILE.
           OPEN I-O GLMSTR.
           IF WS-FS-GLM NOT = '00'
              OPEN OUTPUT GLMSTR
              CLOSE GLMSTR
              OPEN I-O GLMSTR
           END-IF.
       001-EXIT.
           EXIT.
      *****************************************************************
      *  This routine reads GLJRNL batch by batch : records are held
      *  until the trailer, which releases or refuses the batch. A
      *  batch left without a trailer at end of file is refused.
      *****************************************************************
       100-POST.
           OPEN INPUT GLJRNL.
           IF WS-FS-JRNL NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT GLJRNL FAILED - FILE '
                      'STATUS ' WS-FS-JRNL
              MOVE 8 TO RETURN-CODE
              GO TO 100-EXIT
           END-IF.
           OPEN I-O GLPOSTED.
           IF WS-FS-GLP NOT = '00'
              OPEN OUTPUT GLPOSTED
              CLOSE GLPOSTED
              OPEN I-O GLPOSTED
           END-IF.
           PERFORM 105-NEWBATCH.
           PERFORM UNTIL JRNL-END
              READ GLJRNL
                 NOT AT END
                    ADD 1 TO WS-CNT-READ
                    IF GL-TRAILER
                       PERFORM 120-TRAILER THRU 120-EXIT
                       PERFORM 105-NEWBATCH
                    ELSE
                       PERFORM 110-HOLD
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-BAT-RECS > 0
              DISPLAY 'REFUSED : ' WS-BAT-RECS ' JOURNAL RECORDS '
                      'WITHOUT TRAILER AT END OF GLJRNL'
              ADD 1 TO WS-CNT-REFUSED
              MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE GLJRNL.
           CLOSE GLPOSTED.
           MOVE 'GLJRNL' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-READ TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           MOVE 'GLPOSTED' TO WS-LIN-DSN.
           MOVE 'U' TO WS-LIN-MODE.
           MOVE WS-CNT-POSTED TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine clears the batch accumulators
      *****************************************************************
       105-NEWBATCH.
           MOVE 0   TO WS-BAT-COUNT.
           MOVE 0   TO WS-BAT-RECS.
           MOVE 0   TO WS-BAT-HASH.
           MOVE 0   TO WS-BAT-DEBIT.
           MOVE 0   TO WS-BAT-CREDIT.
           MOVE 'N' TO WS-BAT-BAD-SW.
           MOVE SPACES TO WS-BAT-MOTIF.
      *****************************************************************
      *  This routine holds one journal record of the batch
      *****************************************************************
       110-HOLD.
           ADD 1 TO WS-BAT-RECS.
           ADD GL-MNT TO WS-BAT-HASH.
           EVALUATE TRUE
              WHEN GL-COMPTE = SPACES
                 MOVE 'Y' TO WS-BAT-BAD-SW
                 MOVE 'GL ACCOUNT MISSING' TO WS-BAT-MOTIF
              WHEN GL-SENS = 'D'
                 ADD GL-MNT TO WS-BAT-DEBIT
              WHEN GL-SENS = 'C'
                 ADD GL-MNT TO WS-BAT-CREDIT
              WHEN OTHER
                 MOVE 'Y' TO WS-BAT-BAD-SW
                 MOVE 'SENSE NOT D OR C' TO WS-BAT-MOTIF
           END-EVALUATE.
           IF WS-BAT-COUNT < WS-BAT-MAX
              ADD 1 TO WS-BAT-COUNT
              MOVE GL-COMPTE TO WS-BT-COMPTE (WS-BAT-COUNT)
              MOVE GL-SENS   TO WS-BT-SENS   (WS-BAT-COUNT)
              MOVE GL-MNT    TO WS-BT-MNT    (WS-BAT-COUNT)
           ELSE
              MOVE 'Y' TO WS-BAT-BAD-SW
              MOVE 'BATCH TOO LARGE' TO WS-BAT-MOTIF
           END-IF.
      *****************************************************************
      *  This routine checks the batch against its trailer and the
      *  register, then posts it
      *****************************************************************
       120-TRAILER.
           IF NOT BAT-BAD
              EVALUATE TRUE
                 WHEN GL-TRL-COUNT NOT NUMERIC
                    MOVE 'Y' TO WS-BAT-BAD-SW
                    MOVE 'TRAILER COUNT INVALID' TO WS-BAT-MOTIF
                 WHEN GL-TRL-COUNT NOT = WS-BAT-RECS
                    MOVE 'Y' TO WS-BAT-BAD-SW
                    MOVE 'RECORD COUNT MISMATCH' TO WS-BAT-MOTIF
                 WHEN GL-MNT NOT = WS-BAT-HASH
                    MOVE 'Y' TO WS-BAT-BAD-SW
                    MOVE 'HASH TOTAL MISMATCH' TO WS-BAT-MOTIF
                 WHEN WS-BAT-DEBIT NOT = WS-BAT-CREDIT
                    MOVE 'Y' TO WS-BAT-BAD-SW
                    MOVE 'DEBITS AND CREDITS UNEQUAL' TO WS-BAT-MOTIF
              END-EVALUATE
           END-IF.
           IF BAT-BAD
              DISPLAY 'REFUSED : BATCH ' GL-TRL-PGM ' OF ' GL-DATE
                      ' - ' WS-BAT-MOTIF
              ADD 1 TO WS-CNT-REFUSED
              MOVE 8 TO RETURN-CODE
              GO TO 120-EXIT
           END-IF.
           MOVE GL-DATE    TO GP-DATE.
           MOVE GL-TRL-PGM TO GP-PGM.
           READ GLPOSTED
              NOT INVALID KEY
                 DISPLAY 'REFUSED : BATCH ' GL-TRL-PGM ' OF ' GL-DATE
                         ' ALREADY POSTED ON ' GP-RUNDATE
                 ADD 1 TO WS-CNT-DOUBLE
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
                 GO TO 120-EXIT
           END-READ.
           PERFORM VARYING WS-BX FROM 1 BY 1
                     UNTIL WS-BX > WS-BAT-COUNT
              PERFORM 130-POSTONE
           END-PERFORM.
           MOVE SPACES       TO STRUCT-GLPOSTED.
           MOVE GL-DATE      TO GP-DATE.
           MOVE GL-TRL-PGM   TO GP-PGM.
           MOVE WS-BAT-RECS  TO GP-COUNT.
           MOVE WS-BAT-HASH  TO GP-HASH.
           MOVE PJ-RUNDATE   TO GP-RUNDATE.
           WRITE STRUCT-GLPOSTED.
           ADD 1 TO WS-CNT-POSTED.
           ADD WS-BAT-RECS TO WS-CNT-RECS.
       120-EXIT.
           EXIT.
      *****************************************************************
      *  This routine posts one journal record to its GL account,
      *  opening the account on first use and rolling its day on
      *  the first posting of a new run date
      *****************************************************************
       130-POSTONE.
           MOVE WS-BT-COMPTE (WS-BX) TO GM-COMPTE.
           READ GLMSTR
              INVALID KEY
                 MOVE SPACES     TO STRUCT-GLMSTR
                 MOVE WS-BT-COMPTE (WS-BX) TO GM-COMPTE
                 MOVE PJ-RUNDATE TO GM-DTJOUR
                 MOVE 0 TO GM-OUVERT GM-DEBIT GM-CREDIT GM-SOLDE
                 WRITE STRUCT-GLMSTR
           END-READ.
           IF GM-DTJOUR < PJ-RUNDATE
              MOVE GM-SOLDE   TO GM-OUVERT
              MOVE 0          TO GM-DEBIT GM-CREDIT
              MOVE PJ-RUNDATE TO GM-DTJOUR
           END-IF.
           IF WS-BT-SENS (WS-BX) = 'D'
              ADD WS-BT-MNT (WS-BX) TO GM-DEBIT
           ELSE
              ADD WS-BT-MNT (WS-BX) TO GM-CREDIT
           END-IF.
           COMPUTE GM-SOLDE = GM-OUVERT + GM-DEBIT - GM-CREDIT.
           REWRITE STRUCT-GLMSTR.
      *****************************************************************
      *  This routine prints the trial balance of PJ-RUNDATE : an
      *  account without posting that day shows its closing as its
      *  opening. The closings must sum to zero.
      *****************************************************************
       300-TRIAL.
           OPEN OUTPUT FILERPT97.
           MOVE PJ-RUNDATE TO WS-RPT-H-DATE.
           WRITE FILERPT97-ENREG FROM WS-RPT-HDR1.
           WRITE FILERPT97-ENREG FROM WS-RPT-HDR2.
           ADD 2 TO WS-RPT-LINES.
           MOVE LOW-VALUES TO GM-COMPTE.
           START GLMSTR KEY >= GM-COMPTE
              INVALID KEY
                 MOVE '10' TO WS-FS-GLM
           END-START.
           PERFORM UNTIL GLM-END
              READ GLMSTR NEXT
                 NOT AT END
                    PERFORM 310-TBLINE
              END-READ
           END-PERFORM.
           MOVE 'TOTAL'       TO WS-RPT-D-CPT.
           MOVE WS-TOT-OUVERT TO WS-RPT-D-OUV.
           MOVE WS-TOT-DEBIT  TO WS-RPT-D-DEB.
           MOVE WS-TOT-CREDIT TO WS-RPT-D-CRE.
           MOVE WS-TOT-SOLDE  TO WS-RPT-D-SOL.
           WRITE FILERPT97-ENREG FROM WS-RPT-DETAIL.
           ADD 1 TO WS-RPT-LINES.
           IF WS-TOT-SOLDE = 0 AND WS-TOT-DEBIT = WS-TOT-CREDIT
              MOVE 'TRIAL BALANCE TIES TO ZERO' TO WS-RPT-T-LIB
           ELSE
              MOVE 'TRIAL BALANCE OUT OF BALANCE BY'
                TO WS-RPT-T-LIB
              DISPLAY 'ERROR : TRIAL BALANCE OUT OF BALANCE BY '
                      WS-TOT-SOLDE
              MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE WS-TOT-SOLDE TO WS-RPT-T-MNT.
           WRITE FILERPT97-ENREG FROM WS-RPT-TIE.
           ADD 1 TO WS-RPT-LINES.
           PERFORM 320-CONTROL THRU 320-EXIT.
           CLOSE FILERPT97.
           MOVE 'FILERPT97' TO WS-CAT-RPT.
           MOVE 0 TO WS-CAT-PAGES.
           MOVE WS-RPT-LINES TO WS-CAT-LINES.
           CALL WS-CALL-CAT USING WS-CAT-RPT, WS-CAT-PAGES,
                WS-CAT-LINES.
       300-EXIT.
           EXIT.
      *****************************************************************
      *  This routine prints one account's line
      *****************************************************************
       310-TBLINE.
           ADD 1 TO WS-CNT-ACCTS.
           IF GM-DTJOUR < PJ-RUNDATE
              MOVE GM-SOLDE  TO WS-TB-OUVERT
              MOVE 0         TO WS-TB-DEBIT WS-TB-CREDIT
           ELSE
              MOVE GM-OUVERT TO WS-TB-OUVERT
              MOVE GM-DEBIT  TO WS-TB-DEBIT
              MOVE GM-CREDIT TO WS-TB-CREDIT
           END-IF.
           MOVE GM-SOLDE TO WS-TB-SOLDE.
           IF GM-COMPTE = PJ-GLDEPOT
              MOVE GM-SOLDE TO WS-GL-DEPOT
           END-IF.
           ADD WS-TB-OUVERT TO WS-TOT-OUVERT.
           ADD WS-TB-DEBIT  TO WS-TOT-DEBIT.
           ADD WS-TB-CREDIT TO WS-TOT-CREDIT.
           ADD WS-TB-SOLDE  TO WS-TOT-SOLDE.
           MOVE GM-COMPTE    TO WS-RPT-D-CPT.
           MOVE WS-TB-OUVERT TO WS-RPT-D-OUV.
           MOVE WS-TB-DEBIT  TO WS-RPT-D-DEB.
           MOVE WS-TB-CREDIT TO WS-RPT-D-CRE.
           MOVE WS-TB-SOLDE  TO WS-RPT-D-SOL.
           WRITE FILERPT97-ENREG FROM WS-RPT-DETAIL.
           ADD 1 TO WS-RPT-LINES.
      *****************************************************************
      *  This routine sets the deposit account (a credit balance,
      *  shown positive) against the sum of F-SOLDER on ACCTMSTR
      *****************************************************************
       320-CONTROL.
           OPEN INPUT ACCTMSTR.
           IF WS-FS-MSTR NOT = '00'
              DISPLAY 'WARNING : ACCTMSTR NOT AVAILABLE - NO '
                      'SUB-LEDGER CONTROL'
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
              GO TO 320-EXIT
           END-IF.
           MOVE 0 TO F-COMPTE.
           START ACCTMSTR KEY >= F-COMPTE
              INVALID KEY
                 MOVE '10' TO WS-FS-MSTR
           END-START.
           PERFORM UNTIL MSTR-END
              READ ACCTMSTR NEXT
                 NOT AT END
                    ADD F-SOLDER TO WS-SUB-DEPOT
              END-READ
           END-PERFORM.
           CLOSE ACCTMSTR.
           MOVE 'ACCTMSTR' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE 0 TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           COMPUTE WS-GL-DEPOT = 0 - WS-GL-DEPOT.
           COMPUTE WS-ECART = WS-SUB-DEPOT - WS-GL-DEPOT.
           MOVE SPACES TO WS-RPT-T-LIB.
           STRING 'DEPOSITS GL ' PJ-GLDEPOT
                  DELIMITED BY SIZE
             INTO WS-RPT-T-LIB
           END-STRING.
           MOVE WS-GL-DEPOT TO WS-RPT-T-MNT.
           WRITE FILERPT97-ENREG FROM WS-RPT-TIE.
           MOVE 'DEPOSITS ACCTMSTR (F-SOLDER)' TO WS-RPT-T-LIB.
           MOVE WS-SUB-DEPOT TO WS-RPT-T-MNT.
           WRITE FILERPT97-ENREG FROM WS-RPT-TIE.
           MOVE 'DIFFERENCE SUB-LEDGER / LEDGER' TO WS-RPT-T-LIB.
           MOVE WS-ECART TO WS-RPT-T-MNT.
           WRITE FILERPT97-ENREG FROM WS-RPT-TIE.
           ADD 3 TO WS-RPT-LINES.
           IF WS-ECART NOT = 0
              DISPLAY 'WARNING : SUB-LEDGER AND LEDGER DIFFER BY '
                      WS-ECART
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
       320-EXIT.
           EXIT.
      *****************************************************************
      *  This routine records one closed dataset on the LINEAGE
      *  register (PGM124) : name, open mode, record count
      *****************************************************************
       990-LINEAGE.
           CALL WS-CALL-LIN USING WS-LIN-PGM, WS-LIN-DSN,
                WS-LIN-MODE, WS-LIN-COUNT.
      *****************************************************************
      *  This routine should close the program (after some displays)
      *****************************************************************
       200-EXITP.
           DISPLAY "200-EXITP".
           IF IS-POST
              DISPLAY '    JOURNAL RECORDS READ: ' WS-CNT-READ
              DISPLAY '    BATCHES POSTED      : ' WS-CNT-POSTED
              DISPLAY '    RECORDS POSTED      : ' WS-CNT-RECS
              DISPLAY '    BATCHES REFUSED     : ' WS-CNT-REFUSED
              DISPLAY '    ALREADY POSTED      : ' WS-CNT-DOUBLE
           ELSE
              DISPLAY '    GL ACCOUNTS         : ' WS-CNT-ACCTS
              DISPLAY '    TOTAL DEBITS        : ' WS-TOT-DEBIT
              DISPLAY '    TOTAL CREDITS       : ' WS-TOT-CREDIT
              DISPLAY '    SUB-LEDGER DIFF     : ' WS-ECART
           END-IF.
       200-EXIT.
           EXIT.
