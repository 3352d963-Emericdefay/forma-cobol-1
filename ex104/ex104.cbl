      *****************************************************************
      * Program name:    PGM104
      *
      * Original author: DEFAY E.
      *
      * Purpose : Single Customer View for the deposit guarantee
      *           fund. Every ACCTMSTR account is valued in EUR
      *           through the RATEDAY daily rates (F-DEVISE, spaces
      *           meaning EUR) and resolved to its depositor through
      *           ACCTREL - the CUSTMSTR customer, or the account
      *           standing for itself when it has no relationship.
      *           Accounts whose F-ETAT is in PJ-EXCLUS (closed 'F'
      *           by default) are not eligible. The eligible
      *           accounts are sorted by depositor; each depositor's
      *           credit balances are netted against its debit
      *           balances (a net below zero counts as nothing), the
      *           net is covered up to the PJ-PLAFOND ceiling
      *           (100 000 EUR by default) and one SCV detail record
      *           goes out in the fund's fixed layout with the
      *           depositor's name (CUSTMSTR, the account name
      *           otherwise) and the address of its first account
      *           holding one on PGM083's ADDRMSTR (CU-ADRESSE
      *           otherwise). The SCV file opens on a header and
      *           closes on a control trailer (depositors, net and
      *           covered totals). FILERPT104 summarises depositor
      *           counts, deposits and covered amount, and ties the
      *           SCV back to the master : the depositors' nets
      *           before the nil floor (the trailer's ST-NET less
      *           the negative nets set to nil) must equal the
      *           credit plus debit balances of the eligible
      *           ACCTMSTR accounts, and the accounts the details
      *           count must be every account not excluded.
      *
      * Using :
      *    - Copybook ACCTFS
      *    - ACCTMSTR as loaded by PGM019, ACCTREL and CUSTMSTR as
      *      kept by PGM051, ADDRMSTR as kept by PGM083
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created : the fund's request answered
      *                    the same day
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM104.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /    ACCTMSTR (indexed account master keyed on F-COMPTE)
           SELECT ACCTMSTR
           ASSIGN TO ACCTMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS F-COMPTE
           FILE STATUS is WS-FS-MSTR.
      /    ACCTREL (indexed account-to-customer relationship file)
           SELECT ACCTREL
           ASSIGN TO ACCTREL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-COMPTE
           FILE STATUS is WS-FS-REL.
      /    CUSTMSTR (indexed customer master keyed on CU-CLIENT)
           SELECT CUSTMSTR
           ASSIGN TO CUSTMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CU-CLIENT
           FILE STATUS is WS-FS-CUST.
      /    ADDRMSTR (address master from PGM083)
           SELECT ADDRMSTR
           ASSIGN TO ADDRMSTR
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is AD-COMPTE
           FILE STATUS is WS-FS-ADDR.
      /    RATEDAY (daily exchange rates to the reporting currency)
           SELECT RATEDAY
           ASSIGN TO RATEDAY
           FILE STATUS is WS-FS-RATE.
      /    SCVOUT (Single Customer View, the fund's fixed layout)
           SELECT SCVOUT
           ASSIGN TO SCVOUT.
      /    FILERPT104 (SCV summary and tie-back to the master)
           SELECT FILERPT104
           ASSIGN TO FILERPT104.
      /    SORTWK (sort work file)
           SELECT SORTWK
           ASSIGN TO SORTWK.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD ACCTMSTR.
       COPY ACCTFS REPLACING ==()== BY ==ACCTMSTR==.
       FD ACCTREL
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-ACCTREL.
           02 AR-COMPTE  PIC 9(06).
           02 FILLER     PIC X(01).
           02 AR-CLIENT  PIC 9(06).
           02 FILLER     PIC X(67).
       FD CUSTMSTR
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-CUSTMSTR.
           02 CU-CLIENT  PIC 9(06).
           02 FILLER     PIC X(01).
           02 CU-NOM     PIC X(25).
           02 FILLER     PIC X(01).
           02 CU-ADRESSE PIC X(30).
           02 FILLER     PIC X(01).
           02 CU-RISQUE  PIC X(01).
           02 FILLER     PIC X(01).
           02 CU-DTREVUE PIC 9(08).
           02 FILLER     PIC X(06).
       FD ADDRMSTR
           RECORD CONTAINS 120 CHARACTERS.
       01  STRUCT-ADDRMSTR.
           02 AD-COMPTE   PIC 9(06).
           02 FILLER      PIC X(01).
           02 AD-RUE1     PIC X(25).
           02 FILLER      PIC X(01).
           02 AD-RUE2     PIC X(25).
           02 FILLER      PIC X(01).
           02 AD-CP       PIC X(05).
           02 FILLER      PIC X(01).
           02 AD-VILLE    PIC X(20).
           02 FILLER      PIC X(35).
       FD RATEDAY.
       01  STRUCT-RATEDAY.
           02 RT-DEVISE  PIC X(03).
           02 FILLER     PIC X(01).
           02 RT-RATE    PIC 9(03)V9(06).
           02 FILLER     PIC X(67).
      / SCVOUT : one 'H' header (bank code, extract date), one 'D'
      / detail per depositor, one 'T' control trailer
       FD SCVOUT
           RECORD CONTAINS 200 CHARACTERS.
       01  STRUCT-SCVOUT.
           02 SV-TYPE         PIC X(01).
              88 SV-HEADER    VALUE 'H'.
              88 SV-DETAIL    VALUE 'D'.
              88 SV-TRAILER   VALUE 'T'.
           02 FILLER          PIC X(01).
           02 SV-CORPS        PIC X(198).
           02 SV-ENTETE REDEFINES SV-CORPS.
              03 SH-BANQUE    PIC X(05).
              03 FILLER       PIC X(01).
              03 SH-DATE      PIC 9(08).
              03 FILLER       PIC X(01).
              03 SH-FICHIER   PIC X(08).
              03 FILLER       PIC X(01).
              03 SH-PLAFOND   PIC 9(09)V99.
              03 FILLER       PIC X(01).
              03 SH-DEVISE    PIC X(03).
              03 FILLER       PIC X(159).
           02 SV-DEPOSANT REDEFINES SV-CORPS.
              03 SD-TYPE      PIC X(01).
                 88 SD-CLIENT    VALUE 'C'.
                 88 SD-COMPTE    VALUE 'A'.
              03 SD-ID        PIC 9(06).
              03 FILLER       PIC X(01).
              03 SD-NOM       PIC X(25).
              03 FILLER       PIC X(01).
              03 SD-RUE1      PIC X(30).
              03 FILLER       PIC X(01).
              03 SD-RUE2      PIC X(25).
              03 FILLER       PIC X(01).
              03 SD-CP        PIC X(05).
              03 FILLER       PIC X(01).
              03 SD-VILLE     PIC X(20).
              03 FILLER       PIC X(01).
              03 SD-NBCPT     PIC 9(03).
              03 FILLER       PIC X(01).
              03 SD-CREDIT    PIC 9(11)V99.
              03 FILLER       PIC X(01).
              03 SD-DEBIT     PIC 9(11)V99.
              03 FILLER       PIC X(01).
              03 SD-NET       PIC 9(11)V99.
              03 FILLER       PIC X(01).
              03 SD-COUVERT   PIC 9(11)V99.
              03 FILLER       PIC X(01).
              03 SD-EXCEDENT  PIC 9(11)V99.
              03 FILLER       PIC X(07).
           02 SV-CONTROLE REDEFINES SV-CORPS.
              03 ST-COUNT     PIC 9(07).
              03 FILLER       PIC X(01).
              03 ST-NET       PIC 9(13)V99.
              03 FILLER       PIC X(01).
              03 ST-COUVERT   PIC 9(13)V99.
              03 FILLER       PIC X(159).
       FD FILERPT104
           RECORD CONTAINS 80 CHARACTERS.
       01  FILERPT104-ENREG   PIC X(80).
       SD SORTWK.
       01  STRUCT-SORTWK.
           02 SW-DEPOSANT.
              03 SW-TYPE      PIC X(01).
              03 SW-ID        PIC 9(06).
           02 SW-COMPTE       PIC 9(06).
           02 SW-NOM          PIC X(15).
           02 SW-SOLDE        PIC S9(11)V99.
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-MSTR     PIC X(02).
       01 WS-FS-REL      PIC X(02).
       01 WS-FS-CUST     PIC X(02).
       01 WS-FS-ADDR     PIC X(02).
       01 WS-REL-AVAIL-SW  PIC X(01) VALUE 'N'.
           88 REL-AVAIL   VALUE 'Y'.
       01 WS-CUST-AVAIL-SW PIC X(01) VALUE 'N'.
           88 CUST-AVAIL  VALUE 'Y'.
       01 WS-ADDR-AVAIL-SW PIC X(01) VALUE 'N'.
           88 ADDR-AVAIL  VALUE 'Y'.
       01 WS-SORT-DONE-SW PIC X(01) VALUE 'N'.
           88 SORT-DONE   VALUE 'Y'.
      / Daily exchange rates : every balance in its EUR counter-value
       01 WS-FS-RATE     PIC X(02).
           88 RATE-END    VALUE '10'.
       01 WS-RATE-COUNT  PIC 9(02) VALUE 0.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 20 TIMES.
              10 WS-RT-DEVISE PIC X(03).
              10 WS-RT-RATE   PIC 9(03)V9(06).
       01 WS-RTX         PIC 9(02).
       01 WS-CV-SOLDE    PIC S9(11)V99.
       01 WS-CNT-NORATE  PIC 9(05) VALUE 0.
      / Master tie-back : every account, eligible or not, in EUR
       01 WS-CNT-ACCT    PIC 9(07) VALUE 0.
       01 WS-CNT-EXCL    PIC 9(07) VALUE 0.
       01 WS-CNT-NOREL   PIC 9(07) VALUE 0.
       01 WS-TOT-MSTR    PIC S9(13)V99 VALUE 0.
       01 WS-TOT-EXCL    PIC S9(13)V99 VALUE 0.
       01 WS-TOT-CREDIT  PIC S9(13)V99 VALUE 0.
       01 WS-TOT-DEBIT   PIC S9(13)V99 VALUE 0.
       01 WS-TOT-FLOOR   PIC S9(13)V99 VALUE 0.
       01 WS-TIE-ECART   PIC S9(13)V99 VALUE 0.
       01 WS-TOT-PRENET  PIC S9(13)V99 VALUE 0.
       01 WS-CNT-SCVCPT  PIC 9(07) VALUE 0.
       01 WS-CNT-ECART   PIC S9(07) VALUE 0.
       01 WS-NET-ECART   PIC S9(13)V99 VALUE 0.
      / SCV totals
       01 WS-CNT-DEPOS   PIC 9(07) VALUE 0.
       01 WS-CNT-FULL    PIC 9(07) VALUE 0.
       01 WS-CNT-OVER    PIC 9(07) VALUE 0.
       01 WS-CNT-NIL     PIC 9(07) VALUE 0.
       01 WS-TOT-NET     PIC S9(13)V99 VALUE 0.
       01 WS-TOT-COUVERT PIC S9(13)V99 VALUE 0.
       01 WS-TOT-EXCED   PIC S9(13)V99 VALUE 0.
      / Depositor being built from the sorted accounts
       01 WS-CUR-DEPOSANT.
           05 WS-CUR-TYPE    PIC X(01).
           05 WS-CUR-ID      PIC 9(06).
       01 WS-CUR-NBCPT   PIC 9(03).
       01 WS-CUR-CREDIT  PIC S9(11)V99.
       01 WS-CUR-DEBIT   PIC S9(11)V99.
       01 WS-CUR-NET     PIC S9(11)V99.
       01 WS-CUR-NOM     PIC X(25).
       01 WS-CUR-ADDR-SW PIC X(01).
           88 CUR-ADDR    VALUE 'Y'.
       01 WS-FIRST-SW    PIC X(01) VALUE 'Y'.
           88 IS-FIRST    VALUE 'Y'.
      / FILERPT104 lines
       01 WS-RPT-LINES   PIC 9(07) VALUE 0.
       01 WS-RPT-HDR.
           05 FILLER          PIC X(37) VALUE
              'PGM104 SINGLE CUSTOMER VIEW - RUN '.
           05 WS-RPT-H-DATE   PIC 9(08).
           05 FILLER          PIC X(35) VALUE SPACES.
       01 WS-RPT-CNT.
           05 WS-RPT-C-LIB    PIC X(40).
           05 WS-RPT-C-VAL    PIC ZZZZZZ9.
           05 FILLER          PIC X(33) VALUE SPACES.
       01 WS-RPT-AMT.
           05 WS-RPT-A-LIB    PIC X(40).
           05 WS-RPT-A-VAL    PIC -(13)9.99.
           05 FILLER          PIC X(23) VALUE SPACES.
       01 WS-RPT-BLANK   PIC X(80) VALUE SPACES.
      / PGM075 report-catalog interface
       01 WS-CALL-CAT    PIC X(08) VALUE "PGM075  ".
       01 WS-CAT-RPT     PIC X(12).
       01 WS-CAT-PAGES   PIC 9(05).
       01 WS-CAT-LINES   PIC 9(07).
      / PGM081 control-date interface
       01 WS-CALL-DATE   PIC X(08) VALUE "PGM081  ".
      / Parameter from JCL run
       01 PJ-RUNDATE     PIC 9(08).
       01 PJ-BANQUE      PIC X(05).
       01 PJ-BANQUE-DEF  PIC X(05) VALUE '99999'.
       01 PJ-PLAFOND     PIC 9(09)V99.
       01 PJ-PLAFOND-DEF PIC 9(09)V99 VALUE 100000.
       01 PJ-EXCLUS      PIC X(04).
       01 PJ-EXCLUS-DEF  PIC X(04) VALUE 'F'.
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           PERFORM 005-LOADRATES THRU 005-EXIT.
           SORT SORTWK
              ON ASCENDING KEY SW-DEPOSANT
              ON ASCENDING KEY SW-COMPTE
              INPUT  PROCEDURE IS 100-COLLECT THRU 100-EXIT
              OUTPUT PROCEDURE IS 200-PUTSCV THRU 200-EXIT.
           PERFORM 300-REPORT THRU 300-EXIT.
           STOP RUN.
      *****************************************************************
      *  This routine handle parameters
      *****************************************************************
       000-PARMS.
           ACCEPT PJ-RUNDATE.
           IF PJ-RUNDATE = SPACE OR LOW-VALUE THEN
              CALL WS-CALL-DATE USING PJ-RUNDATE
           END-IF.
           ACCEPT PJ-BANQUE.
           IF PJ-BANQUE = SPACES OR LOW-VALUES
              MOVE PJ-BANQUE-DEF TO PJ-BANQUE
           END-IF.
           ACCEPT PJ-PLAFOND.
           IF PJ-PLAFOND = SPACE OR LOW-VALUE OR PJ-PLAFOND = 0
              MOVE PJ-PLAFOND-DEF TO PJ-PLAFOND
           END-IF.
           ACCEPT PJ-EXCLUS.
           IF PJ-EXCLUS = SPACES OR LOW-VALUES
              MOVE PJ-EXCLUS-DEF TO PJ-EXCLUS
           END-IF.
       000-EXIT.
           EXIT.
      *****************************************************************
      *  This routine loads the daily exchange rates; an absent
      *  RATEDAY leaves every account at par
      *****************************************************************
       005-LOADRATES.
           OPEN INPUT RATEDAY.
           IF WS-FS-RATE NOT = '00'
              DISPLAY 'WARNING : RATEDAY NOT AVAILABLE - FOREIGN '
                      'CURRENCY ACCOUNTS TAKEN AT PAR'
              GO TO 005-EXIT
           END-IF.
           PERFORM UNTIL RATE-END
              READ RATEDAY
                 NOT AT END
                    IF WS-RATE-COUNT < 20
                       ADD 1 TO WS-RATE-COUNT
                       MOVE RT-DEVISE
                         TO WS-RT-DEVISE (WS-RATE-COUNT)
                       MOVE RT-RATE
                         TO WS-RT-RATE (WS-RATE-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RATEDAY.
       005-EXIT.
           EXIT.
      *****************************************************************
      *  This routine converts the account's balance to its EUR
      *  counter-value (par for EUR or a blank code; a currency
      *  with no RATEDAY line stays at par and is counted)
      *****************************************************************
       006-CONVERT.
           MOVE F-SOLDER TO WS-CV-SOLDE.
           IF F-DEVISE = SPACES OR F-DEVISE = 'EUR'
              GO TO 006-EXIT
           END-IF.
           PERFORM VARYING WS-RTX FROM 1 BY 1
                     UNTIL WS-RTX > WS-RATE-COUNT
              IF WS-RT-DEVISE (WS-RTX) = F-DEVISE
                 COMPUTE WS-CV-SOLDE ROUNDED =
                         F-SOLDER * WS-RT-RATE (WS-RTX)
                 GO TO 006-EXIT
              END-IF
           END-PERFORM.
           ADD 1 TO WS-CNT-NORATE.
           DISPLAY 'WARNING : NO RATE FOR ' F-DEVISE ' - COMPTE '
                   F-COMPTE ' TAKEN AT PAR'.
       006-EXIT.
           EXIT.
      *****************************************************************
      *  This routine walks the master, totals it for the tie-back
      *  and releases every eligible account under its depositor
      *****************************************************************
       100-COLLECT.
           OPEN INPUT ACCTMSTR.
           IF WS-FS-MSTR NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT ACCTMSTR FAILED - FILE '
                      'STATUS ' WS-FS-MSTR
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT ACCTREL.
           IF WS-FS-REL = '00'
              MOVE 'Y' TO WS-REL-AVAIL-SW
           ELSE
              DISPLAY 'WARNING : ACCTREL NOT AVAILABLE - EVERY '
                      'ACCOUNT STANDS FOR ITSELF'
           END-IF.
           MOVE LOW-VALUES TO F-COMPTE.
           START ACCTMSTR KEY >= F-COMPTE
              INVALID KEY
                 MOVE '10' TO WS-FS-MSTR
           END-START.
           PERFORM UNTIL WS-FS-MSTR NOT = '00'
              READ ACCTMSTR NEXT
                 AT END
                    CONTINUE
                 NOT AT END
                    PERFORM 110-ONEACCT THRU 110-EXIT
              END-READ
           END-PERFORM.
           CLOSE ACCTMSTR.
           IF REL-AVAIL
              CLOSE ACCTREL
           END-IF.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine values one account, keeps it out when its
      *  status is not eligible, and releases it to the sort
      *****************************************************************
       110-ONEACCT.
           ADD 1 TO WS-CNT-ACCT.
           PERFORM 006-CONVERT THRU 006-EXIT.
           ADD WS-CV-SOLDE TO WS-TOT-MSTR.
           IF F-ETAT NOT = SPACE
              AND (F-ETAT = PJ-EXCLUS (1:1) OR PJ-EXCLUS (2:1)
                          OR PJ-EXCLUS (3:1) OR PJ-EXCLUS (4:1))
              ADD 1 TO WS-CNT-EXCL
              ADD WS-CV-SOLDE TO WS-TOT-EXCL
              GO TO 110-EXIT
           END-IF.
           IF WS-CV-SOLDE < 0
              ADD WS-CV-SOLDE TO WS-TOT-DEBIT
           ELSE
              ADD WS-CV-SOLDE TO WS-TOT-CREDIT
           END-IF.
           MOVE 'A'      TO SW-TYPE.
           MOVE F-COMPTE TO SW-ID.
           IF REL-AVAIL
              MOVE F-COMPTE TO AR-COMPTE
              READ ACCTREL
                 INVALID KEY
                    ADD 1 TO WS-CNT-NOREL
                 NOT INVALID KEY
                    MOVE 'C'       TO SW-TYPE
                    MOVE AR-CLIENT TO SW-ID
              END-READ
           ELSE
              ADD 1 TO WS-CNT-NOREL
           END-IF.
           MOVE F-COMPTE    TO SW-COMPTE.
           MOVE F-NOM       TO SW-NOM.
           MOVE WS-CV-SOLDE TO SW-SOLDE.
           RELEASE STRUCT-SORTWK.
       110-EXIT.
           EXIT.
      *****************************************************************
      *  This routine writes the SCV file from the sorted accounts,
      *  one detail per depositor between header and trailer
      *****************************************************************
       200-PUTSCV.
           OPEN INPUT CUSTMSTR.
           IF WS-FS-CUST = '00'
              MOVE 'Y' TO WS-CUST-AVAIL-SW
           ELSE
              DISPLAY 'WARNING : CUSTMSTR NOT AVAILABLE - ACCOUNT '
                      'NAMES USED'
           END-IF.
           OPEN INPUT ADDRMSTR.
           IF WS-FS-ADDR = '00'
              MOVE 'Y' TO WS-ADDR-AVAIL-SW
           ELSE
              DISPLAY 'WARNING : ADDRMSTR NOT AVAILABLE - CUSTOMER '
                      'ADDRESS LINE USED'
           END-IF.
           OPEN OUTPUT SCVOUT.
           MOVE SPACES     TO STRUCT-SCVOUT.
           MOVE 'H'        TO SV-TYPE.
           MOVE PJ-BANQUE  TO SH-BANQUE.
           MOVE PJ-RUNDATE TO SH-DATE.
           MOVE 'SCV'      TO SH-FICHIER.
           MOVE PJ-PLAFOND TO SH-PLAFOND.
           MOVE 'EUR'      TO SH-DEVISE.
           WRITE STRUCT-SCVOUT.
           PERFORM 210-RETURNS THRU 210-EXIT
              UNTIL SORT-DONE.
           IF NOT IS-FIRST
              PERFORM 230-PUTDEPOS THRU 230-EXIT
           END-IF.
           MOVE SPACES         TO STRUCT-SCVOUT.
           MOVE 'T'            TO SV-TYPE.
           MOVE WS-CNT-DEPOS   TO ST-COUNT.
           MOVE WS-TOT-NET     TO ST-NET.
           MOVE WS-TOT-COUVERT TO ST-COUVERT.
           WRITE STRUCT-SCVOUT.
           CLOSE SCVOUT.
           IF CUST-AVAIL
              CLOSE CUSTMSTR
           END-IF.
           IF ADDR-AVAIL
              CLOSE ADDRMSTR
           END-IF.
       200-EXIT.
           EXIT.
      *****************************************************************
      *  This routine returns sorted accounts until the sort is dry,
      *  closing a depositor when the next one starts
      *****************************************************************
       210-RETURNS.
           RETURN SORTWK
              AT END
                 MOVE 'Y' TO WS-SORT-DONE-SW
                 GO TO 210-EXIT
           END-RETURN.
           IF IS-FIRST
              MOVE 'N' TO WS-FIRST-SW
              PERFORM 220-NEWDEPOS THRU 220-EXIT
           ELSE
              IF SW-DEPOSANT NOT = WS-CUR-DEPOSANT
                 PERFORM 230-PUTDEPOS THRU 230-EXIT
                 PERFORM 220-NEWDEPOS THRU 220-EXIT
              END-IF
           END-IF.
           ADD 1 TO WS-CUR-NBCPT.
           IF SW-SOLDE < 0
              ADD SW-SOLDE TO WS-CUR-DEBIT
           ELSE
              ADD SW-SOLDE TO WS-CUR-CREDIT
           END-IF.
           IF ADDR-AVAIL AND NOT CUR-ADDR
              PERFORM 225-ADDRESS THRU 225-EXIT
           END-IF.
       210-EXIT.
           EXIT.
      *****************************************************************
      *  This routine starts a depositor : identity and name (the
      *  customer's, the first account's when it has none)
      *****************************************************************
       220-NEWDEPOS.
           MOVE SW-DEPOSANT TO WS-CUR-DEPOSANT.
           MOVE 0   TO WS-CUR-NBCPT.
           MOVE 0   TO WS-CUR-CREDIT.
           MOVE 0   TO WS-CUR-DEBIT.
           MOVE 'N' TO WS-CUR-ADDR-SW.
           MOVE SPACES      TO STRUCT-SCVOUT.
           MOVE 'D'         TO SV-TYPE.
           MOVE SW-TYPE     TO SD-TYPE.
           MOVE SW-ID       TO SD-ID.
           MOVE SW-NOM      TO SD-NOM.
           IF SW-TYPE = 'C' AND CUST-AVAIL
              MOVE SW-ID TO CU-CLIENT
              READ CUSTMSTR
                 INVALID KEY
                    DISPLAY 'WARNING : CUSTOMER ' SW-ID
                            ' NOT ON CUSTMSTR - ACCOUNT NAME USED'
                 NOT INVALID KEY
                    MOVE CU-NOM     TO SD-NOM
                    MOVE CU-ADRESSE TO SD-RUE1
              END-READ
           END-IF.
       220-EXIT.
           EXIT.
      *****************************************************************
      *  This routine takes the depositor's address from the first
      *  of its accounts holding one on ADDRMSTR
      *****************************************************************
       225-ADDRESS.
           MOVE SW-COMPTE TO AD-COMPTE.
           READ ADDRMSTR
              INVALID KEY
                 GO TO 225-EXIT
           END-READ.
           MOVE 'Y'      TO WS-CUR-ADDR-SW.
           MOVE AD-RUE1  TO SD-RUE1.
           MOVE AD-RUE2  TO SD-RUE2.
           MOVE AD-CP    TO SD-CP.
           MOVE AD-VILLE TO SD-VILLE.
       225-EXIT.
           EXIT.
      *****************************************************************
      *  This routine closes a depositor : debit balances netted
      *  against the credit ones (a net below zero is nil), the net
      *  covered up to the ceiling, the detail written
      *****************************************************************
       230-PUTDEPOS.
           COMPUTE WS-CUR-NET = WS-CUR-CREDIT + WS-CUR-DEBIT.
           ADD WS-CUR-NET   TO WS-TOT-PRENET.
           ADD WS-CUR-NBCPT TO WS-CNT-SCVCPT.
           IF WS-CUR-NET < 0
              SUBTRACT WS-CUR-NET FROM WS-TOT-FLOOR
              MOVE 0 TO WS-CUR-NET
           END-IF.
           MOVE WS-CUR-NBCPT  TO SD-NBCPT.
           MOVE WS-CUR-CREDIT TO SD-CREDIT.
           COMPUTE SD-DEBIT = 0 - WS-CUR-DEBIT.
           MOVE WS-CUR-NET    TO SD-NET.
           IF WS-CUR-NET > PJ-PLAFOND
              MOVE PJ-PLAFOND TO SD-COUVERT
              COMPUTE SD-EXCEDENT = WS-CUR-NET - PJ-PLAFOND
              ADD 1 TO WS-CNT-OVER
           ELSE
              MOVE WS-CUR-NET TO SD-COUVERT
              MOVE 0          TO SD-EXCEDENT
              IF WS-CUR-NET = 0
                 ADD 1 TO WS-CNT-NIL
              ELSE
                 ADD 1 TO WS-CNT-FULL
              END-IF
           END-IF.
           WRITE STRUCT-SCVOUT.
           ADD 1           TO WS-CNT-DEPOS.
           ADD WS-CUR-NET  TO WS-TOT-NET.
           ADD SD-COUVERT  TO WS-TOT-COUVERT.
           ADD SD-EXCEDENT TO WS-TOT-EXCED.
       230-EXIT.
           EXIT.
      *****************************************************************
      *  This routine prints the summary and the tie-back : the SCV
      *  nets before the floor (ST-NET less the nets set to nil)
      *  must equal the eligible accounts' credit plus debit
      *  balances, and the SCV must count every eligible account
      *****************************************************************
       300-REPORT.
           OPEN OUTPUT FILERPT104.
           MOVE PJ-RUNDATE TO WS-RPT-H-DATE.
           WRITE FILERPT104-ENREG FROM WS-RPT-HDR.
           WRITE FILERPT104-ENREG FROM WS-RPT-BLANK.
           MOVE 'DEPOSITORS                            :'
             TO WS-RPT-C-LIB.
           MOVE WS-CNT-DEPOS TO WS-RPT-C-VAL.
           WRITE FILERPT104-ENREG FROM WS-RPT-CNT.
           MOVE '  FULLY COVERED                       :'
             TO WS-RPT-C-LIB.
           MOVE WS-CNT-FULL TO WS-RPT-C-VAL.
           WRITE FILERPT104-ENREG FROM WS-RPT-CNT.
           MOVE '  ABOVE THE CEILING                   :'
             TO WS-RPT-C-LIB.
           MOVE WS-CNT-OVER TO WS-RPT-C-VAL.
           WRITE FILERPT104-ENREG FROM WS-RPT-CNT.
           MOVE '  NIL AFTER NETTING                   :'
             TO WS-RPT-C-LIB.
           MOVE WS-CNT-NIL TO WS-RPT-C-VAL.
           WRITE FILERPT104-ENREG FROM WS-RPT-CNT.
           MOVE 'TOTAL DEPOSITS (NET)                  :'
             TO WS-RPT-A-LIB.
           MOVE WS-TOT-NET TO WS-RPT-A-VAL.
           WRITE FILERPT104-ENREG FROM WS-RPT-AMT.
           MOVE 'COVERED AMOUNT                        :'
             TO WS-RPT-A-LIB.
           MOVE WS-TOT-COUVERT TO WS-RPT-A-VAL.
           WRITE FILERPT104-ENREG FROM WS-RPT-AMT.
           MOVE 'ABOVE THE CEILING                     :'
             TO WS-RPT-A-LIB.
           MOVE WS-TOT-EXCED TO WS-RPT-A-VAL.
           WRITE FILERPT104-ENREG FROM WS-RPT-AMT.
           WRITE FILERPT104-ENREG FROM WS-RPT-BLANK.
           ADD 10 TO WS-RPT-LINES.
           MOVE 'ACCTMSTR ACCOUNTS                     :'
             TO WS-RPT-C-LIB.
           MOVE WS-CNT-ACCT TO WS-RPT-C-VAL.
           WRITE FILERPT104-ENREG FROM WS-RPT-CNT.
           MOVE '  EXCLUDED BY STATUS                  :'
             TO WS-RPT-C-LIB.
           MOVE WS-CNT-EXCL TO WS-RPT-C-VAL.
           WRITE FILERPT104-ENREG FROM WS-RPT-CNT.
           MOVE '  WITHOUT A CUSTOMER (OWN DEPOSITOR)  :'
             TO WS-RPT-C-LIB.
           MOVE WS-CNT-NOREL TO WS-RPT-C-VAL.
           WRITE FILERPT104-ENREG FROM WS-RPT-CNT.
           MOVE 'ELIGIBLE CREDIT BALANCES              :'
             TO WS-RPT-A-LIB.
           MOVE WS-TOT-CREDIT TO WS-RPT-A-VAL.
           WRITE FILERPT104-ENREG FROM WS-RPT-AMT.
           MOVE 'ELIGIBLE DEBIT BALANCES               :'
             TO WS-RPT-A-LIB.
           MOVE WS-TOT-DEBIT TO WS-RPT-A-VAL.
           WRITE FILERPT104-ENREG FROM WS-RPT-AMT.
           MOVE 'EXCLUDED ACCOUNTS                     :'
             TO WS-RPT-A-LIB.
           MOVE WS-TOT-EXCL TO WS-RPT-A-VAL.
           WRITE FILERPT104-ENREG FROM WS-RPT-AMT.
           MOVE 'ACCTMSTR TOTAL                        :'
             TO WS-RPT-A-LIB.
           MOVE WS-TOT-MSTR TO WS-RPT-A-VAL.
           WRITE FILERPT104-ENREG FROM WS-RPT-AMT.
           MOVE 'NEGATIVE NETS SET TO NIL              :'
             TO WS-RPT-A-LIB.
           MOVE WS-TOT-FLOOR TO WS-RPT-A-VAL.
           WRITE FILERPT104-ENREG FROM WS-RPT-AMT.
           MOVE 'SCV NETS BEFORE THE NIL FLOOR         :'
             TO WS-RPT-A-LIB.
           MOVE WS-TOT-PRENET TO WS-RPT-A-VAL.
           WRITE FILERPT104-ENREG FROM WS-RPT-AMT.
           COMPUTE WS-TIE-ECART = WS-TOT-CREDIT + WS-TOT-DEBIT
                                - WS-TOT-PRENET.
           MOVE 'TIE-BACK DIFFERENCE                   :'
             TO WS-RPT-A-LIB.
           MOVE WS-TIE-ECART TO WS-RPT-A-VAL.
           WRITE FILERPT104-ENREG FROM WS-RPT-AMT.
           COMPUTE WS-NET-ECART = WS-TOT-NET - WS-TOT-FLOOR
                                - WS-TOT-PRENET.
           MOVE 'TRAILER NET LESS FLOOR DIFFERENCE     :'
             TO WS-RPT-A-LIB.
           MOVE WS-NET-ECART TO WS-RPT-A-VAL.
           WRITE FILERPT104-ENREG FROM WS-RPT-AMT.
           MOVE 'ACCOUNTS IN THE SCV                   :'
             TO WS-RPT-C-LIB.
           MOVE WS-CNT-SCVCPT TO WS-RPT-C-VAL.
           WRITE FILERPT104-ENREG FROM WS-RPT-CNT.
           COMPUTE WS-CNT-ECART = WS-CNT-ACCT - WS-CNT-EXCL
                                - WS-CNT-SCVCPT.
           ADD 12 TO WS-RPT-LINES.
           CLOSE FILERPT104.
           MOVE 'FILERPT104' TO WS-CAT-RPT.
           MOVE 0 TO WS-CAT-PAGES.
           MOVE WS-RPT-LINES TO WS-CAT-LINES.
           CALL WS-CALL-CAT USING WS-CAT-RPT, WS-CAT-PAGES,
                WS-CAT-LINES.
           DISPLAY '300-REPORT'.
           DISPLAY '    DEPOSITORS      : ' WS-CNT-DEPOS.
           DISPLAY '    ACCOUNTS READ   : ' WS-CNT-ACCT.
           DISPLAY '    EXCLUDED        : ' WS-CNT-EXCL.
           DISPLAY '    NO RATE (PAR)   : ' WS-CNT-NORATE.
           IF WS-TIE-ECART NOT = 0 OR WS-NET-ECART NOT = 0
              OR WS-CNT-ECART NOT = 0
              DISPLAY 'ERROR : SCV DOES NOT TIE BACK TO ACCTMSTR'
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-CNT-NORATE > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
       300-EXIT.
           EXIT.
