      *****************************************************************
      * Program name:    PGM084
      *
      * Original author: DEFAY E.
      *
      * Purpose : Direct-debit mandate subsystem. PJ-MODE 'M'
      *           maintains the indexed MANDMSTR mandate master
      *           (keyed on creditor and account) from the MANDTRANS
      *           transaction file, the way PGM049 maintains STOMSTR :
      *           'A' registers a signed mandate (or re-signs one
      *           that was revoked or lapsed), 'C' changes its
      *           reference or signature date, 'D' revokes it - a
      *           revoked mandate stays on file so its collections
      *           are refused as revoked, not as unknown. PJ-MODE
      *           'C' is the nightly collection step, run ahead of
      *           PGM017 in the PGM016 chain : every creditor
      *           collection in COLLIN is checked against an active
      *           mandate, the valid ones are appended to the MVTSIN
      *           feed as 'D' movements and stamp the mandate's last
      *           collection date, the refused ones (no mandate,
      *           revoked, reference mismatch, dormant more than 36
      *           months, an account not held in euros - a SEPA
      *           collection is a euro amount, stamped 'EUR' on the
      *           movement) go to COLLRET for the creditor bank with
      *           a reason code. Every registration, change, revocation
      *           and collection is appended to MANDHIST, and
      *           PJ-MODE 'H' prints one account's mandate history
      *           (FILERPT84) when a customer disputes a debit.
      *           A COLLIN file the creditors' bank sends twice is
      *           refused before anything is collected (PGM129
      *           inbound-file registry).
      *
      * Using :
      *    - Copybook ACCTFS
      *    - Copybook MVTFS
      *    - PGM129 inbound-file registry subprogram, PGM124
      *      dataset lineage
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created : a creditor's debit is posted
      *                    only against a mandate the customer
      *                    signed, and the mandate keeps a history
      * 15/10/26  DEFAY E. COLLIN fingerprinted ahead of the
      *                    collection step (collections, total, first
      *                    and last records) and checked against the
      *                    PGM129 inbound-file registry : a file
      *                    already collected is refused, unless
      *                    PJ-FOPER and PJ-FMOTIF force it through;
      *                    every file collected is registered
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM084.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /    MANDTRANS (maintenance transactions, PJ-MODE 'M')
           SELECT MANDTRANS
           ASSIGN TO MANDTRANS
           FILE STATUS is WS-FS-TRANS.
      /    MANDMSTR (indexed mandate master keyed on creditor and
      /    account)
           SELECT MANDMSTR
           ASSIGN TO MANDMSTR
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is MD-KEY
           FILE STATUS is WS-FS-MAND.
      /    MANDHIST (mandate history, appended to)
           SELECT MANDHIST
           ASSIGN TO MANDHIST
           FILE STATUS is WS-FS-HIST.
      /    COLLIN (incoming creditor collections, PJ-MODE 'C')
           SELECT COLLIN
           ASSIGN TO COLLIN
           FILE STATUS is WS-FS-COLL.
      /    COLLRET (refused collections, back to the creditor bank)
           SELECT COLLRET
           ASSIGN TO COLLRET
           FILE STATUS is WS-FS-RET.
      /    MVTSIN (the daily movements feed, appended to in 'C' mode)
           SELECT MVTSIN
           ASSIGN TO MVTSIN
           FILE STATUS is WS-FS-MVT.
      /    ACCTMSTR (indexed account master, read only in 'C' mode
      /    for the account's currency)
           SELECT ACCTMSTR
           ASSIGN TO ACCTMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS F-COMPTE
           FILE STATUS is WS-FS-MSTR.
      /    FILERPT84 (one account's mandate history, PJ-MODE 'H')
           SELECT FILERPT84
           ASSIGN TO FILERPT84.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD MANDTRANS.
       01  STRUCT-MANDTRANS.
           02 TX-ACTION   PIC X(01).
              88 TX-ADD       VALUE 'A'.
              88 TX-CHANGE    VALUE 'C'.
              88 TX-DELETE    VALUE 'D'.
           02 FILLER      PIC X(01).
           02 TX-CREANC   PIC X(10).
           02 FILLER      PIC X(01).
           02 TX-COMPTE   PIC X(06).
           02 TX-COMPTE-N REDEFINES TX-COMPTE PIC 9(06).
           02 FILLER      PIC X(01).
           02 TX-RUM      PIC X(20).
           02 FILLER      PIC X(01).
           02 TX-DTSIGN   PIC X(08).
           02 TX-DTSIGN-N REDEFINES TX-DTSIGN PIC 9(08).
           02 FILLER      PIC X(01).
           02 TX-OPER     PIC X(08).
           02 FILLER      PIC X(22).
       FD MANDMSTR
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-MANDMSTR.
           02 MD-KEY.
              03 MD-CREANC  PIC X(10).
              03 MD-COMPTE  PIC 9(06).
           02 FILLER      PIC X(01).
           02 MD-RUM      PIC X(20).
           02 FILLER      PIC X(01).
           02 MD-DTSIGN   PIC 9(08).
           02 FILLER      PIC X(01).
           02 MD-STATUT   PIC X(01).
              88 MD-ACTIVE   VALUE 'A'.
              88 MD-REVOKED  VALUE 'R'.
              88 MD-EXPIRED  VALUE 'E'.
           02 FILLER      PIC X(01).
           02 MD-DTLAST   PIC 9(08).
           02 FILLER      PIC X(23).
       FD MANDHIST
           RECORD CONTAINS 100 CHARACTERS.
       01  STRUCT-MANDHIST.
           02 MH-CREANC   PIC X(10).
           02 FILLER      PIC X(01).
           02 MH-COMPTE   PIC 9(06).
           02 FILLER      PIC X(01).
           02 MH-EVENT    PIC X(01).
              88 MH-ADDED     VALUE 'A'.
              88 MH-CHANGED   VALUE 'C'.
              88 MH-REVOKED   VALUE 'D'.
              88 MH-LAPSED    VALUE 'E'.
              88 MH-PAID      VALUE 'P'.
              88 MH-REFUSED   VALUE 'R'.
           02 FILLER      PIC X(01).
           02 MH-DATE     PIC 9(08).
           02 FILLER      PIC X(01).
           02 MH-RUM      PIC X(20).
           02 FILLER      PIC X(01).
           02 MH-STATUT   PIC X(01).
           02 FILLER      PIC X(01).
           02 MH-MNT      PIC 9(07)V99.
           02 FILLER      PIC X(01).
           02 MH-MOTIF    PIC X(08).
           02 FILLER      PIC X(01).
           02 MH-OPER     PIC X(08).
           02 FILLER      PIC X(01).
           02 MH-REFOP    PIC X(12).
           02 FILLER      PIC X(08).
       FD COLLIN.
       01  STRUCT-COLLIN.
           02 CI-CREANC   PIC X(10).
           02 FILLER      PIC X(01).
           02 CI-COMPTE   PIC X(06).
           02 CI-COMPTE-N REDEFINES CI-COMPTE PIC 9(06).
           02 FILLER      PIC X(01).
           02 CI-RUM      PIC X(20).
           02 FILLER      PIC X(01).
           02 CI-MNT      PIC X(09).
           02 CI-MNT-N REDEFINES CI-MNT PIC 9(07)V99.
           02 FILLER      PIC X(01).
           02 CI-DTECH    PIC X(08).
           02 FILLER      PIC X(01).
           02 CI-REFOP    PIC X(12).
           02 FILLER      PIC X(10).
       FD COLLRET.
       01  STRUCT-COLLRET.
           02 RT-COLL     PIC X(70).
           02 FILLER      PIC X(01).
           02 RT-MOTIF    PIC X(08).
           02 FILLER      PIC X(01).
       FD MVTSIN.
       COPY MVTFS REPLACING ==()== BY ==MVTSIN==.
       FD ACCTMSTR.
       COPY ACCTFS REPLACING ==()== BY ==ACCTMSTR==.
       FD FILERPT84
           RECORD CONTAINS 80 CHARACTERS.
       01  FILERPT84-ENREG PIC X(80).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-TRANS    PIC X(02).
           88 TRANS-END   VALUE '10'.
       01 WS-FS-MAND     PIC X(02).
       01 WS-FS-HIST     PIC X(02).
           88 HIST-END    VALUE '10'.
       01 WS-FS-COLL     PIC X(02).
           88 COLL-END    VALUE '10'.
       01 WS-FS-RET      PIC X(02).
       01 WS-FS-MVT      PIC X(02).
       01 WS-FS-MSTR     PIC X(02).
       01 WS-CNT-READ    PIC 9(05) VALUE 0.
       01 WS-CNT-APPLIED PIC 9(05) VALUE 0.
       01 WS-CNT-REJECT  PIC 9(05) VALUE 0.
       01 WS-CNT-PAID    PIC 9(05) VALUE 0.
       01 WS-CNT-REFUSED PIC 9(05) VALUE 0.
       01 WS-CNT-LAPSED  PIC 9(05) VALUE 0.
       01 WS-CNT-HIST    PIC 9(05) VALUE 0.
       01 WS-CNT-HISTWR  PIC 9(05) VALUE 0.
       01 WS-CNT-HISTRD  PIC 9(07) VALUE 0.
       01 WS-TOT-PAID    PIC 9(09)V99 VALUE 0.
      / Field-edit verdict for the transaction under validation
       01 WS-EDIT-OK     PIC X(01).
           88 EDIT-OK     VALUE 'Y'.
      / History event under way (see MH-EVENT)
       01 WS-EVENT       PIC X(01).
      / Refusal reason of the collection under check (spaces = paid)
       01 WS-MOTIF       PIC X(08).
      / A mandate unused for 36 months lapses : the cut-off is the
      / run date three years back (AAAAMMJJ less 3 on the year)
       01 WS-CUTOFF      PIC 9(08).
       01 WS-LASTUSE     PIC 9(08).
      / Value date (AAAA-MM-JJ) stamped on the generated movements
       01 WS-MVT-DTVAL.
           05 WS-MV-AAAA     PIC 9(04).
           05 WS-MV-S1       PIC X(01) VALUE '-'.
           05 WS-MV-MM       PIC 9(02).
           05 WS-MV-S2       PIC X(01) VALUE '-'.
           05 WS-MV-JJ       PIC 9(02).
      / Report lines
       01 WS-RPT-HDR.
           05 FILLER         PIC X(33) VALUE
              'PGM084 MANDATE HISTORY - ACCOUNT '.
           05 WS-RPT-H-COMPTE PIC 9(06).
           05 FILLER         PIC X(41) VALUE SPACES.
       01 WS-RPT-DETAIL.
           05 WS-RPT-D-DATE  PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-CREANC PIC X(10).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-EVENT PIC X(01).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-RUM   PIC X(20).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-MNT   PIC ZZZZZZ9.99.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-MOTIF PIC X(08).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-OPER  PIC X(08).
           05 FILLER         PIC X(09) VALUE SPACES.
      / PGM081 control-date interface
       01 WS-CALL-DATE   PIC X(08) VALUE "PGM081  ".
      / PGM075 report-catalog interface
       01 WS-CALL-CAT    PIC X(08) VALUE "PGM075  ".
       01 WS-CAT-RPT     PIC X(12).
       01 WS-CAT-PAGES   PIC 9(05).
       01 WS-CAT-LINES   PIC 9(07).
      / PGM129 inbound-file registry interface : COLLIN's
      / fingerprint, taken in a first pass over the collections
       01 WS-CALL-INF    PIC X(08) VALUE "PGM129  ".
       01 WS-INF-FUNC    PIC X(01).
       01 WS-INF-PGM     PIC X(08) VALUE 'PGM084'.
       01 WS-INF-FEED    PIC X(12) VALUE 'COLLIN'.
       01 WS-INF-COUNT   PIC 9(09) VALUE 0.
       01 WS-INF-TOTAL   PIC S9(13)V99 VALUE 0.
       01 WS-INF-CREAT   PIC 9(12) VALUE 0.
       01 WS-INF-FIRST   PIC X(80) VALUE SPACES.
       01 WS-INF-LAST    PIC X(80) VALUE SPACES.
       01 WS-INF-RESULT  PIC X(01).
           88 INF-DUP     VALUE 'D'.
      / Parameter from JCL run
       01 PJ-MODE        PIC X(01).
           88 IS-MAINT    VALUE 'M'.
           88 IS-COLLECT  VALUE 'C'.
           88 IS-HISTORY  VALUE 'H'.
       01 PJ-MODE-DEF    PIC X(01) VALUE 'C'.
       01 PJ-RUNDATE     PIC 9(08).
       01 PJ-COMPTE      PIC 9(06).
       01 PJ-FOPER       PIC X(08).
       01 PJ-FMOTIF      PIC X(40).
      / PGM124 dataset-lineage interface
       01 WS-CALL-LIN    PIC X(08) VALUE "PGM124  ".
       01 WS-LIN-PGM     PIC X(08) VALUE 'PGM084'.
       01 WS-LIN-DSN     PIC X(10).
       01 WS-LIN-MODE    PIC X(01).
       01 WS-LIN-COUNT   PIC 9(09).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           EVALUATE TRUE
              WHEN IS-MAINT
                 PERFORM 100-MAINT THRU 100-EXIT
              WHEN IS-HISTORY
                 PERFORM 400-HISTORY THRU 400-EXIT
              WHEN OTHER
                 PERFORM 300-COLLECT THRU 300-EXIT
           END-EVALUATE.
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
           IF IS-HISTORY
              ACCEPT PJ-COMPTE
           END-IF.
           IF NOT IS-MAINT AND NOT IS-HISTORY
              ACCEPT PJ-FOPER
              ACCEPT PJ-FMOTIF
           END-IF.
           MOVE PJ-RUNDATE (1:4) TO WS-MV-AAAA.
           MOVE PJ-RUNDATE (5:2) TO WS-MV-MM.
           MOVE PJ-RUNDATE (7:2) TO WS-MV-JJ.
           COMPUTE WS-CUTOFF = PJ-RUNDATE - 30000.
       000-EXIT.
           EXIT.
      *****************************************************************
      *  This routine opens the mandate history for appending
      *****************************************************************
       001-OHIST.
           OPEN EXTEND MANDHIST.
           IF WS-FS-HIST NOT = '00'
              OPEN OUTPUT MANDHIST
           END-IF.
       001-EXIT.
           EXIT.
      *****************************************************************
      *  This routine drives the maintenance pass over MANDTRANS
      *****************************************************************
       100-MAINT.
           OPEN INPUT MANDTRANS.
           IF WS-FS-TRANS NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT MANDTRANS FAILED - FILE '
                      'STATUS ' WS-FS-TRANS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN I-O MANDMSTR.
           IF WS-FS-MAND NOT = '00'
              OPEN OUTPUT MANDMSTR
              CLOSE MANDMSTR
              OPEN I-O MANDMSTR
           END-IF.
           PERFORM 001-OHIST THRU 001-EXIT.
           PERFORM UNTIL TRANS-END
              READ MANDTRANS
                 NOT AT END
                    ADD 1 TO WS-CNT-READ
                    PERFORM 110-ONETRANS
              END-READ
           END-PERFORM.
           CLOSE MANDTRANS.
           CLOSE MANDMSTR.
           CLOSE MANDHIST.
           MOVE 'MANDTRANS' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-READ TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           MOVE 'MANDMSTR' TO WS-LIN-DSN.
           MOVE 'U' TO WS-LIN-MODE.
           MOVE 0 TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           MOVE 'MANDHIST' TO WS-LIN-DSN.
           MOVE 'E' TO WS-LIN-MODE.
           MOVE WS-CNT-HISTWR TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine validates one transaction and routes it
      *****************************************************************
       110-ONETRANS.
           IF TX-COMPTE NOT NUMERIC OR TX-CREANC = SPACES
              DISPLAY 'REJECTED : CREDITOR OR ACCOUNT INVALID - '
                      TX-CREANC ' ' TX-COMPTE
              ADD 1 TO WS-CNT-REJECT
           ELSE
              EVALUATE TRUE
                 WHEN TX-ADD
                    PERFORM 120-ADD THRU 120-EXIT
                 WHEN TX-CHANGE
                    PERFORM 130-CHANGE
                 WHEN TX-DELETE
                    PERFORM 140-REVOKE
                 WHEN OTHER
                    DISPLAY 'REJECTED : UNKNOWN ACTION - ' TX-ACTION
                    ADD 1 TO WS-CNT-REJECT
              END-EVALUATE
           END-IF.
      *****************************************************************
      *  This routine validates the fields an add or change carries.
      *  Change transactions may leave a field blank to keep it.
      *****************************************************************
       111-FIELDEDIT.
           IF TX-DTSIGN NOT = SPACES AND TX-DTSIGN NOT NUMERIC
              DISPLAY 'REJECTED : SIGNATURE DATE NOT NUMERIC - '
                      TX-DTSIGN ' ON ' TX-CREANC ' ' TX-COMPTE
              ADD 1 TO WS-CNT-REJECT
              MOVE 'N' TO WS-EDIT-OK
           END-IF.
           IF TX-DTSIGN NOT = SPACES AND TX-DTSIGN NUMERIC
              AND TX-DTSIGN-N > PJ-RUNDATE
              DISPLAY 'REJECTED : SIGNATURE DATE IN THE FUTURE - '
                      TX-DTSIGN ' ON ' TX-CREANC ' ' TX-COMPTE
              ADD 1 TO WS-CNT-REJECT
              MOVE 'N' TO WS-EDIT-OK
           END-IF.
      *****************************************************************
      *  This routine registers one signed mandate. A mandate on
      *  file that was revoked or has lapsed is re-signed in place;
      *  an active one is refused.
      *****************************************************************
       120-ADD.
           MOVE 'Y' TO WS-EDIT-OK.
           PERFORM 111-FIELDEDIT.
           IF NOT EDIT-OK
              GO TO 120-EXIT
           END-IF.
           IF TX-RUM = SPACES OR TX-DTSIGN = SPACES
              DISPLAY 'REJECTED : ADD NEEDS REFERENCE AND SIGNATURE '
                      '- ' TX-CREANC ' ' TX-COMPTE
              ADD 1 TO WS-CNT-REJECT
              GO TO 120-EXIT
           END-IF.
           MOVE TX-CREANC   TO MD-CREANC.
           MOVE TX-COMPTE-N TO MD-COMPTE.
           READ MANDMSTR
              INVALID KEY
                 MOVE SPACES       TO STRUCT-MANDMSTR
                 MOVE TX-CREANC    TO MD-CREANC
                 MOVE TX-COMPTE-N  TO MD-COMPTE
                 MOVE TX-RUM       TO MD-RUM
                 MOVE TX-DTSIGN-N  TO MD-DTSIGN
                 MOVE 'A'          TO MD-STATUT
                 MOVE 0            TO MD-DTLAST
                 WRITE STRUCT-MANDMSTR
                 MOVE 'A' TO WS-EVENT
                 PERFORM 150-MAINTHIST
              NOT INVALID KEY
                 IF MD-ACTIVE
                    DISPLAY 'REJECTED : MANDATE ALREADY ACTIVE - '
                            TX-CREANC ' ' TX-COMPTE
                    ADD 1 TO WS-CNT-REJECT
                 ELSE
                    MOVE TX-RUM       TO MD-RUM
                    MOVE TX-DTSIGN-N  TO MD-DTSIGN
                    MOVE 'A'          TO MD-STATUT
                    MOVE 0            TO MD-DTLAST
                    REWRITE STRUCT-MANDMSTR
                    MOVE 'A' TO WS-EVENT
                    PERFORM 150-MAINTHIST
                 END-IF
           END-READ.
       120-EXIT.
           EXIT.
      *****************************************************************
      *  This routine changes one mandate's reference or signature
      *  date in place
      *****************************************************************
       130-CHANGE.
           MOVE 'Y' TO WS-EDIT-OK.
           PERFORM 111-FIELDEDIT.
           IF EDIT-OK
              MOVE TX-CREANC   TO MD-CREANC
              MOVE TX-COMPTE-N TO MD-COMPTE
              READ MANDMSTR
                 INVALID KEY
                    DISPLAY 'REJECTED : MANDATE UNKNOWN - '
                            TX-CREANC ' ' TX-COMPTE
                    ADD 1 TO WS-CNT-REJECT
                 NOT INVALID KEY
                    IF TX-RUM NOT = SPACES
                       MOVE TX-RUM TO MD-RUM
                    END-IF
                    IF TX-DTSIGN NOT = SPACES
                       MOVE TX-DTSIGN-N TO MD-DTSIGN
                    END-IF
                    REWRITE STRUCT-MANDMSTR
                    MOVE 'C' TO WS-EVENT
                    PERFORM 150-MAINTHIST
              END-READ
           END-IF.
      *****************************************************************
      *  This routine revokes one mandate. The record stays on file
      *  so later collections are refused as revoked.
      *****************************************************************
       140-REVOKE.
           MOVE TX-CREANC   TO MD-CREANC.
           MOVE TX-COMPTE-N TO MD-COMPTE.
           READ MANDMSTR
              INVALID KEY
                 DISPLAY 'REJECTED : MANDATE UNKNOWN - '
                         TX-CREANC ' ' TX-COMPTE
                 ADD 1 TO WS-CNT-REJECT
              NOT INVALID KEY
                 MOVE 'R' TO MD-STATUT
                 REWRITE STRUCT-MANDMSTR
                 MOVE 'D' TO WS-EVENT
                 PERFORM 150-MAINTHIST
           END-READ.
      *****************************************************************
      *  This routine appends one maintenance event, with the
      *  operator, to MANDHIST (WS-EVENT set by the caller)
      *****************************************************************
       150-MAINTHIST.
           MOVE SPACES     TO STRUCT-MANDHIST.
           MOVE WS-EVENT   TO MH-EVENT.
           MOVE MD-CREANC  TO MH-CREANC.
           MOVE MD-COMPTE  TO MH-COMPTE.
           MOVE PJ-RUNDATE TO MH-DATE.
           MOVE MD-RUM     TO MH-RUM.
           MOVE MD-STATUT  TO MH-STATUT.
           MOVE 0          TO MH-MNT.
           MOVE TX-OPER    TO MH-OPER.
           WRITE STRUCT-MANDHIST.
           ADD 1 TO WS-CNT-HISTWR.
           ADD 1 TO WS-CNT-APPLIED.
      *****************************************************************
      *  This routine drives the nightly collection step : every
      *  COLLIN collection is checked against its mandate and either
      *  appended to the MVTSIN feed or returned to the creditor.
      *****************************************************************
       300-COLLECT.
           PERFORM 305-FPRINT THRU 305-EXIT.
           OPEN INPUT COLLIN.
           IF WS-FS-COLL NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT COLLIN FAILED - FILE '
                      'STATUS ' WS-FS-COLL
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN I-O MANDMSTR.
           IF WS-FS-MAND NOT = '00'
              DISPLAY 'ERROR : OPEN I-O MANDMSTR FAILED - FILE '
                      'STATUS ' WS-FS-MAND
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT ACCTMSTR.
           IF WS-FS-MSTR NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT ACCTMSTR FAILED - FILE '
                      'STATUS ' WS-FS-MSTR
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN EXTEND MVTSIN.
           IF WS-FS-MVT NOT = '00'
              OPEN OUTPUT MVTSIN
           END-IF.
           OPEN OUTPUT COLLRET.
           PERFORM 001-OHIST THRU 001-EXIT.
           PERFORM UNTIL COLL-END
              READ COLLIN
                 NOT AT END
                    IF CI-CREANC NOT = 'TRAILER'
                       ADD 1 TO WS-CNT-READ
                       PERFORM 310-ONECOLL THRU 310-EXIT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COLLIN.
           CLOSE MANDMSTR.
           CLOSE ACCTMSTR.
           CLOSE MVTSIN.
           CLOSE COLLRET.
           CLOSE MANDHIST.
           MOVE 'COLLIN' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-READ TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           MOVE 'MANDMSTR' TO WS-LIN-DSN.
           MOVE 'U' TO WS-LIN-MODE.
           MOVE 0 TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           MOVE 'ACCTMSTR' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE 0 TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           MOVE 'MVTSIN' TO WS-LIN-DSN.
           MOVE 'E' TO WS-LIN-MODE.
           MOVE WS-CNT-PAID TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           MOVE 'COLLRET' TO WS-LIN-DSN.
           MOVE 'O' TO WS-LIN-MODE.
           MOVE WS-CNT-REFUSED TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           MOVE 'MANDHIST' TO WS-LIN-DSN.
           MOVE 'E' TO WS-LIN-MODE.
           MOVE WS-CNT-HISTWR TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           MOVE 'A' TO WS-INF-FUNC.
           PERFORM 306-CALLINF.
       300-EXIT.
           EXIT.
      *****************************************************************
      *  This routine fingerprints COLLIN in a first pass -
      *  collections, their total, first and last records (the
      *  creditors' file carries no creation date) - and checks it
      *  against the PGM129 registry : a file already collected is
      *  refused before anything is debited, unless forced
      *****************************************************************
       305-FPRINT.
           OPEN INPUT COLLIN.
           IF WS-FS-COLL NOT = '00'
              GO TO 305-EXIT
           END-IF.
           PERFORM UNTIL COLL-END
              READ COLLIN
                 NOT AT END
                    IF CI-CREANC NOT = 'TRAILER'
                       ADD 1 TO WS-INF-COUNT
                       IF CI-MNT NUMERIC
                          ADD CI-MNT-N TO WS-INF-TOTAL
                       END-IF
                       IF WS-INF-COUNT = 1
                          MOVE STRUCT-COLLIN TO WS-INF-FIRST
                       END-IF
                       MOVE STRUCT-COLLIN TO WS-INF-LAST
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COLLIN.
           MOVE 'C' TO WS-INF-FUNC.
           PERFORM 306-CALLINF.
           IF INF-DUP
              DISPLAY 'ERROR : COLLIN REFUSED - NOTHING COLLECTED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
       305-EXIT.
           EXIT.
      *****************************************************************
      *  This routine calls the PGM129 inbound-file registry
      *****************************************************************
       306-CALLINF.
           CALL WS-CALL-INF USING WS-INF-FUNC, WS-INF-PGM,
                WS-INF-FEED, WS-INF-COUNT, WS-INF-TOTAL,
                WS-INF-CREAT, WS-INF-FIRST, WS-INF-LAST,
                PJ-FOPER, PJ-FMOTIF, WS-INF-RESULT.
      *****************************************************************
      *  This routine checks one collection against its mandate
      *****************************************************************
       310-ONECOLL.
           MOVE SPACES TO WS-MOTIF.
           IF CI-COMPTE NOT NUMERIC OR CI-MNT NOT NUMERIC
              MOVE 'DONNEES' TO WS-MOTIF
              MOVE SPACES TO STRUCT-MANDMSTR
              PERFORM 330-REFUSE
              GO TO 310-EXIT
           END-IF.
           MOVE CI-CREANC   TO MD-CREANC.
           MOVE CI-COMPTE-N TO MD-COMPTE.
           READ MANDMSTR
              INVALID KEY
                 MOVE 'NOMANDAT' TO WS-MOTIF
                 MOVE SPACES TO STRUCT-MANDMSTR
                 MOVE CI-CREANC   TO MD-CREANC
                 MOVE CI-COMPTE-N TO MD-COMPTE
           END-READ.
           IF WS-MOTIF = SPACES
              PERFORM 315-MANDCHK
           END-IF.
           IF WS-MOTIF = SPACES
              PERFORM 316-DEVCHK
           END-IF.
           IF WS-MOTIF = SPACES
              PERFORM 320-PAY
           ELSE
              PERFORM 330-REFUSE
           END-IF.
       310-EXIT.
           EXIT.
      *****************************************************************
      *  This routine checks the mandate found : status, reference,
      *  and 36 months' dormancy (counted from the last collection,
      *  or from the signature when it was never used). A dormant
      *  mandate lapses on file there and then.
      *****************************************************************
       315-MANDCHK.
           IF MD-REVOKED
              MOVE 'REVOQUE' TO WS-MOTIF
           END-IF.
           IF MD-EXPIRED
              MOVE 'CADUC' TO WS-MOTIF
           END-IF.
           IF WS-MOTIF = SPACES AND CI-RUM NOT = MD-RUM
              MOVE 'REFMANDT' TO WS-MOTIF
           END-IF.
           IF WS-MOTIF = SPACES
              IF MD-DTLAST = 0
                 MOVE MD-DTSIGN TO WS-LASTUSE
              ELSE
                 MOVE MD-DTLAST TO WS-LASTUSE
              END-IF
              IF WS-LASTUSE < WS-CUTOFF
                 MOVE 'CADUC' TO WS-MOTIF
                 MOVE 'E' TO MD-STATUT
                 REWRITE STRUCT-MANDMSTR
                 MOVE 'E' TO WS-EVENT
                 PERFORM 340-COLLHIST
                 ADD 1 TO WS-CNT-LAPSED
              END-IF
           END-IF.
      *****************************************************************
      *  This routine refuses a collection on an account not held in
      *  euros (spaces meaning EUR) - PGM017 would refuse the debit
      *  on its currency after the mandate was stamped
      *****************************************************************
       316-DEVCHK.
           MOVE CI-COMPTE-N TO F-COMPTE.
           READ ACCTMSTR
              INVALID KEY
                 MOVE SPACES TO F-DEVISE
           END-READ.
           IF F-DEVISE NOT = SPACES AND F-DEVISE NOT = LOW-VALUES
              AND F-DEVISE NOT = 'EUR'
              MOVE 'DEVISE' TO WS-MOTIF
           END-IF.
      *****************************************************************
      *  This routine appends one valid collection to the feed as a
      *  euro debit and stamps the mandate's last collection date
      *****************************************************************
       320-PAY.
           MOVE SPACES       TO STRUCT-MVTSIN.
           MOVE CI-COMPTE-N  TO MV-COMPTE.
           MOVE 'D'          TO MV-SENS.
           MOVE CI-MNT-N     TO MV-MNT.
           MOVE WS-MVT-DTVAL TO MV-DTVAL.
           MOVE 'EUR'        TO MV-DEVISE.
           MOVE 'PRLV'       TO MV-ORIGINE.
           WRITE STRUCT-MVTSIN.
           MOVE PJ-RUNDATE TO MD-DTLAST.
           REWRITE STRUCT-MANDMSTR.
           MOVE 'P' TO WS-EVENT.
           PERFORM 340-COLLHIST.
           ADD 1 TO WS-CNT-PAID.
           ADD CI-MNT-N TO WS-TOT-PAID.
      *****************************************************************
      *  This routine returns one refused collection to the creditor
      *  bank with its reason code
      *****************************************************************
       330-REFUSE.
           MOVE SPACES        TO STRUCT-COLLRET.
           MOVE STRUCT-COLLIN TO RT-COLL.
           MOVE WS-MOTIF      TO RT-MOTIF.
           WRITE STRUCT-COLLRET.
           IF WS-MOTIF NOT = 'DONNEES'
              MOVE 'R' TO WS-EVENT
              PERFORM 340-COLLHIST
           END-IF.
           DISPLAY 'REFUSED : ' CI-CREANC ' ' CI-COMPTE ' '
                   CI-REFOP ' - ' WS-MOTIF.
           ADD 1 TO WS-CNT-REFUSED.
      *****************************************************************
      *  This routine appends one collection event to MANDHIST
      *  (event code left in WS-EVENT by the caller)
      *****************************************************************
       340-COLLHIST.
           MOVE SPACES         TO STRUCT-MANDHIST.
           MOVE WS-EVENT       TO MH-EVENT.
           MOVE CI-CREANC      TO MH-CREANC.
           MOVE CI-COMPTE-N    TO MH-COMPTE.
           MOVE PJ-RUNDATE     TO MH-DATE.
           MOVE CI-RUM         TO MH-RUM.
           MOVE MD-STATUT      TO MH-STATUT.
           IF MH-LAPSED
              MOVE 0 TO MH-MNT
           ELSE
              MOVE CI-MNT-N TO MH-MNT
           END-IF.
           IF MH-REFUSED
              MOVE WS-MOTIF TO MH-MOTIF
           END-IF.
           MOVE CI-REFOP       TO MH-REFOP.
           WRITE STRUCT-MANDHIST.
           ADD 1 TO WS-CNT-HISTWR.
      *****************************************************************
      *  This routine prints one account's mandate history, every
      *  creditor, oldest first
      *****************************************************************
       400-HISTORY.
           OPEN INPUT MANDHIST.
           IF WS-FS-HIST NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT MANDHIST FAILED - FILE '
                      'STATUS ' WS-FS-HIST
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT FILERPT84.
           MOVE PJ-COMPTE TO WS-RPT-H-COMPTE.
           WRITE FILERPT84-ENREG FROM WS-RPT-HDR.
           PERFORM UNTIL HIST-END
              READ MANDHIST
                 NOT AT END
                    ADD 1 TO WS-CNT-HISTRD
                    IF MH-COMPTE = PJ-COMPTE
                       MOVE MH-DATE   TO WS-RPT-D-DATE
                       MOVE MH-CREANC TO WS-RPT-D-CREANC
                       MOVE MH-EVENT  TO WS-RPT-D-EVENT
                       MOVE MH-RUM    TO WS-RPT-D-RUM
                       MOVE MH-MNT    TO WS-RPT-D-MNT
                       MOVE MH-MOTIF  TO WS-RPT-D-MOTIF
                       MOVE MH-OPER   TO WS-RPT-D-OPER
                       WRITE FILERPT84-ENREG FROM WS-RPT-DETAIL
                       ADD 1 TO WS-CNT-HIST
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE MANDHIST.
           CLOSE FILERPT84.
           MOVE 'MANDHIST' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-HISTRD TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           MOVE 'FILERPT84' TO WS-CAT-RPT.
           MOVE 0 TO WS-CAT-PAGES.
           MOVE WS-CNT-HIST TO WS-CAT-LINES.
           CALL WS-CALL-CAT USING WS-CAT-RPT, WS-CAT-PAGES,
                WS-CAT-LINES.
       400-EXIT.
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
           EVALUATE TRUE
              WHEN IS-MAINT
                 DISPLAY '    TRANSACTIONS READ : ' WS-CNT-READ
                 DISPLAY '    APPLIED           : ' WS-CNT-APPLIED
                 DISPLAY '    REJECTED          : ' WS-CNT-REJECT
              WHEN IS-HISTORY
                 DISPLAY '    HISTORY ENTRIES   : ' WS-CNT-HIST
              WHEN OTHER
                 DISPLAY '    COLLECTIONS READ  : ' WS-CNT-READ
                 DISPLAY '    PAID TO MVTSIN    : ' WS-CNT-PAID
                 DISPLAY '    AMOUNT PAID       : ' WS-TOT-PAID
                 DISPLAY '    REFUSED           : ' WS-CNT-REFUSED
                 DISPLAY '    MANDATES LAPSED   : ' WS-CNT-LAPSED
           END-EVALUATE.
           IF WS-CNT-REJECT > 0 OR WS-CNT-REFUSED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       200-EXIT.
           EXIT.
