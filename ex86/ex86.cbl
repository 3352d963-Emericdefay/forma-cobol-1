      *****************************************************************
      * Program name:    PGM086
      *
      * Original author: DEFAY E.
      *
      * Purpose : Fixed-term deposit subsystem. The indexed TDMSTR
      *           master holds one deposit per TD-ID : the linked
      *           F-COMPTE current account, principal, fixed annual
      *           rate, term (3, 6 or 12 months), start and maturity
      *           dates and the rollover instruction ('P' pay back
      *           at maturity, 'R' roll principal and interest over).
      *           PJ-MODE 'O' applies the TDTRANS transactions : 'O'
      *           opens a deposit at the TDRATES rate for its term
      *           and debits the current account through the MVTSIN
      *           feed - refused unless the account's balance, less
      *           its HOLDMSTR holds and the deposits already opened
      *           on it this run, covers the principal, so that the
      *           TDMSTR deposit is never written for a debit PGM017
      *           will refuse - 'C' changes a live deposit's
      *           instruction.
      *           PJ-MODE 'E' is the daily maturity step, run ahead
      *           of PGM017 in the PGM016 chain : each live deposit
      *           come to maturity earns simple interest over its
      *           term and is either paid back to the current account
      *           as one 'C' movement in the account's currency (the
      *           ACCTMSTR F-DEVISE), or rolled over for another
      *           term at the rate now in force. PJ-MODE 'S' prints
      *           the FILERPT86 schedule of the deposits maturing in
      *           the next 30 days for treasury.
      *
      * Using :
      *    - Copybook ACCTFS
      *    - Copybook MVTFS
      *    - HOLDMSTR as kept by PGM092
      *    - PGM124 dataset lineage
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created : money locked away for a term
      *                    at a fixed rate, and back on its due
      *                    date
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM086.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /    TDTRANS (opening and instruction transactions, 'O' mode)
           SELECT TDTRANS
           ASSIGN TO TDTRANS
           FILE STATUS is WS-FS-TRANS.
      /    TDRATES (rate in force per term, in months)
           SELECT TDRATES
           ASSIGN TO TDRATES
           FILE STATUS is WS-FS-CTL.
      /    TDMSTR (indexed term-deposit master keyed on TD-ID)
           SELECT TDMSTR
           ASSIGN TO TDMSTR
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is TD-ID
           FILE STATUS is WS-FS-TD.
      /    ACCTMSTR (indexed account master, read only)
           SELECT ACCTMSTR
           ASSIGN TO ACCTMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS F-COMPTE
           FILE STATUS is WS-FS-MSTR.
      /    MVTSIN (the daily movements feed, appended to)
           SELECT MVTSIN
           ASSIGN TO MVTSIN
           FILE STATUS is WS-FS-MVT.
      /    HOLDMSTR (amount holds from PGM092 keyed on account and
      /    hold reference; absent file means nothing is held)
           SELECT HOLDMSTR
           ASSIGN TO HOLDMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HD-KEY
           FILE STATUS is WS-FS-HOLD.
      /    FILERPT86 (maturity schedule, next 30 days)
           SELECT FILERPT86
           ASSIGN TO FILERPT86.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD TDTRANS.
       01  STRUCT-TDTRANS.
           02 TX-ACTION   PIC X(01).
              88 TX-OPEN      VALUE 'O'.
              88 TX-CHANGE    VALUE 'C'.
           02 FILLER      PIC X(01).
           02 TX-ID       PIC X(06).
           02 TX-ID-N REDEFINES TX-ID PIC 9(06).
           02 FILLER      PIC X(01).
           02 TX-COMPTE   PIC X(06).
           02 TX-COMPTE-N REDEFINES TX-COMPTE PIC 9(06).
           02 FILLER      PIC X(01).
           02 TX-MNT      PIC X(09).
           02 TX-MNT-N REDEFINES TX-MNT PIC 9(07)V99.
           02 FILLER      PIC X(01).
           02 TX-TERME    PIC X(02).
           02 TX-TERME-N REDEFINES TX-TERME PIC 9(02).
           02 FILLER      PIC X(01).
           02 TX-ROLL     PIC X(01).
           02 FILLER      PIC X(50).
       FD TDRATES.
       01  STRUCT-TDRATES.
           02 TR-TERME    PIC 9(02).
           02 FILLER      PIC X(01).
           02 TR-RATE     PIC 9V9999.
           02 FILLER      PIC X(72).
       FD TDMSTR
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-TDMSTR.
           02 TD-ID       PIC 9(06).
           02 FILLER      PIC X(01).
           02 TD-COMPTE   PIC 9(06).
           02 FILLER      PIC X(01).
           02 TD-PRINC    PIC 9(07)V99.
           02 FILLER      PIC X(01).
           02 TD-RATE     PIC 9V9999.
           02 FILLER      PIC X(01).
           02 TD-TERME    PIC 9(02).
           02 FILLER      PIC X(01).
           02 TD-DTDEB    PIC 9(08).
           02 FILLER      PIC X(01).
           02 TD-DTECH    PIC 9(08).
           02 FILLER      PIC X(01).
           02 TD-ROLL     PIC X(01).
              88 TD-PAYBACK  VALUE 'P'.
              88 TD-ROLLOVER VALUE 'R'.
           02 FILLER      PIC X(01).
           02 TD-STATUT   PIC X(01).
              88 TD-LIVE     VALUE 'A'.
              88 TD-REPAID   VALUE 'M'.
           02 FILLER      PIC X(01).
           02 TD-NBROLL   PIC 9(03).
           02 FILLER      PIC X(22).
       FD ACCTMSTR.
       COPY ACCTFS REPLACING ==()== BY ==ACCTMSTR==.
       FD MVTSIN.
       COPY MVTFS REPLACING ==()== BY ==MVTSIN==.
       FD HOLDMSTR
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-HOLDMSTR.
           02 HD-KEY.
              03 HD-COMPTE    PIC 9(06).
              03 HD-REF       PIC X(10).
           02 FILLER          PIC X(01).
           02 HD-MNT          PIC 9(07)V99.
           02 FILLER          PIC X(01).
           02 HD-MOTIF        PIC X(10).
           02 FILLER          PIC X(01).
           02 HD-DTEXP        PIC 9(08).
           02 FILLER          PIC X(01).
           02 HD-DTPOSE       PIC 9(08).
           02 FILLER          PIC X(01).
           02 HD-OPER         PIC X(08).
           02 FILLER          PIC X(16).
       FD FILERPT86
           RECORD CONTAINS 80 CHARACTERS.
       01  FILERPT86-ENREG PIC X(80).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-TRANS    PIC X(02).
           88 TRANS-END   VALUE '10'.
       01 WS-FS-CTL      PIC X(02).
           88 CTL-END     VALUE '10'.
       01 WS-FS-TD       PIC X(02).
           88 TD-END      VALUE '10'.
       01 WS-FS-MSTR     PIC X(02).
       01 WS-FS-MVT      PIC X(02).
       01 WS-CNT-READ    PIC 9(05) VALUE 0.
       01 WS-CNT-APPLIED PIC 9(05) VALUE 0.
       01 WS-CNT-REJECT  PIC 9(05) VALUE 0.
       01 WS-CNT-PAID    PIC 9(05) VALUE 0.
       01 WS-CNT-ROLLED  PIC 9(05) VALUE 0.
       01 WS-CNT-SCHED   PIC 9(05) VALUE 0.
       01 WS-TOT-OPEN    PIC 9(09)V99 VALUE 0.
       01 WS-TOT-PAID    PIC 9(09)V99 VALUE 0.
       01 WS-TOT-SCHED   PIC 9(09)V99 VALUE 0.
      / Rates in force per term (TDRATES or the defaults)
       01 WS-RATE-03     PIC 9V9999 VALUE 0.0200.
       01 WS-RATE-06     PIC 9V9999 VALUE 0.0250.
       01 WS-RATE-12     PIC 9V9999 VALUE 0.0300.
       01 WS-RATE        PIC 9V9999.
      / Interest of the deposit under maturity
       01 WS-INTERET     PIC 9(07)V99.
       01 WS-MATURITY    PIC 9(07)V99.
      / Term in months under rating or date stepping
       01 WS-TERME       PIC 9(02).
      / Date under advancement, split for the date stepping
       01 WS-DUE.
           05 WS-DUE-AAAA    PIC 9(04).
           05 WS-DUE-MM      PIC 9(02).
           05 WS-DUE-JJ      PIC 9(02).
       01 WS-DUE-N REDEFINES WS-DUE PIC 9(08).
       01 WS-MOIS-LONG.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01 WS-MOIS-R REDEFINES WS-MOIS-LONG.
           05 WS-MOIS-JJ PIC 9(02) OCCURS 12 TIMES.
       01 WS-LEAP-QUOT   PIC 9(04).
       01 WS-LEAP-REST   PIC 9(03).
      / Funding of the principal, PGM017's holds taken into account :
      / the balance less the holds and less what this run has
      / already debited must cover it - a deposit is not opened
      / out of the overdraft
       01 WS-FS-HOLD     PIC X(02).
       01 WS-HOLD-AVAIL-SW PIC X(01) VALUE 'N'.
           88 HOLD-AVAIL  VALUE 'Y'.
       01 WS-HOLD-AMT    PIC 9(09)V99.
       01 WS-HOLD-COMPTE PIC 9(06).
       01 WS-PROJ-SOLDE  PIC S9(09)V99.
      / Debits this run has already sent, by account
       01 WS-RUN-COUNT   PIC 9(04) VALUE 0.
       01 WS-RUN-TABLE.
           05 WS-RUN-ENTRY OCCURS 2000 TIMES.
              10 WS-RUN-COMPTE  PIC 9(06).
              10 WS-RUN-MNT     PIC 9(09)V99.
       01 WS-RUN-AMT     PIC 9(09)V99.
       01 WS-RX          PIC 9(04).
       01 WS-RY          PIC 9(04).
      / Last date of the schedule window (run date plus 30 days)
       01 WS-HORIZON     PIC 9(08).
      / Value date (AAAA-MM-JJ) stamped on the generated movements
       01 WS-MVT-DTVAL.
           05 WS-MV-AAAA     PIC 9(04).
           05 WS-MV-S1       PIC X(01) VALUE '-'.
           05 WS-MV-MM       PIC 9(02).
           05 WS-MV-S2       PIC X(01) VALUE '-'.
           05 WS-MV-JJ       PIC 9(02).
      / Report lines
       01 WS-RPT-HDR1.
           05 FILLER         PIC X(36) VALUE
              'PGM086 TERM DEPOSITS MATURING FROM '.
           05 WS-RPT-H-FROM  PIC 9(08).
           05 FILLER         PIC X(04) VALUE ' TO '.
           05 WS-RPT-H-TO    PIC 9(08).
           05 FILLER         PIC X(24) VALUE SPACES.
       01 WS-RPT-HDR2     PIC X(80) VALUE
          'DEPOSIT ACCOUNT  MATURITY    PRINCIPAL   INTEREST    DUE BACK
      -   '   INSTR'.
       01 WS-RPT-DETAIL.
           05 WS-RPT-D-ID    PIC 9(06).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-RPT-D-COMPTE PIC 9(06).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-DTECH PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-PRINC PIC ZZZZZZ9.99.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-INT   PIC ZZZZZZ9.99.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-DUE   PIC ZZZZZZ9.99.
           05 FILLER         PIC X(05) VALUE SPACES.
           05 WS-RPT-D-ROLL  PIC X(01).
           05 FILLER         PIC X(18) VALUE SPACES.
       01 WS-RPT-TOTAL.
           05 FILLER         PIC X(20) VALUE 'TOTAL COMING BACK : '.
           05 WS-RPT-T-CNT   PIC ZZZZ9.
           05 FILLER         PIC X(12) VALUE ' DEPOSITS - '.
           05 WS-RPT-T-AMT   PIC ZZZZZZZZ9.99.
           05 FILLER         PIC X(31) VALUE SPACES.
      / PGM081 control-date interface
       01 WS-CALL-DATE   PIC X(08) VALUE "PGM081  ".
      / PGM075 report-catalog interface
       01 WS-CALL-CAT    PIC X(08) VALUE "PGM075  ".
       01 WS-CAT-RPT     PIC X(12).
       01 WS-CAT-PAGES   PIC 9(05).
       01 WS-CAT-LINES   PIC 9(07).
      / Parameter from JCL run
       01 PJ-MODE        PIC X(01).
           88 IS-OPEN     VALUE 'O'.
           88 IS-MATURE   VALUE 'E'.
           88 IS-SCHEDULE VALUE 'S'.
       01 PJ-MODE-DEF    PIC X(01) VALUE 'E'.
       01 PJ-RUNDATE     PIC 9(08).
      / PGM124 dataset-lineage interface
       01 WS-CALL-LIN    PIC X(08) VALUE "PGM124  ".
       01 WS-LIN-PGM     PIC X(08) VALUE 'PGM086'.
       01 WS-LIN-DSN     PIC X(10).
       01 WS-LIN-MODE    PIC X(01).
       01 WS-LIN-COUNT   PIC 9(09).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           PERFORM 010-LOADRATES THRU 010-EXIT.
           EVALUATE TRUE
              WHEN IS-OPEN
                 PERFORM 100-OPEN THRU 100-EXIT
              WHEN IS-SCHEDULE
                 PERFORM 400-SCHEDULE THRU 400-EXIT
              WHEN OTHER
                 PERFORM 300-MATURE THRU 300-EXIT
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
           MOVE PJ-RUNDATE (1:4) TO WS-MV-AAAA.
           MOVE PJ-RUNDATE (5:2) TO WS-MV-MM.
           MOVE PJ-RUNDATE (7:2) TO WS-MV-JJ.
       000-EXIT.
           EXIT.
      *****************************************************************
      *  This routine loads the rates in force from TDRATES when
      *  present; a term missing from it keeps its default
      *****************************************************************
       010-LOADRATES.
           OPEN INPUT TDRATES.
           IF WS-FS-CTL = '00'
              PERFORM UNTIL CTL-END
                 READ TDRATES
                    NOT AT END
                       PERFORM 011-KEEPRATE
                 END-READ
              END-PERFORM
              CLOSE TDRATES
              MOVE 'TDRATES' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE 0 TO WS-LIN-COUNT
              PERFORM 990-LINEAGE
           END-IF.
       010-EXIT.
           EXIT.
      *****************************************************************
      *  This routine keeps one TDRATES rate line
      *****************************************************************
       011-KEEPRATE.
           EVALUATE TR-TERME
              WHEN 03
                 MOVE TR-RATE TO WS-RATE-03
              WHEN 06
                 MOVE TR-RATE TO WS-RATE-06
              WHEN 12
                 MOVE TR-RATE TO WS-RATE-12
              WHEN OTHER
                 DISPLAY 'WARNING : UNKNOWN TDRATES TERM - ' TR-TERME
                         ' IGNORED'
           END-EVALUATE.
      *****************************************************************
      *  This routine gives the rate in force for the term in
      *  WS-TERME (months)
      *****************************************************************
       012-GETRATE.
           EVALUATE WS-TERME
              WHEN 03
                 MOVE WS-RATE-03 TO WS-RATE
              WHEN 06
                 MOVE WS-RATE-06 TO WS-RATE
              WHEN OTHER
                 MOVE WS-RATE-12 TO WS-RATE
           END-EVALUATE.
      *****************************************************************
      *  This routine drives the opening pass over TDTRANS
      *****************************************************************
       100-OPEN.
           OPEN INPUT TDTRANS.
           IF WS-FS-TRANS NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT TDTRANS FAILED - FILE '
                      'STATUS ' WS-FS-TRANS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN I-O TDMSTR.
           IF WS-FS-TD NOT = '00'
              OPEN OUTPUT TDMSTR
              CLOSE TDMSTR
              OPEN I-O TDMSTR
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
           OPEN INPUT HOLDMSTR.
           IF WS-FS-HOLD = '00'
              MOVE 'Y' TO WS-HOLD-AVAIL-SW
           END-IF.
           PERFORM UNTIL TRANS-END
              READ TDTRANS
                 NOT AT END
                    ADD 1 TO WS-CNT-READ
                    PERFORM 110-ONETRANS
              END-READ
           END-PERFORM.
           CLOSE TDTRANS.
           CLOSE TDMSTR.
           CLOSE ACCTMSTR.
           CLOSE MVTSIN.
           MOVE 'TDTRANS' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-READ TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           MOVE 'TDMSTR' TO WS-LIN-DSN.
           MOVE 'U' TO WS-LIN-MODE.
           MOVE WS-CNT-APPLIED TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           MOVE 'ACCTMSTR' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE 0 TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           MOVE 'MVTSIN' TO WS-LIN-DSN.
           MOVE 'E' TO WS-LIN-MODE.
           MOVE WS-CNT-APPLIED TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           IF HOLD-AVAIL
              CLOSE HOLDMSTR
              MOVE 'HOLDMSTR' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE 0 TO WS-LIN-COUNT
              PERFORM 990-LINEAGE
           END-IF.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine validates one transaction and routes it
      *****************************************************************
       110-ONETRANS.
           IF TX-ID NOT NUMERIC
              DISPLAY 'REJECTED : DEPOSIT ID NOT NUMERIC - ' TX-ID
              ADD 1 TO WS-CNT-REJECT
           ELSE
              IF TX-ROLL NOT = SPACE AND
                 TX-ROLL NOT = 'P' AND TX-ROLL NOT = 'R'
                 DISPLAY 'REJECTED : UNKNOWN INSTRUCTION - ' TX-ROLL
                         ' ON ' TX-ID
                 ADD 1 TO WS-CNT-REJECT
              ELSE
                 EVALUATE TRUE
                    WHEN TX-OPEN
                       PERFORM 120-OPENONE THRU 120-EXIT
                    WHEN TX-CHANGE
                       PERFORM 130-CHANGE
                    WHEN OTHER
                       DISPLAY 'REJECTED : UNKNOWN ACTION - '
                               TX-ACTION
                       ADD 1 TO WS-CNT-REJECT
                 END-EVALUATE
              END-IF
           END-IF.
      *****************************************************************
      *  This routine opens one deposit : the current account must be
      *  open and in funds for the principal, net of its holds and of
      *  this run's other deposits, which it is debited of
      *****************************************************************
       120-OPENONE.
           IF TX-COMPTE NOT NUMERIC OR TX-MNT NOT NUMERIC
              OR TX-TERME NOT NUMERIC
              DISPLAY 'REJECTED : OPENING FIELDS NOT NUMERIC - '
                      TX-ID
              ADD 1 TO WS-CNT-REJECT
              GO TO 120-EXIT
           END-IF.
           IF TX-TERME-N NOT = 03 AND TX-TERME-N NOT = 06
              AND TX-TERME-N NOT = 12
              DISPLAY 'REJECTED : TERM NOT 3, 6 OR 12 MONTHS - '
                      TX-TERME ' ON ' TX-ID
              ADD 1 TO WS-CNT-REJECT
              GO TO 120-EXIT
           END-IF.
           IF TX-MNT-N = 0
              DISPLAY 'REJECTED : ZERO PRINCIPAL - ' TX-ID
              ADD 1 TO WS-CNT-REJECT
              GO TO 120-EXIT
           END-IF.
           MOVE TX-COMPTE-N TO F-COMPTE.
           READ ACCTMSTR
              INVALID KEY
                 MOVE SPACE TO F-ETAT
           END-READ.
           IF F-ETAT NOT = 'O'
              DISPLAY 'REJECTED : ACCOUNT UNKNOWN OR NOT OPEN - '
                      TX-COMPTE ' ON ' TX-ID
              ADD 1 TO WS-CNT-REJECT
              GO TO 120-EXIT
           END-IF.
           PERFORM 121-FUNDS.
           IF WS-PROJ-SOLDE < 0
              DISPLAY 'REJECTED : INSUFFICIENT FUNDS FOR PRINCIPAL - '
                      TX-COMPTE ' ON ' TX-ID
              ADD 1 TO WS-CNT-REJECT
              GO TO 120-EXIT
           END-IF.
           MOVE TX-TERME-N TO WS-TERME.
           PERFORM 012-GETRATE.
           MOVE SPACES       TO STRUCT-TDMSTR.
           MOVE TX-ID-N      TO TD-ID.
           MOVE TX-COMPTE-N  TO TD-COMPTE.
           MOVE TX-MNT-N     TO TD-PRINC.
           MOVE WS-RATE      TO TD-RATE.
           MOVE TX-TERME-N   TO TD-TERME.
           MOVE PJ-RUNDATE   TO TD-DTDEB.
           MOVE PJ-RUNDATE   TO WS-DUE-N.
           PERFORM 330-TERMFWD.
           MOVE WS-DUE-N     TO TD-DTECH.
           IF TX-ROLL = SPACE
              MOVE 'P' TO TD-ROLL
           ELSE
              MOVE TX-ROLL TO TD-ROLL
           END-IF.
           MOVE 'A'          TO TD-STATUT.
           MOVE 0            TO TD-NBROLL.
           WRITE STRUCT-TDMSTR
              INVALID KEY
                 DISPLAY 'REJECTED : DEPOSIT EXISTS - ' TX-ID
                 ADD 1 TO WS-CNT-REJECT
                 GO TO 120-EXIT
           END-WRITE.
           MOVE SPACES       TO STRUCT-MVTSIN.
           MOVE TD-COMPTE    TO MV-COMPTE.
           MOVE 'D'          TO MV-SENS.
           MOVE TD-PRINC     TO MV-MNT.
           MOVE WS-MVT-DTVAL TO MV-DTVAL.
           MOVE F-DEVISE     TO MV-DEVISE.
           MOVE 'TDEP'       TO MV-ORIGINE.
           WRITE STRUCT-MVTSIN.
           PERFORM 123-RUNFIND.
           IF WS-RX = 0 AND WS-RUN-COUNT < 2000
              ADD 1 TO WS-RUN-COUNT
              MOVE WS-RUN-COUNT TO WS-RX
              MOVE F-COMPTE     TO WS-RUN-COMPTE (WS-RX)
              MOVE 0            TO WS-RUN-MNT (WS-RX)
           END-IF.
           IF WS-RX > 0
              ADD TD-PRINC TO WS-RUN-MNT (WS-RX)
           END-IF.
           ADD 1 TO WS-CNT-APPLIED.
           ADD TD-PRINC TO WS-TOT-OPEN.
       120-EXIT.
           EXIT.
      *****************************************************************
      *  This routine projects the current account once the
      *  principal is debited : F-SOLDER, less the debits this run
      *  has already sent on the account and its active holds
      *  (PGM017 refuses a debit the holds do not leave room for)
      *****************************************************************
       121-FUNDS.
           PERFORM 122-GETHOLDS THRU 122-EXIT.
           PERFORM 123-RUNFIND.
           COMPUTE WS-PROJ-SOLDE = F-SOLDER - WS-RUN-AMT
                                 - WS-HOLD-AMT - TX-MNT-N.
      *****************************************************************
      *  This routine totals the account's active amount holds into
      *  WS-HOLD-AMT - a hold stays active through its expiry date,
      *  zero meaning none (the PGM017 rule)
      *****************************************************************
       122-GETHOLDS.
           MOVE 0 TO WS-HOLD-AMT.
           IF NOT HOLD-AVAIL
              GO TO 122-EXIT
           END-IF.
           MOVE F-COMPTE TO WS-HOLD-COMPTE.
           MOVE F-COMPTE TO HD-COMPTE.
           MOVE LOW-VALUES TO HD-REF.
           START HOLDMSTR KEY >= HD-KEY
              INVALID KEY
                 GO TO 122-EXIT
           END-START.
           PERFORM UNTIL WS-FS-HOLD NOT = '00'
              READ HOLDMSTR NEXT
                 AT END
                    CONTINUE
                 NOT AT END
                    IF HD-COMPTE = WS-HOLD-COMPTE
                       IF HD-DTEXP = 0 OR HD-DTEXP >= PJ-RUNDATE
                          ADD HD-MNT TO WS-HOLD-AMT
                       END-IF
                    ELSE
                       MOVE '99' TO WS-FS-HOLD
                    END-IF
              END-READ
           END-PERFORM.
           MOVE '00' TO WS-FS-HOLD.
       122-EXIT.
           EXIT.
      *****************************************************************
      *  This routine finds the account among the debits this run
      *  has already sent : WS-RX its entry (0 when none), WS-RUN-AMT
      *  the amount
      *****************************************************************
       123-RUNFIND.
           MOVE 0 TO WS-RX.
           MOVE 0 TO WS-RUN-AMT.
           PERFORM VARYING WS-RY FROM 1 BY 1
                     UNTIL WS-RY > WS-RUN-COUNT OR WS-RX > 0
              IF WS-RUN-COMPTE (WS-RY) = F-COMPTE
                 MOVE WS-RY TO WS-RX
                 MOVE WS-RUN-MNT (WS-RY) TO WS-RUN-AMT
              END-IF
           END-PERFORM.
      *****************************************************************
      *  This routine changes a live deposit's rollover instruction
      *****************************************************************
       130-CHANGE.
           MOVE TX-ID-N TO TD-ID.
           READ TDMSTR
              INVALID KEY
                 DISPLAY 'REJECTED : DEPOSIT UNKNOWN - ' TX-ID
                 ADD 1 TO WS-CNT-REJECT
              NOT INVALID KEY
                 IF NOT TD-LIVE OR TX-ROLL = SPACE
                    DISPLAY 'REJECTED : DEPOSIT REPAID OR NO '
                            'INSTRUCTION - ' TX-ID
                    ADD 1 TO WS-CNT-REJECT
                 ELSE
                    MOVE TX-ROLL TO TD-ROLL
                    REWRITE STRUCT-TDMSTR
                    ADD 1 TO WS-CNT-APPLIED
                 END-IF
           END-READ.
      *****************************************************************
      *  This routine drives the daily maturity step over TDMSTR
      *****************************************************************
       300-MATURE.
           OPEN I-O TDMSTR.
           IF WS-FS-TD NOT = '00'
              DISPLAY 'ERROR : OPEN I-O TDMSTR FAILED - FILE '
                      'STATUS ' WS-FS-TD
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
           PERFORM UNTIL TD-END
              READ TDMSTR NEXT
                 NOT AT END
                    ADD 1 TO WS-CNT-READ
                    IF TD-LIVE AND TD-DTECH <= PJ-RUNDATE
                       PERFORM 310-ONEMATURE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE TDMSTR.
           CLOSE ACCTMSTR.
           CLOSE MVTSIN.
           MOVE 'TDMSTR' TO WS-LIN-DSN.
           MOVE 'U' TO WS-LIN-MODE.
           MOVE WS-CNT-READ TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           MOVE 'ACCTMSTR' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE 0 TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           MOVE 'MVTSIN' TO WS-LIN-DSN.
           MOVE 'E' TO WS-LIN-MODE.
           MOVE WS-CNT-PAID TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
       300-EXIT.
           EXIT.
      *****************************************************************
      *  This routine matures one deposit : simple interest over the
      *  term, then paid back or rolled over per its instruction
      *****************************************************************
       310-ONEMATURE.
           PERFORM 320-INTEREST.
           IF TD-ROLLOVER
              MOVE WS-MATURITY TO TD-PRINC
              MOVE TD-TERME    TO WS-TERME
              PERFORM 012-GETRATE
              MOVE WS-RATE     TO TD-RATE
              MOVE TD-DTECH    TO TD-DTDEB
              MOVE TD-DTECH    TO WS-DUE-N
              PERFORM 330-TERMFWD
              MOVE WS-DUE-N    TO TD-DTECH
              ADD 1 TO TD-NBROLL
              REWRITE STRUCT-TDMSTR
              ADD 1 TO WS-CNT-ROLLED
           ELSE
              MOVE TD-COMPTE    TO F-COMPTE
              READ ACCTMSTR
                 INVALID KEY
                    MOVE SPACES TO F-DEVISE
              END-READ
              MOVE SPACES       TO STRUCT-MVTSIN
              MOVE TD-COMPTE    TO MV-COMPTE
              MOVE 'C'          TO MV-SENS
              MOVE WS-MATURITY  TO MV-MNT
              MOVE WS-MVT-DTVAL TO MV-DTVAL
              MOVE F-DEVISE     TO MV-DEVISE
              MOVE 'TDEP'       TO MV-ORIGINE
              WRITE STRUCT-MVTSIN
              MOVE 'M' TO TD-STATUT
              REWRITE STRUCT-TDMSTR
              ADD 1 TO WS-CNT-PAID
              ADD WS-MATURITY TO WS-TOT-PAID
           END-IF.
      *****************************************************************
      *  This routine computes a deposit's term interest and what
      *  comes back at maturity
      *****************************************************************
       320-INTEREST.
           COMPUTE WS-INTERET ROUNDED =
                   TD-PRINC * TD-RATE * TD-TERME / 12.
           COMPUTE WS-MATURITY = TD-PRINC + WS-INTERET.
      *****************************************************************
      *  This routine steps WS-DUE forward by the term in WS-TERME
      *  (months), the day clamped to the target month's length
      *  (February's in a leap year being 29)
      *****************************************************************
       330-TERMFWD.
           PERFORM WS-TERME TIMES
              IF WS-DUE-MM < 12
                 ADD 1 TO WS-DUE-MM
              ELSE
                 MOVE 1 TO WS-DUE-MM
                 ADD 1 TO WS-DUE-AAAA
              END-IF
           END-PERFORM.
           PERFORM 332-FEBLEN.
           IF WS-DUE-JJ > WS-MOIS-JJ (WS-DUE-MM)
              MOVE WS-MOIS-JJ (WS-DUE-MM) TO WS-DUE-JJ
           END-IF.
      *****************************************************************
      *  This routine steps WS-DUE forward one calendar day
      *****************************************************************
       331-DAYFWD.
           PERFORM 332-FEBLEN.
           IF WS-DUE-JJ < WS-MOIS-JJ (WS-DUE-MM)
              ADD 1 TO WS-DUE-JJ
           ELSE
              MOVE 1 TO WS-DUE-JJ
              IF WS-DUE-MM < 12
                 ADD 1 TO WS-DUE-MM
              ELSE
                 MOVE 1 TO WS-DUE-MM
                 ADD 1 TO WS-DUE-AAAA
              END-IF
           END-IF.
      *****************************************************************
      *  This routine sets February's length for WS-DUE-AAAA : 29
      *  days in a year divisible by 4, else 28
      *****************************************************************
       332-FEBLEN.
           DIVIDE WS-DUE-AAAA BY 4 GIVING WS-LEAP-QUOT
                  REMAINDER WS-LEAP-REST.
           IF WS-LEAP-REST = 0
              MOVE 29 TO WS-MOIS-JJ (2)
           ELSE
              MOVE 28 TO WS-MOIS-JJ (2)
           END-IF.
      *****************************************************************
      *  This routine prints the deposits maturing within the next
      *  30 days, principal, interest and amount due back
      *****************************************************************
       400-SCHEDULE.
           MOVE PJ-RUNDATE TO WS-DUE-N.
           PERFORM 331-DAYFWD 30 TIMES.
           MOVE WS-DUE-N TO WS-HORIZON.
           OPEN INPUT TDMSTR.
           IF WS-FS-TD NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT TDMSTR FAILED - FILE '
                      'STATUS ' WS-FS-TD
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT FILERPT86.
           MOVE PJ-RUNDATE TO WS-RPT-H-FROM.
           MOVE WS-HORIZON TO WS-RPT-H-TO.
           WRITE FILERPT86-ENREG FROM WS-RPT-HDR1.
           WRITE FILERPT86-ENREG FROM WS-RPT-HDR2.
           PERFORM UNTIL TD-END
              READ TDMSTR NEXT
                 NOT AT END
                    ADD 1 TO WS-CNT-READ
                    IF TD-LIVE AND TD-DTECH <= WS-HORIZON
                       PERFORM 410-ONESCHED
                    END-IF
              END-READ
           END-PERFORM.
           MOVE WS-CNT-SCHED TO WS-RPT-T-CNT.
           MOVE WS-TOT-SCHED TO WS-RPT-T-AMT.
           WRITE FILERPT86-ENREG FROM WS-RPT-TOTAL.
           CLOSE TDMSTR.
           CLOSE FILERPT86.
           MOVE 'TDMSTR' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-READ TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           MOVE 'FILERPT86' TO WS-CAT-RPT.
           MOVE 0 TO WS-CAT-PAGES.
           COMPUTE WS-CAT-LINES = WS-CNT-SCHED + 3.
           CALL WS-CALL-CAT USING WS-CAT-RPT, WS-CAT-PAGES,
                WS-CAT-LINES.
       400-EXIT.
           EXIT.
      *****************************************************************
      *  This routine prints one maturing deposit
      *****************************************************************
       410-ONESCHED.
           PERFORM 320-INTEREST.
           MOVE TD-ID        TO WS-RPT-D-ID.
           MOVE TD-COMPTE    TO WS-RPT-D-COMPTE.
           MOVE TD-DTECH     TO WS-RPT-D-DTECH.
           MOVE TD-PRINC     TO WS-RPT-D-PRINC.
           MOVE WS-INTERET   TO WS-RPT-D-INT.
           MOVE WS-MATURITY  TO WS-RPT-D-DUE.
           MOVE TD-ROLL      TO WS-RPT-D-ROLL.
           WRITE FILERPT86-ENREG FROM WS-RPT-DETAIL.
           ADD 1 TO WS-CNT-SCHED.
           IF TD-PAYBACK
              ADD WS-MATURITY TO WS-TOT-SCHED
           END-IF.
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
              WHEN IS-OPEN
                 DISPLAY '    TRANSACTIONS READ : ' WS-CNT-READ
                 DISPLAY '    APPLIED           : ' WS-CNT-APPLIED
                 DISPLAY '    PRINCIPAL OPENED  : ' WS-TOT-OPEN
                 DISPLAY '    REJECTED          : ' WS-CNT-REJECT
              WHEN IS-SCHEDULE
                 DISPLAY '    DEPOSITS READ     : ' WS-CNT-READ
                 DISPLAY '    MATURING IN 30 D. : ' WS-CNT-SCHED
                 DISPLAY '    COMING BACK       : ' WS-TOT-SCHED
              WHEN OTHER
                 DISPLAY '    DEPOSITS READ     : ' WS-CNT-READ
                 DISPLAY '    PAID BACK         : ' WS-CNT-PAID
                 DISPLAY '    AMOUNT PAID BACK  : ' WS-TOT-PAID
                 DISPLAY '    ROLLED OVER       : ' WS-CNT-ROLLED
           END-EVALUATE.
           IF WS-CNT-REJECT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       200-EXIT.
           EXIT.
