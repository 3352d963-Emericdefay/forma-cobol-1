      *****************************************************************
      * Program name:    PGM089
      *
      * Original author: DEFAY E.
      *
      * Purpose : Yearly escheatment of long-dormant balances to the
      *           Caisse des Depots. Every ACCTMSTR account not yet
      *           closed whose F-DT-MVT is older than 10 years before
      *           the run date is taken in turn :
      *           - with no notice on ESCHNOTE since its last
      *             movement, a notice is recorded there and one
      *             NOTICLST record (ACCTLIST layout, letter code
      *             'ESCH') is written for the PGM083 'X' mailing;
      *           - with a notice under 6 months old, it waits;
      *           - with a notice 6 months old or more, the whole
      *             F-SOLDER is debited through MVTSIN, a closure
      *             request in the TRNSIN layout goes to TRNSOUT for
      *             the PGM026 transition engine, and the account is
      *             declared on ESCHDECL with its holder name, its
      *             ADDRMSTR address and the amount - unless PGM017
      *             would refuse that debit : an account neither
      *             open, suspended nor awaiting closure (F-ETAT 'O',
      *             'S' or 'A'), or with an active HOLDMSTR hold, is
      *             left noticed with a warning and declared on a
      *             later run, never closed on a balance it kept.
      *           ESCHDECL closes with a TRLRFS trailer whose count
      *           and total tie to the movements written.
      *
      * Using :
      *    - Copybooks ACCTFS, MVTFS & TRLRFS
      *    - ADDRMSTR as kept by PGM083, NOTICLST as read by PGM083
      *      (ACCTLIST), TRNSOUT as read by PGM026 (TRNSIN),
      *      HOLDMSTR as kept by PGM092, PGM124 dataset lineage
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created : the legal transfer of balances
      *                    untouched for 10 years
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM089.
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
      /    ADDRMSTR (mailing addresses from PGM083)
           SELECT ADDRMSTR
           ASSIGN TO ADDRMSTR
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is AD-COMPTE
           FILE STATUS is WS-FS-ADDR.
      /    ESCHNOTE (indexed escheatment notices, one per account)
           SELECT ESCHNOTE
           ASSIGN TO ESCHNOTE
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is EN-COMPTE
           FILE STATUS is WS-FS-NOTE.
      /    NOTICLST (notices to mail, ACCTLIST layout for PGM083)
           SELECT NOTICLST
           ASSIGN TO NOTICLST
           FILE STATUS is WS-FS-LIST.
      /    MVTSIN (the daily movements feed, appended to)
           SELECT MVTSIN
           ASSIGN TO MVTSIN
           FILE STATUS is WS-FS-MVT.
      /    TRNSOUT (closure requests toward PGM026, TRNSIN form)
           SELECT TRNSOUT
           ASSIGN TO TRNSOUT
           FILE STATUS is WS-FS-TRNS.
      /    ESCHDECL (the declaration to the Caisse des Depots)
           SELECT ESCHDECL
           ASSIGN TO ESCHDECL
           FILE STATUS is WS-FS-DECL.
      /    HOLDMSTR (amount holds from PGM092 keyed on account and
      /    hold reference; absent file means nothing is held)
           SELECT HOLDMSTR
           ASSIGN TO HOLDMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HD-KEY
           FILE STATUS is WS-FS-HOLD.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD ACCTMSTR.
       COPY ACCTFS REPLACING ==()== BY ==ACCTMSTR==.
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
       FD ESCHNOTE
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-ESCHNOTE.
           02 EN-COMPTE   PIC 9(06).
           02 FILLER      PIC X(01).
           02 EN-DTNOTE   PIC 9(08).
           02 FILLER      PIC X(01).
           02 EN-STATUT   PIC X(01).
              88 EN-NOTIFIED  VALUE 'N'.
              88 EN-DECLARED  VALUE 'T'.
           02 FILLER      PIC X(01).
           02 EN-DTDECL   PIC 9(08).
           02 FILLER      PIC X(01).
           02 EN-MNT      PIC 9(07)V99.
           02 FILLER      PIC X(44).
       FD NOTICLST.
       01  STRUCT-NOTICLST.
           02 AL-COMPTE       PIC 9(06).
           02 FILLER          PIC X(01).
           02 AL-LETTRE       PIC X(04).
           02 FILLER          PIC X(69).
       FD MVTSIN.
       COPY MVTFS REPLACING ==()== BY ==MVTSIN==.
       FD TRNSOUT.
       01  STRUCT-TRNSOUT.
           02 TR-COMPTE  PIC 9(06).
           02 FILLER     PIC X(01).
           02 TR-ETAT    PIC X(01).
           02 FILLER     PIC X(01).
           02 TR-OPER    PIC X(08).
           02 FILLER     PIC X(63).
       FD ESCHDECL
           RECORD CONTAINS 130 CHARACTERS.
       01  STRUCT-ESCHDECL.
           02 ED-COMPTE   PIC 9(06).
           02 FILLER      PIC X(01).
           02 ED-NOM      PIC X(15).
           02 FILLER      PIC X(01).
           02 ED-RUE1     PIC X(25).
           02 FILLER      PIC X(01).
           02 ED-RUE2     PIC X(25).
           02 FILLER      PIC X(01).
           02 ED-CP       PIC X(05).
           02 FILLER      PIC X(01).
           02 ED-VILLE    PIC X(20).
           02 FILLER      PIC X(01).
           02 ED-MNT      PIC 9(07)V99.
           02 FILLER      PIC X(01).
           02 ED-DTMVT    PIC X(10).
           02 FILLER      PIC X(08).
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
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-MSTR     PIC X(02).
           88 MSTR-END    VALUE '10'.
       01 WS-FS-ADDR     PIC X(02).
       01 WS-FS-NOTE     PIC X(02).
       01 WS-FS-LIST     PIC X(02).
       01 WS-FS-MVT      PIC X(02).
       01 WS-FS-TRNS     PIC X(02).
       01 WS-FS-DECL     PIC X(02).
       01 WS-ADDR-AVAIL-SW PIC X(01) VALUE 'N'.
           88 ADDR-AVAIL  VALUE 'Y'.
       01 WS-FS-HOLD     PIC X(02).
       01 WS-HOLD-AVAIL-SW PIC X(01) VALUE 'N'.
           88 HOLD-AVAIL  VALUE 'Y'.
       01 WS-HOLD-AMT    PIC 9(09)V99.
       01 WS-HOLD-COMPTE PIC 9(06).
       01 WS-CNT-READ    PIC 9(07) VALUE 0.
       01 WS-CNT-DORM    PIC 9(05) VALUE 0.
       01 WS-CNT-NOTICE  PIC 9(05) VALUE 0.
       01 WS-CNT-WAIT    PIC 9(05) VALUE 0.
       01 WS-CNT-DECL    PIC 9(05) VALUE 0.
       01 WS-CNT-SKIP    PIC 9(05) VALUE 0.
       01 WS-TOT-MVT     PIC 9(09)V99 VALUE 0.
      / Declaration control trailer (the PGM008 trailer layout)
       COPY TRLRFS REPLACING ==()== BY ==DECLTRLR==.
      / Cut-off dates : last movement before WS-SEUIL-DORM is
      / dormant, a notice on or before WS-SEUIL-NOTE is ripe
       01 WS-SEUIL-DORM.
           05 WS-SD-AAAA     PIC 9(04).
           05 WS-SD-S1       PIC X(01) VALUE '-'.
           05 WS-SD-MM       PIC 9(02).
           05 WS-SD-S2       PIC X(01) VALUE '-'.
           05 WS-SD-JJ       PIC 9(02).
       01 WS-SEUIL-NOTE.
           05 WS-SN-AAAA     PIC 9(04).
           05 WS-SN-MM       PIC 9(02).
           05 WS-SN-JJ       PIC 9(02).
       01 WS-SEUIL-NOTE-N REDEFINES WS-SEUIL-NOTE PIC 9(08).
       01 WS-SN-WORK     PIC S9(03).
      / The account's last movement date, as a comparable number
       01 WS-DTMVT.
           05 WS-DM-AAAA     PIC 9(04).
           05 WS-DM-MM       PIC 9(02).
           05 WS-DM-JJ       PIC 9(02).
       01 WS-DTMVT-N REDEFINES WS-DTMVT PIC 9(08).
      / Value date (AAAA-MM-JJ) stamped on the generated movements
       01 WS-MVT-DTVAL.
           05 WS-MV-AAAA     PIC 9(04).
           05 WS-MV-S1       PIC X(01) VALUE '-'.
           05 WS-MV-MM       PIC 9(02).
           05 WS-MV-S2       PIC X(01) VALUE '-'.
           05 WS-MV-JJ       PIC 9(02).
      / PGM081 control-date interface
       01 WS-CALL-DATE   PIC X(08) VALUE "PGM081  ".
      / Parameter from JCL run
       01 PJ-RUNDATE     PIC 9(08).
       01 PJ-OPER        PIC X(08).
      / PGM124 dataset-lineage interface
       01 WS-CALL-LIN    PIC X(08) VALUE "PGM124  ".
       01 WS-LIN-PGM     PIC X(08) VALUE 'PGM089'.
       01 WS-LIN-DSN     PIC X(10).
       01 WS-LIN-MODE    PIC X(01).
       01 WS-LIN-COUNT   PIC 9(09).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           PERFORM 001-OFILE THRU 001-EXIT.
           PERFORM 100-SCAN THRU 100-EXIT.
           PERFORM 150-TRAILER THRU 150-EXIT.
           PERFORM 200-EXITP THRU 200-EXIT.
           PERFORM 999-CFILE THRU 999-EXIT.
           STOP RUN.
      *****************************************************************
      *  This routine handle parameters, and derives the two cut-off
      *  dates : 10 years and 6 months before the run date
      *****************************************************************
       000-PARMS.
           ACCEPT PJ-RUNDATE.
           IF PJ-RUNDATE = SPACE OR LOW-VALUE THEN
              CALL WS-CALL-DATE USING PJ-RUNDATE
           END-IF.
           ACCEPT PJ-OPER.
           IF PJ-OPER = SPACES OR LOW-VALUES
              DISPLAY 'ERROR : OPERATOR REQUIRED FOR THE CLOSURE '
                      'REQUESTS'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE PJ-RUNDATE (1:4) TO WS-MV-AAAA.
           MOVE PJ-RUNDATE (5:2) TO WS-MV-MM.
           MOVE PJ-RUNDATE (7:2) TO WS-MV-JJ.
           COMPUTE WS-SD-AAAA = WS-MV-AAAA - 10.
           MOVE WS-MV-MM TO WS-SD-MM.
           MOVE WS-MV-JJ TO WS-SD-JJ.
           MOVE WS-MV-AAAA TO WS-SN-AAAA.
           COMPUTE WS-SN-WORK = WS-MV-MM - 6.
           IF WS-SN-WORK < 1
              ADD 12 TO WS-SN-WORK
              SUBTRACT 1 FROM WS-SN-AAAA
           END-IF.
           MOVE WS-SN-WORK TO WS-SN-MM.
           MOVE WS-MV-JJ TO WS-SN-JJ.
       000-EXIT.
           EXIT.
      *****************************************************************
      *  This routine handle files opening
      *****************************************************************
       001-OFILE.
           OPEN INPUT ACCTMSTR.
           IF WS-FS-MSTR NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT ACCTMSTR FAILED - FILE '
                      'STATUS ' WS-FS-MSTR
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT ADDRMSTR.
           IF WS-FS-ADDR = '00'
              MOVE 'Y' TO WS-ADDR-AVAIL-SW
           ELSE
              DISPLAY 'WARNING : ADDRMSTR NOT AVAILABLE - ACCOUNTS '
                      'DECLARED WITHOUT ADDRESS'
           END-IF.
           OPEN I-O ESCHNOTE.
           IF WS-FS-NOTE NOT = '00'
              OPEN OUTPUT ESCHNOTE
              CLOSE ESCHNOTE
              OPEN I-O ESCHNOTE
           END-IF.
           OPEN OUTPUT NOTICLST.
           OPEN EXTEND MVTSIN.
           IF WS-FS-MVT NOT = '00'
              OPEN OUTPUT MVTSIN
           END-IF.
           OPEN EXTEND TRNSOUT.
           IF WS-FS-TRNS NOT = '00'
              OPEN OUTPUT TRNSOUT
           END-IF.
           OPEN OUTPUT ESCHDECL.
           OPEN INPUT HOLDMSTR.
           IF WS-FS-HOLD = '00'
              MOVE 'Y' TO WS-HOLD-AVAIL-SW
           END-IF.
       001-EXIT.
           EXIT.
      *****************************************************************
      *  This routine scans the master for accounts past the legal
      *  dormancy threshold
      *****************************************************************
       100-SCAN.
           PERFORM UNTIL MSTR-END
              READ ACCTMSTR NEXT
                 NOT AT END
                    ADD 1 TO WS-CNT-READ
                    IF F-DT-MVT < WS-SEUIL-DORM
                       AND F-ETAT NOT = 'F'
                       PERFORM 110-ONEACCT THRU 110-EXIT
                    END-IF
              END-READ
           END-PERFORM.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine notifies, waits on or declares one dormant
      *  account. A notice older than the last movement belongs to
      *  an earlier dormancy and does not count.
      *****************************************************************
       110-ONEACCT.
           ADD 1 TO WS-CNT-DORM.
           IF F-SOLDER NOT > 0
              DISPLAY 'WARNING : ' F-COMPTE ' DORMANT WITH NO CREDIT '
                      'BALANCE - NOTHING TO ESCHEAT'
              ADD 1 TO WS-CNT-SKIP
              GO TO 110-EXIT
           END-IF.
           IF F-DEVISE NOT = SPACES AND F-DEVISE NOT = 'EUR'
              DISPLAY 'WARNING : ' F-COMPTE ' HELD IN ' F-DEVISE
                      ' - TO BE DECLARED BY HAND'
              ADD 1 TO WS-CNT-SKIP
              GO TO 110-EXIT
           END-IF.
           MOVE F-DT-MVT (1:4) TO WS-DM-AAAA.
           MOVE F-DT-MVT (6:2) TO WS-DM-MM.
           MOVE F-DT-MVT (9:2) TO WS-DM-JJ.
           MOVE F-COMPTE TO EN-COMPTE.
           READ ESCHNOTE
              INVALID KEY
                 PERFORM 120-NOTICE
                 WRITE STRUCT-ESCHNOTE
                 GO TO 110-EXIT
           END-READ.
           IF EN-DTNOTE < WS-DTMVT-N OR EN-DECLARED
              PERFORM 120-NOTICE
              REWRITE STRUCT-ESCHNOTE
              GO TO 110-EXIT
           END-IF.
           IF EN-DTNOTE > WS-SEUIL-NOTE-N
              ADD 1 TO WS-CNT-WAIT
              GO TO 110-EXIT
           END-IF.
           IF F-ETAT NOT = 'O' AND F-ETAT NOT = 'S'
              AND F-ETAT NOT = 'A'
              DISPLAY 'WARNING : ' F-COMPTE ' IN STATE ' F-ETAT
                      ' - NOT DECLARED'
              ADD 1 TO WS-CNT-SKIP
              GO TO 110-EXIT
           END-IF.
           PERFORM 140-GETHOLDS THRU 140-EXIT.
           IF WS-HOLD-AMT > 0
              DISPLAY 'WARNING : ' F-COMPTE ' UNDER HOLD FOR '
                      WS-HOLD-AMT ' - NOT DECLARED'
              ADD 1 TO WS-CNT-SKIP
              GO TO 110-EXIT
           END-IF.
           PERFORM 130-DECLARE.
           REWRITE STRUCT-ESCHNOTE.
       110-EXIT.
           EXIT.
      *****************************************************************
      *  This routine records a fresh notice and queues its letter
      *****************************************************************
       120-NOTICE.
           MOVE SPACES     TO STRUCT-ESCHNOTE.
           MOVE F-COMPTE   TO EN-COMPTE.
           MOVE PJ-RUNDATE TO EN-DTNOTE.
           MOVE 'N'        TO EN-STATUT.
           MOVE 0          TO EN-DTDECL.
           MOVE 0          TO EN-MNT.
           MOVE SPACES     TO STRUCT-NOTICLST.
           MOVE F-COMPTE   TO AL-COMPTE.
           MOVE 'ESCH'     TO AL-LETTRE.
           WRITE STRUCT-NOTICLST.
           ADD 1 TO WS-CNT-NOTICE.
      *****************************************************************
      *  This routine transfers one balance : the debit movement,
      *  the closure request and the declaration line
      *****************************************************************
       130-DECLARE.
           MOVE SPACES       TO STRUCT-MVTSIN.
           MOVE F-COMPTE     TO MV-COMPTE.
           MOVE 'D'          TO MV-SENS.
           MOVE F-SOLDER     TO MV-MNT.
           MOVE WS-MVT-DTVAL TO MV-DTVAL.
           MOVE F-DEVISE     TO MV-DEVISE.
           MOVE 'ESCH'       TO MV-ORIGINE.
           WRITE STRUCT-MVTSIN.
           MOVE SPACES   TO STRUCT-TRNSOUT.
           MOVE F-COMPTE TO TR-COMPTE.
           MOVE 'F'      TO TR-ETAT.
           MOVE PJ-OPER  TO TR-OPER.
           WRITE STRUCT-TRNSOUT.
           MOVE SPACES   TO STRUCT-ESCHDECL.
           MOVE F-COMPTE TO ED-COMPTE.
           MOVE F-NOM    TO ED-NOM.
           MOVE F-SOLDER TO ED-MNT.
           MOVE F-DT-MVT TO ED-DTMVT.
           IF ADDR-AVAIL
              MOVE F-COMPTE TO AD-COMPTE
              READ ADDRMSTR
                 INVALID KEY
                    DISPLAY 'WARNING : NO ADDRESS FOR ' F-COMPTE
                 NOT INVALID KEY
                    MOVE AD-RUE1  TO ED-RUE1
                    MOVE AD-RUE2  TO ED-RUE2
                    MOVE AD-CP    TO ED-CP
                    MOVE AD-VILLE TO ED-VILLE
              END-READ
           END-IF.
           WRITE STRUCT-ESCHDECL.
           MOVE 'T'        TO EN-STATUT.
           MOVE PJ-RUNDATE TO EN-DTDECL.
           MOVE F-SOLDER   TO EN-MNT.
           ADD 1 TO WS-CNT-DECL.
           ADD F-SOLDER TO WS-TOT-MVT.
      *****************************************************************
      *  This routine totals the account's active amount holds into
      *  WS-HOLD-AMT - a hold stays active through its expiry date,
      *  zero meaning none (the PGM017 rule)
      *****************************************************************
       140-GETHOLDS.
           MOVE 0 TO WS-HOLD-AMT.
           IF NOT HOLD-AVAIL
              GO TO 140-EXIT
           END-IF.
           MOVE F-COMPTE TO WS-HOLD-COMPTE.
           MOVE F-COMPTE TO HD-COMPTE.
           MOVE LOW-VALUES TO HD-REF.
           START HOLDMSTR KEY >= HD-KEY
              INVALID KEY
                 GO TO 140-EXIT
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
       140-EXIT.
           EXIT.
      *****************************************************************
      *  This routine closes the declaration with its control
      *  trailer
      *****************************************************************
       150-TRAILER.
           MOVE SPACES      TO STRUCT-DECLTRLR.
           MOVE 'TRAILER'   TO FT-MARK.
           MOVE WS-CNT-DECL TO FT-COUNT.
           MOVE WS-TOT-MVT  TO FT-SOLDER.
           MOVE 0           TO FT-RUNNO.
           WRITE STRUCT-ESCHDECL FROM STRUCT-DECLTRLR.
       150-EXIT.
           EXIT.
      *****************************************************************
      *  This routine should close the program (after some displays)
      *****************************************************************
       200-EXITP.
           DISPLAY "200-EXITP".
           DISPLAY '    ACCOUNTS READ      : ' WS-CNT-READ.
           DISPLAY '    DORMANT 10 YEARS   : ' WS-CNT-DORM.
           DISPLAY '    NOTICES ISSUED     : ' WS-CNT-NOTICE.
           DISPLAY '    NOTICES MATURING   : ' WS-CNT-WAIT.
           DISPLAY '    ACCOUNTS DECLARED  : ' WS-CNT-DECL.
           DISPLAY '    AMOUNT DECLARED    : ' WS-TOT-MVT.
           DISPLAY '    ACCOUNTS SKIPPED   : ' WS-CNT-SKIP.
           IF WS-CNT-SKIP > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       200-EXIT.
           EXIT.
      *****************************************************************
      *  This routine records one closed dataset on the LINEAGE
      *  register (PGM124) : name, open mode, record count
      *****************************************************************
       990-LINEAGE.
           CALL WS-CALL-LIN USING WS-LIN-PGM, WS-LIN-DSN,
                WS-LIN-MODE, WS-LIN-COUNT.
      *****************************************************************
      *  Those routines handle files Closing
      *****************************************************************
       999-CFILE.
           CLOSE ACCTMSTR.
           MOVE 'ACCTMSTR' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-READ TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           IF ADDR-AVAIL
              CLOSE ADDRMSTR
              MOVE 'ADDRMSTR' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE 0 TO WS-LIN-COUNT
              PERFORM 990-LINEAGE
           END-IF.
           CLOSE ESCHNOTE.
           CLOSE NOTICLST.
           CLOSE MVTSIN.
           CLOSE TRNSOUT.
           CLOSE ESCHDECL.
           MOVE 'ESCHNOTE' TO WS-LIN-DSN.
           MOVE 'U' TO WS-LIN-MODE.
           MOVE 0 TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           MOVE 'NOTICLST' TO WS-LIN-DSN.
           MOVE 'O' TO WS-LIN-MODE.
           MOVE WS-CNT-NOTICE TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           MOVE 'MVTSIN' TO WS-LIN-DSN.
           MOVE 'E' TO WS-LIN-MODE.
           MOVE WS-CNT-DECL TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           MOVE 'TRNSOUT' TO WS-LIN-DSN.
           MOVE 'E' TO WS-LIN-MODE.
           MOVE WS-CNT-DECL TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           COMPUTE WS-LIN-COUNT = WS-CNT-DECL + 1.
           MOVE 'ESCHDECL' TO WS-LIN-DSN.
           MOVE 'O' TO WS-LIN-MODE.
           PERFORM 990-LINEAGE.
           IF HOLD-AVAIL
              CLOSE HOLDMSTR
              MOVE 'HOLDMSTR' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE 0 TO WS-LIN-COUNT
              PERFORM 990-LINEAGE
           END-IF.
       999-EXIT.
           EXIT.
