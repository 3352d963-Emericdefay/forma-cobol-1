      *****************************************************************
      * Program name:    PGM107
      *
      * Original author: DEFAY E.
      *
      * Purpose : Customer alert notifications. PJ-MODE 'A'
      *           (default) runs after each PGM017 posting run : it
      *           reads the run's MVTJRNL applied-movements journal
      *           and the resulting ACCTMSTR balances against the
      *           account's subscriptions on the indexed ALRTSUB
      *           file (one per account and alert type) :
      *           - 'B' balance below the subscribed floor;
      *           - 'D' a single debit above the subscribed amount;
      *           - 'M' any movement above the subscribed amount;
      *           - 'O' overdraft entered (the balance before the
      *             movement at or above nil, after it below).
      *           Every alert triggered writes one notification
      *           (account, alert type, amount, date, contact
      *           channel and address) to the NOTIFEED feed of the
      *           SMS / e-mail gateway. An alert type fires once a
      *           day per account : the subscription keeps the date
      *           it last fired, so a second posting run (or a rerun)
      *           on the same day stays silent.
      *           PJ-MODE 'M' maintains the subscriptions from the
      *           ALRTTRN requests : 'A' adds a subscription, or
      *           updates it when already there; 'S' deletes it.
      *
      * Using :
      *    - Copybooks ACCTFS & JRNLFS
      *    - MVTJRNL and ACCTMSTR as left by PGM017
      *    - PGM075 report catalog, PGM124 dataset lineage
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created : customers warned before they
      *                    find out on the statement
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM107.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /    MVTJRNL (the posting run's applied-movements journal)
           SELECT MVTJRNL
           ASSIGN TO MVTJRNL
           FILE STATUS is WS-FS-JRNL.
      /    ACCTMSTR (indexed account master keyed on F-COMPTE)
           SELECT ACCTMSTR
           ASSIGN TO ACCTMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS F-COMPTE
           FILE STATUS is WS-FS-MSTR.
      /    ALRTSUB (alert subscriptions keyed on account + type)
           SELECT ALRTSUB
           ASSIGN TO ALRTSUB
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AS-KEY
           FILE STATUS is WS-FS-SUB.
      /    ALRTTRN (subscription requests, maintenance mode)
           SELECT ALRTTRN
           ASSIGN TO ALRTTRN
           FILE STATUS is WS-FS-TRN.
      /    NOTIFEED (notifications for the SMS / e-mail gateway)
           SELECT NOTIFEED
           ASSIGN TO NOTIFEED
           FILE STATUS is WS-FS-NOTIF.
      /    FILERPT107 (alerts fired, or requests applied and refused)
           SELECT FILERPT107
           ASSIGN TO FILERPT107.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD MVTJRNL.
       COPY JRNLFS REPLACING ==()== BY ==MVTJRNL==.
       FD ACCTMSTR.
       COPY ACCTFS REPLACING ==()== BY ==ACCTMSTR==.
       FD ALRTSUB
           RECORD CONTAINS 120 CHARACTERS.
       01  STRUCT-ALRTSUB.
           02 AS-KEY.
              03 AS-COMPTE    PIC 9(06).
              03 AS-TYPE      PIC X(01).
                 88 AS-TYPE-VALID VALUE 'B' 'D' 'M' 'O'.
           02 FILLER          PIC X(01).
           02 AS-SEUIL        PIC 9(07)V99.
           02 FILLER          PIC X(01).
           02 AS-CANAL        PIC X(01).
              88 AS-CANAL-VALID VALUE 'S' 'E'.
           02 FILLER          PIC X(01).
           02 AS-CONTACT      PIC X(50).
           02 FILLER          PIC X(01).
           02 AS-DTDERN       PIC 9(08).
           02 FILLER          PIC X(01).
           02 AS-DTMAJ        PIC 9(08).
           02 FILLER          PIC X(01).
           02 AS-OPER         PIC X(08).
           02 FILLER          PIC X(23).
       FD ALRTTRN
           RECORD CONTAINS 120 CHARACTERS.
       01  STRUCT-ALRTTRN.
           02 AT-ACTION       PIC X(01).
              88 AT-ADD        VALUE 'A'.
              88 AT-DELETE     VALUE 'S'.
           02 FILLER          PIC X(01).
           02 AT-COMPTE       PIC X(06).
           02 AT-COMPTE-N REDEFINES AT-COMPTE PIC 9(06).
           02 FILLER          PIC X(01).
           02 AT-TYPE         PIC X(01).
           02 FILLER          PIC X(01).
           02 AT-SEUIL        PIC X(09).
           02 AT-SEUIL-N REDEFINES AT-SEUIL PIC 9(07)V99.
           02 FILLER          PIC X(01).
           02 AT-CANAL        PIC X(01).
           02 FILLER          PIC X(01).
           02 AT-CONTACT      PIC X(50).
           02 FILLER          PIC X(01).
           02 AT-OPER         PIC X(08).
           02 FILLER          PIC X(38).
       FD NOTIFEED
           RECORD CONTAINS 120 CHARACTERS.
       01  STRUCT-NOTIFEED.
           02 NT-COMPTE       PIC 9(06).
           02 FILLER          PIC X(01).
           02 NT-TYPE         PIC X(01).
           02 FILLER          PIC X(01).
           02 NT-MNT          PIC S9(07)V99.
           02 FILLER          PIC X(01).
           02 NT-SEUIL        PIC 9(07)V99.
           02 FILLER          PIC X(01).
           02 NT-DEVISE       PIC X(03).
           02 FILLER          PIC X(01).
           02 NT-DATE         PIC 9(08).
           02 FILLER          PIC X(01).
           02 NT-CANAL        PIC X(01).
           02 FILLER          PIC X(01).
           02 NT-CONTACT      PIC X(50).
           02 FILLER          PIC X(01).
           02 NT-NOM          PIC X(15).
           02 FILLER          PIC X(10).
       FD FILERPT107
           RECORD CONTAINS 80 CHARACTERS.
       01  FILERPT107-ENREG   PIC X(80).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-JRNL     PIC X(02).
           88 JRNL-END    VALUE '10'.
       01 WS-FS-MSTR     PIC X(02).
       01 WS-FS-SUB      PIC X(02).
       01 WS-FS-TRN      PIC X(02).
           88 TRN-END     VALUE '10'.
       01 WS-FS-NOTIF    PIC X(02).
       01 WS-SUB-AVAIL-SW PIC X(01) VALUE 'N'.
           88 SUB-AVAIL   VALUE 'Y'.
      / Run counters, displayed at 200-EXITP
       01 WS-CNT-READ    PIC 9(07) VALUE 0.
       01 WS-CNT-OTHDAY  PIC 9(07) VALUE 0.
       01 WS-CNT-FIRED   PIC 9(07) VALUE 0.
       01 WS-CNT-SILENT  PIC 9(07) VALUE 0.
       01 WS-CNT-ADDED   PIC 9(05) VALUE 0.
       01 WS-CNT-UPDATED PIC 9(05) VALUE 0.
       01 WS-CNT-DELETED PIC 9(05) VALUE 0.
       01 WS-CNT-REJECT  PIC 9(07) VALUE 0.
      / Alert evaluation of one journal record
       01 WS-ACCT-FOUND-SW PIC X(01).
           88 ACCT-FOUND  VALUE 'Y'.
       01 WS-SUB-FOUND-SW PIC X(01).
           88 SUB-FOUND   VALUE 'Y'.
       01 WS-AL-TYPE     PIC X(01).
       01 WS-AL-MNT      PIC S9(07)V99.
       01 WS-MSG         PIC X(30).
      / FILERPT107 lines
       01 WS-RPT-LINES   PIC 9(07) VALUE 0.
       01 WS-RPT-HDR.
           05 FILLER         PIC X(37) VALUE
              'PGM107 CUSTOMER ALERTS      RUN DATE '.
           05 WS-RPT-H-DATE  PIC 9(08).
           05 FILLER         PIC X(08) VALUE '  MODE '.
           05 WS-RPT-H-MODE  PIC X(01).
           05 FILLER         PIC X(26) VALUE SPACES.
       01 WS-RPT-COLS    PIC X(80) VALUE
          'A COMPTE T      MONTANT C TEXTE                          CON
      -   'TACT'.
       01 WS-RPT-DETAIL.
           05 WS-RPT-D-ACT    PIC X(01).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-D-COMPTE PIC X(06).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-D-TYPE   PIC X(01).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-D-MNT    PIC -(8)9.99.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-D-CANAL  PIC X(01).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-D-TEXTE  PIC X(30).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-D-CONTACT PIC X(20).
           05 FILLER          PIC X(03) VALUE SPACES.
      / PGM075 report-catalog interface
       01 WS-CALL-CAT    PIC X(08) VALUE "PGM075  ".
       01 WS-CAT-RPT     PIC X(12).
       01 WS-CAT-PAGES   PIC 9(05).
       01 WS-CAT-LINES   PIC 9(07).
      / PGM081 control-date interface
       01 WS-CALL-DATE   PIC X(08) VALUE "PGM081  ".
      / Parameter from JCL run
       01 PJ-MODE        PIC X(01).
           88 IS-MAINT    VALUE 'M'.
       01 PJ-MODE-DEF    PIC X(01) VALUE 'A'.
       01 PJ-RUNDATE     PIC 9(08).
      / PGM124 dataset-lineage interface
       01 WS-CALL-LIN    PIC X(08) VALUE "PGM124  ".
       01 WS-LIN-PGM     PIC X(08) VALUE 'PGM107'.
       01 WS-LIN-DSN     PIC X(10).
       01 WS-LIN-MODE    PIC X(01).
       01 WS-LIN-COUNT   PIC 9(09).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           PERFORM 001-OFILE THRU 001-EXIT.
           IF IS-MAINT
              PERFORM 300-MAINT THRU 300-EXIT
           ELSE
              PERFORM 100-SCAN THRU 100-EXIT
           END-IF.
           PERFORM 200-EXITP THRU 200-EXIT.
           PERFORM 999-CFILE THRU 999-EXIT.
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
       000-EXIT.
           EXIT.
      *****************************************************************
      *  This routine handle files opening : the subscription file is
      *  created on the first maintenance run; an alert run without
      *  it has nobody to warn
      *****************************************************************
       001-OFILE.
           OPEN INPUT ACCTMSTR.
           IF WS-FS-MSTR NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT ACCTMSTR FAILED - FILE '
                      'STATUS ' WS-FS-MSTR
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN I-O ALRTSUB.
           IF WS-FS-SUB = '00'
              MOVE 'Y' TO WS-SUB-AVAIL-SW
           END-IF.
           IF IS-MAINT
              OPEN INPUT ALRTTRN
              IF WS-FS-TRN NOT = '00'
                 DISPLAY 'ERROR : OPEN INPUT ALRTTRN FAILED - FILE '
                         'STATUS ' WS-FS-TRN
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF NOT SUB-AVAIL
                 OPEN OUTPUT ALRTSUB
                 CLOSE ALRTSUB
                 OPEN I-O ALRTSUB
                 MOVE 'Y' TO WS-SUB-AVAIL-SW
              END-IF
           ELSE
              OPEN INPUT MVTJRNL
              IF WS-FS-JRNL NOT = '00'
                 DISPLAY 'ERROR : OPEN INPUT MVTJRNL FAILED - FILE '
                         'STATUS ' WS-FS-JRNL
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF NOT SUB-AVAIL
                 DISPLAY 'WARNING : ALRTSUB NOT AVAILABLE - NO '
                         'ALERT SUBSCRIBED'
              END-IF
              OPEN OUTPUT NOTIFEED
           END-IF.
           OPEN OUTPUT FILERPT107.
           MOVE PJ-RUNDATE TO WS-RPT-H-DATE.
           MOVE PJ-MODE    TO WS-RPT-H-MODE.
           WRITE FILERPT107-ENREG FROM WS-RPT-HDR.
           WRITE FILERPT107-ENREG FROM WS-RPT-COLS.
           ADD 2 TO WS-RPT-LINES.
       001-EXIT.
           EXIT.
      *****************************************************************
      *  This routine reads the posting run's journal : only the
      *  movements posted on the run date are weighed
      *****************************************************************
       100-SCAN.
           IF NOT SUB-AVAIL
              GO TO 100-EXIT
           END-IF.
           PERFORM UNTIL JRNL-END
              READ MVTJRNL
                 NOT AT END
                    ADD 1 TO WS-CNT-READ
                    IF JR-RUNDATE = PJ-RUNDATE
                       PERFORM 110-ONEMVT THRU 110-EXIT
                    ELSE
                       ADD 1 TO WS-CNT-OTHDAY
                    END-IF
              END-READ
           END-PERFORM.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine weighs one posted movement against the four
      *  alert types of its account
      *****************************************************************
       110-ONEMVT.
           MOVE 'N' TO WS-ACCT-FOUND-SW.
           MOVE JR-COMPTE TO F-COMPTE.
           READ ACCTMSTR
              NOT INVALID KEY
                 MOVE 'Y' TO WS-ACCT-FOUND-SW
           END-READ.
           IF JR-SENS = 'D'
              MOVE 'D' TO WS-AL-TYPE
              PERFORM 140-SUBREAD THRU 140-EXIT
              IF SUB-FOUND AND JR-MNT > AS-SEUIL
                 MOVE JR-MNT TO WS-AL-MNT
                 PERFORM 150-FIRE THRU 150-EXIT
              END-IF
           END-IF.
           MOVE 'M' TO WS-AL-TYPE.
           PERFORM 140-SUBREAD THRU 140-EXIT.
           IF SUB-FOUND AND JR-MNT > AS-SEUIL
              MOVE JR-MNT TO WS-AL-MNT
              PERFORM 150-FIRE THRU 150-EXIT
           END-IF.
           IF JR-SOLDE-AVANT >= 0 AND JR-SOLDE-APRES < 0
              MOVE 'O' TO WS-AL-TYPE
              PERFORM 140-SUBREAD THRU 140-EXIT
              IF SUB-FOUND
                 MOVE JR-SOLDE-APRES TO WS-AL-MNT
                 PERFORM 150-FIRE THRU 150-EXIT
              END-IF
           END-IF.
           IF ACCT-FOUND
              MOVE 'B' TO WS-AL-TYPE
              PERFORM 140-SUBREAD THRU 140-EXIT
              IF SUB-FOUND AND F-SOLDER < AS-SEUIL
                 MOVE F-SOLDER TO WS-AL-MNT
                 PERFORM 150-FIRE THRU 150-EXIT
              END-IF
           END-IF.
       110-EXIT.
           EXIT.
      *****************************************************************
      *  This routine reads the account's subscription to the alert
      *  type in WS-AL-TYPE
      *****************************************************************
       140-SUBREAD.
           MOVE 'N' TO WS-SUB-FOUND-SW.
           MOVE JR-COMPTE  TO AS-COMPTE.
           MOVE WS-AL-TYPE TO AS-TYPE.
           READ ALRTSUB
              NOT INVALID KEY
                 MOVE 'Y' TO WS-SUB-FOUND-SW
           END-READ.
       140-EXIT.
           EXIT.
      *****************************************************************
      *  This routine notifies one alert triggered, unless the same
      *  alert type already fired today for the account
      *****************************************************************
       150-FIRE.
           IF AS-DTDERN = PJ-RUNDATE
              ADD 1 TO WS-CNT-SILENT
              GO TO 150-EXIT
           END-IF.
           MOVE SPACES TO STRUCT-NOTIFEED.
           MOVE AS-COMPTE  TO NT-COMPTE.
           MOVE AS-TYPE    TO NT-TYPE.
           MOVE WS-AL-MNT  TO NT-MNT.
           MOVE AS-SEUIL   TO NT-SEUIL.
           MOVE 'EUR'      TO NT-DEVISE.
           IF ACCT-FOUND
              MOVE F-NOM TO NT-NOM
              IF F-DEVISE NOT = SPACES
                 MOVE F-DEVISE TO NT-DEVISE
              END-IF
           END-IF.
           MOVE PJ-RUNDATE TO NT-DATE.
           MOVE AS-CANAL   TO NT-CANAL.
           MOVE AS-CONTACT TO NT-CONTACT.
           WRITE STRUCT-NOTIFEED.
           MOVE PJ-RUNDATE TO AS-DTDERN.
           REWRITE STRUCT-ALRTSUB.
           ADD 1 TO WS-CNT-FIRED.
           MOVE 'ALERTE NOTIFIEE' TO WS-MSG.
           MOVE 'N' TO WS-RPT-D-ACT.
           MOVE WS-AL-MNT TO WS-RPT-D-MNT.
           PERFORM 190-RPTLINE THRU 190-EXIT.
       150-EXIT.
           EXIT.
      *****************************************************************
      *  This routine writes one report line for the subscription in
      *  STRUCT-ALRTSUB
      *****************************************************************
       190-RPTLINE.
           MOVE AS-COMPTE  TO WS-RPT-D-COMPTE.
           MOVE AS-TYPE    TO WS-RPT-D-TYPE.
           MOVE AS-CANAL   TO WS-RPT-D-CANAL.
           MOVE WS-MSG     TO WS-RPT-D-TEXTE.
           MOVE AS-CONTACT TO WS-RPT-D-CONTACT.
           WRITE FILERPT107-ENREG FROM WS-RPT-DETAIL.
           ADD 1 TO WS-RPT-LINES.
       190-EXIT.
           EXIT.
      *****************************************************************
      *  This routine should close the program (after some displays)
      *****************************************************************
       200-EXITP.
           DISPLAY "200-EXITP".
           IF IS-MAINT
              DISPLAY '    REQUESTS READ    : ' WS-CNT-READ
              DISPLAY '    ADDED            : ' WS-CNT-ADDED
              DISPLAY '    UPDATED          : ' WS-CNT-UPDATED
              DISPLAY '    DELETED          : ' WS-CNT-DELETED
              DISPLAY '    REJECTED         : ' WS-CNT-REJECT
              IF WS-CNT-REJECT > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              DISPLAY '    JOURNAL READ     : ' WS-CNT-READ
              DISPLAY '    OTHER RUN DATE   : ' WS-CNT-OTHDAY
              DISPLAY '    ALERTS NOTIFIED  : ' WS-CNT-FIRED
              DISPLAY '    ALREADY TODAY    : ' WS-CNT-SILENT
           END-IF.
       200-EXIT.
           EXIT.
      *****************************************************************
      *  This routine applies the subscription requests
      *****************************************************************
       300-MAINT.
           PERFORM UNTIL TRN-END
              READ ALRTTRN
                 NOT AT END
                    ADD 1 TO WS-CNT-READ
                    PERFORM 310-ONETRANS THRU 310-EXIT
              END-READ
           END-PERFORM.
       300-EXIT.
           EXIT.
      *****************************************************************
      *  This routine checks one request and hands it to its action
      *****************************************************************
       310-ONETRANS.
           MOVE SPACES TO STRUCT-ALRTSUB.
           MOVE AT-COMPTE TO AS-KEY.
           MOVE AT-TYPE   TO AS-TYPE.
           MOVE AT-CANAL  TO AS-CANAL.
           MOVE AT-CONTACT TO AS-CONTACT.
           MOVE 0 TO WS-RPT-D-MNT.
           IF AT-COMPTE NOT NUMERIC
              MOVE 'COMPTE NON NUMERIQUE' TO WS-MSG
              PERFORM 390-REFUSE THRU 390-EXIT
              GO TO 310-EXIT
           END-IF.
           IF NOT AS-TYPE-VALID
              MOVE 'TYPE ALERTE INCONNU' TO WS-MSG
              PERFORM 390-REFUSE THRU 390-EXIT
              GO TO 310-EXIT
           END-IF.
           EVALUATE TRUE
              WHEN AT-ADD
                 PERFORM 320-ADDSUB THRU 320-EXIT
              WHEN AT-DELETE
                 PERFORM 330-DELSUB THRU 330-EXIT
              WHEN OTHER
                 MOVE 'ACTION INCONNUE' TO WS-MSG
                 PERFORM 390-REFUSE THRU 390-EXIT
           END-EVALUATE.
       310-EXIT.
           EXIT.
      *****************************************************************
      *  This routine adds a subscription, or updates it when already
      *  there : account open, channel and address given, and an
      *  amount for every type but the overdraft
      *****************************************************************
       320-ADDSUB.
           IF AT-SEUIL = SPACES
              MOVE ZEROES TO AT-SEUIL
           END-IF.
           IF AT-SEUIL NOT NUMERIC
              MOVE 'MONTANT NON NUMERIQUE' TO WS-MSG
              PERFORM 390-REFUSE THRU 390-EXIT
              GO TO 320-EXIT
           END-IF.
           MOVE AT-SEUIL-N TO WS-RPT-D-MNT.
           IF AT-SEUIL-N = 0 AND (AT-TYPE = 'D' OR AT-TYPE = 'M')
              MOVE 'MONTANT ABSENT' TO WS-MSG
              PERFORM 390-REFUSE THRU 390-EXIT
              GO TO 320-EXIT
           END-IF.
           IF NOT AS-CANAL-VALID OR AT-CONTACT = SPACES
              MOVE 'CANAL OU CONTACT INVALIDE' TO WS-MSG
              PERFORM 390-REFUSE THRU 390-EXIT
              GO TO 320-EXIT
           END-IF.
           MOVE AT-COMPTE-N TO F-COMPTE.
           READ ACCTMSTR
              INVALID KEY
                 MOVE 'COMPTE INCONNU' TO WS-MSG
                 PERFORM 390-REFUSE THRU 390-EXIT
                 GO TO 320-EXIT
           END-READ.
           IF F-ETAT = 'F'
              MOVE 'COMPTE CLOS' TO WS-MSG
              PERFORM 390-REFUSE THRU 390-EXIT
              GO TO 320-EXIT
           END-IF.
           MOVE AT-COMPTE-N TO AS-COMPTE.
           MOVE AT-TYPE     TO AS-TYPE.
           READ ALRTSUB
              INVALID KEY
                 MOVE SPACES TO STRUCT-ALRTSUB
                 MOVE AT-COMPTE-N TO AS-COMPTE
                 MOVE AT-TYPE     TO AS-TYPE
                 MOVE 0           TO AS-DTDERN
                 MOVE AT-SEUIL-N  TO AS-SEUIL
                 MOVE AT-CANAL    TO AS-CANAL
                 MOVE AT-CONTACT  TO AS-CONTACT
                 MOVE PJ-RUNDATE  TO AS-DTMAJ
                 MOVE AT-OPER     TO AS-OPER
                 WRITE STRUCT-ALRTSUB
                 ADD 1 TO WS-CNT-ADDED
                 MOVE 'ABONNEMENT CREE' TO WS-MSG
              NOT INVALID KEY
                 MOVE AT-SEUIL-N  TO AS-SEUIL
                 MOVE AT-CANAL    TO AS-CANAL
                 MOVE AT-CONTACT  TO AS-CONTACT
                 MOVE PJ-RUNDATE  TO AS-DTMAJ
                 MOVE AT-OPER     TO AS-OPER
                 REWRITE STRUCT-ALRTSUB
                 ADD 1 TO WS-CNT-UPDATED
                 MOVE 'ABONNEMENT MODIFIE' TO WS-MSG
           END-READ.
           MOVE AT-ACTION TO WS-RPT-D-ACT.
           PERFORM 190-RPTLINE THRU 190-EXIT.
       320-EXIT.
           EXIT.
      *****************************************************************
      *  This routine deletes a subscription
      *****************************************************************
       330-DELSUB.
           MOVE AT-COMPTE-N TO AS-COMPTE.
           MOVE AT-TYPE     TO AS-TYPE.
           READ ALRTSUB
              INVALID KEY
                 MOVE 'ABONNEMENT INCONNU' TO WS-MSG
                 PERFORM 390-REFUSE THRU 390-EXIT
                 GO TO 330-EXIT
           END-READ.
           DELETE ALRTSUB RECORD.
           ADD 1 TO WS-CNT-DELETED.
           MOVE 'ABONNEMENT SUPPRIME' TO WS-MSG.
           MOVE AS-SEUIL  TO WS-RPT-D-MNT.
           MOVE AT-ACTION TO WS-RPT-D-ACT.
           PERFORM 190-RPTLINE THRU 190-EXIT.
       330-EXIT.
           EXIT.
      *****************************************************************
      *  This routine refuses a request, with its reason in WS-MSG
      *****************************************************************
       390-REFUSE.
           DISPLAY 'REJECTED : ' AT-ACTION ' ' AT-COMPTE ' '
                   AT-TYPE ' - ' WS-MSG.
           ADD 1 TO WS-CNT-REJECT.
           MOVE 'R' TO WS-RPT-D-ACT.
           PERFORM 190-RPTLINE THRU 190-EXIT.
       390-EXIT.
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
           MOVE 0 TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           IF SUB-AVAIL
              CLOSE ALRTSUB
              MOVE 'ALRTSUB' TO WS-LIN-DSN
              MOVE 'U' TO WS-LIN-MODE
              MOVE 0 TO WS-LIN-COUNT
              PERFORM 990-LINEAGE
           END-IF.
           IF IS-MAINT
              CLOSE ALRTTRN
              MOVE 'ALRTTRN' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE WS-CNT-READ TO WS-LIN-COUNT
              PERFORM 990-LINEAGE
           ELSE
              CLOSE MVTJRNL
              CLOSE NOTIFEED
              MOVE 'MVTJRNL' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE WS-CNT-READ TO WS-LIN-COUNT
              PERFORM 990-LINEAGE
              MOVE 'NOTIFEED' TO WS-LIN-DSN
              MOVE 'O' TO WS-LIN-MODE
              MOVE WS-CNT-FIRED TO WS-LIN-COUNT
              PERFORM 990-LINEAGE
           END-IF.
           CLOSE FILERPT107.
           MOVE 'FILERPT107' TO WS-CAT-RPT.
           MOVE 0 TO WS-CAT-PAGES.
           MOVE WS-RPT-LINES TO WS-CAT-LINES.
           CALL WS-CALL-CAT USING WS-CAT-RPT, WS-CAT-PAGES,
                WS-CAT-LINES.
       999-EXIT.
           EXIT.
