      *****************************************************************
      * Program name:    PGM085
      *
      * Original author: DEFAY E.
      *
      * Purpose : Cheque subsystem. The indexed CHQMSTR register
      *           holds one record per cheque issued (keyed on the
      *           F-COMPTE account and the cheque number) with its
      *           status : 'I' issued, 'P' paid, 'S' stopped.
      *           PJ-MODE 'I' issues cheque books from CHQISSUE (an
      *           account, its first cheque number and the count),
      *           the whole number range registered at once - an
      *           account not 'O' or a range overlapping numbers
      *           already issued is refused. PJ-MODE 'S' records one
      *           branch stop-payment from SYSIN : the cheque is
      *           marked stopped in the register and the request is
      *           appended to the STOPPAY file. PJ-MODE 'C' is the
      *           nightly clearing step, run ahead of PGM017 in the
      *           PGM016 chain : every cheque the clearing house
      *           presents in CHQPRES is checked against the
      *           register (unknown number, already paid, stopped)
      *           and its account (must be 'O'), then against
      *           PGM017's funds rule - the balance, less the holds on
      *           the account and the cheques already paid on it this
      *           run, may not go below its authorized overdraft -
      *           so that a cheque marked paid here is one PGM017
      *           will post; the good ones become 'D' movements on
      *           the MVTSIN feed in the account's currency and are
      *           marked paid there and then - a cheque presented
      *           twice is refused the second time - the rest go to
      *           the CHQUNPD unpaid-cheque return file with a reason
      *           ('PROVISION' for want of funds). The stop-payment's
      *           PJ-OPER must be a known OPERMSTR operator of level
      *           3 or above.
      *
      * Using :
      *    - Copybook ACCTFS
      *    - Copybook MVTFS
      *    - Copybook PRODFS
      *    - PGM124 dataset lineage
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created : a presented cheque is paid
      *                    only once, only if it was issued to the
      *                    account and not stopped
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM085.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /    CHQISSUE (cheque books to issue, PJ-MODE 'I')
           SELECT CHQISSUE
           ASSIGN TO CHQISSUE
           FILE STATUS is WS-FS-ISSUE.
      /    CHQMSTR (indexed cheque register keyed on account and
      /    cheque number)
           SELECT CHQMSTR
           ASSIGN TO CHQMSTR
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is CH-KEY
           FILE STATUS is WS-FS-CHQ.
      /    STOPPAY (stop-payment requests, appended to)
           SELECT STOPPAY
           ASSIGN TO STOPPAY
           FILE STATUS is WS-FS-STOP.
      /    CHQPRES (cheques presented by the clearing house)
           SELECT CHQPRES
           ASSIGN TO CHQPRES
           FILE STATUS is WS-FS-PRES.
      /    CHQUNPD (unpaid cheques, back to the clearing house)
           SELECT CHQUNPD
           ASSIGN TO CHQUNPD
           FILE STATUS is WS-FS-UNPD.
      /    ACCTMSTR (indexed account master, read only)
           SELECT ACCTMSTR
           ASSIGN TO ACCTMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS F-COMPTE
           FILE STATUS is WS-FS-MSTR.
      /    MVTSIN (the daily movements feed, appended to in 'C' mode)
           SELECT MVTSIN
           ASSIGN TO MVTSIN
           FILE STATUS is WS-FS-MVT.
      /    OVDRLIM (authorized overdraft limits keyed on OL-COMPTE;
      /    absent file means no account has a limit above zero)
           SELECT OVDRLIM
           ASSIGN TO OVDRLIM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OL-COMPTE
           FILE STATUS is WS-FS-LIM.
      /    PRODMSTR (product catalogue from PGM106, for the default
      /    overdraft of an account without an OVDRLIM entry)
           SELECT PRODMSTR
           ASSIGN TO PRODMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PR-CODE
           FILE STATUS is WS-FS-PROD.
      /    HOLDMSTR (amount holds from PGM092 keyed on account and
      /    hold reference; absent file means nothing is held)
           SELECT HOLDMSTR
           ASSIGN TO HOLDMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HD-KEY
           FILE STATUS is WS-FS-HOLD.
      /    OPERMSTR (operator master from PGM066, for the authority
      /    of the stop-payment's operator)
           SELECT OPERMSTR
           ASSIGN TO OPERMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OP-ID
           FILE STATUS is WS-FS-OPER.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD CHQISSUE.
       01  STRUCT-CHQISSUE.
           02 CB-COMPTE   PIC X(06).
           02 CB-COMPTE-N REDEFINES CB-COMPTE PIC 9(06).
           02 FILLER      PIC X(01).
           02 CB-PREMIER  PIC X(07).
           02 CB-PREMIER-N REDEFINES CB-PREMIER PIC 9(07).
           02 FILLER      PIC X(01).
           02 CB-NOMBRE   PIC X(03).
           02 CB-NOMBRE-N REDEFINES CB-NOMBRE PIC 9(03).
           02 FILLER      PIC X(01).
           02 CB-AGENCE   PIC X(04).
           02 FILLER      PIC X(57).
       FD CHQMSTR
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-CHQMSTR.
           02 CH-KEY.
              03 CH-COMPTE  PIC 9(06).
              03 CH-NUMCHQ  PIC 9(07).
           02 FILLER      PIC X(01).
           02 CH-STATUT   PIC X(01).
              88 CH-ISSUED   VALUE 'I'.
              88 CH-PAID     VALUE 'P'.
              88 CH-STOPPED  VALUE 'S'.
           02 FILLER      PIC X(01).
           02 CH-DTEMIS   PIC 9(08).
           02 FILLER      PIC X(01).
           02 CH-DTPAY    PIC 9(08).
           02 FILLER      PIC X(01).
           02 CH-MNT      PIC 9(07)V99.
           02 FILLER      PIC X(01).
           02 CH-DTSTOP   PIC 9(08).
           02 FILLER      PIC X(01).
           02 CH-AGENCE   PIC X(04).
           02 FILLER      PIC X(23).
       FD STOPPAY.
       01  STRUCT-STOPPAY.
           02 SP-COMPTE   PIC 9(06).
           02 FILLER      PIC X(01).
           02 SP-NUMCHQ   PIC 9(07).
           02 FILLER      PIC X(01).
           02 SP-DATE     PIC 9(08).
           02 FILLER      PIC X(01).
           02 SP-AGENCE   PIC X(04).
           02 FILLER      PIC X(01).
           02 SP-MOTIF    PIC X(20).
           02 FILLER      PIC X(01).
           02 SP-OPER     PIC X(08).
           02 FILLER      PIC X(22).
       FD CHQPRES.
       01  STRUCT-CHQPRES.
           02 CP-COMPTE   PIC X(06).
           02 CP-COMPTE-N REDEFINES CP-COMPTE PIC 9(06).
           02 FILLER      PIC X(01).
           02 CP-NUMCHQ   PIC X(07).
           02 CP-NUMCHQ-N REDEFINES CP-NUMCHQ PIC 9(07).
           02 FILLER      PIC X(01).
           02 CP-MNT      PIC X(09).
           02 CP-MNT-N REDEFINES CP-MNT PIC 9(07)V99.
           02 FILLER      PIC X(01).
           02 CP-DTPRES   PIC X(08).
           02 FILLER      PIC X(01).
           02 CP-BANQUE   PIC X(10).
           02 FILLER      PIC X(01).
           02 CP-REF      PIC X(12).
           02 FILLER      PIC X(23).
       FD CHQUNPD.
       01  STRUCT-CHQUNPD.
           02 RT-CHQ      PIC X(57).
           02 FILLER      PIC X(01).
           02 RT-MOTIF    PIC X(10).
           02 FILLER      PIC X(12).
       FD ACCTMSTR.
       COPY ACCTFS REPLACING ==()== BY ==ACCTMSTR==.
       FD MVTSIN.
       COPY MVTFS REPLACING ==()== BY ==MVTSIN==.
       FD OVDRLIM
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-OVDRLIM.
           02 OL-COMPTE       PIC 9(06).
           02 FILLER          PIC X(01).
           02 OL-LIMITE       PIC 9(07)V99.
           02 FILLER          PIC X(64).
       FD PRODMSTR
           RECORD CONTAINS 80 CHARACTERS.
       COPY PRODFS REPLACING ==()== BY ==PRODMSTR==.
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
       FD OPERMSTR
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-OPERMSTR.
           02 OP-ID      PIC X(08).
           02 FILLER     PIC X(01).
           02 OP-NOM     PIC X(25).
           02 FILLER     PIC X(01).
           02 OP-LEVEL   PIC 9(01).
           02 FILLER     PIC X(44).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-ISSUE    PIC X(02).
           88 ISSUE-END   VALUE '10'.
       01 WS-FS-CHQ      PIC X(02).
       01 WS-FS-STOP     PIC X(02).
       01 WS-FS-PRES     PIC X(02).
           88 PRES-END    VALUE '10'.
       01 WS-FS-UNPD     PIC X(02).
       01 WS-FS-MSTR     PIC X(02).
       01 WS-FS-MVT      PIC X(02).
       01 WS-FS-OPER     PIC X(02).
       01 WS-CNT-READ    PIC 9(05) VALUE 0.
       01 WS-CNT-BOOKS   PIC 9(05) VALUE 0.
       01 WS-CNT-ISSUED  PIC 9(07) VALUE 0.
       01 WS-CNT-REJECT  PIC 9(05) VALUE 0.
       01 WS-CNT-PAID    PIC 9(05) VALUE 0.
       01 WS-CNT-UNPAID  PIC 9(05) VALUE 0.
       01 WS-TOT-PAID    PIC 9(09)V99 VALUE 0.
      / Cheque number under registration within the book
       01 WS-NUMCHQ      PIC 9(07).
       01 WS-IX          PIC 9(03).
      / Range-overlap verdict for the book under issue
       01 WS-OVERLAP-SW  PIC X(01).
           88 OVERLAP     VALUE 'Y'.
      / Unpaid reason of the cheque under check (spaces = paid)
       01 WS-MOTIF       PIC X(10).
      / PGM017's funds rule, applied before the debit is sent :
      / the balance less the holds and less what this run has
      / already debited may not go below the authorized overdraft
       01 WS-FS-LIM      PIC X(02).
       01 WS-FS-PROD     PIC X(02).
       01 WS-FS-HOLD     PIC X(02).
       01 WS-LIM-AVAIL-SW PIC X(01) VALUE 'N'.
           88 LIM-AVAIL   VALUE 'Y'.
       01 WS-PROD-AVAIL-SW PIC X(01) VALUE 'N'.
           88 PROD-AVAIL  VALUE 'Y'.
       01 WS-HOLD-AVAIL-SW PIC X(01) VALUE 'N'.
           88 HOLD-AVAIL  VALUE 'Y'.
       01 WS-LIM-FOUND-SW PIC X(01).
           88 LIM-FOUND   VALUE 'Y'.
       01 WS-LIM-PRODUIT PIC X(03).
       01 WS-LIM-AMT     PIC 9(07)V99.
       01 WS-HOLD-AMT    PIC 9(09)V99.
       01 WS-HOLD-COMPTE PIC 9(06).
       01 WS-PROJ-SOLDE  PIC S9(09)V99.
       01 WS-FUNDS-SW    PIC X(01).
           88 FUNDS-OK    VALUE 'Y'.
      / Debits this run has already sent, by account
       01 WS-RUN-COUNT   PIC 9(04) VALUE 0.
       01 WS-RUN-TABLE.
           05 WS-RUN-ENTRY OCCURS 2000 TIMES.
              10 WS-RUN-COMPTE  PIC 9(06).
              10 WS-RUN-MNT     PIC 9(09)V99.
       01 WS-RUN-AMT     PIC 9(09)V99.
       01 WS-RX          PIC 9(04).
       01 WS-RY          PIC 9(04).
      / Operator authority check (level 3; an absent OPERMSTR keeps
      / the unguarded behaviour with a warning)
       01 WS-OPER-AVAIL-SW PIC X(01) VALUE 'N'.
           88 OPER-AVAIL  VALUE 'Y'.
       01 WS-OPER-OK-SW  PIC X(01).
           88 OPER-OK     VALUE 'Y'.
       01 WS-MIN-LEVEL   PIC 9(01) VALUE 3.
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
       01 PJ-MODE        PIC X(01).
           88 IS-ISSUE    VALUE 'I'.
           88 IS-STOP     VALUE 'S'.
           88 IS-CLEAR    VALUE 'C'.
       01 PJ-MODE-DEF    PIC X(01) VALUE 'C'.
       01 PJ-RUNDATE     PIC 9(08).
       01 PJ-COMPTE      PIC 9(06).
       01 PJ-NUMCHQ      PIC 9(07).
       01 PJ-AGENCE      PIC X(04).
       01 PJ-MOTIF       PIC X(20).
       01 PJ-OPER        PIC X(08).
      / PGM124 dataset-lineage interface
       01 WS-CALL-LIN    PIC X(08) VALUE "PGM124  ".
       01 WS-LIN-PGM     PIC X(08) VALUE 'PGM085'.
       01 WS-LIN-DSN     PIC X(10).
       01 WS-LIN-MODE    PIC X(01).
       01 WS-LIN-COUNT   PIC 9(09).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           EVALUATE TRUE
              WHEN IS-ISSUE
                 PERFORM 100-ISSUE THRU 100-EXIT
              WHEN IS-STOP
                 PERFORM 300-STOP THRU 300-EXIT
              WHEN OTHER
                 PERFORM 400-CLEAR THRU 400-EXIT
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
           IF IS-STOP
              ACCEPT PJ-COMPTE
              ACCEPT PJ-NUMCHQ
              ACCEPT PJ-AGENCE
              ACCEPT PJ-MOTIF
              ACCEPT PJ-OPER
           END-IF.
           MOVE PJ-RUNDATE (1:4) TO WS-MV-AAAA.
           MOVE PJ-RUNDATE (5:2) TO WS-MV-MM.
           MOVE PJ-RUNDATE (7:2) TO WS-MV-JJ.
       000-EXIT.
           EXIT.
      *****************************************************************
      *  This routine opens the register and the account master
      *****************************************************************
       001-OFILE.
           OPEN I-O CHQMSTR.
           IF WS-FS-CHQ NOT = '00'
              OPEN OUTPUT CHQMSTR
              CLOSE CHQMSTR
              OPEN I-O CHQMSTR
           END-IF.
           OPEN INPUT ACCTMSTR.
           IF WS-FS-MSTR NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT ACCTMSTR FAILED - FILE '
                      'STATUS ' WS-FS-MSTR
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
       001-EXIT.
           EXIT.
      *****************************************************************
      *  This routine drives the issue pass over CHQISSUE
      *****************************************************************
       100-ISSUE.
           OPEN INPUT CHQISSUE.
           IF WS-FS-ISSUE NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT CHQISSUE FAILED - FILE '
                      'STATUS ' WS-FS-ISSUE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 001-OFILE THRU 001-EXIT.
           PERFORM UNTIL ISSUE-END
              READ CHQISSUE
                 NOT AT END
                    ADD 1 TO WS-CNT-READ
                    PERFORM 110-ONEBOOK THRU 110-EXIT
              END-READ
           END-PERFORM.
           CLOSE CHQISSUE.
           CLOSE CHQMSTR.
           CLOSE ACCTMSTR.
           MOVE 'CHQISSUE' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-READ TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           MOVE 'CHQMSTR' TO WS-LIN-DSN.
           MOVE 'U' TO WS-LIN-MODE.
           MOVE WS-CNT-ISSUED TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           MOVE 'ACCTMSTR' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE 0 TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine registers one cheque book : the account must be
      *  open and no number of the range may already be issued to it
      *****************************************************************
       110-ONEBOOK.
           IF CB-COMPTE NOT NUMERIC OR CB-PREMIER NOT NUMERIC
              OR CB-NOMBRE NOT NUMERIC
              DISPLAY 'REJECTED : BOOK FIELDS NOT NUMERIC - '
                      CB-COMPTE ' ' CB-PREMIER ' ' CB-NOMBRE
              ADD 1 TO WS-CNT-REJECT
              GO TO 110-EXIT
           END-IF.
           IF CB-NOMBRE-N = 0
              DISPLAY 'REJECTED : EMPTY BOOK - ' CB-COMPTE
              ADD 1 TO WS-CNT-REJECT
              GO TO 110-EXIT
           END-IF.
           MOVE CB-COMPTE-N TO F-COMPTE.
           READ ACCTMSTR
              INVALID KEY
                 MOVE SPACE TO F-ETAT
           END-READ.
           IF F-ETAT NOT = 'O'
              DISPLAY 'REJECTED : ACCOUNT UNKNOWN OR NOT OPEN - '
                      CB-COMPTE
              ADD 1 TO WS-CNT-REJECT
              GO TO 110-EXIT
           END-IF.
           MOVE 'N' TO WS-OVERLAP-SW.
           MOVE CB-PREMIER-N TO WS-NUMCHQ.
           PERFORM VARYING WS-IX FROM 1 BY 1
                     UNTIL WS-IX > CB-NOMBRE-N OR OVERLAP
              MOVE CB-COMPTE-N TO CH-COMPTE
              MOVE WS-NUMCHQ   TO CH-NUMCHQ
              READ CHQMSTR
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-OVERLAP-SW
              END-READ
              ADD 1 TO WS-NUMCHQ
           END-PERFORM.
           IF OVERLAP
              DISPLAY 'REJECTED : RANGE OVERLAPS ISSUED CHEQUES - '
                      CB-COMPTE ' FROM ' CB-PREMIER
              ADD 1 TO WS-CNT-REJECT
              GO TO 110-EXIT
           END-IF.
           MOVE CB-PREMIER-N TO WS-NUMCHQ.
           PERFORM VARYING WS-IX FROM 1 BY 1
                     UNTIL WS-IX > CB-NOMBRE-N
              MOVE SPACES       TO STRUCT-CHQMSTR
              MOVE CB-COMPTE-N  TO CH-COMPTE
              MOVE WS-NUMCHQ    TO CH-NUMCHQ
              MOVE 'I'          TO CH-STATUT
              MOVE PJ-RUNDATE   TO CH-DTEMIS
              MOVE 0            TO CH-DTPAY
              MOVE 0            TO CH-MNT
              MOVE 0            TO CH-DTSTOP
              MOVE CB-AGENCE    TO CH-AGENCE
              WRITE STRUCT-CHQMSTR
              ADD 1 TO WS-CNT-ISSUED
              ADD 1 TO WS-NUMCHQ
           END-PERFORM.
           ADD 1 TO WS-CNT-BOOKS.
       110-EXIT.
           EXIT.
      *****************************************************************
      *  This routine records one branch stop-payment : the cheque
      *  must be issued to the account and not yet paid
      *****************************************************************
       300-STOP.
           OPEN INPUT OPERMSTR.
           IF WS-FS-OPER = '00'
              MOVE 'Y' TO WS-OPER-AVAIL-SW
           ELSE
              DISPLAY 'WARNING : OPERMSTR NOT AVAILABLE - OPERATOR '
                      'AUTHORITY NOT ENFORCED'
           END-IF.
           PERFORM 305-OPERCHK THRU 305-EXIT.
           IF OPER-AVAIL
              CLOSE OPERMSTR
              MOVE 'OPERMSTR' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE 0 TO WS-LIN-COUNT
              PERFORM 990-LINEAGE
           END-IF.
           IF NOT OPER-OK
              DISPLAY 'REJECTED : OPERATOR NOT AUTHORIZED - '
                      PJ-OPER ' ON ' PJ-COMPTE ' ' PJ-NUMCHQ
              ADD 1 TO WS-CNT-REJECT
              GO TO 300-EXIT
           END-IF.
           OPEN I-O CHQMSTR.
           IF WS-FS-CHQ NOT = '00'
              DISPLAY 'ERROR : OPEN I-O CHQMSTR FAILED - FILE '
                      'STATUS ' WS-FS-CHQ
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE PJ-COMPTE TO CH-COMPTE.
           MOVE PJ-NUMCHQ TO CH-NUMCHQ.
           READ CHQMSTR
              INVALID KEY
                 DISPLAY 'REJECTED : CHEQUE NOT ISSUED TO ACCOUNT - '
                         PJ-COMPTE ' ' PJ-NUMCHQ
                 ADD 1 TO WS-CNT-REJECT
              NOT INVALID KEY
                 EVALUATE TRUE
                    WHEN CH-PAID
                       DISPLAY 'REJECTED : CHEQUE ALREADY PAID ON '
                               CH-DTPAY ' - ' PJ-COMPTE ' '
                               PJ-NUMCHQ
                       ADD 1 TO WS-CNT-REJECT
                    WHEN CH-STOPPED
                       DISPLAY 'REJECTED : CHEQUE ALREADY STOPPED ON '
                               CH-DTSTOP ' - ' PJ-COMPTE ' '
                               PJ-NUMCHQ
                       ADD 1 TO WS-CNT-REJECT
                    WHEN OTHER
                       MOVE 'S'        TO CH-STATUT
                       MOVE PJ-RUNDATE TO CH-DTSTOP
                       REWRITE STRUCT-CHQMSTR
                       PERFORM 310-STOPOUT
                 END-EVALUATE
           END-READ.
           CLOSE CHQMSTR.
           MOVE 'CHQMSTR' TO WS-LIN-DSN.
           MOVE 'U' TO WS-LIN-MODE.
           MOVE 0 TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
       300-EXIT.
           EXIT.
      *****************************************************************
      *  This routine checks the stop-payment's operator against
      *  OPERMSTR (the PGM026 rule : known, level 3 or above)
      *****************************************************************
       305-OPERCHK.
           MOVE 'Y' TO WS-OPER-OK-SW.
           IF NOT OPER-AVAIL
              GO TO 305-EXIT
           END-IF.
           IF PJ-OPER = SPACES
              MOVE 'N' TO WS-OPER-OK-SW
              GO TO 305-EXIT
           END-IF.
           MOVE PJ-OPER TO OP-ID.
           READ OPERMSTR
              INVALID KEY
                 MOVE 'N' TO WS-OPER-OK-SW
              NOT INVALID KEY
                 IF OP-LEVEL < WS-MIN-LEVEL
                    MOVE 'N' TO WS-OPER-OK-SW
                 END-IF
           END-READ.
       305-EXIT.
           EXIT.
      *****************************************************************
      *  This routine appends the stop request to STOPPAY
      *****************************************************************
       310-STOPOUT.
           OPEN EXTEND STOPPAY.
           IF WS-FS-STOP NOT = '00'
              OPEN OUTPUT STOPPAY
           END-IF.
           MOVE SPACES     TO STRUCT-STOPPAY.
           MOVE PJ-COMPTE  TO SP-COMPTE.
           MOVE PJ-NUMCHQ  TO SP-NUMCHQ.
           MOVE PJ-RUNDATE TO SP-DATE.
           MOVE PJ-AGENCE  TO SP-AGENCE.
           MOVE PJ-MOTIF   TO SP-MOTIF.
           MOVE PJ-OPER    TO SP-OPER.
           WRITE STRUCT-STOPPAY.
           CLOSE STOPPAY.
           MOVE 'STOPPAY' TO WS-LIN-DSN.
           MOVE 'E' TO WS-LIN-MODE.
           MOVE 1 TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           DISPLAY 'STOPPED : ' PJ-COMPTE ' ' PJ-NUMCHQ.
      *****************************************************************
      *  This routine drives the nightly clearing of the presented
      *  cheques
      *****************************************************************
       400-CLEAR.
           OPEN INPUT CHQPRES.
           IF WS-FS-PRES NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT CHQPRES FAILED - FILE '
                      'STATUS ' WS-FS-PRES
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 001-OFILE THRU 001-EXIT.
           OPEN EXTEND MVTSIN.
           IF WS-FS-MVT NOT = '00'
              OPEN OUTPUT MVTSIN
           END-IF.
           OPEN OUTPUT CHQUNPD.
           OPEN INPUT OVDRLIM.
           IF WS-FS-LIM = '00'
              MOVE 'Y' TO WS-LIM-AVAIL-SW
           ELSE
              DISPLAY 'WARNING : OVDRLIM NOT AVAILABLE - EVERY '
                      'ACCOUNT LIMITED TO ZERO'
           END-IF.
           OPEN INPUT PRODMSTR.
           IF WS-FS-PROD = '00'
              MOVE 'Y' TO WS-PROD-AVAIL-SW
           END-IF.
           OPEN INPUT HOLDMSTR.
           IF WS-FS-HOLD = '00'
              MOVE 'Y' TO WS-HOLD-AVAIL-SW
           END-IF.
           PERFORM UNTIL PRES-END
              READ CHQPRES
                 NOT AT END
                    ADD 1 TO WS-CNT-READ
                    PERFORM 410-ONECHQ THRU 410-EXIT
              END-READ
           END-PERFORM.
           CLOSE CHQPRES.
           CLOSE CHQMSTR.
           CLOSE ACCTMSTR.
           CLOSE MVTSIN.
           CLOSE CHQUNPD.
           MOVE 'CHQPRES' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-READ TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           MOVE 'CHQMSTR' TO WS-LIN-DSN.
           MOVE 'U' TO WS-LIN-MODE.
           MOVE WS-CNT-PAID TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           MOVE 'ACCTMSTR' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE 0 TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           MOVE 'MVTSIN' TO WS-LIN-DSN.
           MOVE 'E' TO WS-LIN-MODE.
           MOVE WS-CNT-PAID TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           MOVE 'CHQUNPD' TO WS-LIN-DSN.
           MOVE 'O' TO WS-LIN-MODE.
           MOVE WS-CNT-UNPAID TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           IF LIM-AVAIL
              CLOSE OVDRLIM
              MOVE 'OVDRLIM' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE 0 TO WS-LIN-COUNT
              PERFORM 990-LINEAGE
           END-IF.
           IF PROD-AVAIL
              CLOSE PRODMSTR
              MOVE 'PRODMSTR' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE 0 TO WS-LIN-COUNT
              PERFORM 990-LINEAGE
           END-IF.
           IF HOLD-AVAIL
              CLOSE HOLDMSTR
              MOVE 'HOLDMSTR' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE 0 TO WS-LIN-COUNT
              PERFORM 990-LINEAGE
           END-IF.
       400-EXIT.
           EXIT.
      *****************************************************************
      *  This routine checks one presented cheque against the
      *  register and its account, then pays or returns it
      *****************************************************************
       410-ONECHQ.
           MOVE SPACES TO WS-MOTIF.
           IF CP-COMPTE NOT NUMERIC OR CP-NUMCHQ NOT NUMERIC
              OR CP-MNT NOT NUMERIC
              MOVE 'DONNEES' TO WS-MOTIF
              PERFORM 430-UNPAID
              GO TO 410-EXIT
           END-IF.
           MOVE CP-COMPTE-N TO CH-COMPTE.
           MOVE CP-NUMCHQ-N TO CH-NUMCHQ.
           READ CHQMSTR
              INVALID KEY
                 MOVE 'INCONNU' TO WS-MOTIF
              NOT INVALID KEY
                 EVALUATE TRUE
                    WHEN CH-PAID
                       MOVE 'DEJAPAYE' TO WS-MOTIF
                    WHEN CH-STOPPED
                       MOVE 'OPPOSE' TO WS-MOTIF
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           END-READ.
           IF WS-MOTIF = SPACES
              MOVE CP-COMPTE-N TO F-COMPTE
              READ ACCTMSTR
                 INVALID KEY
                    MOVE SPACE TO F-ETAT
              END-READ
              IF F-ETAT NOT = 'O'
                 MOVE 'NONOUVERT' TO WS-MOTIF
              END-IF
           END-IF.
           IF WS-MOTIF = SPACES
              PERFORM 415-FUNDS
              IF NOT FUNDS-OK
                 MOVE 'PROVISION' TO WS-MOTIF
              END-IF
           END-IF.
           IF WS-MOTIF = SPACES
              PERFORM 420-PAY
           ELSE
              PERFORM 430-UNPAID
           END-IF.
       410-EXIT.
           EXIT.
      *****************************************************************
      *  This routine applies PGM017's funds rule to the
      *  presented cheque before the debit is sent : F-SOLDER, less
      *  the debits this run has already sent on the account, its
      *  active holds and the amount, may not go below the
      *  authorized overdraft. WS-FUNDS-SW is left 'Y' when the
      *  debit will post.
      *****************************************************************
       415-FUNDS.
           MOVE F-PRODUIT TO WS-LIM-PRODUIT.
           PERFORM 416-GETLIMIT.
           PERFORM 417-GETHOLDS THRU 417-EXIT.
           PERFORM 418-RUNFIND.
           COMPUTE WS-PROJ-SOLDE = F-SOLDER - WS-RUN-AMT
                                 - WS-HOLD-AMT - CP-MNT-N.
           IF WS-PROJ-SOLDE < 0 - WS-LIM-AMT
              MOVE 'N' TO WS-FUNDS-SW
           ELSE
              MOVE 'Y' TO WS-FUNDS-SW
           END-IF.
      *****************************************************************
      *  This routine reads the account's authorized overdraft limit
      *  from OVDRLIM into WS-LIM-AMT; an account without an entry
      *  takes its product's default overdraft, zero when it has no
      *  product or the files are absent (the PGM017 rule)
      *****************************************************************
       416-GETLIMIT.
           MOVE 0 TO WS-LIM-AMT.
           MOVE 'N' TO WS-LIM-FOUND-SW.
           IF LIM-AVAIL
              MOVE F-COMPTE TO OL-COMPTE
              READ OVDRLIM
                 NOT INVALID KEY
                    MOVE OL-LIMITE TO WS-LIM-AMT
                    MOVE 'Y' TO WS-LIM-FOUND-SW
              END-READ
           END-IF.
           IF NOT LIM-FOUND AND PROD-AVAIL
              AND WS-LIM-PRODUIT NOT = SPACES
              MOVE WS-LIM-PRODUIT TO PR-CODE
              READ PRODMSTR
                 NOT INVALID KEY
                    MOVE PR-DECOUVERT TO WS-LIM-AMT
              END-READ
           END-IF.
      *****************************************************************
      *  This routine totals the account's active amount holds into
      *  WS-HOLD-AMT - a hold stays active through its expiry date,
      *  zero meaning none (the PGM017 rule)
      *****************************************************************
       417-GETHOLDS.
           MOVE 0 TO WS-HOLD-AMT.
           IF NOT HOLD-AVAIL
              GO TO 417-EXIT
           END-IF.
           MOVE F-COMPTE TO WS-HOLD-COMPTE.
           MOVE F-COMPTE TO HD-COMPTE.
           MOVE LOW-VALUES TO HD-REF.
           START HOLDMSTR KEY >= HD-KEY
              INVALID KEY
                 GO TO 417-EXIT
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
       417-EXIT.
           EXIT.
      *****************************************************************
      *  This routine finds the account among the debits this run
      *  has already sent : WS-RX its entry (0 when none), WS-RUN-AMT
      *  the amount
      *****************************************************************
       418-RUNFIND.
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
      *  This routine appends one good cheque to the feed as a debit
      *  in the account's currency, counts it against the account's
      *  funds for the rest of the run and marks it paid in the
      *  register
      *****************************************************************
       420-PAY.
           MOVE SPACES       TO STRUCT-MVTSIN.
           MOVE CP-COMPTE-N  TO MV-COMPTE.
           MOVE 'D'          TO MV-SENS.
           MOVE CP-MNT-N     TO MV-MNT.
           MOVE WS-MVT-DTVAL TO MV-DTVAL.
           MOVE F-DEVISE     TO MV-DEVISE.
           MOVE 'CHEQ'       TO MV-ORIGINE.
           WRITE STRUCT-MVTSIN.
           PERFORM 418-RUNFIND.
           IF WS-RX = 0 AND WS-RUN-COUNT < 2000
              ADD 1 TO WS-RUN-COUNT
              MOVE WS-RUN-COUNT TO WS-RX
              MOVE F-COMPTE     TO WS-RUN-COMPTE (WS-RX)
              MOVE 0            TO WS-RUN-MNT (WS-RX)
           END-IF.
           IF WS-RX > 0
              ADD CP-MNT-N TO WS-RUN-MNT (WS-RX)
           END-IF.
           MOVE 'P'          TO CH-STATUT.
           MOVE PJ-RUNDATE   TO CH-DTPAY.
           MOVE CP-MNT-N     TO CH-MNT.
           REWRITE STRUCT-CHQMSTR.
           ADD 1 TO WS-CNT-PAID.
           ADD CP-MNT-N TO WS-TOT-PAID.
      *****************************************************************
      *  This routine returns one cheque unpaid with its reason
      *****************************************************************
       430-UNPAID.
           MOVE SPACES         TO STRUCT-CHQUNPD.
           MOVE STRUCT-CHQPRES TO RT-CHQ.
           MOVE WS-MOTIF       TO RT-MOTIF.
           WRITE STRUCT-CHQUNPD.
           DISPLAY 'UNPAID : ' CP-COMPTE ' ' CP-NUMCHQ ' - '
                   WS-MOTIF.
           ADD 1 TO WS-CNT-UNPAID.
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
              WHEN IS-ISSUE
                 DISPLAY '    BOOKS READ        : ' WS-CNT-READ
                 DISPLAY '    BOOKS ISSUED      : ' WS-CNT-BOOKS
                 DISPLAY '    CHEQUES REGISTERED: ' WS-CNT-ISSUED
                 DISPLAY '    REJECTED          : ' WS-CNT-REJECT
              WHEN IS-STOP
                 DISPLAY '    REJECTED          : ' WS-CNT-REJECT
              WHEN OTHER
                 DISPLAY '    CHEQUES PRESENTED : ' WS-CNT-READ
                 DISPLAY '    PAID TO MVTSIN    : ' WS-CNT-PAID
                 DISPLAY '    AMOUNT PAID       : ' WS-TOT-PAID
                 DISPLAY '    UNPAID            : ' WS-CNT-UNPAID
           END-EVALUATE.
           IF WS-CNT-REJECT > 0 OR WS-CNT-UNPAID > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       200-EXIT.
           EXIT.
