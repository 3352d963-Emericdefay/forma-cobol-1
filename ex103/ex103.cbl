      *****************************************************************
      * Program name:    PGM103
      *
      * Original author: DEFAY E.
      *
      * Purpose : RIB and IBAN of our own accounts. PJ-MODE 'B' is
      *           the backfill of the accounts opened before PGM052
      *           assigned them : every ACCTMSTR record whose F-RIB
      *           is still blank gets our bank code, the department
      *           as branch code, the RIB key and the IBAN check
      *           digits from PGM095, and is listed on FILERPT103
      *           with its IBAN; a rerun finds nothing left to do.
      *           PJ-MODE 'R' prints the RIB certificate the
      *           customer hands to an employer or a biller, one per
      *           RIBLIST account : holder's name (ACCTMSTR) and
      *           address (PGM083's ADDRMSTR), bank, branch, account
      *           number and key, the IBAN in groups of four and the
      *           BIC. A closed account, or one without its RIB yet,
      *           is refused.
      *
      * Using :
      *    - Copybook ACCTFS
      *    - ACCTMSTR as loaded by PGM019, ADDRMSTR as kept by
      *      PGM083
      *    - PGM095 IBAN subprogram, PGM067 image journaling
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created : the RIB no longer has to be
      *                    asked for at the counter
      * 15/10/26  DEFAY E. The backfill journals each rewrite through
      *                    PGM067, so the roll-forward and CDCACCT
      *                    see the RIB assigned
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM103.
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
      /    RIBLIST (accounts whose certificate is asked, PJ-MODE 'R')
           SELECT RIBLIST
           ASSIGN TO RIBLIST
           FILE STATUS is WS-FS-LIST.
      /    ADDRMSTR (address master from PGM083, for the holder)
           SELECT ADDRMSTR
           ASSIGN TO ADDRMSTR
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is AD-COMPTE
           FILE STATUS is WS-FS-ADDR.
      /    FILERPT103 (backfill list or RIB certificates)
           SELECT FILERPT103
           ASSIGN TO FILERPT103.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD ACCTMSTR.
       COPY ACCTFS REPLACING ==()== BY ==ACCTMSTR==.
       FD RIBLIST.
       01  STRUCT-RIBLIST.
           02 RL-COMPTE       PIC X(06).
           02 RL-COMPTE-N REDEFINES RL-COMPTE PIC 9(06).
           02 FILLER          PIC X(74).
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
       FD FILERPT103
           RECORD CONTAINS 80 CHARACTERS.
       01  FILERPT103-ENREG   PIC X(80).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-MSTR     PIC X(02).
       01 WS-FS-LIST     PIC X(02).
           88 LIST-END    VALUE '10'.
       01 WS-FS-ADDR     PIC X(02).
       01 WS-ADDR-AVAIL-SW PIC X(01) VALUE 'N'.
           88 ADDR-AVAIL  VALUE 'Y'.
       01 WS-CNT-READ    PIC 9(07) VALUE 0.
       01 WS-CNT-DONE    PIC 9(07) VALUE 0.
       01 WS-CNT-SKIP    PIC 9(07) VALUE 0.
       01 WS-CNT-REJECT  PIC 9(07) VALUE 0.
       01 WS-RPT-LINES   PIC 9(07) VALUE 0.
      / PGM067 master-image journaling interface
       01 WS-CALL-IMG    PIC X(08) VALUE "PGM067  ".
       01 WS-IMG-PGM     PIC X(08) VALUE 'PGM103'.
       01 WS-IMG-FILE    PIC X(08) VALUE 'ACCTMSTR'.
       01 WS-IMG-AVANT   PIC X(80).
       01 WS-IMG-APRES   PIC X(80).
      / PGM095 IBAN interface
       01 WS-CALL-IBAN   PIC X(08) VALUE "PGM095  ".
       01 WS-IB-GUICHET  PIC 9(05).
       01 WS-IB-COMPTE   PIC 9(11).
       01 WS-IB-IBAN     PIC X(27).
      / FILERPT103 backfill lines (PJ-MODE 'B')
       01 WS-RPT-B-HDR   PIC X(80) VALUE
          'PGM103 RIB ASSIGNED TO EXISTING ACCOUNTS'.
       01 WS-RPT-B-DETAIL.
           05 FILLER          PIC X(09) VALUE 'COMPTE : '.
           05 WS-RPT-B-CPT    PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-B-NOM    PIC X(15).
           05 FILLER          PIC X(09) VALUE '  IBAN : '.
           05 WS-RPT-B-IBAN   PIC X(27).
           05 FILLER          PIC X(13) VALUE SPACES.
       01 WS-RPT-B-TOTAL.
           05 FILLER          PIC X(20) VALUE
              'ACCOUNTS ASSIGNED : '.
           05 WS-RPT-B-T-DONE PIC ZZZZZZ9.
           05 FILLER          PIC X(53) VALUE SPACES.
      / FILERPT103 RIB certificate lines (PJ-MODE 'R')
       01 WS-RPT-R-RULE  PIC X(80) VALUE ALL '-'.
       01 WS-RPT-R-TITLE PIC X(80) VALUE
          '              RELEVE D''IDENTITE BANCAIRE'.
       01 WS-RPT-R-HOLDER.
           05 FILLER          PIC X(14) VALUE 'TITULAIRE   : '.
           05 WS-RPT-R-TEXT   PIC X(30).
           05 FILLER          PIC X(36) VALUE SPACES.
       01 WS-RPT-R-ADDR.
           05 FILLER          PIC X(14) VALUE SPACES.
           05 WS-RPT-R-ATEXT  PIC X(30).
           05 FILLER          PIC X(36) VALUE SPACES.
       01 WS-RPT-R-COLS  PIC X(80) VALUE
          'CODE BANQUE   CODE GUICHET   No DE COMPTE   CLE RIB'.
       01 WS-RPT-R-RIB.
           05 FILLER          PIC X(06) VALUE SPACES.
           05 WS-RPT-R-BANQUE PIC 9(05).
           05 FILLER          PIC X(10) VALUE SPACES.
           05 WS-RPT-R-GUICH  PIC 9(05).
           05 FILLER          PIC X(04) VALUE SPACES.
           05 WS-RPT-R-CPT    PIC 9(11).
           05 FILLER          PIC X(05) VALUE SPACES.
           05 WS-RPT-R-CLE    PIC 9(02).
           05 FILLER          PIC X(32) VALUE SPACES.
       01 WS-RPT-R-IBAN.
           05 FILLER          PIC X(14) VALUE 'IBAN        : '.
           05 WS-RPT-R-IBANP  PIC X(33).
           05 FILLER          PIC X(33) VALUE SPACES.
       01 WS-RPT-R-BIC.
           05 FILLER          PIC X(14) VALUE 'BIC         : '.
           05 WS-RPT-R-BICP   PIC X(11).
           05 FILLER          PIC X(55) VALUE SPACES.
       01 WS-RPT-BLANK   PIC X(80) VALUE SPACES.
      / PGM075 report-catalog interface
       01 WS-CALL-CAT    PIC X(08) VALUE "PGM075  ".
       01 WS-CAT-RPT     PIC X(12).
       01 WS-CAT-PAGES   PIC 9(05).
       01 WS-CAT-LINES   PIC 9(07).
      / Parameter from JCL run
       01 PJ-MODE        PIC X(01).
           88 IS-BACKFILL VALUE 'B'.
       01 PJ-MODE-DEF    PIC X(01) VALUE 'R'.
       01 PJ-BANQUE      PIC X(05).
       01 PJ-BANQUE-DEF  PIC X(05) VALUE '99999'.
       01 PJ-BIC         PIC X(11).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           PERFORM 001-OFILE THRU 001-EXIT.
           IF IS-BACKFILL
              PERFORM 100-BACKFILL THRU 100-EXIT
           ELSE
              PERFORM 300-CERTIF THRU 300-EXIT
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
           ACCEPT PJ-BANQUE.
           IF PJ-BANQUE = SPACES OR LOW-VALUES
              MOVE PJ-BANQUE-DEF TO PJ-BANQUE
           END-IF.
           IF PJ-BANQUE NOT NUMERIC
              DISPLAY 'ERROR : BANK CODE ' PJ-BANQUE ' NOT NUMERIC'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ACCEPT PJ-BIC.
           IF PJ-BIC = LOW-VALUES
              MOVE SPACES TO PJ-BIC
           END-IF.
       000-EXIT.
           EXIT.
      *****************************************************************
      *  This routine handle files opening
      *****************************************************************
       001-OFILE.
           IF IS-BACKFILL
              OPEN I-O ACCTMSTR
           ELSE
              OPEN INPUT ACCTMSTR
           END-IF.
           IF WS-FS-MSTR NOT = '00'
              DISPLAY 'ERROR : OPEN ACCTMSTR FAILED - FILE '
                      'STATUS ' WS-FS-MSTR
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT IS-BACKFILL
              OPEN INPUT RIBLIST
              IF WS-FS-LIST NOT = '00'
                 DISPLAY 'ERROR : OPEN INPUT RIBLIST FAILED - FILE '
                         'STATUS ' WS-FS-LIST
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              OPEN INPUT ADDRMSTR
              IF WS-FS-ADDR = '00'
                 MOVE 'Y' TO WS-ADDR-AVAIL-SW
              ELSE
                 DISPLAY 'WARNING : ADDRMSTR NOT AVAILABLE - '
                         'CERTIFICATES PRINTED WITHOUT ADDRESS'
              END-IF
           END-IF.
           OPEN OUTPUT FILERPT103.
       001-EXIT.
           EXIT.
      *****************************************************************
      *  This routine walks the master and assigns the RIB of every
      *  account still without one
      *****************************************************************
       100-BACKFILL.
           WRITE FILERPT103-ENREG FROM WS-RPT-B-HDR.
           ADD 1 TO WS-RPT-LINES.
           MOVE LOW-VALUES TO F-COMPTE.
           START ACCTMSTR KEY >= F-COMPTE
              INVALID KEY
                 GO TO 100-TOTAL
           END-START.
           PERFORM UNTIL WS-FS-MSTR NOT = '00'
              READ ACCTMSTR NEXT
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-CNT-READ
                    PERFORM 110-ONEACCT
              END-READ
           END-PERFORM.
       100-TOTAL.
           MOVE WS-CNT-DONE TO WS-RPT-B-T-DONE.
           WRITE FILERPT103-ENREG FROM WS-RPT-BLANK.
           WRITE FILERPT103-ENREG FROM WS-RPT-B-TOTAL.
           ADD 2 TO WS-RPT-LINES.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine assigns one account's RIB, an account already
      *  carrying one being left as it stands
      *****************************************************************
       110-ONEACCT.
           IF F-RIB NUMERIC
              ADD 1 TO WS-CNT-SKIP
           ELSE
              MOVE STRUCT-ACCTMSTR TO WS-IMG-AVANT
              PERFORM 120-RIB
              REWRITE STRUCT-ACCTMSTR
              MOVE STRUCT-ACCTMSTR TO WS-IMG-APRES
              CALL WS-CALL-IMG USING WS-IMG-PGM, WS-IMG-FILE,
                   WS-IMG-AVANT, WS-IMG-APRES
              ADD 1 TO WS-CNT-DONE
              MOVE F-COMPTE   TO WS-RPT-B-CPT
              MOVE F-NOM      TO WS-RPT-B-NOM
              MOVE WS-IB-IBAN TO WS-RPT-B-IBAN
              WRITE FILERPT103-ENREG FROM WS-RPT-B-DETAIL
              ADD 1 TO WS-RPT-LINES
           END-IF.
      *****************************************************************
      *  This routine computes the account's RIB through PGM095, the
      *  department as branch code, the way PGM052 does at opening
      *****************************************************************
       120-RIB.
           MOVE F-DEPT   TO WS-IB-GUICHET.
           MOVE F-COMPTE TO WS-IB-COMPTE.
           CALL WS-CALL-IBAN USING PJ-BANQUE, WS-IB-GUICHET,
                WS-IB-COMPTE, WS-IB-IBAN.
           IF WS-IB-IBAN NOT = SPACES
              MOVE WS-IB-IBAN (5:5)  TO F-BANQUE
              MOVE WS-IB-IBAN (10:5) TO F-GUICHET
              MOVE WS-IB-IBAN (26:2) TO F-CLERIB
              MOVE WS-IB-IBAN (3:2)  TO F-CLEIBAN
           END-IF.
      *****************************************************************
      *  This routine prints a certificate for every RIBLIST account
      *****************************************************************
       300-CERTIF.
           PERFORM UNTIL LIST-END
              READ RIBLIST
                 NOT AT END
                    ADD 1 TO WS-CNT-READ
                    PERFORM 310-ONECERT THRU 310-EXIT
              END-READ
           END-PERFORM.
       300-EXIT.
           EXIT.
      *****************************************************************
      *  This routine checks one asked account and prints its
      *  certificate from the RIB held on the master
      *****************************************************************
       310-ONECERT.
           IF RL-COMPTE NOT NUMERIC
              DISPLAY 'REJECTED : ACCOUNT NOT NUMERIC - ' RL-COMPTE
              ADD 1 TO WS-CNT-REJECT
              GO TO 310-EXIT
           END-IF.
           MOVE RL-COMPTE-N TO F-COMPTE.
           READ ACCTMSTR
              INVALID KEY
                 DISPLAY 'REJECTED : ACCOUNT UNKNOWN - ' RL-COMPTE
                 ADD 1 TO WS-CNT-REJECT
                 GO TO 310-EXIT
           END-READ.
           IF F-ETAT = 'F'
              DISPLAY 'REJECTED : ACCOUNT CLOSED - ' RL-COMPTE
              ADD 1 TO WS-CNT-REJECT
              GO TO 310-EXIT
           END-IF.
           IF F-RIB NOT NUMERIC
              DISPLAY 'REJECTED : NO RIB ASSIGNED YET - ' RL-COMPTE
              ADD 1 TO WS-CNT-REJECT
              GO TO 310-EXIT
           END-IF.
           WRITE FILERPT103-ENREG FROM WS-RPT-R-RULE.
           WRITE FILERPT103-ENREG FROM WS-RPT-R-TITLE.
           WRITE FILERPT103-ENREG FROM WS-RPT-BLANK.
           MOVE F-NOM TO WS-RPT-R-TEXT.
           WRITE FILERPT103-ENREG FROM WS-RPT-R-HOLDER.
           ADD 4 TO WS-RPT-LINES.
           IF ADDR-AVAIL
              PERFORM 320-ADDRESS THRU 320-EXIT
           END-IF.
           WRITE FILERPT103-ENREG FROM WS-RPT-BLANK.
           WRITE FILERPT103-ENREG FROM WS-RPT-R-COLS.
           MOVE F-BANQUE  TO WS-RPT-R-BANQUE.
           MOVE F-GUICHET TO WS-RPT-R-GUICH.
           MOVE F-COMPTE  TO WS-RPT-R-CPT.
           MOVE F-CLERIB  TO WS-RPT-R-CLE.
           WRITE FILERPT103-ENREG FROM WS-RPT-R-RIB.
           WRITE FILERPT103-ENREG FROM WS-RPT-BLANK.
           MOVE SPACES TO WS-RPT-R-IBANP.
           STRING 'FR' F-CLEIBAN ' '
                  F-BANQUE (1:4) ' '
                  F-BANQUE (5:1) F-GUICHET (1:3) ' '
                  F-GUICHET (4:2) WS-RPT-R-CPT (1:2) ' '
                  WS-RPT-R-CPT (3:4) ' '
                  WS-RPT-R-CPT (7:4) ' '
                  WS-RPT-R-CPT (11:1) F-CLERIB
                  DELIMITED BY SIZE
             INTO WS-RPT-R-IBANP
           END-STRING.
           WRITE FILERPT103-ENREG FROM WS-RPT-R-IBAN.
           ADD 5 TO WS-RPT-LINES.
           IF PJ-BIC NOT = SPACES
              MOVE PJ-BIC TO WS-RPT-R-BICP
              WRITE FILERPT103-ENREG FROM WS-RPT-R-BIC
              ADD 1 TO WS-RPT-LINES
           END-IF.
           WRITE FILERPT103-ENREG FROM WS-RPT-R-RULE.
           WRITE FILERPT103-ENREG FROM WS-RPT-BLANK.
           ADD 2 TO WS-RPT-LINES.
           ADD 1 TO WS-CNT-DONE.
       310-EXIT.
           EXIT.
      *****************************************************************
      *  This routine prints the holder's address (PGM083's
      *  ADDRMSTR); an account without an address keeps the name
      *  alone
      *****************************************************************
       320-ADDRESS.
           MOVE F-COMPTE TO AD-COMPTE.
           READ ADDRMSTR
              INVALID KEY
                 GO TO 320-EXIT
           END-READ.
           MOVE AD-RUE1 TO WS-RPT-R-ATEXT.
           WRITE FILERPT103-ENREG FROM WS-RPT-R-ADDR.
           ADD 1 TO WS-RPT-LINES.
           IF AD-RUE2 NOT = SPACES
              MOVE AD-RUE2 TO WS-RPT-R-ATEXT
              WRITE FILERPT103-ENREG FROM WS-RPT-R-ADDR
              ADD 1 TO WS-RPT-LINES
           END-IF.
           MOVE SPACES TO WS-RPT-R-ATEXT.
           STRING AD-CP ' ' AD-VILLE
                  DELIMITED BY SIZE
             INTO WS-RPT-R-ATEXT
           END-STRING.
           WRITE FILERPT103-ENREG FROM WS-RPT-R-ADDR.
           ADD 1 TO WS-RPT-LINES.
       320-EXIT.
           EXIT.
      *****************************************************************
      *  This routine should close the program (after some displays)
      *****************************************************************
       200-EXITP.
           DISPLAY "200-EXITP".
           DISPLAY '    ACCOUNTS READ   : ' WS-CNT-READ.
           IF IS-BACKFILL
              DISPLAY '    RIB ASSIGNED    : ' WS-CNT-DONE
              DISPLAY '    ALREADY HELD    : ' WS-CNT-SKIP
           ELSE
              DISPLAY '    CERTIFICATES    : ' WS-CNT-DONE
              DISPLAY '    REJECTED        : ' WS-CNT-REJECT
           END-IF.
           IF WS-CNT-REJECT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       200-EXIT.
           EXIT.
      *****************************************************************
      *  Those routines handle files Closing
      *****************************************************************
       999-CFILE.
           CLOSE ACCTMSTR.
           IF NOT IS-BACKFILL
              CLOSE RIBLIST
              IF ADDR-AVAIL
                 CLOSE ADDRMSTR
              END-IF
           END-IF.
           CLOSE FILERPT103.
           MOVE 'FILERPT103' TO WS-CAT-RPT.
           MOVE 0 TO WS-CAT-PAGES.
           MOVE WS-RPT-LINES TO WS-CAT-LINES.
           CALL WS-CALL-CAT USING WS-CAT-RPT, WS-CAT-PAGES,
                WS-CAT-LINES.
       999-EXIT.
           EXIT.
