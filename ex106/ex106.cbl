      *****************************************************************
      * Program name:    PGM106
      *
      * Original author: DEFAY E.
      *
      * Purpose : Product catalogue maintenance and account product
      *           change. Reads the PRODTRN requests of the day :
      *           'A' adds a product to the indexed PRODMSTR
      *           catalogue, or updates it when already there
      *           (label, ACCRCTL rate set, FEECTL fee schedule,
      *           default overdraft, eligible currencies);
      *           'R' withdraws a product from sale, the accounts
      *           already on it keeping it;
      *           'C' moves an account to another product (spaces :
      *           back to the generic account) : the account must
      *           not be closed and its currency must be one the new
      *           product is held in.
      *           Every change is journaled through PGM067 (before
      *           and after images of PRODMSTR or ACCTMSTR), every
      *           request applied or refused is written to the
      *           PRODAUDIT trail with its operator and listed on
      *           FILERPT106.
      *
      * Using :
      *    - Copybooks ACCTFS & PRODFS
      *    - ACCTMSTR as loaded by PGM019, OPERMSTR (PGM066)
      *    - PGM067 image journal, PGM075 report catalog
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created : a new product is a catalogue
      *                    line, not a recompile
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM106.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /    PRODTRN (catalogue and product-change requests)
           SELECT PRODTRN
           ASSIGN TO PRODTRN
           FILE STATUS is WS-FS-TRN.
      /    PRODMSTR (product catalogue keyed on PR-CODE)
           SELECT PRODMSTR
           ASSIGN TO PRODMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PR-CODE
           FILE STATUS is WS-FS-PROD.
      /    ACCTMSTR (indexed account master keyed on F-COMPTE)
           SELECT ACCTMSTR
           ASSIGN TO ACCTMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS F-COMPTE
           FILE STATUS is WS-FS-MSTR.
      /    PRODAUDIT (every request applied or refused, appended to)
           SELECT PRODAUDIT
           ASSIGN TO PRODAUDIT
           FILE STATUS is WS-FS-AUD.
      /    OPERMSTR (operator master from PGM066, for the authority
      /    check on every request)
           SELECT OPERMSTR
           ASSIGN TO OPERMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OP-ID
           FILE STATUS is WS-FS-OPER.
      /    FILERPT106 (requests of the run and their outcome)
           SELECT FILERPT106
           ASSIGN TO FILERPT106.
      /    RUNCTL (the chain's current run number, from PGM016)
           SELECT RUNCTL
           ASSIGN TO RUNCTL
           FILE STATUS is WS-FS-RUNCTL.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD PRODTRN
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-PRODTRN.
           02 PT-ACTION       PIC X(01).
              88 PT-ADD        VALUE 'A'.
              88 PT-WITHDRAW   VALUE 'R'.
              88 PT-CHANGE     VALUE 'C'.
           02 FILLER          PIC X(01).
           02 PT-PRODUIT      PIC X(03).
           02 FILLER          PIC X(01).
           02 PT-LIBELLE      PIC X(20).
           02 FILLER          PIC X(01).
           02 PT-JEUTAUX      PIC X(02).
           02 FILLER          PIC X(01).
           02 PT-BAREME       PIC X(02).
           02 FILLER          PIC X(01).
           02 PT-DECOUVERT    PIC X(09).
           02 PT-DECOUVERT-N REDEFINES PT-DECOUVERT PIC 9(07)V99.
           02 FILLER          PIC X(01).
           02 PT-DEVISES      PIC X(15).
           02 FILLER          PIC X(01).
           02 PT-COMPTE       PIC X(06).
           02 PT-COMPTE-N REDEFINES PT-COMPTE PIC 9(06).
           02 FILLER          PIC X(01).
           02 PT-OPER         PIC X(08).
           02 FILLER          PIC X(06).
       FD PRODMSTR
           RECORD CONTAINS 80 CHARACTERS.
       COPY PRODFS REPLACING ==()== BY ==PRODMSTR==.
       FD ACCTMSTR.
       COPY ACCTFS REPLACING ==()== BY ==ACCTMSTR==.
       FD PRODAUDIT
           RECORD CONTAINS 120 CHARACTERS.
       01  STRUCT-PRODAUDIT.
           02 PD-DATE         PIC 9(08).
           02 FILLER          PIC X(01).
           02 PD-ACTION       PIC X(01).
           02 FILLER          PIC X(01).
           02 PD-PRODUIT      PIC X(03).
           02 FILLER          PIC X(01).
           02 PD-COMPTE       PIC X(06).
           02 FILLER          PIC X(01).
           02 PD-ANCIEN       PIC X(03).
           02 FILLER          PIC X(01).
           02 PD-NOUVEAU      PIC X(03).
           02 FILLER          PIC X(01).
           02 PD-RESULTAT     PIC X(01).
              88 PD-APPLIQUE   VALUE 'A'.
              88 PD-REFUSE     VALUE 'R'.
           02 FILLER          PIC X(01).
           02 PD-TEXTE        PIC X(40).
           02 FILLER          PIC X(01).
           02 PD-OPER         PIC X(08).
           02 FILLER          PIC X(01).
           02 PD-RUNNO        PIC 9(12).
           02 FILLER          PIC X(26).
       FD OPERMSTR
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-OPERMSTR.
           02 OP-ID      PIC X(08).
           02 FILLER     PIC X(01).
           02 OP-NOM     PIC X(25).
           02 FILLER     PIC X(01).
           02 OP-LEVEL   PIC 9(01).
           02 FILLER     PIC X(44).
       FD FILERPT106
           RECORD CONTAINS 80 CHARACTERS.
       01  FILERPT106-ENREG   PIC X(80).
       FD RUNCTL.
       01  STRUCT-RUNCTL.
           02 RN-RUNNO       PIC 9(12).
           02 FILLER         PIC X(68).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-TRN      PIC X(02).
           88 TRN-END     VALUE '10'.
       01 WS-FS-PROD     PIC X(02).
       01 WS-FS-MSTR     PIC X(02).
       01 WS-FS-AUD      PIC X(02).
       01 WS-FS-RUNCTL   PIC X(02).
       01 WS-RUNNO       PIC 9(12) VALUE 0.
      / Run counters, displayed at 200-EXITP
       01 WS-CNT-READ    PIC 9(07) VALUE 0.
       01 WS-CNT-ADDED   PIC 9(05) VALUE 0.
       01 WS-CNT-UPDATED PIC 9(05) VALUE 0.
       01 WS-CNT-WITHDRN PIC 9(05) VALUE 0.
       01 WS-CNT-CHANGED PIC 9(05) VALUE 0.
       01 WS-CNT-REJECT  PIC 9(07) VALUE 0.
      / Operator authority check (level 3; an absent OPERMSTR keeps
      / the requests unguarded with a warning)
       01 WS-FS-OPER     PIC X(02).
       01 WS-OPER-AVAIL-SW PIC X(01) VALUE 'N'.
           88 OPER-AVAIL  VALUE 'Y'.
       01 WS-OPER-OK-SW  PIC X(01).
           88 OPER-OK     VALUE 'Y'.
       01 WS-MIN-LEVEL   PIC 9(01) VALUE 3.
      / Currency check of a product change
       01 WS-DX          PIC 9(01).
       01 WS-DEV-OK-SW   PIC X(01).
           88 DEV-OK      VALUE 'Y'.
       01 WS-MSG         PIC X(40).
      / PGM067 master-image journaling interface
       01 WS-CALL-IMG    PIC X(08) VALUE "PGM067  ".
       01 WS-IMG-PGM     PIC X(08) VALUE 'PGM106'.
       01 WS-IMG-FILE    PIC X(08).
       01 WS-IMG-AVANT   PIC X(80).
       01 WS-IMG-APRES   PIC X(80).
      / FILERPT106 lines
       01 WS-RPT-LINES   PIC 9(07) VALUE 0.
       01 WS-RPT-HDR.
           05 FILLER         PIC X(37) VALUE
              'PGM106 PRODUCT CATALOGUE - RUN DATE '.
           05 WS-RPT-H-DATE  PIC 9(08).
           05 FILLER         PIC X(35) VALUE SPACES.
       01 WS-RPT-COLS    PIC X(80) VALUE
          'A PROD COMPTE ANC NOU R TEXTE                           OPER
      -   'ATEUR'.
       01 WS-RPT-DETAIL.
           05 WS-RPT-D-ACTION PIC X(01).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-D-PROD   PIC X(03).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-RPT-D-COMPTE PIC X(06).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-D-ANC    PIC X(03).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-D-NOU    PIC X(03).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-D-RES    PIC X(01).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-D-TEXTE  PIC X(40).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-D-OPER   PIC X(08).
           05 FILLER          PIC X(07) VALUE SPACES.
      / PGM075 report-catalog interface
       01 WS-CALL-CAT    PIC X(08) VALUE "PGM075  ".
       01 WS-CAT-RPT     PIC X(12).
       01 WS-CAT-PAGES   PIC 9(05).
       01 WS-CAT-LINES   PIC 9(07).
      / Parameter from JCL run
       01 WS-CALL-DATE   PIC X(08) VALUE "PGM081  ".
       01 PJ-RUNDATE     PIC 9(08).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           PERFORM 001-OFILE THRU 001-EXIT.
           PERFORM 100-TRANS THRU 100-EXIT.
           PERFORM 200-EXITP THRU 200-EXIT.
           PERFORM 999-CFILE THRU 999-EXIT.
           STOP RUN.
      *****************************************************************
      *  This routine handle parameters and reads the chain's run
      *  number back from RUNCTL (zero outside a PGM016 chain)
      *****************************************************************
       000-PARMS.
           ACCEPT PJ-RUNDATE.
           IF PJ-RUNDATE = SPACE OR LOW-VALUE THEN
              CALL WS-CALL-DATE USING PJ-RUNDATE
           END-IF.
           OPEN INPUT RUNCTL.
           IF WS-FS-RUNCTL = '00'
              READ RUNCTL
                 NOT AT END
                    MOVE RN-RUNNO TO WS-RUNNO
              END-READ
              CLOSE RUNCTL
           END-IF.
       000-EXIT.
           EXIT.
      *****************************************************************
      *  This routine handle files opening
      *****************************************************************
       001-OFILE.
           OPEN INPUT PRODTRN.
           IF WS-FS-TRN NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT PRODTRN FAILED - FILE '
                      'STATUS ' WS-FS-TRN
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN I-O ACCTMSTR.
           IF WS-FS-MSTR NOT = '00'
              DISPLAY 'ERROR : OPEN I-O ACCTMSTR FAILED - FILE '
                      'STATUS ' WS-FS-MSTR
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN I-O PRODMSTR.
           IF WS-FS-PROD NOT = '00'
              OPEN OUTPUT PRODMSTR
              CLOSE PRODMSTR
              OPEN I-O PRODMSTR
           END-IF.
           OPEN INPUT OPERMSTR.
           IF WS-FS-OPER = '00'
              MOVE 'Y' TO WS-OPER-AVAIL-SW
           ELSE
              DISPLAY 'WARNING : OPERMSTR NOT AVAILABLE - OPERATOR '
                      'AUTHORITY NOT ENFORCED'
           END-IF.
           OPEN EXTEND PRODAUDIT.
           IF WS-FS-AUD NOT = '00'
              OPEN OUTPUT PRODAUDIT
           END-IF.
           OPEN OUTPUT FILERPT106.
           MOVE PJ-RUNDATE TO WS-RPT-H-DATE.
           WRITE FILERPT106-ENREG FROM WS-RPT-HDR.
           WRITE FILERPT106-ENREG FROM WS-RPT-COLS.
           ADD 2 TO WS-RPT-LINES.
       001-EXIT.
           EXIT.
      *****************************************************************
      *  This routine processes every request
      *****************************************************************
       100-TRANS.
           PERFORM UNTIL TRN-END
              READ PRODTRN
                 NOT AT END
                    ADD 1 TO WS-CNT-READ
                    PERFORM 110-ONETRANS THRU 110-EXIT
              END-READ
           END-PERFORM.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine checks the operator and hands the request to
      *  its action
      *****************************************************************
       110-ONETRANS.
           MOVE SPACES TO STRUCT-PRODAUDIT.
           MOVE PT-PRODUIT TO PD-PRODUIT.
           PERFORM 115-OPERCHK THRU 115-EXIT.
           IF NOT OPER-OK
              MOVE 'OPERATEUR REFUSE' TO WS-MSG
              PERFORM 180-REFUSE THRU 180-EXIT
              GO TO 110-EXIT
           END-IF.
           EVALUATE TRUE
              WHEN PT-ADD
                 PERFORM 120-ADDPROD THRU 120-EXIT
              WHEN PT-WITHDRAW
                 PERFORM 130-WITHDRAW THRU 130-EXIT
              WHEN PT-CHANGE
                 PERFORM 140-CHANGE THRU 140-EXIT
              WHEN OTHER
                 MOVE 'ACTION INCONNUE' TO WS-MSG
                 PERFORM 180-REFUSE THRU 180-EXIT
           END-EVALUATE.
       110-EXIT.
           EXIT.
      *****************************************************************
      *  This routine validates the request's operator against the
      *  PGM066 OPERMSTR master (level 3 required)
      *****************************************************************
       115-OPERCHK.
           MOVE 'Y' TO WS-OPER-OK-SW.
           IF NOT OPER-AVAIL
              GO TO 115-EXIT
           END-IF.
           IF PT-OPER = SPACES
              MOVE 'N' TO WS-OPER-OK-SW
              GO TO 115-EXIT
           END-IF.
           MOVE PT-OPER TO OP-ID.
           READ OPERMSTR
              INVALID KEY
                 MOVE 'N' TO WS-OPER-OK-SW
              NOT INVALID KEY
                 IF OP-LEVEL < WS-MIN-LEVEL
                    MOVE 'N' TO WS-OPER-OK-SW
                 END-IF
           END-READ.
       115-EXIT.
           EXIT.
      *****************************************************************
      *  This routine adds a product to the catalogue, or updates it
      *  when already there (a withdrawn product updated is back on
      *  sale)
      *****************************************************************
       120-ADDPROD.
           IF PT-PRODUIT = SPACES OR PT-LIBELLE = SPACES
              MOVE 'CODE OU LIBELLE PRODUIT ABSENT' TO WS-MSG
              PERFORM 180-REFUSE THRU 180-EXIT
              GO TO 120-EXIT
           END-IF.
           IF PT-DECOUVERT = SPACES
              MOVE ZEROES TO PT-DECOUVERT
           END-IF.
           IF PT-DECOUVERT NOT NUMERIC
              MOVE 'DECOUVERT PAR DEFAUT NON NUMERIQUE' TO WS-MSG
              PERFORM 180-REFUSE THRU 180-EXIT
              GO TO 120-EXIT
           END-IF.
           MOVE PT-PRODUIT TO PR-CODE.
           READ PRODMSTR
              INVALID KEY
                 MOVE SPACES TO WS-IMG-AVANT
                 MOVE SPACES TO STRUCT-PRODMSTR
                 MOVE PT-PRODUIT TO PR-CODE
                 MOVE 'PRODUIT CREE' TO PD-TEXTE
                 ADD 1 TO WS-CNT-ADDED
              NOT INVALID KEY
                 MOVE STRUCT-PRODMSTR TO WS-IMG-AVANT
                 MOVE 'PRODUIT MODIFIE' TO PD-TEXTE
                 ADD 1 TO WS-CNT-UPDATED
           END-READ.
           MOVE PT-LIBELLE     TO PR-LIBELLE.
           MOVE 'A'            TO PR-STATUT.
           MOVE PT-JEUTAUX     TO PR-JEUTAUX.
           MOVE PT-BAREME      TO PR-BAREME.
           MOVE PT-DECOUVERT-N TO PR-DECOUVERT.
           MOVE PT-DEVISES     TO PR-DEVISES.
           MOVE PJ-RUNDATE     TO PR-DTMAJ.
           MOVE PT-OPER        TO PR-OPER.
           IF WS-IMG-AVANT = SPACES
              WRITE STRUCT-PRODMSTR
           ELSE
              REWRITE STRUCT-PRODMSTR
           END-IF.
           PERFORM 170-PRODIMG.
           PERFORM 185-APPLIED THRU 185-EXIT.
       120-EXIT.
           EXIT.
      *****************************************************************
      *  This routine withdraws a product from sale
      *****************************************************************
       130-WITHDRAW.
           MOVE PT-PRODUIT TO PR-CODE.
           READ PRODMSTR
              INVALID KEY
                 MOVE 'PRODUIT INCONNU' TO WS-MSG
                 PERFORM 180-REFUSE THRU 180-EXIT
                 GO TO 130-EXIT
           END-READ.
           IF PR-RETIRE
              MOVE 'PRODUIT DEJA RETIRE' TO WS-MSG
              PERFORM 180-REFUSE THRU 180-EXIT
              GO TO 130-EXIT
           END-IF.
           MOVE STRUCT-PRODMSTR TO WS-IMG-AVANT.
           MOVE 'R'        TO PR-STATUT.
           MOVE PJ-RUNDATE TO PR-DTMAJ.
           MOVE PT-OPER    TO PR-OPER.
           REWRITE STRUCT-PRODMSTR.
           PERFORM 170-PRODIMG.
           ADD 1 TO WS-CNT-WITHDRN.
           MOVE 'PRODUIT RETIRE DE LA VENTE' TO PD-TEXTE.
           PERFORM 185-APPLIED THRU 185-EXIT.
       130-EXIT.
           EXIT.
      *****************************************************************
      *  This routine moves an account to another product : account
      *  known and not closed, new product on sale and held in the
      *  account's currency
      *****************************************************************
       140-CHANGE.
           IF PT-COMPTE NOT NUMERIC
              MOVE 'COMPTE NON NUMERIQUE' TO WS-MSG
              PERFORM 180-REFUSE THRU 180-EXIT
              GO TO 140-EXIT
           END-IF.
           MOVE PT-COMPTE TO PD-COMPTE.
           MOVE PT-COMPTE-N TO F-COMPTE.
           READ ACCTMSTR
              INVALID KEY
                 MOVE 'COMPTE INCONNU' TO WS-MSG
                 PERFORM 180-REFUSE THRU 180-EXIT
                 GO TO 140-EXIT
           END-READ.
           MOVE F-PRODUIT  TO PD-ANCIEN.
           MOVE PT-PRODUIT TO PD-NOUVEAU.
           IF F-ETAT = 'F'
              MOVE 'COMPTE CLOS' TO WS-MSG
              PERFORM 180-REFUSE THRU 180-EXIT
              GO TO 140-EXIT
           END-IF.
           IF PT-PRODUIT = F-PRODUIT
              MOVE 'COMPTE DEJA SUR CE PRODUIT' TO WS-MSG
              PERFORM 180-REFUSE THRU 180-EXIT
              GO TO 140-EXIT
           END-IF.
           IF PT-PRODUIT NOT = SPACES
              MOVE PT-PRODUIT TO PR-CODE
              READ PRODMSTR
                 INVALID KEY
                    MOVE 'PRODUIT INCONNU' TO WS-MSG
                    PERFORM 180-REFUSE THRU 180-EXIT
                    GO TO 140-EXIT
              END-READ
              IF NOT PR-ACTIF
                 MOVE 'PRODUIT RETIRE DE LA VENTE' TO WS-MSG
                 PERFORM 180-REFUSE THRU 180-EXIT
                 GO TO 140-EXIT
              END-IF
              PERFORM 145-DEVCHK
              IF NOT DEV-OK
                 MOVE 'DEVISE DU COMPTE HORS PRODUIT' TO WS-MSG
                 PERFORM 180-REFUSE THRU 180-EXIT
                 GO TO 140-EXIT
              END-IF
           END-IF.
           MOVE STRUCT-ACCTMSTR TO WS-IMG-AVANT.
           MOVE PT-PRODUIT TO F-PRODUIT.
           REWRITE STRUCT-ACCTMSTR.
           MOVE STRUCT-ACCTMSTR TO WS-IMG-APRES.
           MOVE 'ACCTMSTR' TO WS-IMG-FILE.
           CALL WS-CALL-IMG USING WS-IMG-PGM, WS-IMG-FILE,
                WS-IMG-AVANT, WS-IMG-APRES.
           ADD 1 TO WS-CNT-CHANGED.
           MOVE 'CHANGEMENT DE PRODUIT' TO PD-TEXTE.
           PERFORM 185-APPLIED THRU 185-EXIT.
       140-EXIT.
           EXIT.
      *****************************************************************
      *  This routine checks the account's currency (spaces : EUR)
      *  against the product's list - a product listing none takes
      *  any
      *****************************************************************
       145-DEVCHK.
           MOVE 'N' TO WS-DEV-OK-SW.
           IF PR-DEVISES = SPACES
              MOVE 'Y' TO WS-DEV-OK-SW
           END-IF.
           PERFORM VARYING WS-DX FROM 1 BY 1
                     UNTIL WS-DX > 5 OR DEV-OK
              IF PR-DEVISE (WS-DX) = F-DEVISE
                 OR (PR-DEVISE (WS-DX) = 'EUR'
                     AND F-DEVISE = SPACES)
                 MOVE 'Y' TO WS-DEV-OK-SW
              END-IF
           END-PERFORM.
      *****************************************************************
      *  This routine journals the catalogue record just written
      *****************************************************************
       170-PRODIMG.
           MOVE STRUCT-PRODMSTR TO WS-IMG-APRES.
           MOVE 'PRODMSTR' TO WS-IMG-FILE.
           CALL WS-CALL-IMG USING WS-IMG-PGM, WS-IMG-FILE,
                WS-IMG-AVANT, WS-IMG-APRES.
      *****************************************************************
      *  This routine refuses a request, with its reason in WS-MSG
      *****************************************************************
       180-REFUSE.
           DISPLAY 'REJECTED : ' PT-ACTION ' ' PT-PRODUIT ' '
                   PT-COMPTE ' - ' WS-MSG.
           ADD 1 TO WS-CNT-REJECT.
           MOVE 'R'    TO PD-RESULTAT.
           MOVE WS-MSG TO PD-TEXTE.
           PERFORM 190-AUDIT THRU 190-EXIT.
       180-EXIT.
           EXIT.
      *****************************************************************
      *  This routine records an applied request
      *****************************************************************
       185-APPLIED.
           MOVE 'A'    TO PD-RESULTAT.
           PERFORM 190-AUDIT THRU 190-EXIT.
       185-EXIT.
           EXIT.
      *****************************************************************
      *  This routine writes the request to PRODAUDIT and to the
      *  report
      *****************************************************************
       190-AUDIT.
           MOVE PJ-RUNDATE TO PD-DATE.
           MOVE PT-ACTION  TO PD-ACTION.
           MOVE PT-OPER    TO PD-OPER.
           MOVE WS-RUNNO   TO PD-RUNNO.
           WRITE STRUCT-PRODAUDIT.
           MOVE PD-ACTION   TO WS-RPT-D-ACTION.
           MOVE PD-PRODUIT  TO WS-RPT-D-PROD.
           MOVE PD-COMPTE   TO WS-RPT-D-COMPTE.
           MOVE PD-ANCIEN   TO WS-RPT-D-ANC.
           MOVE PD-NOUVEAU  TO WS-RPT-D-NOU.
           MOVE PD-RESULTAT TO WS-RPT-D-RES.
           MOVE PD-TEXTE    TO WS-RPT-D-TEXTE.
           MOVE PD-OPER     TO WS-RPT-D-OPER.
           WRITE FILERPT106-ENREG FROM WS-RPT-DETAIL.
           ADD 1 TO WS-RPT-LINES.
       190-EXIT.
           EXIT.
      *****************************************************************
      *  This routine should close the program (after some displays)
      *****************************************************************
       200-EXITP.
           DISPLAY "200-EXITP".
           DISPLAY '    REQUESTS READ    : ' WS-CNT-READ.
           DISPLAY '    PRODUCTS ADDED   : ' WS-CNT-ADDED.
           DISPLAY '    PRODUCTS UPDATED : ' WS-CNT-UPDATED.
           DISPLAY '    WITHDRAWN        : ' WS-CNT-WITHDRN.
           DISPLAY '    ACCOUNTS CHANGED : ' WS-CNT-CHANGED.
           DISPLAY '    REJECTED         : ' WS-CNT-REJECT.
           IF WS-CNT-REJECT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       200-EXIT.
           EXIT.
      *****************************************************************
      *  Those routines handle files Closing
      *****************************************************************
       999-CFILE.
           CLOSE PRODTRN.
           CLOSE ACCTMSTR.
           CLOSE PRODMSTR.
           IF OPER-AVAIL
              CLOSE OPERMSTR
           END-IF.
           CLOSE PRODAUDIT.
           CLOSE FILERPT106.
           MOVE 'FILERPT106' TO WS-CAT-RPT.
           MOVE 0 TO WS-CAT-PAGES.
           MOVE WS-RPT-LINES TO WS-CAT-LINES.
           CALL WS-CALL-CAT USING WS-CAT-RPT, WS-CAT-PAGES,
                WS-CAT-LINES.
       999-EXIT.
           EXIT.
