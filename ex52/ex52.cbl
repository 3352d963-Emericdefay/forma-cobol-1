      *           allocated number on FILERPT52. A register collision
      *           with an existing master key is skipped forward with
      *           a warning, so a duplicate F-COMPTE can no longer be
      *           issued by hand-editing FILEIN. Each new account gets
      *           its RIB at opening (F-RIB : our bank code, the
      *           department as branch code, RIB key and IBAN check
      *           digits, from PGM095) and the IBAN is reported.
      *           The application names the account's currency
      *           (spaces : EUR) and its product on the PGM106
      *           PRODMSTR catalogue (spaces : PJ-PRODUIT, itself
      *           spaces for the generic account); an unknown or
      *           withdrawn product, or a currency the product is
      *           not held in, rejects the application. A number
      *           already on the ACCTHIST closed-account history
      *           (PGM110) is skipped like a collision : an archived
      *           F-COMPTE is never issued again.
      *
      * Using :
      *    - Copybooks ACCTFS, ACCTHFS, JRNLFS & PRODFS
      *    - ACCTMSTR as loaded by PGM019
      *    - PGM095 IBAN subprogram, PGM067 image journaling
      *    - PGM124 dataset lineage
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * 02/09/26  DEFAY E. Registering the report in the PGM075
      *                    spool catalog after close, for
      *                    reprint by run number
      * 15/10/26  DEFAY E. Bank code, branch code, RIB key and IBAN
      *                    assigned at opening and reported, so the
      *                    customer leaves the counter with them
      * 15/10/26  DEFAY E. Currency and product taken from the
      *                    application, the product checked on the
      *                    PRODMSTR catalogue and set in F-PRODUIT
      * 15/10/26  DEFAY E. Register numbers archived on ACCTHIST by
      *                    the PGM110 purge skipped, never reissued
      * 15/10/26  DEFAY E. Every account opened is journaled through
      *                    PGM067 (spaces before, the new record
      *                    after), so the roll-forward and CDCACCT
      *                    see it
      * 15/10/26  DEFAY E. Recording every dataset closed on the
      *                    LINEAGE register through PGM124 (run
      *                    number, open mode, record count)
      * 15/10/26  DEFAY E. The opening deposit is journaled with
      *                    origin 'OUVR', a plain credit and MVTSIN
      *                    position 0 instead of spaces, so the
      *                    journal readers see a valid entry
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM052.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS F-COMPTE
           FILE STATUS is WS-FS-MSTR.
      /    ACCTHIST (closed-account history master from PGM110)
           SELECT ACCTHIST
           ASSIGN TO ACCTHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AH-COMPTE
           FILE STATUS is WS-FS-HIST.
      /    PRODMSTR (product catalogue from PGM106)
           SELECT PRODMSTR
           ASSIGN TO PRODMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PR-CODE
           FILE STATUS is WS-FS-PROD.
      /    MVTJRNL (opening movements, appended to the journal)
           SELECT MVTJRNL
           ASSIGN TO MVTJRNL
           02 AP-DEPT-N REDEFINES AP-DEPT PIC 9(02).
           02 FILLER     PIC X(01).
           02 AP-ETAT    PIC X(01).
           02 FILLER     PIC X(01).
           02 AP-DEVISE  PIC X(03).
           02 FILLER     PIC X(01).
           02 AP-PRODUIT PIC X(03).
           02 FILLER     PIC X(42).
       FD NUMREG.
       01  STRUCT-NUMREG.
           02 NR-NEXT    PIC 9(06).
           02 FILLER     PIC X(74).
       FD ACCTMSTR.
       COPY ACCTFS REPLACING ==()== BY ==ACCTMSTR==.
       FD ACCTHIST
           RECORD CONTAINS 120 CHARACTERS.
       COPY ACCTHFS REPLACING ==()== BY ==ACCTHIST==.
       FD PRODMSTR
           RECORD CONTAINS 80 CHARACTERS.
       COPY PRODFS REPLACING ==()== BY ==PRODMSTR==.
       FD MVTJRNL.
       COPY JRNLFS REPLACING ==()== BY ==MVTJRNL==.
       FD FILERPT52
       01 WS-FS-NUM      PIC X(02).
       01 WS-FS-MSTR     PIC X(02).
       01 WS-FS-JRNL     PIC X(02).
       01 WS-FS-PROD     PIC X(02).
       01 WS-FS-HIST     PIC X(02).
       01 WS-HIST-AVAIL-SW PIC X(01) VALUE 'N'.
           88 HIST-AVAIL  VALUE 'Y'.
       01 WS-PROD-AVAIL-SW PIC X(01) VALUE 'N'.
           88 PROD-AVAIL  VALUE 'Y'.
      / Product and currency of the application under processing
       01 WS-AP-PRODUIT  PIC X(03).
       01 WS-AP-DEVISE   PIC X(03).
       01 WS-DX          PIC 9(01).
       01 WS-DEV-OK-SW   PIC X(01).
           88 DEV-OK      VALUE 'Y'.
       01 WS-CNT-READ    PIC 9(05) VALUE 0.
       01 WS-CNT-OPENED  PIC 9(05) VALUE 0.
       01 WS-CNT-REJECT  PIC 9(05) VALUE 0.
           05 WS-RPT-D-DEPOT  PIC ZZZZZZ9.99.
           05 FILLER          PIC X(08) VALUE '  DEPT: '.
           05 WS-RPT-D-DEPT   PIC 9(02).
           05 FILLER          PIC X(08) VALUE '  PROD: '.
           05 WS-RPT-D-PROD   PIC X(03).
           05 FILLER          PIC X(09) VALUE SPACES.
       01 WS-RPT-IBAN.
           05 FILLER          PIC X(16) VALUE SPACES.
           05 FILLER          PIC X(07) VALUE 'IBAN : '.
           05 WS-RPT-I-IBAN   PIC X(27).
           05 FILLER          PIC X(30) VALUE SPACES.
      / PGM095 IBAN interface : the new account's RIB and IBAN
       01 WS-CALL-IBAN   PIC X(08) VALUE "PGM095  ".
       01 WS-IB-GUICHET  PIC 9(05).
       01 WS-IB-COMPTE   PIC 9(11).
       01 WS-IB-IBAN     PIC X(27).
      / PGM067 master-image journaling interface
       01 WS-CALL-IMG    PIC X(08) VALUE "PGM067  ".
       01 WS-IMG-PGM     PIC X(08) VALUE 'PGM052'.
       01 WS-IMG-FILE    PIC X(08) VALUE 'ACCTMSTR'.
       01 WS-IMG-AVANT   PIC X(80) VALUE SPACES.
       01 WS-IMG-APRES   PIC X(80).
      / PGM081 control-date interface
       01 WS-CALL-DATE   PIC X(08) VALUE "PGM081  ".
      / PGM075 report-catalog interface
       01 WS-CAT-LINES   PIC 9(07).
      / Parameter from JCL run
       01 PJ-RUNDATE     PIC 9(08).
       01 PJ-BANQUE      PIC X(05).
       01 PJ-BANQUE-DEF  PIC X(05) VALUE '99999'.
       01 PJ-PRODUIT     PIC X(03).
      / PGM124 dataset-lineage interface
       01 WS-CALL-LIN    PIC X(08) VALUE "PGM124  ".
       01 WS-LIN-PGM     PIC X(08) VALUE 'PGM052'.
       01 WS-LIN-DSN     PIC X(10).
       01 WS-LIN-MODE    PIC X(01).
       01 WS-LIN-COUNT   PIC 9(09).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           IF PJ-RUNDATE = SPACE OR LOW-VALUE THEN
              CALL WS-CALL-DATE USING PJ-RUNDATE
           END-IF.
           ACCEPT PJ-BANQUE.
           IF PJ-BANQUE = SPACES OR LOW-VALUES
              MOVE PJ-BANQUE-DEF TO PJ-BANQUE
           END-IF.
           ACCEPT PJ-PRODUIT.
           IF PJ-PRODUIT = LOW-VALUES
              MOVE SPACES TO PJ-PRODUIT
           END-IF.
           MOVE PJ-RUNDATE (1:4) TO WS-MV-AAAA.
           MOVE PJ-RUNDATE (5:2) TO WS-MV-MM.
           MOVE PJ-RUNDATE (7:2) TO WS-MV-JJ.
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT PRODMSTR.
           IF WS-FS-PROD = '00'
              MOVE 'Y' TO WS-PROD-AVAIL-SW
           ELSE
              DISPLAY 'WARNING : PRODMSTR NOT AVAILABLE - ONLY '
                      'GENERIC ACCOUNTS CAN BE OPENED'
           END-IF.
           OPEN INPUT ACCTHIST.
           IF WS-FS-HIST = '00'
              MOVE 'Y' TO WS-HIST-AVAIL-SW
           END-IF.
           OPEN EXTEND MVTJRNL.
           IF WS-FS-JRNL NOT = '00'
              OPEN OUTPUT MVTJRNL
              ADD 1 TO WS-CNT-REJECT
              GO TO 110-EXIT
           END-IF.
           MOVE AP-DEVISE  TO WS-AP-DEVISE.
           MOVE AP-PRODUIT TO WS-AP-PRODUIT.
           IF WS-AP-PRODUIT = SPACES
              MOVE PJ-PRODUIT TO WS-AP-PRODUIT
           END-IF.
           IF WS-AP-PRODUIT NOT = SPACES
              PERFORM 115-PRODCHK THRU 115-EXIT
              IF NOT DEV-OK
                 ADD 1 TO WS-CNT-REJECT
                 GO TO 110-EXIT
              END-IF
           END-IF.
           PERFORM 120-ALLOCATE THRU 120-EXIT.
       110-EXIT.
           EXIT.
      *****************************************************************
      *  This routine checks the application's product on PRODMSTR :
      *  known, still sold, and held in the application's currency
      *  (a product listing no currency takes any). DEV-OK is left
      *  off, with the reason displayed, when it fails.
      *****************************************************************
       115-PRODCHK.
           MOVE 'N' TO WS-DEV-OK-SW.
           IF NOT PROD-AVAIL
              DISPLAY 'REJECTED : PRODUCT ' WS-AP-PRODUIT
                      ' CANNOT BE CHECKED - ' AP-NOM
              GO TO 115-EXIT
           END-IF.
           MOVE WS-AP-PRODUIT TO PR-CODE.
           READ PRODMSTR
              INVALID KEY
                 DISPLAY 'REJECTED : PRODUCT ' WS-AP-PRODUIT
                         ' UNKNOWN - ' AP-NOM
                 GO TO 115-EXIT
           END-READ.
           IF NOT PR-ACTIF
              DISPLAY 'REJECTED : PRODUCT ' WS-AP-PRODUIT
                      ' WITHDRAWN - ' AP-NOM
              GO TO 115-EXIT
           END-IF.
           IF PR-DEVISES = SPACES
              MOVE 'Y' TO WS-DEV-OK-SW
              GO TO 115-EXIT
           END-IF.
           PERFORM VARYING WS-DX FROM 1 BY 1
                     UNTIL WS-DX > 5 OR DEV-OK
              IF PR-DEVISE (WS-DX) = WS-AP-DEVISE
                 OR (PR-DEVISE (WS-DX) = 'EUR'
                     AND WS-AP-DEVISE = SPACES)
                 MOVE 'Y' TO WS-DEV-OK-SW
              END-IF
           END-PERFORM.
           IF NOT DEV-OK
              DISPLAY 'REJECTED : CURRENCY ' WS-AP-DEVISE
                      ' NOT HELD IN PRODUCT ' WS-AP-PRODUIT ' - '
                      AP-NOM
           END-IF.
       115-EXIT.
           EXIT.
      *****************************************************************
      *  This routine draws the next register number and writes the
      *  master record, skipping forward over a collision with an
      *  existing key (five tries, then the application is rejected)
           MOVE 'N' TO WS-OPEN-DONE-SW.
           PERFORM VARYING WS-TRY-IX FROM 1 BY 1
                     UNTIL OPEN-DONE OR WS-TRY-IX > 5
              PERFORM 121-TRYWRITE THRU 121-EXIT
           END-PERFORM.
           IF NOT OPEN-DONE
              DISPLAY 'REJECTED : REGISTER EXHAUSTED OF FREE '
       120-EXIT.
           EXIT.
      *****************************************************************
      *  This routine tries one register number against the history
      *  of archived accounts, then against the master
      *****************************************************************
       121-TRYWRITE.
           IF HIST-AVAIL
              MOVE WS-NEXT-NUM TO AH-COMPTE
              READ ACCTHIST
                 NOT INVALID KEY
                    DISPLAY 'WARNING : REGISTER NUMBER ' WS-NEXT-NUM
                            ' ARCHIVED ON ACCTHIST - SKIPPED'
                    ADD 1 TO WS-NEXT-NUM
                    GO TO 121-EXIT
              END-READ
           END-IF.
           MOVE SPACES       TO STRUCT-ACCTMSTR.
           MOVE WS-NEXT-NUM  TO F-COMPTE.
           MOVE AP-NOM       TO F-NOM.
           MOVE WS-MVT-DTVAL TO F-DT-MVT.
           MOVE AP-ETAT      TO F-ETAT.
           MOVE AP-DEPT-N    TO F-DEPT.
           MOVE WS-AP-DEVISE TO F-DEVISE.
           MOVE WS-AP-PRODUIT TO F-PRODUIT.
           PERFORM 125-RIB.
           WRITE STRUCT-ACCTMSTR
              INVALID KEY
                 DISPLAY 'WARNING : REGISTER NUMBER ' WS-NEXT-NUM
                 ADD 1 TO WS-NEXT-NUM
              NOT INVALID KEY
                 MOVE 'Y' TO WS-OPEN-DONE-SW
                 MOVE STRUCT-ACCTMSTR TO WS-IMG-APRES
                 CALL WS-CALL-IMG USING WS-IMG-PGM, WS-IMG-FILE,
                      WS-IMG-AVANT, WS-IMG-APRES
                 PERFORM 130-JRNLOPEN
                 PERFORM 140-RPTLINE
                 ADD 1 TO WS-NEXT-NUM
                 ADD 1 TO WS-CNT-OPENED
           END-WRITE.
       121-EXIT.
           EXIT.
      *****************************************************************
      *  This routine assigns the account's RIB : the department is
      *  the branch code, PGM095 computes the RIB key and the IBAN
      *  check digits (F-RIB left blank on a bank code not numeric)
      *****************************************************************
       125-RIB.
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
      *  This routine journals the opening deposit : a credit from a
      *  zero balance, stamped with the run date, origin 'OUVR' and
      *  no MVTSIN position (it comes from no feed)
      *****************************************************************
       130-JRNLOPEN.
           MOVE SPACES       TO STRUCT-MVTJRNL.
           MOVE 0            TO JR-SOLDE-AVANT.
           MOVE AP-DEPOT-N   TO JR-SOLDE-APRES.
           MOVE PJ-RUNDATE   TO JR-RUNDATE.
           MOVE 'OUVR'       TO JR-ORIGINE.
           MOVE 'C'          TO JR-TYPEMVT.
           MOVE 0            TO JR-MVTPOS.
           WRITE STRUCT-MVTJRNL.
      *****************************************************************
      *  This routine reports one allocated number
           MOVE AP-NOM     TO WS-RPT-D-NOM.
           MOVE AP-DEPOT-N TO WS-RPT-D-DEPOT.
           MOVE AP-DEPT-N  TO WS-RPT-D-DEPT.
           MOVE F-PRODUIT  TO WS-RPT-D-PROD.
           WRITE FILERPT52-ENREG FROM WS-RPT-DETAIL.
           IF WS-IB-IBAN NOT = SPACES
              MOVE WS-IB-IBAN TO WS-RPT-I-IBAN
              WRITE FILERPT52-ENREG FROM WS-RPT-IBAN
           END-IF.
      *****************************************************************
      *  This routine rewrites the register with the next free number
      *****************************************************************
           OPEN OUTPUT NUMREG.
           WRITE STRUCT-NUMREG.
           CLOSE NUMREG.
           MOVE 'NUMREG' TO WS-LIN-DSN.
           MOVE 'O' TO WS-LIN-MODE.
           MOVE 1 TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
       150-EXIT.
           EXIT.
      *****************************************************************
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
           CLOSE APPLIN.
           CLOSE ACCTMSTR.
           MOVE 'APPLIN' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-READ TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           MOVE 'ACCTMSTR' TO WS-LIN-DSN.
           MOVE 'U' TO WS-LIN-MODE.
           MOVE 0 TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           IF PROD-AVAIL
              CLOSE PRODMSTR
              MOVE 'PRODMSTR' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE 0 TO WS-LIN-COUNT
              PERFORM 990-LINEAGE
           END-IF.
           IF HIST-AVAIL
              CLOSE ACCTHIST
              MOVE 'ACCTHIST' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE 0 TO WS-LIN-COUNT
              PERFORM 990-LINEAGE
           END-IF.
           CLOSE MVTJRNL.
           MOVE 'MVTJRNL' TO WS-LIN-DSN.
           MOVE 'E' TO WS-LIN-MODE.
           MOVE WS-CNT-OPENED TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           CLOSE FILERPT52.
           MOVE 'FILERPT52' TO WS-CAT-RPT.
           MOVE 0 TO WS-CAT-PAGES.
