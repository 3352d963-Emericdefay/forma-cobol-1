      *****************************************************************
      * Program name:    PGM109
      *
      * Original author: DEFAY E.
      *
      * Purpose : Monthly balance movement analysis by department,
      *           opening to closing. For the closed period
      *           PJ-PERIOD (AAAAMM, default the last one stamped on
      *           PERCTL by PGM050) every account's opening balance
      *           (OPENBAL, the OB-PERIOD lines of the period) is
      *           carried through the month's MVTJRNL entries (the
      *           generations of the period, run-dated inside it),
      *           each classified by its source :
      *            1 branch deposits     cash at the till or a
      *            2 branch withdrawals  PGM082 branch origin
      *            3 transfers in        internal and interbank
      *            4 transfers out       ('T', 'E', 'XTRF', 'POOL')
      *            5 standing orders     'ORDP' (PGM049)
      *            6 fees                'FRAI' (PGM053)
      *            7 interest and agios  'INTC', 'AGIO', 'PFU '
      *            8 payroll credits     'PAIE' (PGM011)
      *            9 reversals           'R' movements
      *           10 other movements     everything else
      *           up to the closing balance, which must tie to the
      *           period's ACCTSNAP snapshot account by account : a
      *           department holding an account that does not is
      *           flagged on FILERPT109. Departments come from the
      *           snapshot (ACCTMSTR for an account missing from it),
      *           their names from DEPTMSTR; amounts are printed in
      *           the EUR counter-value of the RATEDAY rates, the tie
      *           itself is checked in the account's own currency.
      *           PGM050 rewrites OPENBAL at every period close with
      *           the opening balances of the period that follows :
      *           the step must be given the generation written at
      *           the close of the period BEFORE PJ-PERIOD (OPENBAL
      *           (-1) once PJ-PERIOD itself is closed). A generation
      *           without a line for PJ-PERIOD ends the step RC 8.
      *
      * Using :
      *    - Copybooks ACCTFS & JRNLFS
      *    - OPENBAL, ACCTSNAP and PERCTL as written by PGM050,
      *      MVTJRNL by PGM017, BRCHLIST (PGM082), DEPTMSTR (PGM009)
      *    - PGM075 report catalog, PGM124 dataset lineage
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created : the balance sheet movement
      *                    explained, not just stated
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM109.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /    OPENBAL (opening balances carried forward by PGM050)
           SELECT OPENBAL
           ASSIGN TO OPENBAL
           FILE STATUS is WS-FS-OPEN.
      /    ACCTSNAP (the period's end-of-period account images)
           SELECT ACCTSNAP
           ASSIGN TO ACCTSNAP
           FILE STATUS is WS-FS-SNAP.
      /    MVTJRNL (applied-movements journal of the period)
           SELECT MVTJRNL
           ASSIGN TO MVTJRNL
           FILE STATUS is WS-FS-JRNL.
      /    ACCTMSTR (indexed account master keyed on F-COMPTE)
           SELECT ACCTMSTR
           ASSIGN TO ACCTMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS F-COMPTE OF ACCTMSTR
           FILE STATUS is WS-FS-MSTR.
      /    PERCTL (last closed accounting period, from PGM050)
           SELECT PERCTL
           ASSIGN TO PERCTL
           FILE STATUS is WS-FS-PER.
      /    BRCHLIST (branch list : identifier, movement dataset)
           SELECT BRCHLIST
           ASSIGN TO BRCHLIST
           FILE STATUS is WS-FS-LIST.
      /    DEPTMSTR (department master, for the names)
           SELECT DEPTMSTR
           ASSIGN TO DEPTMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DM-DEPT
           FILE STATUS is WS-FS-DEPTMSTR.
      /    RATEDAY (daily exchange rates to the reporting currency)
           SELECT RATEDAY
           ASSIGN TO RATEDAY
           FILE STATUS is WS-FS-RATE.
      /    FILERPT109 (opening to closing analysis by department)
           SELECT FILERPT109
           ASSIGN TO FILERPT109.
      /    SORTWK (snapshot, opening and journal lines by account)
           SELECT SORTWK
           ASSIGN TO SORTWK.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD OPENBAL.
       01  STRUCT-OPENBAL.
           02 OB-COMPTE  PIC 9(06).
           02 FILLER     PIC X(01).
           02 OB-PERIOD  PIC 9(06).
           02 FILLER     PIC X(01).
           02 OB-SOLDE   PIC S9(07)V99.
           02 FILLER     PIC X(57).
       FD ACCTSNAP.
       COPY ACCTFS REPLACING ==()== BY ==ACCTSNAP==.
       FD MVTJRNL.
       COPY JRNLFS REPLACING ==()== BY ==MVTJRNL==.
       FD ACCTMSTR.
       COPY ACCTFS REPLACING ==()== BY ==ACCTMSTR==.
       FD PERCTL.
       01  STRUCT-PERCTL.
           02 PC-CLOSED  PIC 9(06).
           02 FILLER     PIC X(74).
       FD BRCHLIST.
       01  STRUCT-BRCHLIST.
           02 BL-ID      PIC X(04).
           02 FILLER     PIC X(01).
           02 BL-DSN     PIC X(12).
           02 FILLER     PIC X(63).
       FD DEPTMSTR.
       01  STRUCT-DEPTMSTR.
           02 DM-DEPT    PIC 9(02).
           02 FILLER     PIC X(01).
           02 DM-NOM     PIC X(25).
           02 FILLER     PIC X(01).
           02 DM-REGION  PIC 9(02).
           02 FILLER     PIC X(49).
       FD RATEDAY.
       01  STRUCT-RATEDAY.
           02 RT-DEVISE  PIC X(03).
           02 FILLER     PIC X(01).
           02 RT-RATE    PIC 9(03)V9(06).
           02 FILLER     PIC X(67).
       FD FILERPT109
           RECORD CONTAINS 80 CHARACTERS.
       01  FILERPT109-ENREG   PIC X(80).
       SD SORTWK.
       01  STRUCT-SORTWK.
           02 SW-COMPTE       PIC 9(06).
           02 SW-SRC          PIC X(01).
              88 SW-SNAP       VALUE 'A'.
              88 SW-OUVERT     VALUE 'B'.
              88 SW-JRNL       VALUE 'C'.
           02 SW-CAT          PIC 9(02).
           02 SW-MNT          PIC S9(09)V99.
           02 SW-DEPT         PIC 9(02).
           02 SW-DEVISE       PIC X(03).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-OPEN     PIC X(02).
           88 OPEN-END    VALUE '10'.
       01 WS-FS-SNAP     PIC X(02).
           88 SNAP-END    VALUE '10'.
       01 WS-FS-JRNL     PIC X(02).
           88 JRNL-END    VALUE '10'.
       01 WS-FS-MSTR     PIC X(02).
       01 WS-FS-PER      PIC X(02).
       01 WS-FS-LIST     PIC X(02).
           88 LIST-END    VALUE '10'.
       01 WS-FS-DEPTMSTR PIC X(02).
           88 DEPTMSTR-END VALUE '10'.
       01 WS-MSTR-AVAIL-SW PIC X(01) VALUE 'N'.
           88 MSTR-AVAIL  VALUE 'Y'.
       01 WS-SORT-DONE-SW PIC X(01) VALUE 'N'.
           88 SORT-DONE   VALUE 'Y'.
       01 WS-FIRST-SW    PIC X(01) VALUE 'Y'.
           88 IS-FIRST    VALUE 'Y'.
      / Run counters
       01 WS-CNT-OPEN    PIC 9(07) VALUE 0.
       01 WS-CNT-SNAP    PIC 9(07) VALUE 0.
       01 WS-CNT-JRNL    PIC 9(07) VALUE 0.
       01 WS-CNT-JKEPT   PIC 9(07) VALUE 0.
       01 WS-CNT-OBRD    PIC 9(07) VALUE 0.
       01 WS-CNT-ACCT    PIC 9(07) VALUE 0.
       01 WS-CNT-UNTIED  PIC 9(07) VALUE 0.
       01 WS-CNT-FLAGGED PIC 9(03) VALUE 0.
      / Branch identifiers from BRCHLIST (PGM082 stamps them into
      / MV-ORIGINE)
       01 WS-BR-COUNT    PIC 9(02) VALUE 0.
       01 WS-BR-TABLE.
           05 WS-BR-ID   PIC X(04) OCCURS 50 TIMES.
       01 WS-BX          PIC 9(02).
      / Classification of one journal line
       01 WS-CAT         PIC 9(02).
       01 WS-JR-PERIOD   PIC 9(06).
      / Department accumulators (slot 100 = no department, slot 101
      / = all departments) and names
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 101 TIMES.
              10 WS-DP-NOM     PIC X(25).
              10 WS-DP-NBCPT   PIC 9(07).
              10 WS-DP-UNTIED  PIC 9(07).
              10 WS-DP-OUVERT  PIC S9(13)V99.
              10 WS-DP-CAT     PIC S9(13)V99 OCCURS 10 TIMES.
              10 WS-DP-SNAP    PIC S9(13)V99.
       01 WS-DX          PIC 9(03).
       01 WS-CX          PIC 9(02).
       01 WS-CAT-LIBS.
           05 FILLER PIC X(25) VALUE '  DEPOTS GUICHET'.
           05 FILLER PIC X(25) VALUE '  RETRAITS GUICHET'.
           05 FILLER PIC X(25) VALUE '  VIREMENTS RECUS'.
           05 FILLER PIC X(25) VALUE '  VIREMENTS EMIS'.
           05 FILLER PIC X(25) VALUE '  ORDRES PERMANENTS'.
           05 FILLER PIC X(25) VALUE '  FRAIS'.
           05 FILLER PIC X(25) VALUE '  INTERETS ET AGIOS'.
           05 FILLER PIC X(25) VALUE '  SALAIRES'.
           05 FILLER PIC X(25) VALUE '  ANNULATIONS'.
           05 FILLER PIC X(25) VALUE '  AUTRES MOUVEMENTS'.
       01 WS-CAT-LIB-TABLE REDEFINES WS-CAT-LIBS.
           05 WS-CAT-LIB PIC X(25) OCCURS 10 TIMES.
      / Account being carried from the sorted lines
       01 WS-CUR-COMPTE  PIC 9(06).
       01 WS-AC-SNAP-SW  PIC X(01).
           88 AC-SNAP     VALUE 'Y'.
       01 WS-AC-DEPT     PIC 9(02).
       01 WS-AC-DEVISE   PIC X(03).
       01 WS-AC-OUVERT   PIC S9(11)V99.
       01 WS-AC-CAT      PIC S9(11)V99 OCCURS 10 TIMES.
       01 WS-AC-SNAP     PIC S9(11)V99.
       01 WS-AC-CALC     PIC S9(11)V99.
      / Daily exchange rates : every account in its EUR counter-value
       01 WS-FS-RATE     PIC X(02).
           88 RATE-END    VALUE '10'.
       01 WS-RATE-COUNT  PIC 9(02) VALUE 0.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 20 TIMES.
              10 WS-RT-DEVISE PIC X(03).
              10 WS-RT-RATE   PIC 9(03)V9(06).
       01 WS-RTX         PIC 9(02).
       01 WS-CV-RATE     PIC 9(03)V9(06).
       01 WS-CV-MNT      PIC S9(13)V99.
       01 WS-CNT-NORATE  PIC 9(05) VALUE 0.
      / FILERPT109 lines
       01 WS-RPT-LINES   PIC 9(07) VALUE 0.
       01 WS-RPT-HDR.
           05 FILLER          PIC X(46) VALUE
              'PGM109 BALANCE MOVEMENT ANALYSIS - PERIOD     '.
           05 WS-RPT-H-PER    PIC 9(06).
           05 FILLER          PIC X(28) VALUE SPACES.
       01 WS-RPT-BLANK   PIC X(80) VALUE SPACES.
       01 WS-RPT-DEPT.
           05 WS-RPT-P-LIB    PIC X(12).
           05 WS-RPT-P-CODE   PIC X(03).
           05 WS-RPT-P-NOM    PIC X(25).
           05 FILLER          PIC X(11) VALUE ' COMPTES : '.
           05 WS-RPT-P-NBCPT  PIC ZZZZZZ9.
           05 FILLER          PIC X(22) VALUE SPACES.
       01 WS-RPT-LINE.
           05 WS-RPT-L-LIB    PIC X(30).
           05 WS-RPT-L-MNT    PIC -(13)9.99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-RPT-L-FLAG   PIC X(31).
       01 WS-RPT-FLAG.
           05 FILLER          PIC X(18) VALUE
              '*** NON RAPPROCHE '.
           05 WS-RPT-F-CNT    PIC ZZZZ9.
           05 FILLER          PIC X(08) VALUE ' CPT ***'.
      / PGM075 report-catalog interface
       01 WS-CALL-CAT    PIC X(08) VALUE "PGM075  ".
       01 WS-CAT-RPT     PIC X(12).
       01 WS-CAT-PAGES   PIC 9(05).
       01 WS-CAT-LINES   PIC 9(07).
      / Parameter from JCL run
       01 PJ-PERIOD      PIC 9(06).
      / PGM124 dataset-lineage interface
       01 WS-CALL-LIN    PIC X(08) VALUE "PGM124  ".
       01 WS-LIN-PGM     PIC X(08) VALUE 'PGM109'.
       01 WS-LIN-DSN     PIC X(10).
       01 WS-LIN-MODE    PIC X(01).
       01 WS-LIN-COUNT   PIC 9(09).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           PERFORM 005-LOADRATES THRU 005-EXIT.
           PERFORM 010-LOADDEPT THRU 010-EXIT.
           PERFORM 020-LOADBRCH THRU 020-EXIT.
           SORT SORTWK
              ON ASCENDING KEY SW-COMPTE
              ON ASCENDING KEY SW-SRC
              INPUT  PROCEDURE IS 100-COLLECT THRU 100-EXIT
              OUTPUT PROCEDURE IS 200-CARRY THRU 200-EXIT.
           PERFORM 300-REPORT THRU 300-EXIT.
           STOP RUN.
      *****************************************************************
      *  This routine handle parameters : the period defaults to the
      *  last one PGM050 closed
      *****************************************************************
       000-PARMS.
           ACCEPT PJ-PERIOD.
           IF PJ-PERIOD = SPACE OR LOW-VALUE OR PJ-PERIOD = 0
              OPEN INPUT PERCTL
              IF WS-FS-PER = '00'
                 READ PERCTL
                    NOT AT END
                       MOVE PC-CLOSED TO PJ-PERIOD
                 END-READ
                 CLOSE PERCTL
                 MOVE 'PERCTL' TO WS-LIN-DSN
                 MOVE 'I' TO WS-LIN-MODE
                 MOVE 0 TO WS-LIN-COUNT
                 PERFORM 900-LINEAGE
              END-IF
           END-IF.
           IF PJ-PERIOD = 0
              DISPLAY 'ERROR : NO PERIOD GIVEN AND NONE CLOSED ON '
                      'PERCTL'
              MOVE 8 TO RETURN-CODE
              STOP RUN
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
           MOVE 'RATEDAY' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-RATE-COUNT TO WS-LIN-COUNT.
           PERFORM 900-LINEAGE.
       005-EXIT.
           EXIT.
      *****************************************************************
      *  This routine finds the account's EUR rate (par for EUR or a
      *  blank code; a currency with no RATEDAY line stays at par
      *  and is counted)
      *****************************************************************
       006-RATE.
           MOVE 1 TO WS-CV-RATE.
           IF WS-AC-DEVISE = SPACES OR WS-AC-DEVISE = 'EUR'
              GO TO 006-EXIT
           END-IF.
           PERFORM VARYING WS-RTX FROM 1 BY 1
                     UNTIL WS-RTX > WS-RATE-COUNT
              IF WS-RT-DEVISE (WS-RTX) = WS-AC-DEVISE
                 MOVE WS-RT-RATE (WS-RTX) TO WS-CV-RATE
                 GO TO 006-EXIT
              END-IF
           END-PERFORM.
           ADD 1 TO WS-CNT-NORATE.
           DISPLAY 'WARNING : NO RATE FOR ' WS-AC-DEVISE ' - COMPTE '
                   WS-CUR-COMPTE ' TAKEN AT PAR'.
       006-EXIT.
           EXIT.
      *****************************************************************
      *  This routine clears the accumulators and loads the
      *  department names
      *****************************************************************
       010-LOADDEPT.
           INITIALIZE WS-DEPT-TABLE.
           OPEN INPUT DEPTMSTR.
           IF WS-FS-DEPTMSTR = '00'
              PERFORM UNTIL DEPTMSTR-END
                 READ DEPTMSTR NEXT
                    NOT AT END
                       IF DM-DEPT >= 1 AND DM-DEPT <= 99
                          MOVE DM-NOM TO WS-DP-NOM (DM-DEPT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DEPTMSTR
              MOVE 'DEPTMSTR' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE 0 TO WS-LIN-COUNT
              PERFORM 900-LINEAGE
           END-IF.
           MOVE 'SANS DEPARTEMENT'      TO WS-DP-NOM (100).
           MOVE 'TOUS DEPARTEMENTS'     TO WS-DP-NOM (101).
       010-EXIT.
           EXIT.
      *****************************************************************
      *  This routine loads the branch identifiers; without BRCHLIST
      *  only the cash indicator marks a branch movement
      *****************************************************************
       020-LOADBRCH.
           OPEN INPUT BRCHLIST.
           IF WS-FS-LIST NOT = '00'
              DISPLAY 'WARNING : BRCHLIST NOT AVAILABLE - BRANCH '
                      'MOVEMENTS TOLD BY THE CASH INDICATOR ONLY'
              GO TO 020-EXIT
           END-IF.
           PERFORM UNTIL LIST-END
              READ BRCHLIST
                 NOT AT END
                    IF BL-ID NOT = SPACES AND WS-BR-COUNT < 50
                       ADD 1 TO WS-BR-COUNT
                       MOVE BL-ID TO WS-BR-ID (WS-BR-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE BRCHLIST.
           MOVE 'BRCHLIST' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-BR-COUNT TO WS-LIN-COUNT.
           PERFORM 900-LINEAGE.
       020-EXIT.
           EXIT.
      *****************************************************************
      *  This routine releases the period's snapshots, opening
      *  balances and journal lines by account
      *****************************************************************
       100-COLLECT.
           OPEN INPUT ACCTSNAP.
           IF WS-FS-SNAP NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT ACCTSNAP FAILED - FILE '
                      'STATUS ' WS-FS-SNAP
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL SNAP-END
              READ ACCTSNAP
                 NOT AT END
                    INITIALIZE STRUCT-SORTWK
                    MOVE F-COMPTE OF ACCTSNAP TO SW-COMPTE
                    MOVE 'A'                  TO SW-SRC
                    MOVE F-SOLDER OF ACCTSNAP TO SW-MNT
                    MOVE F-DEPT OF ACCTSNAP   TO SW-DEPT
                    MOVE F-DEVISE OF ACCTSNAP TO SW-DEVISE
                    RELEASE STRUCT-SORTWK
                    ADD 1 TO WS-CNT-SNAP
              END-READ
           END-PERFORM.
           CLOSE ACCTSNAP.
           MOVE 'ACCTSNAP' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-SNAP TO WS-LIN-COUNT.
           PERFORM 900-LINEAGE.
           OPEN INPUT OPENBAL.
           IF WS-FS-OPEN NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT OPENBAL FAILED - FILE '
                      'STATUS ' WS-FS-OPEN
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL OPEN-END
              READ OPENBAL
                 NOT AT END
                    ADD 1 TO WS-CNT-OBRD
                    IF OB-PERIOD = PJ-PERIOD
                       INITIALIZE STRUCT-SORTWK
                       MOVE OB-COMPTE TO SW-COMPTE
                       MOVE 'B'       TO SW-SRC
                       MOVE OB-SOLDE  TO SW-MNT
                       RELEASE STRUCT-SORTWK
                       ADD 1 TO WS-CNT-OPEN
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE OPENBAL.
           MOVE 'OPENBAL' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-OBRD TO WS-LIN-COUNT.
           PERFORM 900-LINEAGE.
           IF WS-CNT-OPEN = 0
              DISPLAY 'ERROR : NO OPENBAL LINE FOR PERIOD ' PJ-PERIOD
                      ' - WRONG OPENBAL GENERATION GIVEN'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT MVTJRNL.
           IF WS-FS-JRNL NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT MVTJRNL FAILED - FILE '
                      'STATUS ' WS-FS-JRNL
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL JRNL-END
              READ MVTJRNL
                 NOT AT END
                    ADD 1 TO WS-CNT-JRNL
                    COMPUTE WS-JR-PERIOD = JR-RUNDATE / 100
                    IF WS-JR-PERIOD = PJ-PERIOD
                       PERFORM 110-ONEJRNL THRU 110-EXIT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE MVTJRNL.
           MOVE 'MVTJRNL' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-JRNL TO WS-LIN-COUNT.
           PERFORM 900-LINEAGE.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine classifies one journal line by its source and
      *  releases it signed (credit up, debit down)
      *****************************************************************
       110-ONEJRNL.
           PERFORM 120-CLASSIFY THRU 120-EXIT.
           INITIALIZE STRUCT-SORTWK.
           MOVE JR-COMPTE TO SW-COMPTE.
           MOVE 'C'       TO SW-SRC.
           MOVE WS-CAT    TO SW-CAT.
           IF JR-SENS = 'D'
              COMPUTE SW-MNT = 0 - JR-MNT
           ELSE
              MOVE JR-MNT TO SW-MNT
           END-IF.
           RELEASE STRUCT-SORTWK.
           ADD 1 TO WS-CNT-JKEPT.
       110-EXIT.
           EXIT.
      *****************************************************************
      *  This routine finds the line's category : a reversal first,
      *  then the origins the feeding programs stamp, then the
      *  movement's own sense, then the branch
      *****************************************************************
       120-CLASSIFY.
           MOVE 10 TO WS-CAT.
           IF JR-TYPEMVT = 'R'
              MOVE 9 TO WS-CAT
              GO TO 120-EXIT
           END-IF.
           EVALUATE JR-ORIGINE
              WHEN 'FRAI'
                 MOVE 6 TO WS-CAT
              WHEN 'INTC'
              WHEN 'AGIO'
              WHEN 'PFU '
                 MOVE 7 TO WS-CAT
              WHEN 'ORDP'
                 MOVE 5 TO WS-CAT
              WHEN 'PAIE'
                 MOVE 8 TO WS-CAT
              WHEN 'XTRF'
              WHEN 'POOL'
                 PERFORM 125-TRANSFER
              WHEN OTHER
                 IF JR-TYPEMVT = 'T' OR JR-TYPEMVT = 'E'
                    PERFORM 125-TRANSFER
                 ELSE
                    PERFORM 126-BRANCH THRU 126-EXIT
                 END-IF
           END-EVALUATE.
       120-EXIT.
           EXIT.
       125-TRANSFER.
           IF JR-SENS = 'D'
              MOVE 4 TO WS-CAT
           ELSE
              MOVE 3 TO WS-CAT
           END-IF.
       126-BRANCH.
           IF JR-CAISSE NOT = 'O'
              PERFORM VARYING WS-BX FROM 1 BY 1
                        UNTIL WS-BX > WS-BR-COUNT
                           OR WS-BR-ID (WS-BX) = JR-ORIGINE
                 CONTINUE
              END-PERFORM
              IF WS-BX > WS-BR-COUNT
                 GO TO 126-EXIT
              END-IF
           END-IF.
           IF JR-SENS = 'D'
              MOVE 2 TO WS-CAT
           ELSE
              MOVE 1 TO WS-CAT
           END-IF.
       126-EXIT.
           EXIT.
      *****************************************************************
      *  This routine carries every account from its opening to its
      *  closing balance and adds it to its department
      *****************************************************************
       200-CARRY.
           OPEN INPUT ACCTMSTR.
           IF WS-FS-MSTR = '00'
              MOVE 'Y' TO WS-MSTR-AVAIL-SW
           ELSE
              DISPLAY 'WARNING : ACCTMSTR NOT AVAILABLE - ACCOUNTS '
                      'MISSING FROM ACCTSNAP UNDER NO DEPARTMENT'
           END-IF.
           PERFORM 210-RETURNS THRU 210-EXIT
              UNTIL SORT-DONE.
           IF NOT IS-FIRST
              PERFORM 230-PUTACCT THRU 230-EXIT
           END-IF.
           IF MSTR-AVAIL
              CLOSE ACCTMSTR
              MOVE 'ACCTMSTR' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE 0 TO WS-LIN-COUNT
              PERFORM 900-LINEAGE
           END-IF.
       200-EXIT.
           EXIT.
      *****************************************************************
      *  This routine returns sorted lines until the sort is dry,
      *  closing an account when the next one starts
      *****************************************************************
       210-RETURNS.
           RETURN SORTWK
              AT END
                 MOVE 'Y' TO WS-SORT-DONE-SW
                 GO TO 210-EXIT
           END-RETURN.
           IF IS-FIRST
              MOVE 'N' TO WS-FIRST-SW
              PERFORM 220-NEWACCT THRU 220-EXIT
           ELSE
              IF SW-COMPTE NOT = WS-CUR-COMPTE
                 PERFORM 230-PUTACCT THRU 230-EXIT
                 PERFORM 220-NEWACCT THRU 220-EXIT
              END-IF
           END-IF.
           EVALUATE TRUE
              WHEN SW-SNAP
                 MOVE 'Y'       TO WS-AC-SNAP-SW
                 MOVE SW-MNT    TO WS-AC-SNAP
                 MOVE SW-DEPT   TO WS-AC-DEPT
                 MOVE SW-DEVISE TO WS-AC-DEVISE
              WHEN SW-OUVERT
                 ADD SW-MNT TO WS-AC-OUVERT
              WHEN OTHER
                 ADD SW-MNT TO WS-AC-CAT (SW-CAT)
           END-EVALUATE.
       210-EXIT.
           EXIT.
      *****************************************************************
      *  This routine starts an account
      *****************************************************************
       220-NEWACCT.
           MOVE SW-COMPTE TO WS-CUR-COMPTE.
           MOVE 'N'    TO WS-AC-SNAP-SW.
           MOVE 0      TO WS-AC-DEPT.
           MOVE SPACES TO WS-AC-DEVISE.
           MOVE 0      TO WS-AC-OUVERT.
           MOVE 0      TO WS-AC-SNAP.
           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 10
              MOVE 0 TO WS-AC-CAT (WS-CX)
           END-PERFORM.
       220-EXIT.
           EXIT.
      *****************************************************************
      *  This routine closes an account : the carried balance must
      *  equal the snapshot in its own currency, then every figure
      *  goes to its department and to the total in EUR
      *****************************************************************
       230-PUTACCT.
           ADD 1 TO WS-CNT-ACCT.
           IF NOT AC-SNAP AND MSTR-AVAIL
              MOVE WS-CUR-COMPTE TO F-COMPTE OF ACCTMSTR
              READ ACCTMSTR
                 NOT INVALID KEY
                    MOVE F-DEPT OF ACCTMSTR   TO WS-AC-DEPT
                    MOVE F-DEVISE OF ACCTMSTR TO WS-AC-DEVISE
              END-READ
           END-IF.
           IF WS-AC-DEPT >= 1 AND WS-AC-DEPT <= 99
              MOVE WS-AC-DEPT TO WS-DX
           ELSE
              MOVE 100 TO WS-DX
           END-IF.
           MOVE WS-AC-OUVERT TO WS-AC-CALC.
           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 10
              ADD WS-AC-CAT (WS-CX) TO WS-AC-CALC
           END-PERFORM.
           IF WS-AC-CALC NOT = WS-AC-SNAP
              ADD 1 TO WS-CNT-UNTIED
              ADD 1 TO WS-DP-UNTIED (WS-DX)
              ADD 1 TO WS-DP-UNTIED (101)
              DISPLAY 'WARNING : COMPTE ' WS-CUR-COMPTE
                      ' DOES NOT TIE TO ACCTSNAP'
           END-IF.
           PERFORM 006-RATE THRU 006-EXIT.
           ADD 1 TO WS-DP-NBCPT (WS-DX).
           ADD 1 TO WS-DP-NBCPT (101).
           COMPUTE WS-CV-MNT ROUNDED = WS-AC-OUVERT * WS-CV-RATE.
           ADD WS-CV-MNT TO WS-DP-OUVERT (WS-DX).
           ADD WS-CV-MNT TO WS-DP-OUVERT (101).
           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 10
              COMPUTE WS-CV-MNT ROUNDED =
                      WS-AC-CAT (WS-CX) * WS-CV-RATE
              ADD WS-CV-MNT TO WS-DP-CAT (WS-DX, WS-CX)
              ADD WS-CV-MNT TO WS-DP-CAT (101, WS-CX)
           END-PERFORM.
           COMPUTE WS-CV-MNT ROUNDED = WS-AC-SNAP * WS-CV-RATE.
           ADD WS-CV-MNT TO WS-DP-SNAP (WS-DX).
           ADD WS-CV-MNT TO WS-DP-SNAP (101).
       230-EXIT.
           EXIT.
      *****************************************************************
      *  This routine prints one opening-to-closing block per
      *  department with accounts, then the all-departments block
      *****************************************************************
       300-REPORT.
           OPEN OUTPUT FILERPT109.
           MOVE PJ-PERIOD TO WS-RPT-H-PER.
           WRITE FILERPT109-ENREG FROM WS-RPT-HDR.
           WRITE FILERPT109-ENREG FROM WS-RPT-BLANK.
           ADD 2 TO WS-RPT-LINES.
           PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 101
              IF WS-DP-NBCPT (WS-DX) > 0
                 PERFORM 310-DEPTBLOCK THRU 310-EXIT
              END-IF
           END-PERFORM.
           CLOSE FILERPT109.
           MOVE 'FILERPT109' TO WS-CAT-RPT.
           MOVE 0 TO WS-CAT-PAGES.
           MOVE WS-RPT-LINES TO WS-CAT-LINES.
           CALL WS-CALL-CAT USING WS-CAT-RPT, WS-CAT-PAGES,
                WS-CAT-LINES.
           DISPLAY '300-REPORT'.
           DISPLAY '    PERIOD           : ' PJ-PERIOD.
           DISPLAY '    OPENING BALANCES : ' WS-CNT-OPEN.
           DISPLAY '    SNAPSHOTS        : ' WS-CNT-SNAP.
           DISPLAY '    JOURNAL READ     : ' WS-CNT-JRNL.
           DISPLAY '    IN THE PERIOD    : ' WS-CNT-JKEPT.
           DISPLAY '    ACCOUNTS         : ' WS-CNT-ACCT.
           DISPLAY '    NOT TIED         : ' WS-CNT-UNTIED.
           DISPLAY '    DEPTS FLAGGED    : ' WS-CNT-FLAGGED.
           DISPLAY '    NO RATE (PAR)    : ' WS-CNT-NORATE.
           IF WS-CNT-UNTIED > 0 OR WS-CNT-NORATE > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       300-EXIT.
           EXIT.
      *****************************************************************
      *  This routine prints one department : opening balance, the
      *  ten categories, computed and snapshot closing balances and
      *  their difference, flagged when an account did not tie
      *****************************************************************
       310-DEPTBLOCK.
           IF WS-DX = 101
              MOVE 'TOTAL       ' TO WS-RPT-P-LIB
              MOVE SPACES         TO WS-RPT-P-CODE
           ELSE
              MOVE 'DEPARTEMENT ' TO WS-RPT-P-LIB
              IF WS-DX = 100
                 MOVE '00 ' TO WS-RPT-P-CODE
              ELSE
                 MOVE WS-DX (2:2) TO WS-RPT-P-CODE
              END-IF
           END-IF.
           MOVE WS-DP-NOM (WS-DX)   TO WS-RPT-P-NOM.
           MOVE WS-DP-NBCPT (WS-DX) TO WS-RPT-P-NBCPT.
           WRITE FILERPT109-ENREG FROM WS-RPT-DEPT.
           MOVE SPACES TO WS-RPT-L-FLAG.
           MOVE 'SOLDE D''OUVERTURE' TO WS-RPT-L-LIB.
           MOVE WS-DP-OUVERT (WS-DX) TO WS-RPT-L-MNT.
           WRITE FILERPT109-ENREG FROM WS-RPT-LINE.
           MOVE WS-DP-OUVERT (WS-DX) TO WS-CV-MNT.
           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 10
              MOVE WS-CAT-LIB (WS-CX)        TO WS-RPT-L-LIB
              MOVE WS-DP-CAT (WS-DX, WS-CX)  TO WS-RPT-L-MNT
              WRITE FILERPT109-ENREG FROM WS-RPT-LINE
              ADD WS-DP-CAT (WS-DX, WS-CX) TO WS-CV-MNT
           END-PERFORM.
           MOVE 'SOLDE DE CLOTURE CALCULE' TO WS-RPT-L-LIB.
           MOVE WS-CV-MNT TO WS-RPT-L-MNT.
           WRITE FILERPT109-ENREG FROM WS-RPT-LINE.
           MOVE 'SOLDE DE CLOTURE ACCTSNAP' TO WS-RPT-L-LIB.
           MOVE WS-DP-SNAP (WS-DX) TO WS-RPT-L-MNT.
           WRITE FILERPT109-ENREG FROM WS-RPT-LINE.
           SUBTRACT WS-DP-SNAP (WS-DX) FROM WS-CV-MNT.
           MOVE 'ECART' TO WS-RPT-L-LIB.
           MOVE WS-CV-MNT TO WS-RPT-L-MNT.
           IF WS-DP-UNTIED (WS-DX) > 0
              MOVE WS-DP-UNTIED (WS-DX) TO WS-RPT-F-CNT
              MOVE WS-RPT-FLAG TO WS-RPT-L-FLAG
              IF WS-DX NOT = 101
                 ADD 1 TO WS-CNT-FLAGGED
              END-IF
           END-IF.
           WRITE FILERPT109-ENREG FROM WS-RPT-LINE.
           WRITE FILERPT109-ENREG FROM WS-RPT-BLANK.
           ADD 16 TO WS-RPT-LINES.
       310-EXIT.
           EXIT.
      *****************************************************************
      *  This routine records one closed dataset on the LINEAGE
      *  register (PGM124) : name, open mode, record count
      *****************************************************************
       900-LINEAGE.
           CALL WS-CALL-LIN USING WS-LIN-PGM, WS-LIN-DSN,
                WS-LIN-MODE, WS-LIN-COUNT.
