      *****************************************************************
      * Program name:    PGM108
      *
      * Original author: DEFAY E.
      *
      * Purpose : Customer profitability over the PJ-DEBUT / PJ-FIN
      *           posting-date range (default : the calendar quarter
      *           of the run date, up to the run date). The MVTJRNL
      *           applied-movements journal (the generations of the
      *           period, PGM017 rewriting it every run) gives per
      *           account, by movement origin :
      *           - revenue : fees billed ('FRAI', PGM053) plus
      *             overdraft agios charged ('AGIO', PGM048), a
      *             credit of the same origin (a refund) deducted;
      *           - cost : credit interest paid ('INTC', PGM048);
      *           and the BALHIST snapshots inside the range the
      *           account's average balance. Accounts roll up to
      *           their CUSTMSTR customer through ACCTREL (an account
      *           without one stands for itself), in the EUR
      *           counter-value of the RATEDAY rates. A customer
      *           belongs to the department of its first account,
      *           regions come from DEPTMSTR / REGMSTR (PGM009).
      *           FILERPT108 ranks the customers by net contribution
      *           (revenue less cost) within department, subtotalled
      *           by department and region, then lists the
      *           unprofitable tail (net below nil) on its own,
      *           worst first.
      *
      * Using :
      *    - Copybooks ACCTFS & JRNLFS
      *    - MVTJRNL as written by PGM017, BALHIST by PGM054,
      *      ACCTREL and CUSTMSTR as kept by PGM051, DEPTMSTR and
      *      REGMSTR by PGM009
      *    - PGM075 report catalog, PGM124 dataset lineage
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created : the quarterly spreadsheet join
      *                    becomes a batch step
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM108.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /    MVTJRNL (applied-movements journal of the period)
           SELECT MVTJRNL
           ASSIGN TO MVTJRNL
           FILE STATUS is WS-FS-JRNL.
      /    BALHIST (daily balance snapshots from PGM054)
           SELECT BALHIST
           ASSIGN TO BALHIST
           FILE STATUS is WS-FS-HIST.
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
      /    DEPTMSTR (department master, carries DM-REGION)
           SELECT DEPTMSTR
           ASSIGN TO DEPTMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DM-DEPT
           FILE STATUS is WS-FS-DEPTMSTR.
      /    REGMSTR (region reference table : code and name)
           SELECT REGMSTR
           ASSIGN TO REGMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RM-REGION
           FILE STATUS is WS-FS-REGMSTR.
      /    RATEDAY (daily exchange rates to the reporting currency)
           SELECT RATEDAY
           ASSIGN TO RATEDAY
           FILE STATUS is WS-FS-RATE.
      /    PROFWK (one line per customer, between the sorts)
           SELECT PROFWK
           ASSIGN TO PROFWK
           FILE STATUS is WS-FS-WK.
      /    FILERPT108 (profitability ranking and unprofitable tail)
           SELECT FILERPT108
           ASSIGN TO FILERPT108.
      /    SORTWK (journal and snapshot lines by customer, account)
           SELECT SORTWK
           ASSIGN TO SORTWK.
      /    SORTRK (customer lines for the ranking and the tail)
           SELECT SORTRK
           ASSIGN TO SORTRK.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD MVTJRNL.
       COPY JRNLFS REPLACING ==()== BY ==MVTJRNL==.
       FD BALHIST.
       01  STRUCT-BALHIST.
           02 BH-COMPTE  PIC 9(06).
           02 FILLER     PIC X(01).
           02 BH-DATE    PIC 9(08).
           02 FILLER     PIC X(01).
           02 BH-SOLDE   PIC S9(07)V99.
           02 FILLER     PIC X(55).
       FD ACCTMSTR.
       COPY ACCTFS REPLACING ==()== BY ==ACCTMSTR==.
       FD ACCTREL.
       01  STRUCT-ACCTREL.
           02 AR-COMPTE  PIC 9(06).
           02 FILLER     PIC X(01).
           02 AR-CLIENT  PIC 9(06).
           02 FILLER     PIC X(67).
       FD CUSTMSTR.
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
       FD DEPTMSTR.
       01  STRUCT-DEPTMSTR.
           02 DM-DEPT    PIC 9(02).
           02 FILLER     PIC X(01).
           02 DM-NOM     PIC X(25).
           02 FILLER     PIC X(01).
           02 DM-REGION  PIC 9(02).
           02 FILLER     PIC X(49).
       FD REGMSTR.
       01  STRUCT-REGMSTR.
           02 RM-REGION  PIC 9(02).
           02 FILLER     PIC X(01).
           02 RM-NOM     PIC X(25).
           02 FILLER     PIC X(52).
       FD RATEDAY.
       01  STRUCT-RATEDAY.
           02 RT-DEVISE  PIC X(03).
           02 FILLER     PIC X(01).
           02 RT-RATE    PIC 9(03)V9(06).
           02 FILLER     PIC X(67).
       FD PROFWK
           RECORD CONTAINS 120 CHARACTERS.
       01  STRUCT-PROFWK.
           02 PW-REGION      PIC 9(02).
           02 PW-DEPT        PIC 9(02).
           02 PW-NET         PIC S9(11)V99.
           02 PW-CLIENT.
              03 PW-TYPE     PIC X(01).
              03 PW-ID       PIC 9(06).
           02 PW-NOM         PIC X(25).
           02 PW-NBCPT       PIC 9(03).
           02 PW-FRAIS       PIC S9(11)V99.
           02 PW-AGIO        PIC S9(11)V99.
           02 PW-INTERET     PIC S9(11)V99.
           02 PW-MOYEN       PIC S9(11)V99.
           02 FILLER         PIC X(16).
       FD FILERPT108
           RECORD CONTAINS 80 CHARACTERS.
       01  FILERPT108-ENREG   PIC X(80).
       SD SORTWK.
       01  STRUCT-SORTWK.
           02 SW-CLIENT.
              03 SW-TYPE      PIC X(01).
              03 SW-ID        PIC 9(06).
           02 SW-COMPTE       PIC 9(06).
           02 SW-FRAIS        PIC S9(09)V99.
           02 SW-AGIO         PIC S9(09)V99.
           02 SW-INTERET      PIC S9(09)V99.
           02 SW-SOLDE        PIC S9(09)V99.
           02 SW-NBSNAP       PIC 9(01).
       SD SORTRK.
       01  STRUCT-SORTRK.
           02 SR-REGION      PIC 9(02).
           02 SR-DEPT        PIC 9(02).
           02 SR-NET         PIC S9(11)V99.
           02 SR-CLIENT.
              03 SR-TYPE     PIC X(01).
              03 SR-ID       PIC 9(06).
           02 SR-NOM         PIC X(25).
           02 SR-NBCPT       PIC 9(03).
           02 SR-FRAIS       PIC S9(11)V99.
           02 SR-AGIO        PIC S9(11)V99.
           02 SR-INTERET     PIC S9(11)V99.
           02 SR-MOYEN       PIC S9(11)V99.
           02 FILLER         PIC X(16).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-JRNL     PIC X(02).
           88 JRNL-END    VALUE '10'.
       01 WS-FS-HIST     PIC X(02).
           88 HIST-END    VALUE '10'.
       01 WS-FS-MSTR     PIC X(02).
       01 WS-FS-REL      PIC X(02).
       01 WS-FS-CUST     PIC X(02).
       01 WS-FS-DEPTMSTR PIC X(02).
           88 DEPTMSTR-END VALUE '10'.
       01 WS-FS-REGMSTR  PIC X(02).
           88 REGMSTR-END VALUE '10'.
       01 WS-FS-WK       PIC X(02).
           88 WK-END      VALUE '10'.
       01 WS-REL-AVAIL-SW  PIC X(01) VALUE 'N'.
           88 REL-AVAIL   VALUE 'Y'.
       01 WS-CUST-AVAIL-SW PIC X(01) VALUE 'N'.
           88 CUST-AVAIL  VALUE 'Y'.
       01 WS-HIST-AVAIL-SW PIC X(01) VALUE 'N'.
           88 HIST-AVAIL  VALUE 'Y'.
       01 WS-SORT-DONE-SW PIC X(01) VALUE 'N'.
           88 SORT-DONE   VALUE 'Y'.
       01 WS-FIRST-SW    PIC X(01) VALUE 'Y'.
           88 IS-FIRST    VALUE 'Y'.
      / Run counters
       01 WS-CNT-JRNL    PIC 9(07) VALUE 0.
       01 WS-CNT-JKEPT   PIC 9(07) VALUE 0.
       01 WS-CNT-SNAP    PIC 9(07) VALUE 0.
       01 WS-CNT-CLIENT  PIC 9(07) VALUE 0.
       01 WS-CNT-TAIL    PIC 9(07) VALUE 0.
       01 WS-CNT-NOACCT  PIC 9(05) VALUE 0.
       01 WS-CNT-HISTRD  PIC 9(07) VALUE 0.
      / Department to region mapping and names (slot 100 = none)
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 100 TIMES.
              10 WS-DEPT-REG  PIC 9(02) VALUE 0.
              10 WS-DEPT-NOM  PIC X(25) VALUE SPACES.
       01 WS-REGION-TABLE.
           05 WS-REG-NOM PIC X(25) OCCURS 100 TIMES VALUE SPACES.
       01 WS-DX          PIC 9(03).
       01 WS-RX          PIC 9(03).
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
       01 WS-CNT-NORATE  PIC 9(05) VALUE 0.
      / Account being totalled from the sorted lines
       01 WS-CUR-COMPTE  PIC 9(06).
       01 WS-AC-FRAIS    PIC S9(11)V99.
       01 WS-AC-AGIO     PIC S9(11)V99.
       01 WS-AC-INTERET  PIC S9(11)V99.
       01 WS-AC-SOMME    PIC S9(13)V99.
       01 WS-AC-NBSNAP   PIC 9(05).
       01 WS-AC-MOYEN    PIC S9(11)V99.
      / Customer being built from its accounts
       01 WS-CUR-CLIENT.
           05 WS-CUR-TYPE    PIC X(01).
           05 WS-CUR-ID      PIC 9(06).
       01 WS-CL-NBCPT    PIC 9(03).
       01 WS-CL-DEPT     PIC 9(02).
       01 WS-CL-NOM      PIC X(25).
       01 WS-CL-FRAIS    PIC S9(11)V99.
       01 WS-CL-AGIO     PIC S9(11)V99.
       01 WS-CL-INTERET  PIC S9(11)V99.
       01 WS-CL-MOYEN    PIC S9(11)V99.
      / Ranking control breaks and subtotals (1 department,
      / 2 region, 3 all customers)
       01 WS-BRK-REGION  PIC 9(02).
       01 WS-BRK-DEPT    PIC 9(02).
       01 WS-RANG        PIC 9(05).
       01 WS-TOTALS.
           05 WS-TOT-ENTRY OCCURS 3 TIMES.
              10 WS-TT-REVENU  PIC S9(13)V99.
              10 WS-TT-INTERET PIC S9(13)V99.
              10 WS-TT-MOYEN   PIC S9(13)V99.
              10 WS-TT-NET     PIC S9(13)V99.
       01 WS-TX          PIC 9(01).
       01 WS-REVENU      PIC S9(11)V99.
      / Default quarter start
       01 WS-DT-N        PIC 9(08).
       01 WS-DT-X REDEFINES WS-DT-N.
           05 WS-DT-AAAA PIC 9(04).
           05 WS-DT-MM   PIC 9(02).
           05 WS-DT-JJ   PIC 9(02).
       01 WS-QX          PIC 9(02).
      / FILERPT108 lines
       01 WS-RPT-LINES   PIC 9(07) VALUE 0.
       01 WS-RPT-HDR.
           05 FILLER          PIC X(36) VALUE
              'PGM108 CUSTOMER PROFITABILITY FROM '.
           05 WS-RPT-H-DEBUT  PIC 9(08).
           05 FILLER          PIC X(04) VALUE ' TO '.
           05 WS-RPT-H-FIN    PIC 9(08).
           05 FILLER          PIC X(24) VALUE SPACES.
       01 WS-RPT-COLS.
           05 FILLER          PIC X(40) VALUE
              'RANG CLIENT  NOM                FRAIS+AG'.
           05 FILLER          PIC X(40) VALUE
              'IOS   INTERETS  SOLDE MOYEN   CONTRIBUT.'.
       01 WS-RPT-TAILHDR PIC X(80) VALUE
          'CLIENTS NON RENTABLES (CONTRIBUTION NETTE NEGATIVE)'.
       01 WS-RPT-BLANK   PIC X(80) VALUE SPACES.
       01 WS-RPT-DETAIL.
           05 WS-RPT-D-RANG   PIC ZZZ9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-D-TYPE   PIC X(01).
           05 WS-RPT-D-ID     PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-D-NOM    PIC X(18).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-D-REVENU PIC -(7)9.99.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-D-INT    PIC -(6)9.99.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-D-MOYEN  PIC -(8)9.99.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-D-NET    PIC -(8)9.99.
       01 WS-RPT-SUBTOT.
           05 FILLER          PIC X(06) VALUE 'TOTAL '.
           05 WS-RPT-S-LIB    PIC X(07).
           05 WS-RPT-S-CODE   PIC 9(02).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-S-NOM    PIC X(15).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-S-REVENU PIC -(7)9.99.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-S-INT    PIC -(6)9.99.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-S-MOYEN  PIC -(8)9.99.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-S-NET    PIC -(8)9.99.
      / PGM075 report-catalog interface
       01 WS-CALL-CAT    PIC X(08) VALUE "PGM075  ".
       01 WS-CAT-RPT     PIC X(12).
       01 WS-CAT-PAGES   PIC 9(05).
       01 WS-CAT-LINES   PIC 9(07).
      / PGM081 control-date interface
       01 WS-CALL-DATE   PIC X(08) VALUE "PGM081  ".
      / Parameter from JCL run
       01 PJ-RUNDATE     PIC 9(08).
       01 PJ-DEBUT       PIC 9(08).
       01 PJ-FIN         PIC 9(08).
      / PGM124 dataset-lineage interface
       01 WS-CALL-LIN    PIC X(08) VALUE "PGM124  ".
       01 WS-LIN-PGM     PIC X(08) VALUE 'PGM108'.
       01 WS-LIN-DSN     PIC X(10).
       01 WS-LIN-MODE    PIC X(01).
       01 WS-LIN-COUNT   PIC 9(09).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           PERFORM 005-LOADRATES THRU 005-EXIT.
           PERFORM 010-LOADDEPT THRU 010-EXIT.
           PERFORM 020-LOADREG THRU 020-EXIT.
           SORT SORTWK
              ON ASCENDING KEY SW-CLIENT
              ON ASCENDING KEY SW-COMPTE
              INPUT  PROCEDURE IS 100-COLLECT THRU 100-EXIT
              OUTPUT PROCEDURE IS 200-CUSTOMERS THRU 200-EXIT.
           OPEN OUTPUT FILERPT108.
           MOVE PJ-DEBUT TO WS-RPT-H-DEBUT.
           MOVE PJ-FIN   TO WS-RPT-H-FIN.
           WRITE FILERPT108-ENREG FROM WS-RPT-HDR.
           WRITE FILERPT108-ENREG FROM WS-RPT-BLANK.
           WRITE FILERPT108-ENREG FROM WS-RPT-COLS.
           ADD 3 TO WS-RPT-LINES.
           SORT SORTRK
              ON ASCENDING KEY SR-REGION
              ON ASCENDING KEY SR-DEPT
              ON DESCENDING KEY SR-NET
              USING PROFWK
              OUTPUT PROCEDURE IS 300-RANKING THRU 300-EXIT.
           SORT SORTRK
              ON ASCENDING KEY SR-NET
              INPUT  PROCEDURE IS 400-TAILIN THRU 400-EXIT
              OUTPUT PROCEDURE IS 410-TAILOUT THRU 410-EXIT.
           PERFORM 500-EXITP THRU 500-EXIT.
           STOP RUN.
      *****************************************************************
      *  This routine handle parameters : the range defaults to the
      *  calendar quarter of the run date, up to the run date
      *****************************************************************
       000-PARMS.
           ACCEPT PJ-RUNDATE.
           IF PJ-RUNDATE = SPACE OR LOW-VALUE THEN
              CALL WS-CALL-DATE USING PJ-RUNDATE
           END-IF.
           ACCEPT PJ-FIN.
           IF PJ-FIN = SPACE OR LOW-VALUE OR PJ-FIN = 0
              MOVE PJ-RUNDATE TO PJ-FIN
           END-IF.
           ACCEPT PJ-DEBUT.
           IF PJ-DEBUT = SPACE OR LOW-VALUE OR PJ-DEBUT = 0
              MOVE PJ-FIN TO WS-DT-N
              SUBTRACT 1 FROM WS-DT-MM
              DIVIDE WS-DT-MM BY 3 GIVING WS-QX
              COMPUTE WS-DT-MM = WS-QX * 3 + 1
              MOVE 1 TO WS-DT-JJ
              MOVE WS-DT-N TO PJ-DEBUT
           END-IF.
           IF PJ-DEBUT > PJ-FIN
              DISPLAY 'ERROR : RANGE START ' PJ-DEBUT
                      ' AFTER RANGE END ' PJ-FIN
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
           PERFORM 990-LINEAGE.
       005-EXIT.
           EXIT.
      *****************************************************************
      *  This routine finds the account's EUR rate (par for EUR or a
      *  blank code; a currency with no RATEDAY line stays at par
      *  and is counted)
      *****************************************************************
       006-RATE.
           MOVE 1 TO WS-CV-RATE.
           IF F-DEVISE = SPACES OR F-DEVISE = 'EUR'
              GO TO 006-EXIT
           END-IF.
           PERFORM VARYING WS-RTX FROM 1 BY 1
                     UNTIL WS-RTX > WS-RATE-COUNT
              IF WS-RT-DEVISE (WS-RTX) = F-DEVISE
                 MOVE WS-RT-RATE (WS-RTX) TO WS-CV-RATE
                 GO TO 006-EXIT
              END-IF
           END-PERFORM.
           ADD 1 TO WS-CNT-NORATE.
           DISPLAY 'WARNING : NO RATE FOR ' F-DEVISE ' - COMPTE '
                   F-COMPTE ' TAKEN AT PAR'.
       006-EXIT.
           EXIT.
      *****************************************************************
      *  This routine loads the department names and regions
      *****************************************************************
       010-LOADDEPT.
           OPEN INPUT DEPTMSTR.
           IF WS-FS-DEPTMSTR = '00'
              PERFORM UNTIL DEPTMSTR-END
                 READ DEPTMSTR NEXT
                    NOT AT END
                       IF DM-DEPT >= 1 AND DM-DEPT <= 99
                          MOVE DM-REGION TO WS-DEPT-REG (DM-DEPT)
                          MOVE DM-NOM    TO WS-DEPT-NOM (DM-DEPT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DEPTMSTR
              MOVE 'DEPTMSTR' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE 0 TO WS-LIN-COUNT
              PERFORM 990-LINEAGE
           END-IF.
           MOVE 'SANS DEPARTEMENT' TO WS-DEPT-NOM (100).
       010-EXIT.
           EXIT.
      *****************************************************************
      *  This routine loads the region names from REGMSTR
      *****************************************************************
       020-LOADREG.
           OPEN INPUT REGMSTR.
           IF WS-FS-REGMSTR = '00'
              PERFORM UNTIL REGMSTR-END
                 READ REGMSTR NEXT
                    NOT AT END
                       IF RM-REGION >= 1 AND RM-REGION <= 99
                          MOVE RM-NOM TO WS-REG-NOM (RM-REGION)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REGMSTR
              MOVE 'REGMSTR' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE 0 TO WS-LIN-COUNT
              PERFORM 990-LINEAGE
           END-IF.
           MOVE 'SANS REGION' TO WS-REG-NOM (100).
       020-EXIT.
           EXIT.
      *****************************************************************
      *  This routine releases the period's fee, agio and interest
      *  movements and balance snapshots under their customer
      *****************************************************************
       100-COLLECT.
           OPEN INPUT MVTJRNL.
           IF WS-FS-JRNL NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT MVTJRNL FAILED - FILE '
                      'STATUS ' WS-FS-JRNL
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT BALHIST.
           IF WS-FS-HIST = '00'
              MOVE 'Y' TO WS-HIST-AVAIL-SW
           ELSE
              DISPLAY 'WARNING : BALHIST NOT AVAILABLE - AVERAGE '
                      'BALANCES LEFT AT NIL'
           END-IF.
           OPEN INPUT ACCTREL.
           IF WS-FS-REL = '00'
              MOVE 'Y' TO WS-REL-AVAIL-SW
           ELSE
              DISPLAY 'WARNING : ACCTREL NOT AVAILABLE - EVERY '
                      'ACCOUNT STANDS FOR ITSELF'
           END-IF.
           PERFORM UNTIL JRNL-END
              READ MVTJRNL
                 NOT AT END
                    ADD 1 TO WS-CNT-JRNL
                    IF JR-RUNDATE >= PJ-DEBUT
                       AND JR-RUNDATE <= PJ-FIN
                       PERFORM 120-ONEJRNL THRU 120-EXIT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE MVTJRNL.
           MOVE 'MVTJRNL' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-JRNL TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           IF HIST-AVAIL
              PERFORM UNTIL HIST-END
                 READ BALHIST
                    NOT AT END
                       ADD 1 TO WS-CNT-HISTRD
                       IF BH-DATE >= PJ-DEBUT
                          AND BH-DATE <= PJ-FIN
                          PERFORM 130-ONESNAP THRU 130-EXIT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BALHIST
              MOVE 'BALHIST' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE WS-CNT-HISTRD TO WS-LIN-COUNT
              PERFORM 990-LINEAGE
           END-IF.
           IF REL-AVAIL
              CLOSE ACCTREL
              MOVE 'ACCTREL' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE 0 TO WS-LIN-COUNT
              PERFORM 990-LINEAGE
           END-IF.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine resolves an account to its customer (itself
      *  when it has none)
      *****************************************************************
       110-CLIENT.
           MOVE 'A'       TO SW-TYPE.
           MOVE SW-COMPTE TO SW-ID.
           IF REL-AVAIL
              MOVE SW-COMPTE TO AR-COMPTE
              READ ACCTREL
                 NOT INVALID KEY
                    MOVE 'C'       TO SW-TYPE
                    MOVE AR-CLIENT TO SW-ID
              END-READ
           END-IF.
       110-EXIT.
           EXIT.
      *****************************************************************
      *  This routine releases one fee, agio or interest movement
      *  (a credit fee or agio, a debit interest, is a correction
      *  and counts against its kind)
      *****************************************************************
       120-ONEJRNL.
           INITIALIZE STRUCT-SORTWK.
           EVALUATE JR-ORIGINE
              WHEN 'FRAI'
                 MOVE JR-MNT TO SW-FRAIS
                 IF JR-SENS NOT = 'D'
                    COMPUTE SW-FRAIS = 0 - JR-MNT
                 END-IF
              WHEN 'AGIO'
                 MOVE JR-MNT TO SW-AGIO
                 IF JR-SENS NOT = 'D'
                    COMPUTE SW-AGIO = 0 - JR-MNT
                 END-IF
              WHEN 'INTC'
                 MOVE JR-MNT TO SW-INTERET
                 IF JR-SENS = 'D'
                    COMPUTE SW-INTERET = 0 - JR-MNT
                 END-IF
              WHEN OTHER
                 GO TO 120-EXIT
           END-EVALUATE.
           MOVE JR-COMPTE TO SW-COMPTE.
           PERFORM 110-CLIENT THRU 110-EXIT.
           RELEASE STRUCT-SORTWK.
           ADD 1 TO WS-CNT-JKEPT.
       120-EXIT.
           EXIT.
      *****************************************************************
      *  This routine releases one balance snapshot of the range
      *****************************************************************
       130-ONESNAP.
           INITIALIZE STRUCT-SORTWK.
           MOVE BH-COMPTE TO SW-COMPTE.
           MOVE BH-SOLDE  TO SW-SOLDE.
           MOVE 1         TO SW-NBSNAP.
           PERFORM 110-CLIENT THRU 110-EXIT.
           RELEASE STRUCT-SORTWK.
           ADD 1 TO WS-CNT-SNAP.
       130-EXIT.
           EXIT.
      *****************************************************************
      *  This routine builds one PROFWK line per customer from the
      *  sorted lines
      *****************************************************************
       200-CUSTOMERS.
           OPEN INPUT ACCTMSTR.
           IF WS-FS-MSTR NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT ACCTMSTR FAILED - FILE '
                      'STATUS ' WS-FS-MSTR
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT CUSTMSTR.
           IF WS-FS-CUST = '00'
              MOVE 'Y' TO WS-CUST-AVAIL-SW
           ELSE
              DISPLAY 'WARNING : CUSTMSTR NOT AVAILABLE - ACCOUNT '
                      'NAMES USED'
           END-IF.
           OPEN OUTPUT PROFWK.
           PERFORM 210-RETURNS THRU 210-EXIT
              UNTIL SORT-DONE.
           IF NOT IS-FIRST
              PERFORM 230-PUTACCT THRU 230-EXIT
              PERFORM 240-PUTCLIENT THRU 240-EXIT
           END-IF.
           CLOSE PROFWK.
           CLOSE ACCTMSTR.
           MOVE 'ACCTMSTR' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE 0 TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           IF CUST-AVAIL
              CLOSE CUSTMSTR
              MOVE 'CUSTMSTR' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE 0 TO WS-LIN-COUNT
              PERFORM 990-LINEAGE
           END-IF.
       200-EXIT.
           EXIT.
      *****************************************************************
      *  This routine returns sorted lines until the sort is dry,
      *  closing an account and a customer when the next one starts
      *****************************************************************
       210-RETURNS.
           RETURN SORTWK
              AT END
                 MOVE 'Y' TO WS-SORT-DONE-SW
                 GO TO 210-EXIT
           END-RETURN.
           IF IS-FIRST
              MOVE 'N' TO WS-FIRST-SW
              PERFORM 220-NEWCLIENT THRU 220-EXIT
              PERFORM 225-NEWACCT THRU 225-EXIT
           ELSE
              IF SW-CLIENT NOT = WS-CUR-CLIENT
                 PERFORM 230-PUTACCT THRU 230-EXIT
                 PERFORM 240-PUTCLIENT THRU 240-EXIT
                 PERFORM 220-NEWCLIENT THRU 220-EXIT
                 PERFORM 225-NEWACCT THRU 225-EXIT
              ELSE
                 IF SW-COMPTE NOT = WS-CUR-COMPTE
                    PERFORM 230-PUTACCT THRU 230-EXIT
                    PERFORM 225-NEWACCT THRU 225-EXIT
                 END-IF
              END-IF
           END-IF.
           ADD SW-FRAIS   TO WS-AC-FRAIS.
           ADD SW-AGIO    TO WS-AC-AGIO.
           ADD SW-INTERET TO WS-AC-INTERET.
           ADD SW-SOLDE   TO WS-AC-SOMME.
           ADD SW-NBSNAP  TO WS-AC-NBSNAP.
       210-EXIT.
           EXIT.
      *****************************************************************
      *  This routine starts a customer
      *****************************************************************
       220-NEWCLIENT.
           MOVE SW-CLIENT TO WS-CUR-CLIENT.
           MOVE 0      TO WS-CL-NBCPT.
           MOVE 0      TO WS-CL-DEPT.
           MOVE SPACES TO WS-CL-NOM.
           MOVE 0      TO WS-CL-FRAIS.
           MOVE 0      TO WS-CL-AGIO.
           MOVE 0      TO WS-CL-INTERET.
           MOVE 0      TO WS-CL-MOYEN.
       220-EXIT.
           EXIT.
      *****************************************************************
      *  This routine starts an account
      *****************************************************************
       225-NEWACCT.
           MOVE SW-COMPTE TO WS-CUR-COMPTE.
           MOVE 0 TO WS-AC-FRAIS.
           MOVE 0 TO WS-AC-AGIO.
           MOVE 0 TO WS-AC-INTERET.
           MOVE 0 TO WS-AC-SOMME.
           MOVE 0 TO WS-AC-NBSNAP.
       225-EXIT.
           EXIT.
      *****************************************************************
      *  This routine closes an account : average of its snapshots,
      *  everything in EUR, added to its customer (the first account
      *  gives the customer its department and default name)
      *****************************************************************
       230-PUTACCT.
           MOVE 0 TO WS-AC-MOYEN.
           IF WS-AC-NBSNAP > 0
              COMPUTE WS-AC-MOYEN ROUNDED =
                      WS-AC-SOMME / WS-AC-NBSNAP
           END-IF.
           MOVE WS-CUR-COMPTE TO F-COMPTE.
           READ ACCTMSTR
              INVALID KEY
                 ADD 1 TO WS-CNT-NOACCT
                 MOVE 1 TO WS-CV-RATE
              NOT INVALID KEY
                 PERFORM 006-RATE THRU 006-EXIT
                 IF WS-CL-NBCPT = 0
                    MOVE F-DEPT TO WS-CL-DEPT
                    MOVE F-NOM  TO WS-CL-NOM
                 END-IF
           END-READ.
           COMPUTE WS-CL-FRAIS ROUNDED =
                   WS-CL-FRAIS + WS-AC-FRAIS * WS-CV-RATE.
           COMPUTE WS-CL-AGIO ROUNDED =
                   WS-CL-AGIO + WS-AC-AGIO * WS-CV-RATE.
           COMPUTE WS-CL-INTERET ROUNDED =
                   WS-CL-INTERET + WS-AC-INTERET * WS-CV-RATE.
           COMPUTE WS-CL-MOYEN ROUNDED =
                   WS-CL-MOYEN + WS-AC-MOYEN * WS-CV-RATE.
           ADD 1 TO WS-CL-NBCPT.
       230-EXIT.
           EXIT.
      *****************************************************************
      *  This routine closes a customer : name from CUSTMSTR, region
      *  from its department, net contribution, PROFWK line
      *****************************************************************
       240-PUTCLIENT.
           MOVE SPACES        TO STRUCT-PROFWK.
           MOVE WS-CUR-TYPE   TO PW-TYPE.
           MOVE WS-CUR-ID     TO PW-ID.
           MOVE WS-CL-NOM     TO PW-NOM.
           IF WS-CUR-TYPE = 'C' AND CUST-AVAIL
              MOVE WS-CUR-ID TO CU-CLIENT
              READ CUSTMSTR
                 NOT INVALID KEY
                    MOVE CU-NOM TO PW-NOM
              END-READ
           END-IF.
           MOVE WS-CL-DEPT    TO PW-DEPT.
           MOVE 0             TO PW-REGION.
           IF WS-CL-DEPT >= 1 AND WS-CL-DEPT <= 99
              MOVE WS-DEPT-REG (WS-CL-DEPT) TO PW-REGION
           END-IF.
           MOVE WS-CL-NBCPT   TO PW-NBCPT.
           MOVE WS-CL-FRAIS   TO PW-FRAIS.
           MOVE WS-CL-AGIO    TO PW-AGIO.
           MOVE WS-CL-INTERET TO PW-INTERET.
           MOVE WS-CL-MOYEN   TO PW-MOYEN.
           COMPUTE PW-NET = WS-CL-FRAIS + WS-CL-AGIO - WS-CL-INTERET.
           WRITE STRUCT-PROFWK.
           ADD 1 TO WS-CNT-CLIENT.
       240-EXIT.
           EXIT.
      *****************************************************************
      *  This routine prints the ranking : customers by net
      *  contribution within department, department and region
      *  subtotals, general total
      *****************************************************************
       300-RANKING.
           INITIALIZE WS-TOTALS.
           MOVE 'N' TO WS-SORT-DONE-SW.
           MOVE 'Y' TO WS-FIRST-SW.
           PERFORM 310-RETURNS THRU 310-EXIT
              UNTIL SORT-DONE.
           IF NOT IS-FIRST
              PERFORM 330-DEPTTOT THRU 330-EXIT
              PERFORM 340-REGTOT THRU 340-EXIT
           END-IF.
           MOVE 3         TO WS-TX.
           MOVE 'GENERAL' TO WS-RPT-S-LIB.
           MOVE 0         TO WS-RPT-S-CODE.
           MOVE SPACES    TO WS-RPT-S-NOM.
           PERFORM 350-SUBLINE THRU 350-EXIT.
       300-EXIT.
           EXIT.
      *****************************************************************
      *  This routine returns the ranked customers, breaking on
      *  department and region
      *****************************************************************
       310-RETURNS.
           RETURN SORTRK
              AT END
                 MOVE 'Y' TO WS-SORT-DONE-SW
                 GO TO 310-EXIT
           END-RETURN.
           IF IS-FIRST
              MOVE 'N' TO WS-FIRST-SW
              MOVE SR-REGION TO WS-BRK-REGION
              MOVE SR-DEPT   TO WS-BRK-DEPT
              MOVE 0         TO WS-RANG
           ELSE
              IF SR-REGION NOT = WS-BRK-REGION
                 PERFORM 330-DEPTTOT THRU 330-EXIT
                 PERFORM 340-REGTOT THRU 340-EXIT
                 MOVE SR-REGION TO WS-BRK-REGION
                 MOVE SR-DEPT   TO WS-BRK-DEPT
                 MOVE 0         TO WS-RANG
              ELSE
                 IF SR-DEPT NOT = WS-BRK-DEPT
                    PERFORM 330-DEPTTOT THRU 330-EXIT
                    MOVE SR-DEPT TO WS-BRK-DEPT
                    MOVE 0       TO WS-RANG
                 END-IF
              END-IF
           END-IF.
           ADD 1 TO WS-RANG.
           PERFORM 320-DETAIL THRU 320-EXIT.
           PERFORM VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > 3
              ADD WS-REVENU  TO WS-TT-REVENU (WS-TX)
              ADD SR-INTERET TO WS-TT-INTERET (WS-TX)
              ADD SR-MOYEN   TO WS-TT-MOYEN (WS-TX)
              ADD SR-NET     TO WS-TT-NET (WS-TX)
           END-PERFORM.
       310-EXIT.
           EXIT.
      *****************************************************************
      *  This routine prints one customer line
      *****************************************************************
       320-DETAIL.
           COMPUTE WS-REVENU = SR-FRAIS + SR-AGIO.
           MOVE WS-RANG    TO WS-RPT-D-RANG.
           MOVE SR-TYPE    TO WS-RPT-D-TYPE.
           MOVE SR-ID      TO WS-RPT-D-ID.
           MOVE SR-NOM     TO WS-RPT-D-NOM.
           MOVE WS-REVENU  TO WS-RPT-D-REVENU.
           MOVE SR-INTERET TO WS-RPT-D-INT.
           MOVE SR-MOYEN   TO WS-RPT-D-MOYEN.
           MOVE SR-NET     TO WS-RPT-D-NET.
           WRITE FILERPT108-ENREG FROM WS-RPT-DETAIL.
           ADD 1 TO WS-RPT-LINES.
       320-EXIT.
           EXIT.
      *****************************************************************
      *  Those routines print a department or region subtotal and
      *  reset it
      *****************************************************************
       330-DEPTTOT.
           MOVE 1            TO WS-TX.
           MOVE 'DEPT   '    TO WS-RPT-S-LIB.
           MOVE WS-BRK-DEPT  TO WS-RPT-S-CODE.
           IF WS-BRK-DEPT >= 1 AND WS-BRK-DEPT <= 99
              MOVE WS-DEPT-NOM (WS-BRK-DEPT) TO WS-RPT-S-NOM
           ELSE
              MOVE WS-DEPT-NOM (100) TO WS-RPT-S-NOM
           END-IF.
           PERFORM 350-SUBLINE THRU 350-EXIT.
       330-EXIT.
           EXIT.
       340-REGTOT.
           MOVE 2             TO WS-TX.
           MOVE 'REGION '     TO WS-RPT-S-LIB.
           MOVE WS-BRK-REGION TO WS-RPT-S-CODE.
           IF WS-BRK-REGION >= 1 AND WS-BRK-REGION <= 99
              MOVE WS-REG-NOM (WS-BRK-REGION) TO WS-RPT-S-NOM
           ELSE
              MOVE WS-REG-NOM (100) TO WS-RPT-S-NOM
           END-IF.
           PERFORM 350-SUBLINE THRU 350-EXIT.
       340-EXIT.
           EXIT.
       350-SUBLINE.
           MOVE WS-TT-REVENU (WS-TX)  TO WS-RPT-S-REVENU.
           MOVE WS-TT-INTERET (WS-TX) TO WS-RPT-S-INT.
           MOVE WS-TT-MOYEN (WS-TX)   TO WS-RPT-S-MOYEN.
           MOVE WS-TT-NET (WS-TX)     TO WS-RPT-S-NET.
           WRITE FILERPT108-ENREG FROM WS-RPT-SUBTOT.
           WRITE FILERPT108-ENREG FROM WS-RPT-BLANK.
           ADD 2 TO WS-RPT-LINES.
           MOVE 0 TO WS-TT-REVENU (WS-TX).
           MOVE 0 TO WS-TT-INTERET (WS-TX).
           MOVE 0 TO WS-TT-MOYEN (WS-TX).
           MOVE 0 TO WS-TT-NET (WS-TX).
       350-EXIT.
           EXIT.
      *****************************************************************
      *  This routine releases the customers costing more than they
      *  bring
      *****************************************************************
       400-TAILIN.
           OPEN INPUT PROFWK.
           PERFORM UNTIL WK-END
              READ PROFWK
                 NOT AT END
                    IF PW-NET < 0
                       MOVE STRUCT-PROFWK TO STRUCT-SORTRK
                       RELEASE STRUCT-SORTRK
                       ADD 1 TO WS-CNT-TAIL
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PROFWK.
       400-EXIT.
           EXIT.
      *****************************************************************
      *  This routine prints the unprofitable tail, worst first, and
      *  its total
      *****************************************************************
       410-TAILOUT.
           WRITE FILERPT108-ENREG FROM WS-RPT-TAILHDR.
           WRITE FILERPT108-ENREG FROM WS-RPT-COLS.
           ADD 2 TO WS-RPT-LINES.
           INITIALIZE WS-TOTALS.
           MOVE 0   TO WS-RANG.
           MOVE 'N' TO WS-SORT-DONE-SW.
           PERFORM 420-TAILONE THRU 420-EXIT
              UNTIL SORT-DONE.
           MOVE 3         TO WS-TX.
           MOVE 'NON REN' TO WS-RPT-S-LIB.
           MOVE 0         TO WS-RPT-S-CODE.
           MOVE SPACES    TO WS-RPT-S-NOM.
           PERFORM 350-SUBLINE THRU 350-EXIT.
       410-EXIT.
           EXIT.
       420-TAILONE.
           RETURN SORTRK
              AT END
                 MOVE 'Y' TO WS-SORT-DONE-SW
                 GO TO 420-EXIT
           END-RETURN.
           ADD 1 TO WS-RANG.
           PERFORM 320-DETAIL THRU 320-EXIT.
           ADD WS-REVENU  TO WS-TT-REVENU (3).
           ADD SR-INTERET TO WS-TT-INTERET (3).
           ADD SR-MOYEN   TO WS-TT-MOYEN (3).
           ADD SR-NET     TO WS-TT-NET (3).
       420-EXIT.
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
       500-EXITP.
           CLOSE FILERPT108.
           MOVE 'FILERPT108' TO WS-CAT-RPT.
           MOVE 0 TO WS-CAT-PAGES.
           MOVE WS-RPT-LINES TO WS-CAT-LINES.
           CALL WS-CALL-CAT USING WS-CAT-RPT, WS-CAT-PAGES,
                WS-CAT-LINES.
           DISPLAY '500-EXITP'.
           DISPLAY '    RANGE            : ' PJ-DEBUT ' - ' PJ-FIN.
           DISPLAY '    JOURNAL READ     : ' WS-CNT-JRNL.
           DISPLAY '    FEES/AGIOS/INT.  : ' WS-CNT-JKEPT.
           DISPLAY '    SNAPSHOTS        : ' WS-CNT-SNAP.
           DISPLAY '    CUSTOMERS        : ' WS-CNT-CLIENT.
           DISPLAY '    UNPROFITABLE     : ' WS-CNT-TAIL.
           DISPLAY '    NOT ON ACCTMSTR  : ' WS-CNT-NOACCT.
           DISPLAY '    NO RATE (PAR)    : ' WS-CNT-NORATE.
           IF WS-CNT-NORATE > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       500-EXIT.
           EXIT.
