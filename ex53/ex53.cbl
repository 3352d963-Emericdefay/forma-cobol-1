      *           FILERPT53 billing journal totals the fees by
      *           department for the finance desk. No FEECTL line for
      *           a status means that status is not billed.
      *           An account is billed on the schedule of its
      *           product (F-PRODUIT on PRODMSTR); no product, or a
      *           product without a schedule, means the general
      *           schedule. A schedule without a line for a status
      *           bills nothing, which is how a free product is set.
      *
      * FEECTL line : status, band upper bound (whole units,
      *    999999999 closes the ladder), monthly fee, fee schedule
      *    (spaces for the general schedule)
      *
      * Using :
      *    - Copybooks ACCTFS, MVTFS & PRODFS
      *    - ACCTMSTR as loaded by PGM019
      *
      * Maintenance Log
      * 02/09/26  DEFAY E. Registering the report in the PGM075
      *                    spool catalog after close, for
      *                    reprint by run number
      * 15/10/26  DEFAY E. Fee schedule resolved through the
      *                    account's product : FEECTL lines carry a
      *                    schedule code (FC-BAREME), the product
      *                    names its schedule
      * 15/10/26  DEFAY E. Fee movements carry the 'FRAI' origin, for
      *                    the PGM108 profitability report
      * 15/10/26  DEFAY E. Recording every dataset closed on the
      *                    LINEAGE register through PGM124 (run
      *                    number, open mode, record count)
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM053.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS F-COMPTE
           FILE STATUS is WS-FS-MSTR.
      /    PRODMSTR (product catalogue from PGM106 : the account's
      /    fee schedule)
           SELECT PRODMSTR
           ASSIGN TO PRODMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PR-CODE
           FILE STATUS is WS-FS-PROD.
      /    MVTSIN (the daily movements feed, appended to)
           SELECT MVTSIN
           ASSIGN TO MVTSIN
           02 FC-BOUND   PIC 9(09).
           02 FILLER     PIC X(01).
           02 FC-FEE     PIC 9(05)V99.
           02 FILLER     PIC X(01).
           02 FC-BAREME  PIC X(02).
           02 FILLER     PIC X(58).
       FD PRODMSTR
           RECORD CONTAINS 80 CHARACTERS.
       COPY PRODFS REPLACING ==()== BY ==PRODMSTR==.
       FD ACCTMSTR.
       COPY ACCTFS REPLACING ==()== BY ==ACCTMSTR==.
       FD MVTSIN.
       01 WS-FS-MSTR     PIC X(02).
           88 MSTR-END    VALUE '10'.
       01 WS-FS-MVT      PIC X(02).
       01 WS-FS-PROD     PIC X(02).
       01 WS-PROD-AVAIL-SW PIC X(01) VALUE 'N'.
           88 PROD-AVAIL  VALUE 'Y'.
      / Fee schedule of the account under billing
       01 WS-ACC-BAREME  PIC X(02).
       01 WS-CNT-READ    PIC 9(07) VALUE 0.
       01 WS-CNT-BILLED  PIC 9(07) VALUE 0.
       01 WS-TOT-FEES    PIC 9(09)V99 VALUE 0.
      / Fee schedule lines, in FEECTL order (ascending bounds within
      / one schedule and status)
       01 WS-FEE-COUNT   PIC 9(02) VALUE 0.
       01 WS-FEE-TABLE.
           05 WS-FEE-ENTRY OCCURS 50 TIMES.
              10 WS-FE-BAREME PIC X(02).
              10 WS-FE-ETAT  PIC X(01).
              10 WS-FE-BOUND PIC 9(09).
              10 WS-FE-FEE   PIC 9(05)V99.
       01 WS-CAT-RPT     PIC X(12).
       01 WS-CAT-PAGES   PIC 9(05).
       01 WS-CAT-LINES   PIC 9(07).
      / PGM124 dataset-lineage interface
       01 WS-CALL-LIN    PIC X(08) VALUE "PGM124  ".
       01 WS-LIN-PGM     PIC X(08) VALUE 'PGM053'.
       01 WS-LIN-DSN     PIC X(10).
       01 WS-LIN-MODE    PIC X(01).
       01 WS-LIN-COUNT   PIC 9(09).
      / Parameter from JCL run
       01 PJ-RUNDATE     PIC 9(08).
      *****************************************************************
                 END-READ
              END-PERFORM
              CLOSE FEECTL
              MOVE 'FEECTL' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE WS-FEE-COUNT TO WS-LIN-COUNT
              PERFORM 998-LINEAGE
           END-IF.
           IF WS-FEE-COUNT = 0
              DISPLAY 'WARNING : FEECTL ABSENT OR EMPTY - NOTHING '
       011-KEEPFEE.
           IF WS-FEE-COUNT < 50
              ADD 1 TO WS-FEE-COUNT
              MOVE FC-BAREME TO WS-FE-BAREME (WS-FEE-COUNT)
              MOVE FC-ETAT  TO WS-FE-ETAT  (WS-FEE-COUNT)
              MOVE FC-BOUND TO WS-FE-BOUND (WS-FEE-COUNT)
              MOVE FC-FEE   TO WS-FE-FEE   (WS-FEE-COUNT)
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT PRODMSTR.
           IF WS-FS-PROD = '00'
              MOVE 'Y' TO WS-PROD-AVAIL-SW
           ELSE
              DISPLAY 'WARNING : PRODMSTR NOT AVAILABLE - GENERAL '
                      'SCHEDULE FOR EVERY ACCOUNT'
           END-IF.
           OPEN EXTEND MVTSIN.
           IF WS-FS-MVT NOT = '00'
              OPEN OUTPUT MVTSIN
           EXIT.
      *****************************************************************
      *  This routine finds the account's band line : the first line
      *  of its schedule and status whose bound covers the balance.
      *  No line, no bill.
      *****************************************************************
       110-ONEACCT.
           PERFORM 115-BAREME.
           MOVE 'N' TO WS-FEE-FOUND-SW.
           PERFORM VARYING WS-FX FROM 1 BY 1
                     UNTIL WS-FX > WS-FEE-COUNT OR FEE-FOUND
              IF WS-FE-BAREME (WS-FX) = WS-ACC-BAREME
                 AND WS-FE-ETAT (WS-FX) = F-ETAT
                 AND F-SOLDER <= WS-FE-BOUND (WS-FX)
                 MOVE 'Y' TO WS-FEE-FOUND-SW
                 MOVE WS-FE-FEE (WS-FX) TO WS-FEE-AMT
              PERFORM 120-PUTFEE
           END-IF.
      *****************************************************************
      *  This routine resolves the account's fee schedule through its
      *  product, the general schedule (spaces) by default
      *****************************************************************
       115-BAREME.
           MOVE SPACES TO WS-ACC-BAREME.
           IF PROD-AVAIL AND F-PRODUIT NOT = SPACES
              MOVE F-PRODUIT TO PR-CODE
              READ PRODMSTR
                 INVALID KEY
                    DISPLAY 'WARNING : ACCOUNT ' F-COMPTE
                            ' PRODUCT ' F-PRODUIT ' UNKNOWN - '
                            'GENERAL SCHEDULE'
                 NOT INVALID KEY
                    MOVE PR-BAREME TO WS-ACC-BAREME
              END-READ
           END-IF.
      *****************************************************************
      *  This routine appends one fee debit to the feed and totals
      *  it by department
      *****************************************************************
           MOVE 'D'          TO MV-SENS.
           MOVE WS-FEE-AMT   TO MV-MNT.
           MOVE WS-MVT-DTVAL TO MV-DTVAL.
           MOVE 'FRAI'       TO MV-ORIGINE.
           WRITE STRUCT-MVTSIN.
           ADD 1 TO WS-CNT-BILLED.
           ADD WS-FEE-AMT TO WS-TOT-FEES.
              WRITE FILERPT53-ENREG FROM WS-RPT-SUBTOT
           END-IF.
      *****************************************************************
      *  This routine records one closed dataset on the LINEAGE
      *  register (PGM124) : name, open mode, record count
      *****************************************************************
       998-LINEAGE.
           CALL WS-CALL-LIN USING WS-LIN-PGM, WS-LIN-DSN,
                WS-LIN-MODE, WS-LIN-COUNT.
      *****************************************************************
      *  Those routines handle files Closing
      *****************************************************************
       999-CFILE.
           CLOSE ACCTMSTR.
           IF PROD-AVAIL
              CLOSE PRODMSTR
              MOVE 'PRODMSTR' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE 0 TO WS-LIN-COUNT
              PERFORM 998-LINEAGE
           END-IF.
           CLOSE MVTSIN.
           CLOSE FILERPT53.
           MOVE 'ACCTMSTR' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-READ TO WS-LIN-COUNT.
           PERFORM 998-LINEAGE.
           MOVE 'MVTSIN' TO WS-LIN-DSN.
           MOVE 'E' TO WS-LIN-MODE.
           MOVE WS-CNT-BILLED TO WS-LIN-COUNT.
           PERFORM 998-LINEAGE.
           MOVE 'FILERPT53' TO WS-CAT-RPT.
           MOVE 0 TO WS-CAT-PAGES.
           MOVE 0 TO WS-CAT-LINES.
