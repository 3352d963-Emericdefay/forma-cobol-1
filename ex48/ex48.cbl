      *           with the run date and closed by a TRLRFS control
      *           trailer - the spreadsheet-and-rekeying month end
      *           retires.
      *           Credit interest paid to an individual (CU-TYPE 'P'
      *           or blank through ACCTREL/CUSTMSTR; an account with
      *           no customer counts as an individual) bears the flat
      *           withholding at source : a separate 'D' movement of
      *           origin 'PFU ' follows the interest credit. Every
      *           interest credit is appended to the INTHIST register
      *           for the PGM099 yearly certificates (a run date
      *           already registered is refused), and the withheld
      *           total is booked on GLJRNL, trailer program
      *           'PGM048', for payment to the tax office.
      *           An account whose product (F-PRODUIT on PRODMSTR)
      *           names a rate set is accrued at that set's rates; a
      *           set without a 'C' or 'A' line, an account without
      *           a product and a product without a set take the
      *           general rates.
      *
      * ACCRCTL rate lines (type, label, annual rate 9V9999, rate
      * set - spaces for the general rates) :
      *    'C'  credit interest on a positive balance
      *    'A'  agios on a negative balance
      *    'W'  withholding on an individual's credit interest (a
      *         flat rate, not annual - general line only)
      *
      * Compiled-in default rates :
      *    CRED 0.0075   credit interest
      *    AGIO 0.1450   overdraft agios
      *    PFU  0.3000   withholding at source
      *
      * GL accounts used (fixed mapping) :
      *    251100 D / 442100 C   tax withheld, due to the tax office
      *
      * Using :
      *    - Copybooks ACCTFS, MVTFS, TRLRFS, INTHFS, GLJRFS &
      *      PRODFS
      *    - ACCTMSTR as loaded by PGM019, ACCTREL and CUSTMSTR as
      *      kept by PGM051
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * 02/09/26  DEFAY E. The default run date now comes from the
      *                    chain's PRODATE through PGM081, not the
      *                    system clock
      * 15/10/26  DEFAY E. Withholding at source on individuals'
      *                    credit interest, INTHIST register and
      *                    GLJRNL booking of the tax withheld
      * 15/10/26  DEFAY E. Rates resolved through the account's
      *                    product : ACCRCTL lines carry a rate set
      *                    (AC-JEU), the product names its set
      * 15/10/26  DEFAY E. Accrual movements carry their origin :
      *                    'INTC' credit interest, 'AGIO' overdraft
      *                    agios, for the PGM108 profitability report
      * 15/10/26  DEFAY E. Accrual and withholding movements carry
      *                    the account's currency (F-DEVISE), so
      *                    PGM017 no longer refuses them with 'DEVISE'
      *                    on a non-euro account
      * 15/10/26  DEFAY E. Recording every dataset closed on the
      *                    LINEAGE register through PGM124 (run
      *                    number, open mode, record count)
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM048.
           SELECT ACCRCTL
           ASSIGN TO ACCRCTL
           FILE STATUS is WS-FS-CTL.
      /    PRODMSTR (product catalogue from PGM106 : the account's
      /    rate set)
           SELECT PRODMSTR
           ASSIGN TO PRODMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PR-CODE
           FILE STATUS is WS-FS-PROD.
      /    ACCRMVT (accrual movements toward PGM017, MVTFS layout)
           SELECT ACCRMVT
           ASSIGN TO ACCRMVT.
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
      /    INTHIST (credit-interest register, appended to)
           SELECT INTHIST
           ASSIGN TO INTHIST
           FILE STATUS is WS-FS-INTH.
      /    GLJRNL (withholding journal batch for the ledger)
           SELECT GLJRNL
           ASSIGN TO GLJRNL.
      /    RUNCTL (the chain's current run number, from PGM016)
           SELECT RUNCTL
           ASSIGN TO RUNCTL
           02 AC-LABEL   PIC X(20).
           02 FILLER     PIC X(01).
           02 AC-RATE    PIC 9V9999.
           02 FILLER     PIC X(01).
           02 AC-JEU     PIC X(02).
           02 FILLER     PIC X(49).
       FD PRODMSTR
           RECORD CONTAINS 80 CHARACTERS.
       COPY PRODFS REPLACING ==()== BY ==PRODMSTR==.
       FD ACCRMVT.
       COPY MVTFS REPLACING ==()== BY ==ACCRMVT==.
       COPY TRLRFS REPLACING ==()== BY ==ACCRMVT-TRLR==.
       FD ACCTREL
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-ACCTREL.
           02 AR-COMPTE  PIC 9(06).
           02 FILLER     PIC X(01).
           02 AR-CLIENT  PIC 9(06).
           02 FILLER     PIC X(67).
       FD CUSTMSTR
           RECORD CONTAINS 80 CHARACTERS.
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
           02 FILLER     PIC X(01).
           02 CU-TYPE    PIC X(01).
              88 CU-MORALE VALUE 'M'.
           02 FILLER     PIC X(04).
       FD INTHIST.
       COPY INTHFS REPLACING ==()== BY ==INTHIST==.
       FD GLJRNL.
       COPY GLJRFS REPLACING ==()== BY ==GLJRNL==.
       FD RUNCTL.
       01  STRUCT-RUNCTL.
           02 RN-RUNNO       PIC 9(12).
       01 WS-FS-CTL      PIC X(02).
           88 CTL-END     VALUE '10'.
       01 WS-FS-RUNCTL   PIC X(02).
       01 WS-FS-REL      PIC X(02).
       01 WS-FS-CUST     PIC X(02).
       01 WS-FS-INTH     PIC X(02).
           88 INTH-END    VALUE '10'.
       01 WS-REL-AVAIL-SW  PIC X(01) VALUE 'N'.
           88 REL-AVAIL   VALUE 'Y'.
       01 WS-CUST-AVAIL-SW PIC X(01) VALUE 'N'.
           88 CUST-AVAIL  VALUE 'Y'.
       01 WS-RUNNO       PIC 9(12) VALUE 0.
      / Annual rates in force this run (ACCRCTL or the defaults)
       01 WS-RATE-CREDIT PIC 9V9999 VALUE 0.
       01 WS-RATE-AGIO   PIC 9V9999 VALUE 0.
       01 WS-RATE-PFU    PIC 9V9999 VALUE 0.
       01 WS-CTL-SEEN-SW PIC X(01) VALUE 'N'.
           88 CTL-SEEN    VALUE 'Y'.
      / Product rate sets from ACCRCTL (a rate left at 9 when the
      / set has no line of that type)
       01 WS-JEU-COUNT   PIC 9(02) VALUE 0.
       01 WS-JEU-TABLE.
           05 WS-JEU-ENTRY OCCURS 20 TIMES.
              10 WS-JT-JEU     PIC X(02).
              10 WS-JT-CREDIT  PIC 9V9999.
              10 WS-JT-AGIO    PIC 9V9999.
       01 WS-JX          PIC 9(02).
       01 WS-JEU-HIT     PIC 9(02).
      / Rates of the account under accrual
       01 WS-FS-PROD     PIC X(02).
       01 WS-PROD-AVAIL-SW PIC X(01) VALUE 'N'.
           88 PROD-AVAIL  VALUE 'Y'.
       01 WS-ACC-JEU     PIC X(02).
       01 WS-ACC-CREDIT  PIC 9V9999.
       01 WS-ACC-AGIO    PIC 9V9999.
      / Run counters, displayed at 200-EXITP
       01 WS-CNT-READ    PIC 9(07) VALUE 0.
       01 WS-CNT-CREDIT  PIC 9(07) VALUE 0.
       01 WS-CNT-AGIO    PIC 9(07) VALUE 0.
       01 WS-CNT-PFU     PIC 9(07) VALUE 0.
       01 WS-CNT-PRODRT  PIC 9(07) VALUE 0.
       01 WS-TOT-MVT     PIC S9(09)V99 VALUE 0.
       01 WS-TOT-PFU     PIC 9(09)V99 VALUE 0.
      / Withholding on the interest credit under computation
       01 WS-CLIENT      PIC 9(06).
       01 WS-PFU-AMT     PIC 9(07)V99.
       01 WS-SOUMIS-SW   PIC X(01).
           88 SOUMIS      VALUE 'Y'.
      / One month of the accrual under computation
       01 WS-ACCR-AMT    PIC 9(07)V99.
       01 WS-ABS-SOLDE   PIC 9(07)V99.
       01 WS-CALL-DATE   PIC X(08) VALUE "PGM081  ".
      / Parameter from JCL run
       01 PJ-RUNDATE     PIC 9(08).
      / PGM124 dataset-lineage interface
       01 WS-CALL-LIN    PIC X(08) VALUE "PGM124  ".
       01 WS-LIN-PGM     PIC X(08) VALUE 'PGM048'.
       01 WS-LIN-DSN     PIC X(10).
       01 WS-LIN-MODE    PIC X(01).
       01 WS-LIN-COUNT   PIC 9(09).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
                 END-READ
              END-PERFORM
              CLOSE ACCRCTL
              MOVE 'ACCRCTL' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE 0 TO WS-LIN-COUNT
              PERFORM 990-LINEAGE
           END-IF.
           IF NOT CTL-SEEN
              MOVE 0.0075 TO WS-RATE-CREDIT
              MOVE 0.1450 TO WS-RATE-AGIO
           END-IF.
           IF WS-RATE-PFU = 0
              MOVE 0.3000 TO WS-RATE-PFU
           END-IF.
       010-EXIT.
           EXIT.
      *****************************************************************
      *  This routine keeps one ACCRCTL rate line, a product rate
      *  set's line in the set table
      *****************************************************************
       011-KEEPRATE.
           IF AC-JEU NOT = SPACES
              PERFORM 012-KEEPSET
           ELSE
              PERFORM 013-KEEPGEN
           END-IF.
       012-KEEPSET.
           MOVE 0 TO WS-JEU-HIT.
           PERFORM VARYING WS-JX FROM 1 BY 1
                     UNTIL WS-JX > WS-JEU-COUNT OR WS-JEU-HIT > 0
              IF WS-JT-JEU (WS-JX) = AC-JEU
                 MOVE WS-JX TO WS-JEU-HIT
              END-IF
           END-PERFORM.
           IF WS-JEU-HIT = 0
              IF WS-JEU-COUNT < 20
                 ADD 1 TO WS-JEU-COUNT
                 MOVE WS-JEU-COUNT TO WS-JEU-HIT
                 MOVE AC-JEU TO WS-JT-JEU (WS-JEU-HIT)
                 MOVE 9      TO WS-JT-CREDIT (WS-JEU-HIT)
                 MOVE 9      TO WS-JT-AGIO (WS-JEU-HIT)
              ELSE
                 DISPLAY 'WARNING : MORE THAN 20 RATE SETS - SET '
                         AC-JEU ' IGNORED'
              END-IF
           END-IF.
           IF WS-JEU-HIT > 0
              EVALUATE AC-TYPE
                 WHEN 'C'
                    MOVE AC-RATE TO WS-JT-CREDIT (WS-JEU-HIT)
                 WHEN 'A'
                    MOVE AC-RATE TO WS-JT-AGIO (WS-JEU-HIT)
                 WHEN OTHER
                    DISPLAY 'WARNING : ACCRCTL TYPE ' AC-TYPE
                            ' NOT ALLOWED IN RATE SET ' AC-JEU
                            ' - IGNORED'
              END-EVALUATE
           END-IF.
       013-KEEPGEN.
           EVALUATE AC-TYPE
              WHEN 'C'
                 MOVE AC-RATE TO WS-RATE-CREDIT
              WHEN 'A'
                 MOVE AC-RATE TO WS-RATE-AGIO
                 MOVE 'Y'     TO WS-CTL-SEEN-SW
              WHEN 'W'
                 MOVE AC-RATE TO WS-RATE-PFU
              WHEN OTHER
                 DISPLAY 'WARNING : UNKNOWN ACCRCTL TYPE - ' AC-TYPE
                         ' IGNORED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT INTHIST.
           IF WS-FS-INTH = '00'
              PERFORM UNTIL INTH-END
                 READ INTHIST
                    NOT AT END
                       IF IH-DATE = PJ-RUNDATE
                          DISPLAY 'ERROR : INTEREST OF ' PJ-RUNDATE
                                  ' ALREADY ON INTHIST - RUN REFUSED'
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE INTHIST
           END-IF.
           OPEN EXTEND INTHIST.
           IF WS-FS-INTH NOT = '00'
              OPEN OUTPUT INTHIST
           END-IF.
           OPEN INPUT ACCTREL.
           IF WS-FS-REL = '00'
              MOVE 'Y' TO WS-REL-AVAIL-SW
           END-IF.
           OPEN INPUT CUSTMSTR.
           IF WS-FS-CUST = '00'
              MOVE 'Y' TO WS-CUST-AVAIL-SW
           END-IF.
           OPEN INPUT PRODMSTR.
           IF WS-FS-PROD = '00'
              MOVE 'Y' TO WS-PROD-AVAIL-SW
           ELSE
              DISPLAY 'WARNING : PRODMSTR NOT AVAILABLE - GENERAL '
                      'RATES FOR EVERY ACCOUNT'
           END-IF.
           OPEN OUTPUT ACCRMVT.
           OPEN OUTPUT GLJRNL.
       001-EXIT.
           EXIT.
      *****************************************************************
      *  or a zero resulting amount emits nothing.
      *****************************************************************
       110-ONEACCT.
           PERFORM 112-RATES.
           IF F-SOLDER > 0
              COMPUTE WS-ACCR-AMT ROUNDED =
                      F-SOLDER * WS-ACC-CREDIT / 12
              IF WS-ACCR-AMT > 0
                 PERFORM 120-PUTMVT-C
                 PERFORM 125-WITHHOLD
              END-IF
           ELSE
              IF F-SOLDER < 0
                 COMPUTE WS-ABS-SOLDE = 0 - F-SOLDER
                 COMPUTE WS-ACCR-AMT ROUNDED =
                         WS-ABS-SOLDE * WS-ACC-AGIO / 12
                 IF WS-ACCR-AMT > 0
                    PERFORM 121-PUTMVT-D
                 END-IF
              END-IF
           END-IF.
      *****************************************************************
      *  This routine resolves the account's rates : its product's
      *  rate set when it has one, the general rates otherwise (and
      *  for a type the set does not carry)
      *****************************************************************
       112-RATES.
           MOVE WS-RATE-CREDIT TO WS-ACC-CREDIT.
           MOVE WS-RATE-AGIO   TO WS-ACC-AGIO.
           MOVE SPACES TO WS-ACC-JEU.
           IF PROD-AVAIL AND F-PRODUIT NOT = SPACES
              MOVE F-PRODUIT TO PR-CODE
              READ PRODMSTR
                 INVALID KEY
                    DISPLAY 'WARNING : ACCOUNT ' F-COMPTE
                            ' PRODUCT ' F-PRODUIT ' UNKNOWN - '
                            'GENERAL RATES'
                 NOT INVALID KEY
                    MOVE PR-JEUTAUX TO WS-ACC-JEU
              END-READ
           END-IF.
           IF WS-ACC-JEU NOT = SPACES
              MOVE 0 TO WS-JEU-HIT
              PERFORM VARYING WS-JX FROM 1 BY 1
                        UNTIL WS-JX > WS-JEU-COUNT OR WS-JEU-HIT > 0
                 IF WS-JT-JEU (WS-JX) = WS-ACC-JEU
                    MOVE WS-JX TO WS-JEU-HIT
                 END-IF
              END-PERFORM
              IF WS-JEU-HIT = 0
                 DISPLAY 'WARNING : RATE SET ' WS-ACC-JEU ' OF '
                         'PRODUCT ' F-PRODUIT ' NOT ON ACCRCTL - '
                         'GENERAL RATES'
              ELSE
                 ADD 1 TO WS-CNT-PRODRT
                 IF WS-JT-CREDIT (WS-JEU-HIT) NOT = 9
                    MOVE WS-JT-CREDIT (WS-JEU-HIT) TO WS-ACC-CREDIT
                 END-IF
                 IF WS-JT-AGIO (WS-JEU-HIT) NOT = 9
                    MOVE WS-JT-AGIO (WS-JEU-HIT) TO WS-ACC-AGIO
                 END-IF
              END-IF
           END-IF.
      *****************************************************************
      *  Those routines write one accrual movement in the MVTFS
      *  layout PGM017 posts
      *****************************************************************
           MOVE 'C'          TO MV-SENS.
           MOVE WS-ACCR-AMT  TO MV-MNT.
           MOVE WS-MVT-DTVAL TO MV-DTVAL.
           MOVE F-DEVISE     TO MV-DEVISE.
           MOVE 'INTC'       TO MV-ORIGINE.
           WRITE STRUCT-ACCRMVT.
           ADD 1 TO WS-CNT-CREDIT.
           ADD WS-ACCR-AMT TO WS-TOT-MVT.
           MOVE 'D'          TO MV-SENS.
           MOVE WS-ACCR-AMT  TO MV-MNT.
           MOVE WS-MVT-DTVAL TO MV-DTVAL.
           MOVE F-DEVISE     TO MV-DEVISE.
           MOVE 'AGIO'       TO MV-ORIGINE.
           WRITE STRUCT-ACCRMVT.
           ADD 1 TO WS-CNT-AGIO.
           SUBTRACT WS-ACCR-AMT FROM WS-TOT-MVT.
      *****************************************************************
      *  This routine withholds the flat tax on an individual's
      *  interest credit, as its own 'PFU ' debit movement, and
      *  registers the credit on INTHIST
      *****************************************************************
       125-WITHHOLD.
           MOVE 0   TO WS-CLIENT.
           MOVE 'Y' TO WS-SOUMIS-SW.
           IF REL-AVAIL
              MOVE F-COMPTE TO AR-COMPTE
              READ ACCTREL
                 NOT INVALID KEY
                    MOVE AR-CLIENT TO WS-CLIENT
              END-READ
           END-IF.
           IF WS-CLIENT > 0 AND CUST-AVAIL
              MOVE WS-CLIENT TO CU-CLIENT
              READ CUSTMSTR
                 NOT INVALID KEY
                    IF CU-MORALE
                       MOVE 'N' TO WS-SOUMIS-SW
                    END-IF
              END-READ
           END-IF.
           MOVE 0 TO WS-PFU-AMT.
           IF SOUMIS
              COMPUTE WS-PFU-AMT ROUNDED = WS-ACCR-AMT * WS-RATE-PFU
           END-IF.
           IF WS-PFU-AMT > 0
              MOVE SPACES       TO STRUCT-ACCRMVT
              MOVE F-COMPTE     TO MV-COMPTE
              MOVE 'D'          TO MV-SENS
              MOVE WS-PFU-AMT   TO MV-MNT
              MOVE WS-MVT-DTVAL TO MV-DTVAL
              MOVE F-DEVISE     TO MV-DEVISE
              MOVE 'PFU '       TO MV-ORIGINE
              WRITE STRUCT-ACCRMVT
              ADD 1 TO WS-CNT-PFU
              SUBTRACT WS-PFU-AMT FROM WS-TOT-MVT
              ADD WS-PFU-AMT TO WS-TOT-PFU
           END-IF.
           MOVE SPACES       TO STRUCT-INTHIST.
           MOVE F-COMPTE     TO IH-COMPTE.
           MOVE WS-CLIENT    TO IH-CLIENT.
           MOVE PJ-RUNDATE   TO IH-DATE.
           MOVE WS-ACCR-AMT  TO IH-BRUT.
           MOVE WS-PFU-AMT   TO IH-RETENUE.
           IF SOUMIS
              MOVE WS-RATE-PFU TO IH-TAUX
           ELSE
              MOVE 0 TO IH-TAUX
           END-IF.
           WRITE STRUCT-INTHIST.
      *****************************************************************
      *  This routine books the tax withheld as one balanced GLJRNL
      *  batch with its trailer
      *****************************************************************
       126-GLBATCH.
           IF WS-TOT-PFU > 0
              MOVE SPACES     TO STRUCT-GLJRNL
              MOVE PJ-RUNDATE TO GL-DATE
              MOVE '251100'   TO GL-COMPTE
              MOVE 'D'        TO GL-SENS
              MOVE WS-TOT-PFU TO GL-MNT
              MOVE 'PGM048'   TO GL-SOURCE
              WRITE STRUCT-GLJRNL
              MOVE '442100'   TO GL-COMPTE
              MOVE 'C'        TO GL-SENS
              WRITE STRUCT-GLJRNL
           END-IF.
           MOVE SPACES     TO STRUCT-GLJRNL.
           MOVE PJ-RUNDATE TO GL-DATE.
           MOVE 'TRAILR'   TO GL-COMPTE.
           MOVE 'T'        TO GL-SENS.
           IF WS-TOT-PFU > 0
              COMPUTE GL-MNT = WS-TOT-PFU + WS-TOT-PFU
              MOVE 2 TO GL-TRL-COUNT
           ELSE
              MOVE 0 TO GL-MNT
              MOVE 0 TO GL-TRL-COUNT
           END-IF.
           MOVE 'PGM048'   TO GL-TRL-PGM.
           WRITE STRUCT-GLJRNL.
      *****************************************************************
      *  This routine closes ACCRMVT with its control trailer
      *****************************************************************
       130-MVTTRLR.
           MOVE 'TRAILER'    TO FT-MARK   OF STRUCT-ACCRMVT-TRLR.
           COMPUTE FT-COUNT OF STRUCT-ACCRMVT-TRLR =
                   WS-CNT-CREDIT + WS-CNT-AGIO + WS-CNT-PFU.
           MOVE WS-TOT-MVT   TO FT-SOLDER OF STRUCT-ACCRMVT-TRLR.
           MOVE WS-RUNNO     TO FT-RUNNO  OF STRUCT-ACCRMVT-TRLR.
           WRITE STRUCT-ACCRMVT-TRLR.
           DISPLAY '    ACCOUNTS READ    : ' WS-CNT-READ.
           DISPLAY '    CREDIT INTERESTS : ' WS-CNT-CREDIT.
           DISPLAY '    AGIO CHARGES     : ' WS-CNT-AGIO.
           DISPLAY '    TAX WITHHOLDINGS : ' WS-CNT-PFU.
           DISPLAY '    AT PRODUCT RATES : ' WS-CNT-PRODRT.
           DISPLAY '    TAX WITHHELD     : ' WS-TOT-PFU.
           DISPLAY '    NET MOVEMENT     : ' WS-TOT-MVT.
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
           PERFORM 130-MVTTRLR.
           PERFORM 126-GLBATCH.
           CLOSE ACCTMSTR.
           CLOSE ACCRMVT.
           CLOSE INTHIST.
           CLOSE GLJRNL.
           MOVE 'ACCTMSTR' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-READ TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           COMPUTE WS-LIN-COUNT =
                   WS-CNT-CREDIT + WS-CNT-AGIO + WS-CNT-PFU + 1.
           MOVE 'ACCRMVT' TO WS-LIN-DSN.
           MOVE 'O' TO WS-LIN-MODE.
           PERFORM 990-LINEAGE.
           MOVE 'INTHIST' TO WS-LIN-DSN.
           MOVE 'E' TO WS-LIN-MODE.
           MOVE WS-CNT-CREDIT TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           MOVE 'GLJRNL' TO WS-LIN-DSN.
           MOVE 'O' TO WS-LIN-MODE.
           MOVE 1 TO WS-LIN-COUNT.
           IF WS-TOT-PFU > 0
              MOVE 3 TO WS-LIN-COUNT
           END-IF.
           PERFORM 990-LINEAGE.
           IF REL-AVAIL
              CLOSE ACCTREL
              MOVE 'ACCTREL' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE 0 TO WS-LIN-COUNT
              PERFORM 990-LINEAGE
           END-IF.
           IF CUST-AVAIL
              CLOSE CUSTMSTR
              MOVE 'CUSTMSTR' TO WS-LIN-DSN
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
       999-EXIT.
           EXIT.
