      *****************************************************************
      * Program name:    PGM098
      *
      * Original author: DEFAY E.
      *
      * Purpose : Month-end foreign-currency revaluation. Every
      *           non-EUR ACCTMSTR balance (F-DEVISE, spaces meaning
      *           EUR) is totaled by currency and department and
      *           converted at the closing RATEDAY rate of
      *           PJ-RUNDATE. The REVALHIST history keeps, per
      *           currency and department, last month's foreign
      *           total, rate and revalued EUR equivalent. The EUR
      *           carried into this month is last month's revalued
      *           equivalent plus the month's net foreign movement
      *           at last month's rate, so that new deposits are
      *           not taken for exchange results; the difference
      *           between the revalued equivalent and that carried
      *           figure is the unrealised result. A rise of the
      *           EUR value of a credit position is a loss. The
      *           results are booked as one balanced GLJRNL batch
      *           (trailer program 'PGM098', posted by PGM097) and
      *           printed by currency on FILERPT98. The first month
      *           of a currency and department only sets the base.
      *           A currency and department already revalued for
      *           the month, or without a closing rate, is left out
      *           (RETURN-CODE 4).
      *
      * GL accounts used (fixed mapping) :
      *    666000 D / 251900 C   exchange loss        (PGM098)
      *    251900 D / 766000 C   exchange gain        (PGM098)
      *
      * Using :
      *    - Copybooks ACCTFS, GLJRFS
      *    - PGM124 dataset lineage
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created : foreign balances revalued at
      *                    each month end
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM098.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /    ACCTMSTR (indexed account master)
           SELECT ACCTMSTR
           ASSIGN TO ACCTMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS F-COMPTE
           FILE STATUS is WS-FS-MSTR.
      /    RATEDAY (closing exchange rates to the reporting currency)
           SELECT RATEDAY
           ASSIGN TO RATEDAY
           FILE STATUS is WS-FS-RATE.
      /    REVALHIST (revaluation history keyed on currency + dept)
           SELECT REVALHIST
           ASSIGN TO REVALHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RV-KEY
           FILE STATUS is WS-FS-HIST.
      /    GLJRNL (revaluation journal batch for the ledger)
           SELECT GLJRNL
           ASSIGN TO GLJRNL.
      /    FILERPT98 (revaluation report by currency)
           SELECT FILERPT98
           ASSIGN TO FILERPT98.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD ACCTMSTR.
       COPY ACCTFS REPLACING ==()== BY ==ACCTMSTR==.
       FD RATEDAY.
       01  STRUCT-RATEDAY.
           02 RT-DEVISE  PIC X(03).
           02 FILLER     PIC X(01).
           02 RT-RATE    PIC 9(03)V9(06).
           02 FILLER     PIC X(67).
       FD REVALHIST
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-REVALHIST.
           02 RV-KEY.
              03 RV-DEVISE    PIC X(03).
              03 RV-DEPT      PIC 9(02).
           02 FILLER          PIC X(01).
           02 RV-MOIS         PIC 9(06).
           02 FILLER          PIC X(01).
           02 RV-SOLDE        PIC S9(11)V99.
           02 FILLER          PIC X(01).
           02 RV-RATE         PIC 9(03)V9(06).
           02 FILLER          PIC X(01).
           02 RV-EUR          PIC S9(11)V99.
           02 FILLER          PIC X(01).
           02 RV-ECART        PIC S9(11)V99.
           02 FILLER          PIC X(15).
       FD GLJRNL.
       COPY GLJRFS REPLACING ==()== BY ==GLJRNL==.
       FD FILERPT98
           RECORD CONTAINS 80 CHARACTERS.
       01  FILERPT98-ENREG PIC X(80).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-MSTR     PIC X(02).
           88 MSTR-END    VALUE '10'.
       01 WS-FS-RATE     PIC X(02).
           88 RATE-END    VALUE '10'.
       01 WS-FS-HIST     PIC X(02).
           88 HIST-END    VALUE '10'.
       01 WS-CNT-READ    PIC 9(07) VALUE 0.
       01 WS-CNT-FOREIGN PIC 9(07) VALUE 0.
       01 WS-CNT-REVAL   PIC 9(05) VALUE 0.
       01 WS-CNT-BASE    PIC 9(05) VALUE 0.
       01 WS-CNT-DONE    PIC 9(05) VALUE 0.
       01 WS-CNT-NORATE  PIC 9(05) VALUE 0.
      / Closing rates
       01 WS-RATE-COUNT  PIC 9(02) VALUE 0.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 20 TIMES.
              10 WS-RT-DEVISE PIC X(03).
              10 WS-RT-RATE   PIC 9(03)V9(06).
       01 WS-RTX         PIC 9(02).
       01 WS-RATE-HIT    PIC 9(03)V9(06).
       01 WS-RATE-SW     PIC X(01).
           88 RATE-FOUND  VALUE 'Y'.
      / Foreign totals of the month by currency and department
       01 WS-POS-COUNT   PIC 9(03) VALUE 0.
       01 WS-POS-MAX     PIC 9(03) VALUE 200.
       01 WS-POS-TABLE.
           05 WS-POS-ENTRY OCCURS 200 TIMES.
              10 WS-PS-DEVISE PIC X(03).
              10 WS-PS-DEPT   PIC 9(02).
              10 WS-PS-SOLDE  PIC S9(11)V99.
       01 WS-PX          PIC 9(03).
       01 WS-POS-HIT     PIC 9(03).
      / One currency and department under revaluation
       01 WS-MOIS        PIC 9(06).
       01 WS-RV-SOLDE    PIC S9(11)V99.
       01 WS-RV-EUR      PIC S9(11)V99.
       01 WS-RV-REPORTE  PIC S9(11)V99.
       01 WS-RV-ECART    PIC S9(11)V99.
       01 WS-DEV-PREC    PIC X(03) VALUE SPACES.
       01 WS-DEV-EUR     PIC S9(13)V99 VALUE 0.
       01 WS-DEV-ECART   PIC S9(13)V99 VALUE 0.
       01 WS-TOT-GAIN    PIC S9(11)V99 VALUE 0.
       01 WS-TOT-LOSS    PIC S9(11)V99 VALUE 0.
      / Journal batch
       01 WS-JR-RECS     PIC 9(05) VALUE 0.
       01 WS-HASH-TOTAL  PIC S9(11)V99 VALUE 0.
       01 WS-PAIR-MNT    PIC S9(11)V99.
       01 WS-PAIR-DEBIT  PIC X(06).
       01 WS-PAIR-CREDIT PIC X(06).
       01 WS-RPT-LINES   PIC 9(07) VALUE 0.
      / Report lines
       01 WS-RPT-HDR1.
           05 FILLER         PIC X(33) VALUE
              'PGM098 FX REVALUATION - RUN DATE '.
           05 WS-RPT-H-DATE  PIC 9(08).
           05 FILLER         PIC X(39) VALUE SPACES.
       01 WS-RPT-HDR2.
           05 FILLER         PIC X(40) VALUE
              'DEV DP  SOLDE DEVISE       TAUX  CONTRE-'.
           05 FILLER         PIC X(40) VALUE
              'VALEUR        REPORTE      RESULTAT'.
       01 WS-RPT-DETAIL.
           05 WS-RPT-D-DEV   PIC X(03).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-DEPT  PIC X(02).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-SOLDE PIC -(09)9.99.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-RATE  PIC ZZ9.999999.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-EUR   PIC -(10)9.99.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-REP   PIC -(10)9.99.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-ECART PIC -(09)9.99.
           05 WS-RPT-D-NOTE  PIC X(05).
      / PGM081 control-date interface
       01 WS-CALL-DATE   PIC X(08) VALUE "PGM081  ".
      / PGM075 report-catalog interface
       01 WS-CALL-CAT    PIC X(08) VALUE "PGM075  ".
       01 WS-CAT-RPT     PIC X(12).
       01 WS-CAT-PAGES   PIC 9(05).
       01 WS-CAT-LINES   PIC 9(07).
      / Parameter from JCL run
       01 PJ-RUNDATE     PIC 9(08).
      / PGM124 dataset-lineage interface
       01 WS-CALL-LIN    PIC X(08) VALUE "PGM124  ".
       01 WS-LIN-PGM     PIC X(08) VALUE 'PGM098'.
       01 WS-LIN-DSN     PIC X(10).
       01 WS-LIN-MODE    PIC X(01).
       01 WS-LIN-COUNT   PIC 9(09).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           PERFORM 001-OFILE THRU 001-EXIT.
           PERFORM 005-LOADRATES THRU 005-EXIT.
           PERFORM 100-POSITIONS THRU 100-EXIT.
           PERFORM 120-NEWKEYS.
           PERFORM 200-REVAL THRU 200-EXIT.
           PERFORM 999-CFILE THRU 999-EXIT.
           PERFORM 300-EXITP THRU 300-EXIT.
           STOP RUN.
      *****************************************************************
      *  This routine handle parameters
      *****************************************************************
       000-PARMS.
           ACCEPT PJ-RUNDATE.
           IF PJ-RUNDATE = SPACE OR LOW-VALUE THEN
              CALL WS-CALL-DATE USING PJ-RUNDATE
           END-IF.
           MOVE PJ-RUNDATE (1:6) TO WS-MOIS.
       000-EXIT.
           EXIT.
      *****************************************************************
      *  This routine opens the files, creating the history on
      *  first use
      *****************************************************************
       001-OFILE.
           OPEN INPUT ACCTMSTR.
           IF WS-FS-MSTR NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT ACCTMSTR FAILED - FILE '
                      'STATUS ' WS-FS-MSTR
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN I-O REVALHIST.
           IF WS-FS-HIST NOT = '00'
              OPEN OUTPUT REVALHIST
              CLOSE REVALHIST
              OPEN I-O REVALHIST
           END-IF.
           OPEN OUTPUT GLJRNL.
           OPEN OUTPUT FILERPT98.
       001-EXIT.
           EXIT.
      *****************************************************************
      *  This routine loads the closing rates; without RATEDAY
      *  nothing can be revalued
      *****************************************************************
       005-LOADRATES.
           OPEN INPUT RATEDAY.
           IF WS-FS-RATE NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT RATEDAY FAILED - FILE '
                      'STATUS ' WS-FS-RATE
              MOVE 8 TO RETURN-CODE
              STOP RUN
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
      *  This routine totals the foreign balances by currency and
      *  department
      *****************************************************************
       100-POSITIONS.
           MOVE 0 TO F-COMPTE.
           START ACCTMSTR KEY >= F-COMPTE
              INVALID KEY
                 MOVE '10' TO WS-FS-MSTR
           END-START.
           PERFORM UNTIL MSTR-END
              READ ACCTMSTR NEXT
                 NOT AT END
                    ADD 1 TO WS-CNT-READ
                    IF F-DEVISE NOT = SPACES AND F-DEVISE NOT = 'EUR'
                       PERFORM 110-ADDPOS THRU 110-EXIT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ACCTMSTR.
           MOVE 'ACCTMSTR' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-READ TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine adds one foreign account to its position
      *****************************************************************
       110-ADDPOS.
           ADD 1 TO WS-CNT-FOREIGN.
           MOVE 0 TO WS-POS-HIT.
           PERFORM VARYING WS-PX FROM 1 BY 1
                     UNTIL WS-PX > WS-POS-COUNT OR WS-POS-HIT > 0
              IF WS-PS-DEVISE (WS-PX) = F-DEVISE
                 AND WS-PS-DEPT (WS-PX) = F-DEPT
                 MOVE WS-PX TO WS-POS-HIT
              END-IF
           END-PERFORM.
           IF WS-POS-HIT = 0
              IF WS-POS-COUNT NOT < WS-POS-MAX
                 DISPLAY 'ERROR : MORE THAN ' WS-POS-MAX
                         ' CURRENCY / DEPARTMENT POSITIONS'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-POS-COUNT
              MOVE WS-POS-COUNT TO WS-POS-HIT
              MOVE F-DEVISE TO WS-PS-DEVISE (WS-POS-HIT)
              MOVE F-DEPT   TO WS-PS-DEPT   (WS-POS-HIT)
              MOVE 0        TO WS-PS-SOLDE  (WS-POS-HIT)
           END-IF.
           ADD F-SOLDER TO WS-PS-SOLDE (WS-POS-HIT).
       110-EXIT.
           EXIT.
      *****************************************************************
      *  This routine opens a history record for every position not
      *  yet known (RV-MOIS zero : its first month sets the base)
      *****************************************************************
       120-NEWKEYS.
           PERFORM VARYING WS-PX FROM 1 BY 1
                     UNTIL WS-PX > WS-POS-COUNT
              MOVE WS-PS-DEVISE (WS-PX) TO RV-DEVISE
              MOVE WS-PS-DEPT (WS-PX)   TO RV-DEPT
              READ REVALHIST
                 INVALID KEY
                    MOVE SPACES TO STRUCT-REVALHIST
                    MOVE WS-PS-DEVISE (WS-PX) TO RV-DEVISE
                    MOVE WS-PS-DEPT (WS-PX)   TO RV-DEPT
                    MOVE 0 TO RV-MOIS RV-SOLDE RV-RATE RV-EUR
                              RV-ECART
                    WRITE STRUCT-REVALHIST
              END-READ
           END-PERFORM.
      *****************************************************************
      *  This routine walks the history in currency order : a
      *  position that has gone to zero is still revalued, so its
      *  last equivalent is reversed
      *****************************************************************
       200-REVAL.
           MOVE PJ-RUNDATE TO WS-RPT-H-DATE.
           WRITE FILERPT98-ENREG FROM WS-RPT-HDR1.
           WRITE FILERPT98-ENREG FROM WS-RPT-HDR2.
           ADD 2 TO WS-RPT-LINES.
           MOVE LOW-VALUES TO RV-KEY.
           START REVALHIST KEY >= RV-KEY
              INVALID KEY
                 MOVE '10' TO WS-FS-HIST
           END-START.
           PERFORM UNTIL HIST-END
              READ REVALHIST NEXT
                 NOT AT END
                    IF RV-DEVISE NOT = WS-DEV-PREC
                       PERFORM 240-DEVTOTAL
                       MOVE RV-DEVISE TO WS-DEV-PREC
                    END-IF
                    PERFORM 210-ONEPOS THRU 210-EXIT
              END-READ
           END-PERFORM.
           PERFORM 240-DEVTOTAL.
       200-EXIT.
           EXIT.
      *****************************************************************
      *  This routine revalues one currency and department
      *****************************************************************
       210-ONEPOS.
           IF RV-MOIS = WS-MOIS
              DISPLAY 'WARNING : ' RV-DEVISE ' DEPT ' RV-DEPT
                      ' ALREADY REVALUED FOR ' WS-MOIS
              ADD 1 TO WS-CNT-DONE
              GO TO 210-EXIT
           END-IF.
           MOVE 'N' TO WS-RATE-SW.
           PERFORM VARYING WS-RTX FROM 1 BY 1
                     UNTIL WS-RTX > WS-RATE-COUNT OR RATE-FOUND
              IF WS-RT-DEVISE (WS-RTX) = RV-DEVISE
                 MOVE WS-RT-RATE (WS-RTX) TO WS-RATE-HIT
                 MOVE 'Y' TO WS-RATE-SW
              END-IF
           END-PERFORM.
           IF NOT RATE-FOUND
              DISPLAY 'WARNING : NO CLOSING RATE FOR ' RV-DEVISE
                      ' - DEPT ' RV-DEPT ' NOT REVALUED'
              ADD 1 TO WS-CNT-NORATE
              GO TO 210-EXIT
           END-IF.
           MOVE 0 TO WS-RV-SOLDE.
           PERFORM VARYING WS-PX FROM 1 BY 1
                     UNTIL WS-PX > WS-POS-COUNT
              IF WS-PS-DEVISE (WS-PX) = RV-DEVISE
                 AND WS-PS-DEPT (WS-PX) = RV-DEPT
                 MOVE WS-PS-SOLDE (WS-PX) TO WS-RV-SOLDE
              END-IF
           END-PERFORM.
           COMPUTE WS-RV-EUR ROUNDED = WS-RV-SOLDE * WS-RATE-HIT.
           MOVE SPACES TO WS-RPT-D-NOTE.
           IF RV-MOIS = 0
              MOVE WS-RV-EUR TO WS-RV-REPORTE
              MOVE ' BASE' TO WS-RPT-D-NOTE
              ADD 1 TO WS-CNT-BASE
           ELSE
              COMPUTE WS-RV-REPORTE ROUNDED = RV-EUR
                      + (WS-RV-SOLDE - RV-SOLDE) * RV-RATE
              ADD 1 TO WS-CNT-REVAL
           END-IF.
           COMPUTE WS-RV-ECART = WS-RV-EUR - WS-RV-REPORTE.
           IF WS-RV-ECART > 0
              MOVE WS-RV-ECART TO WS-PAIR-MNT
              MOVE '666000'    TO WS-PAIR-DEBIT
              MOVE '251900'    TO WS-PAIR-CREDIT
              PERFORM 220-PUTPAIR
              ADD WS-RV-ECART TO WS-TOT-LOSS
           END-IF.
           IF WS-RV-ECART < 0
              COMPUTE WS-PAIR-MNT = 0 - WS-RV-ECART
              MOVE '251900'    TO WS-PAIR-DEBIT
              MOVE '766000'    TO WS-PAIR-CREDIT
              PERFORM 220-PUTPAIR
              ADD WS-PAIR-MNT TO WS-TOT-GAIN
           END-IF.
           MOVE RV-DEVISE     TO WS-RPT-D-DEV.
           MOVE RV-DEPT       TO WS-RPT-D-DEPT.
           MOVE WS-RV-SOLDE   TO WS-RPT-D-SOLDE.
           MOVE WS-RATE-HIT   TO WS-RPT-D-RATE.
           MOVE WS-RV-EUR     TO WS-RPT-D-EUR.
           MOVE WS-RV-REPORTE TO WS-RPT-D-REP.
           MOVE WS-RV-ECART   TO WS-RPT-D-ECART.
           WRITE FILERPT98-ENREG FROM WS-RPT-DETAIL.
           ADD 1 TO WS-RPT-LINES.
           ADD WS-RV-EUR   TO WS-DEV-EUR.
           ADD WS-RV-ECART TO WS-DEV-ECART.
           MOVE WS-MOIS     TO RV-MOIS.
           MOVE WS-RV-SOLDE TO RV-SOLDE.
           MOVE WS-RATE-HIT TO RV-RATE.
           MOVE WS-RV-EUR   TO RV-EUR.
           MOVE WS-RV-ECART TO RV-ECART.
           REWRITE STRUCT-REVALHIST.
       210-EXIT.
           EXIT.
      *****************************************************************
      *  This routine writes one balanced pair, analysed by currency
      *  and department
      *****************************************************************
       220-PUTPAIR.
           MOVE SPACES         TO STRUCT-GLJRNL.
           MOVE PJ-RUNDATE     TO GL-DATE.
           MOVE WS-PAIR-DEBIT  TO GL-COMPTE.
           MOVE 'D'            TO GL-SENS.
           MOVE WS-PAIR-MNT    TO GL-MNT.
           MOVE 'PGM098'       TO GL-SOURCE.
           MOVE RV-DEVISE      TO GL-DEVISE.
           MOVE RV-DEPT        TO GL-DEPT.
           WRITE STRUCT-GLJRNL.
           MOVE WS-PAIR-CREDIT TO GL-COMPTE.
           MOVE 'C'            TO GL-SENS.
           WRITE STRUCT-GLJRNL.
           ADD 2 TO WS-JR-RECS.
           COMPUTE WS-HASH-TOTAL = WS-HASH-TOTAL + WS-PAIR-MNT
                                                 + WS-PAIR-MNT.
      *****************************************************************
      *  This routine prints the subtotal of the currency just ended
      *****************************************************************
       240-DEVTOTAL.
           IF WS-DEV-PREC NOT = SPACES
              MOVE SPACES       TO WS-RPT-DETAIL
              MOVE WS-DEV-PREC  TO WS-RPT-D-DEV
              MOVE '**'         TO WS-RPT-D-DEPT
              MOVE WS-DEV-EUR   TO WS-RPT-D-EUR
              MOVE WS-DEV-ECART TO WS-RPT-D-ECART
              WRITE FILERPT98-ENREG FROM WS-RPT-DETAIL
              ADD 1 TO WS-RPT-LINES
              MOVE 0 TO WS-DEV-EUR
              MOVE 0 TO WS-DEV-ECART
           END-IF.
      *****************************************************************
      *  This routine closes the batch with its trailer and the files
      *****************************************************************
       999-CFILE.
           MOVE SPACES        TO STRUCT-GLJRNL.
           MOVE PJ-RUNDATE    TO GL-DATE.
           MOVE 'TRAILR'      TO GL-COMPTE.
           MOVE 'T'           TO GL-SENS.
           MOVE WS-HASH-TOTAL TO GL-MNT.
           MOVE WS-JR-RECS    TO GL-TRL-COUNT.
           MOVE 'PGM098'      TO GL-TRL-PGM.
           WRITE STRUCT-GLJRNL.
           CLOSE GLJRNL.
           CLOSE REVALHIST.
           CLOSE FILERPT98.
           COMPUTE WS-LIN-COUNT = WS-JR-RECS + 1.
           MOVE 'GLJRNL' TO WS-LIN-DSN.
           MOVE 'O' TO WS-LIN-MODE.
           PERFORM 990-LINEAGE.
           MOVE 'REVALHIST' TO WS-LIN-DSN.
           MOVE 'U' TO WS-LIN-MODE.
           MOVE WS-CNT-BASE TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           MOVE 'FILERPT98' TO WS-CAT-RPT.
           MOVE 0 TO WS-CAT-PAGES.
           MOVE WS-RPT-LINES TO WS-CAT-LINES.
           CALL WS-CALL-CAT USING WS-CAT-RPT, WS-CAT-PAGES,
                WS-CAT-LINES.
       999-EXIT.
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
       300-EXITP.
           DISPLAY "300-EXITP".
           DISPLAY '    ACCOUNTS READ       : ' WS-CNT-READ.
           DISPLAY '    FOREIGN ACCOUNTS    : ' WS-CNT-FOREIGN.
           DISPLAY '    POSITIONS REVALUED  : ' WS-CNT-REVAL.
           DISPLAY '    NEW POSITIONS (BASE): ' WS-CNT-BASE.
           DISPLAY '    ALREADY REVALUED    : ' WS-CNT-DONE.
           DISPLAY '    WITHOUT A RATE      : ' WS-CNT-NORATE.
           DISPLAY '    EXCHANGE GAINS      : ' WS-TOT-GAIN.
           DISPLAY '    EXCHANGE LOSSES     : ' WS-TOT-LOSS.
           IF (WS-CNT-DONE > 0 OR WS-CNT-NORATE > 0)
              AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       300-EXIT.
           EXIT.
