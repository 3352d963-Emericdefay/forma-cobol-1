      *****************************************************************
      * Program name:    PGM087
      *
      * Original author: DEFAY E.
      *
      * Purpose : Customer-loan subsystem, for the personal loans of
      *           account customers (PGM056's LOANMSTR stays the
      *           payroll salary-advance ledger). The indexed CLNMSTR
      *           master holds one loan per CL-ID tied to an F-COMPTE
      *           account : principal, annual rate, term in months,
      *           first due date, next installment number and status
      *           ('A' current, 'R' in arrears, 'S' settled). The
      *           indexed CLNSCHED file holds its amortization table,
      *           one line per installment (constant installment,
      *           interest on the remaining capital at the monthly
      *           rate, the last line absorbing the rounding).
      *           PJ-MODE 'M' applies the CLNTRANS set-ups and
      *           computes each new loan's whole table. PJ-MODE 'G'
      *           is the monthly generator, run ahead of PGM017 in
      *           the PGM016 chain : every installment come due is
      *           appended to the MVTSIN feed as a 'D' movement in
      *           the account's currency. PJ-MODE 'R' runs after
      *           PGM017 over its MVTREJ rejects : an installment
      *           refused for whatever reason (want of funds, a hold,
      *           a closed or deceased account, a currency mismatch)
      *           was not collected, so it marks its loan in arrears
      *           and its table line unpaid.
      *           PJ-MODE 'P' prints one loan's table (FILERPT87) for
      *           the customer.
      *
      * Using :
      *    - Copybook ACCTFS
      *    - Copybook MVTFS
      *    - PGM124 dataset lineage
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created : personal loans leave the
      *                    spreadsheet for a master, a schedule
      *                    and a monthly collection
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM087.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /    CLNTRANS (loan set-up transactions, PJ-MODE 'M')
           SELECT CLNTRANS
           ASSIGN TO CLNTRANS
           FILE STATUS is WS-FS-TRANS.
      /    CLNMSTR (indexed customer-loan master keyed on CL-ID)
           SELECT CLNMSTR
           ASSIGN TO CLNMSTR
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is CL-ID
           FILE STATUS is WS-FS-LOAN.
      /    CLNSCHED (indexed amortization tables keyed on loan and
      /    installment number)
           SELECT CLNSCHED
           ASSIGN TO CLNSCHED
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is CS-KEY
           FILE STATUS is WS-FS-SCHED.
      /    ACCTMSTR (indexed account master, read only)
           SELECT ACCTMSTR
           ASSIGN TO ACCTMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS F-COMPTE
           FILE STATUS is WS-FS-MSTR.
      /    MVTSIN (the daily movements feed, appended to in 'G' mode)
           SELECT MVTSIN
           ASSIGN TO MVTSIN
           FILE STATUS is WS-FS-MVT.
      /    MVTREJ (PGM017's rejected movements, PJ-MODE 'R')
           SELECT MVTREJ
           ASSIGN TO MVTREJ
           FILE STATUS is WS-FS-REJ.
      /    FILERPT87 (one loan's amortization table)
           SELECT FILERPT87
           ASSIGN TO FILERPT87.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD CLNTRANS.
       01  STRUCT-CLNTRANS.
           02 TX-ACTION   PIC X(01).
              88 TX-ADD       VALUE 'A'.
           02 FILLER      PIC X(01).
           02 TX-ID       PIC X(06).
           02 TX-ID-N REDEFINES TX-ID PIC 9(06).
           02 FILLER      PIC X(01).
           02 TX-COMPTE   PIC X(06).
           02 TX-COMPTE-N REDEFINES TX-COMPTE PIC 9(06).
           02 FILLER      PIC X(01).
           02 TX-PRINC    PIC X(09).
           02 TX-PRINC-N REDEFINES TX-PRINC PIC 9(07)V99.
           02 FILLER      PIC X(01).
           02 TX-RATE     PIC X(05).
           02 TX-RATE-N REDEFINES TX-RATE PIC 9V9999.
           02 FILLER      PIC X(01).
           02 TX-TERME    PIC X(03).
           02 TX-TERME-N REDEFINES TX-TERME PIC 9(03).
           02 FILLER      PIC X(01).
           02 TX-DTPREM   PIC X(08).
           02 TX-DTPREM-N REDEFINES TX-DTPREM PIC 9(08).
           02 FILLER      PIC X(36).
       FD CLNMSTR
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-CLNMSTR.
           02 CL-ID       PIC 9(06).
           02 FILLER      PIC X(01).
           02 CL-COMPTE   PIC 9(06).
           02 FILLER      PIC X(01).
           02 CL-PRINC    PIC 9(07)V99.
           02 FILLER      PIC X(01).
           02 CL-RATE     PIC 9V9999.
           02 FILLER      PIC X(01).
           02 CL-TERME    PIC 9(03).
           02 FILLER      PIC X(01).
           02 CL-DTPREM   PIC 9(08).
           02 FILLER      PIC X(01).
           02 CL-NEXTNO   PIC 9(03).
           02 FILLER      PIC X(01).
           02 CL-STATUT   PIC X(01).
              88 CL-CURRENT  VALUE 'A'.
              88 CL-ARREARS  VALUE 'R'.
              88 CL-SETTLED  VALUE 'S'.
           02 FILLER      PIC X(01).
           02 CL-NBIMP    PIC 9(03).
           02 FILLER      PIC X(01).
           02 CL-LASTDT   PIC X(10).
           02 FILLER      PIC X(01).
           02 CL-LASTMNT  PIC 9(07)V99.
           02 FILLER      PIC X(07).
       FD CLNSCHED
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-CLNSCHED.
           02 CS-KEY.
              03 CS-ID      PIC 9(06).
              03 CS-NUM     PIC 9(03).
           02 FILLER      PIC X(01).
           02 CS-DTECH    PIC 9(08).
           02 FILLER      PIC X(01).
           02 CS-ECHEANCE PIC 9(07)V99.
           02 FILLER      PIC X(01).
           02 CS-INTERET  PIC 9(07)V99.
           02 FILLER      PIC X(01).
           02 CS-CAPITAL  PIC 9(07)V99.
           02 FILLER      PIC X(01).
           02 CS-CRD      PIC 9(07)V99.
           02 FILLER      PIC X(01).
           02 CS-STATUT   PIC X(01).
              88 CS-TOCOME   VALUE 'A'.
              88 CS-EMITTED  VALUE 'E'.
              88 CS-UNPAID   VALUE 'I'.
           02 FILLER      PIC X(20).
       FD ACCTMSTR.
       COPY ACCTFS REPLACING ==()== BY ==ACCTMSTR==.
       FD MVTSIN.
       COPY MVTFS REPLACING ==()== BY ==MVTSIN==.
       FD MVTREJ.
       01  STRUCT-MVTREJ.
           02 RJ-COMPTE       PIC 9(07).
           02 FILLER          PIC X(01).
           02 RJ-SENS         PIC X(01).
           02 FILLER          PIC X(01).
           02 RJ-MNT          PIC 9(07)V99.
           02 FILLER          PIC X(01).
           02 RJ-DTVAL        PIC X(10).
           02 FILLER          PIC X(01).
           02 RJ-MOTIF        PIC X(10).
           02 FILLER          PIC X(39).
       FD FILERPT87
           RECORD CONTAINS 80 CHARACTERS.
       01  FILERPT87-ENREG PIC X(80).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-TRANS    PIC X(02).
           88 TRANS-END   VALUE '10'.
       01 WS-FS-LOAN     PIC X(02).
           88 LOAN-END    VALUE '10'.
       01 WS-FS-SCHED    PIC X(02).
       01 WS-FS-MSTR     PIC X(02).
       01 WS-FS-MVT      PIC X(02).
       01 WS-FS-REJ      PIC X(02).
           88 REJ-END     VALUE '10'.
       01 WS-CNT-READ    PIC 9(05) VALUE 0.
       01 WS-CNT-APPLIED PIC 9(05) VALUE 0.
       01 WS-CNT-REJECT  PIC 9(05) VALUE 0.
       01 WS-CNT-DUE     PIC 9(05) VALUE 0.
       01 WS-CNT-SETTLED PIC 9(05) VALUE 0.
       01 WS-CNT-ARREARS PIC 9(05) VALUE 0.
       01 WS-TOT-DUE     PIC 9(09)V99 VALUE 0.
      / Amortization computation : monthly rate, (1 + rate) to the
      / term, constant installment, remaining capital
       01 WS-TAUX-M      PIC 9V9(09).
       01 WS-FACTEUR     PIC 9(05)V9(09).
       01 WS-ECHEANCE    PIC 9(07)V99.
       01 WS-INTERET     PIC 9(07)V99.
       01 WS-CAPITAL     PIC 9(07)V99.
       01 WS-CRD         PIC 9(07)V99.
       01 WS-NUM         PIC 9(03).
      / Due date under stepping, split; the first due date's day is
      / kept so a 31st comes back after a short month
       01 WS-DUE.
           05 WS-DUE-AAAA    PIC 9(04).
           05 WS-DUE-MM      PIC 9(02).
           05 WS-DUE-JJ      PIC 9(02).
       01 WS-DUE-N REDEFINES WS-DUE PIC 9(08).
       01 WS-DAY-ORIG    PIC 9(02).
       01 WS-MOIS-LONG.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01 WS-MOIS-R REDEFINES WS-MOIS-LONG.
           05 WS-MOIS-JJ PIC 9(02) OCCURS 12 TIMES.
       01 WS-LEAP-QUOT   PIC 9(04).
       01 WS-LEAP-REST   PIC 9(03).
      / Loans with an installment emitted, reloaded for matching
      / PGM017's debit rejects (account, value date, amount)
       01 WS-LN-COUNT    PIC 9(04) VALUE 0.
       01 WS-LN-TABLE.
           05 WS-LN-ENTRY OCCURS 2000 TIMES.
              10 WS-LN-ID       PIC 9(06).
              10 WS-LN-COMPTE   PIC 9(06).
              10 WS-LN-LASTDT   PIC X(10).
              10 WS-LN-LASTMNT  PIC 9(07)V99.
              10 WS-LN-NUM      PIC 9(03).
       01 WS-LX          PIC 9(04).
       01 WS-LN-HIT      PIC 9(04).
      / Value date (AAAA-MM-JJ) stamped on the generated movements
       01 WS-MVT-DTVAL.
           05 WS-MV-AAAA     PIC 9(04).
           05 WS-MV-S1       PIC X(01) VALUE '-'.
           05 WS-MV-MM       PIC 9(02).
           05 WS-MV-S2       PIC X(01) VALUE '-'.
           05 WS-MV-JJ       PIC 9(02).
      / Report lines
       01 WS-RPT-HDR1.
           05 FILLER         PIC X(28) VALUE
              'PGM087 LOAN SCHEDULE - LOAN '.
           05 WS-RPT-H-ID    PIC 9(06).
           05 FILLER         PIC X(11) VALUE ' ACCOUNT : '.
           05 WS-RPT-H-COMPTE PIC 9(06).
           05 FILLER         PIC X(29) VALUE SPACES.
       01 WS-RPT-HDR2.
           05 FILLER         PIC X(12) VALUE 'PRINCIPAL : '.
           05 WS-RPT-H-PRINC PIC ZZZZZZ9.99.
           05 FILLER         PIC X(09) VALUE '  RATE : '.
           05 WS-RPT-H-RATE  PIC 9.9999.
           05 FILLER         PIC X(09) VALUE '  TERM : '.
           05 WS-RPT-H-TERME PIC ZZ9.
           05 FILLER         PIC X(31) VALUE SPACES.
       01 WS-RPT-HDR3     PIC X(80) VALUE
          ' NO   DUE DATE  INSTALMENT   INTEREST    CAPITAL  REMAINING
      -   ' ST'.
       01 WS-RPT-DETAIL.
           05 WS-RPT-D-NUM   PIC ZZ9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-RPT-D-DTECH PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-ECH   PIC ZZZZZZ9.99.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-INT   PIC ZZZZZZ9.99.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-CAP   PIC ZZZZZZ9.99.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-CRD   PIC ZZZZZZ9.99.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-RPT-D-ST    PIC X(01).
           05 FILLER         PIC X(20) VALUE SPACES.
       01 WS-RPT-LINES   PIC 9(05) VALUE 0.
      / PGM081 control-date interface
       01 WS-CALL-DATE   PIC X(08) VALUE "PGM081  ".
      / PGM075 report-catalog interface
       01 WS-CALL-CAT    PIC X(08) VALUE "PGM075  ".
       01 WS-CAT-RPT     PIC X(12).
       01 WS-CAT-PAGES   PIC 9(05).
       01 WS-CAT-LINES   PIC 9(07).
      / Parameter from JCL run
       01 PJ-MODE        PIC X(01).
           88 IS-MAINT    VALUE 'M'.
           88 IS-GENERATE VALUE 'G'.
           88 IS-ARREARS  VALUE 'R'.
           88 IS-PRINT    VALUE 'P'.
       01 PJ-MODE-DEF    PIC X(01) VALUE 'G'.
       01 PJ-RUNDATE     PIC 9(08).
       01 PJ-ID          PIC 9(06).
      / PGM124 dataset-lineage interface
       01 WS-CALL-LIN    PIC X(08) VALUE "PGM124  ".
       01 WS-LIN-PGM     PIC X(08) VALUE 'PGM087'.
       01 WS-LIN-DSN     PIC X(10).
       01 WS-LIN-MODE    PIC X(01).
       01 WS-LIN-COUNT   PIC 9(09).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           EVALUATE TRUE
              WHEN IS-MAINT
                 PERFORM 100-MAINT THRU 100-EXIT
              WHEN IS-ARREARS
                 PERFORM 400-ARREARS THRU 400-EXIT
              WHEN IS-PRINT
                 PERFORM 500-PRINT THRU 500-EXIT
              WHEN OTHER
                 PERFORM 300-GENERATE THRU 300-EXIT
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
           IF IS-PRINT
              ACCEPT PJ-ID
           END-IF.
           MOVE PJ-RUNDATE (1:4) TO WS-MV-AAAA.
           MOVE PJ-RUNDATE (5:2) TO WS-MV-MM.
           MOVE PJ-RUNDATE (7:2) TO WS-MV-JJ.
       000-EXIT.
           EXIT.
      *****************************************************************
      *  This routine opens the loan master and the schedules,
      *  creating them on first use
      *****************************************************************
       001-OFILE.
           OPEN I-O CLNMSTR.
           IF WS-FS-LOAN NOT = '00'
              OPEN OUTPUT CLNMSTR
              CLOSE CLNMSTR
              OPEN I-O CLNMSTR
           END-IF.
           OPEN I-O CLNSCHED.
           IF WS-FS-SCHED NOT = '00'
              OPEN OUTPUT CLNSCHED
              CLOSE CLNSCHED
              OPEN I-O CLNSCHED
           END-IF.
       001-EXIT.
           EXIT.
      *****************************************************************
      *  This routine drives the set-up pass over CLNTRANS
      *****************************************************************
       100-MAINT.
           OPEN INPUT CLNTRANS.
           IF WS-FS-TRANS NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT CLNTRANS FAILED - FILE '
                      'STATUS ' WS-FS-TRANS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 001-OFILE THRU 001-EXIT.
           OPEN INPUT ACCTMSTR.
           IF WS-FS-MSTR NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT ACCTMSTR FAILED - FILE '
                      'STATUS ' WS-FS-MSTR
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL TRANS-END
              READ CLNTRANS
                 NOT AT END
                    ADD 1 TO WS-CNT-READ
                    PERFORM 110-ONETRANS THRU 110-EXIT
              END-READ
           END-PERFORM.
           CLOSE CLNTRANS.
           CLOSE CLNMSTR.
           CLOSE CLNSCHED.
           CLOSE ACCTMSTR.
           MOVE 'CLNTRANS' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-READ TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           MOVE 'CLNMSTR' TO WS-LIN-DSN.
           MOVE 'U' TO WS-LIN-MODE.
           MOVE WS-CNT-APPLIED TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           MOVE 'CLNSCHED' TO WS-LIN-DSN.
           MOVE 'U' TO WS-LIN-MODE.
           MOVE 0 TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           MOVE 'ACCTMSTR' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE 0 TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine validates one loan set-up and registers it
      *  with its whole amortization table
      *****************************************************************
       110-ONETRANS.
           IF NOT TX-ADD
              DISPLAY 'REJECTED : UNKNOWN ACTION - ' TX-ACTION
              ADD 1 TO WS-CNT-REJECT
              GO TO 110-EXIT
           END-IF.
           IF TX-ID NOT NUMERIC OR TX-COMPTE NOT NUMERIC
              OR TX-PRINC NOT NUMERIC OR TX-RATE NOT NUMERIC
              OR TX-TERME NOT NUMERIC OR TX-DTPREM NOT NUMERIC
              DISPLAY 'REJECTED : SET-UP FIELDS NOT NUMERIC - '
                      TX-ID
              ADD 1 TO WS-CNT-REJECT
              GO TO 110-EXIT
           END-IF.
           IF TX-PRINC-N = 0 OR TX-TERME-N = 0
              DISPLAY 'REJECTED : ZERO PRINCIPAL OR TERM - ' TX-ID
              ADD 1 TO WS-CNT-REJECT
              GO TO 110-EXIT
           END-IF.
           MOVE TX-DTPREM-N TO WS-DUE-N.
           IF WS-DUE-MM >= 1 AND WS-DUE-MM <= 12
              PERFORM 131-FEBLEN
           END-IF.
           IF WS-DUE-MM < 1 OR WS-DUE-MM > 12 OR WS-DUE-JJ < 1
              OR WS-DUE-JJ > WS-MOIS-JJ (WS-DUE-MM)
              DISPLAY 'REJECTED : FIRST DUE DATE INVALID - '
                      TX-DTPREM ' ON ' TX-ID
              ADD 1 TO WS-CNT-REJECT
              GO TO 110-EXIT
           END-IF.
           MOVE TX-COMPTE-N TO F-COMPTE.
           READ ACCTMSTR
              INVALID KEY
                 MOVE SPACE TO F-ETAT
           END-READ.
           IF F-ETAT NOT = 'O'
              DISPLAY 'REJECTED : ACCOUNT UNKNOWN OR NOT OPEN - '
                      TX-COMPTE ' ON ' TX-ID
              ADD 1 TO WS-CNT-REJECT
              GO TO 110-EXIT
           END-IF.
           MOVE SPACES       TO STRUCT-CLNMSTR.
           MOVE TX-ID-N      TO CL-ID.
           MOVE TX-COMPTE-N  TO CL-COMPTE.
           MOVE TX-PRINC-N   TO CL-PRINC.
           MOVE TX-RATE-N    TO CL-RATE.
           MOVE TX-TERME-N   TO CL-TERME.
           MOVE TX-DTPREM-N  TO CL-DTPREM.
           MOVE 1            TO CL-NEXTNO.
           MOVE 'A'          TO CL-STATUT.
           MOVE 0            TO CL-NBIMP.
           MOVE 0            TO CL-LASTMNT.
           WRITE STRUCT-CLNMSTR
              INVALID KEY
                 DISPLAY 'REJECTED : LOAN EXISTS - ' TX-ID
                 ADD 1 TO WS-CNT-REJECT
                 GO TO 110-EXIT
           END-WRITE.
           PERFORM 120-AMORTIZE.
           ADD 1 TO WS-CNT-APPLIED.
       110-EXIT.
           EXIT.
      *****************************************************************
      *  This routine computes and files the loan's amortization
      *  table : installment = P * r * (1+r)**n / ((1+r)**n - 1) at
      *  the monthly rate r (P / n when the rate is nil); each line's
      *  interest is the remaining capital at r, the last line pays
      *  off whatever capital the rounding left
      *****************************************************************
       120-AMORTIZE.
           COMPUTE WS-TAUX-M ROUNDED = CL-RATE / 12.
           IF WS-TAUX-M = 0
              COMPUTE WS-ECHEANCE ROUNDED = CL-PRINC / CL-TERME
           ELSE
              COMPUTE WS-FACTEUR ROUNDED =
                      (1 + WS-TAUX-M) ** CL-TERME
              COMPUTE WS-ECHEANCE ROUNDED =
                      CL-PRINC * WS-TAUX-M * WS-FACTEUR
                      / (WS-FACTEUR - 1)
           END-IF.
           MOVE CL-PRINC    TO WS-CRD.
           MOVE CL-DTPREM   TO WS-DUE-N.
           MOVE WS-DUE-JJ   TO WS-DAY-ORIG.
           PERFORM VARYING WS-NUM FROM 1 BY 1
                     UNTIL WS-NUM > CL-TERME
              COMPUTE WS-INTERET ROUNDED = WS-CRD * WS-TAUX-M
              IF WS-NUM = CL-TERME
                 MOVE WS-CRD TO WS-CAPITAL
                 COMPUTE WS-ECHEANCE = WS-CAPITAL + WS-INTERET
              ELSE
                 COMPUTE WS-CAPITAL = WS-ECHEANCE - WS-INTERET
              END-IF
              SUBTRACT WS-CAPITAL FROM WS-CRD
              MOVE SPACES       TO STRUCT-CLNSCHED
              MOVE CL-ID        TO CS-ID
              MOVE WS-NUM       TO CS-NUM
              MOVE WS-DUE-N     TO CS-DTECH
              MOVE WS-ECHEANCE  TO CS-ECHEANCE
              MOVE WS-INTERET   TO CS-INTERET
              MOVE WS-CAPITAL   TO CS-CAPITAL
              MOVE WS-CRD       TO CS-CRD
              MOVE 'A'          TO CS-STATUT
              WRITE STRUCT-CLNSCHED
              PERFORM 130-MONTHFWD
           END-PERFORM.
      *****************************************************************
      *  This routine steps the due date forward one month, back on
      *  the first due date's day where the month is long enough
      *****************************************************************
       130-MONTHFWD.
           IF WS-DUE-MM < 12
              ADD 1 TO WS-DUE-MM
           ELSE
              MOVE 1 TO WS-DUE-MM
              ADD 1 TO WS-DUE-AAAA
           END-IF.
           PERFORM 131-FEBLEN.
           IF WS-DAY-ORIG > WS-MOIS-JJ (WS-DUE-MM)
              MOVE WS-MOIS-JJ (WS-DUE-MM) TO WS-DUE-JJ
           ELSE
              MOVE WS-DAY-ORIG TO WS-DUE-JJ
           END-IF.
      *****************************************************************
      *  This routine sets February's length for WS-DUE-AAAA : 29
      *  days in a year divisible by 4, else 28
      *****************************************************************
       131-FEBLEN.
           DIVIDE WS-DUE-AAAA BY 4 GIVING WS-LEAP-QUOT
                  REMAINDER WS-LEAP-REST.
           IF WS-LEAP-REST = 0
              MOVE 29 TO WS-MOIS-JJ (2)
           ELSE
              MOVE 28 TO WS-MOIS-JJ (2)
           END-IF.
      *****************************************************************
      *  This routine drives the monthly generator : every loan
      *  whose next installment has come due emits it to MVTSIN
      *****************************************************************
       300-GENERATE.
           OPEN I-O CLNMSTR.
           IF WS-FS-LOAN NOT = '00'
              DISPLAY 'ERROR : OPEN I-O CLNMSTR FAILED - FILE '
                      'STATUS ' WS-FS-LOAN
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN I-O CLNSCHED.
           IF WS-FS-SCHED NOT = '00'
              DISPLAY 'ERROR : OPEN I-O CLNSCHED FAILED - FILE '
                      'STATUS ' WS-FS-SCHED
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT ACCTMSTR.
           IF WS-FS-MSTR NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT ACCTMSTR FAILED - FILE '
                      'STATUS ' WS-FS-MSTR
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN EXTEND MVTSIN.
           IF WS-FS-MVT NOT = '00'
              OPEN OUTPUT MVTSIN
           END-IF.
           PERFORM UNTIL LOAN-END
              READ CLNMSTR NEXT
                 NOT AT END
                    ADD 1 TO WS-CNT-READ
                    IF NOT CL-SETTLED
                       PERFORM 310-ONELOAN THRU 310-EXIT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CLNMSTR.
           CLOSE CLNSCHED.
           CLOSE ACCTMSTR.
           CLOSE MVTSIN.
           MOVE 'CLNMSTR' TO WS-LIN-DSN.
           MOVE 'U' TO WS-LIN-MODE.
           MOVE 0 TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           MOVE 'CLNSCHED' TO WS-LIN-DSN.
           MOVE 'U' TO WS-LIN-MODE.
           MOVE WS-CNT-DUE TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           MOVE 'ACCTMSTR' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE 0 TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           MOVE 'MVTSIN' TO WS-LIN-DSN.
           MOVE 'E' TO WS-LIN-MODE.
           MOVE WS-CNT-DUE TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
       300-EXIT.
           EXIT.
      *****************************************************************
      *  This routine emits one loan's installment, in the account's
      *  currency, when it has come due; the last one settles the
      *  loan
      *****************************************************************
       310-ONELOAN.
           MOVE CL-ID     TO CS-ID.
           MOVE CL-NEXTNO TO CS-NUM.
           READ CLNSCHED
              INVALID KEY
                 DISPLAY 'ERROR : NO SCHEDULE LINE ' CL-NEXTNO
                         ' FOR LOAN ' CL-ID
                 MOVE 8 TO RETURN-CODE
                 GO TO 310-EXIT
           END-READ.
           IF CS-DTECH > PJ-RUNDATE
              GO TO 310-EXIT
           END-IF.
           MOVE CL-COMPTE    TO F-COMPTE.
           READ ACCTMSTR
              INVALID KEY
                 MOVE SPACES TO F-DEVISE
           END-READ.
           MOVE SPACES       TO STRUCT-MVTSIN.
           MOVE CL-COMPTE    TO MV-COMPTE.
           MOVE 'D'          TO MV-SENS.
           MOVE CS-ECHEANCE  TO MV-MNT.
           MOVE WS-MVT-DTVAL TO MV-DTVAL.
           MOVE F-DEVISE     TO MV-DEVISE.
           MOVE 'PRET'       TO MV-ORIGINE.
           WRITE STRUCT-MVTSIN.
           MOVE 'E' TO CS-STATUT.
           REWRITE STRUCT-CLNSCHED.
           MOVE WS-MVT-DTVAL TO CL-LASTDT.
           MOVE CS-ECHEANCE  TO CL-LASTMNT.
           IF CL-NEXTNO = CL-TERME
              MOVE 'S' TO CL-STATUT
              ADD 1 TO WS-CNT-SETTLED
           ELSE
              ADD 1 TO CL-NEXTNO
           END-IF.
           REWRITE STRUCT-CLNMSTR.
           ADD 1 TO WS-CNT-DUE.
           ADD CS-ECHEANCE TO WS-TOT-DUE.
       310-EXIT.
           EXIT.
      *****************************************************************
      *  This routine matches PGM017's debit rejects, whatever their
      *  reason, against the installments emitted : each hit was not
      *  collected and puts its loan in arrears
      *****************************************************************
       400-ARREARS.
           OPEN I-O CLNMSTR.
           IF WS-FS-LOAN NOT = '00'
              DISPLAY 'ERROR : OPEN I-O CLNMSTR FAILED - FILE '
                      'STATUS ' WS-FS-LOAN
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL LOAN-END
              READ CLNMSTR NEXT
                 NOT AT END
                    IF CL-LASTDT NOT = SPACES
                       PERFORM 410-KEEPLOAN
                    END-IF
              END-READ
           END-PERFORM.
           OPEN I-O CLNSCHED.
           IF WS-FS-SCHED NOT = '00'
              DISPLAY 'ERROR : OPEN I-O CLNSCHED FAILED - FILE '
                      'STATUS ' WS-FS-SCHED
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT MVTREJ.
           IF WS-FS-REJ NOT = '00'
              DISPLAY 'WARNING : MVTREJ NOT AVAILABLE - NO ARREARS '
                      'MATCHED'
              MOVE 4 TO RETURN-CODE
              GO TO 400-CLOSE
           END-IF.
           PERFORM UNTIL REJ-END
              READ MVTREJ
                 NOT AT END
                    ADD 1 TO WS-CNT-READ
                    IF RJ-SENS = 'D'
                       PERFORM 420-ONEREJ
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE MVTREJ.
           MOVE 'MVTREJ' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-READ TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
       400-CLOSE.
           CLOSE CLNMSTR.
           CLOSE CLNSCHED.
           MOVE 'CLNMSTR' TO WS-LIN-DSN.
           MOVE 'U' TO WS-LIN-MODE.
           MOVE WS-CNT-ARREARS TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           MOVE 'CLNSCHED' TO WS-LIN-DSN.
           MOVE 'U' TO WS-LIN-MODE.
           MOVE 0 TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
       400-EXIT.
           EXIT.
      *****************************************************************
      *  This routine keeps one loan's last emitted installment
      *****************************************************************
       410-KEEPLOAN.
           IF WS-LN-COUNT < 2000
              ADD 1 TO WS-LN-COUNT
              MOVE CL-ID      TO WS-LN-ID (WS-LN-COUNT)
              MOVE CL-COMPTE  TO WS-LN-COMPTE (WS-LN-COUNT)
              MOVE CL-LASTDT  TO WS-LN-LASTDT (WS-LN-COUNT)
              MOVE CL-LASTMNT TO WS-LN-LASTMNT (WS-LN-COUNT)
              IF CL-SETTLED
                 MOVE CL-NEXTNO TO WS-LN-NUM (WS-LN-COUNT)
              ELSE
                 COMPUTE WS-LN-NUM (WS-LN-COUNT) = CL-NEXTNO - 1
              END-IF
           ELSE
              DISPLAY 'ERROR : MORE THAN 2000 LOANS IN COLLECTION '
                      '- ' CL-ID ' NOT MATCHED'
              MOVE 8 TO RETURN-CODE
           END-IF.
      *****************************************************************
      *  This routine puts the loan whose installment was refused in
      *  arrears and marks the schedule line unpaid
      *****************************************************************
       420-ONEREJ.
           MOVE 0 TO WS-LN-HIT.
           PERFORM VARYING WS-LX FROM 1 BY 1
                     UNTIL WS-LX > WS-LN-COUNT OR WS-LN-HIT > 0
              IF WS-LN-COMPTE (WS-LX) = RJ-COMPTE
                 AND WS-LN-LASTDT (WS-LX) = RJ-DTVAL
                 AND WS-LN-LASTMNT (WS-LX) = RJ-MNT
                 MOVE WS-LX TO WS-LN-HIT
              END-IF
           END-PERFORM.
           IF WS-LN-HIT > 0
              MOVE WS-LN-ID (WS-LN-HIT) TO CL-ID
              READ CLNMSTR
                 NOT INVALID KEY
                    MOVE 'R' TO CL-STATUT
                    ADD 1 TO CL-NBIMP
                    REWRITE STRUCT-CLNMSTR
                    ADD 1 TO WS-CNT-ARREARS
                    DISPLAY 'ARREARS : LOAN ' CL-ID ' ACCOUNT '
                            CL-COMPTE ' INSTALLMENT '
                            WS-LN-NUM (WS-LN-HIT) ' - ' RJ-MOTIF
              END-READ
              MOVE WS-LN-ID (WS-LN-HIT)  TO CS-ID
              MOVE WS-LN-NUM (WS-LN-HIT) TO CS-NUM
              READ CLNSCHED
                 NOT INVALID KEY
                    MOVE 'I' TO CS-STATUT
                    REWRITE STRUCT-CLNSCHED
              END-READ
              MOVE SPACES TO WS-LN-LASTDT (WS-LN-HIT)
           END-IF.
      *****************************************************************
      *  This routine prints one loan's amortization table for the
      *  customer
      *****************************************************************
       500-PRINT.
           OPEN INPUT CLNMSTR.
           OPEN INPUT CLNSCHED.
           IF WS-FS-LOAN NOT = '00' OR WS-FS-SCHED NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT CLNMSTR/CLNSCHED FAILED - '
                      'FILE STATUS ' WS-FS-LOAN ' ' WS-FS-SCHED
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE PJ-ID TO CL-ID.
           READ CLNMSTR
              INVALID KEY
                 DISPLAY 'ERROR : LOAN UNKNOWN - ' PJ-ID
                 MOVE 8 TO RETURN-CODE
                 CLOSE CLNMSTR
                 CLOSE CLNSCHED
                 GO TO 500-EXIT
           END-READ.
           OPEN OUTPUT FILERPT87.
           MOVE CL-ID     TO WS-RPT-H-ID.
           MOVE CL-COMPTE TO WS-RPT-H-COMPTE.
           MOVE CL-PRINC  TO WS-RPT-H-PRINC.
           MOVE CL-RATE   TO WS-RPT-H-RATE.
           MOVE CL-TERME  TO WS-RPT-H-TERME.
           WRITE FILERPT87-ENREG FROM WS-RPT-HDR1.
           WRITE FILERPT87-ENREG FROM WS-RPT-HDR2.
           WRITE FILERPT87-ENREG FROM WS-RPT-HDR3.
           MOVE 3 TO WS-RPT-LINES.
           PERFORM VARYING WS-NUM FROM 1 BY 1
                     UNTIL WS-NUM > CL-TERME
              MOVE CL-ID  TO CS-ID
              MOVE WS-NUM TO CS-NUM
              READ CLNSCHED
                 NOT INVALID KEY
                    MOVE CS-NUM      TO WS-RPT-D-NUM
                    MOVE CS-DTECH    TO WS-RPT-D-DTECH
                    MOVE CS-ECHEANCE TO WS-RPT-D-ECH
                    MOVE CS-INTERET  TO WS-RPT-D-INT
                    MOVE CS-CAPITAL  TO WS-RPT-D-CAP
                    MOVE CS-CRD      TO WS-RPT-D-CRD
                    MOVE CS-STATUT   TO WS-RPT-D-ST
                    WRITE FILERPT87-ENREG FROM WS-RPT-DETAIL
                    ADD 1 TO WS-RPT-LINES
              END-READ
           END-PERFORM.
           CLOSE CLNMSTR.
           CLOSE CLNSCHED.
           CLOSE FILERPT87.
           MOVE 'CLNMSTR' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE 1 TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           MOVE 'CLNSCHED' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE 0 TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           MOVE 'FILERPT87' TO WS-CAT-RPT.
           MOVE 0 TO WS-CAT-PAGES.
           MOVE WS-RPT-LINES TO WS-CAT-LINES.
           CALL WS-CALL-CAT USING WS-CAT-RPT, WS-CAT-PAGES,
                WS-CAT-LINES.
       500-EXIT.
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
       200-EXITP.
           DISPLAY "200-EXITP".
           EVALUATE TRUE
              WHEN IS-MAINT
                 DISPLAY '    TRANSACTIONS READ : ' WS-CNT-READ
                 DISPLAY '    LOANS SET UP      : ' WS-CNT-APPLIED
                 DISPLAY '    REJECTED          : ' WS-CNT-REJECT
              WHEN IS-ARREARS
                 DISPLAY '    REJECTS READ      : ' WS-CNT-READ
                 DISPLAY '    LOANS IN ARREARS  : ' WS-CNT-ARREARS
              WHEN IS-PRINT
                 DISPLAY '    SCHEDULE LINES    : ' WS-RPT-LINES
              WHEN OTHER
                 DISPLAY '    LOANS READ        : ' WS-CNT-READ
                 DISPLAY '    INSTALLMENTS DUE  : ' WS-CNT-DUE
                 DISPLAY '    AMOUNT DUE        : ' WS-TOT-DUE
                 DISPLAY '    LOANS SETTLED     : ' WS-CNT-SETTLED
           END-EVALUATE.
           IF WS-CNT-REJECT > 0 OR WS-CNT-ARREARS > 0
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
       200-EXIT.
           EXIT.
