      *****************************************************************
      * Program name:    PGM116
      *
      * Original author: DEFAY E.
      *
      * Purpose : Payroll budget against actual by department, run
      *           after the month's PGM011 payroll. The month's
      *           actuals are taken from the run's PAYDETAIL, each
      *           employee resolved to a SALARIES department : the
      *           primes (PD-PRIME-F), the base salaries (the rest of
      *           the gross PD-BRUT), and the employer contributions
      *           of the run's CONTRDECL shared out on the gross -
      *           PGM033 rates every employer line on the gross, so
      *           the share is each department's own. They are kept
      *           on the indexed PAYACTU history by period and
      *           department (rewritten on a rerun), which the year
      *           to date is read back from. PAYBUDG carries the
      *           budget per department and month for the three
      *           components. FILERPT116 gives every department the
      *           month's and the year to date's budget, actual and
      *           variance in amount and percent, and the full-year
      *           outturn projected at the run rate against the
      *           annual budget; a department whose year to date is
      *           more than PJ-SEUIL percent over budget is flagged
      *           and goes to the PGM062 operator hub as a warning.
      *           The period is the PAYDETAIL's (PD-EFDATE); a
      *           PJ-PERIOD forced otherwise reports from the
      *           history alone.
      *
      * PAYBUDG line : year, month, department, base salaries,
      *    primes, employer contributions
      *
      * Using :
      *    - Copybook PAYDFS, PAYDETAIL and CONTRDECL as written by
      *      PGM011 / PGM033, SALARIES as kept by PGM032
      *    - DEPTMSTR by PGM009
      *    - PGM081 chain run date, PGM075 report catalog,
      *      PGM062 operator message hub, PGM124 dataset lineage
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created : payroll budget and actual by
      *                    department, month and year to date, with
      *                    the projected full-year outturn
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM116.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /    PAYDETAIL (per-employee pay feed of the month's PGM011 run)
           SELECT PAYDETAIL
           ASSIGN TO PAYDETAIL
           FILE STATUS is WS-FS-PAYD.
      /    CONTRDECL (employer contributions declared by PGM033)
           SELECT CONTRDECL
           ASSIGN TO CONTRDECL
           FILE STATUS is WS-FS-CONTR.
      /    SALARIES (indexed employee master keyed on FD-SALARY)
           SELECT SALARIES
           ASSIGN to FILEIN
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is FD-SALARY
           FILE STATUS is WS-FS-SAL.
      /    DEPTMSTR (department master, for the names)
           SELECT DEPTMSTR
           ASSIGN TO DEPTMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DM-DEPT
           FILE STATUS is WS-FS-DEPTMSTR.
      /    PAYBUDG (payroll budget per department and month)
           SELECT PAYBUDG
           ASSIGN TO PAYBUDG
           FILE STATUS is WS-FS-BUDG.
      /    PAYACTU (indexed payroll actuals history keyed on period
      /    and department)
           SELECT PAYACTU
           ASSIGN TO PAYACTU
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PA-KEY
           FILE STATUS is WS-FS-ACTU.
      /    RUNCTL (the chain's current run number, from PGM016)
           SELECT RUNCTL
           ASSIGN TO RUNCTL
           FILE STATUS is WS-FS-RUNCTL.
      /    FILERPT116 (budget against actual report)
           SELECT FILERPT116
           ASSIGN TO FILERPT116.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD PAYDETAIL.
       COPY PAYDFS REPLACING ==()== BY ==PAYDETAIL==.
       FD CONTRDECL.
       01  STRUCT-CONTRDECL.
           02 CD-ORG     PIC X(06).
           02 FILLER     PIC X(01).
           02 CD-RUNDATE PIC 9(08).
           02 FILLER     PIC X(01).
           02 CD-TOTAL   PIC 9(11)V99.
           02 FILLER     PIC X(51).
       FD SALARIES
           RECORD CONTAINS 80 CHARACTERS.
       01 SALARY.
             05 FD-SALARY       PIC 9(07).
             05 FILLER          PIC X(01).
             05 FD-NOTE         PIC X(01).
             05 FILLER          PIC X(01).
             05 FD-SENIORITY    PIC 9(07) COMP-3.
             05 FILLER          PIC X(01).
             05 FD-HIREDATE     PIC 9(08).
             05 FILLER          PIC X(01).
             05 FD-BASE         PIC 9(07)V99.
             05 FILLER          PIC X(01).
             05 FD-DEPT         PIC 9(02).
             05 FILLER          PIC X(01).
             05 FD-STATUT       PIC X(01).
             05 FILLER          PIC X(01).
             05 FD-LEAVE        PIC 9(08).
             05 FILLER          PIC X(33).
       FD DEPTMSTR.
       01  STRUCT-DEPTMSTR.
           02 DM-DEPT    PIC 9(02).
           02 FILLER     PIC X(01).
           02 DM-NOM     PIC X(25).
           02 FILLER     PIC X(01).
           02 DM-REGION  PIC 9(02).
           02 FILLER     PIC X(49).
       FD PAYBUDG.
       01  STRUCT-PAYBUDG.
           02 BG-ANNEE   PIC 9(04).
           02 FILLER     PIC X(01).
           02 BG-MOIS    PIC 9(02).
           02 FILLER     PIC X(01).
           02 BG-DEPT    PIC 9(02).
           02 FILLER     PIC X(01).
           02 BG-BASE    PIC 9(09)V99.
           02 FILLER     PIC X(01).
           02 BG-PRIMES  PIC 9(09)V99.
           02 FILLER     PIC X(01).
           02 BG-CHARGES PIC 9(09)V99.
           02 FILLER     PIC X(34).
       FD PAYACTU
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-PAYACTU.
           02 PA-KEY.
              03 PA-PERIOD    PIC 9(06).
              03 PA-DEPT      PIC 9(02).
           02 FILLER          PIC X(01).
           02 PA-BASE         PIC 9(09)V99.
           02 FILLER          PIC X(01).
           02 PA-PRIMES       PIC 9(09)V99.
           02 FILLER          PIC X(01).
           02 PA-CHARGES      PIC 9(09)V99.
           02 FILLER          PIC X(01).
           02 PA-EFFECTIF     PIC 9(05).
           02 FILLER          PIC X(01).
           02 PA-RUNDATE      PIC 9(08).
           02 FILLER          PIC X(21).
       FD RUNCTL.
       01  STRUCT-RUNCTL.
           02 RN-RUNNO       PIC 9(12).
           02 FILLER         PIC X(68).
       FD FILERPT116
           RECORD CONTAINS 80 CHARACTERS.
       01  FILERPT116-ENREG   PIC X(80).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-PAYD     PIC X(02).
           88 PAYD-END    VALUE '10'.
       01 WS-FS-CONTR    PIC X(02).
           88 CONTR-END   VALUE '10'.
       01 WS-FS-SAL      PIC X(02).
       01 WS-FS-DEPTMSTR PIC X(02).
           88 DEPTMSTR-END VALUE '10'.
       01 WS-FS-BUDG     PIC X(02).
           88 BUDG-END    VALUE '10'.
       01 WS-FS-ACTU     PIC X(02).
           88 ACTU-END    VALUE '10'.
       01 WS-FS-RUNCTL   PIC X(02).
       01 WS-FEED-SW     PIC X(01) VALUE 'N'.
           88 FEED-LOADED VALUE 'Y'.
       01 WS-PER-SW      PIC X(01) VALUE 'N'.
           88 PER-FORCED  VALUE 'Y'.
       01 WS-OVER-SW     PIC X(01).
           88 IS-OVER     VALUE 'Y'.
      / Run counters
       01 WS-CNT-READ    PIC 9(07) VALUE 0.
       01 WS-CNT-NODEPT  PIC 9(07) VALUE 0.
       01 WS-CNT-BUDG    PIC 9(05) VALUE 0.
       01 WS-CNT-BUDREJ  PIC 9(05) VALUE 0.
       01 WS-CNT-HIST    PIC 9(05) VALUE 0.
       01 WS-CNT-DEPT    PIC 9(05) VALUE 0.
       01 WS-CNT-OVER    PIC 9(05) VALUE 0.
       01 WS-CNT-ERROR   PIC 9(05) VALUE 0.
       01 WS-CNT-PAYD    PIC 9(07) VALUE 0.
       01 WS-CNT-CONTR   PIC 9(05) VALUE 0.
       01 WS-CNT-BUDRD   PIC 9(05) VALUE 0.
      / Period, the feed's run, subscripts
       01 WS-PER-AAAA    PIC 9(04).
       01 WS-PER-MM      PIC 9(02).
       01 WS-FEED-PER    PIC 9(06).
       01 WS-FEED-RUN    PIC 9(08) VALUE 0.
       01 WS-HP-AAAA     PIC 9(04).
       01 WS-HP-MM       PIC 9(02).
       01 WS-DX          PIC 9(03).
       01 WS-MX          PIC 9(02).
       01 WS-CX          PIC 9(01).
       01 WS-LAST-DX     PIC 9(03).
      / The month's feed by department : gross, primes, headcount
       01 WS-CUR-TABLE.
           05 WS-CU-ENTRY OCCURS 99.
              10 WS-CU-BRUT   PIC 9(09)V99.
              10 WS-CU-PRIME  PIC 9(09)V99.
              10 WS-CU-CHRG   PIC 9(09)V99.
              10 WS-CU-EFF    PIC 9(05).
       01 WS-TOT-BRUT    PIC 9(11)V99 VALUE 0.
       01 WS-TOT-CHRG    PIC 9(11)V99 VALUE 0.
       01 WS-CHRG-LEFT   PIC 9(11)V99.
      / Budget and actuals of the year, per department, month and
      / component (1 base salaries, 2 primes, 3 employer charges)
       01 WS-BUD-TABLE.
           05 WS-BUD-DEPT OCCURS 99.
              10 WS-BUD-MOIS OCCURS 12.
                 15 WS-BD-MNT    PIC 9(09)V99 OCCURS 3.
       01 WS-ACT-TABLE.
           05 WS-ACT-DEPT OCCURS 99.
              10 WS-ACT-MOIS OCCURS 12.
                 15 WS-AC-MNT    PIC 9(09)V99 OCCURS 3.
       01 WS-DEPT-NOMS.
           05 WS-DT-NOM      PIC X(20) OCCURS 99.
       01 WS-COMP-LIBS   PIC X(12) VALUE 'BASEPRIMCHRG'.
       01 WS-COMP-TABLE REDEFINES WS-COMP-LIBS.
           05 WS-COMP-LIB    PIC X(04) OCCURS 3.
      / One department's figures : per component, then its total
      / (entry 4), and the company's
       01 WS-ROW-TABLE.
           05 WS-ROW-ENTRY OCCURS 4.
              10 WS-RW-MBUD   PIC 9(11)V99.
              10 WS-RW-MACT   PIC 9(11)V99.
              10 WS-RW-YBUD   PIC 9(11)V99.
              10 WS-RW-YACT   PIC 9(11)V99.
              10 WS-RW-ABUD   PIC 9(11)V99.
       01 WS-CO-TABLE.
           05 WS-CO-ENTRY OCCURS 4.
              10 WS-CO-MBUD   PIC 9(11)V99.
              10 WS-CO-MACT   PIC 9(11)V99.
              10 WS-CO-YBUD   PIC 9(11)V99.
              10 WS-CO-YACT   PIC 9(11)V99.
              10 WS-CO-ABUD   PIC 9(11)V99.
       01 WS-VAR         PIC S9(11)V99.
       01 WS-PCT-BUD     PIC 9(11)V99.
       01 WS-PCT-VAR     PIC S9(11)V99.
       01 WS-PCT         PIC S9(03)V9.
       01 WS-PROJ        PIC 9(11)V99.
       01 WS-PROJ-PCT    PIC S9(03)V9.
       01 WS-YTD-PCT     PIC S9(03)V9.
       01 WS-HDR-DEPT    PIC X(02).
       01 WS-HDR-DEPT-N REDEFINES WS-HDR-DEPT PIC 9(02).
       01 WS-HDR-NOM     PIC X(20).
      / FILERPT116 lines
       01 WS-RPT-LINES   PIC 9(07) VALUE 0.
       01 WS-RPT-HDR.
           05 FILLER          PIC X(40) VALUE
              'PGM116 PAYROLL BUDGET VS ACTUAL - PERIOD'.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-H-PER    PIC 9(06).
           05 FILLER          PIC X(14) VALUE
              '  TOLERANCE : '.
           05 WS-RPT-H-SEUIL  PIC Z9.99.
           05 FILLER          PIC X(14) VALUE ' %'.
       01 WS-RPT-HDR2.
           05 FILLER          PIC X(06) VALUE SPACES.
           05 FILLER          PIC X(34) VALUE
              '--------------- MOIS ------------ '.
           05 FILLER          PIC X(40) VALUE
              '----------- CUMUL ANNEE -------------'.
       01 WS-RPT-HDR3.
           05 FILLER          PIC X(06) VALUE ' COMP '.
           05 FILLER          PIC X(27) VALUE
              '  BUDGET     REEL    ECART '.
           05 FILLER          PIC X(07) VALUE 'ECART% '.
           05 FILLER          PIC X(30) VALUE
              '   BUDGET      REEL     ECART '.
           05 FILLER          PIC X(10) VALUE 'ECART% DEP'.
       01 WS-RPT-DEPT.
           05 FILLER          PIC X(05) VALUE 'DEPT '.
           05 WS-RPT-P-DEPT   PIC X(02).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-P-NOM    PIC X(20).
           05 FILLER          PIC X(11) VALUE ' BUDGET AN '.
           05 WS-RPT-P-ABUD   PIC ZZZZZZZZZ9.
           05 FILLER          PIC X(09) VALUE ' PROJETE '.
           05 WS-RPT-P-PROJ   PIC ZZZZZZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-P-PCT    PIC ---9.9.
           05 FILLER          PIC X(02) VALUE '% '.
           05 WS-RPT-P-FLAG   PIC X(03).
       01 WS-RPT-DETAIL.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-D-COMP   PIC X(04).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-D-MBUD   PIC ZZZZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-D-MACT   PIC ZZZZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-D-MVAR   PIC -------9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-D-MPCT   PIC ---9.9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-D-YBUD   PIC ZZZZZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-D-YACT   PIC ZZZZZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-D-YVAR   PIC --------9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-D-YPCT   PIC ---9.9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-D-FLAG   PIC X(03).
       01 WS-RPT-BLANK   PIC X(80) VALUE SPACES.
      / PGM081 chain run-date subprogram
       01 WS-CALL-DATE   PIC X(08) VALUE "PGM081  ".
      / PGM075 report-catalog interface
       01 WS-CALL-CAT    PIC X(08) VALUE "PGM075  ".
       01 WS-CAT-RPT     PIC X(12).
       01 WS-CAT-PAGES   PIC 9(05).
       01 WS-CAT-LINES   PIC 9(07).
      / PGM062 operator message hub interface
       01 WS-CALL-HUB    PIC X(08) VALUE "PGM062  ".
       01 WS-HUB-FUNC    PIC X(01).
       01 WS-HUB-PGM     PIC X(08).
       01 WS-HUB-SEV     PIC X(01).
       01 WS-HUB-TEXT    PIC X(58).
       01 WS-HUB-PCT     PIC ---9.9.
       01 WS-RUNNO       PIC 9(12) VALUE 0.
      / Parameter from JCL run
       01 PJ-RUNDATE     PIC 9(08).
       01 PJ-PERIOD      PIC 9(06).
       01 PJ-SEUIL       PIC 9(02)V99.
       01 PJ-SEUIL-DEF   PIC 9(02)V99 VALUE 5.00.
      / PGM124 dataset-lineage interface
       01 WS-CALL-LIN    PIC X(08) VALUE "PGM124  ".
       01 WS-LIN-PGM     PIC X(08) VALUE 'PGM116'.
       01 WS-LIN-DSN     PIC X(10).
       01 WS-LIN-MODE    PIC X(01).
       01 WS-LIN-COUNT   PIC 9(09).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           PERFORM 010-LOADREF THRU 010-EXIT.
           PERFORM 001-OFILE THRU 001-EXIT.
           PERFORM 100-FEED THRU 100-EXIT.
           PERFORM 120-CHARGES THRU 120-EXIT.
           PERFORM 130-HISTPUT THRU 130-EXIT.
           PERFORM 150-LOADBUDG THRU 150-EXIT.
           PERFORM 160-LOADHIST THRU 160-EXIT.
           PERFORM 200-REPORT THRU 200-EXIT.
           PERFORM 500-EXITP THRU 500-EXIT.
           PERFORM 999-CFILE THRU 999-EXIT.
           STOP RUN.
      *****************************************************************
      *  This routine handle parameters : a period given is kept
      *  (otherwise the PAYDETAIL's, or the run date's month without
      *  it), the overrun tolerance defaults to PJ-SEUIL-DEF; the
      *  chain's run number is read back from RUNCTL (zero outside a
      *  PGM016 chain)
      *****************************************************************
       000-PARMS.
           ACCEPT PJ-RUNDATE.
           IF PJ-RUNDATE = SPACE OR LOW-VALUE THEN
              CALL WS-CALL-DATE USING PJ-RUNDATE
           END-IF.
           ACCEPT PJ-PERIOD.
           IF PJ-PERIOD = SPACE OR LOW-VALUE OR PJ-PERIOD = 0
              COMPUTE PJ-PERIOD = PJ-RUNDATE / 100
           ELSE
              MOVE 'Y' TO WS-PER-SW
           END-IF.
           ACCEPT PJ-SEUIL.
           IF PJ-SEUIL = SPACE OR LOW-VALUE OR PJ-SEUIL NOT NUMERIC
              OR PJ-SEUIL = 0
              MOVE PJ-SEUIL-DEF TO PJ-SEUIL
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
           OPEN INPUT SALARIES.
           IF WS-FS-SAL NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT SALARIES FAILED - FILE '
                      'STATUS ' WS-FS-SAL
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN I-O PAYACTU.
           IF WS-FS-ACTU NOT = '00'
              OPEN OUTPUT PAYACTU
              CLOSE PAYACTU
              OPEN I-O PAYACTU
           END-IF.
           OPEN OUTPUT FILERPT116.
       001-EXIT.
           EXIT.
      *****************************************************************
      *  This routine clears the tables and loads the department
      *  names
      *****************************************************************
       010-LOADREF.
           INITIALIZE WS-CUR-TABLE.
           INITIALIZE WS-BUD-TABLE.
           INITIALIZE WS-ACT-TABLE.
           INITIALIZE WS-CO-TABLE.
           MOVE SPACES TO WS-DEPT-NOMS.
           OPEN INPUT DEPTMSTR.
           IF WS-FS-DEPTMSTR = '00'
              PERFORM UNTIL DEPTMSTR-END
                 READ DEPTMSTR NEXT
                    NOT AT END
                       IF DM-DEPT >= 1 AND DM-DEPT <= 99
                          MOVE DM-NOM TO WS-DT-NOM (DM-DEPT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DEPTMSTR
              MOVE 'DEPTMSTR' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE 0 TO WS-LIN-COUNT
              PERFORM 990-LINEAGE
           ELSE
              DISPLAY 'WARNING : DEPTMSTR NOT AVAILABLE - '
                      'DEPARTMENTS LISTED WITHOUT NAME'
           END-IF.
       010-EXIT.
           EXIT.
      *****************************************************************
      *  This routine totals the month's PAYDETAIL by department :
      *  gross and primes, the base salaries being the gross less
      *  the primes. A feed of another period than the one forced
      *  is not loaded; an employee without a department is left
      *  out with a warning.
      *****************************************************************
       100-FEED.
           OPEN INPUT PAYDETAIL.
           IF WS-FS-PAYD NOT = '00'
              DISPLAY 'WARNING : PAYDETAIL NOT AVAILABLE - REPORT '
                      'FROM THE HISTORY ONLY'
              ADD 1 TO WS-CNT-ERROR
              GO TO 100-CHECK
           END-IF.
           PERFORM UNTIL PAYD-END
              READ PAYDETAIL
                 NOT AT END
                    ADD 1 TO WS-CNT-PAYD
                    IF PD-MARK = 'D'
                       PERFORM 110-ONEPAY THRU 110-EXIT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PAYDETAIL.
           MOVE 'PAYDETAIL' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-PAYD TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           IF WS-FEED-RUN NOT = 0 AND NOT FEED-LOADED
              DISPLAY 'WARNING : PAYDETAIL IS FOR PERIOD ' WS-FEED-PER
                      ' - NOT LOADED FOR ' PJ-PERIOD
              ADD 1 TO WS-CNT-ERROR
           END-IF.
       100-CHECK.
           DIVIDE PJ-PERIOD BY 100 GIVING WS-PER-AAAA
                  REMAINDER WS-PER-MM.
           IF WS-PER-MM < 1 OR WS-PER-MM > 12
              DISPLAY 'ERROR : PERIOD ' PJ-PERIOD ' IS NOT AAAAMM'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine adds one paid employee to the department; the
      *  first record settles the feed's period and run
      *****************************************************************
       110-ONEPAY.
           IF WS-FEED-RUN = 0
              MOVE PD-RUNDATE TO WS-FEED-RUN
              COMPUTE WS-FEED-PER = PD-EFDATE / 100
              IF PER-FORCED AND WS-FEED-PER NOT = PJ-PERIOD
                 GO TO 110-EXIT
              END-IF
              MOVE WS-FEED-PER TO PJ-PERIOD
              MOVE 'Y' TO WS-FEED-SW
           END-IF.
           IF NOT FEED-LOADED
              GO TO 110-EXIT
           END-IF.
           ADD 1 TO WS-CNT-READ.
           MOVE PD-SALARY TO FD-SALARY.
           READ SALARIES
              INVALID KEY
                 MOVE 0 TO FD-DEPT
           END-READ.
           IF FD-DEPT NOT NUMERIC OR FD-DEPT < 1
              DISPLAY 'WARNING : NO DEPARTMENT FOR ' PD-SALARY
                      ' - LEFT OUT'
              ADD 1 TO WS-CNT-NODEPT
              GO TO 110-EXIT
           END-IF.
           ADD PD-BRUT    TO WS-CU-BRUT (FD-DEPT).
           ADD PD-PRIME-F TO WS-CU-PRIME (FD-DEPT).
           ADD 1          TO WS-CU-EFF (FD-DEPT).
           ADD PD-BRUT    TO WS-TOT-BRUT.
       110-EXIT.
           EXIT.
      *****************************************************************
      *  This routine totals the run's CONTRDECL and shares it out on
      *  the departments' gross, the last one taking the rounding
      *****************************************************************
       120-CHARGES.
           IF NOT FEED-LOADED
              GO TO 120-EXIT
           END-IF.
           OPEN INPUT CONTRDECL.
           IF WS-FS-CONTR NOT = '00'
              DISPLAY 'WARNING : CONTRDECL NOT AVAILABLE - NO '
                      'EMPLOYER CHARGES FOR ' PJ-PERIOD
              ADD 1 TO WS-CNT-ERROR
              GO TO 120-EXIT
           END-IF.
           PERFORM UNTIL CONTR-END
              READ CONTRDECL
                 NOT AT END
                    ADD 1 TO WS-CNT-CONTR
                    IF CD-RUNDATE = WS-FEED-RUN
                       ADD CD-TOTAL TO WS-TOT-CHRG
                    ELSE
                       DISPLAY 'WARNING : CONTRDECL ' CD-ORG
                               ' OF RUN ' CD-RUNDATE ' IGNORED'
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CONTRDECL.
           MOVE 'CONTRDECL' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-CONTR TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           IF WS-TOT-BRUT = 0
              GO TO 120-EXIT
           END-IF.
           MOVE 0 TO WS-LAST-DX.
           PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 99
              IF WS-CU-BRUT (WS-DX) > 0
                 MOVE WS-DX TO WS-LAST-DX
              END-IF
           END-PERFORM.
           MOVE WS-TOT-CHRG TO WS-CHRG-LEFT.
           PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > WS-LAST-DX
              IF WS-CU-BRUT (WS-DX) > 0
                 IF WS-DX = WS-LAST-DX
                    MOVE WS-CHRG-LEFT TO WS-CU-CHRG (WS-DX)
                 ELSE
                    COMPUTE WS-CU-CHRG (WS-DX) ROUNDED =
                            WS-TOT-CHRG * WS-CU-BRUT (WS-DX)
                            / WS-TOT-BRUT
                    SUBTRACT WS-CU-CHRG (WS-DX) FROM WS-CHRG-LEFT
                 END-IF
              END-IF
           END-PERFORM.
       120-EXIT.
           EXIT.
      *****************************************************************
      *  This routine files the month's actuals on PAYACTU : written
      *  for a department paid, rewritten on a rerun (to zero for a
      *  department no longer paid in it)
      *****************************************************************
       130-HISTPUT.
           IF NOT FEED-LOADED
              GO TO 130-EXIT
           END-IF.
           PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 99
              MOVE PJ-PERIOD TO PA-PERIOD
              MOVE WS-DX     TO PA-DEPT
              READ PAYACTU
                 INVALID KEY
                    IF WS-CU-BRUT (WS-DX) > 0
                       PERFORM 135-HISTSET
                       WRITE STRUCT-PAYACTU
                       ADD 1 TO WS-CNT-HIST
                    END-IF
                 NOT INVALID KEY
                    PERFORM 135-HISTSET
                    REWRITE STRUCT-PAYACTU
                    ADD 1 TO WS-CNT-HIST
              END-READ
              IF WS-FS-ACTU NOT = '00' AND WS-FS-ACTU NOT = '23'
                 DISPLAY 'ERROR : PAYACTU ' PA-KEY ' - FILE STATUS '
                         WS-FS-ACTU
                 ADD 1 TO WS-CNT-ERROR
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-PERFORM.
       130-EXIT.
           EXIT.
      *****************************************************************
      *  This routine sets one history record from the month's feed
      *****************************************************************
       135-HISTSET.
           MOVE SPACES     TO STRUCT-PAYACTU.
           MOVE PJ-PERIOD  TO PA-PERIOD.
           MOVE WS-DX      TO PA-DEPT.
           COMPUTE PA-BASE = WS-CU-BRUT (WS-DX) - WS-CU-PRIME (WS-DX).
           MOVE WS-CU-PRIME (WS-DX) TO PA-PRIMES.
           MOVE WS-CU-CHRG (WS-DX)  TO PA-CHARGES.
           MOVE WS-CU-EFF (WS-DX)   TO PA-EFFECTIF.
           MOVE PJ-RUNDATE TO PA-RUNDATE.
      *****************************************************************
      *  This routine loads the period year's budget; a line of
      *  another year is skipped, an invalid one rejected, a second
      *  line for the same department and month replaces the first
      *****************************************************************
       150-LOADBUDG.
           OPEN INPUT PAYBUDG.
           IF WS-FS-BUDG NOT = '00'
              DISPLAY 'WARNING : PAYBUDG NOT AVAILABLE - EVERY '
                      'BUDGET AT ZERO'
              ADD 1 TO WS-CNT-ERROR
              GO TO 150-EXIT
           END-IF.
           PERFORM UNTIL BUDG-END
              READ PAYBUDG
                 NOT AT END
                    ADD 1 TO WS-CNT-BUDRD
                    PERFORM 155-ONEBUDG THRU 155-EXIT
              END-READ
           END-PERFORM.
           CLOSE PAYBUDG.
           MOVE 'PAYBUDG' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-BUDRD TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
       150-EXIT.
           EXIT.
      *****************************************************************
      *  This routine validates and keeps one budget line
      *****************************************************************
       155-ONEBUDG.
           IF BG-ANNEE NOT NUMERIC OR BG-MOIS NOT NUMERIC
              OR BG-DEPT NOT NUMERIC
              OR BG-BASE NOT NUMERIC OR BG-PRIMES NOT NUMERIC
              OR BG-CHARGES NOT NUMERIC
              OR BG-MOIS < 1 OR BG-MOIS > 12
              OR BG-DEPT < 1
              DISPLAY 'WARNING : PAYBUDG LINE INVALID - ' BG-ANNEE
                      ' ' BG-MOIS ' ' BG-DEPT ' REJECTED'
              ADD 1 TO WS-CNT-BUDREJ
              GO TO 155-EXIT
           END-IF.
           IF BG-ANNEE NOT = WS-PER-AAAA
              GO TO 155-EXIT
           END-IF.
           MOVE BG-BASE    TO WS-BD-MNT (BG-DEPT, BG-MOIS, 1).
           MOVE BG-PRIMES  TO WS-BD-MNT (BG-DEPT, BG-MOIS, 2).
           MOVE BG-CHARGES TO WS-BD-MNT (BG-DEPT, BG-MOIS, 3).
           ADD 1 TO WS-CNT-BUDG.
       155-EXIT.
           EXIT.
      *****************************************************************
      *  This routine reads back the year's actuals from PAYACTU, from
      *  January up to the period
      *****************************************************************
       160-LOADHIST.
           COMPUTE PA-PERIOD = WS-PER-AAAA * 100 + 1.
           MOVE 0 TO PA-DEPT.
           START PAYACTU KEY IS NOT LESS THAN PA-KEY
              INVALID KEY
                 GO TO 160-EXIT
           END-START.
           PERFORM UNTIL ACTU-END
              READ PAYACTU NEXT
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PA-PERIOD > PJ-PERIOD
                       MOVE '10' TO WS-FS-ACTU
                    ELSE
                       DIVIDE PA-PERIOD BY 100 GIVING WS-HP-AAAA
                              REMAINDER WS-HP-MM
                       IF PA-DEPT >= 1 AND WS-HP-MM >= 1
                          AND WS-HP-MM <= 12
                          MOVE PA-BASE
                            TO WS-AC-MNT (PA-DEPT, WS-HP-MM, 1)
                          MOVE PA-PRIMES
                            TO WS-AC-MNT (PA-DEPT, WS-HP-MM, 2)
                          MOVE PA-CHARGES
                            TO WS-AC-MNT (PA-DEPT, WS-HP-MM, 3)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
       160-EXIT.
           EXIT.
      *****************************************************************
      *  This routine prints every department with a budget or an
      *  actual in the year, then the company
      *****************************************************************
       200-REPORT.
           MOVE PJ-PERIOD TO WS-RPT-H-PER.
           MOVE PJ-SEUIL  TO WS-RPT-H-SEUIL.
           WRITE FILERPT116-ENREG FROM WS-RPT-HDR.
           WRITE FILERPT116-ENREG FROM WS-RPT-HDR2.
           WRITE FILERPT116-ENREG FROM WS-RPT-HDR3.
           ADD 3 TO WS-RPT-LINES.
           PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 99
              PERFORM 210-ONEDEPT THRU 210-EXIT
           END-PERFORM.
           MOVE WS-CO-TABLE  TO WS-ROW-TABLE.
           MOVE '**'         TO WS-HDR-DEPT.
           MOVE 'ENTREPRISE' TO WS-HDR-NOM.
           PERFORM 300-BLOCK THRU 300-EXIT.
       200-EXIT.
           EXIT.
      *****************************************************************
      *  This routine works out one department's month, year to date
      *  and annual figures, adds them to the company, and prints
      *  them; a department over tolerance is sent to the hub
      *****************************************************************
       210-ONEDEPT.
           INITIALIZE WS-ROW-TABLE.
           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 3
              MOVE WS-BD-MNT (WS-DX, WS-PER-MM, WS-CX)
                TO WS-RW-MBUD (WS-CX)
              MOVE WS-AC-MNT (WS-DX, WS-PER-MM, WS-CX)
                TO WS-RW-MACT (WS-CX)
              PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 12
                 ADD WS-BD-MNT (WS-DX, WS-MX, WS-CX)
                  TO WS-RW-ABUD (WS-CX)
                 IF WS-MX <= WS-PER-MM
                    ADD WS-BD-MNT (WS-DX, WS-MX, WS-CX)
                     TO WS-RW-YBUD (WS-CX)
                    ADD WS-AC-MNT (WS-DX, WS-MX, WS-CX)
                     TO WS-RW-YACT (WS-CX)
                 END-IF
              END-PERFORM
              ADD WS-RW-MBUD (WS-CX) TO WS-RW-MBUD (4)
              ADD WS-RW-MACT (WS-CX) TO WS-RW-MACT (4)
              ADD WS-RW-YBUD (WS-CX) TO WS-RW-YBUD (4)
              ADD WS-RW-YACT (WS-CX) TO WS-RW-YACT (4)
              ADD WS-RW-ABUD (WS-CX) TO WS-RW-ABUD (4)
           END-PERFORM.
           IF WS-RW-ABUD (4) = 0 AND WS-RW-YACT (4) = 0
              GO TO 210-EXIT
           END-IF.
           ADD 1 TO WS-CNT-DEPT.
           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 4
              ADD WS-RW-MBUD (WS-CX) TO WS-CO-MBUD (WS-CX)
              ADD WS-RW-MACT (WS-CX) TO WS-CO-MACT (WS-CX)
              ADD WS-RW-YBUD (WS-CX) TO WS-CO-YBUD (WS-CX)
              ADD WS-RW-YACT (WS-CX) TO WS-CO-YACT (WS-CX)
              ADD WS-RW-ABUD (WS-CX) TO WS-CO-ABUD (WS-CX)
           END-PERFORM.
           MOVE WS-DX             TO WS-HDR-DEPT-N.
           MOVE WS-DT-NOM (WS-DX) TO WS-HDR-NOM.
           PERFORM 300-BLOCK THRU 300-EXIT.
           IF IS-OVER
              ADD 1 TO WS-CNT-OVER
              MOVE WS-YTD-PCT TO WS-HUB-PCT
              MOVE 'W' TO WS-HUB-SEV
              MOVE SPACES TO WS-HUB-TEXT
              STRING 'PAYROLL OVER BUDGET - DEPT ' WS-HDR-DEPT
                     ' YEAR TO DATE ' WS-HUB-PCT ' %'
                     DELIMITED BY SIZE
                INTO WS-HUB-TEXT
              END-STRING
              PERFORM 290-HUBMSG
           END-IF.
       210-EXIT.
           EXIT.
      *****************************************************************
      *  This routine appends one warning to the shared OPERMSG file
      *  through the PGM062 hub
      *****************************************************************
       290-HUBMSG.
           MOVE 'M'      TO WS-HUB-FUNC.
           MOVE 'PGM116' TO WS-HUB-PGM.
           CALL WS-CALL-HUB USING WS-HUB-FUNC, WS-HUB-PGM,
                WS-RUNNO, WS-HUB-SEV, WS-HUB-TEXT.
      *****************************************************************
      *  This routine prints one block : the heading with the annual
      *  budget and the outturn projected at the year to date's run
      *  rate, then a line per component and the total; the block
      *  is over tolerance when the total's year to date variance
      *  is more than PJ-SEUIL percent
      *****************************************************************
       300-BLOCK.
           COMPUTE WS-PROJ ROUNDED =
                   WS-RW-YACT (4) * 12 / WS-PER-MM.
           MOVE WS-RW-ABUD (4) TO WS-PCT-BUD.
           COMPUTE WS-PCT-VAR = WS-PROJ - WS-RW-ABUD (4).
           PERFORM 320-PCT.
           MOVE WS-PCT TO WS-PROJ-PCT.
           MOVE WS-RW-YBUD (4) TO WS-PCT-BUD.
           COMPUTE WS-PCT-VAR = WS-RW-YACT (4) - WS-RW-YBUD (4).
           PERFORM 320-PCT.
           MOVE WS-PCT TO WS-YTD-PCT.
           IF WS-YTD-PCT > PJ-SEUIL
              MOVE 'Y' TO WS-OVER-SW
           ELSE
              MOVE 'N' TO WS-OVER-SW
           END-IF.
           WRITE FILERPT116-ENREG FROM WS-RPT-BLANK.
           MOVE WS-HDR-DEPT    TO WS-RPT-P-DEPT.
           MOVE WS-HDR-NOM     TO WS-RPT-P-NOM.
           MOVE WS-RW-ABUD (4) TO WS-RPT-P-ABUD.
           MOVE WS-PROJ        TO WS-RPT-P-PROJ.
           MOVE WS-PROJ-PCT    TO WS-RPT-P-PCT.
           IF IS-OVER
              MOVE 'DEP' TO WS-RPT-P-FLAG
           ELSE
              MOVE SPACES TO WS-RPT-P-FLAG
           END-IF.
           WRITE FILERPT116-ENREG FROM WS-RPT-DEPT.
           ADD 2 TO WS-RPT-LINES.
           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 4
              PERFORM 310-LINE
           END-PERFORM.
       300-EXIT.
           EXIT.
      *****************************************************************
      *  This routine prints one component line (entry 4 = total)
      *****************************************************************
       310-LINE.
           IF WS-CX = 4
              MOVE 'TOTL' TO WS-RPT-D-COMP
           ELSE
              MOVE WS-COMP-LIB (WS-CX) TO WS-RPT-D-COMP
           END-IF.
           MOVE WS-RW-MBUD (WS-CX) TO WS-RPT-D-MBUD.
           MOVE WS-RW-MACT (WS-CX) TO WS-RPT-D-MACT.
           COMPUTE WS-VAR = WS-RW-MACT (WS-CX) - WS-RW-MBUD (WS-CX).
           MOVE WS-VAR TO WS-RPT-D-MVAR.
           MOVE WS-RW-MBUD (WS-CX) TO WS-PCT-BUD.
           MOVE WS-VAR TO WS-PCT-VAR.
           PERFORM 320-PCT.
           MOVE WS-PCT TO WS-RPT-D-MPCT.
           MOVE WS-RW-YBUD (WS-CX) TO WS-RPT-D-YBUD.
           MOVE WS-RW-YACT (WS-CX) TO WS-RPT-D-YACT.
           COMPUTE WS-VAR = WS-RW-YACT (WS-CX) - WS-RW-YBUD (WS-CX).
           MOVE WS-VAR TO WS-RPT-D-YVAR.
           MOVE WS-RW-YBUD (WS-CX) TO WS-PCT-BUD.
           MOVE WS-VAR TO WS-PCT-VAR.
           PERFORM 320-PCT.
           MOVE WS-PCT TO WS-RPT-D-YPCT.
           IF WS-PCT > PJ-SEUIL
              MOVE 'DEP' TO WS-RPT-D-FLAG
           ELSE
              MOVE SPACES TO WS-RPT-D-FLAG
           END-IF.
           WRITE FILERPT116-ENREG FROM WS-RPT-DETAIL.
           ADD 1 TO WS-RPT-LINES.
      *****************************************************************
      *  This routine turns a variance into a percentage of its
      *  budget, held to +/-999.9; with no budget any spending
      *  counts as 999.9
      *****************************************************************
       320-PCT.
           IF WS-PCT-BUD = 0
              IF WS-PCT-VAR > 0
                 MOVE 999.9 TO WS-PCT
              ELSE
                 MOVE 0 TO WS-PCT
              END-IF
           ELSE
              COMPUTE WS-PCT ROUNDED = WS-PCT-VAR * 100 / WS-PCT-BUD
                 ON SIZE ERROR
                    IF WS-PCT-VAR > 0
                       MOVE 999.9 TO WS-PCT
                    ELSE
                       MOVE -999.9 TO WS-PCT
                    END-IF
              END-COMPUTE
           END-IF.
      *****************************************************************
      *  This routine should close the program (after some displays)
      *****************************************************************
       500-EXITP.
           DISPLAY "500-EXITP".
           DISPLAY '    PERIOD             : ' PJ-PERIOD.
           DISPLAY '    EMPLOYEES READ     : ' WS-CNT-READ.
           DISPLAY '    WITHOUT DEPARTMENT : ' WS-CNT-NODEPT.
           DISPLAY '    EMPLOYER CHARGES   : ' WS-TOT-CHRG.
           DISPLAY '    HISTORY WRITTEN    : ' WS-CNT-HIST.
           DISPLAY '    BUDGET LINES       : ' WS-CNT-BUDG.
           DISPLAY '    BUDGET REJECTED    : ' WS-CNT-BUDREJ.
           DISPLAY '    DEPARTMENTS        : ' WS-CNT-DEPT.
           DISPLAY '    OVER TOLERANCE     : ' WS-CNT-OVER.
           IF RETURN-CODE < 4
              AND (WS-CNT-OVER > 0 OR WS-CNT-NODEPT > 0
                   OR WS-CNT-BUDREJ > 0 OR WS-CNT-ERROR > 0)
              MOVE 4 TO RETURN-CODE
           END-IF.
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
      *  Those routines handle files Closing
      *****************************************************************
       999-CFILE.
           CLOSE SALARIES.
           CLOSE PAYACTU.
           CLOSE FILERPT116.
           MOVE 'SALARIES' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE 0 TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           MOVE 'PAYACTU' TO WS-LIN-DSN.
           MOVE 'U' TO WS-LIN-MODE.
           MOVE WS-CNT-HIST TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           MOVE 'FILERPT116' TO WS-CAT-RPT.
           MOVE 0 TO WS-CAT-PAGES.
           MOVE WS-RPT-LINES TO WS-CAT-LINES.
           CALL WS-CALL-CAT USING WS-CAT-RPT, WS-CAT-PAGES,
                WS-CAT-LINES.
       999-EXIT.
           EXIT.
