      *****************************************************************
      * Program name:    PGM117
      *
      * Original author: DEFAY E.
      *
      * Purpose : Employee pay history inquiry, the PGM020 inquiry
      *           transaction for the payroll desk. The operator keys
      *           an identifier and an FD-SALARY; the SALARIES master
      *           record and the YTDREG year-to-date totals are
      *           displayed, then the last PJ-RUNS runs found for the
      *           employee on the concatenated PAYDETAIL runs (gross,
      *           prime, deductions, absence cut, events, net). A run
      *           date keyed in PJ-RUNSEL gets the full breakdown of
      *           that payslip, its change against the employee's
      *           previous run, the LOANMSTR and GARNMSTR positions
      *           and the period's ADJUST retro deltas.
      *           Pay data is confidential : only an operator of the
      *           payroll desk on OPERMSTR (OP-SERVICE 'PAIE') gets an
      *           answer, and every inquiry, granted or refused, is
      *           appended to the PAYINQLOG access trail.
      *
      * Using :
      *    - Copybook PAYDFS, PAYDETAIL as written by PGM011 (the
      *      runs concatenated, oldest first)
      *    - SALARIES as kept by PGM032, YTDREG and ADJUST by PGM011
      *    - LOANMSTR and GARNMSTR by PGM056 / PGM057, OPERMSTR by
      *      PGM066
      *    - PGM124 dataset lineage
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created : "why was I paid less in March"
      *                    answered at the desk, not from the
      *                    payslip archive
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM117.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /    OPERMSTR (operator master from PGM066, for the service)
           SELECT OPERMSTR
           ASSIGN TO OPERMSTR
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is OP-ID
           FILE STATUS is WS-FS-OPER.
      /    PAYINQLOG (access trail of the pay inquiries, appended to)
           SELECT PAYINQLOG
           ASSIGN TO PAYINQLOG
           FILE STATUS is WS-FS-LOG.
      /    SALARIES (indexed employee master keyed on FD-SALARY)
           SELECT SALARIES
           ASSIGN to FILEIN
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is FD-SALARY
           FILE STATUS is WS-FS-SAL.
      /    YTDREG (indexed year-to-date register keyed on YT-SALARY)
           SELECT YTDREG
           ASSIGN TO YTDREG
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is YT-SALARY
           FILE STATUS is WS-FS-YTD.
      /    PAYDETAIL (the runs' per-employee pay records)
           SELECT PAYDETAIL
           ASSIGN TO PAYDETAIL
           FILE STATUS is WS-FS-PAYD.
      /    LOANMSTR (indexed loan ledger keyed on LN-SALARY)
           SELECT LOANMSTR
           ASSIGN TO LOANMSTR
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is LN-SALARY
           FILE STATUS is WS-FS-LOAN.
      /    GARNMSTR (indexed garnishment file keyed on GM-SALARY)
           SELECT GARNMSTR
           ASSIGN TO GARNMSTR
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is GM-SALARY
           FILE STATUS is WS-FS-GARN.
      /    ADJUST (retro prime deltas written by PGM011)
           SELECT ADJUST
           ASSIGN TO ADJUST
           FILE STATUS is WS-FS-ADJ.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD OPERMSTR
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-OPERMSTR.
           02 OP-ID      PIC X(08).
           02 FILLER     PIC X(01).
           02 OP-NOM     PIC X(25).
           02 FILLER     PIC X(01).
           02 OP-LEVEL   PIC 9(01).
           02 FILLER     PIC X(01).
           02 OP-SERVICE PIC X(04).
           02 FILLER     PIC X(39).
       FD PAYINQLOG
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-PAYINQLOG.
           02 IL-DATE    PIC 9(08).
           02 FILLER     PIC X(01).
           02 IL-TIME    PIC 9(08).
           02 FILLER     PIC X(01).
           02 IL-OPER    PIC X(08).
           02 FILLER     PIC X(01).
           02 IL-SALARY  PIC X(07).
           02 FILLER     PIC X(01).
           02 IL-RESULT  PIC X(01).
           02 FILLER     PIC X(01).
           02 IL-MOTIF   PIC X(30).
           02 FILLER     PIC X(13).
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
       FD YTDREG
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-YTDREG.
           02 YT-SALARY       PIC 9(07).
           02 FILLER          PIC X(01).
           02 YT-YEAR         PIC 9(04).
           02 FILLER          PIC X(01).
           02 YT-BRUT         PIC 9(10)V99.
           02 FILLER          PIC X(01).
           02 YT-PRIME        PIC 9(09).
           02 FILLER          PIC X(01).
           02 YT-RETENUE      PIC 9(10)V99.
           02 FILLER          PIC X(01).
           02 YT-NET          PIC S9(10)V99.
           02 FILLER          PIC X(01).
           02 YT-LASTPER      PIC 9(06).
           02 FILLER          PIC X(10).
       FD PAYDETAIL.
       COPY PAYDFS REPLACING ==()== BY ==PAYDETAIL==.
       FD LOANMSTR
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-LOANMSTR.
           02 LN-SALARY   PIC 9(07).
           02 FILLER      PIC X(01).
           02 LN-PRINCIPAL PIC 9(07)V99.
           02 FILLER      PIC X(01).
           02 LN-INSTALL  PIC 9(05)V99.
           02 FILLER      PIC X(01).
           02 LN-BALANCE  PIC 9(07)V99.
           02 FILLER      PIC X(01).
           02 LN-LASTPER  PIC 9(06).
           02 FILLER      PIC X(38).
       FD GARNMSTR
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-GARNMSTR.
           02 GM-SALARY   PIC 9(07).
           02 FILLER      PIC X(01).
           02 GM-CREDITOR PIC X(20).
           02 FILLER      PIC X(01).
           02 GM-OWED     PIC 9(07)V99.
           02 FILLER      PIC X(01).
           02 GM-REMAIN   PIC 9(07)V99.
           02 FILLER      PIC X(01).
           02 GM-LASTPER  PIC 9(06).
           02 FILLER      PIC X(25).
       FD ADJUST.
       01  STRUCT-ADJUST.
           02 AJ-SALARY       PIC 9(07).
           02 FILLER          PIC X(01).
           02 AJ-DELTA        PIC S9(07).
           02 FILLER          PIC X(01).
           02 AJ-EFDATE       PIC 9(08).
           02 FILLER          PIC X(55).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-OPER     PIC X(02).
       01 WS-FS-LOG      PIC X(02).
       01 WS-FS-SAL      PIC X(02).
       01 WS-FS-YTD      PIC X(02).
       01 WS-FS-PAYD     PIC X(02).
           88 PAYD-END    VALUE '10'.
       01 WS-FS-LOAN     PIC X(02).
       01 WS-FS-GARN     PIC X(02).
       01 WS-FS-ADJ      PIC X(02).
           88 ADJ-END     VALUE '10'.
       01 WS-SEL-SW      PIC X(01) VALUE 'N'.
           88 SEL-FOUND   VALUE 'Y'.
       01 WS-PREV-SW     PIC X(01) VALUE 'N'.
           88 PREV-FOUND  VALUE 'Y'.
       01 WS-LAST-SW     PIC X(01) VALUE 'N'.
           88 LAST-KEPT   VALUE 'Y'.
       01 WS-MASTER-SW   PIC X(01) VALUE 'N'.
           88 MASTER-FOUND VALUE 'Y'.
       01 WS-MOTIF       PIC X(30).
       01 WS-LOG-DATE    PIC 9(08).
       01 WS-LOG-TIME    PIC 9(08).
       01 WS-SAL-KEY     PIC 9(07).
       01 WS-SEL-PER     PIC 9(06).
       01 WS-AJ-PER      PIC 9(06).
       01 WS-CNT-RUNS    PIC 9(05) VALUE 0.
       01 WS-CNT-ADJ     PIC 9(03) VALUE 0.
       01 WS-CNT-PAYD    PIC 9(07) VALUE 0.
       01 WS-CNT-ADJRD   PIC 9(07) VALUE 0.
      / The last runs found for the employee, oldest first
       01 WS-RUN-COUNT   PIC 9(02) VALUE 0.
       01 WS-RUN-TABLE.
           05 WS-RUN-ENTRY OCCURS 24.
              10 WS-RN-RUNDATE PIC 9(08).
              10 WS-RN-EFDATE  PIC 9(08).
              10 WS-RN-BRUT    PIC 9(08)V99.
              10 WS-RN-PRIME   PIC 9(07).
              10 WS-RN-RETENUE PIC 9(08)V99.
              10 WS-RN-ABSDED  PIC 9(06)V99.
              10 WS-RN-EVTNET  PIC S9(06)V99.
              10 WS-RN-NET     PIC S9(09)V99.
       01 WS-RX          PIC 9(02).
      / The run asked for, the employee's run before it, and the
      / last run seen while reading
       COPY PAYDFS REPLACING ==()== BY ==PAYSEL==.
       COPY PAYDFS REPLACING ==()== BY ==PAYPREV==.
       COPY PAYDFS REPLACING ==()== BY ==PAYLAST==.
      / Display lines
       01 WS-LST-HDR.
           05 FILLER          PIC X(31) VALUE
              '    RUN      PERIOD       GROSS'.
           05 FILLER          PIC X(29) VALUE
              '   PRIME  DEDUCTIONS  ABSENCE'.
           05 FILLER          PIC X(24) VALUE
              '    EVENTS           NET'.
       01 WS-LST-LINE.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 WS-LST-RUN      PIC 9(08).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-LST-PER      PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-LST-BRUT     PIC ZZZZZZZ9.99.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-LST-PRIME    PIC ZZZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-LST-RETENUE  PIC ZZZZZZZ9.99.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-LST-ABSDED   PIC ZZZZ9.99.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-LST-EVTNET   PIC -ZZZZ9.99.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-LST-NET      PIC -ZZZZZZZZ9.99.
       01 WS-ED-MNT      PIC -ZZZZZZZZ9.99.
       01 WS-ED-DELTA    PIC -ZZZZZZZZ9.99.
       01 WS-ED-JOURS    PIC ZZ9.99.
       01 WS-DELTA       PIC S9(09)V99.
      / Parameter from JCL run
       01 PJ-OPER        PIC X(08).
       01 PJ-SALARY      PIC X(07).
       01 PJ-SALARY-N REDEFINES PJ-SALARY PIC 9(07).
       01 PJ-RUNS        PIC 9(02).
       01 PJ-RUNS-DEF    PIC 9(02) VALUE 6.
       01 PJ-RUNSEL      PIC 9(08).
      / PGM124 dataset-lineage interface
       01 WS-CALL-LIN    PIC X(08) VALUE "PGM124  ".
       01 WS-LIN-PGM     PIC X(08) VALUE 'PGM117'.
       01 WS-LIN-DSN     PIC X(10).
       01 WS-LIN-MODE    PIC X(01).
       01 WS-LIN-COUNT   PIC 9(09).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           PERFORM 010-ACCESS THRU 010-EXIT.
           PERFORM 001-OFILE THRU 001-EXIT.
           PERFORM 100-MASTER THRU 100-EXIT.
           PERFORM 110-YTD THRU 110-EXIT.
           PERFORM 200-RUNS THRU 200-EXIT.
           IF PJ-RUNSEL > 0
              PERFORM 300-DETAIL THRU 300-EXIT
           END-IF.
           PERFORM 500-EXITP THRU 500-EXIT.
           CLOSE SALARIES.
           MOVE 'SALARIES' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE 0 TO WS-LIN-COUNT.
           PERFORM 900-LINEAGE.
           GOBACK.
      *****************************************************************
      *  This routine handle parameters : the number of runs listed
      *  defaults to PJ-RUNS-DEF (24 at most), no run date asks for
      *  no breakdown
      *****************************************************************
       000-PARMS.
           ACCEPT PJ-OPER.
           ACCEPT PJ-SALARY.
           ACCEPT PJ-RUNS.
           IF PJ-RUNS = SPACE OR LOW-VALUE OR PJ-RUNS NOT NUMERIC
              OR PJ-RUNS = 0
              MOVE PJ-RUNS-DEF TO PJ-RUNS
           END-IF.
           IF PJ-RUNS > 24
              MOVE 24 TO PJ-RUNS
           END-IF.
           ACCEPT PJ-RUNSEL.
           IF PJ-RUNSEL = SPACE OR LOW-VALUE OR PJ-RUNSEL NOT NUMERIC
              MOVE 0 TO PJ-RUNSEL
           END-IF.
       000-EXIT.
           EXIT.
      *****************************************************************
      *  This routine lets only a payroll desk operator through :
      *  without OPERMSTR, for an unknown operator or one of another
      *  service, nothing is shown. The inquiry goes to the trail
      *  either way.
      *****************************************************************
       010-ACCESS.
           MOVE SPACES TO WS-MOTIF.
           OPEN INPUT OPERMSTR.
           IF WS-FS-OPER NOT = '00'
              MOVE 'OPERMSTR NOT AVAILABLE' TO WS-MOTIF
              GO TO 010-TRAIL
           END-IF.
           MOVE PJ-OPER TO OP-ID.
           READ OPERMSTR
              INVALID KEY
                 MOVE 'OPERATOR UNKNOWN' TO WS-MOTIF
              NOT INVALID KEY
                 IF OP-SERVICE NOT = 'PAIE'
                    MOVE 'NOT A PAYROLL OPERATOR' TO WS-MOTIF
                 END-IF
           END-READ.
           CLOSE OPERMSTR.
           MOVE 'OPERMSTR' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE 0 TO WS-LIN-COUNT.
           PERFORM 900-LINEAGE.
           IF WS-MOTIF = SPACES AND PJ-SALARY NOT NUMERIC
              MOVE 'EMPLOYEE NOT NUMERIC' TO WS-MOTIF
           END-IF.
       010-TRAIL.
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-LOG-TIME FROM TIME.
           OPEN EXTEND PAYINQLOG.
           IF WS-FS-LOG NOT = '00'
              OPEN OUTPUT PAYINQLOG
           END-IF.
           MOVE SPACES      TO STRUCT-PAYINQLOG.
           MOVE WS-LOG-DATE TO IL-DATE.
           MOVE WS-LOG-TIME TO IL-TIME.
           MOVE PJ-OPER     TO IL-OPER.
           MOVE PJ-SALARY   TO IL-SALARY.
           IF WS-MOTIF = SPACES
              MOVE 'G' TO IL-RESULT
           ELSE
              MOVE 'R' TO IL-RESULT
              MOVE WS-MOTIF TO IL-MOTIF
           END-IF.
           WRITE STRUCT-PAYINQLOG.
           CLOSE PAYINQLOG.
           MOVE 'PAYINQLOG' TO WS-LIN-DSN.
           MOVE 'E' TO WS-LIN-MODE.
           MOVE 1 TO WS-LIN-COUNT.
           PERFORM 900-LINEAGE.
           IF WS-MOTIF NOT = SPACES
              DISPLAY 'ACCESS REFUSED : ' PJ-OPER ' - ' WS-MOTIF
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE PJ-SALARY-N TO WS-SAL-KEY.
       010-EXIT.
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
       001-EXIT.
           EXIT.
      *****************************************************************
      *  This routine reads the keyed employee and displays the
      *  master record; an employee no longer on SALARIES still has
      *  a pay history
      *****************************************************************
       100-MASTER.
           MOVE WS-SAL-KEY TO FD-SALARY.
           READ SALARIES
              INVALID KEY
                 DISPLAY 'SALARIE : ' WS-SAL-KEY
                         ' NOT FOUND ON SALARIES.'
              NOT INVALID KEY
                 MOVE 'Y' TO WS-MASTER-SW
                 DISPLAY 'SALARIE : ' FD-SALARY
                 DISPLAY '    FD-NOTE      : ' FD-NOTE
                 DISPLAY '    FD-SENIORITY : ' FD-SENIORITY
                 DISPLAY '    FD-HIREDATE  : ' FD-HIREDATE
                 DISPLAY '    FD-BASE      : ' FD-BASE
                 DISPLAY '    FD-DEPT      : ' FD-DEPT
                 DISPLAY '    FD-STATUT    : ' FD-STATUT
                 DISPLAY '    FD-LEAVE     : ' FD-LEAVE
           END-READ.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine displays the employee's year-to-date totals
      *****************************************************************
       110-YTD.
           OPEN INPUT YTDREG.
           IF WS-FS-YTD NOT = '00'
              DISPLAY 'YTDREG NOT AVAILABLE.'
              GO TO 110-EXIT
           END-IF.
           MOVE WS-SAL-KEY TO YT-SALARY.
           READ YTDREG
              INVALID KEY
                 DISPLAY 'YEAR TO DATE : NONE ON YTDREG.'
              NOT INVALID KEY
                 DISPLAY 'YEAR TO DATE : ' YT-YEAR
                         '  LAST PERIOD ' YT-LASTPER
                 MOVE YT-BRUT TO WS-ED-MNT
                 DISPLAY '    GROSS        : ' WS-ED-MNT
                 MOVE YT-PRIME TO WS-ED-MNT
                 DISPLAY '    PRIME        : ' WS-ED-MNT
                 MOVE YT-RETENUE TO WS-ED-MNT
                 DISPLAY '    DEDUCTIONS   : ' WS-ED-MNT
                 MOVE YT-NET TO WS-ED-MNT
                 DISPLAY '    NET          : ' WS-ED-MNT
           END-READ.
           CLOSE YTDREG.
           MOVE 'YTDREG' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE 0 TO WS-LIN-COUNT.
           PERFORM 900-LINEAGE.
       110-EXIT.
           EXIT.
      *****************************************************************
      *  This routine reads the PAYDETAIL runs and keeps the
      *  employee's last PJ-RUNS, the run asked for and the one
      *  before it, then lists the runs kept
      *****************************************************************
       200-RUNS.
           OPEN INPUT PAYDETAIL.
           IF WS-FS-PAYD NOT = '00'
              DISPLAY 'PAYDETAIL NOT AVAILABLE - NO PAY HISTORY.'
              GO TO 200-EXIT
           END-IF.
           PERFORM UNTIL PAYD-END
              READ PAYDETAIL
                 NOT AT END
                    ADD 1 TO WS-CNT-PAYD
                    IF PD-MARK OF STRUCT-PAYDETAIL = 'D'
                       AND PD-SALARY OF STRUCT-PAYDETAIL = WS-SAL-KEY
                       PERFORM 210-KEEPRUN
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PAYDETAIL.
           MOVE 'PAYDETAIL' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-PAYD TO WS-LIN-COUNT.
           PERFORM 900-LINEAGE.
           DISPLAY 'LAST RUNS : ' WS-RUN-COUNT ' OF ' WS-CNT-RUNS
                   ' ON PAYDETAIL'.
           IF WS-RUN-COUNT = 0
              GO TO 200-EXIT
           END-IF.
           DISPLAY WS-LST-HDR.
           PERFORM VARYING WS-RX FROM 1 BY 1
                     UNTIL WS-RX > WS-RUN-COUNT
              MOVE WS-RN-RUNDATE (WS-RX) TO WS-LST-RUN
              COMPUTE WS-LST-PER = WS-RN-EFDATE (WS-RX) / 100
              MOVE WS-RN-BRUT (WS-RX)    TO WS-LST-BRUT
              MOVE WS-RN-PRIME (WS-RX)   TO WS-LST-PRIME
              MOVE WS-RN-RETENUE (WS-RX) TO WS-LST-RETENUE
              MOVE WS-RN-ABSDED (WS-RX)  TO WS-LST-ABSDED
              MOVE WS-RN-EVTNET (WS-RX)  TO WS-LST-EVTNET
              MOVE WS-RN-NET (WS-RX)     TO WS-LST-NET
              DISPLAY WS-LST-LINE
           END-PERFORM.
       200-EXIT.
           EXIT.
      *****************************************************************
      *  This routine keeps one of the employee's runs : the table
      *  rolls once full so the last PJ-RUNS stay
      *****************************************************************
       210-KEEPRUN.
           ADD 1 TO WS-CNT-RUNS.
           IF PD-RUNDATE OF STRUCT-PAYDETAIL = PJ-RUNSEL
              MOVE STRUCT-PAYDETAIL TO STRUCT-PAYSEL
              MOVE 'Y' TO WS-SEL-SW
              IF LAST-KEPT
                 MOVE STRUCT-PAYLAST TO STRUCT-PAYPREV
                 MOVE 'Y' TO WS-PREV-SW
              END-IF
           END-IF.
           MOVE STRUCT-PAYDETAIL TO STRUCT-PAYLAST.
           MOVE 'Y' TO WS-LAST-SW.
           IF WS-RUN-COUNT < PJ-RUNS
              ADD 1 TO WS-RUN-COUNT
           ELSE
              PERFORM VARYING WS-RX FROM 1 BY 1
                        UNTIL WS-RX >= WS-RUN-COUNT
                 MOVE WS-RUN-ENTRY (WS-RX + 1) TO WS-RUN-ENTRY (WS-RX)
              END-PERFORM
           END-IF.
           MOVE PD-RUNDATE OF STRUCT-PAYDETAIL
             TO WS-RN-RUNDATE (WS-RUN-COUNT).
           MOVE PD-EFDATE OF STRUCT-PAYDETAIL
             TO WS-RN-EFDATE (WS-RUN-COUNT).
           MOVE PD-BRUT OF STRUCT-PAYDETAIL
             TO WS-RN-BRUT (WS-RUN-COUNT).
           MOVE PD-PRIME-F OF STRUCT-PAYDETAIL
             TO WS-RN-PRIME (WS-RUN-COUNT).
           MOVE PD-RETENUE OF STRUCT-PAYDETAIL
             TO WS-RN-RETENUE (WS-RUN-COUNT).
           MOVE PD-ABSDED OF STRUCT-PAYDETAIL
             TO WS-RN-ABSDED (WS-RUN-COUNT).
           MOVE PD-EVTNET OF STRUCT-PAYDETAIL
             TO WS-RN-EVTNET (WS-RUN-COUNT).
           MOVE PD-NET OF STRUCT-PAYDETAIL
             TO WS-RN-NET (WS-RUN-COUNT).
      *****************************************************************
      *  This routine gives the full breakdown of the run asked for,
      *  its change against the previous run, and the period's
      *  loan, garnishment and retro lines
      *****************************************************************
       300-DETAIL.
           IF NOT SEL-FOUND
              DISPLAY 'RUN ' PJ-RUNSEL ' : NO PAY FOR ' WS-SAL-KEY
              MOVE 4 TO RETURN-CODE
              GO TO 300-EXIT
           END-IF.
           COMPUTE WS-SEL-PER = PD-EFDATE OF STRUCT-PAYSEL / 100.
           DISPLAY 'RUN ' PD-RUNDATE OF STRUCT-PAYSEL
                   '  PERIOD ' WS-SEL-PER
                   '  EFFECTIVE ' PD-EFDATE OF STRUCT-PAYSEL.
           DISPLAY '    SENIORITY    : ' PD-SENIOR OF STRUCT-PAYSEL.
           MOVE PD-BRUT OF STRUCT-PAYSEL TO WS-ED-MNT.
           DISPLAY '    GROSS        : ' WS-ED-MNT.
           MOVE PD-PRIME-F OF STRUCT-PAYSEL TO WS-ED-MNT.
           DISPLAY '      PRIME      : ' WS-ED-MNT.
           MOVE PD-ABSDED OF STRUCT-PAYSEL TO WS-ED-MNT.
           DISPLAY '      ABSENCE CUT: ' WS-ED-MNT.
           IF PD-CPINDEM OF STRUCT-PAYSEL NUMERIC
              AND PD-CPINDEM OF STRUCT-PAYSEL > 0
              MOVE PD-CPINDEM OF STRUCT-PAYSEL TO WS-ED-MNT
              DISPLAY '      LEAVE PAID : ' WS-ED-MNT
           END-IF.
           MOVE PD-RETENUE OF STRUCT-PAYSEL TO WS-ED-MNT.
           DISPLAY '    DEDUCTIONS   : ' WS-ED-MNT.
           IF PD-IMPOT OF STRUCT-PAYSEL NUMERIC
              MOVE PD-IMPOT OF STRUCT-PAYSEL TO WS-ED-MNT
              DISPLAY '      INCOME TAX : ' WS-ED-MNT
           END-IF.
           MOVE PD-EVTNET OF STRUCT-PAYSEL TO WS-ED-MNT.
           DISPLAY '    EVENTS (NET) : ' WS-ED-MNT.
           IF PD-FRAIS OF STRUCT-PAYSEL NUMERIC
              AND PD-FRAIS OF STRUCT-PAYSEL > 0
              MOVE PD-FRAIS OF STRUCT-PAYSEL TO WS-ED-MNT
              DISPLAY '      EXPENSES   : ' WS-ED-MNT
           END-IF.
           MOVE PD-NET OF STRUCT-PAYSEL TO WS-ED-MNT.
           DISPLAY '    NET          : ' WS-ED-MNT.
           IF PD-CPSOLDE OF STRUCT-PAYSEL NUMERIC
              MOVE PD-CPSOLDE OF STRUCT-PAYSEL TO WS-ED-JOURS
              DISPLAY '    LEAVE LEFT   : ' WS-ED-JOURS ' DAYS'
           END-IF.
           IF PREV-FOUND
              PERFORM 310-DELTA
           END-IF.
           PERFORM 320-LOAN THRU 320-EXIT.
           PERFORM 330-GARN THRU 330-EXIT.
           PERFORM 340-ADJUST THRU 340-EXIT.
       300-EXIT.
           EXIT.
      *****************************************************************
      *  This routine shows what moved since the employee's previous
      *  run
      *****************************************************************
       310-DELTA.
           DISPLAY 'CHANGE SINCE RUN ' PD-RUNDATE OF STRUCT-PAYPREV.
           COMPUTE WS-DELTA = PD-BRUT OF STRUCT-PAYSEL
                            - PD-BRUT OF STRUCT-PAYPREV.
           MOVE WS-DELTA TO WS-ED-DELTA.
           DISPLAY '    GROSS        : ' WS-ED-DELTA.
           COMPUTE WS-DELTA = PD-PRIME-F OF STRUCT-PAYSEL
                            - PD-PRIME-F OF STRUCT-PAYPREV.
           MOVE WS-DELTA TO WS-ED-DELTA.
           DISPLAY '      PRIME      : ' WS-ED-DELTA.
           COMPUTE WS-DELTA = PD-ABSDED OF STRUCT-PAYSEL
                            - PD-ABSDED OF STRUCT-PAYPREV.
           MOVE WS-DELTA TO WS-ED-DELTA.
           DISPLAY '      ABSENCE CUT: ' WS-ED-DELTA.
           COMPUTE WS-DELTA = PD-RETENUE OF STRUCT-PAYSEL
                            - PD-RETENUE OF STRUCT-PAYPREV.
           MOVE WS-DELTA TO WS-ED-DELTA.
           DISPLAY '    DEDUCTIONS   : ' WS-ED-DELTA.
           COMPUTE WS-DELTA = PD-EVTNET OF STRUCT-PAYSEL
                            - PD-EVTNET OF STRUCT-PAYPREV.
           MOVE WS-DELTA TO WS-ED-DELTA.
           DISPLAY '    EVENTS (NET) : ' WS-ED-DELTA.
           COMPUTE WS-DELTA = PD-NET OF STRUCT-PAYSEL
                            - PD-NET OF STRUCT-PAYPREV.
           MOVE WS-DELTA TO WS-ED-DELTA.
           DISPLAY '    NET          : ' WS-ED-DELTA.
      *****************************************************************
      *  This routine shows the loan ledger : the installment was
      *  taken in the period when it is the last one collected
      *****************************************************************
       320-LOAN.
           OPEN INPUT LOANMSTR.
           IF WS-FS-LOAN NOT = '00'
              GO TO 320-EXIT
           END-IF.
           MOVE WS-SAL-KEY TO LN-SALARY.
           READ LOANMSTR
              INVALID KEY
                 DISPLAY 'LOAN : NONE.'
              NOT INVALID KEY
                 MOVE LN-PRINCIPAL TO WS-ED-MNT
                 DISPLAY 'LOAN : PRINCIPAL ' WS-ED-MNT
                 MOVE LN-INSTALL TO WS-ED-MNT
                 DISPLAY '    INSTALLMENT  : ' WS-ED-MNT
                 MOVE LN-BALANCE TO WS-ED-MNT
                 DISPLAY '    BALANCE NOW  : ' WS-ED-MNT
                 IF LN-LASTPER = WS-SEL-PER
                    DISPLAY '    COLLECTED IN ' WS-SEL-PER
                            ' (LAST COLLECTION)'
                 ELSE
                    DISPLAY '    LAST COLLECTED IN ' LN-LASTPER
                 END-IF
           END-READ.
           CLOSE LOANMSTR.
           MOVE 'LOANMSTR' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE 0 TO WS-LIN-COUNT.
           PERFORM 900-LINEAGE.
       320-EXIT.
           EXIT.
      *****************************************************************
      *  This routine shows the garnishment order, the same way
      *****************************************************************
       330-GARN.
           OPEN INPUT GARNMSTR.
           IF WS-FS-GARN NOT = '00'
              GO TO 330-EXIT
           END-IF.
           MOVE WS-SAL-KEY TO GM-SALARY.
           READ GARNMSTR
              INVALID KEY
                 DISPLAY 'GARNISHMENT : NONE.'
              NOT INVALID KEY
                 DISPLAY 'GARNISHMENT : ' GM-CREDITOR
                 MOVE GM-OWED TO WS-ED-MNT
                 DISPLAY '    OWED         : ' WS-ED-MNT
                 MOVE GM-REMAIN TO WS-ED-MNT
                 DISPLAY '    REMAINING NOW: ' WS-ED-MNT
                 IF GM-LASTPER = WS-SEL-PER
                    DISPLAY '    SEIZED IN ' WS-SEL-PER
                            ' (LAST SEIZURE)'
                 ELSE
                    DISPLAY '    LAST SEIZED IN ' GM-LASTPER
                 END-IF
           END-READ.
           CLOSE GARNMSTR.
           MOVE 'GARNMSTR' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE 0 TO WS-LIN-COUNT.
           PERFORM 900-LINEAGE.
       330-EXIT.
           EXIT.
      *****************************************************************
      *  This routine lists the retro prime deltas of the period
      *****************************************************************
       340-ADJUST.
           OPEN INPUT ADJUST.
           IF WS-FS-ADJ NOT = '00'
              GO TO 340-EXIT
           END-IF.
           PERFORM UNTIL ADJ-END
              READ ADJUST
                 NOT AT END
                    ADD 1 TO WS-CNT-ADJRD
                    COMPUTE WS-AJ-PER = AJ-EFDATE / 100
                    IF AJ-SALARY = WS-SAL-KEY
                       AND WS-AJ-PER = WS-SEL-PER
                       ADD 1 TO WS-CNT-ADJ
                       MOVE AJ-DELTA TO WS-ED-DELTA
                       DISPLAY 'RETRO ADJUSTMENT ' AJ-EFDATE
                               ' : ' WS-ED-DELTA
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ADJUST.
           MOVE 'ADJUST' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-ADJRD TO WS-LIN-COUNT.
           PERFORM 900-LINEAGE.
           IF WS-CNT-ADJ = 0
              DISPLAY 'RETRO ADJUSTMENT : NONE.'
           END-IF.
       340-EXIT.
           EXIT.
      *****************************************************************
      *  This routine should close the program (after some displays)
      *****************************************************************
       500-EXITP.
           DISPLAY "500-EXITP".
           IF NOT MASTER-FOUND AND WS-CNT-RUNS = 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       500-EXIT.
           EXIT.
      *****************************************************************
      *  This routine records one closed dataset on the LINEAGE
      *  register (PGM124) : name, open mode, record count
      *****************************************************************
       900-LINEAGE.
           CALL WS-CALL-LIN USING WS-LIN-PGM, WS-LIN-DSN,
                WS-LIN-MODE, WS-LIN-COUNT.
