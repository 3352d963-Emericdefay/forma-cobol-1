      *                    also computes the employer-side lines,
      *                    and the new end-of-run 'F' call writes
      *                    the CONTRDECL contributions declaration
      * 15/10/26  DEFAY E. PRIMEMVT credits carry the 'PAIE' origin,
      *                    so the journal tells payroll credits apart
      *                    (PGM109)
      * 15/10/26  DEFAY E. Paid-leave ledger : every paid employee
      *                    earns 2.5 days a month (prorated on a
      *                    final pay) on the LEAVEREG register, an
      *                    ABSENCES type 'C' record draws the
      *                    balance down instead of the pay - days
      *                    beyond the balance are taken unpaid with
      *                    a warning - and a leaver's unused balance
      *                    is paid in thirtieths of the base with
      *                    the final pay; the position goes to
      *                    PAYDETAIL for the PGM034 payslip
      * 15/10/26  DEFAY E. PGM033 returns the income tax it withheld
      *                    at source; PD-IMPOT carries it to PGM059
      * 15/10/26  DEFAY E. An 'N' event (expense claims PGM115
      *                    routes to the slip) is paid on top of the
      *                    net, outside the gross and the deductions,
      *                    and carried on PAYDETAIL as PD-FRAIS
      * 15/10/26  DEFAY E. Multi-establishment payroll : each
      *                    employee is paid under the establishment
      *                    of FD-ETAB (blank : the ETABMSTR default,
      *                    unknown : the default with a warning),
      *                    carried on PAYDETAIL, PAYORD and the
      *                    PGM033 call; the run's totals are split
      *                    per establishment on ETABTOT and tied
      *                    back to the PAYTOTALS run total
      * 15/10/26  DEFAY E. Meal vouchers : one per day worked - the
      *                    period's working days (PAYCAL CA-JOURS,
      *                    22 without) less the employee's ABSENCES
      *                    days - the employee's share deducted by
      *                    PGM033, both shares on PAYDETAIL and the
      *                    employer's costed by department; the
      *                    supplier order goes to TITRORD, closed by
      *                    a control-total trailer
      * 15/10/26  DEFAY E. Recording every dataset closed on the
      *                    LINEAGE register through PGM124 (run
      *                    number, open mode, record count)
      * 15/10/26  DEFAY E. LINEAGE counts are each dataset's own
      *                    records written or updated; a LEAVEREG
      *                    record still on an earlier leave year
      *                    (PGM111 rollover not run) is warned, RC 4
      * 15/10/26  DEFAY E. PGM033 is told of a CHKPT11 restart, so it
      *                    extends TAXRET and GARNWH instead of
      *                    starting them again
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM011.
           SELECT ADJUST
           ASSIGN TO ADJUST.
      /    PAYCAL (pay-period calendar : one record per period with
      /    its status - open, paid, closed - and its working days)
           SELECT PAYCAL
           ASSIGN TO PAYCAL
           FILE STATUS is WS-FS-CAL.
      /    ABSENCES (absence feed : employee, day count, absence
      /    type, 'C' for paid leave - optional)
           SELECT ABSENCES
           ASSIGN TO ABSENCES
           FILE STATUS is WS-FS-ABS.
      /    PAYEVENTS (one-off events : employee, code, amount,
      /    pay/deduct/non-taxable flag, period - optional)
           SELECT PAYEVENTS
           ASSIGN TO PAYEVENTS
           FILE STATUS is WS-FS-EVT.
           ACCESS MODE is DYNAMIC
           RECORD KEY is YT-SALARY
           FILE STATUS is WS-FS-YTD.
      /    LEAVEREG (indexed paid-leave ledger keyed on CP-SALARY,
      /    rolled over each year by PGM111)
           SELECT LEAVEREG
           ASSIGN TO LEAVEREG
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is CP-SALARY
           FILE STATUS is WS-FS-LEAVE.
      /    RUNCTL (the chain's current run number, from PGM016)
           SELECT RUNCTL
           ASSIGN TO RUNCTL
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DM-DEPT
           FILE STATUS is WS-FS-DEPTMSTR.
      /    ETABMSTR (establishment master - optional, absent for a
      /    single-employer payroll)
           SELECT ETABMSTR
           ASSIGN TO ETABMSTR
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is ES-CODE
           FILE STATUS is WS-FS-ETAB.
      /    ETABTOT (the run's control totals per establishment, for
      /    the PGM030 GL interface)
           SELECT ETABTOT
           ASSIGN TO ETABTOT
           FILE STATUS is WS-FS-ETABTOT.
      /    TITRORD (meal-voucher supplier order : one record per
      /    employee entitled, closed by a control-total trailer)
           SELECT TITRORD
           ASSIGN TO TITRORD.
       DATA DIVISION.
       FILE SECTION.
       FD SALARIES
             05 FD-STATUT       PIC X(01).
             05 FILLER          PIC X(01).
             05 FD-LEAVE        PIC 9(08).
             05 FILLER          PIC X(01).
             05 FD-ETAB         PIC X(03).
             05 FILLER          PIC X(29).
       FD PAYEVENTS.
       01  STRUCT-PAYEVENTS.
           02 EV-SALARY       PIC X(07).
           02 FILLER          PIC X(01).
           02 YT-LASTPER      PIC 9(06).
           02 FILLER          PIC X(10).
       FD LEAVEREG
           RECORD CONTAINS 80 CHARACTERS.
       COPY LEAVFS REPLACING ==()== BY ==LEAVEREG==.
       FD LEAVERS.
       01  STRUCT-LEAVERS.
           02 LV-SALARY       PIC 9(07).
           02 CA-PERIOD       PIC 9(06).
           02 FILLER          PIC X(01).
           02 CA-STATUS       PIC X(01).
           02 FILLER          PIC X(01).
           02 CA-JOURS        PIC X(02).
           02 CA-JOURS-N REDEFINES CA-JOURS PIC 9(02).
           02 FILLER          PIC X(69).
       FD ABSENCES.
       01  STRUCT-ABSENCES.
           02 AB-SALARY       PIC X(07).
           02 CK-CNT-TOTAL    PIC 9(05).
           02 CK-TOT-PRIME    PIC 9(09).
           02 CK-TOT-NET      PIC S9(11)V99.
           02 CK-CNT-TI       PIC 9(05).
           02 CK-TOT-TINB     PIC 9(07).
           02 CK-TOT-TISAL    PIC 9(09)V99.
           02 CK-TOT-TIPAT    PIC 9(09)V99.
           02 FILLER          PIC X(12).
       FD DUPACCT.
       01  STRUCT-DUPACCT.
           02 DA-SALARY       PIC 9(07).
           02 PO-COMPTE       PIC 9(07).
           02 FILLER          PIC X(01).
           02 PO-MNT          PIC 9(09).
           02 FILLER          PIC X(01).
           02 PO-ETAB         PIC X(03).
           02 FILLER          PIC X(57).
       01  STRUCT-PAYORD-HDR REDEFINES STRUCT-PAYORD.
           02 PH-TYPE         PIC X(01).
           02 FILLER          PIC X(01).
           02 FILLER          PIC X(59).
       FD PAYTOTALS.
       COPY PAYTFS REPLACING ==()== BY ==PAYTOTALS==.
       FD ETABMSTR.
       COPY ETABFS REPLACING ==()== BY ==ETABMSTR==.
       FD ETABTOT.
       COPY PAYTFS REPLACING ==()== BY ==ETABTOT==.
       FD TITRORD.
       COPY TITRFS REPLACING ==()== BY ==TITRORD==.
       WORKING-STORAGE SECTION.
       01 FD-AUGMENTATION PIC 9(07).
       01 WS-COUNTER      PIC 9(07).
           05 WS-CAL-ENTRY OCCURS 120 TIMES.
              10 WS-CL-PERIOD PIC 9(06).
              10 WS-CL-STATUS PIC X(01).
              10 WS-CL-JOURS  PIC X(02).
       01 WS-CX           PIC 9(03).
       01 WS-RUN-PERIOD   PIC 9(06).
       01 WS-PER-FOUND-SW PIC X(01).
       01 WS-FINAL-SW     PIC X(01).
           88 IS-FINALPAY  VALUE 'Y'.
       01 WS-DEDUCT-FINAL PIC X(01).
       01 WS-DEDUCT-RESTART PIC X(01) VALUE 'N'.
       01 WS-BASE-USED    PIC 9(07)V99.
       01 WS-CNT-LEAVERS  PIC 9(05) VALUE 0.
       01 WS-FS-LEAVERS   PIC X(02).
      / Year-to-date register control
       01 WS-FS-YTD       PIC X(02).
       01 WS-RUN-YEAR     PIC 9(04).
      / Paid-leave ledger : the month's accrual, the days asked for
      / (ABSENCES type 'C'), the whole days the balance allows, the
      / excess taken unpaid, a leaver's payout
       01 WS-FS-LEAVE     PIC X(02).
       01 WS-CP-NEW-SW    PIC X(01).
           88 CP-NEW       VALUE 'Y'.
       01 WS-CP-MOIS      PIC 9(01)V99 VALUE 2.50.
       01 WS-CP-ACCR      PIC 9(03)V99.
       01 WS-CP-DEMANDE   PIC 9(03).
       01 WS-CP-DISPO     PIC S9(03)V99.
       01 WS-CP-JOURS     PIC 9(03).
       01 WS-CP-PRIS      PIC 9(03).
       01 WS-CP-EXCES     PIC 9(03).
       01 WS-CP-PAYE      PIC 9(03)V99.
       01 WS-CP-INDEM     PIC 9(06)V99.
       01 WS-CNT-CPCONV   PIC 9(05) VALUE 0.
       01 WS-CNT-CPYEAR   PIC 9(05) VALUE 0.
      / One-off events for the run's period, applied to that period
      / only and itemized on PAYDETAIL; per-code recap at end
       01 WS-FS-EVT       PIC X(02).
       01 WS-VX           PIC 9(03).
       01 WS-EVT-NET      PIC S9(07)V99.
       01 WS-EVT-DED      PIC 9(07)V99.
       01 WS-EVT-NTX      PIC 9(07)V99.
       01 WS-CNT-EVTREJ   PIC 9(03) VALUE 0.
       01 WS-RCP-COUNT    PIC 9(02) VALUE 0.
       01 WS-RCP-TABLE.
       01 WS-RCP-FOUND-SW PIC X(01).
           88 RCP-FOUND    VALUE 'Y'.
       01 WS-PAY-RETENUES PIC 9(09)V99.
       01 WS-PAY-TXBASE   PIC 9(09)V99.
       01 WS-PAY-TXRATE   PIC 9V9999.
       01 WS-PAY-IMPOT    PIC 9(07)V99.
       01 WS-PAY-NET      PIC S9(09)V99.
       01 WS-TOT-NET      PIC S9(11)V99 VALUE 0.
      / Value date (AAAA-MM-JJ) stamped on the PRIMEMVT movements
              10 WS-DC-CNT   PIC 9(05) VALUE 0.
              10 WS-DC-TOT   PIC 9(09) VALUE 0.
              10 WS-DC-NOM   PIC X(25) VALUE SPACES.
              10 WS-DC-TIPAT PIC 9(07)V99 VALUE 0.
       01 WS-DC-IX        PIC 9(02).
      / Meal vouchers : the period's working days (PAYCAL, 22
      / without), the employee's days off and vouchers, the two
      / shares PGM033 returns, and the TITRORD order totals
       01 WS-TI-JOURS     PIC 9(02) VALUE 22.
       01 WS-TI-DROIT     PIC 9(03).
       01 WS-TI-ABS       PIC 9(03).
       01 WS-TI-NB        PIC 9(03).
       01 WS-TI-SAL       PIC 9(07)V99.
       01 WS-TI-PAT       PIC 9(07)V99.
       01 WS-CNT-TI       PIC 9(05) VALUE 0.
       01 WS-TOT-TINB     PIC 9(07) VALUE 0.
       01 WS-TOT-TISAL    PIC 9(09)V99 VALUE 0.
       01 WS-TOT-TIPAT    PIC 9(09)V99 VALUE 0.
      / Establishments : ETABMSTR loaded once (code, GL company,
      / default flag), the employee's establishment resolved from
      / FD-ETAB, and the run's count and prime per establishment
      / rebuilt from PAYORD for ETABTOT
       01 WS-FS-ETAB      PIC X(02).
           88 ETAB-END     VALUE '10'.
       01 WS-FS-ETABTOT   PIC X(02).
       01 WS-ETAB-COUNT   PIC 9(02) VALUE 0.
       01 WS-ETAB-TABLE.
           05 WS-ETAB-ENTRY OCCURS 20 TIMES.
              10 WS-ET-CODE    PIC X(03).
              10 WS-ET-SOCIETE PIC X(04).
              10 WS-ET-CNT     PIC 9(05).
              10 WS-ET-TOT     PIC 9(09).
       01 WS-EX           PIC 9(02).
       01 WS-EY           PIC 9(02).
       01 WS-ETAB-DEF     PIC X(03) VALUE SPACES.
       01 WS-ETAB-CODE    PIC X(03) VALUE SPACES.
       01 WS-ETAB-FOUND-SW PIC X(01).
           88 ETAB-FOUND   VALUE 'Y'.
       01 WS-CNT-ETABUNK  PIC 9(05) VALUE 0.
       01 WS-ETAB-CNT     PIC 9(05).
       01 WS-ETAB-TOT     PIC 9(09).
       01 WS-PO-END-SW    PIC X(01).
           88 PO-END       VALUE 'Y'.
      / FILERPT11 (PAGE-FORMATTED BONUS REPORT) CONTROL FIELDS
       01 WS-FS-RPT11     PIC X(02).
       01 WS-FS-RUNCTL    PIC X(02).
       01 WS-CAT-RPT     PIC X(12).
       01 WS-CAT-PAGES   PIC 9(05).
       01 WS-CAT-LINES   PIC 9(07).
      / PGM124 dataset-lineage interface
       01 WS-CALL-LIN    PIC X(08) VALUE "PGM124  ".
       01 WS-LIN-PGM     PIC X(08) VALUE 'PGM011'.
       01 WS-LIN-DSN     PIC X(10).
       01 WS-LIN-MODE    PIC X(01).
       01 WS-LIN-COUNT   PIC 9(09).
       01 WS-LIN-OUTMODE PIC X(01).
      / Records this step wrote or updated, per dataset
       01 WS-LIN-ADJ     PIC 9(09) VALUE 0.
       01 WS-LIN-YTD     PIC 9(09) VALUE 0.
       01 WS-LIN-LEAVE   PIC 9(09) VALUE 0.
       01 WS-LIN-PAYD    PIC 9(09) VALUE 0.
       01 WS-LIN-PAYO    PIC 9(09) VALUE 0.
       01 WS-LIN-MVT     PIC 9(09) VALUE 0.
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 006-LOGSTART.
                       ADD 1 TO WS-CAL-COUNT
                       MOVE CA-PERIOD TO WS-CL-PERIOD (WS-CAL-COUNT)
                       MOVE CA-STATUS TO WS-CL-STATUS (WS-CAL-COUNT)
                       MOVE CA-JOURS  TO WS-CL-JOURS (WS-CAL-COUNT)
                    ELSE
                       MOVE 'Y' TO WS-CAL-OVFL-SW
                    END-IF
              EVALUATE TRUE
                 WHEN WS-CL-PERIOD (WS-CX) = WS-RUN-PERIOD
                    MOVE 'Y' TO WS-PER-FOUND-SW
                    IF WS-CL-JOURS (WS-CX) NUMERIC
                       AND WS-CL-JOURS (WS-CX) NOT = '00'
                       MOVE WS-CL-JOURS (WS-CX) TO WS-TI-JOURS
                    ELSE
                       DISPLAY 'WARNING : NO WORKING DAYS ON PAYCAL '
                               'FOR ' WS-RUN-PERIOD ' - MEAL VOUCHERS'
                               ' ON ' WS-TI-JOURS ' DAYS'
                    END-IF
                    IF WS-CL-STATUS (WS-CX) = 'P' AND NOT IS-RERUN
                       DISPLAY 'ERROR : PERIOD ' WS-RUN-PERIOD
                               ' ALREADY PAID - SUPPLY THE RERUN '
              ADD 1 TO WS-CAL-COUNT
              MOVE WS-RUN-PERIOD TO WS-CL-PERIOD (WS-CAL-COUNT)
              MOVE 'P'           TO WS-CL-STATUS (WS-CAL-COUNT)
              MOVE WS-TI-JOURS   TO WS-CL-JOURS (WS-CAL-COUNT)
           END-IF.
           OPEN OUTPUT PAYCAL.
           PERFORM VARYING WS-CX FROM 1 BY 1
              MOVE SPACES TO STRUCT-PAYCAL
              MOVE WS-CL-PERIOD (WS-CX) TO CA-PERIOD
              MOVE WS-CL-STATUS (WS-CX) TO CA-STATUS
              MOVE WS-CL-JOURS (WS-CX)  TO CA-JOURS
              WRITE STRUCT-PAYCAL
           END-PERFORM.
           CLOSE PAYCAL.
           PERFORM 005-RUNNO THRU 005-EXIT.
           PERFORM 008-LOADABS THRU 008-EXIT.
           PERFORM 014-LOADEVT THRU 014-EXIT.
           PERFORM 016-LOADETAB THRU 016-EXIT.
           IF WS-CHKPT-COUNT > 0
              MOVE 'Y' TO WS-DEDUCT-RESTART
              OPEN EXTEND FILERPT11
           ELSE
              OPEN OUTPUT FILERPT11
                 CLOSE YTDREG
                 OPEN I-O YTDREG
              END-IF
              OPEN I-O LEAVEREG
              IF WS-FS-LEAVE NOT = '00'
                 OPEN OUTPUT LEAVEREG
                 CLOSE LEAVEREG
                 OPEN I-O LEAVEREG
              END-IF
              IF WS-CHKPT-COUNT > 0
                 OPEN EXTEND PAYDETAIL
                 OPEN EXTEND PAYORD
                 OPEN EXTEND PRIMEMVT
                 OPEN EXTEND TITRORD
              ELSE
                 OPEN OUTPUT PAYDETAIL
                 OPEN OUTPUT PAYORD
                 OPEN OUTPUT PRIMEMVT
                 OPEN OUTPUT TITRORD
                 PERFORM 997-PAYOHDR
              END-IF
              PERFORM 995-MVTDATE
              CLOSE ADJUST
           ELSE
              CLOSE YTDREG
              CLOSE LEAVEREG
              PERFORM 998-PAYDTRLR
              CLOSE PAYDETAIL
              PERFORM 996-PAYOTRLR
              CLOSE PAYORD
              PERFORM 994-MVTTRLR
              CLOSE PRIMEMVT
              PERFORM 993-TITRLR
              CLOSE TITRORD
           END-IF.
      *    A restarted run appends to the outputs it left behind
           IF WS-CHKPT-COUNT > 0
              MOVE 'E' TO WS-LIN-OUTMODE
           ELSE
              MOVE 'O' TO WS-LIN-OUTMODE
           END-IF.
           MOVE 'SALARIES' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-TOTAL TO WS-LIN-COUNT.
           PERFORM 992-LINEAGE.
           IF IS-RETRO
              MOVE 'ADJUST' TO WS-LIN-DSN
              MOVE WS-LIN-OUTMODE TO WS-LIN-MODE
              MOVE WS-LIN-ADJ TO WS-LIN-COUNT
              PERFORM 992-LINEAGE
           ELSE
              MOVE 'YTDREG' TO WS-LIN-DSN
              MOVE 'U' TO WS-LIN-MODE
              MOVE WS-LIN-YTD TO WS-LIN-COUNT
              PERFORM 992-LINEAGE
              MOVE 'LEAVEREG' TO WS-LIN-DSN
              MOVE 'U' TO WS-LIN-MODE
              MOVE WS-LIN-LEAVE TO WS-LIN-COUNT
              PERFORM 992-LINEAGE
              MOVE 'PAYDETAIL' TO WS-LIN-DSN
              MOVE WS-LIN-OUTMODE TO WS-LIN-MODE
              MOVE WS-LIN-PAYD TO WS-LIN-COUNT
              PERFORM 992-LINEAGE
              MOVE 'PAYORD' TO WS-LIN-DSN
              MOVE WS-LIN-OUTMODE TO WS-LIN-MODE
              MOVE WS-LIN-PAYO TO WS-LIN-COUNT
              PERFORM 992-LINEAGE
              MOVE 'PRIMEMVT' TO WS-LIN-DSN
              MOVE WS-LIN-OUTMODE TO WS-LIN-MODE
              MOVE WS-LIN-MVT TO WS-LIN-COUNT
              PERFORM 992-LINEAGE
              MOVE 'TITRORD' TO WS-LIN-DSN
              MOVE WS-LIN-OUTMODE TO WS-LIN-MODE
              MOVE WS-CNT-TI TO WS-LIN-COUNT
              PERFORM 992-LINEAGE
           END-IF.
       999-EXIT.
           EXIT.
      *****************************************************************
      *  This routine records one closed dataset on the LINEAGE
      *  register (PGM124) : name, open mode, record count
      *****************************************************************
       992-LINEAGE.
           CALL WS-CALL-LIN USING WS-LIN-PGM, WS-LIN-DSN,
                WS-LIN-MODE, WS-LIN-COUNT.
      *****************************************************************
      *  Those routines log start and end of run to RUNLOG (PGM046)
      *****************************************************************
       006-LOGSTART.
              END-READ
           END-PERFORM.
           CLOSE ABSENCES.
           MOVE 'ABSENCES' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-ABS-COUNT TO WS-LIN-COUNT.
           PERFORM 992-LINEAGE.
       008-EXIT.
           EXIT.
      *****************************************************************
              END-READ
           END-PERFORM.
           CLOSE PAYEVENTS.
           MOVE 'PAYEVENTS' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-EVT-COUNT TO WS-LIN-COUNT.
           PERFORM 992-LINEAGE.
       014-EXIT.
           EXIT.
      *****************************************************************
       015-KEEPEVT.
           IF EV-SALARY NOT NUMERIC OR EV-MNT NOT NUMERIC
              OR EV-PERIOD NOT NUMERIC
              OR (EV-FLAG NOT = 'P' AND EV-FLAG NOT = 'D'
                  AND EV-FLAG NOT = 'N')
              DISPLAY 'REJECTED : EVENT RECORD INVALID - '
                      EV-SALARY ' ' EV-CODE
              ADD 1 TO WS-CNT-EVTREJ
       015-EXIT.
           EXIT.
      *****************************************************************
      *  This routine loads the establishment master : code, GL
      *  company, and the default establishment an employee with no
      *  FD-ETAB is paid under. No ETABMSTR is a single-employer
      *  run, the establishment left blank throughout.
      *****************************************************************
       016-LOADETAB.
           OPEN INPUT ETABMSTR.
           IF WS-FS-ETAB NOT = '00'
              GO TO 016-EXIT
           END-IF.
           PERFORM UNTIL ETAB-END
              READ ETABMSTR NEXT
                 NOT AT END
                    PERFORM 017-KEEPETAB
              END-READ
           END-PERFORM.
           CLOSE ETABMSTR.
           MOVE 'ETABMSTR' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-ETAB-COUNT TO WS-LIN-COUNT.
           PERFORM 992-LINEAGE.
           IF WS-ETAB-COUNT > 0 AND WS-ETAB-DEF = SPACES
              MOVE WS-ET-CODE (1) TO WS-ETAB-DEF
              DISPLAY 'WARNING : NO DEFAULT ESTABLISHMENT FLAGGED - '
                      WS-ETAB-DEF ' USED'
           END-IF.
       016-EXIT.
           EXIT.
      *****************************************************************
      *  This routine keeps one establishment
      *****************************************************************
       017-KEEPETAB.
           IF WS-ETAB-COUNT < 20
              ADD 1 TO WS-ETAB-COUNT
              MOVE ES-CODE    TO WS-ET-CODE    (WS-ETAB-COUNT)
              MOVE ES-SOCIETE TO WS-ET-SOCIETE (WS-ETAB-COUNT)
              MOVE 0          TO WS-ET-CNT     (WS-ETAB-COUNT)
              MOVE 0          TO WS-ET-TOT     (WS-ETAB-COUNT)
              IF ES-IS-DEFAUT
                 MOVE ES-CODE TO WS-ETAB-DEF
              END-IF
           ELSE
              DISPLAY 'WARNING : ESTABLISHMENT TABLE FULL - ' ES-CODE
           END-IF.
      *****************************************************************
      *  This routine reads the chain's run number back from RUNCTL
      *  (zero when the step runs outside a PGM016 chain).
      *****************************************************************
                       MOVE CK-CNT-TOTAL TO WS-CNT-TOTAL
                       MOVE CK-TOT-PRIME TO WS-TOT-PRIME
                       MOVE CK-TOT-NET   TO WS-TOT-NET
                       MOVE CK-CNT-TI    TO WS-CNT-TI
                       MOVE CK-TOT-TINB  TO WS-TOT-TINB
                       MOVE CK-TOT-TISAL TO WS-TOT-TISAL
                       MOVE CK-TOT-TIPAT TO WS-TOT-TIPAT
                    END-IF
              END-READ
              CLOSE CHKPT11
           MOVE WS-CNT-TOTAL TO CK-CNT-TOTAL.
           MOVE WS-TOT-PRIME TO CK-TOT-PRIME.
           MOVE WS-TOT-NET   TO CK-TOT-NET.
           MOVE WS-CNT-TI    TO CK-CNT-TI.
           MOVE WS-TOT-TINB  TO CK-TOT-TINB.
           MOVE WS-TOT-TISAL TO CK-TOT-TISAL.
           MOVE WS-TOT-TIPAT TO CK-TOT-TIPAT.
           OPEN OUTPUT CHKPT11.
           WRITE STRUCT-CHKPT11.
           CLOSE CHKPT11.
           MOVE 0 TO CK-CNT-TOTAL.
           MOVE 0 TO CK-TOT-PRIME.
           MOVE 0 TO CK-TOT-NET.
           MOVE 0 TO CK-CNT-TI.
           MOVE 0 TO CK-TOT-TINB.
           MOVE 0 TO CK-TOT-TISAL.
           MOVE 0 TO CK-TOT-TIPAT.
           OPEN OUTPUT CHKPT11.
           WRITE STRUCT-CHKPT11.
           CLOSE CHKPT11.
              PERFORM 102-ACCUM
              PERFORM 105-RPTLINE
              PERFORM 109-PAYDET
              PERFORM 129-TIORDER THRU 129-EXIT
              PERFORM 115-YTDUPD
              PERFORM 107-PAYORD
              PERFORM 104-PRIMEMVT
           MOVE WS-PRIME-DELTA TO AJ-DELTA.
           MOVE PJ-EFDATE      TO AJ-EFDATE.
           WRITE STRUCT-ADJUST.
           ADD 1 TO WS-LIN-ADJ.
           ADD WS-PRIME-DELTA TO WS-TOT-DELTA.
      *****************************************************************
      *  This routine computes the employee's net pay : base salary
      *  A record with no numeric FD-BASE is paid on the prime only.
      *****************************************************************
       108-NETPAY.
           PERFORM 127-ETABRES THRU 127-EXIT.
           PERFORM 112-ABSLOOK.
           PERFORM 128-TICOUNT.
           IF FD-BASE NUMERIC
              IF IS-FINALPAY
                 COMPUTE WS-BASE-USED ROUNDED =
              END-IF
              COMPUTE WS-PAY-BRUT =
                      WS-BASE-USED - WS-ABS-DED + FD-AUGMENTATION
                      + WS-CP-INDEM
           ELSE
              MOVE FD-AUGMENTATION TO WS-PAY-BRUT
           END-IF.
                                     WS-PAY-NET,
                                     WS-RPT-RUNDATE,
                                     WS-ACCT-ID,
                                     WS-DEDUCT-FINAL,
                                     WS-PAY-TXBASE,
                                     WS-PAY-TXRATE,
                                     WS-PAY-IMPOT,
                                     WS-ETAB-CODE,
                                     WS-TI-NB,
                                     WS-TI-SAL,
                                     WS-TI-PAT,
                                     WS-DEDUCT-RESTART.
           IF WS-EVT-DED > 0
              SUBTRACT WS-EVT-DED FROM WS-PAY-NET
              ADD WS-EVT-DED TO WS-PAY-RETENUES
           END-IF.
           IF WS-EVT-NTX > 0
              ADD WS-EVT-NTX TO WS-PAY-NET
           END-IF.
           ADD WS-PAY-NET TO WS-TOT-NET.
           PERFORM 126-LEAVEUPD.
           IF IS-FINALPAY
              PERFORM 114-LEAVEOUT
           END-IF.
      *****************************************************************
      *  This routine applies the employee's one-off events for the
      *  period : a 'P' event raises the gross before deductions, a
      *  'D' event is withheld off the net after them, an 'N'
      *  event (non-taxable reimbursement) is paid on top of the net
      *  after them; the signed net effect is carried for PAYDETAIL
      *  and the recap
      *****************************************************************
       117-EVTAPPLY.
           MOVE 0 TO WS-EVT-NET.
           MOVE 0 TO WS-EVT-DED.
           MOVE 0 TO WS-EVT-NTX.
           PERFORM VARYING WS-VX FROM 1 BY 1
                     UNTIL WS-VX > WS-EVT-COUNT
              IF WS-EV-SALARY (WS-VX) = FD-SALARY
                 EVALUATE WS-EV-FLAG (WS-VX)
                    WHEN 'P'
                       ADD WS-EV-MNT (WS-VX) TO WS-PAY-BRUT
                       ADD WS-EV-MNT (WS-VX) TO WS-EVT-NET
                    WHEN 'N'
                       ADD WS-EV-MNT (WS-VX) TO WS-EVT-NTX
                       ADD WS-EV-MNT (WS-VX) TO WS-EVT-NET
                    WHEN OTHER
                       SUBTRACT WS-EV-MNT (WS-VX) FROM WS-EVT-NET
                       ADD WS-EV-MNT (WS-VX) TO WS-EVT-DED
                 END-EVALUATE
                 PERFORM 118-EVTRECAP
              END-IF
           END-PERFORM.
      *  This routine adds the event amount, signed, to its recap
      *****************************************************************
       119-EVTADD.
           IF WS-EV-FLAG (WS-VX) = 'D'
              SUBTRACT WS-EV-MNT (WS-VX) FROM WS-RC-TOT (WS-RX)
           ELSE
              ADD WS-EV-MNT (WS-VX) TO WS-RC-TOT (WS-RX)
           END-IF.
      *****************************************************************
      *  This routine looks the employee up in the absence table and
       112-ABSLOOK.
           MOVE 0 TO WS-ABS-DED.
           MOVE 0 TO WS-ABS-DAYS.
           MOVE 0 TO WS-CP-DEMANDE.
           PERFORM VARYING WS-AX FROM 1 BY 1
                     UNTIL WS-AX > WS-ABS-COUNT
              IF WS-AB-SALARY (WS-AX) = FD-SALARY
                 IF WS-AB-TYPE (WS-AX) = 'C'
                    ADD WS-AB-DAYS (WS-AX) TO WS-CP-DEMANDE
                 ELSE
                    ADD WS-AB-DAYS (WS-AX) TO WS-ABS-DAYS
                 END-IF
                 MOVE 'Y' TO WS-AB-USED (WS-AX)
              END-IF
           END-PERFORM.
           PERFORM 125-LEAVECHK.
           IF WS-ABS-DAYS > 0 AND FD-BASE NUMERIC
              IF WS-ABS-DAYS > WS-WORKDAYS
                 MOVE WS-WORKDAYS TO WS-ABS-DAYS
                      FD-BASE * WS-ABS-DAYS / WS-WORKDAYS
           END-IF.
      *****************************************************************
      *  This routine reads the employee's paid-leave ledger (a new
      *  one opens the run's year), backs out a rerun period's own
      *  figures, grants the paid-leave days asked for up to the
      *  whole days of the balance - the excess joins the unpaid
      *  days with a warning - and works out the month's accrual
      *  and, on a final pay, the unused balance paid in thirtieths
      *  of the base
      *****************************************************************
       125-LEAVECHK.
           MOVE 'N' TO WS-CP-NEW-SW.
           MOVE FD-SALARY TO CP-SALARY.
           READ LEAVEREG
              INVALID KEY
                 MOVE 'Y'         TO WS-CP-NEW-SW
                 MOVE SPACES      TO STRUCT-LEAVEREG
                 MOVE FD-SALARY   TO CP-SALARY
                 MOVE WS-RUN-YEAR TO CP-YEAR
                 MOVE 0 TO CP-REPORT CP-ACQUIS CP-PRIS CP-PAYE
                 MOVE 0 TO CP-LASTPER
                 MOVE 0 TO CP-PER-ACQ CP-PER-PRIS CP-PER-PAYE
           END-READ.
           IF NOT CP-NEW AND CP-YEAR < WS-RUN-YEAR
              ADD 1 TO WS-CNT-CPYEAR
              DISPLAY 'WARNING : PAID LEAVE ' FD-SALARY ' - LEAVE '
                      'YEAR ' CP-YEAR ' NOT ROLLED OVER (PGM111)'
           END-IF.
           IF CP-LASTPER = WS-RUN-PERIOD
              SUBTRACT CP-PER-ACQ  FROM CP-ACQUIS
              SUBTRACT CP-PER-PRIS FROM CP-PRIS
              SUBTRACT CP-PER-PAYE FROM CP-PAYE
           END-IF.
           COMPUTE WS-CP-DISPO =
                   CP-REPORT + CP-ACQUIS - CP-PRIS - CP-PAYE.
           IF WS-CP-DISPO < 0
              MOVE 0 TO WS-CP-DISPO
           END-IF.
           MOVE WS-CP-DISPO   TO WS-CP-JOURS.
           MOVE WS-CP-DEMANDE TO WS-CP-PRIS.
           IF WS-CP-DEMANDE > WS-CP-JOURS
              COMPUTE WS-CP-EXCES = WS-CP-DEMANDE - WS-CP-JOURS
              MOVE WS-CP-JOURS TO WS-CP-PRIS
              ADD WS-CP-EXCES TO WS-ABS-DAYS
              ADD 1 TO WS-CNT-CPCONV
              DISPLAY 'WARNING : PAID LEAVE ' FD-SALARY ' - '
                      WS-CP-EXCES ' DAY(S) BEYOND THE BALANCE '
                      'TAKEN UNPAID'
           END-IF.
           IF IS-FINALPAY
              COMPUTE WS-CP-ACCR ROUNDED =
                      WS-CP-MOIS * WS-LEAVE-DAY / 30
           ELSE
              MOVE WS-CP-MOIS TO WS-CP-ACCR
           END-IF.
           MOVE 0 TO WS-CP-PAYE.
           MOVE 0 TO WS-CP-INDEM.
           IF IS-FINALPAY AND FD-BASE NUMERIC
              COMPUTE WS-CP-PAYE =
                      WS-CP-DISPO + WS-CP-ACCR - WS-CP-PRIS
              COMPUTE WS-CP-INDEM ROUNDED =
                      FD-BASE * WS-CP-PAYE / 30
           END-IF.
      *****************************************************************
      *  This routine folds the period into the paid-leave ledger,
      *  keeping the period's own figures for a rerun
      *****************************************************************
       126-LEAVEUPD.
           ADD WS-CP-ACCR TO CP-ACQUIS.
           ADD WS-CP-PRIS TO CP-PRIS.
           ADD WS-CP-PAYE TO CP-PAYE.
           MOVE WS-CP-ACCR    TO CP-PER-ACQ.
           MOVE WS-CP-PRIS    TO CP-PER-PRIS.
           MOVE WS-CP-PAYE    TO CP-PER-PAYE.
           MOVE WS-RUN-PERIOD TO CP-LASTPER.
           IF CP-NEW
              WRITE STRUCT-LEAVEREG
           ELSE
              REWRITE STRUCT-LEAVEREG
           END-IF.
           ADD 1 TO WS-LIN-LEAVE.
      *****************************************************************
      *  This routine counts the employee's meal vouchers : one per
      *  day worked, the period's working days (prorated in
      *  thirtieths on a final pay) less every ABSENCES day, paid
      *  leave and unpaid alike
      *****************************************************************
       128-TICOUNT.
           IF IS-FINALPAY
              COMPUTE WS-TI-DROIT = WS-TI-JOURS * WS-LEAVE-DAY / 30
           ELSE
              MOVE WS-TI-JOURS TO WS-TI-DROIT
           END-IF.
           COMPUTE WS-TI-ABS = WS-ABS-DAYS + WS-CP-PRIS.
           IF WS-TI-ABS >= WS-TI-DROIT
              MOVE 0 TO WS-TI-NB
           ELSE
              COMPUTE WS-TI-NB = WS-TI-DROIT - WS-TI-ABS
           END-IF.
      *****************************************************************
      *  This routine orders the employee's meal vouchers from the
      *  supplier, delivered to their department, and costs the
      *  employer's share to that department
      *****************************************************************
       129-TIORDER.
           IF WS-TI-NB = 0
              GO TO 129-EXIT
           END-IF.
           MOVE SPACES        TO STRUCT-TITRORD.
           MOVE 'D'           TO TI-MARK.
           MOVE FD-SALARY     TO TI-SALARY.
           MOVE WS-RUN-PERIOD TO TI-PERIOD.
           MOVE FD-DEPT       TO TI-DEPT.
           MOVE WS-ETAB-CODE  TO TI-ETAB.
           MOVE WS-TI-NB      TO TI-QTE.
           MOVE WS-TI-SAL     TO TI-PARTSAL.
           MOVE WS-TI-PAT     TO TI-PARTPAT.
           WRITE STRUCT-TITRORD.
           ADD 1         TO WS-CNT-TI.
           ADD WS-TI-NB  TO WS-TOT-TINB.
           ADD WS-TI-SAL TO WS-TOT-TISAL.
           ADD WS-TI-PAT TO WS-TOT-TIPAT.
           IF FD-DEPT NUMERIC AND FD-DEPT >= 1 AND FD-DEPT <= 99
              ADD WS-TI-PAT TO WS-DC-TIPAT (FD-DEPT)
           END-IF.
       129-EXIT.
           EXIT.
      *****************************************************************
      *  This routine closes the meal-voucher order with its control
      *  trailer : employees, vouchers, and the two shares - PGM059
      *  ties the employee's share to the deduction it books
      *****************************************************************
       993-TITRLR.
           MOVE SPACES        TO STRUCT-TITRORD.
           MOVE 'T'           TO TIT-MARK.
           MOVE WS-CNT-TI     TO TIT-COUNT.
           MOVE WS-RUN-PERIOD TO TIT-PERIOD.
           MOVE WS-TOT-TINB   TO TIT-QTE.
           MOVE WS-TOT-TISAL  TO TIT-PARTSAL.
           MOVE WS-TOT-TIPAT  TO TIT-PARTPAT.
           WRITE STRUCT-TITRORD.
      *****************************************************************
      *  This routine builds the movements' value date (AAAA-MM-JJ)
      *  from the run date.
      *****************************************************************
           MOVE WS-RPT-RUNDATE (5:2) TO WS-MV-MM.
           MOVE WS-RPT-RUNDATE (7:2) TO WS-MV-JJ.
      *****************************************************************
      *  This routine resolves the establishment the employee is
      *  paid under : FD-ETAB when ETABMSTR knows it, the default
      *  establishment when blank, and the default with a warning
      *  when unknown (the master is put right through PGM120)
      *****************************************************************
       127-ETABRES.
           MOVE SPACES TO WS-ETAB-CODE.
           IF WS-ETAB-COUNT = 0
              GO TO 127-EXIT
           END-IF.
           IF FD-ETAB = SPACES
              MOVE WS-ETAB-DEF TO WS-ETAB-CODE
              GO TO 127-EXIT
           END-IF.
           MOVE 'N' TO WS-ETAB-FOUND-SW.
           PERFORM VARYING WS-EX FROM 1 BY 1
                     UNTIL WS-EX > WS-ETAB-COUNT OR ETAB-FOUND
              IF WS-ET-CODE (WS-EX) = FD-ETAB
                 MOVE 'Y' TO WS-ETAB-FOUND-SW
              END-IF
           END-PERFORM.
           IF ETAB-FOUND
              MOVE FD-ETAB TO WS-ETAB-CODE
           ELSE
              MOVE WS-ETAB-DEF TO WS-ETAB-CODE
              DISPLAY 'WARNING : ' FD-SALARY ' ESTABLISHMENT '
                      FD-ETAB ' UNKNOWN - PAID UNDER ' WS-ETAB-DEF
              ADD 1 TO WS-CNT-ETABUNK
           END-IF.
       127-EXIT.
           EXIT.
      *****************************************************************
      *  This routine writes one credit movement for the prime just
      *  computed, in the layout PGM017 posts.
      *****************************************************************
           MOVE 'C'             TO MV-SENS OF STRUCT-PRIMEMVT.
           MOVE FD-AUGMENTATION TO MV-MNT OF STRUCT-PRIMEMVT.
           MOVE WS-MVT-DTVAL    TO MV-DTVAL OF STRUCT-PRIMEMVT.
           MOVE 'PAIE'          TO MV-ORIGINE OF STRUCT-PRIMEMVT.
           WRITE STRUCT-PRIMEMVT.
           ADD 1 TO WS-LIN-MVT.
      *****************************************************************
      *  This routine closes PRIMEMVT with its control trailer -
      *  the count and amount PGM016's consolidated report ties
           MOVE WS-TOT-PRIME TO FT-SOLDER OF STRUCT-PRIMEMVT-TRLR.
           MOVE WS-RUNNO     TO FT-RUNNO  OF STRUCT-PRIMEMVT-TRLR.
           WRITE STRUCT-PRIMEMVT-TRLR.
           ADD 1 TO WS-LIN-MVT.
      *****************************************************************
      *  This routine writes one bank payment order for the prime
      *  just computed.
           MOVE 'O'             TO PO-TYPE.
           MOVE FD-SALARY       TO PO-COMPTE.
           MOVE FD-AUGMENTATION TO PO-MNT.
           MOVE WS-ETAB-CODE    TO PO-ETAB.
           WRITE STRUCT-PAYORD.
           ADD 1 TO WS-LIN-PAYO.
      *****************************************************************
      *  This routine opens the payment order file with its header
      *****************************************************************
           MOVE WS-RPT-RUNDATE  TO PH-RUNDATE.
           MOVE 'COBOL DEV CENTER'  TO PH-ORIGINATOR.
           WRITE STRUCT-PAYORD.
           ADD 1 TO WS-LIN-PAYO.
      *****************************************************************
      *  This routine closes the payment order file with its count
      *  and amount hash-total trailer.
           MOVE WS-CNT-TOTAL    TO PR-COUNT.
           MOVE WS-TOT-PRIME    TO PR-HASH.
           WRITE STRUCT-PAYORD.
           ADD 1 TO WS-LIN-PAYO.
      *****************************************************************
      *  This routine writes one PAYDETAIL record for the employee
      *  just paid (PGM034 prints the payslips from this feed).
           MOVE WS-PAY-RETENUES TO PD-RETENUE.
           MOVE WS-ABS-DED      TO PD-ABSDED.
           MOVE WS-EVT-NET      TO PD-EVTNET.
           COMPUTE PD-CPACQ = CP-REPORT + CP-ACQUIS.
           MOVE CP-PRIS         TO PD-CPPRIS.
           COMPUTE PD-CPSOLDE =
                   CP-REPORT + CP-ACQUIS - CP-PRIS - CP-PAYE.
           MOVE WS-CP-INDEM     TO PD-CPINDEM.
           MOVE WS-PAY-IMPOT    TO PD-IMPOT.
           MOVE WS-EVT-NTX      TO PD-FRAIS.
           MOVE WS-ETAB-CODE    TO PD-ETAB.
           MOVE WS-TI-NB        TO PD-TINB.
           MOVE WS-TI-SAL       TO PD-TISAL.
           MOVE WS-TI-PAT       TO PD-TIPAT.
           WRITE STRUCT-PAYDETAIL.
           ADD 1 TO WS-LIN-PAYD.
      *****************************************************************
      *  This routine folds the employee's run figures into the
      *  year-to-date register : a record carrying another year is
                 PERFORM 116-YTDADD
                 MOVE WS-RUN-PERIOD TO YT-LASTPER
                 WRITE STRUCT-YTDREG
                 ADD 1 TO WS-LIN-YTD
              NOT INVALID KEY
                 IF YT-YEAR = WS-RUN-YEAR
                    AND YT-LASTPER = WS-RUN-PERIOD
                    PERFORM 116-YTDADD
                    MOVE WS-RUN-PERIOD TO YT-LASTPER
                    REWRITE STRUCT-YTDREG
                    ADD 1 TO WS-LIN-YTD
                 END-IF
           END-READ.
      *****************************************************************
           MOVE 'T'          TO PDT-MARK.
           MOVE WS-CNT-TOTAL TO PDT-COUNT.
           WRITE STRUCT-PAYDETAIL.
           ADD 1 TO WS-LIN-PAYD.
      *****************************************************************
      *  This routine derives the seniority from FD-HIREDATE and the
      *  run's PJ-EFDATE (whole years, the anniversary not yet
           IF WS-CNT-DUP > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-CNT-ETABUNK > 0 AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-CNT-CPYEAR > 0 AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       300-EXIT.
           EXIT.
      *****************************************************************
                   "  TOT : " WS-TOT-B "  AVG : " WS-AVG-B.
           DISPLAY "    NOTE C - CNT   : " WS-CNT-C
                   "  TOT : " WS-TOT-C "  AVG : " WS-AVG-C.
           IF NOT IS-RETRO
              DISPLAY "    PAID LEAVE OVER BALANCE : " WS-CNT-CPCONV
              DISPLAY "    LEAVE YEAR NOT ROLLED   : " WS-CNT-CPYEAR
              DISPLAY "    MEAL VOUCHERS  : " WS-TOT-TINB
                      "  EMPLOYEES : " WS-CNT-TI
              DISPLAY "    VOUCHERS EMPLOYEE SHARE : " WS-TOT-TISAL
                      "  EMPLOYER SHARE : " WS-TOT-TIPAT
           END-IF.
           PERFORM 450-ABSLEFT THRU 450-EXIT.
           PERFORM 460-EVTRECAP THRU 460-EXIT.
           PERFORM 420-DEPTCOST THRU 420-EXIT.
                                     WS-PAY-NET,
                                     WS-RPT-RUNDATE,
                                     WS-ACCT-ID,
                                     WS-DEDUCT-FINAL,
                                     WS-PAY-TXBASE,
                                     WS-PAY-TXRATE,
                                     WS-PAY-IMPOT,
                                     WS-ETAB-CODE,
                                     WS-TI-NB,
                                     WS-TI-SAL,
                                     WS-TI-PAT,
                                     WS-DEDUCT-RESTART.
      *****************************************************************
      *  This routine reports absence records that matched no
      *  SALARIES account this run - a keyed absence for a missing
                         WS-DC-NOM (WS-DC-IX)
                         " CNT : " WS-DC-CNT (WS-DC-IX)
                         "  TOT : " WS-DC-TOT (WS-DC-IX)
                 IF WS-DC-TIPAT (WS-DC-IX) > 0
                    DISPLAY "            MEAL VOUCHERS EMPLOYER "
                            "SHARE : " WS-DC-TIPAT (WS-DC-IX)
                 END-IF
              END-IF
           END-PERFORM.
       420-EXIT.
      *****************************************************************
       410-PAYTOT.
           MOVE SPACES         TO STRUCT-PAYTOTALS.
           MOVE 'PGM011'       TO PT-PGM OF STRUCT-PAYTOTALS.
           MOVE WS-RPT-RUNDATE TO PT-RUNDATE OF STRUCT-PAYTOTALS.
           MOVE WS-CNT-TOTAL   TO PT-CNT OF STRUCT-PAYTOTALS.
           MOVE WS-TOT-PRIME   TO PT-TOT OF STRUCT-PAYTOTALS.
           OPEN OUTPUT PAYTOTALS.
           WRITE STRUCT-PAYTOTALS.
           CLOSE PAYTOTALS.
           IF WS-ETAB-COUNT > 0
              PERFORM 411-ETABTOT THRU 411-EXIT
           END-IF.
      *****************************************************************
      *  This routine splits the run's totals per establishment :
      *  the closed PAYORD is read back (a restarted run appended to
      *  it, so it holds every order of the run), count and prime
      *  summed per PO-ETAB, one ETABTOT record written per
      *  establishment with its GL company, and the split tied back
      *  to the run total - a split that does not tie stops the
      *  chain before PGM030 books it
      *****************************************************************
       411-ETABTOT.
           MOVE 'N' TO WS-PO-END-SW.
           OPEN INPUT PAYORD.
           PERFORM UNTIL PO-END
              READ PAYORD
                 AT END
                    MOVE 'Y' TO WS-PO-END-SW
                 NOT AT END
                    IF PO-TYPE = 'O'
                       PERFORM 412-ETABADD
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PAYORD.
           MOVE 0 TO WS-ETAB-CNT.
           MOVE 0 TO WS-ETAB-TOT.
           DISPLAY "    TOTALS BY ESTABLISHMENT :".
           OPEN OUTPUT ETABTOT.
           PERFORM VARYING WS-EX FROM 1 BY 1
                     UNTIL WS-EX > WS-ETAB-COUNT
              MOVE SPACES         TO STRUCT-ETABTOT
              MOVE 'PGM011'       TO PT-PGM OF STRUCT-ETABTOT
              MOVE WS-RPT-RUNDATE TO PT-RUNDATE OF STRUCT-ETABTOT
              MOVE WS-ET-CNT (WS-EX) TO PT-CNT OF STRUCT-ETABTOT
              MOVE WS-ET-TOT (WS-EX) TO PT-TOT OF STRUCT-ETABTOT
              MOVE WS-ET-CODE (WS-EX) TO PT-ETAB OF STRUCT-ETABTOT
              MOVE WS-ET-SOCIETE (WS-EX)
                                  TO PT-SOCIETE OF STRUCT-ETABTOT
              WRITE STRUCT-ETABTOT
              DISPLAY "    ETAB " WS-ET-CODE (WS-EX)
                      " " WS-ET-SOCIETE (WS-EX)
                      " CNT : " WS-ET-CNT (WS-EX)
                      "  TOT : " WS-ET-TOT (WS-EX)
              ADD WS-ET-CNT (WS-EX) TO WS-ETAB-CNT
              ADD WS-ET-TOT (WS-EX) TO WS-ETAB-TOT
           END-PERFORM.
           CLOSE ETABTOT.
           DISPLAY "    UNKNOWN ESTABLISHMENTS : " WS-CNT-ETABUNK.
           IF WS-ETAB-CNT NOT = WS-CNT-TOTAL
              OR WS-ETAB-TOT NOT = WS-TOT-PRIME
              DISPLAY 'ERROR : ESTABLISHMENT TOTALS ' WS-ETAB-CNT
                      ' / ' WS-ETAB-TOT ' DO NOT TIE TO RUN TOTALS '
                      WS-CNT-TOTAL ' / ' WS-TOT-PRIME
              MOVE 8 TO RETURN-CODE
           END-IF.
       411-EXIT.
           EXIT.
      *****************************************************************
      *  This routine adds one payment order to its establishment;
      *  an order for an establishment no longer loaded is left out
      *  and shows as a break in the tie
      *****************************************************************
       412-ETABADD.
           MOVE 'N' TO WS-ETAB-FOUND-SW.
           PERFORM VARYING WS-EY FROM 1 BY 1
                     UNTIL WS-EY > WS-ETAB-COUNT OR ETAB-FOUND
              IF WS-ET-CODE (WS-EY) = PO-ETAB
                 MOVE 'Y' TO WS-ETAB-FOUND-SW
                 ADD 1      TO WS-ET-CNT (WS-EY)
                 ADD PO-MNT TO WS-ET-TOT (WS-EY)
              END-IF
           END-PERFORM.
