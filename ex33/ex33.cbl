      *    RETR 0.0600 P AGIRC  pension, employer
      *    CHOM 0.0405 P UNEDIC unemployment, employer
      *
      * Meal vouchers : the employee's vouchers of the period
      *    (LK-TINB) are worth 9.00 each, the employer paying half
      *    (WS-TI-TAUXPAT); the employee's half is a deduction line
      *    taken after the income tax (never tax-deductible), the
      *    employer's half is returned for the departmental costing.
      *
      * Linkage :
      *    LK-FUNC     'C' = compute one employee, 'F' = end of run,
      *                write the CONTRDECL declaration
      *    LK-RETENUES employee-side deduction total returned ('C')
      *    LK-NET      net amount returned ('C')
      *    LK-RUNDATE  the run date, stamped on CONTRDECL ('F')
      *    LK-SALARY   the employee ('C')
      *    LK-FINAL    'Y' on the employee's final pay ('C')
      *    LK-TXBASE   taxable net the income tax is withheld on,
      *                returned ('C')
      *    LK-TXRATE   withholding rate applied, returned ('C')
      *    LK-IMPOT    income tax withheld, part of LK-RETENUES,
      *                returned ('C')
      *    LK-ETAB     the establishment the employee is paid under
      *                ('C'), spaces on a single-employer payroll
      *    LK-TINB     meal vouchers the employee is entitled to
      *                for the period ('C')
      *    LK-TISAL    the employee's share of the vouchers, part of
      *                LK-RETENUES, returned ('C')
      *    LK-TIPAT    the employer's share of the vouchers,
      *                returned ('C')
      *    LK-RESTART  'Y' when PGM011 resumes from its CHKPT11
      *                checkpoint : TAXRET and GARNWH are extended
      *                and their totals read back from what the
      *                interrupted run wrote
      *
      * Every garnishment seized is written to GARNWH (copybook
      * GARNWFS) with its creditor, closed at the 'F' call by a
      * trailer carrying the run's total - PGM119 pays the creditors
      * from it.
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      *                    scale over the net : never more than the
      *                    seizable portion, the remaining debt
      *                    tracked across runs and stopping at zero
      * 15/10/26  DEFAY E. Income tax withheld at source on the
      *                    taxable net (gross less the employee-side
      *                    rate lines) at the employee's TAXRATE rate
      *                    (PGM112), the compiled-in default-rate
      *                    scale without one; each withholding goes
      *                    to the TAXRET monthly return, closed by a
      *                    control-total trailer at the 'F' call
      * 15/10/26  DEFAY E. Writing each garnishment seized to GARNWH
      *                    with its creditor, closed by the run's
      *                    total at the 'F' call, for the PGM119
      *                    creditor payment orders
      * 15/10/26  DEFAY E. Employer contributions accumulated per
      *                    establishment (LK-ETAB) and organism :
      *                    CONTRDECL is written grouped by
      *                    establishment, each record carrying its
      *                    code and its ETABMSTR SIRET, with a total
      *                    per establishment; TAXRET records carry
      *                    the establishment too
      * 15/10/26  DEFAY E. Meal-voucher line : the employee's share
      *                    of LK-TINB vouchers deducted after the
      *                    tax, the employer's share returned, both
      *                    totalled for the run at the 'F' call
      * 15/10/26  DEFAY E. LK-RESTART : on a PGM011 checkpoint
      *                    restart TAXRET and GARNWH open EXTEND and
      *                    their trailer totals restart from the
      *                    detail records already written, so the
      *                    PGM059 tie and PGM119 see the whole run
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM033.
           ACCESS MODE is DYNAMIC
           RECORD KEY is GM-SALARY
           FILE STATUS is WS-FS-GARN.
      /    TAXRATE (indexed personal withholding rates, PGM112)
           SELECT TAXRATE
           ASSIGN TO TAXRATE
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is TR-SALARY
           FILE STATUS is WS-FS-TAXR.
      /    TAXRET (the period's withholding return, one record per
      /    employee and a control-total trailer at the 'F' call)
           SELECT TAXRET
           ASSIGN TO TAXRET
           FILE STATUS is WS-FS-TAXW.
      /    GARNWH (the run's garnishments seized, one record per
      /    employee and a total trailer at the 'F' call)
           SELECT GARNWH
           ASSIGN TO GARNWH
           FILE STATUS is WS-FS-GARNW.
      /    ETABMSTR (establishment master, for the SIRET declared -
      /    optional)
           SELECT ETABMSTR
           ASSIGN TO ETABMSTR
           ORGANIZATION is INDEXED
           ACCESS MODE is RANDOM
           RECORD KEY is ES-CODE
           FILE STATUS is WS-FS-ETAB.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           02 CD-RUNDATE PIC 9(08).
           02 FILLER     PIC X(01).
           02 CD-TOTAL   PIC 9(11)V99.
           02 FILLER     PIC X(01).
           02 CD-ETAB    PIC X(03).
           02 FILLER     PIC X(01).
           02 CD-SIRET   PIC 9(14).
           02 FILLER     PIC X(32).
       FD LOANMSTR
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-LOANMSTR.
           02 FILLER      PIC X(01).
           02 GM-LASTPER  PIC 9(06).
           02 FILLER      PIC X(25).
       FD TAXRATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY TAXRFS REPLACING ==()== BY ==TAXRATE==.
       FD TAXRET
           RECORD CONTAINS 80 CHARACTERS.
       COPY TAXWFS REPLACING ==()== BY ==TAXRET==.
       FD GARNWH
           RECORD CONTAINS 80 CHARACTERS.
       COPY GARNWFS REPLACING ==()== BY ==GARNWH==.
       FD ETABMSTR.
       COPY ETABFS REPLACING ==()== BY ==ETABMSTR==.
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-CTL      PIC X(02).
      / The run's period (LK-RUNDATE), the idempotence key of the
      / loan and garnishment withholdings
       01 WS-RUN-PERIOD  PIC 9(06).
      / Per-establishment, per-organism employer contribution
      / accumulators, declared grouped by establishment
       01 WS-ORG-COUNT   PIC 9(02) VALUE 0.
       01 WS-ORG-TABLE.
           05 WS-ORG-ENTRY OCCURS 40 TIMES.
              10 WS-OG-ETAB  PIC X(03).
              10 WS-OG-ORG   PIC X(06).
              10 WS-OG-TOT   PIC 9(11)V99.
              10 WS-OG-DONE  PIC X(01).
       01 WS-OX          PIC 9(02).
       01 WS-OY          PIC 9(02).
       01 WS-ORG-FOUND-SW PIC X(01).
           88 ORG-FOUND   VALUE 'Y'.
       01 WS-FS-ETAB     PIC X(02).
       01 WS-ETAB-AVAIL-SW PIC X(01) VALUE 'N'.
           88 ETAB-AVAIL  VALUE 'Y'.
       01 WS-DECL-ETAB   PIC X(03).
       01 WS-DECL-SIRET-SW PIC X(01).
           88 DECL-SIRET  VALUE 'Y'.
       01 WS-DECL-TOT    PIC 9(11)V99.
      / Loan withholding : ledger availability, the amount taken
      / this employee, and the run's collection list for LOANACT
       01 WS-FS-LOAN     PIC X(02).
       01 WS-GARN-TAKE   PIC 9(07)V99.
       01 WS-TOT-GARN    PIC 9(09)V99 VALUE 0.
       01 WS-CNT-GARN    PIC 9(04) VALUE 0.
       01 WS-FS-GARNW    PIC X(02).
      / Withholding at source : rate master availability, the
      / default-rate scale (monthly taxable net upper bounds and
      / their rate, applied to the whole base) and the return's
      / control totals
       01 WS-FS-TAXR     PIC X(02).
       01 WS-FS-TAXW     PIC X(02).
       01 WS-TAXR-AVAIL-SW PIC X(01) VALUE 'N'.
           88 TAXR-AVAIL  VALUE 'Y'.
       01 WS-TAXSCALE.
           05 FILLER PIC X(14) VALUE '00015910000000'.
           05 FILLER PIC X(14) VALUE '00016530000050'.
           05 FILLER PIC X(14) VALUE '00017590000130'.
           05 FILLER PIC X(14) VALUE '00018770000210'.
           05 FILLER PIC X(14) VALUE '00020060000290'.
           05 FILLER PIC X(14) VALUE '00021130000350'.
           05 FILLER PIC X(14) VALUE '00022530000410'.
           05 FILLER PIC X(14) VALUE '00026660000530'.
           05 FILLER PIC X(14) VALUE '00030520000750'.
           05 FILLER PIC X(14) VALUE '00034760000990'.
           05 FILLER PIC X(14) VALUE '00039130001190'.
           05 FILLER PIC X(14) VALUE '00045660001380'.
           05 FILLER PIC X(14) VALUE '00054750001580'.
           05 FILLER PIC X(14) VALUE '00068510001790'.
           05 FILLER PIC X(14) VALUE '00085570002000'.
           05 FILLER PIC X(14) VALUE '00118770002400'.
           05 FILLER PIC X(14) VALUE '00160860002800'.
           05 FILLER PIC X(14) VALUE '00252510003300'.
           05 FILLER PIC X(14) VALUE '00540880003800'.
           05 FILLER PIC X(14) VALUE '99999999904300'.
       01 WS-TAXSCALE-R REDEFINES WS-TAXSCALE.
           05 WS-TAXBRACKET OCCURS 20 TIMES.
              10 WS-TB-BOUND PIC 9(07)V99.
              10 WS-TB-RATE  PIC 9V9999.
       01 WS-TX          PIC 9(02).
       01 WS-TAX-SOURCE  PIC X(01).
       01 WS-CNT-TAX     PIC 9(07) VALUE 0.
       01 WS-CNT-TAXDEF  PIC 9(07) VALUE 0.
       01 WS-TOT-TXBASE  PIC 9(11)V99 VALUE 0.
       01 WS-TOT-IMPOT   PIC 9(11)V99 VALUE 0.
      / Meal vouchers : face value, the employer's share of it, and
      / the run's totals
       01 WS-TI-VALEUR   PIC 9(02)V99 VALUE 9.00.
       01 WS-TI-TAUXPAT  PIC 9V9999 VALUE 0.5000.
       01 WS-TI-MNT      PIC 9(07)V99.
       01 WS-CNT-TI      PIC 9(07) VALUE 0.
       01 WS-TOT-TINB    PIC 9(07) VALUE 0.
       01 WS-TOT-TISAL   PIC 9(09)V99 VALUE 0.
       01 WS-TOT-TIPAT   PIC 9(09)V99 VALUE 0.
      / Restart : the return and the garnishments already written
      / are found again before they are extended
       01 WS-KEPT-SW     PIC X(01).
           88 KEPT-FOUND  VALUE 'Y'.
      *****************************************************************
       LINKAGE SECTION.
       01 LK-FUNC        PIC X(01).
       01 LK-SALARY      PIC 9(07).
       01 LK-FINAL       PIC X(01).
           88 FINAL-PAY   VALUE 'Y'.
       01 LK-TXBASE      PIC 9(09)V99.
       01 LK-TXRATE      PIC 9V9999.
       01 LK-IMPOT       PIC 9(07)V99.
       01 LK-ETAB        PIC X(03).
       01 LK-TINB        PIC 9(03).
       01 LK-TISAL       PIC 9(07)V99.
       01 LK-TIPAT       PIC 9(07)V99.
       01 LK-RESTART     PIC X(01).
           88 IS-RESTART  VALUE 'Y'.
      *****************************************************************
       PROCEDURE DIVISION USING LK-FUNC,
                                LK-BRUT,
                                LK-NET,
                                LK-RUNDATE,
                                LK-SALARY,
                                LK-FINAL,
                                LK-TXBASE,
                                LK-TXRATE,
                                LK-IMPOT,
                                LK-ETAB,
                                LK-TINB,
                                LK-TISAL,
                                LK-TIPAT,
                                LK-RESTART.
           IF NOT RATES-LOADED
              PERFORM 010-LOADRATES THRU 010-EXIT
           END-IF.
           IF FUNC-FINISH
              PERFORM 200-DECLARE THRU 200-EXIT
              PERFORM 210-LOANACT THRU 210-EXIT
              PERFORM 220-TAXRET THRU 220-EXIT
              PERFORM 230-GARNWH THRU 230-EXIT
              DISPLAY 'PGM033 MEAL VOUCHERS : ' WS-TOT-TINB
                      '  EMPLOYEES : ' WS-CNT-TI
              DISPLAY '    EMPLOYEE SHARE : ' WS-TOT-TISAL
                      '  EMPLOYER SHARE : ' WS-TOT-TIPAT
           ELSE
              PERFORM 100-COMPUTE THRU 100-EXIT
           END-IF.
      *****************************************************************
      *  This routine opens the loan and garnishment ledgers once
      *  per run; an absent ledger simply means nothing to withhold
      *  on that side. The withholding-rate master and the period's
      *  withholding return open in the same pass - without the
      *  master every employee is withheld at the default scale.
      *  A restarted run extends the return and the garnishments
      *  it left behind.
      *****************************************************************
       020-OPENLOAN.
           MOVE 'Y' TO WS-LOAN-TRIED-SW.
           IF WS-FS-GARN = '00'
              MOVE 'Y' TO WS-GARN-AVAIL-SW
           END-IF.
           OPEN INPUT TAXRATE.
           IF WS-FS-TAXR = '00'
              MOVE 'Y' TO WS-TAXR-AVAIL-SW
           ELSE
              DISPLAY 'WARNING : TAXRATE NOT AVAILABLE - DEFAULT '
                      'WITHHOLDING SCALE FOR EVERY EMPLOYEE'
           END-IF.
           IF IS-RESTART
              PERFORM 021-TAXKEPT THRU 021-EXIT
           ELSE
              OPEN OUTPUT TAXRET
           END-IF.
           IF IS-RESTART
              PERFORM 022-GARNKEPT THRU 022-EXIT
           ELSE
              OPEN OUTPUT GARNWH
           END-IF.
       020-EXIT.
           EXIT.
      *****************************************************************
      *  This routine reads back the withholding lines the
      *  interrupted run wrote into the return's totals and reopens
      *  it EXTEND; with nothing left behind it starts afresh
      *****************************************************************
       021-TAXKEPT.
           MOVE 'N' TO WS-KEPT-SW.
           OPEN INPUT TAXRET.
           IF WS-FS-TAXW NOT = '00'
              OPEN OUTPUT TAXRET
              GO TO 021-EXIT
           END-IF.
           PERFORM UNTIL WS-FS-TAXW NOT = '00'
              READ TAXRET
                 NOT AT END
                    MOVE 'Y' TO WS-KEPT-SW
                    IF TW-MARK = 'D'
                       ADD 1 TO WS-CNT-TAX
                       ADD TW-BASE  TO WS-TOT-TXBASE
                       ADD TW-IMPOT TO WS-TOT-IMPOT
                       IF TW-SOURCE = 'D'
                          ADD 1 TO WS-CNT-TAXDEF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE TAXRET.
           OPEN EXTEND TAXRET.
           IF KEPT-FOUND
              DISPLAY 'PGM033 RESTART : TAXRET EXTENDED AFTER '
                      WS-CNT-TAX ' LINE(S)'
           END-IF.
       021-EXIT.
           EXIT.
      *****************************************************************
      *  This routine does the same for the garnishments seized
      *****************************************************************
       022-GARNKEPT.
           MOVE 'N' TO WS-KEPT-SW.
           OPEN INPUT GARNWH.
           IF WS-FS-GARNW NOT = '00'
              OPEN OUTPUT GARNWH
              GO TO 022-EXIT
           END-IF.
           PERFORM UNTIL WS-FS-GARNW NOT = '00'
              READ GARNWH
                 NOT AT END
                    MOVE 'Y' TO WS-KEPT-SW
                    IF GW-MARK = 'D'
                       ADD 1 TO WS-CNT-GARN
                       ADD GW-MNT TO WS-TOT-GARN
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE GARNWH.
           OPEN EXTEND GARNWH.
           IF KEPT-FOUND
              DISPLAY 'PGM033 RESTART : GARNWH EXTENDED AFTER '
                      WS-CNT-GARN ' LINE(S)'
           END-IF.
       022-EXIT.
           EXIT.
      *****************************************************************
      *  This routine loads the rate lines, once per run : from
      *  DEDUCTCTL when present, the compiled-in defaults otherwise.
      *  A blank DC-SIDE reads as the employee side, so the old
                 ADD WS-LINE-AMT TO LK-RETENUES
              END-IF
           END-PERFORM.
           PERFORM 140-TAXTAKE THRU 140-EXIT.
           PERFORM 150-TITAKE THRU 150-EXIT.
           IF LOAN-AVAIL
              PERFORM 120-LOANTAKE THRU 120-EXIT
           END-IF.
       120-EXIT.
           EXIT.
      *****************************************************************
      *  This routine accumulates one employer line under the
      *  employee's establishment and the line's organism
      *****************************************************************
       110-ORGACCUM.
           MOVE 'N' TO WS-ORG-FOUND-SW.
           PERFORM VARYING WS-OX FROM 1 BY 1
                     UNTIL WS-OX > WS-ORG-COUNT OR ORG-FOUND
              IF WS-OG-ORG (WS-OX) = WS-RT-ORG (WS-RX)
                 AND WS-OG-ETAB (WS-OX) = LK-ETAB
                 MOVE 'Y' TO WS-ORG-FOUND-SW
                 ADD WS-LINE-AMT TO WS-OG-TOT (WS-OX)
              END-IF
           END-PERFORM.
           IF NOT ORG-FOUND AND WS-ORG-COUNT < 40
              ADD 1 TO WS-ORG-COUNT
              MOVE LK-ETAB           TO WS-OG-ETAB (WS-ORG-COUNT)
              MOVE WS-RT-ORG (WS-RX) TO WS-OG-ORG (WS-ORG-COUNT)
              MOVE WS-LINE-AMT       TO WS-OG-TOT (WS-ORG-COUNT)
              MOVE 'N'               TO WS-OG-DONE (WS-ORG-COUNT)
           END-IF.
      *****************************************************************
      *  This routine applies the legal seizable-fraction bracket
              SUBTRACT WS-GARN-TAKE FROM LK-NET
              ADD WS-GARN-TAKE TO WS-TOT-GARN
              ADD 1 TO WS-CNT-GARN
              MOVE SPACES        TO STRUCT-GARNWH
              MOVE 'D'           TO GW-MARK
              MOVE LK-SALARY     TO GW-SALARY
              MOVE GM-CREDITOR   TO GW-CREDITOR
              MOVE WS-RUN-PERIOD TO GW-PERIOD
              MOVE WS-GARN-TAKE  TO GW-MNT
              MOVE GM-REMAIN     TO GW-REMAIN
              WRITE STRUCT-GARNWH
           END-IF.
       130-EXIT.
           EXIT.
           END-IF.
           MOVE WS-BK-BOUND (WS-BX) TO WS-PREV-BOUND.
      *****************************************************************
      *  This routine withholds the income tax at source on the
      *  taxable net - the gross less the employee-side rate lines
      *  taken so far - at the employee's notified rate in force at
      *  the run date, or the default scale's rate for the whole
      *  base, and writes the employee's line of the return
      *****************************************************************
       140-TAXTAKE.
           COMPUTE LK-TXBASE = LK-BRUT - LK-RETENUES.
           MOVE 'D' TO WS-TAX-SOURCE.
           IF TAXR-AVAIL
              MOVE LK-SALARY TO TR-SALARY
              READ TAXRATE
                 NOT INVALID KEY
                    PERFORM 141-TAXNOTIF
              END-READ
           END-IF.
           IF WS-TAX-SOURCE = 'D'
              MOVE WS-TB-RATE (20) TO LK-TXRATE
              PERFORM VARYING WS-TX FROM 20 BY -1 UNTIL WS-TX < 1
                 IF LK-TXBASE < WS-TB-BOUND (WS-TX)
                    MOVE WS-TB-RATE (WS-TX) TO LK-TXRATE
                 END-IF
              END-PERFORM
              ADD 1 TO WS-CNT-TAXDEF
           END-IF.
           COMPUTE LK-IMPOT ROUNDED = LK-TXBASE * LK-TXRATE.
           ADD LK-IMPOT TO LK-RETENUES.
           ADD 1 TO WS-CNT-TAX.
           ADD LK-TXBASE TO WS-TOT-TXBASE.
           ADD LK-IMPOT  TO WS-TOT-IMPOT.
           MOVE SPACES        TO STRUCT-TAXRET.
           MOVE 'D'           TO TW-MARK.
           MOVE LK-SALARY     TO TW-SALARY.
           MOVE WS-RUN-PERIOD TO TW-PERIOD.
           MOVE LK-TXBASE     TO TW-BASE.
           MOVE LK-TXRATE     TO TW-TAUX.
           MOVE LK-IMPOT      TO TW-IMPOT.
           MOVE WS-TAX-SOURCE TO TW-SOURCE.
           MOVE LK-ETAB       TO TW-ETAB.
           WRITE STRUCT-TAXRET.
       140-EXIT.
           EXIT.
      *****************************************************************
      *  This routine deducts the employee's share of the period's
      *  meal vouchers - the face value of the vouchers less the
      *  employer's share, which is returned apart
      *****************************************************************
       150-TITAKE.
           MOVE 0 TO LK-TISAL.
           MOVE 0 TO LK-TIPAT.
           IF LK-TINB NOT NUMERIC OR LK-TINB = 0
              GO TO 150-EXIT
           END-IF.
           COMPUTE WS-TI-MNT = LK-TINB * WS-TI-VALEUR.
           COMPUTE LK-TIPAT ROUNDED = WS-TI-MNT * WS-TI-TAUXPAT.
           COMPUTE LK-TISAL = WS-TI-MNT - LK-TIPAT.
           ADD LK-TISAL TO LK-RETENUES.
           ADD 1 TO WS-CNT-TI.
           ADD LK-TINB  TO WS-TOT-TINB.
           ADD LK-TISAL TO WS-TOT-TISAL.
           ADD LK-TIPAT TO WS-TOT-TIPAT.
       150-EXIT.
           EXIT.
      *****************************************************************
      *  This routine picks the notified rate in force at the run
      *  date : the latest one once its date has come, the one it
      *  replaced until then; neither leaves the default scale
      *****************************************************************
       141-TAXNOTIF.
           IF TR-DTEFF <= LK-RUNDATE
              MOVE TR-TAUX TO LK-TXRATE
              MOVE 'N' TO WS-TAX-SOURCE
           ELSE
              IF TR-DTANC > 0 AND TR-DTANC <= LK-RUNDATE
                 MOVE TR-TAUX-ANC TO LK-TXRATE
                 MOVE 'N' TO WS-TAX-SOURCE
              END-IF
           END-IF.
      *****************************************************************
      *  This routine writes the contributions declaration : one
      *  CONTRDECL record per establishment and organism with the
      *  run's total, the establishments one after the other
      *****************************************************************
       200-DECLARE.
           OPEN INPUT ETABMSTR.
           IF WS-FS-ETAB = '00'
              MOVE 'Y' TO WS-ETAB-AVAIL-SW
           END-IF.
           OPEN OUTPUT CONTRDECL.
           PERFORM VARYING WS-OX FROM 1 BY 1
                     UNTIL WS-OX > WS-ORG-COUNT
              IF WS-OG-DONE (WS-OX) NOT = 'Y'
                 PERFORM 205-DECLETAB THRU 205-EXIT
              END-IF
           END-PERFORM.
           CLOSE CONTRDECL.
           IF ETAB-AVAIL
              CLOSE ETABMSTR
           END-IF.
       200-EXIT.
           EXIT.
      *****************************************************************
      *  This routine declares one establishment : its organisms'
      *  records under its SIRET, then its total. A blank
      *  establishment is the single-employer declaration.
      *****************************************************************
       205-DECLETAB.
           MOVE WS-OG-ETAB (WS-OX) TO WS-DECL-ETAB.
           MOVE 'N' TO WS-DECL-SIRET-SW.
           MOVE 0 TO WS-DECL-TOT.
           IF ETAB-AVAIL AND WS-DECL-ETAB NOT = SPACES
              MOVE WS-DECL-ETAB TO ES-CODE
              READ ETABMSTR
                 INVALID KEY
                    DISPLAY 'WARNING : ESTABLISHMENT ' WS-DECL-ETAB
                            ' NOT ON ETABMSTR - NO SIRET DECLARED'
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-DECL-SIRET-SW
              END-READ
           END-IF.
           PERFORM VARYING WS-OY FROM WS-OX BY 1
                     UNTIL WS-OY > WS-ORG-COUNT
              IF WS-OG-ETAB (WS-OY) = WS-DECL-ETAB
                 MOVE SPACES             TO STRUCT-CONTRDECL
                 MOVE WS-OG-ORG (WS-OY)  TO CD-ORG
                 MOVE LK-RUNDATE         TO CD-RUNDATE
                 MOVE WS-OG-TOT (WS-OY)  TO CD-TOTAL
                 MOVE WS-DECL-ETAB       TO CD-ETAB
                 IF DECL-SIRET
                    MOVE ES-SIRET        TO CD-SIRET
                 END-IF
                 WRITE STRUCT-CONTRDECL
                 ADD WS-OG-TOT (WS-OY)   TO WS-DECL-TOT
                 MOVE 'Y'                TO WS-OG-DONE (WS-OY)
              END-IF
           END-PERFORM.
           IF WS-DECL-ETAB = SPACES
              GO TO 205-EXIT
           END-IF.
           DISPLAY 'PGM033 CONTRDECL ETAB ' WS-DECL-ETAB
                   ' TOTAL : ' WS-DECL-TOT.
       205-EXIT.
           EXIT.
      *****************************************************************
      *  This routine writes the period's loan-activity report and
      *  closes the ledger
      *****************************************************************
           END-IF.
       210-EXIT.
           EXIT.
      *****************************************************************
      *  This routine closes the period's withholding return on its
      *  control-total trailer (headcount, taxable base, tax
      *  withheld) and the rate master
      *****************************************************************
       220-TAXRET.
           MOVE SPACES        TO STRUCT-TAXRET.
           MOVE 'T'           TO TWT-MARK.
           MOVE WS-CNT-TAX    TO TWT-COUNT.
           COMPUTE TWT-PERIOD = LK-RUNDATE / 100.
           MOVE WS-TOT-TXBASE TO TWT-BASE.
           MOVE WS-TOT-IMPOT  TO TWT-IMPOT.
           WRITE STRUCT-TAXRET.
           CLOSE TAXRET.
           IF TAXR-AVAIL
              CLOSE TAXRATE
           END-IF.
           DISPLAY 'PGM033 TAX WITHHELD : ' WS-CNT-TAX
                   '  AT DEFAULT RATE : ' WS-CNT-TAXDEF
                   '  TOTAL : ' WS-TOT-IMPOT.
       220-EXIT.
           EXIT.
      *****************************************************************
      *  This routine closes the run's garnishment withholdings on
      *  their trailer (count and total seized)
      *****************************************************************
       230-GARNWH.
           MOVE SPACES        TO STRUCT-GARNWH.
           MOVE 'T'           TO GWT-MARK.
           MOVE WS-CNT-GARN   TO GWT-COUNT.
           COMPUTE GWT-PERIOD = LK-RUNDATE / 100.
           MOVE WS-TOT-GARN   TO GWT-TOTAL.
           WRITE STRUCT-GARNWH.
           CLOSE GARNWH.
       230-EXIT.
           EXIT.
