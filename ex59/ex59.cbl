      *           balanced journal on the GLJRNL feed (the PGM030
      *           record layout) : the gross debited to the
      *           department's expense account, the deductions and
      *           the net credited to their balance-sheet accounts
      *           (the income tax withheld at source, PD-IMPOT, to
      *           its own account apart from the other deductions,
      *           and the expense claims reimbursed on the slip,
      *           PD-FRAIS, debited to the expense-claims payable
      *           account PGM115 credited when it booked them),
      *           the accounts resolved from the GLMAP chart-of-
      *           accounts mapping (department + component, the
      *           department-00 line being the fallback). A
      *           department whose debits and credits do not tie is
      *           refused - nothing is written for it and the run
      *           ends RETURN-CODE 8 - because an unbalanced journal
      *           must never reach accounting. The tax booked is
      *           then tied to the control total of PGM033's TAXRET
      *           withholding return; a difference sets
      *           RETURN-CODE 8.
      *           The meal vouchers are costed the same way : the
      *           employer's share (PD-TIPAT) debited to the
      *           department's TIPA expense account, both shares
      *           credited to the voucher supplier's TITR account
      *           (the employee's, PD-TISAL, coming out of the
      *           deductions), and the shares booked tied to the
      *           control trailer of PGM011's TITRORD supplier
      *           order; a difference sets RETURN-CODE 8.
      *           On a multi-establishment payroll the distribution
      *           is kept apart per establishment (PD-ETAB) : one
      *           journal per establishment and department, booked
      *           under the establishment's GL company (GL-SOCIETE,
      *           from ETABMSTR), with control totals displayed per
      *           establishment.
      *
      * GLMAP line : department (00 = fallback), component (BRUT /
      *    RETE / IMPO / NET / FRAI / TIPA / TITR), GL account
      *
      * Using :
      *    - Copybooks PAYDFS, GLJRFS, TAXWFS, TITRFS
      *    - PAYDETAIL as written by PGM011, SALARIES as read by it
      *    - TAXRET as written by PGM033
      *    - TITRORD as written by PGM011
      *    - Copybook ETABFS (ETABMSTR as kept by PGM120, optional)
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * 02/09/26  DEFAY E. The default date now comes from the
      *                    chain's PRODATE through PGM081, not
      *                    the system clock
      * 15/10/26  DEFAY E. GLJRNL layout from copybook GLJRFS; the
      *                    batch is closed by a count and hash-total
      *                    trailer for the PGM097 ledger posting
      * 15/10/26  DEFAY E. The income tax withheld at source is
      *                    credited to its own IMPO account and tied
      *                    to the TAXRET withholding return total
      * 15/10/26  DEFAY E. The expense claims reimbursed on the slip
      *                    clear the FRAI payable (debit), so the
      *                    net they are paid in still ties
      * 15/10/26  DEFAY E. Distributing per establishment and
      *                    department, each journal carrying the
      *                    establishment's GL company
      * 15/10/26  DEFAY E. Meal vouchers : the employer's share
      *                    costed to the department (TIPA), both
      *                    shares credited to the supplier (TITR)
      *                    and tied to the TITRORD order trailer
      * 15/10/26  DEFAY E. Recording every dataset closed on the
      *                    LINEAGE register through PGM124 (run
      *                    number, open mode, record count)
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM059.
      /    GLJRNL (departmental journal batch for the ledger)
           SELECT GLJRNL
           ASSIGN TO GLJRNL.
      /    TAXRET (the period's withholding return from PGM033)
           SELECT TAXRET
           ASSIGN TO TAXRET
           FILE STATUS is WS-FS-TAXW.
      /    ETABMSTR (establishment master, for the GL company -
      /    optional)
           SELECT ETABMSTR
           ASSIGN TO ETABMSTR
           ORGANIZATION is INDEXED
           ACCESS MODE is RANDOM
           RECORD KEY is ES-CODE
           FILE STATUS is WS-FS-ETAB.
      /    TITRORD (the period's meal-voucher order from PGM011)
           SELECT TITRORD
           ASSIGN TO TITRORD
           FILE STATUS is WS-FS-TITR.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           02 MP-ACCT    PIC X(06).
           02 FILLER     PIC X(66).
       FD GLJRNL.
       COPY GLJRFS REPLACING ==()== BY ==GLJRNL==.
       FD TAXRET
           RECORD CONTAINS 80 CHARACTERS.
       COPY TAXWFS REPLACING ==()== BY ==TAXRET==.
       FD ETABMSTR.
       COPY ETABFS REPLACING ==()== BY ==ETABMSTR==.
       FD TITRORD.
       COPY TITRFS REPLACING ==()== BY ==TITRORD==.
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-PAYD     PIC X(02).
           88 MAP-END     VALUE '10'.
       01 WS-CNT-READ    PIC 9(07) VALUE 0.
       01 WS-CNT-JRNL    PIC 9(05) VALUE 0.
       01 WS-CNT-RECS    PIC 9(05) VALUE 0.
       01 WS-HASH-TOTAL  PIC S9(11)V99 VALUE 0.
       01 WS-CNT-NODEPT  PIC 9(05) VALUE 0.
       01 WS-CNT-TAXW    PIC 9(07) VALUE 0.
       01 WS-CNT-TITR    PIC 9(07) VALUE 0.
       01 WS-FS-TAXW     PIC X(02).
           88 TAXW-END    VALUE '10'.
       01 WS-TAXW-SEEN-SW PIC X(01) VALUE 'N'.
           88 TAXW-SEEN   VALUE 'Y'.
       01 WS-TOT-IMPO    PIC 9(11)V99 VALUE 0.
       01 WS-RET-IMPO    PIC 9(11)V99 VALUE 0.
       01 WS-FS-TITR     PIC X(02).
           88 TITR-END    VALUE '10'.
       01 WS-TITR-SEEN-SW PIC X(01) VALUE 'N'.
           88 TITR-SEEN   VALUE 'Y'.
       01 WS-TOT-TISA    PIC 9(11)V99 VALUE 0.
       01 WS-TOT-TIPA    PIC 9(11)V99 VALUE 0.
       01 WS-ORD-TISA    PIC 9(11)V99 VALUE 0.
       01 WS-ORD-TIPA    PIC 9(11)V99 VALUE 0.
      / Per-establishment, per-department accumulators, with the
      / establishment's GL company and its control totals
       01 WS-FS-ETAB     PIC X(02).
       01 WS-ETAB-AVAIL-SW PIC X(01) VALUE 'N'.
           88 ETAB-AVAIL  VALUE 'Y'.
       01 WS-EA-COUNT    PIC 9(02) VALUE 0.
       01 WS-ETAB-TABLE.
           05 WS-ETAB-ACC OCCURS 10 TIMES.
              10 WS-EA-ETAB    PIC X(03).
              10 WS-EA-SOCIETE PIC X(04).
              10 WS-EA-JRNL    PIC 9(05).
              10 WS-EA-DEBIT   PIC S9(12)V99.
              10 WS-EA-CREDIT  PIC S9(12)V99.
              10 WS-DEPT-ACC OCCURS 99 TIMES.
                 15 WS-DP-BRUT PIC 9(11)V99.
                 15 WS-DP-RETE PIC 9(11)V99.
                 15 WS-DP-IMPO PIC 9(11)V99.
                 15 WS-DP-NET  PIC S9(11)V99.
                 15 WS-DP-FRAI PIC 9(11)V99.
                 15 WS-DP-TISA PIC 9(11)V99.
                 15 WS-DP-TIPA PIC 9(11)V99.
       01 WS-EX          PIC 9(02).
       01 WS-EY          PIC 9(02).
       01 WS-EA-FOUND-SW PIC X(01).
           88 EA-FOUND    VALUE 'Y'.
       01 WS-DX          PIC 9(02).
      / Mapping lines and the account resolution result
       01 WS-MAP-COUNT   PIC 9(03) VALUE 0.
       01 WS-MX          PIC 9(03).
       01 WS-ACCT-FOUND  PIC X(06).
       01 WS-LOOK-COMP   PIC X(04).
       01 WS-IMPO-MAP-SW PIC X(01) VALUE 'N'.
           88 IMPO-MAPPED VALUE 'Y'.
       01 WS-FRAI-MAP-SW PIC X(01) VALUE 'N'.
           88 FRAI-MAPPED VALUE 'Y'.
       01 WS-TIPA-MAP-SW PIC X(01) VALUE 'N'.
           88 TIPA-MAPPED VALUE 'Y'.
       01 WS-TITR-MAP-SW PIC X(01) VALUE 'N'.
           88 TITR-MAPPED VALUE 'Y'.
       01 WS-JRNL-MNT    PIC 9(11)V99.
       01 WS-TOT-FRAI    PIC 9(11)V99 VALUE 0.
      / Balance check per department
       01 WS-TOT-DEBIT   PIC S9(12)V99.
       01 WS-TOT-CREDIT  PIC S9(12)V99.
       01 WS-CALL-DATE   PIC X(08) VALUE "PGM081  ".
      / Parameter from JCL run
       01 PJ-RUNDATE     PIC 9(08).
      / PGM124 dataset-lineage interface
       01 WS-CALL-LIN    PIC X(08) VALUE "PGM124  ".
       01 WS-LIN-PGM     PIC X(08) VALUE 'PGM059'.
       01 WS-LIN-DSN     PIC X(10).
       01 WS-LIN-MODE    PIC X(01).
       01 WS-LIN-COUNT   PIC 9(09).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           PERFORM 010-LOADMAP THRU 010-EXIT.
           PERFORM 100-ACCUM THRU 100-EXIT.
           PERFORM 200-DISTRIB THRU 200-EXIT.
           PERFORM 250-TAXTIE THRU 250-EXIT.
           PERFORM 260-TITRTIE THRU 260-EXIT.
           STOP RUN.
      *****************************************************************
      *  This routine handle parameters
           EXIT.
      *****************************************************************
      *  This routine loads the GLMAP mapping; compiled-in fallback
      *  accounts stand in when the file is absent, and for the
      *  withholding tax, the expense-claims payable and the meal
      *  vouchers when no department-00 IMPO / FRAI / TIPA / TITR
      *  line is mapped
      *****************************************************************
       010-LOADMAP.
           OPEN INPUT GLMAP.
                          MOVE MP-DEPT TO WS-MP-DEPT (WS-MAP-COUNT)
                          MOVE MP-COMP TO WS-MP-COMP (WS-MAP-COUNT)
                          MOVE MP-ACCT TO WS-MP-ACCT (WS-MAP-COUNT)
                          IF MP-COMP = 'IMPO' AND MP-DEPT = 0
                             MOVE 'Y' TO WS-IMPO-MAP-SW
                          END-IF
                          IF MP-COMP = 'FRAI' AND MP-DEPT = 0
                             MOVE 'Y' TO WS-FRAI-MAP-SW
                          END-IF
                          IF MP-COMP = 'TIPA' AND MP-DEPT = 0
                             MOVE 'Y' TO WS-TIPA-MAP-SW
                          END-IF
                          IF MP-COMP = 'TITR' AND MP-DEPT = 0
                             MOVE 'Y' TO WS-TITR-MAP-SW
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GLMAP
              MOVE 'GLMAP' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE WS-MAP-COUNT TO WS-LIN-COUNT
              PERFORM 900-LINEAGE
           END-IF.
           IF WS-MAP-COUNT = 0
              DISPLAY 'WARNING : GLMAP ABSENT OR EMPTY - COMPILED-IN '
              MOVE 'NET '   TO WS-MP-COMP (3)
              MOVE '421000' TO WS-MP-ACCT (3)
           END-IF.
           IF NOT IMPO-MAPPED AND WS-MAP-COUNT < 300
              ADD 1 TO WS-MAP-COUNT
              MOVE 0        TO WS-MP-DEPT (WS-MAP-COUNT)
              MOVE 'IMPO'   TO WS-MP-COMP (WS-MAP-COUNT)
              MOVE '442100' TO WS-MP-ACCT (WS-MAP-COUNT)
           END-IF.
           IF NOT FRAI-MAPPED AND WS-MAP-COUNT < 300
              ADD 1 TO WS-MAP-COUNT
              MOVE 0        TO WS-MP-DEPT (WS-MAP-COUNT)
              MOVE 'FRAI'   TO WS-MP-COMP (WS-MAP-COUNT)
              MOVE '428600' TO WS-MP-ACCT (WS-MAP-COUNT)
           END-IF.
           IF NOT TIPA-MAPPED AND WS-MAP-COUNT < 300
              ADD 1 TO WS-MAP-COUNT
              MOVE 0        TO WS-MP-DEPT (WS-MAP-COUNT)
              MOVE 'TIPA'   TO WS-MP-COMP (WS-MAP-COUNT)
              MOVE '647800' TO WS-MP-ACCT (WS-MAP-COUNT)
           END-IF.
           IF NOT TITR-MAPPED AND WS-MAP-COUNT < 300
              ADD 1 TO WS-MAP-COUNT
              MOVE 0        TO WS-MP-DEPT (WS-MAP-COUNT)
              MOVE 'TITR'   TO WS-MP-COMP (WS-MAP-COUNT)
              MOVE '437800' TO WS-MP-ACCT (WS-MAP-COUNT)
           END-IF.
       010-EXIT.
           EXIT.
      *****************************************************************
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT ETABMSTR.
           IF WS-FS-ETAB = '00'
              MOVE 'Y' TO WS-ETAB-AVAIL-SW
           END-IF.
           PERFORM UNTIL PAYD-END
              READ PAYDETAIL
                 NOT AT END
                    IF PD-MARK = 'D'
                       ADD 1 TO WS-CNT-READ
                       PERFORM 110-ONEDETAIL THRU 110-EXIT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PAYDETAIL.
           CLOSE SALARIES.
           IF ETAB-AVAIL
              CLOSE ETABMSTR
           END-IF.
           MOVE 'PAYDETAIL' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-READ TO WS-LIN-COUNT.
           PERFORM 900-LINEAGE.
           MOVE 'SALARIES' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE 0 TO WS-LIN-COUNT.
           PERFORM 900-LINEAGE.
           IF ETAB-AVAIL
              MOVE 'ETABMSTR' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE 0 TO WS-LIN-COUNT
              PERFORM 900-LINEAGE
           END-IF.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine adds one pay record into its department
      *****************************************************************
       110-ONEDETAIL.
           PERFORM 120-ETABSLOT THRU 120-EXIT.
           IF NOT EA-FOUND
              DISPLAY 'WARNING : ESTABLISHMENT TABLE FULL - '
                      PD-SALARY ' OF ' PD-ETAB ' NOT DISTRIBUTED'
              ADD 1 TO WS-CNT-NODEPT
              GO TO 110-EXIT
           END-IF.
           MOVE PD-SALARY TO FD-SALARY.
           READ SALARIES
              INVALID KEY
                 ADD 1 TO WS-CNT-NODEPT
              NOT INVALID KEY
                 IF FD-DEPT >= 1 AND FD-DEPT <= 99
                    ADD PD-BRUT    TO WS-DP-BRUT (WS-EX, FD-DEPT)
                    ADD PD-RETENUE TO WS-DP-RETE (WS-EX, FD-DEPT)
                    ADD PD-NET     TO WS-DP-NET  (WS-EX, FD-DEPT)
                    IF PD-IMPOT NUMERIC
                       ADD PD-IMPOT TO WS-DP-IMPO (WS-EX, FD-DEPT)
                    END-IF
                    IF PD-FRAIS NUMERIC
                       ADD PD-FRAIS TO WS-DP-FRAI (WS-EX, FD-DEPT)
                    END-IF
                    IF PD-TISAL NUMERIC
                       ADD PD-TISAL TO WS-DP-TISA (WS-EX, FD-DEPT)
                    END-IF
                    IF PD-TIPAT NUMERIC
                       ADD PD-TIPAT TO WS-DP-TIPA (WS-EX, FD-DEPT)
                    END-IF
                 ELSE
                    DISPLAY 'WARNING : DEPARTMENT OUT OF RANGE FOR '
                            PD-SALARY ' - NOT DISTRIBUTED'
                    ADD 1 TO WS-CNT-NODEPT
                 END-IF
           END-READ.
       110-EXIT.
           EXIT.
      *****************************************************************
      *  This routine points WS-EX at the record's establishment,
      *  opening its slot (GL company from ETABMSTR) on first sight;
      *  blank is the single-employer slot
      *****************************************************************
       120-ETABSLOT.
           MOVE 'N' TO WS-EA-FOUND-SW.
           PERFORM VARYING WS-EY FROM 1 BY 1
                     UNTIL WS-EY > WS-EA-COUNT OR EA-FOUND
              IF WS-EA-ETAB (WS-EY) = PD-ETAB
                 MOVE 'Y' TO WS-EA-FOUND-SW
                 MOVE WS-EY TO WS-EX
              END-IF
           END-PERFORM.
           IF EA-FOUND OR WS-EA-COUNT NOT < 10
              GO TO 120-EXIT
           END-IF.
           ADD 1 TO WS-EA-COUNT.
           MOVE WS-EA-COUNT TO WS-EX.
           INITIALIZE WS-ETAB-ACC (WS-EX).
           MOVE PD-ETAB TO WS-EA-ETAB (WS-EX).
           MOVE SPACES  TO WS-EA-SOCIETE (WS-EX).
           MOVE 'Y' TO WS-EA-FOUND-SW.
           IF ETAB-AVAIL AND PD-ETAB NOT = SPACES
              MOVE PD-ETAB TO ES-CODE
              READ ETABMSTR
                 INVALID KEY
                    DISPLAY 'WARNING : ESTABLISHMENT ' PD-ETAB
                            ' NOT ON ETABMSTR - NO GL COMPANY'
                 NOT INVALID KEY
                    MOVE ES-SOCIETE TO WS-EA-SOCIETE (WS-EX)
              END-READ
           END-IF.
       120-EXIT.
           EXIT.
      *****************************************************************
      *  This routine books one balanced journal per department with
      *  activity, refusing the batch when a department fails to tie
      *****************************************************************
       200-DISTRIB.
           OPEN OUTPUT GLJRNL.
           PERFORM VARYING WS-EX FROM 1 BY 1
                     UNTIL WS-EX > WS-EA-COUNT
              PERFORM VARYING WS-DX FROM 1 BY 1
                        UNTIL WS-DX > 99
                 IF WS-DP-BRUT (WS-EX, WS-DX) > 0
                    OR WS-DP-NET (WS-EX, WS-DX) NOT = 0
                    PERFORM 210-ONEDEPT THRU 210-EXIT
                 END-IF
              END-PERFORM
           END-PERFORM.
           PERFORM 240-PUTTRLR.
           CLOSE GLJRNL.
           MOVE 'GLJRNL' TO WS-LIN-DSN.
           MOVE 'O' TO WS-LIN-MODE.
           MOVE WS-CNT-RECS TO WS-LIN-COUNT.
           PERFORM 900-LINEAGE.
           DISPLAY '200-DISTRIB'.
           PERFORM VARYING WS-EX FROM 1 BY 1
                     UNTIL WS-EX > WS-EA-COUNT
              IF WS-EA-ETAB (WS-EX) NOT = SPACES
                 DISPLAY '    ETAB ' WS-EA-ETAB (WS-EX)
                         ' SOCIETE ' WS-EA-SOCIETE (WS-EX)
                         ' JOURNALS : ' WS-EA-JRNL (WS-EX)
                 DISPLAY '         DEBITS : ' WS-EA-DEBIT (WS-EX)
                         '  CREDITS : ' WS-EA-CREDIT (WS-EX)
              END-IF
           END-PERFORM.
           DISPLAY '    PAY RECORDS READ   : ' WS-CNT-READ.
           DISPLAY '    DEPT JOURNALS BOOKED: ' WS-CNT-JRNL.
           DISPLAY '    NOT DISTRIBUTED    : ' WS-CNT-NODEPT.
           DISPLAY '    CLAIMS REIMBURSED  : ' WS-TOT-FRAI.
           DISPLAY '    VOUCHERS EMPLOYEE  : ' WS-TOT-TISA.
           DISPLAY '    VOUCHERS EMPLOYER  : ' WS-TOT-TIPA.
           IF WS-CNT-NODEPT > 0 AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           EXIT.
      *****************************************************************
      *  This routine books one department : gross debited to the
      *  expense account, reimbursed expense claims debited to their
      *  payable, the employer's share of the meal vouchers debited
      *  to its expense, deductions, vouchers and net credited,
      *  after the out-of-balance check
      *****************************************************************
       210-ONEDEPT.
           COMPUTE WS-TOT-DEBIT = WS-DP-BRUT (WS-EX, WS-DX)
                                + WS-DP-FRAI (WS-EX, WS-DX)
                                + WS-DP-TIPA (WS-EX, WS-DX).
           COMPUTE WS-TOT-CREDIT = WS-DP-RETE (WS-EX, WS-DX)
                                 + WS-DP-NET (WS-EX, WS-DX)
                                 + WS-DP-TIPA (WS-EX, WS-DX).
           IF WS-TOT-DEBIT NOT = WS-TOT-CREDIT
              DISPLAY 'ERROR : ETAB ' WS-EA-ETAB (WS-EX)
                      ' DEPT ' WS-DX ' OUT OF BALANCE - '
                      'DEBITS ' WS-TOT-DEBIT ' CREDITS '
                      WS-TOT-CREDIT ' - JOURNAL NOT RELEASED'
              MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE 'BRUT' TO WS-LOOK-COMP.
           PERFORM 220-RESOLVE.
           MOVE WS-DP-BRUT (WS-EX, WS-DX) TO WS-JRNL-MNT.
           PERFORM 230-PUTJRNL-D.
           IF WS-DP-FRAI (WS-EX, WS-DX) > 0
              MOVE 'FRAI' TO WS-LOOK-COMP
              PERFORM 220-RESOLVE
              MOVE WS-DP-FRAI (WS-EX, WS-DX) TO WS-JRNL-MNT
              PERFORM 230-PUTJRNL-D
              ADD WS-DP-FRAI (WS-EX, WS-DX) TO WS-TOT-FRAI
           END-IF.
           IF WS-DP-TIPA (WS-EX, WS-DX) > 0
              MOVE 'TIPA' TO WS-LOOK-COMP
              PERFORM 220-RESOLVE
              MOVE WS-DP-TIPA (WS-EX, WS-DX) TO WS-JRNL-MNT
              PERFORM 230-PUTJRNL-D
           END-IF.
           MOVE 'RETE' TO WS-LOOK-COMP.
           PERFORM 220-RESOLVE.
           COMPUTE GL-MNT = WS-DP-RETE (WS-EX, WS-DX)
                          - WS-DP-IMPO (WS-EX, WS-DX)
                          - WS-DP-TISA (WS-EX, WS-DX).
           PERFORM 231-PUTJRNL-C.
           IF WS-DP-TISA (WS-EX, WS-DX) > 0
              OR WS-DP-TIPA (WS-EX, WS-DX) > 0
              MOVE 'TITR' TO WS-LOOK-COMP
              PERFORM 220-RESOLVE
              COMPUTE GL-MNT = WS-DP-TISA (WS-EX, WS-DX)
                             + WS-DP-TIPA (WS-EX, WS-DX)
              PERFORM 231-PUTJRNL-C
              ADD WS-DP-TISA (WS-EX, WS-DX) TO WS-TOT-TISA
              ADD WS-DP-TIPA (WS-EX, WS-DX) TO WS-TOT-TIPA
           END-IF.
           IF WS-DP-IMPO (WS-EX, WS-DX) > 0
              MOVE 'IMPO' TO WS-LOOK-COMP
              PERFORM 220-RESOLVE
              MOVE WS-DP-IMPO (WS-EX, WS-DX) TO GL-MNT
              PERFORM 231-PUTJRNL-C
              ADD WS-DP-IMPO (WS-EX, WS-DX) TO WS-TOT-IMPO
           END-IF.
           MOVE 'NET ' TO WS-LOOK-COMP.
           PERFORM 220-RESOLVE.
           MOVE WS-DP-NET (WS-EX, WS-DX) TO GL-MNT.
           PERFORM 231-PUTJRNL-C.
           ADD 1 TO WS-CNT-JRNL.
           ADD 1 TO WS-EA-JRNL (WS-EX).
           ADD WS-TOT-DEBIT  TO WS-EA-DEBIT (WS-EX).
           ADD WS-TOT-CREDIT TO WS-EA-CREDIT (WS-EX).
       210-EXIT.
           EXIT.
      *****************************************************************
           MOVE PJ-RUNDATE         TO GL-DATE.
           MOVE WS-ACCT-FOUND      TO GL-COMPTE.
           MOVE 'D'                TO GL-SENS.
           MOVE WS-JRNL-MNT        TO GL-MNT.
           MOVE 'PGM059'           TO GL-SOURCE.
           MOVE WS-EA-SOCIETE (WS-EX) TO GL-SOCIETE.
           WRITE STRUCT-GLJRNL.
           ADD 1 TO WS-CNT-RECS.
           ADD GL-MNT TO WS-HASH-TOTAL.
       231-PUTJRNL-C.
           MOVE PJ-RUNDATE         TO GL-DATE.
           MOVE WS-ACCT-FOUND      TO GL-COMPTE.
           MOVE 'C'                TO GL-SENS.
           MOVE 'PGM059'           TO GL-SOURCE.
           MOVE WS-EA-SOCIETE (WS-EX) TO GL-SOCIETE.
           WRITE STRUCT-GLJRNL.
           ADD 1 TO WS-CNT-RECS.
           ADD GL-MNT TO WS-HASH-TOTAL.
      *****************************************************************
      *  This routine writes the batch count and hash-total trailer
      *****************************************************************
       240-PUTTRLR.
           MOVE SPACES        TO STRUCT-GLJRNL.
           MOVE PJ-RUNDATE    TO GL-DATE.
           MOVE 'TRAILR'      TO GL-COMPTE.
           MOVE 'T'           TO GL-SENS.
           MOVE WS-HASH-TOTAL TO GL-MNT.
           MOVE WS-CNT-RECS   TO GL-TRL-COUNT.
           MOVE 'PGM059'      TO GL-TRL-PGM.
           WRITE STRUCT-GLJRNL.
      *****************************************************************
      *  This routine ties the tax booked to the control total of
      *  the period's TAXRET withholding return : a difference means
      *  the return and the ledger disagree and ends the run
      *  RETURN-CODE 8
      *****************************************************************
       250-TAXTIE.
           OPEN INPUT TAXRET.
           IF WS-FS-TAXW NOT = '00'
              IF WS-TOT-IMPO > 0
                 DISPLAY 'WARNING : TAXRET NOT AVAILABLE - TAX BOOKED '
                         WS-TOT-IMPO ' NOT TIED'
                 IF RETURN-CODE = 0
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
              GO TO 250-EXIT
           END-IF.
           PERFORM UNTIL TAXW-END
              READ TAXRET
                 NOT AT END
                    ADD 1 TO WS-CNT-TAXW
                    IF TWT-MARK = 'T'
                       MOVE 'Y' TO WS-TAXW-SEEN-SW
                       MOVE TWT-IMPOT TO WS-RET-IMPO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE TAXRET.
           MOVE 'TAXRET' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-TAXW TO WS-LIN-COUNT.
           PERFORM 900-LINEAGE.
           DISPLAY '250-TAXTIE'.
           DISPLAY '    TAX BOOKED ON GLJRNL : ' WS-TOT-IMPO.
           DISPLAY '    TAX ON THE RETURN    : ' WS-RET-IMPO.
           IF NOT TAXW-SEEN
              DISPLAY 'ERROR : TAXRET HAS NO CONTROL TRAILER'
              MOVE 8 TO RETURN-CODE
              GO TO 250-EXIT
           END-IF.
           IF WS-RET-IMPO NOT = WS-TOT-IMPO
              DISPLAY 'ERROR : TAX BOOKED ' WS-TOT-IMPO
                      ' DOES NOT TIE TO THE RETURN ' WS-RET-IMPO
              MOVE 8 TO RETURN-CODE
           END-IF.
       250-EXIT.
           EXIT.
      *****************************************************************
      *  This routine ties the meal-voucher shares booked to the
      *  control trailer of the period's TITRORD supplier order : a
      *  difference means the order and the ledger disagree and
      *  ends the run RETURN-CODE 8
      *****************************************************************
       260-TITRTIE.
           OPEN INPUT TITRORD.
           IF WS-FS-TITR NOT = '00'
              IF WS-TOT-TISA > 0 OR WS-TOT-TIPA > 0
                 DISPLAY 'WARNING : TITRORD NOT AVAILABLE - VOUCHERS '
                         'BOOKED ' WS-TOT-TISA ' NOT TIED'
                 IF RETURN-CODE = 0
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
              GO TO 260-EXIT
           END-IF.
           PERFORM UNTIL TITR-END
              READ TITRORD
                 NOT AT END
                    ADD 1 TO WS-CNT-TITR
                    IF TIT-MARK = 'T'
                       MOVE 'Y' TO WS-TITR-SEEN-SW
                       MOVE TIT-PARTSAL TO WS-ORD-TISA
                       MOVE TIT-PARTPAT TO WS-ORD-TIPA
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE TITRORD.
           MOVE 'TITRORD' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-TITR TO WS-LIN-COUNT.
           PERFORM 900-LINEAGE.
           DISPLAY '260-TITRTIE'.
           DISPLAY '    VOUCHERS DEDUCTED ON GLJRNL : ' WS-TOT-TISA.
           DISPLAY '    EMPLOYEE SHARE ORDERED      : ' WS-ORD-TISA.
           DISPLAY '    EMPLOYER SHARE ON GLJRNL    : ' WS-TOT-TIPA.
           DISPLAY '    EMPLOYER SHARE ORDERED      : ' WS-ORD-TIPA.
           IF NOT TITR-SEEN
              DISPLAY 'ERROR : TITRORD HAS NO CONTROL TRAILER'
              MOVE 8 TO RETURN-CODE
              GO TO 260-EXIT
           END-IF.
           IF WS-ORD-TISA NOT = WS-TOT-TISA
              OR WS-ORD-TIPA NOT = WS-TOT-TIPA
              DISPLAY 'ERROR : VOUCHERS BOOKED DO NOT TIE TO THE '
                      'SUPPLIER ORDER'
              MOVE 8 TO RETURN-CODE
           END-IF.
       260-EXIT.
           EXIT.
      *****************************************************************
      *  This routine records one closed dataset on the LINEAGE
      *  register (PGM124) : name, open mode, record count
      *****************************************************************
       900-LINEAGE.
           CALL WS-CALL-LIN USING WS-LIN-PGM, WS-LIN-DSN,
                WS-LIN-MODE, WS-LIN-COUNT.
