      *****************************************************************
      * Program name:    PGM115
      *
      * Original author: DEFAY E.
      *
      * Purpose : Employee expense claims, from submission to
      *           payment, kept on the indexed EXPREG claim register
      *           (keyed on the claim reference ER-CLAIM).
      *           PJ-MODE 'S' (submit, the default) validates the
      *           EXPCLAIM claims against SALARIES and the EXPPOL
      *           category policy : employee known and not gone
      *           before the expense, date not in the future,
      *           receipt present above the category's receipt
      *           threshold, mileage paid at the category rate per
      *           km, a 'J' category capped per employee and day
      *           (claims already on the register included), an 'R'
      *           category capped per claim. An accepted claim waits
      *           for approval ('V'), a refused one is filed 'R'
      *           with its reason; a reference already on the
      *           register is refused and not filed again.
      *           PJ-MODE 'A' (approve) applies the EXPAPPR decisions
      *           : the operator must be on OPERMSTR at the
      *           category's authority level (XP-NIVEAU, XP-NIVSUP
      *           above XP-LIMITE), a refusal must give its reason.
      *           PJ-MODE 'P' (pay) settles every approved claim :
      *           'S' route claims go on the next payslip as one
      *           non-taxable 'N' PAYEVENTS line per employee for
      *           PGM011 period PJ-PERIOD, 'B' route claims (and all
      *           claims of an employee who has left) as one bank
      *           order per employee in whole units, the cents
      *           joining the payslip line. The orders go to EXPORD,
      *           in the PAYORD layout ('H' header with the run
      *           date, 'O' orders carrying the establishment, 'T'
      *           trailer with the count and amount hash) and apart
      *           from the payroll's PAYORD : the step runs after
      *           the payroll's PGM058 'F', then its own PGM058 'F'
      *           formats EXPORD (PAYORD allocated to EXPORD, BANKREM
      *           to the expense remittance). A bank return on it is
      *           not run through PGM080, whose match and PAYTOTALS
      *           reversal belong to the payroll's orders. The cents
      *           of an employee who has left have no payslip to go
      *           on : they stay owed on the FRAI payable, listed on
      *           FILERPT115 for a manual settlement (RETURN-CODE 4).
      *           The expenses are booked on a GLJRNL batch, debited
      *           by department (GL-DEPT) to each category's account
      *           and credited to the FRAI expense-claims payable
      *           (cleared by PGM059 when the slip pays it) or, for
      *           the bank orders, to the NET account as the payroll
      *           orders are; each line carries the GL company of
      *           the employee's establishment (FD-ETAB resolved on
      *           ETABMSTR the PGM011 way : blank the default, an
      *           unknown one the default with a warning).
      *           Every mode lists what it did on FILERPT115.
      *
      * EXPPOL line : category, type (J day ceiling / K per km /
      *    R actual amount), ceiling, rate per km, receipt
      *    threshold, authority level, amount limit, level above
      *    the limit, GL expense account, label
      *
      * Using :
      *    - SALARIES as kept by PGM032, OPERMSTR by PGM066
      *    - Copybook GLJRFS, GLMAP as read by PGM059
      *    - Copybook ETABFS (ETABMSTR as kept by PGM120, optional)
      *    - PAYEVENTS as read by PGM011, EXPORD by PGM058
      *    - PGM081 chain run date, PGM075 report catalog,
      *      PGM124 dataset lineage
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created : expense claims checked against
      *                    policy, approved and paid through the
      *                    payroll or the bank, booked to the ledger
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM115.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /    SALARIES (indexed employee master keyed on FD-SALARY)
           SELECT SALARIES
           ASSIGN to FILEIN
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is FD-SALARY
           FILE STATUS is WS-FS-SAL.
      /    EXPPOL (expense policy : one line per category - optional)
           SELECT EXPPOL
           ASSIGN TO EXPPOL
           FILE STATUS is WS-FS-POL.
      /    EXPCLAIM (claims submitted for validation)
           SELECT EXPCLAIM
           ASSIGN TO EXPCLAIM
           FILE STATUS is WS-FS-CLM.
      /    EXPAPPR (approval decisions : claim, A/R, operator, reason)
           SELECT EXPAPPR
           ASSIGN TO EXPAPPR
           FILE STATUS is WS-FS-APP.
      /    EXPREG (indexed claim register keyed on ER-CLAIM)
           SELECT EXPREG
           ASSIGN TO EXPREG
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is ER-CLAIM
           FILE STATUS is WS-FS-REG.
      /    OPERMSTR (operator master from PGM066, for the authority
      /    level of the approver)
           SELECT OPERMSTR
           ASSIGN TO OPERMSTR
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is OP-ID
           FILE STATUS is WS-FS-OPER.
      /    GLMAP (chart-of-accounts mapping : dept, component, acct)
           SELECT GLMAP
           ASSIGN TO GLMAP
           FILE STATUS is WS-FS-MAP.
      /    PAYEVENTS (one-off events for the PGM011 payroll)
           SELECT PAYEVENTS
           ASSIGN TO PAYEVENTS
           FILE STATUS is WS-FS-EVT.
      /    EXPORD (the expense bank orders, PAYORD layout)
           SELECT EXPORD
           ASSIGN TO EXPORD
           FILE STATUS is WS-FS-ORD.
      /    ETABMSTR (establishment master - optional, absent for a
      /    single-employer payroll)
           SELECT ETABMSTR
           ASSIGN TO ETABMSTR
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is ES-CODE
           FILE STATUS is WS-FS-ETAB.
      /    GLJRNL (expense journal batch for the ledger)
           SELECT GLJRNL
           ASSIGN TO GLJRNL.
      /    FILERPT115 (claims validated, decided or paid)
           SELECT FILERPT115
           ASSIGN TO FILERPT115.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
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
             05 FILLER          PIC X(01).
             05 FD-ETAB         PIC X(03).
             05 FILLER          PIC X(29).
       FD EXPPOL.
       01  STRUCT-EXPPOL.
           02 XP-CATEG   PIC X(04).
           02 FILLER     PIC X(01).
           02 XP-TYPE    PIC X(01).
           02 FILLER     PIC X(01).
           02 XP-PLAFOND PIC 9(05)V99.
           02 FILLER     PIC X(01).
           02 XP-TAUXKM  PIC 9(01)V9999.
           02 FILLER     PIC X(01).
           02 XP-SEUIL   PIC 9(05)V99.
           02 FILLER     PIC X(01).
           02 XP-NIVEAU  PIC 9(01).
           02 FILLER     PIC X(01).
           02 XP-LIMITE  PIC 9(05)V99.
           02 FILLER     PIC X(01).
           02 XP-NIVSUP  PIC 9(01).
           02 FILLER     PIC X(01).
           02 XP-COMPTE  PIC X(06).
           02 FILLER     PIC X(01).
           02 XP-LIB     PIC X(20).
           02 FILLER     PIC X(12).
       FD EXPCLAIM.
       01  STRUCT-EXPCLAIM.
           02 EC-CLAIM   PIC X(08).
           02 FILLER     PIC X(01).
           02 EC-SALARY  PIC X(07).
           02 EC-SALARY-N REDEFINES EC-SALARY PIC 9(07).
           02 FILLER     PIC X(01).
           02 EC-DATE    PIC X(08).
           02 EC-DATE-N REDEFINES EC-DATE PIC 9(08).
           02 FILLER     PIC X(01).
           02 EC-CATEG   PIC X(04).
           02 FILLER     PIC X(01).
           02 EC-MNT     PIC X(09).
           02 EC-MNT-N REDEFINES EC-MNT PIC 9(07)V99.
           02 FILLER     PIC X(01).
           02 EC-KM      PIC X(05).
           02 EC-KM-N REDEFINES EC-KM PIC 9(05).
           02 FILLER     PIC X(01).
           02 EC-RECU    PIC X(01).
           02 FILLER     PIC X(01).
           02 EC-ROUTE   PIC X(01).
           02 FILLER     PIC X(01).
           02 EC-LIB     PIC X(20).
           02 FILLER     PIC X(09).
       FD EXPAPPR.
       01  STRUCT-EXPAPPR.
           02 AP-CLAIM   PIC X(08).
           02 FILLER     PIC X(01).
           02 AP-DECISION PIC X(01).
           02 FILLER     PIC X(01).
           02 AP-OPER    PIC X(08).
           02 FILLER     PIC X(01).
           02 AP-MOTIF   PIC X(27).
           02 FILLER     PIC X(33).
       FD EXPREG
           RECORD CONTAINS 160 CHARACTERS.
       01  STRUCT-EXPREG.
           02 ER-CLAIM   PIC X(08).
           02 FILLER     PIC X(01).
           02 ER-SALARY  PIC 9(07).
           02 FILLER     PIC X(01).
           02 ER-DATE    PIC 9(08).
           02 FILLER     PIC X(01).
           02 ER-CATEG   PIC X(04).
           02 FILLER     PIC X(01).
           02 ER-DEMANDE PIC 9(07)V99.
           02 FILLER     PIC X(01).
           02 ER-MNT     PIC 9(07)V99.
           02 FILLER     PIC X(01).
           02 ER-KM      PIC 9(05).
           02 FILLER     PIC X(01).
           02 ER-RECU    PIC X(01).
           02 FILLER     PIC X(01).
           02 ER-ROUTE   PIC X(01).
           02 FILLER     PIC X(01).
           02 ER-DEPT    PIC 9(02).
           02 FILLER     PIC X(01).
           02 ER-ETAT    PIC X(01).
              88 ER-VALIDE  VALUE 'V'.
              88 ER-REFUSE  VALUE 'R'.
              88 ER-APPROUVE VALUE 'A'.
              88 ER-PAYE    VALUE 'P'.
           02 FILLER     PIC X(01).
           02 ER-MOTIF   PIC X(27).
           02 FILLER     PIC X(01).
           02 ER-OPER    PIC X(08).
           02 FILLER     PIC X(01).
           02 ER-DTAPP   PIC 9(08).
           02 FILLER     PIC X(01).
           02 ER-DTPAIE  PIC 9(08).
           02 FILLER     PIC X(01).
           02 ER-PERIOD  PIC 9(06).
           02 FILLER     PIC X(01).
           02 ER-LIB     PIC X(20).
           02 FILLER     PIC X(12).
       FD OPERMSTR
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-OPERMSTR.
           02 OP-ID      PIC X(08).
           02 FILLER     PIC X(01).
           02 OP-NOM     PIC X(25).
           02 FILLER     PIC X(01).
           02 OP-LEVEL   PIC 9(01).
           02 FILLER     PIC X(44).
       FD GLMAP.
       01  STRUCT-GLMAP.
           02 MP-DEPT    PIC 9(02).
           02 FILLER     PIC X(01).
           02 MP-COMP    PIC X(04).
           02 FILLER     PIC X(01).
           02 MP-ACCT    PIC X(06).
           02 FILLER     PIC X(66).
       FD PAYEVENTS.
       01  STRUCT-PAYEVENTS.
           02 EV-SALARY       PIC X(07).
           02 EV-SALARY-N REDEFINES EV-SALARY PIC 9(07).
           02 FILLER          PIC X(01).
           02 EV-CODE         PIC X(04).
           02 FILLER          PIC X(01).
           02 EV-MNT          PIC X(09).
           02 EV-MNT-N REDEFINES EV-MNT PIC 9(07)V99.
           02 FILLER          PIC X(01).
           02 EV-FLAG         PIC X(01).
           02 FILLER          PIC X(01).
           02 EV-PERIOD       PIC X(06).
           02 EV-PERIOD-N REDEFINES EV-PERIOD PIC 9(06).
           02 FILLER          PIC X(48).
       FD EXPORD.
       01  STRUCT-PAYORD.
           02 PO-TYPE         PIC X(01).
           02 FILLER          PIC X(01).
           02 PO-COMPTE       PIC 9(07).
           02 FILLER          PIC X(01).
           02 PO-MNT          PIC 9(09).
           02 FILLER          PIC X(01).
           02 PO-ETAB         PIC X(03).
           02 FILLER          PIC X(57).
       01  STRUCT-PAYORD-HDR REDEFINES STRUCT-PAYORD.
           02 PH-TYPE         PIC X(01).
           02 FILLER          PIC X(01).
           02 PH-RUNDATE      PIC 9(08).
           02 FILLER          PIC X(01).
           02 PH-ORIGINATOR   PIC X(20).
           02 FILLER          PIC X(49).
       01  STRUCT-PAYORD-TRLR REDEFINES STRUCT-PAYORD.
           02 PR-TYPE         PIC X(01).
           02 FILLER          PIC X(01).
           02 PR-COUNT        PIC 9(07).
           02 FILLER          PIC X(01).
           02 PR-HASH         PIC 9(11).
           02 FILLER          PIC X(59).
       FD ETABMSTR.
       COPY ETABFS REPLACING ==()== BY ==ETABMSTR==.
       FD GLJRNL.
       COPY GLJRFS REPLACING ==()== BY ==GLJRNL==.
       FD FILERPT115
           RECORD CONTAINS 80 CHARACTERS.
       01  FILERPT115-ENREG   PIC X(80).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-SAL      PIC X(02).
       01 WS-FS-POL      PIC X(02).
           88 POL-END     VALUE '10'.
       01 WS-FS-CLM      PIC X(02).
           88 CLM-END     VALUE '10'.
       01 WS-FS-APP      PIC X(02).
           88 APP-END     VALUE '10'.
       01 WS-FS-REG      PIC X(02).
           88 REG-END     VALUE '10'.
       01 WS-FS-OPER     PIC X(02).
       01 WS-FS-MAP      PIC X(02).
           88 MAP-END     VALUE '10'.
       01 WS-FS-EVT      PIC X(02).
       01 WS-FS-ORD      PIC X(02).
       01 WS-FS-ETAB     PIC X(02).
           88 ETAB-END    VALUE '10'.
       01 WS-FOUND-SW    PIC X(01).
           88 FOUND       VALUE 'Y'.
       01 WS-REJ-SW      PIC X(01).
           88 IS-REJECTED VALUE 'Y'.
      / Run counters
       01 WS-CNT-READ    PIC 9(07) VALUE 0.
       01 WS-CNT-VALID   PIC 9(07) VALUE 0.
       01 WS-CNT-CAPPED  PIC 9(07) VALUE 0.
       01 WS-CNT-REJECT  PIC 9(07) VALUE 0.
       01 WS-CNT-DUPL    PIC 9(07) VALUE 0.
       01 WS-CNT-APPROV  PIC 9(07) VALUE 0.
       01 WS-CNT-REFUSED PIC 9(07) VALUE 0.
       01 WS-CNT-DECREJ  PIC 9(07) VALUE 0.
       01 WS-CNT-PAID    PIC 9(07) VALUE 0.
       01 WS-CNT-REGUPD  PIC 9(07) VALUE 0.
       01 WS-CNT-EVT     PIC 9(07) VALUE 0.
       01 WS-CNT-ORD     PIC 9(07) VALUE 0.
       01 WS-CNT-RECS    PIC 9(05) VALUE 0.
       01 WS-CNT-ERROR   PIC 9(05) VALUE 0.
       01 WS-HASH-TOTAL  PIC S9(11)V99 VALUE 0.
       01 WS-TOT-ALLOWED PIC 9(09)V99 VALUE 0.
       01 WS-TOT-SLIP    PIC 9(09)V99 VALUE 0.
       01 WS-TOT-BANK    PIC 9(09)V99 VALUE 0.
       01 WS-CNT-OWED    PIC 9(07) VALUE 0.
       01 WS-TOT-OWED    PIC 9(07)V99 VALUE 0.
       01 WS-CNT-ETABUNK PIC 9(05) VALUE 0.
      / Establishments : ETABMSTR loaded once (code, GL company,
      / default flag), the claimant's establishment resolved from
      / FD-ETAB, and the payment's credits per establishment
       01 WS-ETAB-COUNT  PIC 9(02) VALUE 0.
       01 WS-ETAB-TABLE.
           05 WS-ETAB-ENTRY OCCURS 20 TIMES.
              10 WS-ET-CODE    PIC X(03).
              10 WS-ET-SOCIETE PIC X(04).
       01 WS-EX          PIC 9(02).
       01 WS-ETAB-DEF    PIC X(03) VALUE SPACES.
       01 WS-ETAB-CODE   PIC X(03) VALUE SPACES.
       01 WS-ETAB-FOUND-SW PIC X(01).
           88 ETAB-FOUND  VALUE 'Y'.
       01 WS-LOOK-ETAB   PIC X(03).
       01 WS-SOCIETE     PIC X(04).
       01 WS-CRD-COUNT   PIC 9(02) VALUE 0.
       01 WS-CRD-TABLE.
           05 WS-CRD-ENTRY OCCURS 21 TIMES.
              10 WS-CD-ETAB    PIC X(03).
              10 WS-CD-SLIP    PIC 9(09)V99.
              10 WS-CD-BANK    PIC 9(09)V99.
       01 WS-CX          PIC 9(02).
       01 WS-LEFT-SW     PIC X(01).
           88 HAS-LEFT    VALUE 'Y'.
      / Expense policy, from EXPPOL or compiled in
       01 WS-POL-COUNT   PIC 9(02) VALUE 0.
       01 WS-POL-TABLE.
           05 WS-POL-ENTRY OCCURS 50.
              10 WS-PL-CATEG   PIC X(04).
              10 WS-PL-TYPE    PIC X(01).
              10 WS-PL-PLAFOND PIC 9(05)V99.
              10 WS-PL-TAUXKM  PIC 9(01)V9999.
              10 WS-PL-SEUIL   PIC 9(05)V99.
              10 WS-PL-NIVEAU  PIC 9(01).
              10 WS-PL-LIMITE  PIC 9(05)V99.
              10 WS-PL-NIVSUP  PIC 9(01).
              10 WS-PL-COMPTE  PIC X(06).
       01 WS-PX          PIC 9(02).
       01 WS-LOOK-CATEG  PIC X(04).
      / Day totals of the 'J' categories, per employee and date
       01 WS-DAY-MAX     PIC 9(05) VALUE 5000.
       01 WS-DAY-COUNT   PIC 9(05) VALUE 0.
       01 WS-DAY-TABLE.
           05 WS-DAY-ENTRY OCCURS 5000.
              10 WS-DY-SAL     PIC 9(07).
              10 WS-DY-DATE    PIC 9(08).
              10 WS-DY-CATEG   PIC X(04).
              10 WS-DY-MNT     PIC 9(07)V99.
       01 WS-DX          PIC 9(05).
       01 WS-DAY-SUM     PIC 9(07)V99.
      / One claim under validation or decision
       01 WS-DEMANDE     PIC 9(07)V99.
       01 WS-ALLOWED     PIC 9(07)V99.
       01 WS-MOTIF       PIC X(27).
       01 WS-DEPT        PIC 9(02).
       01 WS-ROUTE       PIC X(01).
       01 WS-NIV-REQ     PIC 9(01).
      / Payment per employee and booking per department and category
       01 WS-PAY-COUNT   PIC 9(05) VALUE 0.
       01 WS-PAY-TABLE.
           05 WS-PAY-ENTRY OCCURS 2000.
              10 WS-PY-SAL     PIC 9(07).
              10 WS-PY-SLIP    PIC 9(07)V99.
              10 WS-PY-BANK    PIC 9(07)V99.
              10 WS-PY-ETAB    PIC X(03).
              10 WS-PY-LEFT    PIC X(01).
       01 WS-YX          PIC 9(05).
       01 WS-ENTIER      PIC 9(09).
       01 WS-CENTS       PIC 9(01)V99.
       01 WS-EVT-MNT     PIC 9(07)V99.
       01 WS-GL-COUNT    PIC 9(03) VALUE 0.
       01 WS-GL-TABLE.
           05 WS-GL-ENTRY OCCURS 500.
              10 WS-GX-DEPT    PIC 9(02).
              10 WS-GX-CATEG   PIC X(04).
              10 WS-GX-ETAB    PIC X(03).
              10 WS-GX-COMPTE  PIC X(06).
              10 WS-GX-MNT     PIC 9(09)V99.
       01 WS-GX          PIC 9(03).
      / Mapping lines and the account resolution result
       01 WS-MAP-COUNT   PIC 9(03) VALUE 0.
       01 WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 300 TIMES.
              10 WS-MP-DEPT PIC 9(02).
              10 WS-MP-COMP PIC X(04).
              10 WS-MP-ACCT PIC X(06).
       01 WS-MX          PIC 9(03).
       01 WS-ACCT-FOUND  PIC X(06).
       01 WS-LOOK-COMP   PIC X(04).
       01 WS-ACCT-FRAI   PIC X(06) VALUE '428600'.
       01 WS-ACCT-NET    PIC X(06) VALUE '421000'.
       01 WS-ACCT-DEF    PIC X(06) VALUE '625000'.
      / FILERPT115 lines
       01 WS-RPT-LINES   PIC 9(07) VALUE 0.
       01 WS-RPT-HDR.
           05 FILLER          PIC X(30) VALUE
              'PGM115 EXPENSE CLAIMS - MODE '.
           05 WS-RPT-H-MODE   PIC X(01).
           05 FILLER          PIC X(08) VALUE '  RUN : '.
           05 WS-RPT-H-DATE   PIC 9(08).
           05 FILLER          PIC X(33) VALUE SPACES.
       01 WS-RPT-HDR2.
           05 FILLER          PIC X(26) VALUE
              'RECLAM.  SALARIE DATE     '.
           05 FILLER          PIC X(27) VALUE
              'CATG   DEMANDE   ACCORDE E '.
           05 FILLER          PIC X(27) VALUE 'MOTIF / NOTE'.
       01 WS-RPT-DETAIL.
           05 WS-RPT-D-CLAIM  PIC X(08).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-D-SAL    PIC X(07).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-D-DATE   PIC X(08).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-D-CATEG  PIC X(04).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-D-DEM    PIC ZZZZZ9.99.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-D-ACC    PIC ZZZZZ9.99.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-D-ETAT   PIC X(01).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-D-MOTIF  PIC X(27).
       01 WS-RPT-GL.
           05 FILLER          PIC X(08) VALUE 'GL DEPT '.
           05 WS-RPT-G-DEPT   PIC 9(02).
           05 FILLER          PIC X(07) VALUE '  CATG '.
           05 WS-RPT-G-CATEG  PIC X(04).
           05 FILLER          PIC X(09) VALUE '  COMPTE '.
           05 WS-RPT-G-COMPTE PIC X(06).
           05 FILLER          PIC X(03) VALUE '  D'.
           05 WS-RPT-G-MNT    PIC ZZZZZZZZ9.99.
           05 FILLER          PIC X(05) VALUE '  ET '.
           05 WS-RPT-G-ETAB   PIC X(03).
           05 FILLER          PIC X(21) VALUE SPACES.
       01 WS-RPT-OWED.
           05 FILLER          PIC X(08) VALUE 'SALARIE '.
           05 WS-RPT-O-SAL    PIC 9(07).
           05 FILLER          PIC X(34) VALUE
              ' LEFT - CENTS OWED, NO PAYSLIP : '.
           05 WS-RPT-O-MNT    PIC Z9.99.
           05 FILLER          PIC X(26) VALUE SPACES.
       01 WS-RPT-TOTAL.
           05 WS-RPT-T-LIB    PIC X(30).
           05 WS-RPT-T-MNT    PIC ZZZZZZZZ9.99.
           05 FILLER          PIC X(38) VALUE SPACES.
      / PGM081 chain run-date subprogram
       01 WS-CALL-DATE   PIC X(08) VALUE "PGM081  ".
      / PGM075 report-catalog interface
       01 WS-CALL-CAT    PIC X(08) VALUE "PGM075  ".
       01 WS-CAT-RPT     PIC X(12).
       01 WS-CAT-PAGES   PIC 9(05).
       01 WS-CAT-LINES   PIC 9(07).
      / Parameter from JCL run
       01 PJ-RUNDATE     PIC 9(08).
       01 PJ-MODE        PIC X(01).
           88 MODE-SUBMIT  VALUE 'S'.
           88 MODE-APPROVE VALUE 'A'.
           88 MODE-PAY     VALUE 'P'.
       01 PJ-PERIOD      PIC 9(06).
      / PGM124 dataset-lineage interface
       01 WS-CALL-LIN    PIC X(08) VALUE "PGM124  ".
       01 WS-LIN-PGM     PIC X(08) VALUE 'PGM115'.
       01 WS-LIN-DSN     PIC X(10).
       01 WS-LIN-MODE    PIC X(01).
       01 WS-LIN-COUNT   PIC 9(09).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           PERFORM 010-LOADPOL THRU 010-EXIT.
           PERFORM 001-OFILE THRU 001-EXIT.
           EVALUATE TRUE
              WHEN MODE-SUBMIT
                 PERFORM 100-SUBMIT THRU 100-EXIT
              WHEN MODE-APPROVE
                 PERFORM 200-APPROVE THRU 200-EXIT
              WHEN MODE-PAY
                 PERFORM 015-LOADMAP THRU 015-EXIT
                 PERFORM 300-PAY THRU 300-EXIT
           END-EVALUATE.
           PERFORM 500-EXITP THRU 500-EXIT.
           PERFORM 999-CFILE THRU 999-EXIT.
           STOP RUN.
      *****************************************************************
      *  This routine handle parameters : the mode defaults to 'S',
      *  the payroll period of the payslip lines to the run date's
      *  month
      *****************************************************************
       000-PARMS.
           ACCEPT PJ-RUNDATE.
           IF PJ-RUNDATE = SPACE OR LOW-VALUE THEN
              CALL WS-CALL-DATE USING PJ-RUNDATE
           END-IF.
           ACCEPT PJ-MODE.
           IF PJ-MODE = SPACE OR LOW-VALUE
              MOVE 'S' TO PJ-MODE
           END-IF.
           IF NOT MODE-SUBMIT AND NOT MODE-APPROVE AND NOT MODE-PAY
              DISPLAY 'ERROR : MODE ' PJ-MODE ' UNKNOWN - S, A OR P'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ACCEPT PJ-PERIOD.
           IF PJ-PERIOD = SPACE OR LOW-VALUE OR PJ-PERIOD = 0
              COMPUTE PJ-PERIOD = PJ-RUNDATE / 100
           END-IF.
       000-EXIT.
           EXIT.
      *****************************************************************
      *  This routine handle files opening : the register is created
      *  on first use; each mode opens its own feeds
      *****************************************************************
       001-OFILE.
           OPEN I-O EXPREG.
           IF WS-FS-REG NOT = '00'
              OPEN OUTPUT EXPREG
              CLOSE EXPREG
              OPEN I-O EXPREG
           END-IF.
           EVALUATE TRUE
              WHEN MODE-SUBMIT
                 OPEN INPUT EXPCLAIM
                 IF WS-FS-CLM NOT = '00'
                    DISPLAY 'ERROR : OPEN INPUT EXPCLAIM FAILED - '
                            'FILE STATUS ' WS-FS-CLM
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 OPEN INPUT SALARIES
              WHEN MODE-APPROVE
                 OPEN INPUT EXPAPPR
                 IF WS-FS-APP NOT = '00'
                    DISPLAY 'ERROR : OPEN INPUT EXPAPPR FAILED - '
                            'FILE STATUS ' WS-FS-APP
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 OPEN INPUT OPERMSTR
                 IF WS-FS-OPER NOT = '00'
                    DISPLAY 'ERROR : OPERMSTR NOT AVAILABLE - NO '
                            'DECISION CAN BE APPLIED'
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
              WHEN MODE-PAY
                 OPEN INPUT SALARIES
                 OPEN EXTEND PAYEVENTS
                 IF WS-FS-EVT NOT = '00'
                    OPEN OUTPUT PAYEVENTS
                 END-IF
                 OPEN OUTPUT EXPORD
                 MOVE SPACES            TO STRUCT-PAYORD
                 MOVE 'H'               TO PH-TYPE
                 MOVE PJ-RUNDATE        TO PH-RUNDATE
                 MOVE 'COBOL DEV CENTER' TO PH-ORIGINATOR
                 WRITE STRUCT-PAYORD
                 OPEN OUTPUT GLJRNL
                 PERFORM 017-LOADETAB THRU 017-EXIT
           END-EVALUATE.
           IF (MODE-SUBMIT OR MODE-PAY) AND WS-FS-SAL NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT SALARIES FAILED - FILE '
                      'STATUS ' WS-FS-SAL
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT FILERPT115.
           MOVE PJ-MODE    TO WS-RPT-H-MODE.
           MOVE PJ-RUNDATE TO WS-RPT-H-DATE.
           WRITE FILERPT115-ENREG FROM WS-RPT-HDR.
           WRITE FILERPT115-ENREG FROM WS-RPT-HDR2.
           ADD 2 TO WS-RPT-LINES.
       001-EXIT.
           EXIT.
      *****************************************************************
      *  This routine loads the expense policy; without EXPPOL the
      *  compiled-in policy applies
      *****************************************************************
       010-LOADPOL.
           OPEN INPUT EXPPOL.
           IF WS-FS-POL = '00'
              PERFORM UNTIL POL-END
                 READ EXPPOL
                    NOT AT END
                       PERFORM 011-KEEPPOL THRU 011-EXIT
                 END-READ
              END-PERFORM
              CLOSE EXPPOL
              MOVE 'EXPPOL' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE WS-POL-COUNT TO WS-LIN-COUNT
              PERFORM 990-LINEAGE
           END-IF.
           IF WS-POL-COUNT = 0
              DISPLAY 'WARNING : EXPPOL ABSENT OR EMPTY - COMPILED-IN '
                      'POLICY APPLIES'
              PERFORM 012-DEFPOL
           END-IF.
       010-EXIT.
           EXIT.
      *****************************************************************
      *  This routine validates and keeps one policy line
      *****************************************************************
       011-KEEPPOL.
           IF XP-CATEG = SPACES
              OR (XP-TYPE NOT = 'J' AND XP-TYPE NOT = 'K'
                  AND XP-TYPE NOT = 'R')
              OR XP-PLAFOND NOT NUMERIC OR XP-TAUXKM NOT NUMERIC
              OR XP-SEUIL NOT NUMERIC OR XP-NIVEAU NOT NUMERIC
              OR XP-LIMITE NOT NUMERIC OR XP-NIVSUP NOT NUMERIC
              DISPLAY 'WARNING : EXPPOL LINE INVALID - ' XP-CATEG
                      ' IGNORED'
              GO TO 011-EXIT
           END-IF.
           IF WS-POL-COUNT >= 50
              DISPLAY 'WARNING : EXPPOL TABLE FULL - ' XP-CATEG
                      ' IGNORED'
              GO TO 011-EXIT
           END-IF.
           ADD 1 TO WS-POL-COUNT.
           MOVE XP-CATEG   TO WS-PL-CATEG (WS-POL-COUNT).
           MOVE XP-TYPE    TO WS-PL-TYPE (WS-POL-COUNT).
           MOVE XP-PLAFOND TO WS-PL-PLAFOND (WS-POL-COUNT).
           MOVE XP-TAUXKM  TO WS-PL-TAUXKM (WS-POL-COUNT).
           MOVE XP-SEUIL   TO WS-PL-SEUIL (WS-POL-COUNT).
           MOVE XP-NIVEAU  TO WS-PL-NIVEAU (WS-POL-COUNT).
           MOVE XP-LIMITE  TO WS-PL-LIMITE (WS-POL-COUNT).
           MOVE XP-NIVSUP  TO WS-PL-NIVSUP (WS-POL-COUNT).
           MOVE XP-COMPTE  TO WS-PL-COMPTE (WS-POL-COUNT).
       011-EXIT.
           EXIT.
      *****************************************************************
      *  This routine sets the compiled-in policy : meals and hotel
      *  capped per day, mileage per km, transport at cost; level 3
      *  approves up to 500.00, level 5 above
      *****************************************************************
       012-DEFPOL.
           MOVE 4 TO WS-POL-COUNT.
           MOVE 'REPA'   TO WS-PL-CATEG (1).
           MOVE 'J'      TO WS-PL-TYPE (1).
           MOVE 25.00    TO WS-PL-PLAFOND (1).
           MOVE 0        TO WS-PL-TAUXKM (1).
           MOVE 15.00    TO WS-PL-SEUIL (1).
           MOVE '625600' TO WS-PL-COMPTE (1).
           MOVE 'HOTL'   TO WS-PL-CATEG (2).
           MOVE 'J'      TO WS-PL-TYPE (2).
           MOVE 150.00   TO WS-PL-PLAFOND (2).
           MOVE 0        TO WS-PL-TAUXKM (2).
           MOVE 0        TO WS-PL-SEUIL (2).
           MOVE '625600' TO WS-PL-COMPTE (2).
           MOVE 'KILO'   TO WS-PL-CATEG (3).
           MOVE 'K'      TO WS-PL-TYPE (3).
           MOVE 0        TO WS-PL-PLAFOND (3).
           MOVE 0.6030   TO WS-PL-TAUXKM (3).
           MOVE 99999.99 TO WS-PL-SEUIL (3).
           MOVE '625100' TO WS-PL-COMPTE (3).
           MOVE 'TRAN'   TO WS-PL-CATEG (4).
           MOVE 'R'      TO WS-PL-TYPE (4).
           MOVE 0        TO WS-PL-PLAFOND (4).
           MOVE 0        TO WS-PL-TAUXKM (4).
           MOVE 0        TO WS-PL-SEUIL (4).
           MOVE '625100' TO WS-PL-COMPTE (4).
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 4
              MOVE 3      TO WS-PL-NIVEAU (WS-PX)
              MOVE 500.00 TO WS-PL-LIMITE (WS-PX)
              MOVE 5      TO WS-PL-NIVSUP (WS-PX)
           END-PERFORM.
      *****************************************************************
      *  This routine loads the GLMAP payable accounts the payment
      *  is credited to (department-00 FRAI and NET lines, the PGM059
      *  fallbacks otherwise)
      *****************************************************************
       015-LOADMAP.
           OPEN INPUT GLMAP.
           IF WS-FS-MAP = '00'
              PERFORM UNTIL MAP-END
                 READ GLMAP
                    NOT AT END
                       IF WS-MAP-COUNT < 300
                          ADD 1 TO WS-MAP-COUNT
                          MOVE MP-DEPT TO WS-MP-DEPT (WS-MAP-COUNT)
                          MOVE MP-COMP TO WS-MP-COMP (WS-MAP-COUNT)
                          MOVE MP-ACCT TO WS-MP-ACCT (WS-MAP-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GLMAP
              MOVE 'GLMAP' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE WS-MAP-COUNT TO WS-LIN-COUNT
              PERFORM 990-LINEAGE
           END-IF.
           MOVE 'FRAI' TO WS-LOOK-COMP.
           PERFORM 016-RESOLVE.
           IF WS-ACCT-FOUND NOT = SPACES
              MOVE WS-ACCT-FOUND TO WS-ACCT-FRAI
           END-IF.
           MOVE 'NET ' TO WS-LOOK-COMP.
           PERFORM 016-RESOLVE.
           IF WS-ACCT-FOUND NOT = SPACES
              MOVE WS-ACCT-FOUND TO WS-ACCT-NET
           END-IF.
       015-EXIT.
           EXIT.
      *****************************************************************
      *  This routine finds the department-00 line of a component
      *****************************************************************
       016-RESOLVE.
           MOVE SPACES TO WS-ACCT-FOUND.
           PERFORM VARYING WS-MX FROM 1 BY 1
                     UNTIL WS-MX > WS-MAP-COUNT
              IF WS-MP-COMP (WS-MX) = WS-LOOK-COMP
                 AND WS-MP-DEPT (WS-MX) = 0
                 MOVE WS-MP-ACCT (WS-MX) TO WS-ACCT-FOUND
              END-IF
           END-PERFORM.
      *****************************************************************
      *  This routine loads the establishment master and notes the
      *  default establishment (the first one when none is flagged);
      *  no ETABMSTR leaves every line without a GL company
      *****************************************************************
       017-LOADETAB.
           OPEN INPUT ETABMSTR.
           IF WS-FS-ETAB NOT = '00'
              GO TO 017-EXIT
           END-IF.
           PERFORM UNTIL ETAB-END
              READ ETABMSTR NEXT
                 NOT AT END
                    PERFORM 018-KEEPETAB
              END-READ
           END-PERFORM.
           CLOSE ETABMSTR.
           MOVE 'ETABMSTR' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-ETAB-COUNT TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           IF WS-ETAB-COUNT > 0 AND WS-ETAB-DEF = SPACES
              MOVE WS-ET-CODE (1) TO WS-ETAB-DEF
              DISPLAY 'WARNING : NO DEFAULT ESTABLISHMENT FLAGGED - '
                      WS-ETAB-DEF ' USED'
           END-IF.
       017-EXIT.
           EXIT.
      *****************************************************************
      *  This routine keeps one establishment
      *****************************************************************
       018-KEEPETAB.
           IF WS-ETAB-COUNT < 20
              ADD 1 TO WS-ETAB-COUNT
              MOVE ES-CODE    TO WS-ET-CODE    (WS-ETAB-COUNT)
              MOVE ES-SOCIETE TO WS-ET-SOCIETE (WS-ETAB-COUNT)
              IF ES-IS-DEFAUT
                 MOVE ES-CODE TO WS-ETAB-DEF
              END-IF
           ELSE
              DISPLAY 'WARNING : ESTABLISHMENT TABLE FULL - ' ES-CODE
           END-IF.
      *****************************************************************
      *  This routine validates the submitted claims, after loading
      *  the 'J' category day totals already on the register
      *****************************************************************
       100-SUBMIT.
           PERFORM 105-DAYLOAD THRU 105-EXIT.
           PERFORM UNTIL CLM-END
              READ EXPCLAIM
                 NOT AT END
                    ADD 1 TO WS-CNT-READ
                    PERFORM 110-ONECLAIM THRU 110-EXIT
              END-READ
           END-PERFORM.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine loads every claim of a 'J' category not
      *  refused on the register into the day totals
      *****************************************************************
       105-DAYLOAD.
           MOVE LOW-VALUES TO ER-CLAIM.
           START EXPREG KEY IS NOT LESS THAN ER-CLAIM
              INVALID KEY
                 GO TO 105-EXIT
           END-START.
           PERFORM UNTIL REG-END
              READ EXPREG NEXT
                 NOT AT END
                    IF NOT ER-REFUSE
                       MOVE ER-CATEG TO WS-LOOK-CATEG
                       PERFORM 150-POLFIND
                       IF FOUND AND WS-PL-TYPE (WS-PX) = 'J'
                          MOVE ER-SALARY TO FD-SALARY
                          MOVE ER-MNT    TO WS-ALLOWED
                          PERFORM 135-DAYADD
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           MOVE '00' TO WS-FS-REG.
       105-EXIT.
           EXIT.
      *****************************************************************
      *  This routine validates one claim and files it on the
      *  register, accepted ('V') or refused ('R') with its reason; a
      *  reference already on file is refused without filing
      *****************************************************************
       110-ONECLAIM.
           MOVE SPACES TO WS-MOTIF.
           MOVE 'N'    TO WS-REJ-SW.
           MOVE 0      TO WS-DEMANDE WS-ALLOWED WS-DEPT.
           IF EC-MNT NUMERIC
              MOVE EC-MNT-N TO WS-DEMANDE
           END-IF.
           IF EC-CLAIM = SPACES
              MOVE 'REFERENCE MANQUANTE' TO WS-MOTIF
              ADD 1 TO WS-CNT-REJECT
              PERFORM 115-CLMLINE
              GO TO 110-EXIT
           END-IF.
           MOVE EC-CLAIM TO ER-CLAIM.
           READ EXPREG
              NOT INVALID KEY
                 MOVE 'RECLAMATION DEJA DEPOSEE' TO WS-MOTIF
                 ADD 1 TO WS-CNT-DUPL
                 PERFORM 115-CLMLINE
                 GO TO 110-EXIT
           END-READ.
           PERFORM 120-CHECK THRU 120-EXIT.
           PERFORM 140-REGPUT THRU 140-EXIT.
       110-EXIT.
           EXIT.
      *****************************************************************
      *  This routine lists a claim refused before filing
      *****************************************************************
       115-CLMLINE.
           MOVE EC-CLAIM   TO WS-RPT-D-CLAIM.
           MOVE EC-SALARY  TO WS-RPT-D-SAL.
           MOVE EC-DATE    TO WS-RPT-D-DATE.
           MOVE EC-CATEG   TO WS-RPT-D-CATEG.
           MOVE WS-DEMANDE TO WS-RPT-D-DEM.
           MOVE 0          TO WS-RPT-D-ACC.
           MOVE '-'        TO WS-RPT-D-ETAT.
           MOVE WS-MOTIF   TO WS-RPT-D-MOTIF.
           WRITE FILERPT115-ENREG FROM WS-RPT-DETAIL.
           ADD 1 TO WS-RPT-LINES.
      *****************************************************************
      *  This routine checks one claim against the employee master
      *  and the category policy, and works out the amount allowed;
      *  the first failure refuses it with its reason
      *****************************************************************
       120-CHECK.
           IF EC-SALARY NOT NUMERIC
              MOVE 'SALARIE INVALIDE' TO WS-MOTIF
              GO TO 120-REJECT
           END-IF.
           MOVE EC-SALARY-N TO FD-SALARY.
           READ SALARIES
              INVALID KEY
                 MOVE 'SALARIE INCONNU' TO WS-MOTIF
                 GO TO 120-REJECT
           END-READ.
           IF FD-DEPT NUMERIC
              MOVE FD-DEPT TO WS-DEPT
           END-IF.
           IF EC-DATE NOT NUMERIC OR EC-DATE-N = 0
              OR EC-DATE-N > PJ-RUNDATE
              MOVE 'DATE INVALIDE OU FUTURE' TO WS-MOTIF
              GO TO 120-REJECT
           END-IF.
           IF FD-STATUT = 'T' AND FD-LEAVE NUMERIC
              AND FD-LEAVE < EC-DATE-N
              MOVE 'DEPENSE APRES LA SORTIE' TO WS-MOTIF
              GO TO 120-REJECT
           END-IF.
           MOVE EC-CATEG TO WS-LOOK-CATEG.
           PERFORM 150-POLFIND.
           IF NOT FOUND
              MOVE 'CATEGORIE INCONNUE' TO WS-MOTIF
              GO TO 120-REJECT
           END-IF.
           IF WS-PL-TYPE (WS-PX) = 'K'
              IF EC-KM NOT NUMERIC OR EC-KM-N = 0
                 MOVE 'KILOMETRES MANQUANTS' TO WS-MOTIF
                 GO TO 120-REJECT
              END-IF
              COMPUTE WS-ALLOWED ROUNDED =
                      EC-KM-N * WS-PL-TAUXKM (WS-PX)
              IF WS-DEMANDE = 0
                 MOVE WS-ALLOWED TO WS-DEMANDE
              END-IF
           ELSE
              IF WS-DEMANDE = 0
                 MOVE 'MONTANT INVALIDE' TO WS-MOTIF
                 GO TO 120-REJECT
              END-IF
              MOVE WS-DEMANDE TO WS-ALLOWED
           END-IF.
           IF EC-RECU NOT = 'Y'
              AND WS-ALLOWED > WS-PL-SEUIL (WS-PX)
              MOVE 'JUSTIFICATIF OBLIGATOIRE' TO WS-MOTIF
              GO TO 120-REJECT
           END-IF.
           IF WS-PL-TYPE (WS-PX) = 'R'
              AND WS-PL-PLAFOND (WS-PX) > 0
              AND WS-ALLOWED > WS-PL-PLAFOND (WS-PX)
              MOVE WS-PL-PLAFOND (WS-PX) TO WS-ALLOWED
              MOVE 'PLAFONNE PAR DEPENSE' TO WS-MOTIF
              ADD 1 TO WS-CNT-CAPPED
           END-IF.
           IF WS-PL-TYPE (WS-PX) = 'J'
              AND WS-PL-PLAFOND (WS-PX) > 0
              PERFORM 130-DAYCEIL THRU 130-EXIT
              IF IS-REJECTED
                 GO TO 120-REJECT
              END-IF
           END-IF.
           ADD 1 TO WS-CNT-VALID.
           ADD WS-ALLOWED TO WS-TOT-ALLOWED.
           GO TO 120-EXIT.
       120-REJECT.
           MOVE 'Y' TO WS-REJ-SW.
           MOVE 0   TO WS-ALLOWED.
           ADD 1 TO WS-CNT-REJECT.
       120-EXIT.
           EXIT.
      *****************************************************************
      *  This routine holds a 'J' category claim to what is left of
      *  the day's ceiling once the employee's other claims of the
      *  day are counted
      *****************************************************************
       130-DAYCEIL.
           MOVE 0 TO WS-DAY-SUM.
           PERFORM VARYING WS-DX FROM 1 BY 1
                     UNTIL WS-DX > WS-DAY-COUNT
              IF WS-DY-SAL (WS-DX) = FD-SALARY
                 AND WS-DY-DATE (WS-DX) = EC-DATE-N
                 AND WS-DY-CATEG (WS-DX) = WS-LOOK-CATEG
                 ADD WS-DY-MNT (WS-DX) TO WS-DAY-SUM
              END-IF
           END-PERFORM.
           IF WS-DAY-SUM >= WS-PL-PLAFOND (WS-PX)
              MOVE 'PLAFOND DU JOUR ATTEINT' TO WS-MOTIF
              MOVE 'Y' TO WS-REJ-SW
              GO TO 130-EXIT
           END-IF.
           IF WS-DAY-SUM + WS-ALLOWED > WS-PL-PLAFOND (WS-PX)
              COMPUTE WS-ALLOWED = WS-PL-PLAFOND (WS-PX) - WS-DAY-SUM
              MOVE 'PLAFONNE PAR JOUR' TO WS-MOTIF
              ADD 1 TO WS-CNT-CAPPED
           END-IF.
           MOVE EC-DATE-N TO ER-DATE.
           PERFORM 135-DAYADD.
       130-EXIT.
           EXIT.
      *****************************************************************
      *  This routine adds an allowed amount to the day totals
      *  (employee FD-SALARY, date ER-DATE, category WS-LOOK-CATEG)
      *****************************************************************
       135-DAYADD.
           IF WS-DAY-COUNT >= WS-DAY-MAX
              DISPLAY 'WARNING : DAY TABLE FULL - CEILING NOT HELD '
                      'FOR ' FD-SALARY ' ' ER-DATE
              ADD 1 TO WS-CNT-ERROR
           ELSE
              ADD 1 TO WS-DAY-COUNT
              MOVE FD-SALARY     TO WS-DY-SAL (WS-DAY-COUNT)
              MOVE ER-DATE       TO WS-DY-DATE (WS-DAY-COUNT)
              MOVE WS-LOOK-CATEG TO WS-DY-CATEG (WS-DAY-COUNT)
              MOVE WS-ALLOWED    TO WS-DY-MNT (WS-DAY-COUNT)
           END-IF.
      *****************************************************************
      *  This routine files the claim on the register and lists it
      *****************************************************************
       140-REGPUT.
           MOVE SPACES     TO STRUCT-EXPREG.
           MOVE EC-CLAIM   TO ER-CLAIM.
           IF EC-SALARY NUMERIC
              MOVE EC-SALARY-N TO ER-SALARY
           ELSE
              MOVE 0 TO ER-SALARY
           END-IF.
           IF EC-DATE NUMERIC
              MOVE EC-DATE-N TO ER-DATE
           ELSE
              MOVE 0 TO ER-DATE
           END-IF.
           MOVE EC-CATEG   TO ER-CATEG.
           MOVE WS-DEMANDE TO ER-DEMANDE.
           MOVE WS-ALLOWED TO ER-MNT.
           IF EC-KM NUMERIC
              MOVE EC-KM-N TO ER-KM
           ELSE
              MOVE 0 TO ER-KM
           END-IF.
           MOVE EC-RECU    TO ER-RECU.
           IF EC-ROUTE = 'B'
              MOVE 'B' TO ER-ROUTE
           ELSE
              MOVE 'S' TO ER-ROUTE
           END-IF.
           MOVE WS-DEPT    TO ER-DEPT.
           IF IS-REJECTED
              MOVE 'R' TO ER-ETAT
           ELSE
              MOVE 'V' TO ER-ETAT
           END-IF.
           MOVE WS-MOTIF   TO ER-MOTIF.
           MOVE SPACES     TO ER-OPER.
           MOVE 0          TO ER-DTAPP ER-DTPAIE ER-PERIOD.
           MOVE EC-LIB     TO ER-LIB.
           WRITE STRUCT-EXPREG.
           IF WS-FS-REG NOT = '00'
              DISPLAY 'ERROR : WRITE EXPREG ' ER-CLAIM
                      ' - FILE STATUS ' WS-FS-REG
              ADD 1 TO WS-CNT-ERROR
           ELSE
              ADD 1 TO WS-CNT-REGUPD
           END-IF.
           PERFORM 400-RPTLINE.
       140-EXIT.
           EXIT.
      *****************************************************************
      *  This routine finds the policy line of WS-LOOK-CATEG
      *****************************************************************
       150-POLFIND.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-PX FROM 1 BY 1
                     UNTIL WS-PX > WS-POL-COUNT OR FOUND
              IF WS-PL-CATEG (WS-PX) = WS-LOOK-CATEG
                 MOVE 'Y' TO WS-FOUND-SW
              END-IF
           END-PERFORM.
           IF FOUND
              SUBTRACT 1 FROM WS-PX
           END-IF.
      *****************************************************************
      *  This routine applies the approval decisions
      *****************************************************************
       200-APPROVE.
           PERFORM UNTIL APP-END
              READ EXPAPPR
                 NOT AT END
                    ADD 1 TO WS-CNT-READ
                    PERFORM 210-ONEDEC THRU 210-EXIT
              END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.
      *****************************************************************
      *  This routine applies one decision : the claim must be
      *  awaiting approval, the operator on OPERMSTR at the level
      *  the category and amount call for, a refusal must say why.
      *  A decision that fails leaves the claim as it was.
      *****************************************************************
       210-ONEDEC.
           MOVE AP-CLAIM TO ER-CLAIM.
           READ EXPREG
              INVALID KEY
                 MOVE SPACES TO STRUCT-EXPREG
                 MOVE AP-CLAIM TO ER-CLAIM
                 MOVE 0 TO ER-SALARY ER-DATE ER-DEMANDE ER-MNT
                 MOVE 'RECLAMATION INCONNUE' TO WS-MOTIF
                 GO TO 210-REFUSE
           END-READ.
           IF NOT ER-VALIDE
              MOVE 'RECLAMATION DEJA TRAITEE' TO WS-MOTIF
              GO TO 210-REFUSE
           END-IF.
           IF AP-DECISION NOT = 'A' AND AP-DECISION NOT = 'R'
              MOVE 'DECISION NI A NI R' TO WS-MOTIF
              GO TO 210-REFUSE
           END-IF.
           IF AP-DECISION = 'R' AND AP-MOTIF = SPACES
              MOVE 'REFUS SANS MOTIF' TO WS-MOTIF
              GO TO 210-REFUSE
           END-IF.
           MOVE AP-OPER TO OP-ID.
           READ OPERMSTR
              INVALID KEY
                 MOVE 'OPERATEUR INCONNU' TO WS-MOTIF
                 GO TO 210-REFUSE
           END-READ.
           MOVE ER-CATEG TO WS-LOOK-CATEG.
           PERFORM 150-POLFIND.
           IF FOUND
              IF ER-MNT > WS-PL-LIMITE (WS-PX)
                 MOVE WS-PL-NIVSUP (WS-PX) TO WS-NIV-REQ
              ELSE
                 MOVE WS-PL-NIVEAU (WS-PX) TO WS-NIV-REQ
              END-IF
           ELSE
              MOVE 9 TO WS-NIV-REQ
           END-IF.
           IF OP-LEVEL < WS-NIV-REQ
              MOVE 'NIVEAU INSUFFISANT' TO WS-MOTIF
              GO TO 210-REFUSE
           END-IF.
           MOVE AP-DECISION TO ER-ETAT.
           MOVE AP-OPER     TO ER-OPER.
           MOVE PJ-RUNDATE  TO ER-DTAPP.
           IF AP-DECISION = 'R'
              MOVE AP-MOTIF TO ER-MOTIF
              ADD 1 TO WS-CNT-REFUSED
           ELSE
              ADD 1 TO WS-CNT-APPROV
              ADD ER-MNT TO WS-TOT-ALLOWED
           END-IF.
           REWRITE STRUCT-EXPREG.
           IF WS-FS-REG NOT = '00'
              DISPLAY 'ERROR : REWRITE EXPREG ' ER-CLAIM
                      ' - FILE STATUS ' WS-FS-REG
              ADD 1 TO WS-CNT-ERROR
           ELSE
              ADD 1 TO WS-CNT-REGUPD
           END-IF.
           PERFORM 400-RPTLINE.
           GO TO 210-EXIT.
       210-REFUSE.
           ADD 1 TO WS-CNT-DECREJ.
           DISPLAY 'REJECTED : DECISION ON ' AP-CLAIM ' BY ' AP-OPER
                   ' - ' WS-MOTIF.
           MOVE WS-MOTIF TO ER-MOTIF.
           PERFORM 400-RPTLINE.
       210-EXIT.
           EXIT.
      *****************************************************************
      *  This routine pays every approved claim, then writes the
      *  payslip lines and bank orders per employee and books the
      *  expense journal
      *****************************************************************
       300-PAY.
           MOVE LOW-VALUES TO ER-CLAIM.
           START EXPREG KEY IS NOT LESS THAN ER-CLAIM
              INVALID KEY
                 MOVE '10' TO WS-FS-REG
           END-START.
           PERFORM UNTIL REG-END
              READ EXPREG NEXT
                 NOT AT END
                    IF ER-APPROUVE
                       PERFORM 310-ONEPAID THRU 310-EXIT
                    END-IF
              END-READ
           END-PERFORM.
           PERFORM 340-PAYOUT THRU 340-EXIT.
           PERFORM 350-GLBOOK THRU 350-EXIT.
       300-EXIT.
           EXIT.
      *****************************************************************
      *  This routine settles one approved claim : the route is the
      *  bank for an employee who has left or is no longer on
      *  SALARIES, the claimant's choice otherwise; the claim goes
      *  under the employee's establishment
      *****************************************************************
       310-ONEPAID.
           MOVE ER-ROUTE TO WS-ROUTE.
           MOVE 'N' TO WS-LEFT-SW.
           MOVE ER-SALARY TO FD-SALARY.
           READ SALARIES
              INVALID KEY
                 MOVE 'B' TO WS-ROUTE
                 MOVE 'Y' TO WS-LEFT-SW
                 MOVE SPACES TO FD-ETAB
              NOT INVALID KEY
                 IF FD-STATUT = 'T'
                    MOVE 'B' TO WS-ROUTE
                    MOVE 'Y' TO WS-LEFT-SW
                 END-IF
           END-READ.
           PERFORM 315-ETABRES THRU 315-EXIT.
           PERFORM 320-EMPADD THRU 320-EXIT.
           IF WS-YX = 0
              GO TO 310-EXIT
           END-IF.
           PERFORM 330-GLADD THRU 330-EXIT.
           IF WS-GX = 0
              GO TO 310-EXIT
           END-IF.
           MOVE 'P'        TO ER-ETAT.
           MOVE WS-ROUTE   TO ER-ROUTE.
           MOVE PJ-RUNDATE TO ER-DTPAIE.
           IF WS-ROUTE = 'S'
              MOVE PJ-PERIOD TO ER-PERIOD
              MOVE 'PAYE SUR BULLETIN' TO ER-MOTIF
           ELSE
              MOVE 0 TO ER-PERIOD
              MOVE 'PAYE PAR VIREMENT' TO ER-MOTIF
           END-IF.
           REWRITE STRUCT-EXPREG.
           IF WS-FS-REG NOT = '00'
              DISPLAY 'ERROR : REWRITE EXPREG ' ER-CLAIM
                      ' - FILE STATUS ' WS-FS-REG
              ADD 1 TO WS-CNT-ERROR
           ELSE
              ADD 1 TO WS-CNT-REGUPD
           END-IF.
           ADD 1 TO WS-CNT-PAID.
           PERFORM 400-RPTLINE.
       310-EXIT.
           EXIT.
      *****************************************************************
      *  This routine resolves the claimant's establishment from
      *  FD-ETAB as PGM011 does : blank goes to the default, an
      *  unknown code to the default with a warning
      *****************************************************************
       315-ETABRES.
           MOVE SPACES TO WS-ETAB-CODE.
           IF WS-ETAB-COUNT = 0
              GO TO 315-EXIT
           END-IF.
           IF FD-ETAB = SPACES
              MOVE WS-ETAB-DEF TO WS-ETAB-CODE
              GO TO 315-EXIT
           END-IF.
           MOVE FD-ETAB TO WS-LOOK-ETAB.
           PERFORM 355-SOCIETE.
           IF ETAB-FOUND
              MOVE FD-ETAB TO WS-ETAB-CODE
           ELSE
              MOVE WS-ETAB-DEF TO WS-ETAB-CODE
              DISPLAY 'WARNING : ' ER-SALARY ' ESTABLISHMENT '
                      FD-ETAB ' UNKNOWN - PAID UNDER ' WS-ETAB-DEF
              ADD 1 TO WS-CNT-ETABUNK
           END-IF.
       315-EXIT.
           EXIT.
      *****************************************************************
      *  This routine adds the claim to its employee's payment;
      *  WS-YX is left at zero when the table is full
      *****************************************************************
       320-EMPADD.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-YX FROM 1 BY 1
                     UNTIL WS-YX > WS-PAY-COUNT OR FOUND
              IF WS-PY-SAL (WS-YX) = ER-SALARY
                 MOVE 'Y' TO WS-FOUND-SW
              END-IF
           END-PERFORM.
           IF FOUND
              SUBTRACT 1 FROM WS-YX
           ELSE
              IF WS-PAY-COUNT >= 2000
                 DISPLAY 'ERROR : PAYMENT TABLE FULL - CLAIM '
                         ER-CLAIM ' LEFT APPROVED'
                 ADD 1 TO WS-CNT-ERROR
                 MOVE 0 TO WS-YX
                 GO TO 320-EXIT
              END-IF
              ADD 1 TO WS-PAY-COUNT
              MOVE WS-PAY-COUNT TO WS-YX
              MOVE ER-SALARY TO WS-PY-SAL (WS-YX)
              MOVE 0 TO WS-PY-SLIP (WS-YX) WS-PY-BANK (WS-YX)
              MOVE WS-ETAB-CODE TO WS-PY-ETAB (WS-YX)
              MOVE WS-LEFT-SW   TO WS-PY-LEFT (WS-YX)
           END-IF.
           IF WS-ROUTE = 'S'
              ADD ER-MNT TO WS-PY-SLIP (WS-YX)
           ELSE
              ADD ER-MNT TO WS-PY-BANK (WS-YX)
           END-IF.
       320-EXIT.
           EXIT.
      *****************************************************************
      *  This routine adds the claim to its department and category
      *  booking; WS-GX is left at zero when the table is full (the
      *  employee payment is then taken back)
      *****************************************************************
       330-GLADD.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-GX FROM 1 BY 1
                     UNTIL WS-GX > WS-GL-COUNT OR FOUND
              IF WS-GX-DEPT (WS-GX) = ER-DEPT
                 AND WS-GX-CATEG (WS-GX) = ER-CATEG
                 AND WS-GX-ETAB (WS-GX) = WS-PY-ETAB (WS-YX)
                 MOVE 'Y' TO WS-FOUND-SW
              END-IF
           END-PERFORM.
           IF FOUND
              SUBTRACT 1 FROM WS-GX
           ELSE
              IF WS-GL-COUNT >= 500
                 DISPLAY 'ERROR : BOOKING TABLE FULL - CLAIM '
                         ER-CLAIM ' LEFT APPROVED'
                 ADD 1 TO WS-CNT-ERROR
                 IF WS-ROUTE = 'S'
                    SUBTRACT ER-MNT FROM WS-PY-SLIP (WS-YX)
                 ELSE
                    SUBTRACT ER-MNT FROM WS-PY-BANK (WS-YX)
                 END-IF
                 MOVE 0 TO WS-GX
                 GO TO 330-EXIT
              END-IF
              ADD 1 TO WS-GL-COUNT
              MOVE WS-GL-COUNT TO WS-GX
              MOVE ER-DEPT  TO WS-GX-DEPT (WS-GX)
              MOVE ER-CATEG TO WS-GX-CATEG (WS-GX)
              MOVE WS-PY-ETAB (WS-YX) TO WS-GX-ETAB (WS-GX)
              MOVE 0        TO WS-GX-MNT (WS-GX)
              MOVE ER-CATEG TO WS-LOOK-CATEG
              PERFORM 150-POLFIND
              IF FOUND AND WS-PL-COMPTE (WS-PX) NOT = SPACES
                 MOVE WS-PL-COMPTE (WS-PX) TO WS-GX-COMPTE (WS-GX)
              ELSE
                 MOVE WS-ACCT-DEF TO WS-GX-COMPTE (WS-GX)
              END-IF
           END-IF.
           ADD ER-MNT TO WS-GX-MNT (WS-GX).
       330-EXIT.
           EXIT.
      *****************************************************************
      *  This routine writes each employee's payment : the bank
      *  amount's whole units as one EXPORD order, the payslip
      *  amount and the bank cents as one 'N' PAYEVENTS line - for
      *  an employee who has left the cents are listed as owed -
      *  then closes EXPORD on its trailer
      *****************************************************************
       340-PAYOUT.
           PERFORM VARYING WS-YX FROM 1 BY 1
                     UNTIL WS-YX > WS-PAY-COUNT
              PERFORM 345-CRDSLOT
              MOVE WS-PY-BANK (WS-YX) TO WS-ENTIER
              COMPUTE WS-CENTS = WS-PY-BANK (WS-YX) - WS-ENTIER
              IF WS-ENTIER > 0
                 MOVE SPACES             TO STRUCT-PAYORD
                 MOVE 'O'                TO PO-TYPE
                 MOVE WS-PY-SAL (WS-YX)  TO PO-COMPTE
                 MOVE WS-ENTIER          TO PO-MNT
                 MOVE WS-PY-ETAB (WS-YX) TO PO-ETAB
                 WRITE STRUCT-PAYORD
                 ADD 1 TO WS-CNT-ORD
                 ADD WS-ENTIER TO WS-TOT-BANK
                 ADD WS-ENTIER TO WS-CD-BANK (WS-CX)
              END-IF
              IF WS-PY-LEFT (WS-YX) = 'Y' AND WS-CENTS > 0
                 MOVE WS-PY-SAL (WS-YX) TO WS-RPT-O-SAL
                 MOVE WS-CENTS          TO WS-RPT-O-MNT
                 WRITE FILERPT115-ENREG FROM WS-RPT-OWED
                 ADD 1 TO WS-RPT-LINES
                 ADD 1 TO WS-CNT-OWED
                 ADD WS-CENTS TO WS-TOT-OWED
                 ADD WS-CENTS TO WS-CD-SLIP (WS-CX)
                 MOVE 0 TO WS-CENTS
              END-IF
              COMPUTE WS-EVT-MNT = WS-PY-SLIP (WS-YX) + WS-CENTS
              IF WS-EVT-MNT > 0
                 MOVE SPACES            TO STRUCT-PAYEVENTS
                 MOVE WS-PY-SAL (WS-YX) TO EV-SALARY-N
                 MOVE 'FRAI'            TO EV-CODE
                 MOVE WS-EVT-MNT        TO EV-MNT-N
                 MOVE 'N'               TO EV-FLAG
                 MOVE PJ-PERIOD         TO EV-PERIOD-N
                 WRITE STRUCT-PAYEVENTS
                 ADD 1 TO WS-CNT-EVT
                 ADD WS-EVT-MNT TO WS-TOT-SLIP
                 ADD WS-EVT-MNT TO WS-CD-SLIP (WS-CX)
              END-IF
           END-PERFORM.
           MOVE SPACES      TO STRUCT-PAYORD.
           MOVE 'T'         TO PR-TYPE.
           MOVE WS-CNT-ORD  TO PR-COUNT.
           MOVE WS-TOT-BANK TO PR-HASH.
           WRITE STRUCT-PAYORD.
       340-EXIT.
           EXIT.
      *****************************************************************
      *  This routine finds, or opens, the credit slot of the
      *  employee's establishment
      *****************************************************************
       345-CRDSLOT.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-CX FROM 1 BY 1
                     UNTIL WS-CX > WS-CRD-COUNT OR FOUND
              IF WS-CD-ETAB (WS-CX) = WS-PY-ETAB (WS-YX)
                 MOVE 'Y' TO WS-FOUND-SW
              END-IF
           END-PERFORM.
           IF FOUND
              SUBTRACT 1 FROM WS-CX
           ELSE
              ADD 1 TO WS-CRD-COUNT
              MOVE WS-CRD-COUNT TO WS-CX
              MOVE WS-PY-ETAB (WS-YX) TO WS-CD-ETAB (WS-CX)
              MOVE 0 TO WS-CD-SLIP (WS-CX) WS-CD-BANK (WS-CX)
           END-IF.
      *****************************************************************
      *  This routine books the expenses : each department and
      *  category debited to the category's account, the payslip
      *  part (and the cents owed to leavers) credited to the FRAI
      *  payable, the bank orders to NET, each establishment under
      *  its GL company, and the batch count and hash-total trailer
      *****************************************************************
       350-GLBOOK.
           PERFORM VARYING WS-GX FROM 1 BY 1
                     UNTIL WS-GX > WS-GL-COUNT
              MOVE WS-GX-ETAB (WS-GX)   TO WS-LOOK-ETAB
              PERFORM 355-SOCIETE
              MOVE SPACES               TO STRUCT-GLJRNL
              MOVE WS-GX-COMPTE (WS-GX) TO GL-COMPTE
              MOVE 'D'                  TO GL-SENS
              MOVE WS-GX-MNT (WS-GX)    TO GL-MNT
              MOVE WS-GX-DEPT (WS-GX)   TO GL-DEPT
              MOVE WS-SOCIETE           TO GL-SOCIETE
              PERFORM 360-PUTJRNL
              MOVE WS-GX-DEPT (WS-GX)   TO WS-RPT-G-DEPT
              MOVE WS-GX-CATEG (WS-GX)  TO WS-RPT-G-CATEG
              MOVE WS-GX-COMPTE (WS-GX) TO WS-RPT-G-COMPTE
              MOVE WS-GX-MNT (WS-GX)    TO WS-RPT-G-MNT
              MOVE WS-GX-ETAB (WS-GX)   TO WS-RPT-G-ETAB
              WRITE FILERPT115-ENREG FROM WS-RPT-GL
              ADD 1 TO WS-RPT-LINES
           END-PERFORM.
           PERFORM VARYING WS-CX FROM 1 BY 1
                     UNTIL WS-CX > WS-CRD-COUNT
              MOVE WS-CD-ETAB (WS-CX) TO WS-LOOK-ETAB
              PERFORM 355-SOCIETE
              IF WS-CD-SLIP (WS-CX) > 0
                 MOVE SPACES             TO STRUCT-GLJRNL
                 MOVE WS-ACCT-FRAI       TO GL-COMPTE
                 MOVE 'C'                TO GL-SENS
                 MOVE WS-CD-SLIP (WS-CX) TO GL-MNT
                 MOVE WS-SOCIETE         TO GL-SOCIETE
                 PERFORM 360-PUTJRNL
              END-IF
              IF WS-CD-BANK (WS-CX) > 0
                 MOVE SPACES             TO STRUCT-GLJRNL
                 MOVE WS-ACCT-NET        TO GL-COMPTE
                 MOVE 'C'                TO GL-SENS
                 MOVE WS-CD-BANK (WS-CX) TO GL-MNT
                 MOVE WS-SOCIETE         TO GL-SOCIETE
                 PERFORM 360-PUTJRNL
              END-IF
           END-PERFORM.
           MOVE SPACES        TO STRUCT-GLJRNL.
           MOVE PJ-RUNDATE    TO GL-DATE.
           MOVE 'TRAILR'      TO GL-COMPTE.
           MOVE 'T'           TO GL-SENS.
           MOVE WS-HASH-TOTAL TO GL-MNT.
           MOVE WS-CNT-RECS   TO GL-TRL-COUNT.
           MOVE 'PGM115'      TO GL-TRL-PGM.
           WRITE STRUCT-GLJRNL.
       350-EXIT.
           EXIT.
      *****************************************************************
      *  This routine finds the establishment WS-LOOK-ETAB and its
      *  GL company (spaces when unknown or without ETABMSTR)
      *****************************************************************
       355-SOCIETE.
           MOVE SPACES TO WS-SOCIETE.
           MOVE 'N' TO WS-ETAB-FOUND-SW.
           PERFORM VARYING WS-EX FROM 1 BY 1
                     UNTIL WS-EX > WS-ETAB-COUNT OR ETAB-FOUND
              IF WS-ET-CODE (WS-EX) = WS-LOOK-ETAB
                 MOVE 'Y' TO WS-ETAB-FOUND-SW
                 MOVE WS-ET-SOCIETE (WS-EX) TO WS-SOCIETE
              END-IF
           END-PERFORM.
      *****************************************************************
      *  This routine writes one journal record
      *****************************************************************
       360-PUTJRNL.
           MOVE PJ-RUNDATE TO GL-DATE.
           MOVE 'PGM115'   TO GL-SOURCE.
           WRITE STRUCT-GLJRNL.
           ADD 1 TO WS-CNT-RECS.
           ADD GL-MNT TO WS-HASH-TOTAL.
      *****************************************************************
      *  This routine lists one register claim
      *****************************************************************
       400-RPTLINE.
           MOVE ER-CLAIM   TO WS-RPT-D-CLAIM.
           MOVE ER-SALARY  TO WS-RPT-D-SAL.
           MOVE ER-DATE    TO WS-RPT-D-DATE.
           MOVE ER-CATEG   TO WS-RPT-D-CATEG.
           MOVE ER-DEMANDE TO WS-RPT-D-DEM.
           MOVE ER-MNT     TO WS-RPT-D-ACC.
           MOVE ER-ETAT    TO WS-RPT-D-ETAT.
           MOVE ER-MOTIF   TO WS-RPT-D-MOTIF.
           WRITE FILERPT115-ENREG FROM WS-RPT-DETAIL.
           ADD 1 TO WS-RPT-LINES.
      *****************************************************************
      *  This routine displays the run counters and closes the
      *  report on the mode's totals
      *****************************************************************
       500-EXITP.
           DISPLAY "500-EXITP".
           EVALUATE TRUE
              WHEN MODE-SUBMIT
                 MOVE 'TOTAL ALLOWED               ' TO WS-RPT-T-LIB
                 MOVE WS-TOT-ALLOWED TO WS-RPT-T-MNT
                 WRITE FILERPT115-ENREG FROM WS-RPT-TOTAL
                 DISPLAY '    CLAIMS READ        : ' WS-CNT-READ
                 DISPLAY '    ACCEPTED           : ' WS-CNT-VALID
                 DISPLAY '    OF WHICH CAPPED    : ' WS-CNT-CAPPED
                 DISPLAY '    REFUSED            : ' WS-CNT-REJECT
                 DISPLAY '    ALREADY FILED      : ' WS-CNT-DUPL
                 DISPLAY '    AMOUNT ALLOWED     : ' WS-TOT-ALLOWED
                 IF WS-CNT-REJECT > 0 OR WS-CNT-DUPL > 0
                    MOVE 4 TO RETURN-CODE
                 END-IF
              WHEN MODE-APPROVE
                 MOVE 'TOTAL APPROVED              ' TO WS-RPT-T-LIB
                 MOVE WS-TOT-ALLOWED TO WS-RPT-T-MNT
                 WRITE FILERPT115-ENREG FROM WS-RPT-TOTAL
                 DISPLAY '    DECISIONS READ     : ' WS-CNT-READ
                 DISPLAY '    CLAIMS APPROVED    : ' WS-CNT-APPROV
                 DISPLAY '    CLAIMS REFUSED     : ' WS-CNT-REFUSED
                 DISPLAY '    DECISIONS REJECTED : ' WS-CNT-DECREJ
                 IF WS-CNT-DECREJ > 0
                    MOVE 4 TO RETURN-CODE
                 END-IF
              WHEN MODE-PAY
                 MOVE 'TOTAL PAID ON PAYSLIP       ' TO WS-RPT-T-LIB
                 MOVE WS-TOT-SLIP TO WS-RPT-T-MNT
                 WRITE FILERPT115-ENREG FROM WS-RPT-TOTAL
                 MOVE 'TOTAL PAID BY BANK ORDER    ' TO WS-RPT-T-LIB
                 MOVE WS-TOT-BANK TO WS-RPT-T-MNT
                 WRITE FILERPT115-ENREG FROM WS-RPT-TOTAL
                 ADD 1 TO WS-RPT-LINES
                 DISPLAY '    CLAIMS PAID        : ' WS-CNT-PAID
                 DISPLAY '    PAYSLIP LINES      : ' WS-CNT-EVT
                 DISPLAY '    BANK ORDERS        : ' WS-CNT-ORD
                 DISPLAY '    PAID ON PAYSLIP    : ' WS-TOT-SLIP
                 DISPLAY '    PAID BY BANK ORDER : ' WS-TOT-BANK
                 DISPLAY '    LEAVERS CENTS OWED : ' WS-CNT-OWED
                         '  TOTAL : ' WS-TOT-OWED
                 DISPLAY '    UNKNOWN ESTABL.    : ' WS-CNT-ETABUNK
                 DISPLAY '    JOURNAL RECORDS    : ' WS-CNT-RECS
                 IF WS-CNT-OWED > 0 OR WS-CNT-ETABUNK > 0
                    MOVE 4 TO RETURN-CODE
                 END-IF
           END-EVALUATE.
           ADD 1 TO WS-RPT-LINES.
           DISPLAY '    ERRORS             : ' WS-CNT-ERROR.
           IF WS-CNT-ERROR > 0
              MOVE 8 TO RETURN-CODE
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
           CLOSE EXPREG.
           MOVE 'EXPREG' TO WS-LIN-DSN.
           MOVE 'U' TO WS-LIN-MODE.
           MOVE WS-CNT-REGUPD TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           EVALUATE TRUE
              WHEN MODE-SUBMIT
                 CLOSE EXPCLAIM
                 CLOSE SALARIES
                 MOVE 'EXPCLAIM' TO WS-LIN-DSN
                 MOVE 'I' TO WS-LIN-MODE
                 MOVE WS-CNT-READ TO WS-LIN-COUNT
                 PERFORM 990-LINEAGE
                 MOVE 'SALARIES' TO WS-LIN-DSN
                 MOVE 'I' TO WS-LIN-MODE
                 MOVE 0 TO WS-LIN-COUNT
                 PERFORM 990-LINEAGE
              WHEN MODE-APPROVE
                 CLOSE EXPAPPR
                 CLOSE OPERMSTR
                 MOVE 'EXPAPPR' TO WS-LIN-DSN
                 MOVE 'I' TO WS-LIN-MODE
                 MOVE WS-CNT-READ TO WS-LIN-COUNT
                 PERFORM 990-LINEAGE
                 MOVE 'OPERMSTR' TO WS-LIN-DSN
                 MOVE 'I' TO WS-LIN-MODE
                 MOVE 0 TO WS-LIN-COUNT
                 PERFORM 990-LINEAGE
              WHEN MODE-PAY
                 CLOSE SALARIES
                 CLOSE PAYEVENTS
                 CLOSE EXPORD
                 CLOSE GLJRNL
                 MOVE 'SALARIES' TO WS-LIN-DSN
                 MOVE 'I' TO WS-LIN-MODE
                 MOVE 0 TO WS-LIN-COUNT
                 PERFORM 990-LINEAGE
                 MOVE 'PAYEVENTS' TO WS-LIN-DSN
                 MOVE 'E' TO WS-LIN-MODE
                 MOVE WS-CNT-EVT TO WS-LIN-COUNT
                 PERFORM 990-LINEAGE
                 MOVE 'EXPORD' TO WS-LIN-DSN
                 MOVE 'O' TO WS-LIN-MODE
                 MOVE WS-CNT-ORD TO WS-LIN-COUNT
                 PERFORM 990-LINEAGE
                 MOVE 'GLJRNL' TO WS-LIN-DSN
                 MOVE 'O' TO WS-LIN-MODE
                 MOVE WS-CNT-RECS TO WS-LIN-COUNT
                 PERFORM 990-LINEAGE
           END-EVALUATE.
           CLOSE FILERPT115.
           MOVE 'FILERPT115' TO WS-CAT-RPT.
           MOVE 0 TO WS-CAT-PAGES.
           MOVE WS-RPT-LINES TO WS-CAT-LINES.
           CALL WS-CALL-CAT USING WS-CAT-RPT, WS-CAT-PAGES,
                WS-CAT-LINES.
       999-EXIT.
           EXIT.
