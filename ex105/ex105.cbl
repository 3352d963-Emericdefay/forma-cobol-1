      *****************************************************************
      * Program name:    PGM105
      *
      * Original author: DEFAY E.
      *
      * Purpose : Succession of a deceased customer. One SUCCMSTR
      *           case per CUSTMSTR customer, driven by the SUCCTRN
      *           requests of the succession desk :
      *           'O' opens the case with the date of death and the
      *           notary's reference : every ACCTREL account of the
      *           customer goes to F-ETAT 'D' with F-DTDECES, so
      *           PGM017 lets credits in and refuses every debit
      *           valued after the death, and a balance certificate
      *           as of the date of death is printed per account from
      *           PGM054's BALHIST history.
      *           'F' authorises a funeral expense on one of the
      *           accounts, up to the case's ceiling (PJ-OBSEQ at
      *           opening) : the payment goes out as an origin 'SUCC'
      *           movement, the only debit PGM017 accepts on a 'D'
      *           account. The expense is counted against the ceiling
      *           only once it passes PGM017's funds rule here (the
      *           balance, less the account's holds and the expenses
      *           already paid from it this run, within its
      *           authorized overdraft) - one PGM017 would refuse is
      *           turned down on the spot and leaves the ceiling
      *           untouched.
      *           'C' closes the case : every frozen balance is paid
      *           to the notary's account (internal transfer when the
      *           IBAN is one of ours, otherwise an XTRFORD order) and
      *           the case waits for the posting. The next run finds
      *           the accounts at zero, closes them ('F') and the
      *           case. An account still holding money after the
      *           posting (a credit landed since, or PGM017 refused
      *           the payment) keeps the case waiting : a new 'C' on
      *           the paid-out case pays the remaining balances to
      *           the notary, once the previous payout has been
      *           through a posting run (SC-DTVERS).
      *           Every step is written to the SUCCAUDIT trail and
      *           listed on FILERPT105.
      *
      * Using :
      *    - Copybooks ACCTFS, MVTFS, TRLRFS
      *    - CUSTMSTR, ACCTREL, BALHIST (PGM054), OPERMSTR (PGM066)
      *    - OVDRLIM, PRODMSTR (PGM106), HOLDMSTR (PGM092)
      *    - PGM102 IBAN check, PGM067 image journal, PGM075 report
      *      catalog
      *    - SUCCMVT posted by PGM017 as a CHAINCTL step, with the
      *      XTRFORD orders appended here
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created : the death of a customer is
      *                    handled in the system instead of by
      *                    blocking each account by hand
      * 15/10/26  DEFAY E. The closed accounts get the run date in
      *                    F-DTCLOT, for the PGM110 purge
      * 15/10/26  DEFAY E. 'C' accepted on a paid-out case to pay
      *                    the balances left on its accounts, the
      *                    payout date kept in SC-DTVERS
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM105.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /    SUCCTRN (the succession desk's requests of the day)
           SELECT SUCCTRN
           ASSIGN TO SUCCTRN
           FILE STATUS is WS-FS-TRN.
      /    SUCCMSTR (succession cases keyed on the customer)
           SELECT SUCCMSTR
           ASSIGN TO SUCCMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SC-CLIENT
           FILE STATUS is WS-FS-SUCC.
      /    CUSTMSTR (customer master from PGM051)
           SELECT CUSTMSTR
           ASSIGN TO CUSTMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CU-CLIENT
           FILE STATUS is WS-FS-CUST.
      /    ACCTREL (indexed account-to-customer relationship file)
           SELECT ACCTREL
           ASSIGN TO ACCTREL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-COMPTE
           FILE STATUS is WS-FS-REL.
      /    ACCTMSTR (indexed account master keyed on F-COMPTE)
           SELECT ACCTMSTR
           ASSIGN TO ACCTMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS F-COMPTE
           FILE STATUS is WS-FS-MSTR.
      /    BALHIST (PGM054 balance history, for the certificates)
           SELECT BALHIST
           ASSIGN TO BALHIST
           FILE STATUS is WS-FS-HIST.
      /    SUCCMVT (funeral and payout movements toward PGM017)
           SELECT SUCCMVT
           ASSIGN TO SUCCMVT.
      /    XTRFORD (external-transfer orders, appended to)
           SELECT XTRFORD
           ASSIGN TO XTRFORD
           FILE STATUS is WS-FS-ORD.
      /    SUCCAUDIT (the cases' audit trail, appended to)
           SELECT SUCCAUDIT
           ASSIGN TO SUCCAUDIT
           FILE STATUS is WS-FS-AUD.
      /    OPERMSTR (operator master from PGM066, for the authority
      /    check on every request)
           SELECT OPERMSTR
           ASSIGN TO OPERMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OP-ID
           FILE STATUS is WS-FS-OPER.
      /    FILERPT105 (case events and balance certificates)
           SELECT FILERPT105
           ASSIGN TO FILERPT105.
      /    RUNCTL (the chain's current run number, from PGM016)
           SELECT RUNCTL
           ASSIGN TO RUNCTL
           FILE STATUS is WS-FS-RUNCTL.
      /    OVDRLIM (authorized overdraft limits keyed on OL-COMPTE;
      /    absent file means no account has a limit above zero)
           SELECT OVDRLIM
           ASSIGN TO OVDRLIM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OL-COMPTE
           FILE STATUS is WS-FS-LIM.
      /    PRODMSTR (product catalogue from PGM106, for the default
      /    overdraft of an account without an OVDRLIM entry)
           SELECT PRODMSTR
           ASSIGN TO PRODMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PR-CODE
           FILE STATUS is WS-FS-PROD.
      /    HOLDMSTR (amount holds from PGM092 keyed on account and
      /    hold reference; absent file means nothing is held)
           SELECT HOLDMSTR
           ASSIGN TO HOLDMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HD-KEY
           FILE STATUS is WS-FS-HOLD.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD SUCCTRN
           RECORD CONTAINS 200 CHARACTERS.
       01  STRUCT-SUCCTRN.
           02 ST-ACTION       PIC X(01).
              88 ST-OPEN       VALUE 'O'.
              88 ST-FUNERAL    VALUE 'F'.
              88 ST-CLOSE      VALUE 'C'.
           02 FILLER          PIC X(01).
           02 ST-CLIENT       PIC X(06).
           02 ST-CLIENT-N REDEFINES ST-CLIENT PIC 9(06).
           02 FILLER          PIC X(01).
           02 ST-DTDECES      PIC X(08).
           02 ST-DTDECES-N REDEFINES ST-DTDECES PIC 9(08).
           02 FILLER          PIC X(01).
           02 ST-NOTAIRE      PIC X(20).
           02 FILLER          PIC X(01).
           02 ST-IBAN         PIC X(34).
           02 FILLER          PIC X(01).
           02 ST-NOM          PIC X(35).
           02 FILLER          PIC X(01).
           02 ST-COMPTE       PIC X(06).
           02 ST-COMPTE-N REDEFINES ST-COMPTE PIC 9(06).
           02 FILLER          PIC X(01).
           02 ST-MNT          PIC X(09).
           02 ST-MNT-N REDEFINES ST-MNT PIC 9(07)V99.
           02 FILLER          PIC X(01).
           02 ST-REF          PIC X(16).
           02 FILLER          PIC X(01).
           02 ST-OPER         PIC X(08).
           02 FILLER          PIC X(48).
       FD SUCCMSTR
           RECORD CONTAINS 200 CHARACTERS.
       01  STRUCT-SUCCMSTR.
           02 SC-CLIENT       PIC 9(06).
           02 FILLER          PIC X(01).
           02 SC-STATUT       PIC X(01).
              88 SC-OUVERT     VALUE 'O'.
              88 SC-VERSE      VALUE 'P'.
              88 SC-CLOS       VALUE 'C'.
           02 FILLER          PIC X(01).
           02 SC-DTDECES      PIC 9(08).
           02 FILLER          PIC X(01).
           02 SC-NOTAIRE      PIC X(20).
           02 FILLER          PIC X(01).
           02 SC-NOT-IBAN     PIC X(34).
           02 FILLER          PIC X(01).
           02 SC-NOT-NOM      PIC X(35).
           02 FILLER          PIC X(01).
           02 SC-OBSEQ-AUT    PIC 9(07)V99.
           02 FILLER          PIC X(01).
           02 SC-OBSEQ-UTIL   PIC 9(07)V99.
           02 FILLER          PIC X(01).
           02 SC-DTOBSEQ      PIC 9(08).
           02 FILLER          PIC X(01).
           02 SC-NBCPT        PIC 9(02).
           02 FILLER          PIC X(01).
           02 SC-DTOUV        PIC 9(08).
           02 FILLER          PIC X(01).
           02 SC-DTCLOT       PIC 9(08).
           02 FILLER          PIC X(01).
           02 SC-OPER         PIC X(08).
           02 FILLER          PIC X(01).
           02 SC-DTVERS       PIC 9(08).
           02 FILLER          PIC X(23).
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
           02 FILLER     PIC X(06).
       FD ACCTREL
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-ACCTREL.
           02 AR-COMPTE  PIC 9(06).
           02 FILLER     PIC X(01).
           02 AR-CLIENT  PIC 9(06).
           02 FILLER     PIC X(67).
       FD ACCTMSTR.
       COPY ACCTFS REPLACING ==()== BY ==ACCTMSTR==.
       FD BALHIST.
       01  STRUCT-BALHIST.
           02 BH-COMPTE  PIC 9(06).
           02 FILLER     PIC X(01).
           02 BH-DATE    PIC 9(08).
           02 FILLER     PIC X(01).
           02 BH-SOLDE   PIC S9(07)V99.
           02 FILLER     PIC X(55).
       FD SUCCMVT.
       COPY MVTFS REPLACING ==()== BY ==SUCCMVT==.
       COPY TRLRFS REPLACING ==()== BY ==SUCCMVT-TRLR==.
       FD XTRFORD
           RECORD CONTAINS 120 CHARACTERS.
       01  STRUCT-XTRFORD.
           02 XO-ORDRE        PIC X(07).
           02 FILLER          PIC X(01).
           02 XO-COMPTE       PIC 9(06).
           02 FILLER          PIC X(01).
           02 XO-IBAN         PIC X(34).
           02 FILLER          PIC X(01).
           02 XO-NOM          PIC X(35).
           02 FILLER          PIC X(35).
       FD SUCCAUDIT
           RECORD CONTAINS 120 CHARACTERS.
       01  STRUCT-SUCCAUDIT.
           02 SA-DATE         PIC 9(08).
           02 FILLER          PIC X(01).
           02 SA-CLIENT       PIC 9(06).
           02 FILLER          PIC X(01).
           02 SA-ACTION       PIC X(08).
           02 FILLER          PIC X(01).
           02 SA-COMPTE       PIC X(06).
           02 FILLER          PIC X(01).
           02 SA-MNT          PIC S9(07)V99.
           02 FILLER          PIC X(01).
           02 SA-TEXTE        PIC X(50).
           02 FILLER          PIC X(01).
           02 SA-OPER         PIC X(08).
           02 FILLER          PIC X(01).
           02 SA-RUNNO        PIC 9(12).
           02 FILLER          PIC X(06).
       FD OPERMSTR
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-OPERMSTR.
           02 OP-ID      PIC X(08).
           02 FILLER     PIC X(01).
           02 OP-NOM     PIC X(25).
           02 FILLER     PIC X(01).
           02 OP-LEVEL   PIC 9(01).
           02 FILLER     PIC X(44).
       FD FILERPT105
           RECORD CONTAINS 80 CHARACTERS.
       01  FILERPT105-ENREG   PIC X(80).
       FD RUNCTL.
       01  STRUCT-RUNCTL.
           02 RN-RUNNO       PIC 9(12).
           02 FILLER         PIC X(68).
       FD OVDRLIM
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-OVDRLIM.
           02 OL-COMPTE       PIC 9(06).
           02 FILLER          PIC X(01).
           02 OL-LIMITE       PIC 9(07)V99.
           02 FILLER          PIC X(64).
       FD PRODMSTR
           RECORD CONTAINS 80 CHARACTERS.
       COPY PRODFS REPLACING ==()== BY ==PRODMSTR==.
       FD HOLDMSTR
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-HOLDMSTR.
           02 HD-KEY.
              03 HD-COMPTE    PIC 9(06).
              03 HD-REF       PIC X(10).
           02 FILLER          PIC X(01).
           02 HD-MNT          PIC 9(07)V99.
           02 FILLER          PIC X(01).
           02 HD-MOTIF        PIC X(10).
           02 FILLER          PIC X(01).
           02 HD-DTEXP        PIC 9(08).
           02 FILLER          PIC X(01).
           02 HD-DTPOSE       PIC 9(08).
           02 FILLER          PIC X(01).
           02 HD-OPER         PIC X(08).
           02 FILLER          PIC X(16).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-TRN      PIC X(02).
           88 TRN-END     VALUE '10'.
       01 WS-FS-SUCC     PIC X(02).
       01 WS-FS-CUST     PIC X(02).
       01 WS-FS-REL      PIC X(02).
       01 WS-FS-MSTR     PIC X(02).
       01 WS-FS-HIST     PIC X(02).
       01 WS-FS-ORD      PIC X(02).
       01 WS-FS-AUD      PIC X(02).
       01 WS-FS-RUNCTL   PIC X(02).
       01 WS-TRN-AVAIL-SW PIC X(01) VALUE 'N'.
           88 TRN-AVAIL   VALUE 'Y'.
       01 WS-RUNNO       PIC 9(12) VALUE 0.
      / Run counters, displayed at 200-EXITP
       01 WS-CNT-READ    PIC 9(07) VALUE 0.
       01 WS-CNT-OPENED  PIC 9(05) VALUE 0.
       01 WS-CNT-FROZEN  PIC 9(05) VALUE 0.
       01 WS-CNT-CERTIF  PIC 9(05) VALUE 0.
       01 WS-CNT-NOHIST  PIC 9(05) VALUE 0.
       01 WS-CNT-FUNERAL PIC 9(05) VALUE 0.
       01 WS-CNT-PAYOUT  PIC 9(05) VALUE 0.
       01 WS-CNT-CLOSED  PIC 9(05) VALUE 0.
       01 WS-CNT-PENDING PIC 9(05) VALUE 0.
       01 WS-CNT-REJECT  PIC 9(07) VALUE 0.
       01 WS-CNT-MVT     PIC 9(07) VALUE 0.
       01 WS-TOT-MVT     PIC 9(09)V99 VALUE 0.
      / Operator authority check (level 3; an absent OPERMSTR keeps
      / the requests unguarded with a warning)
       01 WS-FS-OPER     PIC X(02).
       01 WS-OPER-AVAIL-SW PIC X(01) VALUE 'N'.
           88 OPER-AVAIL  VALUE 'Y'.
       01 WS-OPER-OK-SW  PIC X(01).
           88 OPER-OK     VALUE 'Y'.
       01 WS-MIN-LEVEL   PIC 9(01) VALUE 3.
      / Accounts of the customer under processing, from ACCTREL,
      / with the balance found on BALHIST at the date of death
       01 WS-CLIENT      PIC 9(06).
       01 WS-DEFUNT-NOM  PIC X(25).
       01 WS-LK-COUNT    PIC 9(02) VALUE 0.
       01 WS-LK-MAX      PIC 9(02) VALUE 20.
       01 WS-LK-TABLE.
           05 WS-LK-ENTRY OCCURS 20 TIMES.
              10 WS-LK-COMPTE   PIC 9(06).
              10 WS-LK-GELE     PIC X(01).
              10 WS-LK-DTHIST   PIC 9(08).
              10 WS-LK-SOLDE    PIC S9(07)V99.
       01 WS-LX          PIC 9(02).
       01 WS-LK-HIT      PIC 9(02).
       01 WS-FIND-COMPTE PIC 9(06).
       01 WS-NEG-SW      PIC X(01).
           88 HAS-NEGATIVE VALUE 'Y'.
       01 WS-PEND-SW     PIC X(01).
           88 PAY-PENDING VALUE 'Y'.
       01 WS-CASE-PAYOUT PIC 9(02).
       01 WS-MSG         PIC X(50).
      / PGM017's funds rule, applied before the debit is sent :
      / the balance less the holds and less what this run has
      / already debited may not go below the authorized overdraft
       01 WS-FS-LIM      PIC X(02).
       01 WS-FS-PROD     PIC X(02).
       01 WS-FS-HOLD     PIC X(02).
       01 WS-LIM-AVAIL-SW PIC X(01) VALUE 'N'.
           88 LIM-AVAIL   VALUE 'Y'.
       01 WS-PROD-AVAIL-SW PIC X(01) VALUE 'N'.
           88 PROD-AVAIL  VALUE 'Y'.
       01 WS-HOLD-AVAIL-SW PIC X(01) VALUE 'N'.
           88 HOLD-AVAIL  VALUE 'Y'.
       01 WS-LIM-FOUND-SW PIC X(01).
           88 LIM-FOUND   VALUE 'Y'.
       01 WS-LIM-PRODUIT PIC X(03).
       01 WS-LIM-AMT     PIC 9(07)V99.
       01 WS-HOLD-AMT    PIC 9(09)V99.
       01 WS-HOLD-COMPTE PIC 9(06).
       01 WS-PROJ-SOLDE  PIC S9(09)V99.
       01 WS-FUNDS-SW    PIC X(01).
           88 FUNDS-OK    VALUE 'Y'.
      / Debits this run has already sent, by account
       01 WS-RUN-COUNT   PIC 9(04) VALUE 0.
       01 WS-RUN-TABLE.
           05 WS-RUN-ENTRY OCCURS 500 TIMES.
              10 WS-RUN-COMPTE  PIC 9(06).
              10 WS-RUN-MNT     PIC 9(09)V99.
       01 WS-RUN-AMT     PIC 9(09)V99.
       01 WS-RX          PIC 9(04).
       01 WS-RY          PIC 9(04).
      / Payment under construction : debited account, amount and
      / beneficiary (IBAN and name)
       01 WS-PAY-COMPTE  PIC 9(06).
       01 WS-PAY-MNT     PIC 9(07)V99.
       01 WS-PAY-DEVISE  PIC X(03).
       01 WS-PAY-IBAN    PIC X(34).
       01 WS-PAY-NOM     PIC X(35).
       01 WS-PAY-CPTINT  PIC 9(11).
      / PGM102 IBAN check interface
       01 WS-CALL-CHK    PIC X(08) VALUE "PGM102  ".
       01 WS-CHK-VALIDE  PIC X(01).
           88 IBAN-OK     VALUE 'Y'.
      / XTRFORD order numbers : 'S' and a sequence following the
      / orders already on file
       01 WS-ORD-COUNT   PIC 9(06) VALUE 0.
       01 WS-ORD-ID.
           05 FILLER         PIC X(01) VALUE 'S'.
           05 WS-ORD-SEQ     PIC 9(06).
      / PGM067 master-image journaling interface
       01 WS-CALL-IMG    PIC X(08) VALUE "PGM067  ".
       01 WS-IMG-PGM     PIC X(08) VALUE 'PGM105'.
       01 WS-IMG-FILE    PIC X(08) VALUE 'ACCTMSTR'.
       01 WS-IMG-AVANT   PIC X(80).
       01 WS-IMG-APRES   PIC X(80).
      / Value date (AAAA-MM-JJ) stamped on the movements
       01 WS-MVT-DTVAL.
           05 WS-MV-AAAA     PIC 9(04).
           05 WS-MV-S1       PIC X(01) VALUE '-'.
           05 WS-MV-MM       PIC 9(02).
           05 WS-MV-S2       PIC X(01) VALUE '-'.
           05 WS-MV-JJ       PIC 9(02).
       01 WS-ORIG-SUCC   PIC X(04) VALUE 'SUCC'.
      / AAAAMMJJ date edited JJ/MM/AAAA for the certificates
       01 WS-DT-IN       PIC 9(08).
       01 WS-DT-IN-X REDEFINES WS-DT-IN.
           05 WS-DT-AAAA     PIC X(04).
           05 WS-DT-MM       PIC X(02).
           05 WS-DT-JJ       PIC X(02).
       01 WS-DT-OUT.
           05 WS-DO-JJ       PIC X(02).
           05 FILLER         PIC X(01) VALUE '/'.
           05 WS-DO-MM       PIC X(02).
           05 FILLER         PIC X(01) VALUE '/'.
           05 WS-DO-AAAA     PIC X(04).
      / FILERPT105 event lines
       01 WS-RPT-LINES   PIC 9(07) VALUE 0.
       01 WS-RPT-HDR.
           05 FILLER         PIC X(36) VALUE
              'PGM105 SUCCESSION PROCESSING - RUN '.
           05 WS-RPT-H-DATE  PIC 9(08).
           05 FILLER         PIC X(36) VALUE SPACES.
       01 WS-RPT-COLS    PIC X(80) VALUE
          'CLIENT ACTION   COMPTE      MONTANT TEXTE'.
       01 WS-RPT-DETAIL.
           05 WS-RPT-D-CLIENT PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-D-ACTION PIC X(08).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-D-COMPTE PIC X(06).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-D-MNT    PIC -(8)9.99.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-D-TEXTE  PIC X(44).
      / FILERPT105 balance certificate lines
       01 WS-RPT-C-RULE  PIC X(80) VALUE ALL '-'.
       01 WS-RPT-C-TITLE PIC X(80) VALUE
          '          ATTESTATION DE SOLDE A LA DATE DU DECES'.
       01 WS-RPT-C-DEFUNT.
           05 FILLER          PIC X(15) VALUE 'DEFUNT       : '.
           05 WS-RPT-C-NOM    PIC X(25).
           05 FILLER          PIC X(11) VALUE '  CLIENT : '.
           05 WS-RPT-C-CLIENT PIC 9(06).
           05 FILLER          PIC X(23) VALUE SPACES.
       01 WS-RPT-C-DECES.
           05 FILLER          PIC X(15) VALUE 'DATE DU DECES: '.
           05 WS-RPT-C-DTDEC  PIC X(10).
           05 FILLER          PIC X(12) VALUE '  NOTAIRE : '.
           05 WS-RPT-C-NOTAIRE PIC X(20).
           05 FILLER          PIC X(23) VALUE SPACES.
       01 WS-RPT-C-COMPTE.
           05 FILLER          PIC X(15) VALUE 'COMPTE       : '.
           05 WS-RPT-C-CPT    PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-C-LIB    PIC X(15).
           05 FILLER          PIC X(11) VALUE '  DEVISE : '.
           05 WS-RPT-C-DEV    PIC X(03).
           05 FILLER          PIC X(29) VALUE SPACES.
       01 WS-RPT-C-SOLDE.
           05 FILLER          PIC X(15) VALUE 'SOLDE        : '.
           05 WS-RPT-C-MNT    PIC -(8)9.99.
           05 FILLER          PIC X(17) VALUE
              '  SITUATION DU : '.
           05 WS-RPT-C-DTSIT  PIC X(10).
           05 FILLER          PIC X(26) VALUE SPACES.
       01 WS-RPT-C-NOSOLDE.
           05 FILLER          PIC X(15) VALUE 'SOLDE        : '.
           05 FILLER          PIC X(46) VALUE
              'NON DISPONIBLE - AUCUN HISTORIQUE A CETTE DATE'.
           05 FILLER          PIC X(19) VALUE SPACES.
       01 WS-RPT-BLANK   PIC X(80) VALUE SPACES.
      / PGM075 report-catalog interface
       01 WS-CALL-CAT    PIC X(08) VALUE "PGM075  ".
       01 WS-CAT-RPT     PIC X(12).
       01 WS-CAT-PAGES   PIC 9(05).
       01 WS-CAT-LINES   PIC 9(07).
      / Parameter from JCL run
       01 WS-CALL-DATE   PIC X(08) VALUE "PGM081  ".
       01 PJ-RUNDATE     PIC 9(08).
       01 PJ-BANQUE      PIC X(05).
       01 PJ-BANQUE-DEF  PIC X(05) VALUE '99999'.
       01 PJ-OBSEQ       PIC X(09).
       01 PJ-OBSEQ-N REDEFINES PJ-OBSEQ PIC 9(07)V99.
       01 PJ-OBSEQ-DEF   PIC X(09) VALUE '000591000'.
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           PERFORM 001-OFILE THRU 001-EXIT.
           PERFORM 100-COMPLETE THRU 100-EXIT.
           IF TRN-AVAIL
              PERFORM 110-TRANS THRU 110-EXIT
           END-IF.
           PERFORM 200-EXITP THRU 200-EXIT.
           PERFORM 999-CFILE THRU 999-EXIT.
           STOP RUN.
      *****************************************************************
      *  This routine handle parameters and reads the chain's run
      *  number back from RUNCTL (zero outside a PGM016 chain)
      *****************************************************************
       000-PARMS.
           ACCEPT PJ-RUNDATE.
           IF PJ-RUNDATE = SPACE OR LOW-VALUE THEN
              CALL WS-CALL-DATE USING PJ-RUNDATE
           END-IF.
           MOVE PJ-RUNDATE (1:4) TO WS-MV-AAAA.
           MOVE PJ-RUNDATE (5:2) TO WS-MV-MM.
           MOVE PJ-RUNDATE (7:2) TO WS-MV-JJ.
           ACCEPT PJ-BANQUE.
           IF PJ-BANQUE = SPACES OR LOW-VALUES
              MOVE PJ-BANQUE-DEF TO PJ-BANQUE
           END-IF.
           ACCEPT PJ-OBSEQ.
           IF PJ-OBSEQ = SPACES OR LOW-VALUES
              MOVE PJ-OBSEQ-DEF TO PJ-OBSEQ
           END-IF.
           IF PJ-OBSEQ NOT NUMERIC
              DISPLAY 'ERROR : FUNERAL CEILING ' PJ-OBSEQ
                      ' NOT NUMERIC'
              MOVE 8 TO RETURN-CODE
              STOP RUN
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
           OPEN I-O ACCTMSTR.
           IF WS-FS-MSTR NOT = '00'
              DISPLAY 'ERROR : OPEN ACCTMSTR FAILED - FILE '
                      'STATUS ' WS-FS-MSTR
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT ACCTREL.
           IF WS-FS-REL NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT ACCTREL FAILED - FILE '
                      'STATUS ' WS-FS-REL
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT CUSTMSTR.
           IF WS-FS-CUST NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT CUSTMSTR FAILED - FILE '
                      'STATUS ' WS-FS-CUST
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN I-O SUCCMSTR.
           IF WS-FS-SUCC NOT = '00'
              OPEN OUTPUT SUCCMSTR
              CLOSE SUCCMSTR
              OPEN I-O SUCCMSTR
           END-IF.
           OPEN INPUT SUCCTRN.
           IF WS-FS-TRN = '00'
              MOVE 'Y' TO WS-TRN-AVAIL-SW
           ELSE
              DISPLAY 'WARNING : SUCCTRN NOT AVAILABLE - PENDING '
                      'CASES ONLY'
           END-IF.
           OPEN INPUT OPERMSTR.
           IF WS-FS-OPER = '00'
              MOVE 'Y' TO WS-OPER-AVAIL-SW
           ELSE
              DISPLAY 'WARNING : OPERMSTR NOT AVAILABLE - OPERATOR '
                      'AUTHORITY NOT ENFORCED'
           END-IF.
           OPEN INPUT XTRFORD.
           IF WS-FS-ORD = '00'
              PERFORM UNTIL WS-FS-ORD NOT = '00'
                 READ XTRFORD
                    NOT AT END
                       ADD 1 TO WS-ORD-COUNT
                 END-READ
              END-PERFORM
              CLOSE XTRFORD
           END-IF.
           OPEN EXTEND XTRFORD.
           IF WS-FS-ORD NOT = '00'
              OPEN OUTPUT XTRFORD
           END-IF.
           OPEN EXTEND SUCCAUDIT.
           IF WS-FS-AUD NOT = '00'
              OPEN OUTPUT SUCCAUDIT
           END-IF.
           OPEN INPUT OVDRLIM.
           IF WS-FS-LIM = '00'
              MOVE 'Y' TO WS-LIM-AVAIL-SW
           ELSE
              DISPLAY 'WARNING : OVDRLIM NOT AVAILABLE - EVERY '
                      'ACCOUNT LIMITED TO ZERO'
           END-IF.
           OPEN INPUT PRODMSTR.
           IF WS-FS-PROD = '00'
              MOVE 'Y' TO WS-PROD-AVAIL-SW
           END-IF.
           OPEN INPUT HOLDMSTR.
           IF WS-FS-HOLD = '00'
              MOVE 'Y' TO WS-HOLD-AVAIL-SW
           END-IF.
           OPEN OUTPUT SUCCMVT.
           OPEN OUTPUT FILERPT105.
           MOVE PJ-RUNDATE TO WS-RPT-H-DATE.
           WRITE FILERPT105-ENREG FROM WS-RPT-HDR.
           WRITE FILERPT105-ENREG FROM WS-RPT-BLANK.
           WRITE FILERPT105-ENREG FROM WS-RPT-COLS.
           ADD 3 TO WS-RPT-LINES.
       001-EXIT.
           EXIT.
      *****************************************************************
      *  This routine walks the cases waiting for their payout and
      *  closes those whose accounts have been emptied by PGM017
      *****************************************************************
       100-COMPLETE.
           MOVE LOW-VALUES TO SC-CLIENT.
           START SUCCMSTR KEY >= SC-CLIENT
              INVALID KEY
                 GO TO 100-EXIT
           END-START.
           PERFORM UNTIL WS-FS-SUCC NOT = '00'
              READ SUCCMSTR NEXT
                 AT END
                    CONTINUE
                 NOT AT END
                    IF SC-VERSE
                       MOVE SC-CLIENT TO WS-CLIENT
                       PERFORM 160-LINKED THRU 160-EXIT
                       PERFORM 105-COMPLETEONE THRU 105-EXIT
                    END-IF
              END-READ
           END-PERFORM.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine closes one paid-out case : every frozen
      *  account must be back to zero, it is then closed ('F') and
      *  the case with it. An account still holding money means the
      *  payout was not posted, the case waits.
      *****************************************************************
       105-COMPLETEONE.
           MOVE 'N' TO WS-PEND-SW.
           PERFORM VARYING WS-LX FROM 1 BY 1 UNTIL WS-LX > WS-LK-COUNT
              MOVE WS-LK-COMPTE (WS-LX) TO F-COMPTE
              READ ACCTMSTR
                 NOT INVALID KEY
                    IF F-DECEDE AND F-SOLDER NOT = 0
                       MOVE 'Y' TO WS-PEND-SW
                    END-IF
              END-READ
           END-PERFORM.
           IF PAY-PENDING
              ADD 1 TO WS-CNT-PENDING
              MOVE 'ATTENTE'  TO SA-ACTION
              MOVE SPACES     TO SA-COMPTE
              MOVE 0          TO SA-MNT
              MOVE 'VERSEMENT NON COMPTABILISE - COMPTES NON SOLDES'
                              TO SA-TEXTE
              MOVE SC-OPER    TO SA-OPER
              PERFORM 180-AUDIT THRU 180-EXIT
              GO TO 105-EXIT
           END-IF.
           PERFORM VARYING WS-LX FROM 1 BY 1 UNTIL WS-LX > WS-LK-COUNT
              MOVE WS-LK-COMPTE (WS-LX) TO F-COMPTE
              READ ACCTMSTR
                 NOT INVALID KEY
                    IF F-DECEDE
                       MOVE STRUCT-ACCTMSTR TO WS-IMG-AVANT
                       MOVE 'F' TO F-ETAT
                       MOVE PJ-RUNDATE TO F-DTCLOT
                       REWRITE STRUCT-ACCTMSTR
                       MOVE STRUCT-ACCTMSTR TO WS-IMG-APRES
                       CALL WS-CALL-IMG USING WS-IMG-PGM, WS-IMG-FILE,
                            WS-IMG-AVANT, WS-IMG-APRES
                       MOVE 'FERME'    TO SA-ACTION
                       MOVE F-COMPTE   TO SA-COMPTE
                       MOVE 0          TO SA-MNT
                       MOVE 'COMPTE CLOS APRES VERSEMENT AU NOTAIRE'
                                       TO SA-TEXTE
                       MOVE SC-OPER    TO SA-OPER
                       PERFORM 180-AUDIT THRU 180-EXIT
                    END-IF
              END-READ
           END-PERFORM.
           MOVE 'C'        TO SC-STATUT.
           MOVE PJ-RUNDATE TO SC-DTCLOT.
           REWRITE STRUCT-SUCCMSTR.
           ADD 1 TO WS-CNT-CLOSED.
           MOVE 'CLOTURE'  TO SA-ACTION.
           MOVE SPACES     TO SA-COMPTE.
           MOVE 0          TO SA-MNT.
           MOVE 'DOSSIER DE SUCCESSION CLOS' TO SA-TEXTE.
           MOVE SC-OPER    TO SA-OPER.
           PERFORM 180-AUDIT THRU 180-EXIT.
       105-EXIT.
           EXIT.
      *****************************************************************
      *  This routine reads the succession desk's requests
      *****************************************************************
       110-TRANS.
           PERFORM UNTIL TRN-END
              READ SUCCTRN
                 NOT AT END
                    ADD 1 TO WS-CNT-READ
                    PERFORM 120-ONETRANS THRU 120-EXIT
              END-READ
           END-PERFORM.
       110-EXIT.
           EXIT.
      *****************************************************************
      *  This routine validates the request's operator against the
      *  PGM066 OPERMSTR master (level 3 required)
      *****************************************************************
       115-OPERCHK.
           MOVE 'Y' TO WS-OPER-OK-SW.
           IF NOT OPER-AVAIL
              GO TO 115-EXIT
           END-IF.
           IF ST-OPER = SPACES
              MOVE 'N' TO WS-OPER-OK-SW
              GO TO 115-EXIT
           END-IF.
           MOVE ST-OPER TO OP-ID.
           READ OPERMSTR
              INVALID KEY
                 MOVE 'N' TO WS-OPER-OK-SW
              NOT INVALID KEY
                 IF OP-LEVEL < WS-MIN-LEVEL
                    MOVE 'N' TO WS-OPER-OK-SW
                 END-IF
           END-READ.
       115-EXIT.
           EXIT.
      *****************************************************************
      *  This routine checks what every request has in common and
      *  hands it to its action
      *****************************************************************
       120-ONETRANS.
           MOVE 0 TO WS-CLIENT.
           IF ST-CLIENT NOT NUMERIC
              MOVE 'CLIENT NON NUMERIQUE' TO WS-MSG
              PERFORM 185-REFUSE THRU 185-EXIT
              GO TO 120-EXIT
           END-IF.
           MOVE ST-CLIENT-N TO WS-CLIENT.
           PERFORM 115-OPERCHK THRU 115-EXIT.
           IF NOT OPER-OK
              MOVE 'OPERATEUR REFUSE' TO WS-MSG
              PERFORM 185-REFUSE THRU 185-EXIT
              GO TO 120-EXIT
           END-IF.
           EVALUATE TRUE
              WHEN ST-OPEN
                 PERFORM 130-OPENCASE THRU 130-EXIT
              WHEN ST-FUNERAL
                 PERFORM 140-FUNERAL THRU 140-EXIT
              WHEN ST-CLOSE
                 PERFORM 150-CLOSECASE THRU 150-EXIT
              WHEN OTHER
                 MOVE 'ACTION INCONNUE' TO WS-MSG
                 PERFORM 185-REFUSE THRU 185-EXIT
           END-EVALUATE.
       120-EXIT.
           EXIT.
      *****************************************************************
      *  This routine opens a case : customer known and without a
      *  case, date of death plausible, notary named, at least one
      *  account. The accounts are frozen and their certificates
      *  printed.
      *****************************************************************
       130-OPENCASE.
           MOVE WS-CLIENT TO CU-CLIENT.
           READ CUSTMSTR
              INVALID KEY
                 MOVE 'CLIENT INCONNU' TO WS-MSG
                 PERFORM 185-REFUSE THRU 185-EXIT
                 GO TO 130-EXIT
           END-READ.
           MOVE CU-NOM TO WS-DEFUNT-NOM.
           MOVE WS-CLIENT TO SC-CLIENT.
           READ SUCCMSTR
              NOT INVALID KEY
                 MOVE 'DOSSIER DEJA OUVERT' TO WS-MSG
                 PERFORM 185-REFUSE THRU 185-EXIT
                 GO TO 130-EXIT
           END-READ.
           IF ST-DTDECES NOT NUMERIC
              OR ST-DTDECES-N > PJ-RUNDATE
              OR ST-DTDECES (5:2) < '01' OR ST-DTDECES (5:2) > '12'
              OR ST-DTDECES (7:2) < '01' OR ST-DTDECES (7:2) > '31'
              MOVE 'DATE DE DECES INVALIDE' TO WS-MSG
              PERFORM 185-REFUSE THRU 185-EXIT
              GO TO 130-EXIT
           END-IF.
           IF ST-NOTAIRE = SPACES
              MOVE 'REFERENCE NOTAIRE ABSENTE' TO WS-MSG
              PERFORM 185-REFUSE THRU 185-EXIT
              GO TO 130-EXIT
           END-IF.
           IF ST-IBAN NOT = SPACES
              CALL WS-CALL-CHK USING ST-IBAN, WS-CHK-VALIDE
              IF NOT IBAN-OK OR ST-NOM = SPACES
                 MOVE 'COMPTE DU NOTAIRE INVALIDE' TO WS-MSG
                 PERFORM 185-REFUSE THRU 185-EXIT
                 GO TO 130-EXIT
              END-IF
           END-IF.
           PERFORM 160-LINKED THRU 160-EXIT.
           IF WS-LK-COUNT = 0
              MOVE 'AUCUN COMPTE LIE AU CLIENT' TO WS-MSG
              PERFORM 185-REFUSE THRU 185-EXIT
              GO TO 130-EXIT
           END-IF.
           MOVE SPACES        TO STRUCT-SUCCMSTR.
           MOVE WS-CLIENT     TO SC-CLIENT.
           MOVE 'O'           TO SC-STATUT.
           MOVE ST-DTDECES-N  TO SC-DTDECES.
           MOVE ST-NOTAIRE    TO SC-NOTAIRE.
           MOVE ST-IBAN       TO SC-NOT-IBAN.
           MOVE ST-NOM        TO SC-NOT-NOM.
           MOVE PJ-OBSEQ-N    TO SC-OBSEQ-AUT.
           MOVE 0             TO SC-OBSEQ-UTIL.
           MOVE 0             TO SC-DTOBSEQ.
           MOVE WS-LK-COUNT   TO SC-NBCPT.
           MOVE PJ-RUNDATE    TO SC-DTOUV.
           MOVE 0             TO SC-DTCLOT.
           MOVE ST-OPER       TO SC-OPER.
           MOVE 0             TO SC-DTVERS.
           WRITE STRUCT-SUCCMSTR.
           ADD 1 TO WS-CNT-OPENED.
           MOVE 'OUVERT'   TO SA-ACTION.
           MOVE SPACES     TO SA-COMPTE.
           MOVE 0          TO SA-MNT.
           MOVE SPACES     TO SA-TEXTE.
           STRING 'DECES DU ' ST-DTDECES ' NOTAIRE ' ST-NOTAIRE
                  DELIMITED BY SIZE
             INTO SA-TEXTE
           END-STRING.
           MOVE ST-OPER    TO SA-OPER.
           PERFORM 180-AUDIT THRU 180-EXIT.
           PERFORM VARYING WS-LX FROM 1 BY 1 UNTIL WS-LX > WS-LK-COUNT
              PERFORM 135-FREEZE THRU 135-EXIT
           END-PERFORM.
           PERFORM 138-HISTORY THRU 138-EXIT.
           PERFORM VARYING WS-LX FROM 1 BY 1 UNTIL WS-LX > WS-LK-COUNT
              IF WS-LK-GELE (WS-LX) = 'Y'
                 PERFORM 139-CERTIF THRU 139-EXIT
              END-IF
           END-PERFORM.
       130-EXIT.
           EXIT.
      *****************************************************************
      *  This routine freezes one account of the deceased : incoming
      *  only from now on, debits after the date of death refused by
      *  PGM017. A closed account is left as it stands.
      *****************************************************************
       135-FREEZE.
           MOVE 'N' TO WS-LK-GELE (WS-LX).
           MOVE WS-LK-COMPTE (WS-LX) TO F-COMPTE.
           READ ACCTMSTR
              INVALID KEY
                 GO TO 135-EXIT
           END-READ.
           IF F-ETAT = 'F'
              MOVE 'DEJACLOS' TO SA-ACTION
              MOVE F-COMPTE   TO SA-COMPTE
              MOVE F-SOLDER   TO SA-MNT
              MOVE 'COMPTE DEJA CLOS - NON GELE' TO SA-TEXTE
              MOVE ST-OPER    TO SA-OPER
              PERFORM 180-AUDIT THRU 180-EXIT
              GO TO 135-EXIT
           END-IF.
           MOVE STRUCT-ACCTMSTR TO WS-IMG-AVANT.
           MOVE 'D'           TO F-ETAT.
           MOVE ST-DTDECES-N  TO F-DTDECES.
           REWRITE STRUCT-ACCTMSTR.
           MOVE STRUCT-ACCTMSTR TO WS-IMG-APRES.
           CALL WS-CALL-IMG USING WS-IMG-PGM, WS-IMG-FILE,
                WS-IMG-AVANT, WS-IMG-APRES.
           MOVE 'Y' TO WS-LK-GELE (WS-LX).
           ADD 1 TO WS-CNT-FROZEN.
           MOVE 'GEL'      TO SA-ACTION.
           MOVE F-COMPTE   TO SA-COMPTE.
           MOVE F-SOLDER   TO SA-MNT.
           MOVE 'COMPTE GELE - CREDITS SEULEMENT' TO SA-TEXTE.
           MOVE ST-OPER    TO SA-OPER.
           PERFORM 180-AUDIT THRU 180-EXIT.
       135-EXIT.
           EXIT.
      *****************************************************************
      *  This routine reads PGM054's BALHIST for the latest balance
      *  of each account dated on or before the death
      *****************************************************************
       138-HISTORY.
           PERFORM VARYING WS-LX FROM 1 BY 1 UNTIL WS-LX > WS-LK-COUNT
              MOVE 0 TO WS-LK-DTHIST (WS-LX)
              MOVE 0 TO WS-LK-SOLDE (WS-LX)
           END-PERFORM.
           OPEN INPUT BALHIST.
           IF WS-FS-HIST NOT = '00'
              DISPLAY 'WARNING : BALHIST NOT AVAILABLE - NO BALANCE '
                      'AT DATE OF DEATH FOR CLIENT ' WS-CLIENT
              GO TO 138-EXIT
           END-IF.
           PERFORM UNTIL WS-FS-HIST NOT = '00'
              READ BALHIST
                 NOT AT END
                    IF BH-DATE NOT > SC-DTDECES
                       MOVE BH-COMPTE TO WS-FIND-COMPTE
                       PERFORM 165-FINDLINK THRU 165-EXIT
                       IF WS-LK-HIT > 0
                          AND BH-DATE NOT < WS-LK-DTHIST (WS-LK-HIT)
                          MOVE BH-DATE  TO WS-LK-DTHIST (WS-LK-HIT)
                          MOVE BH-SOLDE TO WS-LK-SOLDE (WS-LK-HIT)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE BALHIST.
       138-EXIT.
           EXIT.
      *****************************************************************
      *  This routine prints one account's balance certificate as of
      *  the date of death
      *****************************************************************
       139-CERTIF.
           MOVE WS-LK-COMPTE (WS-LX) TO F-COMPTE.
           READ ACCTMSTR
              INVALID KEY
                 GO TO 139-EXIT
           END-READ.
           WRITE FILERPT105-ENREG FROM WS-RPT-C-RULE.
           WRITE FILERPT105-ENREG FROM WS-RPT-C-TITLE.
           WRITE FILERPT105-ENREG FROM WS-RPT-BLANK.
           MOVE WS-DEFUNT-NOM TO WS-RPT-C-NOM.
           MOVE WS-CLIENT     TO WS-RPT-C-CLIENT.
           WRITE FILERPT105-ENREG FROM WS-RPT-C-DEFUNT.
           MOVE SC-DTDECES    TO WS-DT-IN.
           PERFORM 190-DTEDIT THRU 190-EXIT.
           MOVE WS-DT-OUT     TO WS-RPT-C-DTDEC.
           MOVE SC-NOTAIRE    TO WS-RPT-C-NOTAIRE.
           WRITE FILERPT105-ENREG FROM WS-RPT-C-DECES.
           MOVE F-COMPTE      TO WS-RPT-C-CPT.
           MOVE F-NOM         TO WS-RPT-C-LIB.
           MOVE F-DEVISE      TO WS-RPT-C-DEV.
           WRITE FILERPT105-ENREG FROM WS-RPT-C-COMPTE.
           ADD 6 TO WS-RPT-LINES.
           IF WS-LK-DTHIST (WS-LX) = 0
              WRITE FILERPT105-ENREG FROM WS-RPT-C-NOSOLDE
              ADD 1 TO WS-CNT-NOHIST
              MOVE 'ATTEST'   TO SA-ACTION
              MOVE F-COMPTE   TO SA-COMPTE
              MOVE 0          TO SA-MNT
              MOVE 'ATTESTATION SANS SOLDE - AUCUN HISTORIQUE'
                              TO SA-TEXTE
           ELSE
              MOVE WS-LK-SOLDE (WS-LX) TO WS-RPT-C-MNT
              MOVE WS-LK-DTHIST (WS-LX) TO WS-DT-IN
              PERFORM 190-DTEDIT THRU 190-EXIT
              MOVE WS-DT-OUT  TO WS-RPT-C-DTSIT
              WRITE FILERPT105-ENREG FROM WS-RPT-C-SOLDE
              MOVE 'ATTEST'   TO SA-ACTION
              MOVE F-COMPTE   TO SA-COMPTE
              MOVE WS-LK-SOLDE (WS-LX) TO SA-MNT
              MOVE 'ATTESTATION DE SOLDE A LA DATE DU DECES'
                              TO SA-TEXTE
           END-IF.
           WRITE FILERPT105-ENREG FROM WS-RPT-C-RULE.
           WRITE FILERPT105-ENREG FROM WS-RPT-BLANK.
           ADD 3 TO WS-RPT-LINES.
           ADD 1 TO WS-CNT-CERTIF.
           MOVE ST-OPER    TO SA-OPER.
           PERFORM 180-AUDIT THRU 180-EXIT.
       139-EXIT.
           EXIT.
      *****************************************************************
      *  This routine pays an authorised funeral expense from one
      *  frozen account, within what is left of the case's ceiling
      *  and within the funds PGM017 will find on the account
      *****************************************************************
       140-FUNERAL.
           MOVE WS-CLIENT TO SC-CLIENT.
           READ SUCCMSTR
              INVALID KEY
                 MOVE 'AUCUN DOSSIER DE SUCCESSION' TO WS-MSG
                 PERFORM 185-REFUSE THRU 185-EXIT
                 GO TO 140-EXIT
           END-READ.
           IF NOT SC-OUVERT
              MOVE 'DOSSIER NON OUVERT' TO WS-MSG
              PERFORM 185-REFUSE THRU 185-EXIT
              GO TO 140-EXIT
           END-IF.
           IF ST-COMPTE NOT NUMERIC
              MOVE 'COMPTE NON NUMERIQUE' TO WS-MSG
              PERFORM 185-REFUSE THRU 185-EXIT
              GO TO 140-EXIT
           END-IF.
           PERFORM 160-LINKED THRU 160-EXIT.
           MOVE ST-COMPTE-N TO WS-FIND-COMPTE.
           PERFORM 165-FINDLINK THRU 165-EXIT.
           IF WS-LK-HIT = 0
              MOVE 'COMPTE NON LIE AU DEFUNT' TO WS-MSG
              PERFORM 185-REFUSE THRU 185-EXIT
              GO TO 140-EXIT
           END-IF.
           MOVE ST-COMPTE-N TO F-COMPTE.
           READ ACCTMSTR
              INVALID KEY
                 MOVE 'COMPTE INCONNU' TO WS-MSG
                 PERFORM 185-REFUSE THRU 185-EXIT
                 GO TO 140-EXIT
           END-READ.
           IF NOT F-DECEDE
              MOVE 'COMPTE NON GELE' TO WS-MSG
              PERFORM 185-REFUSE THRU 185-EXIT
              GO TO 140-EXIT
           END-IF.
           IF ST-MNT NOT NUMERIC OR ST-MNT-N = 0
              MOVE 'MONTANT INVALIDE' TO WS-MSG
              PERFORM 185-REFUSE THRU 185-EXIT
              GO TO 140-EXIT
           END-IF.
           IF SC-OBSEQ-UTIL + ST-MNT-N > SC-OBSEQ-AUT
              MOVE 'PLAFOND DES FRAIS D''OBSEQUES DEPASSE' TO WS-MSG
              PERFORM 185-REFUSE THRU 185-EXIT
              GO TO 140-EXIT
           END-IF.
           CALL WS-CALL-CHK USING ST-IBAN, WS-CHK-VALIDE.
           IF NOT IBAN-OK OR ST-NOM = SPACES
              MOVE 'BENEFICIAIRE INVALIDE' TO WS-MSG
              PERFORM 185-REFUSE THRU 185-EXIT
              GO TO 140-EXIT
           END-IF.
           PERFORM 141-FUNDS.
           IF NOT FUNDS-OK
              MOVE 'PROVISION INSUFFISANTE' TO WS-MSG
              PERFORM 185-REFUSE THRU 185-EXIT
              GO TO 140-EXIT
           END-IF.
           MOVE F-COMPTE  TO WS-PAY-COMPTE.
           MOVE ST-MNT-N  TO WS-PAY-MNT.
           MOVE F-DEVISE  TO WS-PAY-DEVISE.
           MOVE ST-IBAN   TO WS-PAY-IBAN.
           MOVE ST-NOM    TO WS-PAY-NOM.
           PERFORM 170-PAYMENT THRU 170-EXIT.
           PERFORM 144-RUNFIND.
           IF WS-RX = 0 AND WS-RUN-COUNT < 500
              ADD 1 TO WS-RUN-COUNT
              MOVE WS-RUN-COUNT TO WS-RX
              MOVE F-COMPTE     TO WS-RUN-COMPTE (WS-RX)
              MOVE 0            TO WS-RUN-MNT (WS-RX)
           END-IF.
           IF WS-RX > 0
              ADD ST-MNT-N TO WS-RUN-MNT (WS-RX)
           END-IF.
           ADD ST-MNT-N   TO SC-OBSEQ-UTIL.
           MOVE PJ-RUNDATE TO SC-DTOBSEQ.
           REWRITE STRUCT-SUCCMSTR.
           ADD 1 TO WS-CNT-FUNERAL.
           MOVE 'OBSEQUES' TO SA-ACTION.
           MOVE F-COMPTE   TO SA-COMPTE.
           MOVE ST-MNT-N   TO SA-MNT.
           MOVE SPACES     TO SA-TEXTE.
           STRING 'FRAIS D''OBSEQUES ' ST-REF ' A ' ST-NOM
                  DELIMITED BY SIZE
             INTO SA-TEXTE
           END-STRING.
           MOVE ST-OPER    TO SA-OPER.
           PERFORM 180-AUDIT THRU 180-EXIT.
       140-EXIT.
           EXIT.
      *****************************************************************
      *  This routine applies PGM017's funds rule to the
      *  funeral expense before the debit is sent : F-SOLDER, less
      *  the debits this run has already sent on the account, its
      *  active holds and the amount, may not go below the
      *  authorized overdraft. WS-FUNDS-SW is left 'Y' when the
      *  debit will post.
      *****************************************************************
       141-FUNDS.
           MOVE F-PRODUIT TO WS-LIM-PRODUIT.
           PERFORM 142-GETLIMIT.
           PERFORM 143-GETHOLDS THRU 143-EXIT.
           PERFORM 144-RUNFIND.
           COMPUTE WS-PROJ-SOLDE = F-SOLDER - WS-RUN-AMT
                                 - WS-HOLD-AMT - ST-MNT-N.
           IF WS-PROJ-SOLDE < 0 - WS-LIM-AMT
              MOVE 'N' TO WS-FUNDS-SW
           ELSE
              MOVE 'Y' TO WS-FUNDS-SW
           END-IF.
      *****************************************************************
      *  This routine reads the account's authorized overdraft limit
      *  from OVDRLIM into WS-LIM-AMT; an account without an entry
      *  takes its product's default overdraft, zero when it has no
      *  product or the files are absent (the PGM017 rule)
      *****************************************************************
       142-GETLIMIT.
           MOVE 0 TO WS-LIM-AMT.
           MOVE 'N' TO WS-LIM-FOUND-SW.
           IF LIM-AVAIL
              MOVE F-COMPTE TO OL-COMPTE
              READ OVDRLIM
                 NOT INVALID KEY
                    MOVE OL-LIMITE TO WS-LIM-AMT
                    MOVE 'Y' TO WS-LIM-FOUND-SW
              END-READ
           END-IF.
           IF NOT LIM-FOUND AND PROD-AVAIL
              AND WS-LIM-PRODUIT NOT = SPACES
              MOVE WS-LIM-PRODUIT TO PR-CODE
              READ PRODMSTR
                 NOT INVALID KEY
                    MOVE PR-DECOUVERT TO WS-LIM-AMT
              END-READ
           END-IF.
      *****************************************************************
      *  This routine totals the account's active amount holds into
      *  WS-HOLD-AMT - a hold stays active through its expiry date,
      *  zero meaning none (the PGM017 rule)
      *****************************************************************
       143-GETHOLDS.
           MOVE 0 TO WS-HOLD-AMT.
           IF NOT HOLD-AVAIL
              GO TO 143-EXIT
           END-IF.
           MOVE F-COMPTE TO WS-HOLD-COMPTE.
           MOVE F-COMPTE TO HD-COMPTE.
           MOVE LOW-VALUES TO HD-REF.
           START HOLDMSTR KEY >= HD-KEY
              INVALID KEY
                 GO TO 143-EXIT
           END-START.
           PERFORM UNTIL WS-FS-HOLD NOT = '00'
              READ HOLDMSTR NEXT
                 AT END
                    CONTINUE
                 NOT AT END
                    IF HD-COMPTE = WS-HOLD-COMPTE
                       IF HD-DTEXP = 0 OR HD-DTEXP >= PJ-RUNDATE
                          ADD HD-MNT TO WS-HOLD-AMT
                       END-IF
                    ELSE
                       MOVE '99' TO WS-FS-HOLD
                    END-IF
              END-READ
           END-PERFORM.
           MOVE '00' TO WS-FS-HOLD.
       143-EXIT.
           EXIT.
      *****************************************************************
      *  This routine finds the account among the debits this run
      *  has already sent : WS-RX its entry (0 when none), WS-RUN-AMT
      *  the amount
      *****************************************************************
       144-RUNFIND.
           MOVE 0 TO WS-RX.
           MOVE 0 TO WS-RUN-AMT.
           PERFORM VARYING WS-RY FROM 1 BY 1
                     UNTIL WS-RY > WS-RUN-COUNT OR WS-RX > 0
              IF WS-RUN-COMPTE (WS-RY) = F-COMPTE
                 MOVE WS-RY TO WS-RX
                 MOVE WS-RUN-MNT (WS-RY) TO WS-RUN-AMT
              END-IF
           END-PERFORM.
      *****************************************************************
      *  This routine closes a case : no frozen account overdrawn,
      *  the notary's account proven, every frozen balance paid to
      *  it. The accounts and the case are closed once PGM017 has
      *  posted the payout, at once when there was nothing to pay.
      *  On a case already paid out, the balances left since are
      *  paid the same way.
      *****************************************************************
       150-CLOSECASE.
           MOVE WS-CLIENT TO SC-CLIENT.
           READ SUCCMSTR
              INVALID KEY
                 MOVE 'AUCUN DOSSIER DE SUCCESSION' TO WS-MSG
                 PERFORM 185-REFUSE THRU 185-EXIT
                 GO TO 150-EXIT
           END-READ.
           IF NOT SC-OUVERT AND NOT SC-VERSE
              MOVE 'DOSSIER NON OUVERT' TO WS-MSG
              PERFORM 185-REFUSE THRU 185-EXIT
              GO TO 150-EXIT
           END-IF.
      *    A paid-out case is paid again only for what is left once
      *    the previous payout has been through PGM017
           IF SC-VERSE AND SC-DTVERS NUMERIC
              AND SC-DTVERS NOT < PJ-RUNDATE
              MOVE 'VERSEMENT DU JOUR NON COMPTABILISE' TO WS-MSG
              PERFORM 185-REFUSE THRU 185-EXIT
              GO TO 150-EXIT
           END-IF.
           IF SC-DTOBSEQ = PJ-RUNDATE
              MOVE 'FRAIS D''OBSEQUES DU JOUR NON COMPTABILISES'
                TO WS-MSG
              PERFORM 185-REFUSE THRU 185-EXIT
              GO TO 150-EXIT
           END-IF.
           IF ST-IBAN NOT = SPACES
              MOVE ST-IBAN TO SC-NOT-IBAN
              MOVE ST-NOM  TO SC-NOT-NOM
           END-IF.
           CALL WS-CALL-CHK USING SC-NOT-IBAN, WS-CHK-VALIDE.
           IF NOT IBAN-OK OR SC-NOT-NOM = SPACES
              MOVE 'COMPTE DU NOTAIRE INVALIDE' TO WS-MSG
              PERFORM 185-REFUSE THRU 185-EXIT
              GO TO 150-EXIT
           END-IF.
           PERFORM 160-LINKED THRU 160-EXIT.
           MOVE 'N' TO WS-NEG-SW.
           PERFORM VARYING WS-LX FROM 1 BY 1 UNTIL WS-LX > WS-LK-COUNT
              MOVE WS-LK-COMPTE (WS-LX) TO F-COMPTE
              READ ACCTMSTR
                 NOT INVALID KEY
                    IF F-DECEDE AND F-SOLDER < 0
                       MOVE 'Y' TO WS-NEG-SW
                    END-IF
              END-READ
           END-PERFORM.
           IF HAS-NEGATIVE
              MOVE 'COMPTE DEBITEUR A REGULARISER' TO WS-MSG
              PERFORM 185-REFUSE THRU 185-EXIT
              GO TO 150-EXIT
           END-IF.
           MOVE 0 TO WS-CASE-PAYOUT.
           PERFORM VARYING WS-LX FROM 1 BY 1 UNTIL WS-LX > WS-LK-COUNT
              MOVE WS-LK-COMPTE (WS-LX) TO F-COMPTE
              READ ACCTMSTR
                 NOT INVALID KEY
                    IF F-DECEDE AND F-SOLDER > 0
                       PERFORM 155-PAYOUT THRU 155-EXIT
                    END-IF
              END-READ
           END-PERFORM.
           MOVE 'P'        TO SC-STATUT.
           MOVE ST-OPER    TO SC-OPER.
           MOVE PJ-RUNDATE TO SC-DTVERS.
           REWRITE STRUCT-SUCCMSTR.
           MOVE 'LIQUIDE'  TO SA-ACTION.
           MOVE SPACES     TO SA-COMPTE.
           MOVE 0          TO SA-MNT.
           MOVE SPACES     TO SA-TEXTE.
           STRING 'SOLDES VERSES AU NOTAIRE ' SC-NOTAIRE
                  DELIMITED BY SIZE
             INTO SA-TEXTE
           END-STRING.
           MOVE ST-OPER    TO SA-OPER.
           PERFORM 180-AUDIT THRU 180-EXIT.
           IF WS-CASE-PAYOUT = 0
              PERFORM 105-COMPLETEONE THRU 105-EXIT
           END-IF.
       150-EXIT.
           EXIT.
      *****************************************************************
      *  This routine pays one frozen balance to the notary
      *****************************************************************
       155-PAYOUT.
           MOVE F-COMPTE     TO WS-PAY-COMPTE.
           MOVE F-SOLDER     TO WS-PAY-MNT.
           MOVE F-DEVISE     TO WS-PAY-DEVISE.
           MOVE SC-NOT-IBAN  TO WS-PAY-IBAN.
           MOVE SC-NOT-NOM   TO WS-PAY-NOM.
           PERFORM 170-PAYMENT THRU 170-EXIT.
           ADD 1 TO WS-CASE-PAYOUT.
           ADD 1 TO WS-CNT-PAYOUT.
           MOVE 'VERSEMT'  TO SA-ACTION.
           MOVE F-COMPTE   TO SA-COMPTE.
           MOVE F-SOLDER   TO SA-MNT.
           MOVE SPACES     TO SA-TEXTE.
           STRING 'SOLDE VERSE A ' SC-NOT-NOM
                  DELIMITED BY SIZE
             INTO SA-TEXTE
           END-STRING.
           MOVE ST-OPER    TO SA-OPER.
           PERFORM 180-AUDIT THRU 180-EXIT.
       155-EXIT.
           EXIT.
      *****************************************************************
      *  This routine loads the customer's accounts from ACCTREL
      *****************************************************************
       160-LINKED.
           MOVE 0 TO WS-LK-COUNT.
           MOVE LOW-VALUES TO AR-COMPTE.
           START ACCTREL KEY >= AR-COMPTE
              INVALID KEY
                 GO TO 160-EXIT
           END-START.
           PERFORM UNTIL WS-FS-REL NOT = '00'
              READ ACCTREL NEXT
                 AT END
                    CONTINUE
                 NOT AT END
                    IF AR-CLIENT = WS-CLIENT
                       IF WS-LK-COUNT < WS-LK-MAX
                          ADD 1 TO WS-LK-COUNT
                          MOVE AR-COMPTE TO WS-LK-COMPTE (WS-LK-COUNT)
                          MOVE 'N' TO WS-LK-GELE (WS-LK-COUNT)
                       ELSE
                          DISPLAY 'WARNING : CLIENT ' WS-CLIENT
                                  ' ACCOUNT ' AR-COMPTE ' BEYOND THE '
                                  WS-LK-MAX ' HANDLED'
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
       160-EXIT.
           EXIT.
      *****************************************************************
      *  This routine finds WS-FIND-COMPTE among the customer's
      *  accounts
      *****************************************************************
       165-FINDLINK.
           MOVE 0 TO WS-LK-HIT.
           PERFORM VARYING WS-LX FROM 1 BY 1
                     UNTIL WS-LX > WS-LK-COUNT OR WS-LK-HIT > 0
              IF WS-LK-COMPTE (WS-LX) = WS-FIND-COMPTE
                 MOVE WS-LX TO WS-LK-HIT
              END-IF
           END-PERFORM.
       165-EXIT.
           EXIT.
      *****************************************************************
      *  This routine writes one payment of origin 'SUCC' : an
      *  internal transfer when the IBAN is one of our accounts,
      *  otherwise an external transfer with its XTRFORD order
      *****************************************************************
       170-PAYMENT.
           MOVE SPACES        TO STRUCT-SUCCMVT.
           MOVE WS-PAY-COMPTE TO MV-COMPTE.
           MOVE WS-PAY-MNT    TO MV-MNT.
           MOVE WS-MVT-DTVAL  TO MV-DTVAL.
           MOVE WS-PAY-DEVISE TO MV-DEVISE.
           MOVE WS-ORIG-SUCC  TO MV-ORIGINE.
           MOVE 0 TO WS-PAY-CPTINT.
           IF WS-PAY-IBAN (1:2) = 'FR'
              AND WS-PAY-IBAN (5:5) = PJ-BANQUE
              AND WS-PAY-IBAN (15:11) NUMERIC
              MOVE WS-PAY-IBAN (15:11) TO WS-PAY-CPTINT
           END-IF.
           IF WS-PAY-CPTINT > 0 AND WS-PAY-CPTINT < 1000000
              MOVE 'T'           TO MV-SENS
              MOVE WS-PAY-CPTINT TO MV-CPTDEST-N
           ELSE
              ADD 1 TO WS-ORD-COUNT
              MOVE WS-ORD-COUNT  TO WS-ORD-SEQ
              MOVE SPACES        TO STRUCT-XTRFORD
              MOVE WS-ORD-ID     TO XO-ORDRE
              MOVE WS-PAY-COMPTE TO XO-COMPTE
              MOVE WS-PAY-IBAN   TO XO-IBAN
              MOVE WS-PAY-NOM    TO XO-NOM
              WRITE STRUCT-XTRFORD
              MOVE 'E'           TO MV-SENS
              MOVE WS-ORD-ID     TO MV-CPTDEST
           END-IF.
           WRITE STRUCT-SUCCMVT.
           ADD 1 TO WS-CNT-MVT.
           ADD WS-PAY-MNT TO WS-TOT-MVT.
       170-EXIT.
           EXIT.
      *****************************************************************
      *  This routine closes SUCCMVT with its control trailer
      *****************************************************************
       175-MVTTRLR.
           MOVE 'TRAILER'    TO FT-MARK   OF STRUCT-SUCCMVT-TRLR.
           MOVE WS-CNT-MVT   TO FT-COUNT  OF STRUCT-SUCCMVT-TRLR.
           MOVE WS-TOT-MVT   TO FT-SOLDER OF STRUCT-SUCCMVT-TRLR.
           MOVE WS-RUNNO     TO FT-RUNNO  OF STRUCT-SUCCMVT-TRLR.
           WRITE STRUCT-SUCCMVT-TRLR.
      *****************************************************************
      *  This routine writes one step of a case to SUCCAUDIT and to
      *  the report (action, account, amount and text set by the
      *  caller)
      *****************************************************************
       180-AUDIT.
           MOVE PJ-RUNDATE TO SA-DATE.
           MOVE WS-CLIENT  TO SA-CLIENT.
           MOVE WS-RUNNO   TO SA-RUNNO.
           WRITE STRUCT-SUCCAUDIT.
           MOVE WS-CLIENT  TO WS-RPT-D-CLIENT.
           MOVE SA-ACTION  TO WS-RPT-D-ACTION.
           MOVE SA-COMPTE  TO WS-RPT-D-COMPTE.
           MOVE SA-MNT     TO WS-RPT-D-MNT.
           MOVE SA-TEXTE   TO WS-RPT-D-TEXTE.
           WRITE FILERPT105-ENREG FROM WS-RPT-DETAIL.
           ADD 1 TO WS-RPT-LINES.
       180-EXIT.
           EXIT.
      *****************************************************************
      *  This routine refuses a request, with its reason in WS-MSG
      *****************************************************************
       185-REFUSE.
           DISPLAY 'REJECTED : ' ST-ACTION ' CLIENT ' ST-CLIENT
                   ' - ' WS-MSG.
           ADD 1 TO WS-CNT-REJECT.
           MOVE 'REFUS'    TO SA-ACTION.
           MOVE SPACES     TO SA-COMPTE.
           MOVE 0          TO SA-MNT.
           MOVE WS-MSG     TO SA-TEXTE.
           MOVE ST-OPER    TO SA-OPER.
           PERFORM 180-AUDIT THRU 180-EXIT.
       185-EXIT.
           EXIT.
      *****************************************************************
      *  This routine edits WS-DT-IN (AAAAMMJJ) into WS-DT-OUT
      *****************************************************************
       190-DTEDIT.
           MOVE WS-DT-JJ   TO WS-DO-JJ.
           MOVE WS-DT-MM   TO WS-DO-MM.
           MOVE WS-DT-AAAA TO WS-DO-AAAA.
       190-EXIT.
           EXIT.
      *****************************************************************
      *  This routine should close the program (after some displays)
      *****************************************************************
       200-EXITP.
           DISPLAY "200-EXITP".
           DISPLAY '    REQUESTS READ    : ' WS-CNT-READ.
           DISPLAY '    CASES OPENED     : ' WS-CNT-OPENED.
           DISPLAY '    ACCOUNTS FROZEN  : ' WS-CNT-FROZEN.
           DISPLAY '    CERTIFICATES     : ' WS-CNT-CERTIF.
           DISPLAY '    WITHOUT HISTORY  : ' WS-CNT-NOHIST.
           DISPLAY '    FUNERAL EXPENSES : ' WS-CNT-FUNERAL.
           DISPLAY '    PAYOUTS          : ' WS-CNT-PAYOUT.
           DISPLAY '    CASES CLOSED     : ' WS-CNT-CLOSED.
           DISPLAY '    CASES PENDING    : ' WS-CNT-PENDING.
           DISPLAY '    REJECTED         : ' WS-CNT-REJECT.
           DISPLAY '    MOVEMENTS        : ' WS-CNT-MVT.
           DISPLAY '    AMOUNT PAID      : ' WS-TOT-MVT.
           IF WS-CNT-REJECT > 0 OR WS-CNT-NOHIST > 0
              OR WS-CNT-PENDING > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       200-EXIT.
           EXIT.
      *****************************************************************
      *  Those routines handle files Closing
      *****************************************************************
       999-CFILE.
           PERFORM 175-MVTTRLR.
           CLOSE ACCTMSTR.
           CLOSE ACCTREL.
           CLOSE CUSTMSTR.
           CLOSE SUCCMSTR.
           IF TRN-AVAIL
              CLOSE SUCCTRN
           END-IF.
           IF OPER-AVAIL
              CLOSE OPERMSTR
           END-IF.
           CLOSE XTRFORD.
           CLOSE SUCCAUDIT.
           CLOSE SUCCMVT.
           CLOSE FILERPT105.
           IF LIM-AVAIL
              CLOSE OVDRLIM
           END-IF.
           IF PROD-AVAIL
              CLOSE PRODMSTR
           END-IF.
           IF HOLD-AVAIL
              CLOSE HOLDMSTR
           END-IF.
           MOVE 'FILERPT105' TO WS-CAT-RPT.
           MOVE 0 TO WS-CAT-PAGES.
           MOVE WS-RPT-LINES TO WS-CAT-LINES.
           CALL WS-CALL-CAT USING WS-CAT-RPT, WS-CAT-PAGES,
                WS-CAT-LINES.
       999-EXIT.
           EXIT.
