      *           MV-COMPTE and the credited MV-CPTDEST and posts
      *           both-or-neither : a missing or blocked account on
      *           either side refuses both legs to MVTREJ together.
      *           A long feed restarts from the CHKPT17 checkpoint
      *           instead of being reposted.
      *
      * Using :
      *    - Copybooks ACCTFS & MVTFS
      *                    MVTHELD held-items file instead of posted;
      *                    the operator releases a held item by
      *                    putting it back on a later MVTSIN feed
      * 15/10/26  DEFAY E. Checking debits against the available
      *                    balance : the account's active HOLDMSTR
      *                    amount holds (PGM092, expiry on or after
      *                    the run date) come off F-SOLDER before the
      *                    OVDRLIM limit test; a debit only the holds
      *                    stop is refused with the 'RETENUE' reason
      * 15/10/26  DEFAY E. Posting 'E' external transfers : the
      *                    debit goes through the plain-debit edits
      *                    (open account, currency, limit, holds),
      *                    the beneficiary's IBAN and name come from
      *                    the day's XTRFORD order named in
      *                    MV-CPTDEST ('ORDREINC' / 'ORDREINVAL'
      *                    when missing or not the account's), and
      *                    every posted one is collected into the
      *                    XTRFOUT interbank file - header, details
      *                    with the ordering IBAN from PGM095,
      *                    count and total trailer
      * 15/10/26  DEFAY E. Posting 'R' reversals of journaled
      *                    entries : the MVTJRNLX entry named by
      *                    MV-COMPTE and MV-CPTDEST-N is posted back
      *                    in the opposite sense for its own amount
      *                    and value date, the reversal is journaled
      *                    with a link to it and the entry is marked
      *                    reversed. A transfer leg takes its other
      *                    leg along (transfer legs are now journaled
      *                    with a link to each other); an unknown
      *                    entry ('ANNULINC'), an entry already
      *                    reversed or itself a reversal
      *                    ('DEJAANNUL') or one value-dated in a
      *                    closed period ('PERIODE') is refused
      * 15/10/26  DEFAY E. The ordering IBAN on XTRFOUT is rebuilt
      *                    from the branch code held on the account
      *                    (F-RIB) once assigned, the department
      *                    before
      * 15/10/26  DEFAY E. A deceased customer's account (F-ETAT 'D')
      *                    takes credits, a plain or transfer credit
      *                    leg alike; a debit value-dated after the
      *                    death (F-DTDECES) is refused with the
      *                    'DECES' reason unless the PGM105
      *                    succession case issued it (origin 'SUCC' :
      *                    authorised funeral expenses, payout to
      *                    the notary)
      * 15/10/26  DEFAY E. An account without its own OVDRLIM entry
      *                    takes the default overdraft of its product
      *                    (F-PRODUIT on the PGM106 PRODMSTR
      *                    catalogue)
      * 15/10/26  DEFAY E. The movement's origin is journaled on
      *                    MVTJRNL (JR-ORIGINE), so fees, agios and
      *                    interest can be told apart downstream
      * 15/10/26  DEFAY E. The movement's own sense and cash
      *                    indicator journaled too (JR-TYPEMVT,
      *                    JR-CAISSE) : a transfer leg or a reversal
      *                    no longer reads as a plain debit or credit
      * 15/10/26  DEFAY E. Recording every dataset closed on the
      *                    LINEAGE register through PGM124 (run
      *                    number, open mode, record count) - a
      *                    trial run records nothing
      * 15/10/26  DEFAY E. Adding CHKPT17 restart/checkpoint support :
      *                    every PJ-CHKPT movements the outputs are
      *                    committed and CHKPT17 rewritten with the
      *                    feed position, the running totals and
      *                    counters and the journal sequence reached;
      *                    a restart cuts MVTREJ, MVTHELD and
      *                    FILERPT17 back to the checkpoint, skips
      *                    the movements already posted after it and
      *                    carries on, so the trailer, journal and
      *                    totals come out as a clean run's; each
      *                    journal entry keeps its movement's MVTSIN
      *                    position (JR-MVTPOS) as its audit-trail
      *                    reference
      * 15/10/26  DEFAY E. A restart finds the movements posted after
      *                    the checkpoint from the run's ACCTMSTR
      *                    images on IMGJRNL (written and closed on
      *                    each rewrite) rather than from MVTJRNL,
      *                    whose last legs may never have left the
      *                    buffers : MVTJRNL and XTRFOUT are cut back
      *                    to the checkpoint like the other outputs
      *                    and the in-doubt movements' legs and
      *                    XTRFOUT details written again from those
      *                    images
      * 15/10/26  DEFAY E. PGM048's interest credits and the tax
      *                    withheld on them (origins 'INTC', 'PFU ')
      *                    are not refused by the deceased, limit or
      *                    hold edits : PGM048 has already registered
      *                    and booked them
      * 15/10/26  DEFAY E. The duplicate-screening window steps back
      *                    over 29 February in a leap year. A restart
      *                    puts an in-doubt leg on MVTJRNLX when the
      *                    interrupted run stopped before writing it
      *                    there, and marks reversed the entries an
      *                    in-doubt reversal undid
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM017.
           ASSIGN TO FILEOUT.
      /    MVTJRNL (applied-movements journal)
           SELECT MVTJRNL
           ASSIGN TO MVTJRNL
           FILE STATUS is WS-FS-JRNL.
      /    MVTREJ (rejected movements, with a reason code)
           SELECT MVTREJ
           ASSIGN TO MVTREJ
           FILE STATUS is WS-FS-REJ.
      /    OVDRLIM (authorized overdraft limits keyed on OL-COMPTE;
      /    absent file means no account has a limit above zero)
           SELECT OVDRLIM
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
      /    FILERPT17 (refused-items report for the branch)
           SELECT FILERPT17
           ASSIGN TO FILERPT17
           FILE STATUS is WS-FS-RPT.
      /    PERCTL (last closed accounting period, from PGM050)
           SELECT PERCTL
           ASSIGN TO PERCTL
           FILE STATUS is WS-FS-JRNP.
      /    MVTHELD (probable duplicates held for operator release)
           SELECT MVTHELD
           ASSIGN TO MVTHELD
           FILE STATUS is WS-FS-HELD.
      /    MVTJRNLX (indexed journal keyed on account + sequence,
      /    maintained alongside MVTJRNL for keyed statement access)
           SELECT MVTJRNLX
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JX-KEY
           FILE STATUS is WS-FS-JRNX.
      /    HOLDMSTR (amount holds from PGM092 keyed on account and
      /    hold reference; absent file means nothing is held)
           SELECT HOLDMSTR
           ASSIGN TO HOLDMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HD-KEY
           FILE STATUS is WS-FS-HOLD.
      /    XTRFORD (the day's external-transfer orders : beneficiary
      /    IBAN and name of each 'E' movement, by order number)
           SELECT XTRFORD
           ASSIGN TO XTRFORD
           FILE STATUS is WS-FS-ORD.
      /    XTRFOUT (outgoing interbank transfer file)
           SELECT XTRFOUT
           ASSIGN TO XTRFOUT
           FILE STATUS is WS-FS-XTRF.
      /    IMGJRNL (PGM067 master image journal, read back on a
      /    restart for the rewrites done after the checkpoint)
           SELECT IMGJRNL
           ASSIGN TO IMGJRNL
           FILE STATUS is WS-FS-IMGJ.
      /    CHKPT17 (restart point: count of MVTSIN movements done,
      /    with the totals and journal sequence reached)
           SELECT CHKPT17
           ASSIGN TO CHKPT17
           FILE STATUS is WS-FS-CHKPT17.
      /    CKWORK17 (work copy cutting an output back to its
      /    checkpointed records on a restart)
           SELECT CKWORK17
           ASSIGN TO CKWORK17
           FILE STATUS is WS-FS-CKWORK.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           02 FILLER          PIC X(01).
           02 OL-LIMITE       PIC 9(07)V99.
           02 FILLER          PIC X(64).
       FD PRODMSTR
           RECORD CONTAINS 80 CHARACTERS.
       COPY PRODFS REPLACING ==()== BY ==PRODMSTR==.
       FD FILERPT17
           RECORD CONTAINS 80 CHARACTERS.
       01  FILERPT17-ENREG    PIC X(80).
       01  MVTHELD-ENREG      PIC X(80).
       FD MVTJRNLX.
       COPY JRNLXFS REPLACING ==()== BY ==MVTJRNLX==.
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
       FD XTRFOUT
           RECORD CONTAINS 160 CHARACTERS.
       COPY XTRFFS REPLACING ==()== BY ==XTRFOUT==.
       FD CHKPT17.
       01  STRUCT-CHKPT17.
           02 CK-COUNT       PIC 9(07).
           02 CK-RUNDATE     PIC 9(08).
           02 CK-JRNL        PIC 9(07).
           02 CK-TOT-DEBIT   PIC 9(11)V99.
           02 CK-TOT-CREDIT  PIC 9(11)V99.
           02 CK-CNT-REJECT  PIC 9(07).
           02 CK-CNT-REFUSED PIC 9(07).
           02 CK-CNT-HELD    PIC 9(07).
           02 CK-CNT-ROLLED  PIC 9(07).
           02 CK-CNT-OVRD    PIC 9(07).
           02 CK-CNT-XTRF    PIC 9(07).
           02 CK-TOT-XTRF    PIC 9(13)V99.
           02 CK-CNT-REVERSED PIC 9(07).
           02 CK-SKIP-HASH   PIC 9(13)V99.
           02 CK-IMG         PIC 9(07).
           02 CK-IMG-DATE    PIC 9(08).
           02 CK-IMG-TIME    PIC 9(08).
           02 FILLER         PIC X(10).
       FD CKWORK17
           RECORD CONTAINS 80 CHARACTERS.
       01  CKWORK17-ENREG     PIC X(80).
      / PGM067 layout
       FD IMGJRNL
           RECORD CONTAINS 210 CHARACTERS.
       01  STRUCT-IMGJRNL.
           02 IJ-PGM     PIC X(08).
           02 FILLER     PIC X(01).
           02 IJ-FILE    PIC X(08).
           02 FILLER     PIC X(01).
           02 IJ-RUNNO   PIC 9(12).
           02 FILLER     PIC X(01).
           02 IJ-DATE    PIC 9(08).
           02 FILLER     PIC X(01).
           02 IJ-TIME    PIC 9(08).
           02 FILLER     PIC X(01).
           02 IJ-AVANT   PIC X(80).
           02 FILLER     PIC X(01).
           02 IJ-APRES   PIC X(80).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-MVTSIN   PIC X(02).
           02 WS-SD-ETAT     PIC X(01).
           02 WS-SD-DEPT     PIC 9(02).
           02 WS-SD-DEVISE   PIC X(03).
           02 WS-SD-RIB      PIC X(14).
           02 WS-SD-DTDECES  PIC 9(08).
           02 WS-SD-PRODUIT  PIC X(03).
           02 WS-SD-LIBRE    PIC X(09).
       01 WS-SAVE-CRE    PIC X(80).
       01 WS-SAVE-CRE-R REDEFINES WS-SAVE-CRE.
           02 WS-SC-COMPTE   PIC 9(06).
           02 WS-SC-ETAT     PIC X(01).
           02 WS-SC-DEPT     PIC 9(02).
           02 WS-SC-DEVISE   PIC X(03).
           02 WS-SC-RIB      PIC X(14).
           02 WS-SC-DTDECES  PIC 9(08).
           02 WS-SC-PRODUIT  PIC X(03).
           02 WS-SC-LIBRE    PIC X(09).
      / Deceased-customer debit edit : the movement's value date
      / (AAAAMMJJ) against the date of death
       01 WS-DECES-DT    PIC 9(08).
       01 WS-DTVAL-AMJ   PIC X(08).
       01 WS-DECES-OK-SW PIC X(01).
           88 DECES-OK    VALUE 'Y'.
       01 WS-ORIG-SUCC   PIC X(04) VALUE 'SUCC'.
      / PGM048 interest accrual : the credit and the tax withheld on
      / it are booked by PGM048 (INTHIST, GL) as they are generated,
      / so the deceased, limit and hold edits do not refuse them
       01 WS-ORIG-INTC   PIC X(04) VALUE 'INTC'.
       01 WS-ORIG-PFU    PIC X(04) VALUE 'PFU '.
       01 WS-ACCR-SW     PIC X(01).
           88 IS-ACCRUAL  VALUE 'Y'.
      / Authorized-overdraft limit lookup
       01 WS-FS-LIM      PIC X(02).
       01 WS-LIM-AVAIL-SW PIC X(01) VALUE 'N'.
           88 LIM-AVAIL   VALUE 'Y'.
       01 WS-LIM-AMT     PIC 9(07)V99.
       01 WS-LIM-PRODUIT PIC X(03).
       01 WS-LIM-FOUND-SW PIC X(01).
           88 LIM-FOUND   VALUE 'Y'.
       01 WS-FS-PROD     PIC X(02).
       01 WS-PROD-AVAIL-SW PIC X(01) VALUE 'N'.
           88 PROD-AVAIL  VALUE 'Y'.
       01 WS-PROJ-SOLDE  PIC S9(08)V99.
      / Active amount holds on the account under posting
       01 WS-FS-HOLD     PIC X(02).
       01 WS-HOLD-AVAIL-SW PIC X(01) VALUE 'N'.
           88 HOLD-AVAIL  VALUE 'Y'.
       01 WS-HOLD-AMT    PIC 9(09)V99.
       01 WS-HOLD-COMPTE PIC 9(06).
       01 WS-CNT-REFUSED PIC 9(07) VALUE 0.
      / External-transfer orders of the day and the outgoing
      / interbank file totals
       01 WS-FS-ORD      PIC X(02).
           88 ORD-END     VALUE '10'.
       01 WS-ORD-COUNT   PIC 9(04) VALUE 0.
       01 WS-ORD-MAX     PIC 9(04) VALUE 1000.
       01 WS-ORD-TABLE.
           05 WS-ORD-ENTRY OCCURS 1000 TIMES.
              10 WS-OR-ORDRE  PIC X(07).
              10 WS-OR-COMPTE PIC 9(06).
              10 WS-OR-IBAN   PIC X(34).
              10 WS-OR-NOM    PIC X(35).
       01 WS-OX          PIC 9(04).
       01 WS-ORD-HIT     PIC 9(04).
       01 WS-APPLIED-AVANT PIC 9(07).
       01 WS-CNT-XTRF    PIC 9(07) VALUE 0.
       01 WS-TOT-XTRF    PIC 9(13)V99 VALUE 0.
      / FILERPT17 refused-items report lines
       01 WS-RPT-HDR.
           05 FILLER          PIC X(33) VALUE
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01 WS-MOIS-R REDEFINES WS-MOIS-LONG.
           05 WS-MOIS-JJ PIC 9(02) OCCURS 12 TIMES.
       01 WS-LEAP-QUOT   PIC 9(04).
       01 WS-LEAP-REST   PIC 9(03).
       01 PJ-DUPWIN      PIC 9(03).
       01 PJ-DUPWIN-DEF  PIC 9(03) VALUE 5.
      / Indexed-journal control : per-account next sequence
       01 WS-FS-JRNX     PIC X(02).
       01 WS-JX-LAST     PIC 9(07).
       01 WS-JX-COMPTE   PIC 9(06).
       01 WS-JRNX-AVAIL-SW PIC X(01) VALUE 'N'.
           88 JRNX-AVAIL  VALUE 'Y'.
      / Reversal status and link staged for the next MVTJRNLX entry
      / (spaces and zeros on an ordinary one)
       01 WS-JX-STATUT   PIC X(01) VALUE SPACE.
       01 WS-JX-LIEN-COMPTE PIC 9(06) VALUE 0.
       01 WS-JX-LIEN-SEQ PIC 9(07) VALUE 0.
      / Sequences the two legs of a transfer will take, so each leg
      / is journaled with a link to the other
       01 WS-TRF-SEQ-DEB PIC 9(07).
       01 WS-TRF-SEQ-CRE PIC 9(07).
      / Reversal work area : the entry named by the movement (leg
      / 1), its transfer counterpart if any (leg 2), and the
      / accounts the reversal debits and credits
       01 WS-RV-COMPTE1  PIC 9(06).
       01 WS-RV-SEQ1     PIC 9(07).
       01 WS-RV-SENS1    PIC X(01).
       01 WS-RV-COMPTE2  PIC 9(06).
       01 WS-RV-SEQ2     PIC 9(07).
       01 WS-RV-CPTDEB   PIC 9(06).
       01 WS-RV-SEQDEB   PIC 9(07).
       01 WS-RV-CPTCRE   PIC 9(06).
       01 WS-RV-SEQCRE   PIC 9(07).
       01 WS-CNT-REVERSED PIC 9(07) VALUE 0.
      / Currency match : the movement's and the account's codes,
      / spaces read as EUR
       01 WS-DEV-MVT     PIC X(03).
       01 WS-IMG-FILE    PIC X(08) VALUE 'ACCTMSTR'.
       01 WS-IMG-AVANT   PIC X(80).
       01 WS-IMG-APRES   PIC X(80).
      / PGM095 IBAN interface : the ordering customer's IBAN on
      / the outgoing transfer
       01 WS-CALL-IBAN   PIC X(08) VALUE "PGM095  ".
       01 WS-IB-GUICHET  PIC 9(05).
       01 WS-IB-COMPTE   PIC 9(11).
       01 WS-IB-IBAN     PIC X(27).
      / PGM124 dataset-lineage interface
       01 WS-CALL-LIN    PIC X(08) VALUE "PGM124  ".
       01 WS-LIN-PGM     PIC X(08) VALUE 'PGM017'.
       01 WS-LIN-DSN     PIC X(10).
       01 WS-LIN-MODE    PIC X(01).
       01 WS-LIN-COUNT   PIC 9(09).
      / Parameter from JCL run
       01 PJ-RUNDATE     PIC 9(08).
       01 PJ-TRIAL       PIC X(01).
           88 IS-TRIAL    VALUE 'T'.
       01 PJ-BANQUE      PIC X(05).
       01 PJ-BANQUE-DEF  PIC X(05) VALUE '99999'.
      / Projected debit/credit totals and would-be overdrafts, the
      / figures the evening trial run reports
       01 WS-TOT-DEBIT   PIC 9(11)V99 VALUE 0.
       01 WS-TOT-CREDIT  PIC 9(11)V99 VALUE 0.
       01 WS-CNT-OVRD    PIC 9(07) VALUE 0.
      / Checkpoint/restart of the posting : every PJ-CHKPT movements
      / the outputs are committed and CHKPT17 rewritten
       01 WS-FS-CHKPT17  PIC X(02).
       01 WS-FS-CKWORK   PIC X(02).
           88 CKWORK-END  VALUE '10'.
       01 WS-FS-JRNL     PIC X(02).
           88 JRNL-END    VALUE '10'.
       01 WS-FS-REJ      PIC X(02).
           88 REJ-END     VALUE '10'.
       01 WS-FS-HELD     PIC X(02).
           88 HELD-END    VALUE '10'.
       01 WS-FS-RPT      PIC X(02).
           88 RPT-END     VALUE '10'.
       01 WS-CHKPT-COUNT PIC 9(07) VALUE 0.
       01 WS-CHKPT-JRNL  PIC 9(07) VALUE 0.
       01 WS-CHKPT-DIV   PIC 9(07).
       01 WS-CHKPT-REM   PIC 9(05).
       01 PJ-CHKPT       PIC 9(05).
       01 PJ-CHKPT-DEF   PIC 9(05) VALUE 500.
       01 PJ-CHKPT-MAX   PIC 9(05) VALUE 999.
      / Input fingerprint : running MV-MNT hash over the movements
      / read so far (saved in CHKPT17) and the hash the checkpoint
      / says the skipped segment must add up to on a restart
       01 WS-IN-HASH     PIC 9(13)V99 VALUE 0.
       01 WS-CHKPT-HASH  PIC 9(13)V99 VALUE 0.
      / Restart cut-back of one output to its checkpointed records
       01 WS-CUT-COUNT   PIC 9(07).
       01 WS-CUT-KEEP    PIC 9(07).
       01 WS-CUT-DSN     PIC X(09).
       01 WS-FS-XTRF     PIC X(02).
           88 XTRF-END    VALUE '10'.
       01 WS-FS-IMGJ     PIC X(02).
           88 IMGJ-END    VALUE '10'.
      / The run's ACCTMSTR images on IMGJRNL : the clock the run
      / started at and the images written since (both kept in
      / CHKPT17), so a restart knows which ones came after the
      / checkpoint
       01 WS-CNT-IMG     PIC 9(07) VALUE 0.
       01 WS-IMG-DATE    PIC 9(08) VALUE 0.
       01 WS-IMG-TIME    PIC 9(08) VALUE 0.
       01 WS-IMG-SEEN    PIC 9(07).
      / In-doubt legs : the rewrites the interrupted run made after
      / its last checkpoint, in posting order. Each movement read
      / after the checkpoint whose first leg is the next one was
      / posted by it and only has its legs journaled again.
       01 WS-DOUBT-COUNT PIC 9(04) VALUE 0.
       01 WS-DOUBT-MAX   PIC 9(04) VALUE 2000.
       01 WS-DOUBT-NEXT  PIC 9(04) VALUE 1.
       01 WS-DOUBT-TABLE.
           05 WS-DOUBT-LEG OCCURS 2000 TIMES.
              10 WS-DL-COMPTE PIC 9(06).
              10 WS-DL-DTVAL  PIC X(10).
              10 WS-DL-AVANT  PIC S9(07)V99.
              10 WS-DL-APRES  PIC S9(07)V99.
       01 WS-DOUBT-LEFT  PIC 9(04).
       01 WS-DOUBT-SW    PIC X(01).
           88 IS-DOUBT    VALUE 'Y'.
      / What the movement just read would have posted first : its
      / account, signed balance change and number of legs
       01 WS-DB-COMPTE   PIC 9(07).
       01 WS-DB-DELTA    PIC S9(07)V99.
       01 WS-DB-LEGS     PIC 9(01).
       01 WS-DB-LX       PIC 9(01).
       01 WS-DB-CHANGE   PIC S9(08)V99.
       01 WS-DOUBT-WARN  PIC 9(05) VALUE 0.
      / The in-doubt legs' MVTJRNLX entries : the sequence each one
      / has, or takes when the interrupted run never wrote it
       01 WS-DB-JXTAB.
           05 WS-DB-JXLEG OCCURS 2 TIMES.
              10 WS-DB-JXCPT  PIC 9(06).
              10 WS-DB-JXSEQ  PIC 9(07).
              10 WS-DB-JXSW   PIC X(01).
       01 WS-DB-IX       PIC 9(04).
       01 WS-DB-HALF-SW  PIC X(01).
           88 DB-HALF     VALUE 'Y'.
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           PERFORM 002-LOADPRIOR THRU 002-EXIT.
           PERFORM 005-LOADORD THRU 005-EXIT.
           IF WS-CHKPT-COUNT > 0
              PERFORM 060-RESTART THRU 060-EXIT
           END-IF.
           PERFORM 001-OFILE THRU 001-EXIT.
           PERFORM 100-POST THRU 100-EXIT.
           IF NOT IS-TRIAL
           END-IF.
           PERFORM 200-EXITP THRU 200-EXIT.
           PERFORM 999-CFILE THRU 999-EXIT.
           IF NOT IS-TRIAL
              PERFORM 053-CKCLEAR THRU 053-EXIT
           END-IF.
           STOP RUN.
      *****************************************************************
      *  This routine handle parameters
           IF IS-TRIAL
              DISPLAY 'TRIAL MODE - THE MASTER WILL NOT BE UPDATED'
           END-IF.
           ACCEPT PJ-BANQUE.
           IF PJ-BANQUE = SPACES OR LOW-VALUES
              MOVE PJ-BANQUE-DEF TO PJ-BANQUE
           END-IF.
           ACCEPT PJ-CHKPT.
           IF PJ-CHKPT = SPACE OR LOW-VALUE OR PJ-CHKPT NOT NUMERIC
              OR PJ-CHKPT = 0
              MOVE PJ-CHKPT-DEF TO PJ-CHKPT
           END-IF.
           IF PJ-CHKPT > PJ-CHKPT-MAX
              MOVE PJ-CHKPT-MAX TO PJ-CHKPT
           END-IF.
           IF NOT IS-TRIAL
              PERFORM 050-CKLOAD THRU 050-EXIT
           END-IF.
           MOVE PJ-RUNDATE TO WS-DUPCUT-N.
           PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                     UNTIL WS-DAY-IX > PJ-DUPWIN
                 MOVE 12 TO WS-DC-MM
                 SUBTRACT 1 FROM WS-DC-AAAA
              END-IF
              PERFORM 006-FEBLEN
              MOVE WS-MOIS-JJ (WS-DC-MM) TO WS-DC-JJ
           END-IF.
      *****************************************************************
      *  This routine sets February's length for WS-DC-AAAA : 29
      *  days in a year divisible by 4, else 28
      *****************************************************************
       006-FEBLEN.
           DIVIDE WS-DC-AAAA BY 4 GIVING WS-LEAP-QUOT
                  REMAINDER WS-LEAP-REST.
           IF WS-LEAP-REST = 0
              MOVE 29 TO WS-MOIS-JJ (2)
           ELSE
              MOVE 28 TO WS-MOIS-JJ (2)
           END-IF.
      *****************************************************************
      *  This routine loads the prior journal's entries run-dated on
      *  or after the screening cutoff. A full table switches the
      *  rest of the screening to whatever was loaded, with a
              END-READ
           END-PERFORM.
           CLOSE MVTJRNP.
           IF NOT IS-TRIAL
              MOVE 'MVTJRNP' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE 0 TO WS-LIN-COUNT
              PERFORM 998-LINEAGE
           END-IF.
       002-EXIT.
           EXIT.
      *****************************************************************
              END-IF
           END-IF.
      *****************************************************************
      *  This routine loads the day's external-transfer orders. An
      *  absent XTRFORD leaves the table empty : every 'E' movement
      *  is then refused 'ORDREINC'.
      *****************************************************************
       005-LOADORD.
           OPEN INPUT XTRFORD.
           IF WS-FS-ORD NOT = '00'
              GO TO 005-EXIT
           END-IF.
           PERFORM UNTIL ORD-END
              READ XTRFORD
                 NOT AT END
                    IF WS-ORD-COUNT < WS-ORD-MAX
                       ADD 1 TO WS-ORD-COUNT
                       MOVE XO-ORDRE  TO WS-OR-ORDRE  (WS-ORD-COUNT)
                       MOVE XO-COMPTE TO WS-OR-COMPTE (WS-ORD-COUNT)
                       MOVE XO-IBAN   TO WS-OR-IBAN   (WS-ORD-COUNT)
                       MOVE XO-NOM    TO WS-OR-NOM    (WS-ORD-COUNT)
                    ELSE
                       DISPLAY 'WARNING : XTRFORD ORDER ' XO-ORDRE
                               ' BEYOND THE ' WS-ORD-MAX
                               '-ENTRY TABLE - NOT LOADED'
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE XTRFORD.
           IF NOT IS-TRIAL
              MOVE 'XTRFORD' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE WS-ORD-COUNT TO WS-LIN-COUNT
              PERFORM 998-LINEAGE
           END-IF.
       005-EXIT.
           EXIT.
      *****************************************************************
      *  This routine loads the last checkpoint, or a zero count when
      *  CHKPT17 has not been written yet or the last run ended
      *  normally. A restart takes the run date, the running totals
      *  and counters and the journal sequence back from it.
      *****************************************************************
       050-CKLOAD.
           MOVE 0 TO WS-CHKPT-COUNT.
           OPEN INPUT CHKPT17.
           IF WS-FS-CHKPT17 = '00'
              READ CHKPT17
                 NOT AT END
                    MOVE CK-COUNT TO WS-CHKPT-COUNT
              END-READ
              CLOSE CHKPT17
           END-IF.
           IF WS-CHKPT-COUNT = 0
              ACCEPT WS-IMG-DATE FROM DATE YYYYMMDD
              ACCEPT WS-IMG-TIME FROM TIME
              GO TO 050-EXIT
           END-IF.
           IF CK-IMG NOT NUMERIC OR CK-IMG-DATE NOT NUMERIC
              OR CK-IMG-TIME NOT NUMERIC
              DISPLAY 'ERROR : RESTART REFUSED - CHKPT17 CARRIES NO '
                      'IMGJRNL POSITION'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE CK-IMG          TO WS-CNT-IMG.
           MOVE CK-IMG-DATE     TO WS-IMG-DATE.
           MOVE CK-IMG-TIME     TO WS-IMG-TIME.
           MOVE CK-RUNDATE      TO PJ-RUNDATE.
           MOVE CK-JRNL         TO WS-CHKPT-JRNL.
           MOVE CK-JRNL         TO WS-CNT-APPLIED.
           MOVE CK-TOT-DEBIT    TO WS-TOT-DEBIT.
           MOVE CK-TOT-CREDIT   TO WS-TOT-CREDIT.
           MOVE CK-CNT-REJECT   TO WS-CNT-REJECT.
           MOVE CK-CNT-REFUSED  TO WS-CNT-REFUSED.
           MOVE CK-CNT-HELD     TO WS-CNT-HELD.
           MOVE CK-CNT-ROLLED   TO WS-CNT-ROLLED.
           MOVE CK-CNT-OVRD     TO WS-CNT-OVRD.
           MOVE CK-CNT-XTRF     TO WS-CNT-XTRF.
           MOVE CK-TOT-XTRF     TO WS-TOT-XTRF.
           MOVE CK-CNT-REVERSED TO WS-CNT-REVERSED.
           MOVE CK-SKIP-HASH    TO WS-CHKPT-HASH.
           DISPLAY 'RESTART FROM CHKPT17 : ' WS-CHKPT-COUNT
                   ' MOVEMENTS ALREADY POSTED, RUN DATE ' PJ-RUNDATE.
       050-EXIT.
           EXIT.
      *****************************************************************
      *  This routine takes a checkpoint every PJ-CHKPT movements
      *****************************************************************
       051-CKCHECK.
           DIVIDE WS-CNT-MVT BY PJ-CHKPT
                  GIVING WS-CHKPT-DIV REMAINDER WS-CHKPT-REM.
           IF WS-CHKPT-REM = 0
              PERFORM 052-CKSAVE THRU 052-EXIT
           END-IF.
       051-EXIT.
           EXIT.
      *****************************************************************
      *  This routine commits the posting so far : the sequential
      *  outputs are closed and reopened in extend, so everything
      *  written up to here is on file, then CHKPT17 is rewritten
      *  with the feed position, the running totals and counters, the
      *  journal sequence reached (MVTJRNL entries written) and the
      *  run's ACCTMSTR images written to IMGJRNL so far.
      *****************************************************************
       052-CKSAVE.
           CLOSE MVTJRNL.
           CLOSE MVTREJ.
           CLOSE FILERPT17.
           CLOSE MVTHELD.
           CLOSE XTRFOUT.
           OPEN EXTEND MVTJRNL.
           OPEN EXTEND MVTREJ.
           OPEN EXTEND FILERPT17.
           OPEN EXTEND MVTHELD.
           OPEN EXTEND XTRFOUT.
           MOVE SPACES          TO STRUCT-CHKPT17.
           MOVE WS-CNT-MVT      TO CK-COUNT.
           MOVE PJ-RUNDATE      TO CK-RUNDATE.
           MOVE WS-CNT-APPLIED  TO CK-JRNL.
           MOVE WS-TOT-DEBIT    TO CK-TOT-DEBIT.
           MOVE WS-TOT-CREDIT   TO CK-TOT-CREDIT.
           MOVE WS-CNT-REJECT   TO CK-CNT-REJECT.
           MOVE WS-CNT-REFUSED  TO CK-CNT-REFUSED.
           MOVE WS-CNT-HELD     TO CK-CNT-HELD.
           MOVE WS-CNT-ROLLED   TO CK-CNT-ROLLED.
           MOVE WS-CNT-OVRD     TO CK-CNT-OVRD.
           MOVE WS-CNT-XTRF     TO CK-CNT-XTRF.
           MOVE WS-TOT-XTRF     TO CK-TOT-XTRF.
           MOVE WS-CNT-REVERSED TO CK-CNT-REVERSED.
           MOVE WS-IN-HASH      TO CK-SKIP-HASH.
           MOVE WS-CNT-IMG      TO CK-IMG.
           MOVE WS-IMG-DATE     TO CK-IMG-DATE.
           MOVE WS-IMG-TIME     TO CK-IMG-TIME.
           OPEN OUTPUT CHKPT17.
           WRITE STRUCT-CHKPT17.
           CLOSE CHKPT17.
       052-EXIT.
           EXIT.
      *****************************************************************
      *  This routine rewrites CHKPT17 with a zero count once the run
      *  reaches normal end-of-job, so the next night's feed is not
      *  taken for a restart of this one.
      *****************************************************************
       053-CKCLEAR.
           MOVE SPACES TO STRUCT-CHKPT17.
           MOVE 0 TO CK-COUNT CK-RUNDATE CK-JRNL CK-TOT-DEBIT
                     CK-TOT-CREDIT CK-CNT-REJECT CK-CNT-REFUSED
                     CK-CNT-HELD CK-CNT-ROLLED CK-CNT-OVRD
                     CK-CNT-XTRF CK-TOT-XTRF CK-CNT-REVERSED
                     CK-SKIP-HASH CK-IMG CK-IMG-DATE CK-IMG-TIME.
           OPEN OUTPUT CHKPT17.
           WRITE STRUCT-CHKPT17.
           CLOSE CHKPT17.
       053-EXIT.
           EXIT.
      *****************************************************************
      *  This routine verifies the restart fingerprint at the end of
      *  the skip phase : the MV-MNT hash of the movements just
      *  skipped must match what CHKPT17 recorded for them. A
      *  mismatch means MVTSIN was re-cut since the abend, and the
      *  restart is refused before anything is posted.
      *****************************************************************
       054-CKVERIF.
           IF WS-IN-HASH NOT = WS-CHKPT-HASH
              DISPLAY 'ERROR : RESTART REFUSED - MVTSIN CHANGED '
                      'SINCE THE CHECKPOINT (AMOUNT HASH '
                      WS-IN-HASH ' EXPECTED ' WS-CHKPT-HASH ')'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
       054-EXIT.
           EXIT.
      *****************************************************************
      *  This routine brings the interrupted run's outputs back to
      *  its last checkpoint before the posting resumes. The account
      *  rewrites it made after the checkpoint are taken from its
      *  ACCTMSTR images on IMGJRNL, each written and closed as it
      *  happened : those movements are not posted again, only their
      *  legs journaled again (106-REPLAY). MVTJRNL, MVTREJ, MVTHELD,
      *  FILERPT17 and XTRFOUT are cut back to the checkpoint, the
      *  movements behind their later records being posted or
      *  journaled again.
      *****************************************************************
       060-RESTART.
           PERFORM 061-LOADLEGS THRU 061-EXIT.
           MOVE WS-CHKPT-JRNL TO WS-CUT-KEEP.
           PERFORM 066-CUTJRNL.
           MOVE WS-CNT-REJECT TO WS-CUT-KEEP.
           PERFORM 062-CUTREJ.
           MOVE WS-CNT-HELD TO WS-CUT-KEEP.
           PERFORM 063-CUTHELD.
           COMPUTE WS-CUT-KEEP = WS-CNT-REFUSED + 1.
           PERFORM 064-CUTRPT.
           COMPUTE WS-CUT-KEEP = WS-CNT-XTRF + 1.
           PERFORM 067-CUTXTRF.
           DISPLAY 'RESTART : ' WS-DOUBT-COUNT ' ACCOUNT REWRITE(S) '
                   'AFTER THE CHECKPOINT, NOT POSTED AGAIN'.
       060-EXIT.
           EXIT.
      *****************************************************************
      *  This routine loads the interrupted run's ACCTMSTR images
      *  past the checkpoint's count : PGM017's own, from the clock
      *  the run started at, in the order they were written
      *****************************************************************
       061-LOADLEGS.
           OPEN INPUT IMGJRNL.
           IF WS-FS-IMGJ NOT = '00'
              DISPLAY 'ERROR : RESTART REFUSED - IMGJRNL OF THE '
                      'INTERRUPTED RUN NOT AVAILABLE - FILE STATUS '
                      WS-FS-IMGJ
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 0 TO WS-IMG-SEEN.
           PERFORM UNTIL IMGJ-END
              READ IMGJRNL
                 NOT AT END
                    IF IJ-PGM = WS-IMG-PGM AND IJ-FILE = WS-IMG-FILE
                       AND (IJ-DATE > WS-IMG-DATE
                        OR (IJ-DATE = WS-IMG-DATE
                            AND IJ-TIME >= WS-IMG-TIME))
                       ADD 1 TO WS-IMG-SEEN
                       IF WS-IMG-SEEN > WS-CNT-IMG
                          PERFORM 068-ADDLEG
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE IMGJRNL.
           IF WS-IMG-SEEN < WS-CNT-IMG
              MOVE WS-IMG-SEEN TO WS-CUT-COUNT
              MOVE WS-CNT-IMG  TO WS-CUT-KEEP
              MOVE 'IMGJRNL'   TO WS-CUT-DSN
              PERFORM 065-CUTREFUSE
           END-IF.
           MOVE WS-IMG-SEEN TO WS-CNT-IMG.
       061-EXIT.
           EXIT.
      *****************************************************************
      *  This routine cuts MVTREJ back to its first WS-CUT-KEEP
      *  records through the CKWORK17 work copy
      *****************************************************************
       062-CUTREJ.
           MOVE 0 TO WS-CUT-COUNT.
           OPEN OUTPUT CKWORK17.
           OPEN INPUT MVTREJ.
           IF WS-FS-REJ = '00'
              PERFORM UNTIL REJ-END OR WS-CUT-COUNT = WS-CUT-KEEP
                 READ MVTREJ
                    NOT AT END
                       ADD 1 TO WS-CUT-COUNT
                       WRITE CKWORK17-ENREG FROM STRUCT-MVTREJ
                 END-READ
              END-PERFORM
              CLOSE MVTREJ
           END-IF.
           CLOSE CKWORK17.
           IF WS-CUT-COUNT < WS-CUT-KEEP
              MOVE 'MVTREJ' TO WS-CUT-DSN
              PERFORM 065-CUTREFUSE
           END-IF.
           OPEN INPUT CKWORK17.
           OPEN OUTPUT MVTREJ.
           PERFORM UNTIL CKWORK-END
              READ CKWORK17
                 NOT AT END
                    WRITE STRUCT-MVTREJ FROM CKWORK17-ENREG
              END-READ
           END-PERFORM.
           CLOSE CKWORK17.
           CLOSE MVTREJ.
      *****************************************************************
      *  This routine cuts MVTHELD back to its first WS-CUT-KEEP
      *  records through the CKWORK17 work copy
      *****************************************************************
       063-CUTHELD.
           MOVE 0 TO WS-CUT-COUNT.
           OPEN OUTPUT CKWORK17.
           OPEN INPUT MVTHELD.
           IF WS-FS-HELD = '00'
              PERFORM UNTIL HELD-END OR WS-CUT-COUNT = WS-CUT-KEEP
                 READ MVTHELD
                    NOT AT END
                       ADD 1 TO WS-CUT-COUNT
                       WRITE CKWORK17-ENREG FROM MVTHELD-ENREG
                 END-READ
              END-PERFORM
              CLOSE MVTHELD
           END-IF.
           CLOSE CKWORK17.
           IF WS-CUT-COUNT < WS-CUT-KEEP
              MOVE 'MVTHELD' TO WS-CUT-DSN
              PERFORM 065-CUTREFUSE
           END-IF.
           OPEN INPUT CKWORK17.
           OPEN OUTPUT MVTHELD.
           PERFORM UNTIL CKWORK-END
              READ CKWORK17
                 NOT AT END
                    WRITE MVTHELD-ENREG FROM CKWORK17-ENREG
              END-READ
           END-PERFORM.
           CLOSE CKWORK17.
           CLOSE MVTHELD.
      *****************************************************************
      *  This routine cuts FILERPT17 back to its header and the
      *  refused-item lines of the checkpoint
      *****************************************************************
       064-CUTRPT.
           MOVE 0 TO WS-CUT-COUNT.
           OPEN OUTPUT CKWORK17.
           OPEN INPUT FILERPT17.
           IF WS-FS-RPT = '00'
              PERFORM UNTIL RPT-END OR WS-CUT-COUNT = WS-CUT-KEEP
                 READ FILERPT17
                    NOT AT END
                       ADD 1 TO WS-CUT-COUNT
                       WRITE CKWORK17-ENREG FROM FILERPT17-ENREG
                 END-READ
              END-PERFORM
              CLOSE FILERPT17
           END-IF.
           CLOSE CKWORK17.
           IF WS-CUT-COUNT < WS-CUT-KEEP
              MOVE 'FILERPT17' TO WS-CUT-DSN
              PERFORM 065-CUTREFUSE
           END-IF.
           OPEN INPUT CKWORK17.
           OPEN OUTPUT FILERPT17.
           PERFORM UNTIL CKWORK-END
              READ CKWORK17
                 NOT AT END
                    WRITE FILERPT17-ENREG FROM CKWORK17-ENREG
              END-READ
           END-PERFORM.
           CLOSE CKWORK17.
           CLOSE FILERPT17.
      *****************************************************************
      *  This routine refuses a restart whose output holds fewer
      *  records than the checkpoint committed - not the interrupted
      *  run's file
      *****************************************************************
       065-CUTREFUSE.
           DISPLAY 'ERROR : RESTART REFUSED - ' WS-CUT-DSN ' HOLDS '
                   WS-CUT-COUNT ' RECORDS, CHKPT17 COMMITTED '
                   WS-CUT-KEEP.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
      *****************************************************************
      *  This routine cuts MVTJRNL back to its first WS-CUT-KEEP
      *  records through the CKWORK17 work copy
      *****************************************************************
       066-CUTJRNL.
           MOVE 0 TO WS-CUT-COUNT.
           OPEN OUTPUT CKWORK17.
           OPEN INPUT MVTJRNL.
           IF WS-FS-JRNL = '00'
              PERFORM UNTIL JRNL-END OR WS-CUT-COUNT = WS-CUT-KEEP
                 READ MVTJRNL
                    NOT AT END
                       ADD 1 TO WS-CUT-COUNT
                       WRITE CKWORK17-ENREG FROM STRUCT-MVTJRNL
                 END-READ
              END-PERFORM
              CLOSE MVTJRNL
           END-IF.
           CLOSE CKWORK17.
           IF WS-CUT-COUNT < WS-CUT-KEEP
              MOVE 'MVTJRNL' TO WS-CUT-DSN
              PERFORM 065-CUTREFUSE
           END-IF.
           OPEN INPUT CKWORK17.
           OPEN OUTPUT MVTJRNL.
           PERFORM UNTIL CKWORK-END
              READ CKWORK17
                 NOT AT END
                    WRITE STRUCT-MVTJRNL FROM CKWORK17-ENREG
              END-READ
           END-PERFORM.
           CLOSE CKWORK17.
           CLOSE MVTJRNL.
      *****************************************************************
      *  This routine cuts XTRFOUT back to its header and the
      *  checkpoint's details through the CKWORK17 work copy, each
      *  160-byte record going through it as two halves
      *****************************************************************
       067-CUTXTRF.
           MOVE 0 TO WS-CUT-COUNT.
           OPEN OUTPUT CKWORK17.
           OPEN INPUT XTRFOUT.
           IF WS-FS-XTRF = '00'
              PERFORM UNTIL XTRF-END OR WS-CUT-COUNT = WS-CUT-KEEP
                 READ XTRFOUT
                    NOT AT END
                       ADD 1 TO WS-CUT-COUNT
                       WRITE CKWORK17-ENREG
                          FROM STRUCT-XTRFOUT (1:80)
                       WRITE CKWORK17-ENREG
                          FROM STRUCT-XTRFOUT (81:80)
                 END-READ
              END-PERFORM
              CLOSE XTRFOUT
           END-IF.
           CLOSE CKWORK17.
           IF WS-CUT-COUNT < WS-CUT-KEEP
              MOVE 'XTRFOUT' TO WS-CUT-DSN
              PERFORM 065-CUTREFUSE
           END-IF.
           OPEN INPUT CKWORK17.
           OPEN OUTPUT XTRFOUT.
           PERFORM UNTIL CKWORK-END
              READ CKWORK17
                 NOT AT END
                    MOVE CKWORK17-ENREG TO STRUCT-XTRFOUT (1:80)
                    READ CKWORK17
                       AT END
                          MOVE SPACES TO CKWORK17-ENREG
                    END-READ
                    MOVE CKWORK17-ENREG TO STRUCT-XTRFOUT (81:80)
                    WRITE STRUCT-XTRFOUT
              END-READ
           END-PERFORM.
           CLOSE CKWORK17.
           CLOSE XTRFOUT.
      *****************************************************************
      *  This routine adds one image read back from IMGJRNL to the
      *  in-doubt legs : the account, its value date and balance
      *  before and after the rewrite
      *****************************************************************
       068-ADDLEG.
           IF WS-DOUBT-COUNT = WS-DOUBT-MAX
              DISPLAY 'ERROR : RESTART REFUSED - MORE THAN '
                      WS-DOUBT-MAX ' ACCOUNT REWRITES AFTER THE '
                      'CHECKPOINT'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-DOUBT-COUNT.
           MOVE IJ-AVANT TO WS-SAVE-DEB.
           MOVE IJ-APRES TO WS-SAVE-CRE.
           MOVE WS-SC-COMPTE TO WS-DL-COMPTE (WS-DOUBT-COUNT).
           MOVE WS-SC-DT-MVT TO WS-DL-DTVAL (WS-DOUBT-COUNT).
           MOVE WS-SD-SOLDER TO WS-DL-AVANT (WS-DOUBT-COUNT).
           MOVE WS-SC-SOLDER TO WS-DL-APRES (WS-DOUBT-COUNT).
      *****************************************************************
      *  This routine handle files opening
      *****************************************************************
       001-OFILE.
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-CHKPT-COUNT > 0
              OPEN EXTEND MVTJRNL
              OPEN EXTEND MVTREJ
           ELSE
              IF NOT IS-TRIAL
                 OPEN OUTPUT MVTJRNL
              END-IF
              OPEN OUTPUT MVTREJ
           END-IF.
           OPEN INPUT OVDRLIM.
           IF WS-FS-LIM = '00'
              MOVE 'Y' TO WS-LIM-AVAIL-SW
              DISPLAY 'WARNING : OVDRLIM NOT AVAILABLE - EVERY '
                      'ACCOUNT LIMITED TO ZERO'
           END-IF.
           OPEN INPUT PRODMSTR.
           IF WS-FS-PROD = '00'
              MOVE 'Y' TO WS-PROD-AVAIL-SW
           ELSE
              DISPLAY 'WARNING : PRODMSTR NOT AVAILABLE - NO PRODUCT '
                      'DEFAULT OVERDRAFT'
           END-IF.
           OPEN INPUT HOLDMSTR.
           IF WS-FS-HOLD = '00'
              MOVE 'Y' TO WS-HOLD-AVAIL-SW
           END-IF.
           IF WS-CHKPT-COUNT > 0
              OPEN EXTEND FILERPT17
           ELSE
              OPEN OUTPUT FILERPT17
              MOVE PJ-RUNDATE TO WS-RPT-H-DATE
              WRITE FILERPT17-ENREG FROM WS-RPT-HDR
           END-IF.
           OPEN INPUT PERCTL.
           IF WS-FS-PER = '00'
              READ PERCTL
                    MOVE PC-CLOSED TO WS-CLOSED-PER
              END-READ
              CLOSE PERCTL
              IF NOT IS-TRIAL
                 MOVE 'PERCTL' TO WS-LIN-DSN
                 MOVE 'I' TO WS-LIN-MODE
                 MOVE 1 TO WS-LIN-COUNT
                 PERFORM 998-LINEAGE
              END-IF
           END-IF.
           IF WS-CHKPT-COUNT > 0
              OPEN EXTEND MVTHELD
              OPEN EXTEND XTRFOUT
           END-IF.
           IF NOT IS-TRIAL AND WS-CHKPT-COUNT = 0
              OPEN OUTPUT MVTHELD
           END-IF.
           IF NOT IS-TRIAL AND WS-CHKPT-COUNT = 0
              OPEN OUTPUT XTRFOUT
              MOVE SPACES     TO STRUCT-XTRFOUT
              MOVE 'H'        TO XF-TYPE
              MOVE PJ-BANQUE  TO XH-BANQUE
              MOVE PJ-RUNDATE TO XH-DATE
              MOVE 'XTRFOUT'  TO XH-FICHIER
              WRITE STRUCT-XTRFOUT
           END-IF.
           IF NOT IS-TRIAL
              OPEN I-O MVTJRNLX
              IF WS-FS-JRNX NOT = '00'
                 CLOSE MVTJRNLX
                 OPEN I-O MVTJRNLX
              END-IF
           ELSE
              OPEN INPUT MVTJRNLX
           END-IF.
           IF WS-FS-JRNX = '00'
              MOVE 'Y' TO WS-JRNX-AVAIL-SW
           END-IF.
       001-EXIT.
           EXIT.
      *****************************************************************
      *  This routine drives the posting : every movement on the feed
      *  is applied to its account by key. On a restart the
      *  movements up to the checkpoint are only read back, and an
      *  in-doubt one (posted after it by the interrupted run) only
      *  has its value date rolled for the count and its legs
      *  journaled again.
      *****************************************************************
       100-POST.
           PERFORM 111-READMVT.
           PERFORM UNTIL MVTSIN-END
              IF MV-MNT NUMERIC
                 ADD MV-MNT TO WS-IN-HASH
              END-IF
              IF WS-CNT-MVT > WS-CHKPT-COUNT
                 PERFORM 105-DOUBTCHK THRU 105-EXIT
                 IF IS-DOUBT
                    PERFORM 116-ROLLVAL THRU 116-EXIT
                    PERFORM 106-REPLAY
                 ELSE
                    PERFORM 101-POSTONE
                 END-IF
                 IF NOT IS-TRIAL
                    PERFORM 051-CKCHECK THRU 051-EXIT
                 END-IF
              ELSE
                 IF WS-CNT-MVT = WS-CHKPT-COUNT
                    PERFORM 054-CKVERIF THRU 054-EXIT
                 END-IF
              END-IF
              PERFORM 111-READMVT
           END-PERFORM.
           IF WS-CHKPT-COUNT > 0 AND WS-CNT-MVT < WS-CHKPT-COUNT
              DISPLAY 'ERROR : RESTART REFUSED - MVTSIN HOLDS '
                      WS-CNT-MVT ' MOVEMENTS, CHKPT17 EXPECTED AT '
                      'LEAST ' WS-CHKPT-COUNT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-DOUBT-NEXT <= WS-DOUBT-COUNT
              COMPUTE WS-DOUBT-LEFT = WS-DOUBT-COUNT - WS-DOUBT-NEXT
                                    + 1
              DISPLAY 'WARNING : ' WS-DOUBT-LEFT ' ACCOUNT REWRITE(S) '
                      'OF THE INTERRUPTED RUN MATCH NO MOVEMENT - '
                      'CHECK IMGJRNL FROM ACCOUNT '
                      WS-DL-COMPTE (WS-DOUBT-NEXT)
              ADD 1 TO WS-DOUBT-WARN
           END-IF.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine posts the movement just read
      *****************************************************************
       101-POSTONE.
           PERFORM 116-ROLLVAL THRU 116-EXIT.
           PERFORM 112-PERCHK.
           PERFORM 114-DUPCHK.
           EVALUATE TRUE
              WHEN WS-MVT-PER-N > 0
               AND WS-MVT-PER-N <= WS-CLOSED-PER
                 PERFORM 113-PERREJECT
              WHEN IS-DUP
                 PERFORM 115-HOLD
              WHEN MV-TRANSFER
                 PERFORM 150-TRANSFER
              WHEN MV-EXTERNAL
                 PERFORM 170-EXTERNAL THRU 170-EXIT
              WHEN MV-REVERSAL
                 PERFORM 180-REVERSAL THRU 180-EXIT
              WHEN OTHER
                 PERFORM 140-APPLY THRU 140-EXIT
           END-EVALUATE.
      *****************************************************************
      *  This routine tells whether the movement just read is one the
      *  interrupted run had already posted after its checkpoint :
      *  the next in-doubt leg is the rewrite its first leg made -
      *  same account, same balance change (a reversal's being the
      *  reversed entry's amount, whether or not the interrupted run
      *  got as far as marking that entry reversed). A transfer,
      *  plain or reversed, posts two legs, the debit first.
      *****************************************************************
       105-DOUBTCHK.
           MOVE 'N' TO WS-DOUBT-SW.
           IF WS-DOUBT-NEXT > WS-DOUBT-COUNT
              GO TO 105-EXIT
           END-IF.
           MOVE MV-COMPTE TO WS-DB-COMPTE.
           MOVE 1 TO WS-DB-LEGS.
           EVALUATE TRUE
              WHEN MV-REVERSAL
                 IF NOT JRNX-AVAIL OR MV-CPTDEST NOT NUMERIC
                    OR MV-COMPTE > 999999
                    GO TO 105-EXIT
                 END-IF
                 MOVE MV-COMPTE    TO JX-COMPTE
                 MOVE MV-CPTDEST-N TO JX-SEQ
                 READ MVTJRNLX
                    INVALID KEY
                       GO TO 105-EXIT
                 END-READ
                 IF JX-ANNULATION
                    GO TO 105-EXIT
                 END-IF
                 MOVE MV-COMPTE    TO WS-RV-COMPTE1
                 MOVE MV-CPTDEST-N TO WS-RV-SEQ1
                 MOVE 0 TO WS-RV-COMPTE2
                 MOVE 0 TO WS-RV-SEQ2
                 IF JX-SENS = 'D'
                    MOVE JX-MNT TO WS-DB-DELTA
                 ELSE
                    COMPUTE WS-DB-DELTA = 0 - JX-MNT
                 END-IF
                 IF JX-LIEN NUMERIC AND JX-LIEN-COMPTE > 0
                    MOVE JX-LIEN-COMPTE TO WS-RV-COMPTE2
                    MOVE JX-LIEN-SEQ    TO WS-RV-SEQ2
                    MOVE 2 TO WS-DB-LEGS
                    COMPUTE WS-DB-DELTA = 0 - JX-MNT
                    IF JX-SENS = 'D'
                       MOVE JX-LIEN-COMPTE TO WS-DB-COMPTE
                    END-IF
                 END-IF
              WHEN MV-MNT NOT NUMERIC
                 GO TO 105-EXIT
              WHEN MV-CREDIT
                 MOVE MV-MNT TO WS-DB-DELTA
              WHEN MV-TRANSFER
                 COMPUTE WS-DB-DELTA = 0 - MV-MNT
                 MOVE 2 TO WS-DB-LEGS
              WHEN OTHER
                 COMPUTE WS-DB-DELTA = 0 - MV-MNT
           END-EVALUATE.
           COMPUTE WS-DB-CHANGE = WS-DL-APRES (WS-DOUBT-NEXT)
                                - WS-DL-AVANT (WS-DOUBT-NEXT).
           IF WS-DL-COMPTE (WS-DOUBT-NEXT) = WS-DB-COMPTE
              AND WS-DB-CHANGE = WS-DB-DELTA
              MOVE 'Y' TO WS-DOUBT-SW
           END-IF.
       105-EXIT.
           EXIT.
      *****************************************************************
      *  This routine takes one in-doubt movement into the run as its
      *  posting did, without touching ACCTMSTR again : its legs are
      *  journaled from their images and counted into the totals,
      *  and put on MVTJRNLX when the interrupted run stopped before
      *  it wrote them there; a posted external transfer goes back
      *  on XTRFOUT, and a posted reversal has the entries it
      *  reversed marked, in case the interrupted run stopped short
      *  of that
      *****************************************************************
       106-REPLAY.
           MOVE 'N' TO WS-DB-HALF-SW.
           MOVE 0 TO WS-DB-LX.
           PERFORM 107-FINDJX THRU 107-EXIT WS-DB-LEGS TIMES.
           MOVE 0 TO WS-DB-LX.
           PERFORM 108-REPLEG THRU 108-EXIT WS-DB-LEGS TIMES.
           IF MV-EXTERNAL
              MOVE 0 TO WS-ORD-HIT
              PERFORM VARYING WS-OX FROM 1 BY 1
                        UNTIL WS-OX > WS-ORD-COUNT OR WS-ORD-HIT > 0
                 IF WS-OR-ORDRE (WS-OX) = MV-CPTDEST
                    MOVE WS-OX TO WS-ORD-HIT
                 END-IF
              END-PERFORM
              IF WS-ORD-HIT > 0
                 MOVE MV-COMPTE TO F-COMPTE
                 READ ACCTMSTR
                    NOT INVALID KEY
                       PERFORM 144-DEVCHK
                       PERFORM 171-XTRFDETAIL
                 END-READ
              END-IF
           END-IF.
           IF MV-REVERSAL
              IF NOT DB-HALF
                 MOVE WS-RV-COMPTE1 TO JX-COMPTE
                 MOVE WS-RV-SEQ1    TO JX-SEQ
                 PERFORM 183-MARKREV THRU 183-EXIT
                 IF WS-RV-COMPTE2 > 0
                    MOVE WS-RV-COMPTE2 TO JX-COMPTE
                    MOVE WS-RV-SEQ2    TO JX-SEQ
                    PERFORM 183-MARKREV THRU 183-EXIT
                 END-IF
              END-IF
              ADD 1 TO WS-CNT-REVERSED
           END-IF.
      *****************************************************************
      *  This routine finds the MVTJRNLX entry of the next in-doubt
      *  leg : the account's last one when it is the leg's (run
      *  date, balance before and after), else the sequence the leg
      *  takes after it
      *****************************************************************
       107-FINDJX.
           ADD 1 TO WS-DB-LX.
           COMPUTE WS-DB-IX = WS-DOUBT-NEXT + WS-DB-LX - 1.
           MOVE 'Y' TO WS-DB-JXSW (WS-DB-LX).
           MOVE 0   TO WS-DB-JXCPT (WS-DB-LX).
           MOVE 0   TO WS-DB-JXSEQ (WS-DB-LX).
           IF NOT JRNX-AVAIL OR WS-DB-IX > WS-DOUBT-COUNT
              GO TO 107-EXIT
           END-IF.
           MOVE WS-DL-COMPTE (WS-DB-IX) TO WS-JX-COMPTE.
           MOVE WS-JX-COMPTE TO WS-DB-JXCPT (WS-DB-LX).
           PERFORM 149-NEXTSEQ THRU 149-EXIT.
           MOVE WS-JX-LAST TO WS-DB-JXSEQ (WS-DB-LX).
           IF WS-JX-LAST > 0
              MOVE WS-JX-COMPTE TO JX-COMPTE
              MOVE WS-JX-LAST   TO JX-SEQ
              READ MVTJRNLX
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF JX-RUNDATE = PJ-RUNDATE
                       AND JX-SOLDE-AVANT = WS-DL-AVANT (WS-DB-IX)
                       AND JX-SOLDE-APRES = WS-DL-APRES (WS-DB-IX)
                       GO TO 107-EXIT
                    END-IF
              END-READ
           END-IF.
           MOVE 'N' TO WS-DB-JXSW (WS-DB-LX).
           ADD 1 TO WS-DB-JXSEQ (WS-DB-LX).
       107-EXIT.
           EXIT.
      *****************************************************************
      *  This routine journals the next in-doubt leg on MVTJRNL with
      *  the movement's own origin, sense and feed position. A
      *  second leg must credit back what the first one debited;
      *  when it is not there the interrupted run stopped between
      *  the two rewrites and the movement is left for the branch.
      *****************************************************************
       108-REPLEG.
           ADD 1 TO WS-DB-LX.
           IF WS-DOUBT-NEXT > WS-DOUBT-COUNT
              GO TO 108-HALF
           END-IF.
           COMPUTE WS-DB-CHANGE = WS-DL-APRES (WS-DOUBT-NEXT)
                                - WS-DL-AVANT (WS-DOUBT-NEXT).
           IF WS-DB-LX > 1 AND WS-DB-CHANGE NOT = 0 - WS-DB-DELTA
              GO TO 108-HALF
           END-IF.
           MOVE SPACES TO STRUCT-MVTJRNL.
           MOVE WS-DL-COMPTE (WS-DOUBT-NEXT)
                             TO JR-COMPTE      OF STRUCT-MVTJRNL.
           IF WS-DB-CHANGE < 0
              MOVE 'D'       TO JR-SENS        OF STRUCT-MVTJRNL
              COMPUTE JR-MNT OF STRUCT-MVTJRNL = 0 - WS-DB-CHANGE
              ADD JR-MNT OF STRUCT-MVTJRNL TO WS-TOT-DEBIT
              IF WS-DL-APRES (WS-DOUBT-NEXT) < 0
                 ADD 1 TO WS-CNT-OVRD
              END-IF
           ELSE
              MOVE 'C'       TO JR-SENS        OF STRUCT-MVTJRNL
              MOVE WS-DB-CHANGE TO JR-MNT      OF STRUCT-MVTJRNL
              ADD JR-MNT OF STRUCT-MVTJRNL TO WS-TOT-CREDIT
           END-IF.
           MOVE WS-DL-DTVAL (WS-DOUBT-NEXT)
                             TO JR-DTVAL       OF STRUCT-MVTJRNL.
           MOVE WS-DL-AVANT (WS-DOUBT-NEXT)
                             TO JR-SOLDE-AVANT OF STRUCT-MVTJRNL.
           MOVE WS-DL-APRES (WS-DOUBT-NEXT)
                             TO JR-SOLDE-APRES OF STRUCT-MVTJRNL.
           MOVE PJ-RUNDATE   TO JR-RUNDATE     OF STRUCT-MVTJRNL.
           MOVE MV-ORIGINE   TO JR-ORIGINE     OF STRUCT-MVTJRNL.
           MOVE MV-SENS      TO JR-TYPEMVT     OF STRUCT-MVTJRNL.
           MOVE MV-CAISSE    TO JR-CAISSE      OF STRUCT-MVTJRNL.
           MOVE WS-CNT-MVT   TO JR-MVTPOS      OF STRUCT-MVTJRNL.
           WRITE STRUCT-MVTJRNL.
           IF WS-DB-JXSW (WS-DB-LX) = 'N'
              PERFORM 109-REPLJX
           END-IF.
           ADD 1 TO WS-CNT-APPLIED.
           ADD 1 TO WS-DOUBT-NEXT.
           GO TO 108-EXIT.
       108-HALF.
           MOVE 'Y' TO WS-DB-HALF-SW.
           DISPLAY 'WARNING : MOVEMENT ' WS-CNT-MVT ' OF MVTSIN ONLY '
                   'HALF POSTED BY THE INTERRUPTED RUN - ITS SECOND '
                   'LEG IS NOT ON ACCTMSTR'.
           ADD 1 TO WS-DOUBT-WARN.
       108-EXIT.
           EXIT.
      *****************************************************************
      *  This routine puts the in-doubt leg just journaled on
      *  MVTJRNLX under the sequence 107-FINDJX found for it, with
      *  the link its posting would have given it : a transfer leg
      *  names the other leg, a reversal leg the entry it reversed
      *  on its account
      *****************************************************************
       109-REPLJX.
           MOVE SPACES TO STRUCT-MVTJRNLX.
           MOVE WS-DB-JXCPT (WS-DB-LX) TO JX-COMPTE.
           MOVE WS-DB-JXSEQ (WS-DB-LX) TO JX-SEQ.
           MOVE JR-SENS        OF STRUCT-MVTJRNL TO JX-SENS.
           MOVE JR-MNT         OF STRUCT-MVTJRNL TO JX-MNT.
           MOVE JR-DTVAL       OF STRUCT-MVTJRNL TO JX-DTVAL.
           MOVE JR-SOLDE-AVANT OF STRUCT-MVTJRNL TO JX-SOLDE-AVANT.
           MOVE JR-SOLDE-APRES OF STRUCT-MVTJRNL TO JX-SOLDE-APRES.
           MOVE PJ-RUNDATE TO JX-RUNDATE.
           MOVE SPACE      TO JX-STATUT.
           MOVE 0          TO JX-LIEN-COMPTE.
           MOVE 0          TO JX-LIEN-SEQ.
           EVALUATE TRUE
              WHEN MV-REVERSAL
                 MOVE 'A' TO JX-STATUT
                 IF JX-COMPTE = WS-RV-COMPTE1
                    MOVE WS-RV-COMPTE1 TO JX-LIEN-COMPTE
                    MOVE WS-RV-SEQ1    TO JX-LIEN-SEQ
                 ELSE
                    MOVE WS-RV-COMPTE2 TO JX-LIEN-COMPTE
                    MOVE WS-RV-SEQ2    TO JX-LIEN-SEQ
                 END-IF
              WHEN MV-TRANSFER
                 COMPUTE WS-DB-IX = 3 - WS-DB-LX
                 MOVE WS-DB-JXCPT (WS-DB-IX) TO JX-LIEN-COMPTE
                 MOVE WS-DB-JXSEQ (WS-DB-IX) TO JX-LIEN-SEQ
           END-EVALUATE.
           WRITE STRUCT-MVTJRNLX
              INVALID KEY
                 DISPLAY 'WARNING : MVTJRNLX KEY COLLISION ON '
                         JX-COMPTE
           END-WRITE.
      *****************************************************************
      *  This routine carves the movement's period out of MV-DTVAL
      *  (AAAA-MM-JJ); an unreadable date carries period zero and is
      *  left to the ordinary posting edits
      *  journal : an exact match on account, sense, amount and
      *  value date is a probable duplicate. A transfer arrives as
      *  'T' but journals one 'D' and one 'C' leg, so it screens
      *  its debited leg - an external transfer journals as a 'D'.
      *****************************************************************
       114-DUPCHK.
           MOVE 'N' TO WS-DUP-SW.
           IF MV-TRANSFER OR MV-EXTERNAL
              MOVE 'D' TO WS-DUP-SENS
           ELSE
              MOVE MV-SENS TO WS-DUP-SENS
              PERFORM 130-REJECT
              GO TO 142-EXIT
           END-IF.
           IF MV-EXTERNAL AND F-ETAT NOT = 'O'
              AND NOT (F-DECEDE AND MV-ORIGINE = WS-ORIG-SUCC)
              MOVE 'BLOQUE' TO WS-MOTIF
              PERFORM 130-REJECT
              GO TO 142-EXIT
           END-IF.
           MOVE 'N' TO WS-ACCR-SW.
           IF MV-ORIGINE = WS-ORIG-INTC OR MV-ORIGINE = WS-ORIG-PFU
              MOVE 'Y' TO WS-ACCR-SW
           END-IF.
           IF F-DECEDE AND (MV-DEBIT OR MV-EXTERNAL)
              AND NOT IS-ACCRUAL
              MOVE F-DTDECES TO WS-DECES-DT
              PERFORM 157-DECESCHK THRU 157-EXIT
              IF NOT DECES-OK
                 MOVE 'DECES' TO WS-MOTIF
                 PERFORM 130-REJECT
                 GO TO 142-EXIT
              END-IF
           END-IF.
           MOVE STRUCT-ACCTMSTR TO WS-IMG-AVANT.
           IF (MV-DEBIT OR MV-EXTERNAL) AND NOT IS-ACCRUAL
              MOVE F-PRODUIT TO WS-LIM-PRODUIT
              PERFORM 145-GETLIMIT
              COMPUTE WS-PROJ-SOLDE = F-SOLDER - MV-MNT
              IF WS-PROJ-SOLDE < 0 - WS-LIM-AMT
                 PERFORM 130-REJECT
                 GO TO 142-EXIT
              END-IF
              PERFORM 147-GETHOLDS THRU 147-EXIT
              IF WS-PROJ-SOLDE - WS-HOLD-AMT < 0 - WS-LIM-AMT
                 PERFORM 146-REFUSELINE
                 MOVE 'RETENUE' TO WS-MOTIF
                 PERFORM 130-REJECT
                 GO TO 142-EXIT
              END-IF
           END-IF.
           MOVE 'N' TO WS-SIZE-SW.
           MOVE F-SOLDER TO WS-JRN-AVANT.
              MOVE 'DEPASSEMNT' TO WS-MOTIF
              PERFORM 130-REJECT
           ELSE
              IF MV-DEBIT OR MV-EXTERNAL
                 ADD MV-MNT TO WS-TOT-DEBIT
                 IF F-SOLDER < 0
                    ADD 1 TO WS-CNT-OVRD
                 REWRITE STRUCT-ACCTMSTR
                 PERFORM 143-IMGOUT
              END-IF
              IF MV-EXTERNAL
                 MOVE 'D' TO WS-JRN-SENS
              ELSE
                 MOVE MV-SENS TO WS-JRN-SENS
              END-IF
              PERFORM 141-JOURNAL
           END-IF.
       142-EXIT.
           MOVE STRUCT-ACCTMSTR TO WS-IMG-APRES.
           CALL WS-CALL-IMG USING WS-IMG-PGM, WS-IMG-FILE,
                WS-IMG-AVANT, WS-IMG-APRES.
           ADD 1 TO WS-CNT-IMG.
      *****************************************************************
      *  This routine reads the account's authorized overdraft limit
      *  from OVDRLIM into WS-LIM-AMT; an account without an entry
      *  takes its product's default overdraft, zero when it has no
      *  product or the files are absent. F-COMPTE holds the
      *  account, WS-LIM-PRODUIT its product.
      *****************************************************************
       145-GETLIMIT.
           MOVE 0 TO WS-LIM-AMT.
           MOVE 'N' TO WS-LIM-FOUND-SW.
           IF LIM-AVAIL
              MOVE F-COMPTE TO OL-COMPTE
              READ OVDRLIM
                    MOVE 0 TO WS-LIM-AMT
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
      *  zero meaning none. F-COMPTE holds the account.
      *****************************************************************
       147-GETHOLDS.
           MOVE 0 TO WS-HOLD-AMT.
           IF NOT HOLD-AVAIL
              GO TO 147-EXIT
           END-IF.
           MOVE F-COMPTE TO WS-HOLD-COMPTE.
           MOVE F-COMPTE TO HD-COMPTE.
           MOVE LOW-VALUES TO HD-REF.
           START HOLDMSTR KEY >= HD-KEY
              INVALID KEY
                 GO TO 147-EXIT
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
       147-EXIT.
           EXIT.
      *****************************************************************
      *  This routine prints one refused debit on FILERPT17 so the
      *  branch can decide whether to force it
      *****************************************************************
           MOVE WS-JRN-AVANT TO JR-SOLDE-AVANT OF STRUCT-MVTJRNL.
           MOVE F-SOLDER     TO JR-SOLDE-APRES OF STRUCT-MVTJRNL.
           MOVE PJ-RUNDATE   TO JR-RUNDATE     OF STRUCT-MVTJRNL.
           MOVE MV-ORIGINE   TO JR-ORIGINE     OF STRUCT-MVTJRNL.
           MOVE MV-SENS      TO JR-TYPEMVT     OF STRUCT-MVTJRNL.
           MOVE MV-CAISSE    TO JR-CAISSE      OF STRUCT-MVTJRNL.
           MOVE WS-CNT-MVT   TO JR-MVTPOS      OF STRUCT-MVTJRNL.
           IF NOT IS-TRIAL
              WRITE STRUCT-MVTJRNL
              PERFORM 148-JRNLX THRU 148-EXIT
           END-IF.
           MOVE SPACE TO WS-JX-STATUT.
           MOVE 0     TO WS-JX-LIEN-COMPTE.
           MOVE 0     TO WS-JX-LIEN-SEQ.
           ADD 1 TO WS-CNT-APPLIED.
      *****************************************************************
      *  This routine mirrors the journal entry into the indexed
           MOVE WS-JRN-AVANT TO JX-SOLDE-AVANT.
           MOVE F-SOLDER     TO JX-SOLDE-APRES.
           MOVE PJ-RUNDATE   TO JX-RUNDATE.
           MOVE WS-JX-STATUT TO JX-STATUT.
           MOVE WS-JX-LIEN-COMPTE TO JX-LIEN-COMPTE.
           MOVE WS-JX-LIEN-SEQ    TO JX-LIEN-SEQ.
           WRITE STRUCT-MVTJRNLX
              INVALID KEY
                 DISPLAY 'WARNING : MVTJRNLX KEY COLLISION ON '
              END-READ
           END-IF.
           IF TRF-OK
              IF (WS-SD-ETAT NOT = 'O' AND WS-SD-ETAT NOT = 'D')
                 OR (WS-SC-ETAT NOT = 'O' AND WS-SC-ETAT NOT = 'D')
                 MOVE 'N' TO WS-TRF-OK-SW
                 MOVE 'BLOQUE' TO WS-TRF-MOTIF
              END-IF
           END-IF.
           IF TRF-OK AND WS-SD-ETAT = 'D'
              MOVE WS-SD-DTDECES TO WS-DECES-DT
              PERFORM 157-DECESCHK THRU 157-EXIT
              IF NOT DECES-OK
                 MOVE 'N' TO WS-TRF-OK-SW
                 MOVE 'DECES' TO WS-TRF-MOTIF
              END-IF
           END-IF.
           IF TRF-OK
              PERFORM 156-TRFDEVCHK
              IF WS-DEV-MVT NOT = WS-DEV-DEB
              MOVE WS-SC-DEVISE TO WS-DEV-CRE
           END-IF.
      *****************************************************************
      *  This routine clears a debit on a deceased customer's
      *  account : value-dated on or before the death (WS-DECES-DT),
      *  or issued by the PGM105 succession case. An unreadable
      *  value date is taken as after the death.
      *****************************************************************
       157-DECESCHK.
           MOVE 'Y' TO WS-DECES-OK-SW.
           IF MV-ORIGINE = WS-ORIG-SUCC
              GO TO 157-EXIT
           END-IF.
           IF MV-DTVAL (1:4) NOT NUMERIC
              OR MV-DTVAL (6:2) NOT NUMERIC
              OR MV-DTVAL (9:2) NOT NUMERIC
              MOVE 'N' TO WS-DECES-OK-SW
              GO TO 157-EXIT
           END-IF.
           MOVE MV-DTVAL (1:4) TO WS-DTVAL-AMJ (1:4).
           MOVE MV-DTVAL (6:2) TO WS-DTVAL-AMJ (5:2).
           MOVE MV-DTVAL (9:2) TO WS-DTVAL-AMJ (7:2).
           IF WS-DTVAL-AMJ > WS-DECES-DT
              MOVE 'N' TO WS-DECES-OK-SW
           END-IF.
       157-EXIT.
           EXIT.
      *****************************************************************
      *  This routine computes both legs on the save images, so a
      *  size failure on either leaves the master untouched
      *****************************************************************
       152-TRFCOMPUTE.
           MOVE WS-SD-COMPTE TO F-COMPTE.
           MOVE WS-SD-PRODUIT TO WS-LIM-PRODUIT.
           PERFORM 145-GETLIMIT.
           COMPUTE WS-PROJ-SOLDE = WS-SD-SOLDER - MV-MNT.
           IF WS-PROJ-SOLDE < 0 - WS-LIM-AMT
              ADD 1 TO WS-CNT-REFUSED
              GO TO 152-EXIT
           END-IF.
           PERFORM 147-GETHOLDS THRU 147-EXIT.
           IF WS-PROJ-SOLDE - WS-HOLD-AMT < 0 - WS-LIM-AMT
              MOVE 'N' TO WS-TRF-OK-SW
              MOVE 'RETENUE' TO WS-TRF-MOTIF
              MOVE MV-COMPTE    TO WS-RPT-D-CPT
              MOVE MV-MNT       TO WS-RPT-D-MNT
              MOVE WS-SD-SOLDER TO WS-RPT-D-SOLDE
              MOVE WS-LIM-AMT   TO WS-RPT-D-LIM
              WRITE FILERPT17-ENREG FROM WS-RPT-DETAIL
              ADD 1 TO WS-CNT-REFUSED
              GO TO 152-EXIT
           END-IF.
           MOVE 'N' TO WS-SIZE-SW.
           COMPUTE WS-SD-SOLDER = WS-SD-SOLDER - MV-MNT
              ON SIZE ERROR
       152-EXIT.
           EXIT.
      *****************************************************************
      *  This routine rewrites and journals both validated legs,
      *  each linked to the sequence the other one takes
      *****************************************************************
       153-TRFPOST.
           IF NOT IS-TRIAL
              MOVE MV-COMPTE TO WS-JX-COMPTE
              PERFORM 149-NEXTSEQ THRU 149-EXIT
              COMPUTE WS-TRF-SEQ-DEB = WS-JX-LAST + 1
              MOVE MV-CPTDEST-N TO WS-JX-COMPTE
              PERFORM 149-NEXTSEQ THRU 149-EXIT
              COMPUTE WS-TRF-SEQ-CRE = WS-JX-LAST + 1
           END-IF.
           MOVE MV-COMPTE TO F-COMPTE.
           READ ACCTMSTR.
           MOVE F-SOLDER TO WS-JRN-AVANT.
              ADD 1 TO WS-CNT-OVRD
           END-IF.
           MOVE 'D' TO WS-JRN-SENS.
           MOVE MV-CPTDEST-N   TO WS-JX-LIEN-COMPTE.
           MOVE WS-TRF-SEQ-CRE TO WS-JX-LIEN-SEQ.
           PERFORM 141-JOURNAL.
           MOVE MV-CPTDEST-N TO F-COMPTE.
           READ ACCTMSTR.
           END-IF.
           ADD MV-MNT TO WS-TOT-CREDIT.
           MOVE 'C' TO WS-JRN-SENS.
           MOVE MV-COMPTE      TO WS-JX-LIEN-COMPTE.
           MOVE WS-TRF-SEQ-DEB TO WS-JX-LIEN-SEQ.
           PERFORM 141-JOURNAL.
      *****************************************************************
      *  This routine refuses both legs of a failed transfer to
           WRITE STRUCT-MVTREJ.
           ADD 1 TO WS-CNT-REJECT.
      *****************************************************************
      *  This routine posts one external transfer : the order named
      *  in MV-CPTDEST must exist for the debited account and carry
      *  the beneficiary's IBAN and name; the debit then takes the
      *  plain-debit path, and only a posted one goes out on
      *  XTRFOUT
      *****************************************************************
       170-EXTERNAL.
           MOVE 0 TO WS-ORD-HIT.
           PERFORM VARYING WS-OX FROM 1 BY 1
                     UNTIL WS-OX > WS-ORD-COUNT OR WS-ORD-HIT > 0
              IF WS-OR-ORDRE (WS-OX) = MV-CPTDEST
                 MOVE WS-OX TO WS-ORD-HIT
              END-IF
           END-PERFORM.
           IF WS-ORD-HIT = 0
              MOVE 'ORDREINC' TO WS-MOTIF
              PERFORM 130-REJECT
              GO TO 170-EXIT
           END-IF.
           IF WS-OR-COMPTE (WS-ORD-HIT) NOT = MV-COMPTE
              OR WS-OR-IBAN (WS-ORD-HIT) = SPACES
              OR WS-OR-NOM (WS-ORD-HIT) = SPACES
              MOVE 'ORDREINVAL' TO WS-MOTIF
              PERFORM 130-REJECT
              GO TO 170-EXIT
           END-IF.
           MOVE WS-CNT-APPLIED TO WS-APPLIED-AVANT.
           PERFORM 140-APPLY THRU 140-EXIT.
           IF WS-CNT-APPLIED > WS-APPLIED-AVANT AND NOT IS-TRIAL
              PERFORM 171-XTRFDETAIL
           END-IF.
       170-EXIT.
           EXIT.
      *****************************************************************
      *  This routine writes the posted transfer's XTRFOUT detail :
      *  run date and order number as the reference, the ordering
      *  IBAN rebuilt by PGM095 for the account just debited
      *****************************************************************
       171-XTRFDETAIL.
           IF F-RIB NUMERIC
              MOVE F-GUICHET TO WS-IB-GUICHET
           ELSE
              MOVE F-DEPT    TO WS-IB-GUICHET
           END-IF.
           MOVE F-COMPTE TO WS-IB-COMPTE.
           CALL WS-CALL-IBAN USING PJ-BANQUE, WS-IB-GUICHET,
                WS-IB-COMPTE, WS-IB-IBAN.
           MOVE SPACES TO STRUCT-XTRFOUT.
           MOVE 'D'    TO XF-TYPE.
           STRING PJ-RUNDATE MV-CPTDEST
                  DELIMITED BY SIZE
             INTO XD-REF
           END-STRING.
           MOVE WS-IB-IBAN              TO XD-IBAN-DO.
           MOVE WS-OR-IBAN (WS-ORD-HIT) TO XD-IBAN-BE.
           MOVE WS-OR-NOM (WS-ORD-HIT)  TO XD-NOM.
           MOVE MV-MNT                  TO XD-MNT.
           MOVE WS-DEV-MVT              TO XD-DEVISE.
           MOVE MV-DTVAL                TO XD-DTVAL.
           WRITE STRUCT-XTRFOUT.
           ADD 1 TO WS-CNT-XTRF.
           ADD MV-MNT TO WS-TOT-XTRF.
      *****************************************************************
      *  This routine posts one 'R' reversal : MV-COMPTE and
      *  MV-CPTDEST-N name the MVTJRNLX entry to reverse. The entry
      *  must exist ('ANNULINC'), be neither reversed already nor a
      *  reversal itself ('DEJAANNUL'), and be value-dated in an
      *  open period ('PERIODE'). Its own amount and value date
      *  replace the movement's; a transfer leg takes its other leg
      *  along, both-or-neither.
      *****************************************************************
       180-REVERSAL.
           IF NOT JRNX-AVAIL
              OR MV-COMPTE > 999999
              OR MV-CPTDEST NOT NUMERIC
              MOVE 'ANNULINC' TO WS-MOTIF
              PERFORM 130-REJECT
              GO TO 180-EXIT
           END-IF.
           MOVE MV-COMPTE    TO WS-RV-COMPTE1.
           MOVE MV-CPTDEST-N TO WS-RV-SEQ1.
           MOVE WS-RV-COMPTE1 TO JX-COMPTE.
           MOVE WS-RV-SEQ1    TO JX-SEQ.
           READ MVTJRNLX
              INVALID KEY
                 MOVE 'ANNULINC' TO WS-MOTIF
                 PERFORM 130-REJECT
                 GO TO 180-EXIT
           END-READ.
           IF JX-ANNULE OR JX-ANNULATION
              MOVE 'DEJAANNUL' TO WS-MOTIF
              PERFORM 130-REJECT
              GO TO 180-EXIT
           END-IF.
           MOVE JX-SENS  TO WS-RV-SENS1.
           MOVE JX-MNT   TO MV-MNT.
           MOVE JX-DTVAL TO MV-DTVAL.
           MOVE 0 TO WS-RV-COMPTE2.
           MOVE 0 TO WS-RV-SEQ2.
           IF JX-LIEN NUMERIC
              MOVE JX-LIEN-COMPTE TO WS-RV-COMPTE2
              MOVE JX-LIEN-SEQ    TO WS-RV-SEQ2
           END-IF.
           PERFORM 112-PERCHK.
           IF WS-MVT-PER-N > 0 AND WS-MVT-PER-N <= WS-CLOSED-PER
              MOVE 'PERIODE' TO WS-MOTIF
              PERFORM 130-REJECT
              GO TO 180-EXIT
           END-IF.
           IF WS-RV-COMPTE2 > 0
              PERFORM 182-REVTRF THRU 182-EXIT
           ELSE
              PERFORM 181-REVONE THRU 181-EXIT
           END-IF.
       180-EXIT.
           EXIT.
      *****************************************************************
      *  This routine reverses one plain entry on its account : a
      *  debit comes back as a credit and the other way round. No
      *  limit or hold applies - the entry is undone, not a new
      *  debit - only the 7-digit balance guard.
      *****************************************************************
       181-REVONE.
           MOVE WS-RV-COMPTE1 TO F-COMPTE.
           READ ACCTMSTR
              INVALID KEY
                 MOVE 'INCONNU' TO WS-MOTIF
                 PERFORM 130-REJECT
                 GO TO 181-EXIT
           END-READ.
           MOVE STRUCT-ACCTMSTR TO WS-IMG-AVANT.
           MOVE F-SOLDER TO WS-JRN-AVANT.
           MOVE 'N' TO WS-SIZE-SW.
           IF WS-RV-SENS1 = 'D'
              MOVE 'C' TO WS-JRN-SENS
              COMPUTE F-SOLDER = F-SOLDER + MV-MNT
                 ON SIZE ERROR
                    MOVE 'Y' TO WS-SIZE-SW
              END-COMPUTE
           ELSE
              MOVE 'D' TO WS-JRN-SENS
              COMPUTE F-SOLDER = F-SOLDER - MV-MNT
                 ON SIZE ERROR
                    MOVE 'Y' TO WS-SIZE-SW
              END-COMPUTE
           END-IF.
           IF SIZE-TRIPPED
              MOVE 'DEPASSEMNT' TO WS-MOTIF
              PERFORM 130-REJECT
              GO TO 181-EXIT
           END-IF.
           IF WS-JRN-SENS = 'D'
              ADD MV-MNT TO WS-TOT-DEBIT
              IF F-SOLDER < 0
                 ADD 1 TO WS-CNT-OVRD
              END-IF
           ELSE
              ADD MV-MNT TO WS-TOT-CREDIT
           END-IF.
           MOVE MV-DTVAL TO F-DT-MVT.
           IF NOT IS-TRIAL
              REWRITE STRUCT-ACCTMSTR
              PERFORM 143-IMGOUT
           END-IF.
           MOVE 'A'           TO WS-JX-STATUT.
           MOVE WS-RV-COMPTE1 TO WS-JX-LIEN-COMPTE.
           MOVE WS-RV-SEQ1    TO WS-JX-LIEN-SEQ.
           PERFORM 141-JOURNAL.
           MOVE WS-RV-COMPTE1 TO JX-COMPTE.
           MOVE WS-RV-SEQ1    TO JX-SEQ.
           PERFORM 183-MARKREV THRU 183-EXIT.
           ADD 1 TO WS-CNT-REVERSED.
       181-EXIT.
           EXIT.
      *****************************************************************
      *  This routine reverses both legs of a transfer together :
      *  the other leg must be on file and not reversed, both
      *  accounts present and both balances computed on the save
      *  images first, so a failure on either refuses the reversal
      *  whole and leaves the master untouched
      *****************************************************************
       182-REVTRF.
           MOVE WS-RV-COMPTE2 TO JX-COMPTE.
           MOVE WS-RV-SEQ2    TO JX-SEQ.
           READ MVTJRNLX
              INVALID KEY
                 MOVE 'ANNULINC' TO WS-MOTIF
                 PERFORM 130-REJECT
                 GO TO 182-EXIT
           END-READ.
           IF JX-ANNULE OR JX-ANNULATION
              MOVE 'DEJAANNUL' TO WS-MOTIF
              PERFORM 130-REJECT
              GO TO 182-EXIT
           END-IF.
           IF WS-RV-SENS1 = 'D'
              MOVE WS-RV-COMPTE2 TO WS-RV-CPTDEB
              MOVE WS-RV-SEQ2    TO WS-RV-SEQDEB
              MOVE WS-RV-COMPTE1 TO WS-RV-CPTCRE
              MOVE WS-RV-SEQ1    TO WS-RV-SEQCRE
           ELSE
              MOVE WS-RV-COMPTE1 TO WS-RV-CPTDEB
              MOVE WS-RV-SEQ1    TO WS-RV-SEQDEB
              MOVE WS-RV-COMPTE2 TO WS-RV-CPTCRE
              MOVE WS-RV-SEQ2    TO WS-RV-SEQCRE
           END-IF.
           MOVE WS-RV-CPTDEB TO F-COMPTE.
           READ ACCTMSTR
              INVALID KEY
                 MOVE 'INCONNU' TO WS-MOTIF
                 PERFORM 130-REJECT
                 GO TO 182-EXIT
           END-READ.
           MOVE STRUCT-ACCTMSTR TO WS-SAVE-DEB.
           MOVE WS-RV-CPTCRE TO F-COMPTE.
           READ ACCTMSTR
              INVALID KEY
                 MOVE 'INCONNU' TO WS-MOTIF
                 PERFORM 130-REJECT
                 GO TO 182-EXIT
           END-READ.
           MOVE STRUCT-ACCTMSTR TO WS-SAVE-CRE.
           MOVE 'N' TO WS-SIZE-SW.
           COMPUTE WS-SD-SOLDER = WS-SD-SOLDER - MV-MNT
              ON SIZE ERROR
                 MOVE 'Y' TO WS-SIZE-SW
           END-COMPUTE.
           COMPUTE WS-SC-SOLDER = WS-SC-SOLDER + MV-MNT
              ON SIZE ERROR
                 MOVE 'Y' TO WS-SIZE-SW
           END-COMPUTE.
           IF SIZE-TRIPPED
              MOVE 'DEPASSEMNT' TO WS-MOTIF
              PERFORM 130-REJECT
              GO TO 182-EXIT
           END-IF.
           MOVE WS-RV-CPTDEB TO F-COMPTE.
           READ ACCTMSTR.
           MOVE F-SOLDER TO WS-JRN-AVANT.
           MOVE STRUCT-ACCTMSTR TO WS-IMG-AVANT.
           MOVE WS-SAVE-DEB TO STRUCT-ACCTMSTR.
           MOVE MV-DTVAL TO F-DT-MVT.
           IF NOT IS-TRIAL
              REWRITE STRUCT-ACCTMSTR
              PERFORM 143-IMGOUT
           END-IF.
           ADD MV-MNT TO WS-TOT-DEBIT.
           IF F-SOLDER < 0
              ADD 1 TO WS-CNT-OVRD
           END-IF.
           MOVE 'D'          TO WS-JRN-SENS.
           MOVE 'A'          TO WS-JX-STATUT.
           MOVE WS-RV-CPTDEB TO WS-JX-LIEN-COMPTE.
           MOVE WS-RV-SEQDEB TO WS-JX-LIEN-SEQ.
           PERFORM 141-JOURNAL.
           MOVE WS-RV-CPTCRE TO F-COMPTE.
           READ ACCTMSTR.
           MOVE F-SOLDER TO WS-JRN-AVANT.
           MOVE STRUCT-ACCTMSTR TO WS-IMG-AVANT.
           MOVE WS-SAVE-CRE TO STRUCT-ACCTMSTR.
           MOVE MV-DTVAL TO F-DT-MVT.
           IF NOT IS-TRIAL
              REWRITE STRUCT-ACCTMSTR
              PERFORM 143-IMGOUT
           END-IF.
           ADD MV-MNT TO WS-TOT-CREDIT.
           MOVE 'C'          TO WS-JRN-SENS.
           MOVE 'A'          TO WS-JX-STATUT.
           MOVE WS-RV-CPTCRE TO WS-JX-LIEN-COMPTE.
           MOVE WS-RV-SEQCRE TO WS-JX-LIEN-SEQ.
           PERFORM 141-JOURNAL.
           MOVE WS-RV-COMPTE1 TO JX-COMPTE.
           MOVE WS-RV-SEQ1    TO JX-SEQ.
           PERFORM 183-MARKREV THRU 183-EXIT.
           MOVE WS-RV-COMPTE2 TO JX-COMPTE.
           MOVE WS-RV-SEQ2    TO JX-SEQ.
           PERFORM 183-MARKREV THRU 183-EXIT.
           ADD 1 TO WS-CNT-REVERSED.
       182-EXIT.
           EXIT.
      *****************************************************************
      *  This routine marks the MVTJRNLX entry under JX-KEY reversed
      *  so it cannot be reversed a second time
      *****************************************************************
       183-MARKREV.
           IF IS-TRIAL
              GO TO 183-EXIT
           END-IF.
           READ MVTJRNLX
              INVALID KEY
                 DISPLAY 'WARNING : MVTJRNLX ENTRY ' JX-COMPTE '/'
                         JX-SEQ ' NOT FOUND TO MARK REVERSED'
                 GO TO 183-EXIT
           END-READ.
           MOVE 'R' TO JX-STATUT.
           REWRITE STRUCT-MVTJRNLX.
       183-EXIT.
           EXIT.
      *****************************************************************
      *  This routine unloads the posted master back to the FILEOUT
      *  extract (the PGM069 unload pass, without the trailer) so
      *  the extract readers - PGM018's scan, PGM021, PGM022,
           DISPLAY '    DEBIT TOTAL     : ' WS-TOT-DEBIT.
           DISPLAY '    CREDIT TOTAL    : ' WS-TOT-CREDIT.
           DISPLAY '    INTO OVERDRAFT  : ' WS-CNT-OVRD.
           DISPLAY '    INTERBANK OUT   : ' WS-CNT-XTRF.
           DISPLAY '    REVERSALS POSTED: ' WS-CNT-REVERSED.
           IF IS-TRIAL
              DISPLAY '    TRIAL MODE - NOTHING WAS POSTED'
           END-IF.
           IF WS-CNT-REJECT > 0 OR WS-DOUBT-WARN > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       200-EXIT.
           IF LIM-AVAIL
              CLOSE OVDRLIM
           END-IF.
           IF PROD-AVAIL
              CLOSE PRODMSTR
           END-IF.
           IF HOLD-AVAIL
              CLOSE HOLDMSTR
           END-IF.
           CLOSE FILERPT17.
           IF NOT IS-TRIAL
              CLOSE MVTHELD
           END-IF.
           IF JRNX-AVAIL
              CLOSE MVTJRNLX
           END-IF.
           IF NOT IS-TRIAL
              MOVE SPACES      TO STRUCT-XTRFOUT
              MOVE 'T'         TO XF-TYPE
              MOVE WS-CNT-XTRF TO XT-COUNT
              MOVE WS-TOT-XTRF TO XT-TOTAL
              WRITE STRUCT-XTRFOUT
              CLOSE XTRFOUT
           END-IF.
           IF IS-TRIAL
              GO TO 999-EXIT
           END-IF.
           MOVE 'MVTSIN' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-MVT TO WS-LIN-COUNT.
           PERFORM 998-LINEAGE.
           MOVE 'ACCTMSTR' TO WS-LIN-DSN.
           MOVE 'U' TO WS-LIN-MODE.
           MOVE WS-CNT-APPLIED TO WS-LIN-COUNT.
           PERFORM 998-LINEAGE.
           MOVE 'FILEOUT' TO WS-LIN-DSN.
           MOVE 'O' TO WS-LIN-MODE.
           MOVE WS-CNT-UNLOAD TO WS-LIN-COUNT.
           PERFORM 998-LINEAGE.
           MOVE 'MVTJRNL' TO WS-LIN-DSN.
           MOVE 'O' TO WS-LIN-MODE.
           MOVE WS-CNT-APPLIED TO WS-LIN-COUNT.
           PERFORM 998-LINEAGE.
           MOVE 'MVTREJ' TO WS-LIN-DSN.
           MOVE 'O' TO WS-LIN-MODE.
           MOVE WS-CNT-REJECT TO WS-LIN-COUNT.
           PERFORM 998-LINEAGE.
           IF LIM-AVAIL
              MOVE 'OVDRLIM' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE 0 TO WS-LIN-COUNT
              PERFORM 998-LINEAGE
           END-IF.
           IF PROD-AVAIL
              MOVE 'PRODMSTR' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE 0 TO WS-LIN-COUNT
              PERFORM 998-LINEAGE
           END-IF.
           IF HOLD-AVAIL
              MOVE 'HOLDMSTR' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE 0 TO WS-LIN-COUNT
              PERFORM 998-LINEAGE
           END-IF.
           MOVE 'MVTHELD' TO WS-LIN-DSN.
           MOVE 'O' TO WS-LIN-MODE.
           MOVE WS-CNT-HELD TO WS-LIN-COUNT.
           PERFORM 998-LINEAGE.
           IF JRNX-AVAIL
              MOVE 'MVTJRNLX' TO WS-LIN-DSN
              MOVE 'U' TO WS-LIN-MODE
              MOVE WS-CNT-APPLIED TO WS-LIN-COUNT
              PERFORM 998-LINEAGE
           END-IF.
           MOVE 'XTRFOUT' TO WS-LIN-DSN.
           MOVE 'O' TO WS-LIN-MODE.
           MOVE WS-CNT-XTRF TO WS-LIN-COUNT.
           PERFORM 998-LINEAGE.
       999-EXIT.
           EXIT.
      *****************************************************************
      *  This routine records one closed dataset on the LINEAGE
      *  register (PGM124) : name, open mode, record count
      *****************************************************************
       998-LINEAGE.
           CALL WS-CALL-LIN USING WS-LIN-PGM, WS-LIN-DSN,
                WS-LIN-MODE, WS-LIN-COUNT.
