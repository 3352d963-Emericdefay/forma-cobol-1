      *****************************************************************
      * Program name:    PGM101
      *
      * Original author: DEFAY E.
      *
      * Purpose : End-of-day branch cash reconciliation, run after
      *           PGM082 has collected the branches' movements. The
      *           indexed TILLMSTR till master holds each branch's
      *           opening cash. The cash deposits ('C') and
      *           withdrawals ('D') each branch keyed with the cash
      *           indicator (MV-CAISSE 'O') on the MVTSIN feed, by
      *           their MV-ORIGINE branch, explain the change from
      *           the opening to the expected closing cash; TILLCNT
      *           carries the closing count each branch declares for
      *           the run date. FILERPT101 lists every branch
      *           balanced or out of balance with the difference, and
      *           each out-of-balance or uncounted branch goes to the
      *           PGM062 operator hub as a warning.
      *           The confirmed closing count becomes the next day's
      *           opening : a balanced count is confirmed as it
      *           stands, an out-of-balance one only when the branch
      *           declares it confirmed after a recount (TC-CONFIRME
      *           'O'). An unconfirmed difference leaves the till
      *           master where it was, so the day is rerun once the
      *           recount comes in; a day already carried forward is
      *           not reconciled twice. A branch's first count opens
      *           its till master.
      *
      * Using :
      *    - Copybook MVTFS
      *    - MVTSIN as collected by PGM082
      *    - PGM124 dataset lineage
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created : the branches' physical cash is
      *                    held to the cash movements they keyed
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM101.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /    MVTSIN (the day's collected movements, PGM082)
           SELECT MVTSIN
           ASSIGN TO MVTSIN
           FILE STATUS is WS-FS-MVT.
      /    TILLCNT (closing counts declared by the branches)
           SELECT TILLCNT
           ASSIGN TO TILLCNT
           FILE STATUS is WS-FS-CNT.
      /    TILLMSTR (indexed till master keyed on TL-AGENCE)
           SELECT TILLMSTR
           ASSIGN TO TILLMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TL-AGENCE
           FILE STATUS is WS-FS-TILL.
      /    FILERPT101 (till reconciliation by branch)
           SELECT FILERPT101
           ASSIGN TO FILERPT101.
      /    RUNCTL (the chain's current run number, from PGM016)
           SELECT RUNCTL
           ASSIGN TO RUNCTL
           FILE STATUS is WS-FS-RUNCTL.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD MVTSIN.
       COPY MVTFS REPLACING ==()== BY ==MVTSIN==.
       FD TILLCNT
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-TILLCNT.
           02 TC-AGENCE      PIC X(04).
           02 FILLER         PIC X(01).
           02 TC-DATE        PIC 9(08).
           02 FILLER         PIC X(01).
           02 TC-COMPTE      PIC 9(09)V99.
           02 FILLER         PIC X(01).
           02 TC-CONFIRME    PIC X(01).
              88 TC-CONFIRMED VALUE 'O'.
           02 FILLER         PIC X(53).
       FD TILLMSTR
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-TILLMSTR.
           02 TL-AGENCE      PIC X(04).
           02 FILLER         PIC X(01).
           02 TL-OUVERTURE   PIC 9(09)V99.
           02 FILLER         PIC X(01).
           02 TL-DTCLOT      PIC 9(08).
           02 FILLER         PIC X(01).
           02 TL-ATTENDU     PIC S9(09)V99.
           02 FILLER         PIC X(01).
           02 TL-ECART       PIC S9(09)V99.
           02 FILLER         PIC X(01).
           02 TL-STATUT      PIC X(01).
              88 TL-BALANCED  VALUE 'E'.
              88 TL-OUT       VALUE 'X'.
              88 TL-CONFIRMED VALUE 'C'.
           02 FILLER         PIC X(29).
       FD FILERPT101
           RECORD CONTAINS 80 CHARACTERS.
       01  FILERPT101-ENREG   PIC X(80).
       FD RUNCTL.
       01  STRUCT-RUNCTL.
           02 RN-RUNNO       PIC 9(12).
           02 FILLER         PIC X(68).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-MVT      PIC X(02).
           88 MVT-END     VALUE '10'.
       01 WS-FS-CNT      PIC X(02).
           88 CNT-END     VALUE '10'.
       01 WS-FS-TILL     PIC X(02).
       01 WS-FS-RUNCTL   PIC X(02).
       01 WS-RUNNO       PIC 9(12) VALUE 0.
      / Run counters, displayed at 200-EXITP
       01 WS-CNT-MVT     PIC 9(07) VALUE 0.
       01 WS-CNT-CASH    PIC 9(07) VALUE 0.
       01 WS-CNT-BAL     PIC 9(05) VALUE 0.
       01 WS-CNT-OUT     PIC 9(05) VALUE 0.
       01 WS-CNT-NEW     PIC 9(05) VALUE 0.
       01 WS-CNT-DONE    PIC 9(05) VALUE 0.
      / The day's figures by branch : cash in and out from MVTSIN,
      / the declared count from TILLCNT
       01 WS-AG-COUNT    PIC 9(03) VALUE 0.
       01 WS-AG-MAX      PIC 9(03) VALUE 100.
       01 WS-AG-TABLE.
           05 WS-AG-ENTRY OCCURS 100 TIMES.
              10 WS-AG-ID       PIC X(04).
              10 WS-AG-ENTREES  PIC 9(09)V99.
              10 WS-AG-SORTIES  PIC 9(09)V99.
              10 WS-AG-COMPTE   PIC 9(09)V99.
              10 WS-AG-CNT-SW   PIC X(01).
              10 WS-AG-CONF-SW  PIC X(01).
              10 WS-AG-SEEN-SW  PIC X(01).
       01 WS-AX          PIC 9(03).
       01 WS-AG-HIT      PIC 9(03).
       01 WS-AG-KEY      PIC X(04).
      / Branch under reconciliation
       01 WS-ATTENDU     PIC S9(09)V99.
       01 WS-ECART       PIC S9(09)V99.
       01 WS-ETAT        PIC X(10).
      / FILERPT101 till reconciliation lines
       01 WS-RPT-LINES   PIC 9(07) VALUE 0.
       01 WS-RPT-HDR.
           05 FILLER         PIC X(33) VALUE
              'PGM101 TILL RECONCILIATION - RUN '.
           05 WS-RPT-H-DATE  PIC 9(08).
           05 FILLER         PIC X(39) VALUE SPACES.
       01 WS-RPT-COLS.
           05 FILLER         PIC X(40) VALUE
              'AGEN   OUVERTURE     ENTREES     SORTIES'.
           05 FILLER         PIC X(40) VALUE
              '     DECLARE       ECART ETAT           '.
       01 WS-RPT-DETAIL.
           05 WS-RPT-D-AG    PIC X(04).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-OUV   PIC Z(07)9.99.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-ENT   PIC Z(07)9.99.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-SOR   PIC Z(07)9.99.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-DECL  PIC Z(07)9.99.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-ECART PIC -(07)9.99.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-ETAT  PIC X(10).
           05 FILLER         PIC X(05) VALUE SPACES.
       01 WS-RPT-TOTAL.
           05 FILLER         PIC X(22) VALUE
              'AGENCES EQUILIBREES : '.
           05 WS-RPT-T-BAL   PIC ZZZZ9.
           05 FILLER         PIC X(22) VALUE
              '   EN ECART        : '.
           05 WS-RPT-T-OUT   PIC ZZZZ9.
           05 FILLER         PIC X(26) VALUE SPACES.
       01 WS-RPT-BLANK   PIC X(80) VALUE SPACES.
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
       01 WS-HUB-ECART   PIC -(09)9.99.
      / PGM081 control-date interface
       01 WS-CALL-DATE   PIC X(08) VALUE "PGM081  ".
      / Parameter from JCL run
       01 PJ-RUNDATE     PIC 9(08).
      / PGM124 dataset-lineage interface
       01 WS-CALL-LIN    PIC X(08) VALUE "PGM124  ".
       01 WS-LIN-PGM     PIC X(08) VALUE 'PGM101'.
       01 WS-LIN-DSN     PIC X(10).
       01 WS-LIN-MODE    PIC X(01).
       01 WS-LIN-COUNT   PIC 9(09).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           PERFORM 010-LOADCASH THRU 010-EXIT.
           PERFORM 020-LOADCOUNT THRU 020-EXIT.
           PERFORM 001-OFILE THRU 001-EXIT.
           PERFORM 100-RECON THRU 100-EXIT.
           PERFORM 150-NEWTILLS THRU 150-EXIT.
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
      *  This routine totals the day's cash movements by branch :
      *  deposits in, withdrawals out, the TRLRFS trailers skipped
      *****************************************************************
       010-LOADCASH.
           OPEN INPUT MVTSIN.
           IF WS-FS-MVT NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT MVTSIN FAILED - FILE '
                      'STATUS ' WS-FS-MVT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL MVT-END
              READ MVTSIN
                 NOT AT END
                    IF STRUCT-MVTSIN (1:7) NOT = 'TRAILER'
                       ADD 1 TO WS-CNT-MVT
                       IF MV-CASH AND (MV-DEBIT OR MV-CREDIT)
                          PERFORM 011-KEEPCASH THRU 011-EXIT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE MVTSIN.
           MOVE 'MVTSIN' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-MVT TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
       010-EXIT.
           EXIT.
      *****************************************************************
      *  This routine adds one cash movement to its branch
      *****************************************************************
       011-KEEPCASH.
           MOVE MV-ORIGINE TO WS-AG-KEY.
           PERFORM 030-FINDAG THRU 030-EXIT.
           IF WS-AG-HIT = 0
              GO TO 011-EXIT
           END-IF.
           ADD 1 TO WS-CNT-CASH.
           IF MV-CREDIT
              ADD MV-MNT TO WS-AG-ENTREES (WS-AG-HIT)
           ELSE
              ADD MV-MNT TO WS-AG-SORTIES (WS-AG-HIT)
           END-IF.
       011-EXIT.
           EXIT.
      *****************************************************************
      *  This routine loads the closing counts declared for the run
      *  date. An absent TILLCNT leaves every branch uncounted.
      *****************************************************************
       020-LOADCOUNT.
           OPEN INPUT TILLCNT.
           IF WS-FS-CNT NOT = '00'
              DISPLAY 'WARNING : TILLCNT NOT AVAILABLE - NO BRANCH '
                      'COUNTED'
              GO TO 020-EXIT
           END-IF.
           PERFORM UNTIL CNT-END
              READ TILLCNT
                 NOT AT END
                    IF TC-DATE = PJ-RUNDATE
                       MOVE TC-AGENCE TO WS-AG-KEY
                       PERFORM 030-FINDAG THRU 030-EXIT
                       IF WS-AG-HIT > 0
                          MOVE TC-COMPTE TO WS-AG-COMPTE (WS-AG-HIT)
                          MOVE 'Y' TO WS-AG-CNT-SW (WS-AG-HIT)
                          IF TC-CONFIRMED
                             MOVE 'Y' TO WS-AG-CONF-SW (WS-AG-HIT)
                          ELSE
                             MOVE 'N' TO WS-AG-CONF-SW (WS-AG-HIT)
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE TILLCNT.
           MOVE 'TILLCNT' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE 0 TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
       020-EXIT.
           EXIT.
      *****************************************************************
      *  This routine finds the branch WS-AG-KEY in the day's table,
      *  adding it on first sight; WS-AG-HIT stays zero on a full
      *  table
      *****************************************************************
       030-FINDAG.
           MOVE 0 TO WS-AG-HIT.
           PERFORM VARYING WS-AX FROM 1 BY 1
                     UNTIL WS-AX > WS-AG-COUNT OR WS-AG-HIT > 0
              IF WS-AG-ID (WS-AX) = WS-AG-KEY
                 MOVE WS-AX TO WS-AG-HIT
              END-IF
           END-PERFORM.
           IF WS-AG-HIT > 0
              GO TO 030-EXIT
           END-IF.
           IF WS-AG-COUNT >= WS-AG-MAX
              DISPLAY 'WARNING : BRANCH ' WS-AG-KEY ' BEYOND THE '
                      WS-AG-MAX '-ENTRY TABLE - NOT RECONCILED'
              GO TO 030-EXIT
           END-IF.
           ADD 1 TO WS-AG-COUNT.
           MOVE WS-AG-COUNT TO WS-AG-HIT.
           MOVE WS-AG-KEY   TO WS-AG-ID (WS-AG-HIT).
           MOVE 0   TO WS-AG-ENTREES (WS-AG-HIT).
           MOVE 0   TO WS-AG-SORTIES (WS-AG-HIT).
           MOVE 0   TO WS-AG-COMPTE (WS-AG-HIT).
           MOVE 'N' TO WS-AG-CNT-SW (WS-AG-HIT).
           MOVE 'N' TO WS-AG-CONF-SW (WS-AG-HIT).
           MOVE 'N' TO WS-AG-SEEN-SW (WS-AG-HIT).
       030-EXIT.
           EXIT.
      *****************************************************************
      *  This routine handle files opening
      *****************************************************************
       001-OFILE.
           OPEN I-O TILLMSTR.
           IF WS-FS-TILL NOT = '00'
              OPEN OUTPUT TILLMSTR
              CLOSE TILLMSTR
              OPEN I-O TILLMSTR
           END-IF.
           OPEN OUTPUT FILERPT101.
           MOVE PJ-RUNDATE TO WS-RPT-H-DATE.
           WRITE FILERPT101-ENREG FROM WS-RPT-HDR.
           WRITE FILERPT101-ENREG FROM WS-RPT-BLANK.
           WRITE FILERPT101-ENREG FROM WS-RPT-COLS.
           ADD 3 TO WS-RPT-LINES.
       001-EXIT.
           EXIT.
      *****************************************************************
      *  This routine walks the till master in branch order and
      *  reconciles every branch on it
      *****************************************************************
       100-RECON.
           MOVE LOW-VALUES TO TL-AGENCE.
           START TILLMSTR KEY >= TL-AGENCE
              INVALID KEY
                 GO TO 100-EXIT
           END-START.
           PERFORM UNTIL WS-FS-TILL NOT = '00'
              READ TILLMSTR NEXT
                 AT END
                    CONTINUE
                 NOT AT END
                    PERFORM 110-ONETILL THRU 110-EXIT
              END-READ
           END-PERFORM.
           MOVE '00' TO WS-FS-TILL.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine reconciles one branch : opening plus deposits
      *  less withdrawals is the expected cash, the declared count
      *  less the expected cash is the difference
      *****************************************************************
       110-ONETILL.
           MOVE TL-AGENCE TO WS-AG-KEY.
           PERFORM 030-FINDAG THRU 030-EXIT.
           MOVE SPACES       TO WS-RPT-DETAIL.
           MOVE TL-AGENCE    TO WS-RPT-D-AG.
           MOVE TL-OUVERTURE TO WS-RPT-D-OUV.
           IF TL-DTCLOT >= PJ-RUNDATE
              MOVE 'DEJA FAIT' TO WS-RPT-D-ETAT
              IF WS-AG-HIT > 0
                 MOVE 'Y' TO WS-AG-SEEN-SW (WS-AG-HIT)
              END-IF
              ADD 1 TO WS-CNT-DONE
              GO TO 110-LINE
           END-IF.
           IF WS-AG-HIT = 0
              MOVE 'NON TRAITE' TO WS-RPT-D-ETAT
              ADD 1 TO WS-CNT-OUT
              GO TO 110-LINE
           END-IF.
           MOVE 'Y' TO WS-AG-SEEN-SW (WS-AG-HIT).
           COMPUTE WS-ATTENDU = TL-OUVERTURE
                              + WS-AG-ENTREES (WS-AG-HIT)
                              - WS-AG-SORTIES (WS-AG-HIT).
           MOVE WS-AG-ENTREES (WS-AG-HIT) TO WS-RPT-D-ENT.
           MOVE WS-AG-SORTIES (WS-AG-HIT) TO WS-RPT-D-SOR.
           IF WS-AG-CNT-SW (WS-AG-HIT) NOT = 'Y'
              MOVE 'NON COMPTE' TO WS-RPT-D-ETAT
              ADD 1 TO WS-CNT-OUT
              MOVE 'W' TO WS-HUB-SEV
              MOVE SPACES TO WS-HUB-TEXT
              STRING 'TILL NOT COUNTED - BRANCH ' TL-AGENCE
                     DELIMITED BY SIZE
                INTO WS-HUB-TEXT
              END-STRING
              PERFORM 190-HUBMSG
              GO TO 110-LINE
           END-IF.
           COMPUTE WS-ECART = WS-AG-COMPTE (WS-AG-HIT) - WS-ATTENDU.
           MOVE WS-AG-COMPTE (WS-AG-HIT) TO WS-RPT-D-DECL.
           MOVE WS-ECART TO WS-RPT-D-ECART.
           MOVE WS-ATTENDU TO TL-ATTENDU.
           MOVE WS-ECART   TO TL-ECART.
           IF WS-ECART = 0
              MOVE 'EQUILIBRE' TO WS-RPT-D-ETAT
              ADD 1 TO WS-CNT-BAL
              MOVE 'E' TO TL-STATUT
              PERFORM 120-CARRY
              GO TO 110-LINE
           END-IF.
           ADD 1 TO WS-CNT-OUT.
           MOVE WS-ECART TO WS-HUB-ECART.
           MOVE 'W' TO WS-HUB-SEV.
           MOVE SPACES TO WS-HUB-TEXT.
           STRING 'TILL OUT OF BALANCE - BRANCH ' TL-AGENCE
                  ' DIFF ' WS-HUB-ECART
                  DELIMITED BY SIZE
             INTO WS-HUB-TEXT
           END-STRING.
           PERFORM 190-HUBMSG.
           IF WS-AG-CONF-SW (WS-AG-HIT) = 'Y'
              MOVE 'ECART CONF' TO WS-RPT-D-ETAT
              MOVE 'C' TO TL-STATUT
              PERFORM 120-CARRY
           ELSE
              MOVE 'ECART'      TO WS-RPT-D-ETAT
              MOVE 'X' TO TL-STATUT
              REWRITE STRUCT-TILLMSTR
           END-IF.
       110-LINE.
           WRITE FILERPT101-ENREG FROM WS-RPT-DETAIL.
           ADD 1 TO WS-RPT-LINES.
       110-EXIT.
           EXIT.
      *****************************************************************
      *  This routine carries the confirmed closing count forward as
      *  the branch's next opening
      *****************************************************************
       120-CARRY.
           MOVE WS-AG-COMPTE (WS-AG-HIT) TO TL-OUVERTURE.
           MOVE PJ-RUNDATE TO TL-DTCLOT.
           REWRITE STRUCT-TILLMSTR.
      *****************************************************************
      *  This routine deals with the branches of the day missing
      *  from the till master : a counted one opens its till with
      *  the count, one with cash movements and no count is
      *  reported to the operators
      *****************************************************************
       150-NEWTILLS.
           PERFORM VARYING WS-AX FROM 1 BY 1
                     UNTIL WS-AX > WS-AG-COUNT
              IF WS-AG-SEEN-SW (WS-AX) NOT = 'Y'
                 PERFORM 160-NEWTILL
              END-IF
           END-PERFORM.
       150-EXIT.
           EXIT.
      *****************************************************************
      *  This routine opens or reports one branch new to the master
      *****************************************************************
       160-NEWTILL.
           MOVE SPACES                 TO WS-RPT-DETAIL.
           MOVE WS-AG-ID (WS-AX)       TO WS-RPT-D-AG.
           MOVE WS-AG-ENTREES (WS-AX)  TO WS-RPT-D-ENT.
           MOVE WS-AG-SORTIES (WS-AX)  TO WS-RPT-D-SOR.
           IF WS-AG-CNT-SW (WS-AX) = 'Y'
              MOVE SPACES              TO STRUCT-TILLMSTR
              MOVE WS-AG-ID (WS-AX)    TO TL-AGENCE
              MOVE WS-AG-COMPTE (WS-AX) TO TL-OUVERTURE
              MOVE PJ-RUNDATE          TO TL-DTCLOT
              MOVE WS-AG-COMPTE (WS-AX) TO TL-ATTENDU
              MOVE 0                   TO TL-ECART
              MOVE 'E'                 TO TL-STATUT
              WRITE STRUCT-TILLMSTR
              MOVE WS-AG-COMPTE (WS-AX) TO WS-RPT-D-DECL
              MOVE 'INITIALISE'        TO WS-RPT-D-ETAT
              ADD 1 TO WS-CNT-NEW
           ELSE
              MOVE 'SANS CAISS'        TO WS-RPT-D-ETAT
              ADD 1 TO WS-CNT-OUT
              MOVE 'W' TO WS-HUB-SEV
              MOVE SPACES TO WS-HUB-TEXT
              STRING 'CASH KEYED WITHOUT A TILL - BRANCH '
                     WS-AG-ID (WS-AX)
                     DELIMITED BY SIZE
                INTO WS-HUB-TEXT
              END-STRING
              PERFORM 190-HUBMSG
           END-IF.
           WRITE FILERPT101-ENREG FROM WS-RPT-DETAIL.
           ADD 1 TO WS-RPT-LINES.
      *****************************************************************
      *  This routine appends one warning to the shared OPERMSG file
      *  through the PGM062 hub
      *****************************************************************
       190-HUBMSG.
           MOVE 'M'      TO WS-HUB-FUNC.
           MOVE 'PGM101' TO WS-HUB-PGM.
           CALL WS-CALL-HUB USING WS-HUB-FUNC, WS-HUB-PGM,
                WS-RUNNO, WS-HUB-SEV, WS-HUB-TEXT.
      *****************************************************************
      *  This routine should close the program (after some displays)
      *****************************************************************
       200-EXITP.
           DISPLAY "200-EXITP".
           DISPLAY '    MOVEMENTS READ  : ' WS-CNT-MVT.
           DISPLAY '    CASH MOVEMENTS  : ' WS-CNT-CASH.
           DISPLAY '    BALANCED        : ' WS-CNT-BAL.
           DISPLAY '    OUT OF BALANCE  : ' WS-CNT-OUT.
           DISPLAY '    TILLS OPENED    : ' WS-CNT-NEW.
           DISPLAY '    ALREADY DONE    : ' WS-CNT-DONE.
           IF WS-CNT-OUT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       200-EXIT.
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
           MOVE WS-CNT-BAL TO WS-RPT-T-BAL.
           MOVE WS-CNT-OUT TO WS-RPT-T-OUT.
           WRITE FILERPT101-ENREG FROM WS-RPT-BLANK.
           WRITE FILERPT101-ENREG FROM WS-RPT-TOTAL.
           ADD 2 TO WS-RPT-LINES.
           CLOSE TILLMSTR.
           CLOSE FILERPT101.
           MOVE 'TILLMSTR' TO WS-LIN-DSN.
           MOVE 'U' TO WS-LIN-MODE.
           MOVE WS-CNT-NEW TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           MOVE 'FILERPT101' TO WS-CAT-RPT.
           MOVE 0 TO WS-CAT-PAGES.
           MOVE WS-RPT-LINES TO WS-CAT-LINES.
           CALL WS-CALL-CAT USING WS-CAT-RPT, WS-CAT-PAGES,
                WS-CAT-LINES.
       999-EXIT.
           EXIT.
