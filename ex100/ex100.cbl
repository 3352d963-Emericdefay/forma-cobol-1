      *****************************************************************
      * Program name:    PGM100
      *
      * Original author: DEFAY E.
      *
      * Purpose : Evening cash-pooling sweep, run after PGM017's main
      *           posting. The POOLAGR agreement file (one record per
      *           participant, grouped by pool) names each pool's
      *           header account, its participant accounts, the
      *           target balance to leave on each participant and the
      *           sweep direction : 'U' surplus swept up to the
      *           header, 'D' deficit covered down from the header,
      *           'B' both. Every participant's deviation from its
      *           target (F-SOLDER on the posted ACCTMSTR) becomes one
      *           'T' transfer between header and participant on the
      *           SWEEPMVT feed (MVTFS layout, origin 'POOL', value-
      *           dated with the run date, closed by a TRLRFS control
      *           trailer), which the chain posts through a second
      *           PGM017 pass. A participant must be open, in the
      *           header's currency and - when ACCTREL is present -
      *           held by the header's customer (PGM051); one that is
      *           not is listed and left out of the sweep.
      *           FILERPT100 gives the treasurer one block per pool :
      *           header balance, each participant's balance, target,
      *           deviation and sweep, the consolidated position and
      *           the header balance projected after the sweep.
      *
      * Using :
      *    - Copybooks ACCTFS, MVTFS & TRLRFS
      *    - ACCTMSTR as posted by PGM017, ACCTREL as kept by PGM051
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created : business customers' balances
      *                    concentrated on their header account
      *                    every evening, with a sweep report per
      *                    pool for the treasurer
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM100.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /    POOLAGR (pooling agreements, one participant per record,
      /    grouped by pool)
           SELECT POOLAGR
           ASSIGN TO POOLAGR
           FILE STATUS is WS-FS-AGR.
      /    ACCTMSTR (indexed account master keyed on F-COMPTE)
           SELECT ACCTMSTR
           ASSIGN TO ACCTMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS F-COMPTE
           FILE STATUS is WS-FS-MSTR.
      /    ACCTREL (indexed account-to-customer relationship file)
           SELECT ACCTREL
           ASSIGN TO ACCTREL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-COMPTE
           FILE STATUS is WS-FS-REL.
      /    SWEEPMVT (sweep transfers toward PGM017, MVTFS layout)
           SELECT SWEEPMVT
           ASSIGN TO SWEEPMVT.
      /    FILERPT100 (sweep report per pool)
           SELECT FILERPT100
           ASSIGN TO FILERPT100.
      /    RUNCTL (the chain's current run number, from PGM016)
           SELECT RUNCTL
           ASSIGN TO RUNCTL
           FILE STATUS is WS-FS-RUNCTL.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD POOLAGR
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-POOLAGR.
           02 PA-POOL        PIC X(06).
           02 FILLER         PIC X(01).
           02 PA-ENTETE      PIC 9(06).
           02 FILLER         PIC X(01).
           02 PA-COMPTE      PIC 9(06).
           02 FILLER         PIC X(01).
           02 PA-CIBLE       PIC 9(07)V99.
           02 FILLER         PIC X(01).
           02 PA-SENS        PIC X(01).
              88 PA-UP        VALUE 'U'.
              88 PA-DOWN      VALUE 'D'.
              88 PA-BOTH      VALUE 'B'.
              88 PA-SENS-VALID VALUE 'U' 'D' 'B'.
           02 FILLER         PIC X(48).
       FD ACCTMSTR.
       COPY ACCTFS REPLACING ==()== BY ==ACCTMSTR==.
       FD ACCTREL
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-ACCTREL.
           02 AR-COMPTE  PIC 9(06).
           02 FILLER     PIC X(01).
           02 AR-CLIENT  PIC 9(06).
           02 FILLER     PIC X(67).
       FD SWEEPMVT.
       COPY MVTFS REPLACING ==()== BY ==SWEEPMVT==.
       COPY TRLRFS REPLACING ==()== BY ==SWEEPMVT-TRLR==.
       FD FILERPT100
           RECORD CONTAINS 80 CHARACTERS.
       01  FILERPT100-ENREG   PIC X(80).
       FD RUNCTL.
       01  STRUCT-RUNCTL.
           02 RN-RUNNO       PIC 9(12).
           02 FILLER         PIC X(68).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-AGR      PIC X(02).
           88 AGR-END     VALUE '10'.
       01 WS-FS-MSTR     PIC X(02).
       01 WS-FS-REL      PIC X(02).
       01 WS-FS-RUNCTL   PIC X(02).
       01 WS-REL-AVAIL-SW PIC X(01) VALUE 'N'.
           88 REL-AVAIL   VALUE 'Y'.
       01 WS-RUNNO       PIC 9(12) VALUE 0.
      / Run counters, displayed at 200-EXITP
       01 WS-CNT-READ    PIC 9(07) VALUE 0.
       01 WS-CNT-POOL    PIC 9(05) VALUE 0.
       01 WS-CNT-UP      PIC 9(07) VALUE 0.
       01 WS-CNT-DOWN    PIC 9(07) VALUE 0.
       01 WS-CNT-REJECT  PIC 9(07) VALUE 0.
       01 WS-TOT-SWEEP   PIC 9(11)V99 VALUE 0.
      / Pool under processing : its id, header account and the
      / header's balance, currency and customer
       01 WS-POOL-ACTIVE-SW PIC X(01) VALUE 'N'.
           88 POOL-ACTIVE VALUE 'Y'.
       01 WS-POOL-ID     PIC X(06).
       01 WS-POOL-ENTETE PIC 9(06).
       01 WS-ENT-OK-SW   PIC X(01).
           88 ENT-OK      VALUE 'Y'.
       01 WS-ENT-SOLDE   PIC S9(07)V99.
       01 WS-ENT-DEVISE  PIC X(03).
       01 WS-ENT-CLIENT  PIC 9(06).
      / Pool totals : consolidated position (header plus swept-in
      / participants) and the header's movements from the sweep
       01 WS-POOL-CONSO  PIC S9(09)V99.
       01 WS-POOL-UP     PIC 9(09)V99.
       01 WS-POOL-DOWN   PIC 9(09)V99.
       01 WS-POOL-APRES  PIC S9(09)V99.
      / Participant under processing
       01 WS-PART-MOTIF  PIC X(10).
       01 WS-PART-DEVISE PIC X(03).
       01 WS-ECART       PIC S9(08)V99.
       01 WS-SWEEP-AMT   PIC 9(08)V99.
       01 WS-SWEEP-DIR   PIC X(08).
      / Value date (AAAA-MM-JJ) stamped on the sweep transfers
       01 WS-MVT-DTVAL.
           05 WS-MV-AAAA     PIC 9(04).
           05 WS-MV-S1       PIC X(01) VALUE '-'.
           05 WS-MV-MM       PIC 9(02).
           05 WS-MV-S2       PIC X(01) VALUE '-'.
           05 WS-MV-JJ       PIC 9(02).
      / FILERPT100 sweep report lines
       01 WS-RPT-LINES   PIC 9(07) VALUE 0.
       01 WS-RPT-HDR.
           05 FILLER         PIC X(33) VALUE
              'PGM100 CASH-POOLING SWEEP - RUN '.
           05 WS-RPT-H-DATE  PIC 9(08).
           05 FILLER         PIC X(39) VALUE SPACES.
       01 WS-RPT-POOL.
           05 FILLER         PIC X(07) VALUE 'POOL : '.
           05 WS-RPT-P-ID    PIC X(06).
           05 FILLER         PIC X(20) VALUE
              '   CENTRALISATEUR : '.
           05 WS-RPT-P-ENT   PIC 9(06).
           05 FILLER         PIC X(10) VALUE '  SOLDE : '.
           05 WS-RPT-P-SOLDE PIC -(07)9.99.
           05 FILLER         PIC X(03) VALUE SPACES.
           05 WS-RPT-P-MOTIF PIC X(10).
           05 FILLER         PIC X(07) VALUE SPACES.
       01 WS-RPT-COLS.
           05 FILLER         PIC X(40) VALUE
              'COMPTE       SOLDE      CIBLE        ECA'.
           05 FILLER         PIC X(40) VALUE
              'RT    VIREMENT SENS     MOTIF           '.
       01 WS-RPT-DETAIL.
           05 WS-RPT-D-CPT   PIC 9(06).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-SOLDE PIC -(07)9.99.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-CIBLE PIC Z(06)9.99.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-ECART PIC -(08)9.99.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-MNT   PIC Z(07)9.99.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-DIR   PIC X(08).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-MOTIF PIC X(10).
           05 FILLER         PIC X(06) VALUE SPACES.
       01 WS-RPT-TOTAL.
           05 FILLER         PIC X(22) VALUE
              'POSITION CONSOLIDEE : '.
           05 WS-RPT-T-CONSO PIC -(09)9.99.
           05 FILLER         PIC X(22) VALUE
              '  CENTRAL. APRES    : '.
           05 WS-RPT-T-APRES PIC -(09)9.99.
           05 FILLER         PIC X(10) VALUE SPACES.
       01 WS-RPT-BLANK   PIC X(80) VALUE SPACES.
      / PGM075 report-catalog interface
       01 WS-CALL-CAT    PIC X(08) VALUE "PGM075  ".
       01 WS-CAT-RPT     PIC X(12).
       01 WS-CAT-PAGES   PIC 9(05).
       01 WS-CAT-LINES   PIC 9(07).
      / PGM081 control-date interface
       01 WS-CALL-DATE   PIC X(08) VALUE "PGM081  ".
      / Parameter from JCL run
       01 PJ-RUNDATE     PIC 9(08).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           PERFORM 001-OFILE THRU 001-EXIT.
           PERFORM 100-SWEEP THRU 100-EXIT.
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
           OPEN INPUT POOLAGR.
           IF WS-FS-AGR NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT POOLAGR FAILED - FILE '
                      'STATUS ' WS-FS-AGR
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
           OPEN INPUT ACCTREL.
           IF WS-FS-REL = '00'
              MOVE 'Y' TO WS-REL-AVAIL-SW
           ELSE
              DISPLAY 'WARNING : ACCTREL NOT AVAILABLE - POOL '
                      'CUSTOMERS NOT CHECKED'
           END-IF.
           OPEN OUTPUT SWEEPMVT.
           OPEN OUTPUT FILERPT100.
           MOVE PJ-RUNDATE TO WS-RPT-H-DATE.
           WRITE FILERPT100-ENREG FROM WS-RPT-HDR.
           WRITE FILERPT100-ENREG FROM WS-RPT-BLANK.
           ADD 2 TO WS-RPT-LINES.
       001-EXIT.
           EXIT.
      *****************************************************************
      *  This routine drives the sweep : POOLAGR is read in pool
      *  order, a change of PA-POOL closing one pool's block and
      *  opening the next
      *****************************************************************
       100-SWEEP.
           PERFORM UNTIL AGR-END
              READ POOLAGR
                 NOT AT END
                    ADD 1 TO WS-CNT-READ
                    IF NOT POOL-ACTIVE OR PA-POOL NOT = WS-POOL-ID
                       IF POOL-ACTIVE
                          PERFORM 130-POOLEND
                       END-IF
                       PERFORM 120-NEWPOOL THRU 120-EXIT
                    END-IF
                    PERFORM 140-PARTICIPANT THRU 140-EXIT
              END-READ
           END-PERFORM.
           IF POOL-ACTIVE
              PERFORM 130-POOLEND
           END-IF.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine opens one pool : its header account is read
      *  and printed. A header unknown or not open leaves the whole
      *  pool unswept.
      *****************************************************************
       120-NEWPOOL.
           MOVE 'Y'     TO WS-POOL-ACTIVE-SW.
           ADD 1 TO WS-CNT-POOL.
           MOVE PA-POOL TO WS-POOL-ID.
           MOVE 'N'     TO WS-ENT-OK-SW.
           MOVE SPACES  TO WS-PART-MOTIF.
           MOVE 0       TO WS-ENT-SOLDE.
           MOVE 0       TO WS-ENT-CLIENT.
           MOVE 0       TO WS-POOL-UP.
           MOVE 0       TO WS-POOL-DOWN.
           IF PA-ENTETE NUMERIC
              MOVE PA-ENTETE TO WS-POOL-ENTETE
           ELSE
              MOVE 0 TO WS-POOL-ENTETE
           END-IF.
           MOVE WS-POOL-ENTETE TO F-COMPTE.
           READ ACCTMSTR
              INVALID KEY
                 MOVE 'INCONNU' TO WS-PART-MOTIF
              NOT INVALID KEY
                 MOVE F-SOLDER TO WS-ENT-SOLDE
                 IF F-ETAT = 'O'
                    MOVE 'Y' TO WS-ENT-OK-SW
                 ELSE
                    MOVE 'BLOQUE' TO WS-PART-MOTIF
                 END-IF
                 IF F-DEVISE = SPACES OR F-DEVISE = LOW-VALUES
                    MOVE 'EUR' TO WS-ENT-DEVISE
                 ELSE
                    MOVE F-DEVISE TO WS-ENT-DEVISE
                 END-IF
           END-READ.
           IF ENT-OK AND REL-AVAIL
              MOVE WS-POOL-ENTETE TO AR-COMPTE
              READ ACCTREL
                 INVALID KEY
                    MOVE 'N' TO WS-ENT-OK-SW
                    MOVE 'CLIENT' TO WS-PART-MOTIF
                 NOT INVALID KEY
                    MOVE AR-CLIENT TO WS-ENT-CLIENT
              END-READ
           END-IF.
           MOVE WS-ENT-SOLDE TO WS-POOL-CONSO.
           IF NOT ENT-OK
              ADD 1 TO WS-CNT-REJECT
           END-IF.
           MOVE WS-POOL-ID     TO WS-RPT-P-ID.
           MOVE WS-POOL-ENTETE TO WS-RPT-P-ENT.
           MOVE WS-ENT-SOLDE   TO WS-RPT-P-SOLDE.
           MOVE WS-PART-MOTIF  TO WS-RPT-P-MOTIF.
           WRITE FILERPT100-ENREG FROM WS-RPT-POOL.
           WRITE FILERPT100-ENREG FROM WS-RPT-COLS.
           ADD 2 TO WS-RPT-LINES.
       120-EXIT.
           EXIT.
      *****************************************************************
      *  This routine closes one pool's block : the consolidated
      *  position and the header balance projected after the sweep
      *****************************************************************
       130-POOLEND.
           COMPUTE WS-POOL-APRES = WS-ENT-SOLDE + WS-POOL-UP
                                 - WS-POOL-DOWN.
           MOVE WS-POOL-CONSO TO WS-RPT-T-CONSO.
           MOVE WS-POOL-APRES TO WS-RPT-T-APRES.
           WRITE FILERPT100-ENREG FROM WS-RPT-TOTAL.
           WRITE FILERPT100-ENREG FROM WS-RPT-BLANK.
           ADD 2 TO WS-RPT-LINES.
           IF WS-POOL-APRES < 0
              DISPLAY 'WARNING : POOL ' WS-POOL-ID ' HEADER '
                      WS-POOL-ENTETE ' PROJECTED BELOW ZERO AFTER '
                      'THE SWEEP'
           END-IF.
      *****************************************************************
      *  This routine sweeps one participant : it must be a valid
      *  agreement line on an open account in the header's currency,
      *  held by the header's customer. Its deviation from target
      *  becomes an upward transfer (surplus, 'U' or 'B') or a
      *  downward one (deficit, 'D' or 'B').
      *****************************************************************
       140-PARTICIPANT.
           MOVE SPACES TO WS-PART-MOTIF.
           MOVE SPACES TO WS-SWEEP-DIR.
           MOVE 0      TO WS-SWEEP-AMT.
           MOVE 0      TO WS-ECART.
           MOVE SPACES TO WS-RPT-DETAIL.
           IF PA-COMPTE NOT NUMERIC OR PA-CIBLE NOT NUMERIC
              OR NOT PA-SENS-VALID
              MOVE 'AGREMENT' TO WS-PART-MOTIF
              MOVE 0 TO WS-RPT-D-CPT
              GO TO 140-LINE
           END-IF.
           MOVE PA-COMPTE TO WS-RPT-D-CPT.
           MOVE PA-CIBLE  TO WS-RPT-D-CIBLE.
           IF NOT ENT-OK
              MOVE 'CENTRAL' TO WS-PART-MOTIF
              GO TO 140-LINE
           END-IF.
           IF PA-ENTETE NOT NUMERIC OR PA-ENTETE NOT = WS-POOL-ENTETE
              OR PA-COMPTE = WS-POOL-ENTETE
              MOVE 'AGREMENT' TO WS-PART-MOTIF
              GO TO 140-LINE
           END-IF.
           MOVE PA-COMPTE TO F-COMPTE.
           READ ACCTMSTR
              INVALID KEY
                 MOVE 'INCONNU' TO WS-PART-MOTIF
                 GO TO 140-LINE
           END-READ.
           MOVE F-SOLDER TO WS-RPT-D-SOLDE.
           IF F-ETAT NOT = 'O'
              MOVE 'BLOQUE' TO WS-PART-MOTIF
              GO TO 140-LINE
           END-IF.
           IF F-DEVISE = SPACES OR F-DEVISE = LOW-VALUES
              MOVE 'EUR' TO WS-PART-DEVISE
           ELSE
              MOVE F-DEVISE TO WS-PART-DEVISE
           END-IF.
           IF WS-PART-DEVISE NOT = WS-ENT-DEVISE
              MOVE 'DEVISE' TO WS-PART-MOTIF
              GO TO 140-LINE
           END-IF.
           IF REL-AVAIL
              MOVE PA-COMPTE TO AR-COMPTE
              READ ACCTREL
                 INVALID KEY
                    MOVE 0 TO AR-CLIENT
              END-READ
              IF AR-CLIENT NOT = WS-ENT-CLIENT
                 MOVE 'CLIENT' TO WS-PART-MOTIF
                 GO TO 140-LINE
              END-IF
           END-IF.
           ADD F-SOLDER TO WS-POOL-CONSO.
           COMPUTE WS-ECART = F-SOLDER - PA-CIBLE.
           MOVE WS-ECART TO WS-RPT-D-ECART.
           EVALUATE TRUE
              WHEN WS-ECART > 0 AND (PA-UP OR PA-BOTH)
                 MOVE WS-ECART  TO WS-SWEEP-AMT
                 MOVE 'MONTEE'  TO WS-SWEEP-DIR
              WHEN WS-ECART < 0 AND (PA-DOWN OR PA-BOTH)
                 COMPUTE WS-SWEEP-AMT = 0 - WS-ECART
                 MOVE 'DESCENTE' TO WS-SWEEP-DIR
              WHEN OTHER
                 GO TO 140-LINE
           END-EVALUATE.
           IF WS-SWEEP-AMT > 9999999.99
              MOVE 'MONTANT' TO WS-PART-MOTIF
              MOVE SPACES    TO WS-SWEEP-DIR
              MOVE 0         TO WS-SWEEP-AMT
              GO TO 140-LINE
           END-IF.
           PERFORM 150-PUTMVT.
       140-LINE.
           IF WS-PART-MOTIF NOT = SPACES
              ADD 1 TO WS-CNT-REJECT
           END-IF.
           MOVE WS-SWEEP-AMT  TO WS-RPT-D-MNT.
           MOVE WS-SWEEP-DIR  TO WS-RPT-D-DIR.
           MOVE WS-PART-MOTIF TO WS-RPT-D-MOTIF.
           WRITE FILERPT100-ENREG FROM WS-RPT-DETAIL.
           ADD 1 TO WS-RPT-LINES.
       140-EXIT.
           EXIT.
      *****************************************************************
      *  This routine writes one sweep transfer : surplus moves from
      *  the participant to the header, a deficit from the header to
      *  the participant
      *****************************************************************
       150-PUTMVT.
           MOVE SPACES         TO STRUCT-SWEEPMVT.
           MOVE 'T'            TO MV-SENS.
           IF WS-SWEEP-DIR = 'MONTEE'
              MOVE PA-COMPTE      TO MV-COMPTE
              MOVE WS-POOL-ENTETE TO MV-CPTDEST-N
              ADD WS-SWEEP-AMT TO WS-POOL-UP
              ADD 1 TO WS-CNT-UP
           ELSE
              MOVE WS-POOL-ENTETE TO MV-COMPTE
              MOVE PA-COMPTE      TO MV-CPTDEST-N
              ADD WS-SWEEP-AMT TO WS-POOL-DOWN
              ADD 1 TO WS-CNT-DOWN
           END-IF.
           MOVE WS-SWEEP-AMT   TO MV-MNT.
           MOVE WS-MVT-DTVAL   TO MV-DTVAL.
           MOVE WS-ENT-DEVISE  TO MV-DEVISE.
           MOVE 'POOL'         TO MV-ORIGINE.
           WRITE STRUCT-SWEEPMVT.
           ADD WS-SWEEP-AMT TO WS-TOT-SWEEP.
      *****************************************************************
      *  This routine closes SWEEPMVT with its control trailer
      *****************************************************************
       160-MVTTRLR.
           MOVE 'TRAILER'    TO FT-MARK   OF STRUCT-SWEEPMVT-TRLR.
           COMPUTE FT-COUNT OF STRUCT-SWEEPMVT-TRLR =
                   WS-CNT-UP + WS-CNT-DOWN.
           MOVE WS-TOT-SWEEP TO FT-SOLDER OF STRUCT-SWEEPMVT-TRLR.
           MOVE WS-RUNNO     TO FT-RUNNO  OF STRUCT-SWEEPMVT-TRLR.
           WRITE STRUCT-SWEEPMVT-TRLR.
      *****************************************************************
      *  This routine should close the program (after some displays)
      *****************************************************************
       200-EXITP.
           DISPLAY "200-EXITP".
           DISPLAY '    AGREEMENTS READ  : ' WS-CNT-READ.
           DISPLAY '    POOLS            : ' WS-CNT-POOL.
           DISPLAY '    SWEEPS UP        : ' WS-CNT-UP.
           DISPLAY '    SWEEPS DOWN      : ' WS-CNT-DOWN.
           DISPLAY '    LEFT OUT         : ' WS-CNT-REJECT.
           DISPLAY '    AMOUNT SWEPT     : ' WS-TOT-SWEEP.
           IF WS-CNT-REJECT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       200-EXIT.
           EXIT.
      *****************************************************************
      *  Those routines handle files Closing
      *****************************************************************
       999-CFILE.
           PERFORM 160-MVTTRLR.
           CLOSE POOLAGR.
           CLOSE ACCTMSTR.
           IF REL-AVAIL
              CLOSE ACCTREL
           END-IF.
           CLOSE SWEEPMVT.
           CLOSE FILERPT100.
           MOVE 'FILERPT100' TO WS-CAT-RPT.
           MOVE 0 TO WS-CAT-PAGES.
           MOVE WS-RPT-LINES TO WS-CAT-LINES.
           CALL WS-CALL-CAT USING WS-CAT-RPT, WS-CAT-PAGES,
                WS-CAT-LINES.
       999-EXIT.
           EXIT.
