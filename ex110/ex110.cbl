      *****************************************************************
      * Program name:    PGM110
      *
      * Original author: DEFAY E.
      *
      * Purpose : Yearly purge of the closed accounts off ACCTMSTR.
      *           An account closed (F-ETAT 'F', or 'A' after it was
      *           closed) for more than PJ-ANS years before the run
      *           date (F-DTCLOT, or F-DT-MVT for an account closed
      *           before the closing date was kept), with a zero
      *           balance, no active HOLDMSTR hold (PGM092), no
      *           STOMSTR standing order (PGM049) and no part in a
      *           POOLAGR cash-pooling agreement (PGM100), is moved
      *           to the indexed ACCTHIST closed-account history
      *           master (copybook ACCTHFS) and deleted from
      *           ACCTMSTR, its ACCTREL link (PGM051) and ADDRMSTR
      *           address (PGM083) with it. Every ACCTMSTR delete
      *           goes through PGM067 for the PGM068 roll-forward.
      *           FILERPT110 lists the accounts archived and those
      *           held back, with the reason. PGM020 finds an
      *           archived account on ACCTHIST, and PGM052 never
      *           issues its number again.
      *
      * Using :
      *    - Copybooks ACCTFS & ACCTHFS
      *    - ACCTMSTR as kept by PGM026/PGM105 (F-DTCLOT)
      *    - PGM067 image journaling, PGM075 report catalog
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created : the dead accounts leave the
      *                    nightly master for a history of their own
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM110.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /    ACCTMSTR (indexed account master keyed on F-COMPTE)
           SELECT ACCTMSTR
           ASSIGN TO ACCTMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS F-COMPTE
           FILE STATUS is WS-FS-MSTR.
      /    ACCTHIST (closed-account history master keyed on
      /    AH-COMPTE)
           SELECT ACCTHIST
           ASSIGN TO ACCTHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AH-COMPTE
           FILE STATUS is WS-FS-HIST.
      /    ACCTREL (indexed account-to-customer relationship file)
           SELECT ACCTREL
           ASSIGN TO ACCTREL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-COMPTE
           FILE STATUS is WS-FS-REL.
      /    ADDRMSTR (address master from PGM083)
           SELECT ADDRMSTR
           ASSIGN TO ADDRMSTR
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is AD-COMPTE
           FILE STATUS is WS-FS-ADDR.
      /    HOLDMSTR (amount holds from PGM092 keyed on account and
      /    hold reference)
           SELECT HOLDMSTR
           ASSIGN TO HOLDMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HD-KEY
           FILE STATUS is WS-FS-HOLD.
      /    STOMSTR (standing-order master from PGM049)
           SELECT STOMSTR
           ASSIGN TO STOMSTR
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is SO-ID
           FILE STATUS is WS-FS-STO.
      /    POOLAGR (cash-pooling agreements from PGM100)
           SELECT POOLAGR
           ASSIGN TO POOLAGR
           FILE STATUS is WS-FS-AGR.
      /    FILERPT110 (accounts archived and held back)
           SELECT FILERPT110
           ASSIGN TO FILERPT110.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD ACCTMSTR.
       COPY ACCTFS REPLACING ==()== BY ==ACCTMSTR==.
       FD ACCTHIST
           RECORD CONTAINS 120 CHARACTERS.
       COPY ACCTHFS REPLACING ==()== BY ==ACCTHIST==.
       FD ACCTREL.
       01  STRUCT-ACCTREL.
           02 AR-COMPTE  PIC 9(06).
           02 FILLER     PIC X(01).
           02 AR-CLIENT  PIC 9(06).
           02 FILLER     PIC X(67).
       FD ADDRMSTR
           RECORD CONTAINS 120 CHARACTERS.
       01  STRUCT-ADDRMSTR.
           02 AD-COMPTE   PIC 9(06).
           02 FILLER      PIC X(114).
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
       FD STOMSTR.
       01  STRUCT-STOMSTR.
           02 SO-ID       PIC 9(06).
           02 FILLER      PIC X(01).
           02 SO-COMPTE   PIC 9(07).
           02 FILLER      PIC X(67).
       FD POOLAGR.
       01  STRUCT-POOLAGR.
           02 PA-POOL        PIC X(06).
           02 FILLER         PIC X(01).
           02 PA-ENTETE      PIC 9(06).
           02 FILLER         PIC X(01).
           02 PA-COMPTE      PIC 9(06).
           02 FILLER         PIC X(60).
       FD FILERPT110
           RECORD CONTAINS 80 CHARACTERS.
       01  FILERPT110-ENREG   PIC X(80).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-MSTR     PIC X(02).
           88 MSTR-END    VALUE '10'.
       01 WS-FS-HIST     PIC X(02).
       01 WS-FS-REL      PIC X(02).
       01 WS-FS-ADDR     PIC X(02).
       01 WS-FS-HOLD     PIC X(02).
       01 WS-FS-STO      PIC X(02).
           88 STO-END     VALUE '10'.
       01 WS-FS-AGR      PIC X(02).
           88 AGR-END     VALUE '10'.
       01 WS-REL-AVAIL-SW  PIC X(01) VALUE 'N'.
           88 REL-AVAIL   VALUE 'Y'.
       01 WS-ADDR-AVAIL-SW PIC X(01) VALUE 'N'.
           88 ADDR-AVAIL  VALUE 'Y'.
       01 WS-HOLD-AVAIL-SW PIC X(01) VALUE 'N'.
           88 HOLD-AVAIL  VALUE 'Y'.
      / Run counters
       01 WS-CNT-READ    PIC 9(07) VALUE 0.
       01 WS-CNT-CLOSED  PIC 9(07) VALUE 0.
       01 WS-CNT-NODATE  PIC 9(07) VALUE 0.
       01 WS-CNT-SOLDE   PIC 9(07) VALUE 0.
       01 WS-CNT-HELD    PIC 9(07) VALUE 0.
       01 WS-CNT-ARCH    PIC 9(07) VALUE 0.
       01 WS-CNT-REL     PIC 9(07) VALUE 0.
       01 WS-CNT-ADDR    PIC 9(07) VALUE 0.
       01 WS-CNT-ERROR   PIC 9(07) VALUE 0.
       01 WS-CNT-DEFER   PIC 9(07) VALUE 0.
      / Age limit : closed on or before WS-SEUIL (AAAAMMJJ)
       01 WS-SEUIL       PIC 9(08).
       01 WS-DTCLOT      PIC 9(08).
       01 WS-DTMVT.
           05 WS-DM-AAAA  PIC X(04).
           05 FILLER      PIC X(01).
           05 WS-DM-MM    PIC X(02).
           05 FILLER      PIC X(01).
           05 WS-DM-JJ    PIC X(02).
       01 WS-DTMVT-N.
           05 WS-DN-AAAA  PIC X(04).
           05 WS-DN-MM    PIC X(02).
           05 WS-DN-JJ    PIC X(02).
      / Candidates, ascending on F-COMPTE as ACCTMSTR is read, with
      / the reason one is held back (space : none)
       01 WS-CD-COUNT    PIC 9(05) VALUE 0.
       01 WS-CD-MAX      PIC 9(05) VALUE 5000.
       01 WS-CD-TABLE.
           05 WS-CD-ENTRY OCCURS 1 TO 5000 TIMES
                 DEPENDING ON WS-CD-COUNT
                 ASCENDING KEY IS WS-CD-COMPTE
                 INDEXED BY CX.
              10 WS-CD-COMPTE   PIC 9(06).
              10 WS-CD-DTCLOT   PIC 9(08).
              10 WS-CD-BLOCK    PIC X(01).
                 88 CD-FREE      VALUE SPACE.
                 88 CD-HOLD      VALUE 'H'.
                 88 CD-ORDER     VALUE 'O'.
                 88 CD-POOL      VALUE 'P'.
       01 WS-FIND-COMPTE PIC 9(06).
       01 WS-CLIENT      PIC 9(06).
      / FILERPT110 lines
       01 WS-RPT-LINES   PIC 9(07) VALUE 0.
       01 WS-RPT-HDR.
           05 FILLER          PIC X(40) VALUE
              'PGM110 CLOSED-ACCOUNT PURGE - RUN DATE '.
           05 WS-RPT-H-DATE   PIC 9(08).
           05 FILLER          PIC X(14) VALUE '  CLOSED OVER '.
           05 WS-RPT-H-ANS    PIC Z9.
           05 FILLER          PIC X(16) VALUE ' YEARS'.
       01 WS-RPT-HDR2    PIC X(80) VALUE
           'COMPTE  NOM              CLOTURE   ACTION'.
       01 WS-RPT-DETAIL.
           05 WS-RPT-D-CPT    PIC 9(06).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-RPT-D-NOM    PIC X(15).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-RPT-D-DATE   PIC 9(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-RPT-D-ACTION PIC X(45).
      / PGM067 master-image journaling interface
       01 WS-CALL-IMG    PIC X(08) VALUE "PGM067  ".
       01 WS-IMG-PGM     PIC X(08) VALUE 'PGM110'.
       01 WS-IMG-FILE    PIC X(08) VALUE 'ACCTMSTR'.
       01 WS-IMG-AVANT   PIC X(80).
       01 WS-IMG-APRES   PIC X(80).
      / PGM081 chain run-date subprogram
       01 WS-CALL-DATE   PIC X(08) VALUE "PGM081  ".
      / PGM075 report-catalog interface
       01 WS-CALL-CAT    PIC X(08) VALUE "PGM075  ".
       01 WS-CAT-RPT     PIC X(12).
       01 WS-CAT-PAGES   PIC 9(05).
       01 WS-CAT-LINES   PIC 9(07).
      / Parameter from JCL run
       01 PJ-RUNDATE     PIC 9(08).
       01 PJ-ANS         PIC 9(02).
       01 PJ-ANS-DEF     PIC 9(02) VALUE 10.
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           PERFORM 001-OFILE THRU 001-EXIT.
           PERFORM 100-CANDIDATES THRU 100-EXIT.
           PERFORM 110-HOLDS THRU 110-EXIT.
           PERFORM 120-ORDERS THRU 120-EXIT.
           PERFORM 130-POOLS THRU 130-EXIT.
           PERFORM 200-PURGE THRU 200-EXIT.
           PERFORM 300-EXITP THRU 300-EXIT.
           PERFORM 999-CFILE THRU 999-EXIT.
           STOP RUN.
      *****************************************************************
      *  This routine handle parameters : the age limit is PJ-ANS
      *  whole years before the run date
      *****************************************************************
       000-PARMS.
           ACCEPT PJ-RUNDATE.
           IF PJ-RUNDATE = SPACE OR LOW-VALUE THEN
              CALL WS-CALL-DATE USING PJ-RUNDATE
           END-IF.
           ACCEPT PJ-ANS.
           IF PJ-ANS = SPACE OR LOW-VALUE OR PJ-ANS = 0
              MOVE PJ-ANS-DEF TO PJ-ANS
           END-IF.
           COMPUTE WS-SEUIL = PJ-RUNDATE - PJ-ANS * 10000.
       000-EXIT.
           EXIT.
      *****************************************************************
      *  This routine handle files opening (the blocking files are
      *  optional : one never created holds nothing to block on)
      *****************************************************************
       001-OFILE.
           OPEN I-O ACCTMSTR.
           IF WS-FS-MSTR NOT = '00'
              DISPLAY 'ERROR : OPEN I-O ACCTMSTR FAILED - FILE STATUS '
                      WS-FS-MSTR
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN I-O ACCTHIST.
           IF WS-FS-HIST NOT = '00'
              OPEN OUTPUT ACCTHIST
              CLOSE ACCTHIST
              OPEN I-O ACCTHIST
           END-IF.
           IF WS-FS-HIST NOT = '00'
              DISPLAY 'ERROR : OPEN I-O ACCTHIST FAILED - FILE STATUS '
                      WS-FS-HIST
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN I-O ACCTREL.
           IF WS-FS-REL = '00'
              MOVE 'Y' TO WS-REL-AVAIL-SW
           ELSE
              DISPLAY 'WARNING : ACCTREL NOT AVAILABLE - NO '
                      'CUSTOMER LINK REMOVED'
           END-IF.
           OPEN I-O ADDRMSTR.
           IF WS-FS-ADDR = '00'
              MOVE 'Y' TO WS-ADDR-AVAIL-SW
           ELSE
              DISPLAY 'WARNING : ADDRMSTR NOT AVAILABLE - NO '
                      'ADDRESS REMOVED'
           END-IF.
           OPEN INPUT HOLDMSTR.
           IF WS-FS-HOLD = '00'
              MOVE 'Y' TO WS-HOLD-AVAIL-SW
           ELSE
              DISPLAY 'WARNING : HOLDMSTR NOT AVAILABLE - NO HOLD '
                      'CHECKED'
           END-IF.
           OPEN OUTPUT FILERPT110.
           MOVE PJ-RUNDATE TO WS-RPT-H-DATE.
           MOVE PJ-ANS     TO WS-RPT-H-ANS.
           WRITE FILERPT110-ENREG FROM WS-RPT-HDR.
           WRITE FILERPT110-ENREG FROM WS-RPT-HDR2.
           ADD 2 TO WS-RPT-LINES.
       001-EXIT.
           EXIT.
      *****************************************************************
      *  This routine reads ACCTMSTR by key and keeps every account
      *  closed long enough with a zero balance
      *****************************************************************
       100-CANDIDATES.
           PERFORM UNTIL MSTR-END
              READ ACCTMSTR NEXT
                 NOT AT END
                    ADD 1 TO WS-CNT-READ
                    PERFORM 105-ONEACCT THRU 105-EXIT
              END-READ
           END-PERFORM.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine checks one account : closed, the closing date
      *  known and old enough, nothing left on it
      *****************************************************************
       105-ONEACCT.
           IF F-ETAT NOT = 'F' AND F-ETAT NOT = 'A'
              GO TO 105-EXIT
           END-IF.
           MOVE 0 TO WS-DTCLOT.
           IF F-DTCLOT IS NUMERIC
              MOVE F-DTCLOT TO WS-DTCLOT
           END-IF.
           IF F-ETAT = 'A' AND WS-DTCLOT = 0
              GO TO 105-EXIT
           END-IF.
           ADD 1 TO WS-CNT-CLOSED.
           IF WS-DTCLOT = 0
              PERFORM 106-DTMVT
           END-IF.
           IF WS-DTCLOT = 0
              ADD 1 TO WS-CNT-NODATE
              DISPLAY 'WARNING : COMPTE ' F-COMPTE
                      ' CLOSED ON AN UNKNOWN DATE - KEPT'
              GO TO 105-EXIT
           END-IF.
           IF WS-DTCLOT > WS-SEUIL
              GO TO 105-EXIT
           END-IF.
           IF F-SOLDER NOT = 0
              ADD 1 TO WS-CNT-SOLDE
              DISPLAY 'WARNING : COMPTE ' F-COMPTE
                      ' CLOSED WITH A BALANCE ' F-SOLDER ' - KEPT'
              GO TO 105-EXIT
           END-IF.
           IF WS-CD-COUNT >= WS-CD-MAX
              ADD 1 TO WS-CNT-DEFER
              GO TO 105-EXIT
           END-IF.
           ADD 1 TO WS-CD-COUNT.
           MOVE F-COMPTE  TO WS-CD-COMPTE (WS-CD-COUNT).
           MOVE WS-DTCLOT TO WS-CD-DTCLOT (WS-CD-COUNT).
           MOVE SPACE     TO WS-CD-BLOCK (WS-CD-COUNT).
       105-EXIT.
           EXIT.
      *****************************************************************
      *  This routine takes the closing date from the last movement
      *  date (AAAA-MM-JJ) of an account closed before F-DTCLOT was
      *  kept; WS-DTCLOT stays zero when that is not a date either
      *****************************************************************
       106-DTMVT.
           MOVE F-DT-MVT   TO WS-DTMVT.
           MOVE WS-DM-AAAA TO WS-DN-AAAA.
           MOVE WS-DM-MM   TO WS-DN-MM.
           MOVE WS-DM-JJ   TO WS-DN-JJ.
           IF WS-DTMVT-N IS NUMERIC
              MOVE WS-DTMVT-N TO WS-DTCLOT
           END-IF.
      *****************************************************************
      *  This routine holds back every candidate still carrying an
      *  active amount hold - one active through its expiry date,
      *  zero meaning until released
      *****************************************************************
       110-HOLDS.
           IF NOT HOLD-AVAIL
              GO TO 110-EXIT
           END-IF.
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > WS-CD-COUNT
              PERFORM 115-ONEHOLD THRU 115-EXIT
           END-PERFORM.
       110-EXIT.
           EXIT.
       115-ONEHOLD.
           MOVE WS-CD-COMPTE (CX) TO HD-COMPTE.
           MOVE LOW-VALUES TO HD-REF.
           START HOLDMSTR KEY >= HD-KEY
              INVALID KEY
                 GO TO 115-EXIT
           END-START.
           PERFORM UNTIL WS-FS-HOLD NOT = '00'
              READ HOLDMSTR NEXT
                 AT END
                    CONTINUE
                 NOT AT END
                    IF HD-COMPTE = WS-CD-COMPTE (CX)
                       IF HD-DTEXP = 0 OR HD-DTEXP >= PJ-RUNDATE
                          MOVE 'H' TO WS-CD-BLOCK (CX)
                       END-IF
                    ELSE
                       MOVE '99' TO WS-FS-HOLD
                    END-IF
              END-READ
           END-PERFORM.
           MOVE '00' TO WS-FS-HOLD.
       115-EXIT.
           EXIT.
      *****************************************************************
      *  This routine holds back every candidate a standing order is
      *  still drawn on or paid to
      *****************************************************************
       120-ORDERS.
           OPEN INPUT STOMSTR.
           IF WS-FS-STO NOT = '00'
              DISPLAY 'WARNING : STOMSTR NOT AVAILABLE - NO STANDING '
                      'ORDER CHECKED'
              GO TO 120-EXIT
           END-IF.
           PERFORM UNTIL STO-END
              READ STOMSTR NEXT
                 NOT AT END
                    IF SO-COMPTE <= 999999
                       MOVE SO-COMPTE TO WS-FIND-COMPTE
                       PERFORM 140-FIND
                       IF WS-FIND-COMPTE NOT = 0
                          MOVE 'O' TO WS-CD-BLOCK (CX)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE STOMSTR.
       120-EXIT.
           EXIT.
      *****************************************************************
      *  This routine holds back every candidate named in a pooling
      *  agreement, as header or as participant
      *****************************************************************
       130-POOLS.
           OPEN INPUT POOLAGR.
           IF WS-FS-AGR NOT = '00'
              DISPLAY 'WARNING : POOLAGR NOT AVAILABLE - NO POOLING '
                      'AGREEMENT CHECKED'
              GO TO 130-EXIT
           END-IF.
           PERFORM UNTIL AGR-END
              READ POOLAGR
                 NOT AT END
                    MOVE PA-ENTETE TO WS-FIND-COMPTE
                    PERFORM 140-FIND
                    IF WS-FIND-COMPTE NOT = 0
                       MOVE 'P' TO WS-CD-BLOCK (CX)
                    END-IF
                    MOVE PA-COMPTE TO WS-FIND-COMPTE
                    PERFORM 140-FIND
                    IF WS-FIND-COMPTE NOT = 0
                       MOVE 'P' TO WS-CD-BLOCK (CX)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE POOLAGR.
       130-EXIT.
           EXIT.
      *****************************************************************
      *  This routine looks WS-FIND-COMPTE up among the candidates :
      *  CX points at it, WS-FIND-COMPTE zeroed when it is not one
      *****************************************************************
       140-FIND.
           IF WS-CD-COUNT = 0
              MOVE 0 TO WS-FIND-COMPTE
           ELSE
              SEARCH ALL WS-CD-ENTRY
                 AT END
                    MOVE 0 TO WS-FIND-COMPTE
                 WHEN WS-CD-COMPTE (CX) = WS-FIND-COMPTE
                    CONTINUE
              END-SEARCH
           END-IF.
      *****************************************************************
      *  This routine archives every candidate nothing holds back
      *  and lists the others with their reason
      *****************************************************************
       200-PURGE.
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > WS-CD-COUNT
              PERFORM 210-ONEPURGE THRU 210-EXIT
           END-PERFORM.
       200-EXIT.
           EXIT.
       210-ONEPURGE.
           MOVE WS-CD-COMPTE (CX) TO F-COMPTE.
           READ ACCTMSTR
              INVALID KEY
                 GO TO 210-EXIT
           END-READ.
           MOVE F-COMPTE TO WS-RPT-D-CPT.
           MOVE F-NOM    TO WS-RPT-D-NOM.
           MOVE WS-CD-DTCLOT (CX) TO WS-RPT-D-DATE.
           EVALUATE TRUE
              WHEN CD-HOLD (CX)
                 MOVE 'RETENU : OPPOSITION ACTIVE' TO WS-RPT-D-ACTION
              WHEN CD-ORDER (CX)
                 MOVE 'RETENU : ORDRE PERMANENT' TO WS-RPT-D-ACTION
              WHEN CD-POOL (CX)
                 MOVE 'RETENU : CONVENTION DE CASH POOLING'
                   TO WS-RPT-D-ACTION
              WHEN OTHER
                 PERFORM 220-ARCHIVE THRU 220-EXIT
           END-EVALUATE.
           IF NOT CD-FREE (CX)
              ADD 1 TO WS-CNT-HELD
           END-IF.
           WRITE FILERPT110-ENREG FROM WS-RPT-DETAIL.
           ADD 1 TO WS-RPT-LINES.
       210-EXIT.
           EXIT.
      *****************************************************************
      *  This routine moves one account to ACCTHIST, then deletes it
      *  from ACCTMSTR (journaled through PGM067), ACCTREL and
      *  ADDRMSTR
      *****************************************************************
       220-ARCHIVE.
           MOVE 0 TO WS-CLIENT.
           IF REL-AVAIL
              MOVE F-COMPTE TO AR-COMPTE
              READ ACCTREL
                 NOT INVALID KEY
                    MOVE AR-CLIENT TO WS-CLIENT
              END-READ
           END-IF.
           MOVE SPACES            TO STRUCT-ACCTHIST.
           MOVE F-COMPTE          TO AH-COMPTE.
           MOVE WS-CD-DTCLOT (CX) TO AH-DTCLOT.
           MOVE PJ-RUNDATE        TO AH-DTARCH.
           MOVE WS-CLIENT         TO AH-CLIENT.
           MOVE STRUCT-ACCTMSTR   TO AH-IMAGE.
           WRITE STRUCT-ACCTHIST
              INVALID KEY
                 ADD 1 TO WS-CNT-ERROR
                 MOVE 'ERREUR : DEJA SUR ACCTHIST - NON PURGE'
                   TO WS-RPT-D-ACTION
                 GO TO 220-EXIT
           END-WRITE.
           MOVE STRUCT-ACCTMSTR TO WS-IMG-AVANT.
           DELETE ACCTMSTR RECORD.
           MOVE SPACES TO WS-IMG-APRES.
           CALL WS-CALL-IMG USING WS-IMG-PGM, WS-IMG-FILE,
                WS-IMG-AVANT, WS-IMG-APRES.
           ADD 1 TO WS-CNT-ARCH.
           MOVE 'ARCHIVE' TO WS-RPT-D-ACTION.
           IF REL-AVAIL AND WS-CLIENT NOT = 0
              DELETE ACCTREL RECORD
              ADD 1 TO WS-CNT-REL
              MOVE 'ARCHIVE, LIEN CLIENT SUPPRIME' TO WS-RPT-D-ACTION
           END-IF.
           IF ADDR-AVAIL
              MOVE F-COMPTE TO AD-COMPTE
              DELETE ADDRMSTR RECORD
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    ADD 1 TO WS-CNT-ADDR
              END-DELETE
           END-IF.
       220-EXIT.
           EXIT.
      *****************************************************************
      *  This routine should close the program (after some displays)
      *****************************************************************
       300-EXITP.
           DISPLAY "300-EXITP".
           DISPLAY '    ACCOUNTS READ    : ' WS-CNT-READ.
           DISPLAY '    CLOSED           : ' WS-CNT-CLOSED.
           DISPLAY '    NO CLOSING DATE  : ' WS-CNT-NODATE.
           DISPLAY '    BALANCE NOT ZERO : ' WS-CNT-SOLDE.
           DISPLAY '    CANDIDATES       : ' WS-CD-COUNT.
           DISPLAY '    DEFERRED         : ' WS-CNT-DEFER.
           DISPLAY '    HELD BACK        : ' WS-CNT-HELD.
           DISPLAY '    ARCHIVED         : ' WS-CNT-ARCH.
           DISPLAY '    LINKS REMOVED    : ' WS-CNT-REL.
           DISPLAY '    ADDRESSES REMOVED: ' WS-CNT-ADDR.
           DISPLAY '    ERRORS           : ' WS-CNT-ERROR.
           IF WS-CNT-DEFER > 0
              DISPLAY 'WARNING : MORE THAN ' WS-CD-MAX ' CANDIDATES - '
                      WS-CNT-DEFER ' LEFT FOR THE NEXT RUN'
           END-IF.
           IF WS-CNT-NODATE > 0 OR WS-CNT-SOLDE > 0
              OR WS-CNT-DEFER > 0 OR WS-CNT-ERROR > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       300-EXIT.
           EXIT.
      *****************************************************************
      *  Those routines handle files Closing
      *****************************************************************
       999-CFILE.
           CLOSE ACCTMSTR.
           CLOSE ACCTHIST.
           IF REL-AVAIL
              CLOSE ACCTREL
           END-IF.
           IF ADDR-AVAIL
              CLOSE ADDRMSTR
           END-IF.
           IF HOLD-AVAIL
              CLOSE HOLDMSTR
           END-IF.
           CLOSE FILERPT110.
           MOVE 'FILERPT110' TO WS-CAT-RPT.
           MOVE 0 TO WS-CAT-PAGES.
           MOVE WS-RPT-LINES TO WS-CAT-LINES.
           CALL WS-CALL-CAT USING WS-CAT-RPT, WS-CAT-PAGES,
                WS-CAT-LINES.
       999-EXIT.
           EXIT.
