      *****************************************************************
      * Program name:    PGM096
      *
      * Original author: DEFAY E.
      *
      * Purpose : Suspense ledger of PGM017's rejected movements.
      *           PJ-MODE 'L' (after PGM017) books every MVTREJ
      *           record as an open item on the indexed SUSPMSTR
      *           ledger, keyed on entry date and sequence, with the
      *           reject reason and an owner taken from the SUSPCTL
      *           reason-to-owner table (PJ-OWNER-DEF otherwise). A
      *           rerun for an entry date already booked is refused.
      *           PJ-MODE 'M' applies the SUSPTRANS clearings : 'R'
      *           resubmits the corrected movement to MVTSIN for the
      *           next posting (known operator), 'W' writes the item
      *           off (operator at level 3 on OPERMSTR), 'O' hands
      *           the item to another owner.
      *           PJ-MODE 'A' (default, daily) ages the open items
      *           by entry date (0-7, 8-30, over 30 days) into the
      *           FILERPT96 balances by reason and leaves the open
      *           suspense totals on SUSPTOT for PGM030's GL journal,
      *           with each side's movement since the previous aging
      *           run (the open totals that run left, or for a rerun
      *           of the same date the totals it started from).
      *
      * Using :
      *    - Copybooks MVTFS, SUSPTFS
      *    - MVTREJ as written by PGM017, OPERMSTR as kept by PGM066
      *    - PGM124 dataset lineage
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created : a refused movement is booked
      *                    and followed until someone clears it
      * 15/10/26  DEFAY E. An item exactly 7 or 30 days old ages in
      *                    the 0-7 or 8-30 bucket; SUSPTOT carries
      *                    the movement since the previous run for
      *                    PGM030 to journal
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM096.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /    SUSPMSTR (suspense ledger keyed on entry date + sequence)
           SELECT SUSPMSTR
           ASSIGN TO SUSPMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SP-KEY
           FILE STATUS is WS-FS-SUSP.
      /    MVTREJ (PGM017's rejected movements, PJ-MODE 'L')
           SELECT MVTREJ
           ASSIGN TO MVTREJ
           FILE STATUS is WS-FS-REJ.
      /    SUSPCTL (reason code to owner; absent file gives every
      /    item to PJ-OWNER-DEF)
           SELECT SUSPCTL
           ASSIGN TO SUSPCTL
           FILE STATUS is WS-FS-CTL.
      /    SUSPTRANS (clearing transactions, PJ-MODE 'M')
           SELECT SUSPTRANS
           ASSIGN TO SUSPTRANS
           FILE STATUS is WS-FS-TRANS.
      /    OPERMSTR (operator master from PGM066)
           SELECT OPERMSTR
           ASSIGN TO OPERMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OP-ID
           FILE STATUS is WS-FS-OPER.
      /    MVTSIN (movement feed for PGM017, appended)
           SELECT MVTSIN
           ASSIGN TO MVTSIN
           FILE STATUS is WS-FS-MVTSIN.
      /    SUSPTOT (open suspense totals for PGM030)
           SELECT SUSPTOT
           ASSIGN TO SUSPTOT
           FILE STATUS is WS-FS-SUSPTOT.
      /    FILERPT96 (suspense aging by reason)
           SELECT FILERPT96
           ASSIGN TO FILERPT96.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD SUSPMSTR
           RECORD CONTAINS 120 CHARACTERS.
       01  STRUCT-SUSPMSTR.
           02 SP-KEY.
              03 SP-DTENTREE  PIC 9(08).
              03 SP-SEQ       PIC 9(05).
           02 FILLER          PIC X(01).
           02 SP-COMPTE       PIC 9(07).
           02 FILLER          PIC X(01).
           02 SP-SENS         PIC X(01).
           02 FILLER          PIC X(01).
           02 SP-MNT          PIC 9(07)V99.
           02 FILLER          PIC X(01).
           02 SP-DTVAL        PIC X(10).
           02 FILLER          PIC X(01).
           02 SP-MOTIF        PIC X(10).
           02 FILLER          PIC X(01).
           02 SP-OWNER        PIC X(08).
           02 FILLER          PIC X(01).
           02 SP-STATUT       PIC X(01).
              88 SP-OUVERT    VALUE 'O'.
              88 SP-RESOUMIS  VALUE 'R'.
              88 SP-PASSE     VALUE 'W'.
           02 FILLER          PIC X(01).
           02 SP-DTCLEAR      PIC 9(08).
           02 FILLER          PIC X(01).
           02 SP-OPCLEAR      PIC X(08).
           02 FILLER          PIC X(36).
       FD MVTREJ.
       01  STRUCT-MVTREJ.
           02 RJ-COMPTE       PIC 9(07).
           02 FILLER          PIC X(01).
           02 RJ-SENS         PIC X(01).
           02 FILLER          PIC X(01).
           02 RJ-MNT          PIC 9(07)V99.
           02 FILLER          PIC X(01).
           02 RJ-DTVAL        PIC X(10).
           02 FILLER          PIC X(01).
           02 RJ-MOTIF        PIC X(10).
           02 FILLER          PIC X(39).
       FD SUSPCTL.
       01  STRUCT-SUSPCTL.
           02 SC-MOTIF        PIC X(10).
           02 FILLER          PIC X(01).
           02 SC-OWNER        PIC X(08).
           02 FILLER          PIC X(61).
       FD SUSPTRANS
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-SUSPTRANS.
           02 TX-ACTION       PIC X(01).
              88 TX-RESUBMIT  VALUE 'R'.
              88 TX-WRITEOFF  VALUE 'W'.
              88 TX-OWNER     VALUE 'O'.
           02 FILLER          PIC X(01).
           02 TX-CLE          PIC X(13).
           02 TX-CLE-R REDEFINES TX-CLE.
              03 TX-CLE-DATE  PIC 9(08).
              03 TX-CLE-SEQ   PIC 9(05).
           02 FILLER          PIC X(01).
           02 TX-OPER         PIC X(08).
           02 FILLER          PIC X(01).
           02 TX-COMPTE       PIC X(07).
           02 TX-COMPTE-N REDEFINES TX-COMPTE PIC 9(07).
           02 FILLER          PIC X(01).
           02 TX-SENS         PIC X(01).
           02 FILLER          PIC X(01).
           02 TX-MNT          PIC X(09).
           02 TX-MNT-N REDEFINES TX-MNT PIC 9(07)V99.
           02 FILLER          PIC X(01).
           02 TX-DTVAL        PIC X(10).
           02 FILLER          PIC X(01).
           02 TX-DEVISE       PIC X(03).
           02 FILLER          PIC X(01).
           02 TX-OWNER-NEW    PIC X(08).
           02 FILLER          PIC X(12).
       FD OPERMSTR
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-OPERMSTR.
           02 OP-ID      PIC X(08).
           02 FILLER     PIC X(01).
           02 OP-NOM     PIC X(25).
           02 FILLER     PIC X(01).
           02 OP-LEVEL   PIC 9(01).
           02 FILLER     PIC X(44).
       FD MVTSIN.
       COPY MVTFS REPLACING ==()== BY ==MVTSIN==.
       FD SUSPTOT.
       COPY SUSPTFS REPLACING ==()== BY ==SUSPTOT==.
       FD FILERPT96
           RECORD CONTAINS 80 CHARACTERS.
       01  FILERPT96-ENREG PIC X(80).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-SUSP     PIC X(02).
           88 SUSP-END    VALUE '10'.
       01 WS-FS-REJ      PIC X(02).
           88 REJ-END     VALUE '10'.
       01 WS-FS-CTL      PIC X(02).
           88 CTL-END     VALUE '10'.
       01 WS-FS-TRANS    PIC X(02).
           88 TRANS-END   VALUE '10'.
       01 WS-FS-OPER     PIC X(02).
       01 WS-FS-MVTSIN   PIC X(02).
       01 WS-FS-SUSPTOT  PIC X(02).
       01 WS-CNT-READ    PIC 9(05) VALUE 0.
       01 WS-CNT-BOOKED  PIC 9(05) VALUE 0.
       01 WS-CNT-RESUB   PIC 9(05) VALUE 0.
       01 WS-CNT-WOFF    PIC 9(05) VALUE 0.
       01 WS-CNT-OWNER   PIC 9(05) VALUE 0.
       01 WS-CNT-REJECT  PIC 9(05) VALUE 0.
       01 WS-CNT-OPEN    PIC 9(05) VALUE 0.
       01 WS-SEQ-LAST    PIC 9(05) VALUE 0.
      / Reason-to-owner table from SUSPCTL
       01 WS-OWN-COUNT   PIC 9(03) VALUE 0.
       01 WS-OWN-TABLE.
           05 WS-OWN-ENTRY OCCURS 100 TIMES.
              10 WS-OW-MOTIF  PIC X(10).
              10 WS-OW-OWNER  PIC X(08).
       01 WS-OX          PIC 9(03).
      / Operator authority : known for a resubmission, level 3 for
      / a write-off
       01 WS-OPER-AVAIL-SW PIC X(01) VALUE 'N'.
           88 OPER-AVAIL  VALUE 'Y'.
       01 WS-OPER-OK-SW  PIC X(01).
           88 OPER-OK     VALUE 'Y'.
       01 WS-MIN-LEVEL   PIC 9(01).
      / Aging cutoffs : run date walked back 7 and 30 days
       01 WS-CUT7        PIC 9(08).
       01 WS-CUT30       PIC 9(08).
       01 WS-DUE.
           05 WS-DUE-AAAA    PIC 9(04).
           05 WS-DUE-MM      PIC 9(02).
           05 WS-DUE-JJ      PIC 9(02).
       01 WS-DUE-N REDEFINES WS-DUE PIC 9(08).
       01 WS-DAY-IX      PIC 9(03).
       01 WS-MOIS-LONG.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01 WS-MOIS-R REDEFINES WS-MOIS-LONG.
           05 WS-MOIS-JJ PIC 9(02) OCCURS 12 TIMES.
       01 WS-LEAP-QUOT   PIC 9(04).
       01 WS-LEAP-REST   PIC 9(03).
      / Aging buckets by reason : 1 = 0-7, 2 = 8-30, 3 = over 30
       01 WS-RSN-COUNT   PIC 9(03) VALUE 0.
       01 WS-RSN-MAX     PIC 9(03) VALUE 50.
       01 WS-RSN-TABLE.
           05 WS-RSN-ENTRY OCCURS 50 TIMES.
              10 WS-RS-MOTIF  PIC X(10).
              10 WS-RS-CNT    PIC 9(05).
              10 WS-RS-MNT    PIC 9(09)V99 OCCURS 3 TIMES.
       01 WS-RX          PIC 9(03).
       01 WS-RSN-HIT     PIC 9(03).
       01 WS-BKT         PIC 9(01).
       01 WS-TOT-BKT     PIC 9(09)V99 OCCURS 3 TIMES.
       01 WS-TOT-CREDIT  PIC 9(09)V99 VALUE 0.
       01 WS-TOT-DEBIT   PIC 9(09)V99 VALUE 0.
      / Open totals already journalled before this run date
       01 WS-BASE-CREDIT PIC S9(09)V99 VALUE 0.
       01 WS-BASE-DEBIT  PIC S9(09)V99 VALUE 0.
       01 WS-RPT-LINES   PIC 9(07) VALUE 0.
      / Report lines
       01 WS-RPT-HDR1.
           05 FILLER         PIC X(33) VALUE
              'PGM096 SUSPENSE AGING - RUN DATE '.
           05 WS-RPT-H-DATE  PIC 9(08).
           05 FILLER         PIC X(39) VALUE SPACES.
       01 WS-RPT-HDR2.
           05 FILLER         PIC X(40) VALUE
              'MOTIF        NB       0-7 J      8-30 J '.
           05 FILLER         PIC X(40) VALUE
              '    + 30 J       TOTAL'.
       01 WS-RPT-DETAIL.
           05 WS-RPT-D-MOTIF PIC X(10).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-CNT   PIC ZZZZ9.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-B1    PIC ZZZZZZZ9.99.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-B2    PIC ZZZZZZZ9.99.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-B3    PIC ZZZZZZZ9.99.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-TOT   PIC ZZZZZZZZ9.99.
           05 FILLER         PIC X(14) VALUE SPACES.
       01 WS-RPT-TOTMNT  PIC 9(09)V99.
      / PGM081 control-date interface
       01 WS-CALL-DATE   PIC X(08) VALUE "PGM081  ".
      / PGM075 report-catalog interface
       01 WS-CALL-CAT    PIC X(08) VALUE "PGM075  ".
       01 WS-CAT-RPT     PIC X(12).
       01 WS-CAT-PAGES   PIC 9(05).
       01 WS-CAT-LINES   PIC 9(07).
      / Parameter from JCL run
       01 PJ-MODE        PIC X(01).
           88 IS-LOAD     VALUE 'L'.
           88 IS-MAINT    VALUE 'M'.
       01 PJ-MODE-DEF    PIC X(01) VALUE 'A'.
       01 PJ-RUNDATE     PIC 9(08).
       01 PJ-OWNER-DEF   PIC X(08) VALUE 'BACKOFF'.
      / PGM124 dataset-lineage interface
       01 WS-CALL-LIN    PIC X(08) VALUE "PGM124  ".
       01 WS-LIN-PGM     PIC X(08) VALUE 'PGM096'.
       01 WS-LIN-DSN     PIC X(10).
       01 WS-LIN-MODE    PIC X(01).
       01 WS-LIN-COUNT   PIC 9(09).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           PERFORM 001-OFILE THRU 001-EXIT.
           EVALUATE TRUE
              WHEN IS-LOAD
                 PERFORM 100-LOAD THRU 100-EXIT
              WHEN IS-MAINT
                 PERFORM 300-MAINT THRU 300-EXIT
              WHEN OTHER
                 PERFORM 500-AGING THRU 500-EXIT
           END-EVALUATE.
           CLOSE SUSPMSTR.
           MOVE 'SUSPMSTR' TO WS-LIN-DSN.
           MOVE 'U' TO WS-LIN-MODE.
           MOVE WS-CNT-BOOKED TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           PERFORM 200-EXITP THRU 200-EXIT.
           STOP RUN.
      *****************************************************************
      *  This routine handle parameters
      *****************************************************************
       000-PARMS.
           ACCEPT PJ-MODE.
           IF PJ-MODE = SPACE OR LOW-VALUE THEN
              MOVE PJ-MODE-DEF TO PJ-MODE
           END-IF.
           ACCEPT PJ-RUNDATE.
           IF PJ-RUNDATE = SPACE OR LOW-VALUE THEN
              CALL WS-CALL-DATE USING PJ-RUNDATE
           END-IF.
       000-EXIT.
           EXIT.
      *****************************************************************
      *  This routine opens the ledger, creating it on first use
      *****************************************************************
       001-OFILE.
           OPEN I-O SUSPMSTR.
           IF WS-FS-SUSP NOT = '00'
              OPEN OUTPUT SUSPMSTR
              CLOSE SUSPMSTR
              OPEN I-O SUSPMSTR
           END-IF.
       001-EXIT.
           EXIT.
      *****************************************************************
      *  This routine books the night's MVTREJ rejects as open items
      *  under the run date. A run date already on the ledger means
      *  a rerun : nothing is booked twice.
      *****************************************************************
       100-LOAD.
           MOVE PJ-RUNDATE TO SP-DTENTREE.
           MOVE 0 TO SP-SEQ.
           START SUSPMSTR KEY >= SP-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 READ SUSPMSTR NEXT
                    NOT AT END
                       IF SP-DTENTREE = PJ-RUNDATE
                          DISPLAY 'ERROR : REJECTS OF ' PJ-RUNDATE
                                  ' ALREADY BOOKED - LOAD REFUSED'
                          MOVE 8 TO RETURN-CODE
                          GO TO 100-EXIT
                       END-IF
                 END-READ
           END-START.
           PERFORM 110-LOADOWN THRU 110-EXIT.
           OPEN INPUT MVTREJ.
           IF WS-FS-REJ NOT = '00'
              DISPLAY 'WARNING : MVTREJ NOT AVAILABLE - NOTHING '
                      'BOOKED'
              GO TO 100-EXIT
           END-IF.
           PERFORM UNTIL REJ-END
              READ MVTREJ
                 NOT AT END
                    ADD 1 TO WS-CNT-READ
                    PERFORM 120-BOOK
              END-READ
           END-PERFORM.
           CLOSE MVTREJ.
           MOVE 'MVTREJ' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-READ TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine loads the reason-to-owner table
      *****************************************************************
       110-LOADOWN.
           OPEN INPUT SUSPCTL.
           IF WS-FS-CTL NOT = '00'
              GO TO 110-EXIT
           END-IF.
           PERFORM UNTIL CTL-END
              READ SUSPCTL
                 NOT AT END
                    IF WS-OWN-COUNT < 100
                       ADD 1 TO WS-OWN-COUNT
                       MOVE SC-MOTIF TO WS-OW-MOTIF (WS-OWN-COUNT)
                       MOVE SC-OWNER TO WS-OW-OWNER (WS-OWN-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE SUSPCTL.
           MOVE 'SUSPCTL' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-OWN-COUNT TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
       110-EXIT.
           EXIT.
      *****************************************************************
      *  This routine books one reject as an open item
      *****************************************************************
       120-BOOK.
           MOVE SPACES      TO STRUCT-SUSPMSTR.
           MOVE PJ-RUNDATE  TO SP-DTENTREE.
           ADD 1 TO WS-SEQ-LAST.
           MOVE WS-SEQ-LAST TO SP-SEQ.
           MOVE RJ-COMPTE   TO SP-COMPTE.
           MOVE RJ-SENS     TO SP-SENS.
           MOVE RJ-MNT      TO SP-MNT.
           MOVE RJ-DTVAL    TO SP-DTVAL.
           MOVE RJ-MOTIF    TO SP-MOTIF.
           MOVE PJ-OWNER-DEF TO SP-OWNER.
           PERFORM VARYING WS-OX FROM 1 BY 1
                     UNTIL WS-OX > WS-OWN-COUNT
              IF WS-OW-MOTIF (WS-OX) = RJ-MOTIF
                 MOVE WS-OW-OWNER (WS-OX) TO SP-OWNER
              END-IF
           END-PERFORM.
           MOVE 'O'         TO SP-STATUT.
           MOVE 0           TO SP-DTCLEAR.
           WRITE STRUCT-SUSPMSTR
              INVALID KEY
                 DISPLAY 'WARNING : SUSPMSTR KEY COLLISION ON '
                         SP-KEY
              NOT INVALID KEY
                 ADD 1 TO WS-CNT-BOOKED
           END-WRITE.
      *****************************************************************
      *  This routine drives the clearing pass over SUSPTRANS
      *****************************************************************
       300-MAINT.
           OPEN INPUT SUSPTRANS.
           IF WS-FS-TRANS NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT SUSPTRANS FAILED - FILE '
                      'STATUS ' WS-FS-TRANS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT OPERMSTR.
           IF WS-FS-OPER = '00'
              MOVE 'Y' TO WS-OPER-AVAIL-SW
           ELSE
              DISPLAY 'ERROR : OPERMSTR NOT AVAILABLE - NO ITEM '
                      'CAN BE CLEARED'
              MOVE 8 TO RETURN-CODE
              CLOSE SUSPTRANS
              GO TO 300-EXIT
           END-IF.
           OPEN EXTEND MVTSIN.
           IF WS-FS-MVTSIN NOT = '00'
              OPEN OUTPUT MVTSIN
           END-IF.
           PERFORM UNTIL TRANS-END
              READ SUSPTRANS
                 NOT AT END
                    ADD 1 TO WS-CNT-READ
                    PERFORM 310-ONETRANS THRU 310-EXIT
              END-READ
           END-PERFORM.
           CLOSE SUSPTRANS.
           CLOSE OPERMSTR.
           CLOSE MVTSIN.
           MOVE 'SUSPTRANS' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-READ TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           MOVE 'OPERMSTR' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE 0 TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           MOVE 'MVTSIN' TO WS-LIN-DSN.
           MOVE 'E' TO WS-LIN-MODE.
           MOVE WS-CNT-RESUB TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
       300-EXIT.
           EXIT.
      *****************************************************************
      *  This routine finds the open item and routes the clearing
      *****************************************************************
       310-ONETRANS.
           IF TX-CLE NOT NUMERIC
              DISPLAY 'REJECTED : ITEM KEY INVALID - ' TX-CLE
              ADD 1 TO WS-CNT-REJECT
              GO TO 310-EXIT
           END-IF.
           MOVE TX-CLE-DATE TO SP-DTENTREE.
           MOVE TX-CLE-SEQ  TO SP-SEQ.
           READ SUSPMSTR
              INVALID KEY
                 DISPLAY 'REJECTED : ITEM UNKNOWN - ' TX-CLE
                 ADD 1 TO WS-CNT-REJECT
                 GO TO 310-EXIT
           END-READ.
           IF NOT SP-OUVERT
              DISPLAY 'REJECTED : ITEM ALREADY CLEARED - ' TX-CLE
              ADD 1 TO WS-CNT-REJECT
              GO TO 310-EXIT
           END-IF.
           IF TX-WRITEOFF
              MOVE 3 TO WS-MIN-LEVEL
           ELSE
              MOVE 1 TO WS-MIN-LEVEL
           END-IF.
           PERFORM 315-OPERCHK THRU 315-EXIT.
           IF NOT OPER-OK
              DISPLAY 'REJECTED : OPERATOR NOT AUTHORIZED - '
                      TX-OPER ' ON ' TX-CLE
              ADD 1 TO WS-CNT-REJECT
              GO TO 310-EXIT
           END-IF.
           EVALUATE TRUE
              WHEN TX-RESUBMIT
                 PERFORM 320-RESUBMIT THRU 320-EXIT
              WHEN TX-WRITEOFF
                 MOVE 'W'        TO SP-STATUT
                 MOVE PJ-RUNDATE TO SP-DTCLEAR
                 MOVE TX-OPER    TO SP-OPCLEAR
                 REWRITE STRUCT-SUSPMSTR
                 ADD 1 TO WS-CNT-WOFF
              WHEN TX-OWNER
                 IF TX-OWNER-NEW = SPACES
                    DISPLAY 'REJECTED : NEW OWNER MISSING - ' TX-CLE
                    ADD 1 TO WS-CNT-REJECT
                 ELSE
                    MOVE TX-OWNER-NEW TO SP-OWNER
                    REWRITE STRUCT-SUSPMSTR
                    ADD 1 TO WS-CNT-OWNER
                 END-IF
              WHEN OTHER
                 DISPLAY 'REJECTED : UNKNOWN ACTION - ' TX-ACTION
                 ADD 1 TO WS-CNT-REJECT
           END-EVALUATE.
       310-EXIT.
           EXIT.
      *****************************************************************
      *  This routine checks the transaction's operator against
      *  OPERMSTR at WS-MIN-LEVEL
      *****************************************************************
       315-OPERCHK.
           MOVE 'Y' TO WS-OPER-OK-SW.
           IF TX-OPER = SPACES
              MOVE 'N' TO WS-OPER-OK-SW
              GO TO 315-EXIT
           END-IF.
           MOVE TX-OPER TO OP-ID.
           READ OPERMSTR
              INVALID KEY
                 MOVE 'N' TO WS-OPER-OK-SW
              NOT INVALID KEY
                 IF OP-LEVEL < WS-MIN-LEVEL
                    MOVE 'N' TO WS-OPER-OK-SW
                 END-IF
           END-READ.
       315-EXIT.
           EXIT.
      *****************************************************************
      *  This routine resubmits the corrected movement : every field
      *  given on the transaction replaces the item's own, the sense
      *  must end up 'D' or 'C' (an 'E' or 'T' item is re-entered
      *  as the plain leg it should have been)
      *****************************************************************
       320-RESUBMIT.
           MOVE SPACES    TO STRUCT-MVTSIN.
           MOVE SP-COMPTE TO MV-COMPTE.
           MOVE SP-SENS   TO MV-SENS.
           MOVE SP-MNT    TO MV-MNT.
           MOVE SP-DTVAL  TO MV-DTVAL.
           IF TX-COMPTE NOT = SPACES
              IF TX-COMPTE NUMERIC
                 MOVE TX-COMPTE-N TO MV-COMPTE
              ELSE
                 DISPLAY 'REJECTED : ACCOUNT INVALID - ' TX-COMPTE
                 ADD 1 TO WS-CNT-REJECT
                 GO TO 320-EXIT
              END-IF
           END-IF.
           IF TX-SENS NOT = SPACE
              MOVE TX-SENS TO MV-SENS
           END-IF.
           IF NOT MV-DEBIT AND NOT MV-CREDIT
              DISPLAY 'REJECTED : SENSE MUST BE D OR C - ' TX-CLE
              ADD 1 TO WS-CNT-REJECT
              GO TO 320-EXIT
           END-IF.
           IF TX-MNT NOT = SPACES
              IF TX-MNT NUMERIC AND TX-MNT-N > 0
                 MOVE TX-MNT-N TO MV-MNT
              ELSE
                 DISPLAY 'REJECTED : AMOUNT INVALID - ' TX-MNT
                 ADD 1 TO WS-CNT-REJECT
                 GO TO 320-EXIT
              END-IF
           END-IF.
           IF TX-DTVAL NOT = SPACES
              MOVE TX-DTVAL TO MV-DTVAL
           END-IF.
           MOVE TX-DEVISE TO MV-DEVISE.
           MOVE 'SUSP'    TO MV-ORIGINE.
           WRITE STRUCT-MVTSIN.
           MOVE 'R'        TO SP-STATUT.
           MOVE PJ-RUNDATE TO SP-DTCLEAR.
           MOVE TX-OPER    TO SP-OPCLEAR.
           REWRITE STRUCT-SUSPMSTR.
           ADD 1 TO WS-CNT-RESUB.
       320-EXIT.
           EXIT.
      *****************************************************************
      *  This routine ages every open item into its reason's bucket,
      *  prints the balances and leaves the totals for PGM030
      *****************************************************************
       500-AGING.
           MOVE PJ-RUNDATE TO WS-DUE-N.
           PERFORM VARYING WS-DAY-IX FROM 1 BY 1 UNTIL WS-DAY-IX > 7
              PERFORM 510-DAYBACK
           END-PERFORM.
           MOVE WS-DUE-N TO WS-CUT7.
           PERFORM VARYING WS-DAY-IX FROM 8 BY 1 UNTIL WS-DAY-IX > 30
              PERFORM 510-DAYBACK
           END-PERFORM.
           MOVE WS-DUE-N TO WS-CUT30.
           MOVE 0 TO WS-TOT-BKT (1) WS-TOT-BKT (2) WS-TOT-BKT (3).
           MOVE 0 TO SP-DTENTREE.
           MOVE 0 TO SP-SEQ.
           START SUSPMSTR KEY >= SP-KEY
              INVALID KEY
                 MOVE '10' TO WS-FS-SUSP
           END-START.
           PERFORM UNTIL SUSP-END
              READ SUSPMSTR NEXT
                 NOT AT END
                    IF SP-OUVERT
                       PERFORM 520-AGEONE THRU 520-EXIT
                    END-IF
              END-READ
           END-PERFORM.
           PERFORM 530-REPORT.
           PERFORM 540-BASE THRU 540-EXIT.
           OPEN OUTPUT SUSPTOT.
           MOVE SPACES        TO STRUCT-SUSPTOT.
           MOVE 'PGM096'      TO SG-PGM.
           MOVE PJ-RUNDATE    TO SG-RUNDATE.
           MOVE WS-CNT-OPEN   TO SG-CNT.
           MOVE WS-TOT-CREDIT TO SG-CREDIT.
           MOVE WS-TOT-DEBIT  TO SG-DEBIT.
           COMPUTE SG-MVT-CREDIT = WS-TOT-CREDIT - WS-BASE-CREDIT.
           COMPUTE SG-MVT-DEBIT  = WS-TOT-DEBIT  - WS-BASE-DEBIT.
           WRITE STRUCT-SUSPTOT.
           CLOSE SUSPTOT.
           MOVE 'SUSPTOT' TO WS-LIN-DSN.
           MOVE 'O' TO WS-LIN-MODE.
           MOVE 1 TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
       500-EXIT.
           EXIT.
      *****************************************************************
      *  This routine finds the open totals the GL already holds from
      *  the previous SUSPTOT : its open totals when it is from an
      *  earlier date, the totals it started from when this is a
      *  rerun of its date; nothing before the first run
      *****************************************************************
       540-BASE.
           OPEN INPUT SUSPTOT.
           IF WS-FS-SUSPTOT NOT = '00'
              GO TO 540-EXIT
           END-IF.
           READ SUSPTOT
              AT END
                 CLOSE SUSPTOT
                 GO TO 540-EXIT
           END-READ.
           MOVE SG-CREDIT TO WS-BASE-CREDIT.
           MOVE SG-DEBIT  TO WS-BASE-DEBIT.
           IF SG-RUNDATE >= PJ-RUNDATE
              IF SG-MVT-CREDIT IS NUMERIC
                 SUBTRACT SG-MVT-CREDIT FROM WS-BASE-CREDIT
              END-IF
              IF SG-MVT-DEBIT IS NUMERIC
                 SUBTRACT SG-MVT-DEBIT FROM WS-BASE-DEBIT
              END-IF
           END-IF.
           CLOSE SUSPTOT.
           MOVE 'SUSPTOT' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE 1 TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
       540-EXIT.
           EXIT.
      *****************************************************************
      *  This routine steps the aging cutoff back one calendar day
      *****************************************************************
       510-DAYBACK.
           IF WS-DUE-JJ > 1
              SUBTRACT 1 FROM WS-DUE-JJ
           ELSE
              IF WS-DUE-MM > 1
                 SUBTRACT 1 FROM WS-DUE-MM
              ELSE
                 MOVE 12 TO WS-DUE-MM
                 SUBTRACT 1 FROM WS-DUE-AAAA
              END-IF
              PERFORM 511-FEBLEN
              MOVE WS-MOIS-JJ (WS-DUE-MM) TO WS-DUE-JJ
           END-IF.
      *****************************************************************
      *  This routine sets February's length for WS-DUE-AAAA : 29
      *  days in a year divisible by 4, else 28
      *****************************************************************
       511-FEBLEN.
           DIVIDE WS-DUE-AAAA BY 4 GIVING WS-LEAP-QUOT
                  REMAINDER WS-LEAP-REST.
           IF WS-LEAP-REST = 0
              MOVE 29 TO WS-MOIS-JJ (2)
           ELSE
              MOVE 28 TO WS-MOIS-JJ (2)
           END-IF.
      *****************************************************************
      *  This routine adds one open item to its reason and bucket.
      *  A credit refused is money held for a customer, a debit (or
      *  an external transfer) refused is money owed by one - the
      *  two sides of the suspense booking.
      *****************************************************************
       520-AGEONE.
           ADD 1 TO WS-CNT-OPEN.
           EVALUATE TRUE
              WHEN SP-DTENTREE >= WS-CUT7
                 MOVE 1 TO WS-BKT
              WHEN SP-DTENTREE >= WS-CUT30
                 MOVE 2 TO WS-BKT
              WHEN OTHER
                 MOVE 3 TO WS-BKT
           END-EVALUATE.
           IF SP-SENS = 'C'
              ADD SP-MNT TO WS-TOT-CREDIT
           ELSE
              ADD SP-MNT TO WS-TOT-DEBIT
           END-IF.
           ADD SP-MNT TO WS-TOT-BKT (WS-BKT).
           MOVE 0 TO WS-RSN-HIT.
           PERFORM VARYING WS-RX FROM 1 BY 1
                     UNTIL WS-RX > WS-RSN-COUNT OR WS-RSN-HIT > 0
              IF WS-RS-MOTIF (WS-RX) = SP-MOTIF
                 MOVE WS-RX TO WS-RSN-HIT
              END-IF
           END-PERFORM.
           IF WS-RSN-HIT = 0
              IF WS-RSN-COUNT < WS-RSN-MAX
                 ADD 1 TO WS-RSN-COUNT
                 MOVE WS-RSN-COUNT TO WS-RSN-HIT
                 MOVE SP-MOTIF TO WS-RS-MOTIF (WS-RSN-HIT)
                 MOVE 0 TO WS-RS-CNT (WS-RSN-HIT)
                 MOVE 0 TO WS-RS-MNT (WS-RSN-HIT, 1)
                           WS-RS-MNT (WS-RSN-HIT, 2)
                           WS-RS-MNT (WS-RSN-HIT, 3)
              ELSE
                 DISPLAY 'WARNING : REASON ' SP-MOTIF
                         ' BEYOND THE AGING TABLE - TOTALS ONLY'
                 GO TO 520-EXIT
              END-IF
           END-IF.
           ADD 1 TO WS-RS-CNT (WS-RSN-HIT).
           ADD SP-MNT TO WS-RS-MNT (WS-RSN-HIT, WS-BKT).
       520-EXIT.
           EXIT.
      *****************************************************************
      *  This routine prints the aging by reason and the totals
      *****************************************************************
       530-REPORT.
           OPEN OUTPUT FILERPT96.
           MOVE PJ-RUNDATE TO WS-RPT-H-DATE.
           WRITE FILERPT96-ENREG FROM WS-RPT-HDR1.
           WRITE FILERPT96-ENREG FROM WS-RPT-HDR2.
           ADD 2 TO WS-RPT-LINES.
           PERFORM VARYING WS-RX FROM 1 BY 1
                     UNTIL WS-RX > WS-RSN-COUNT
              MOVE WS-RS-MOTIF (WS-RX)   TO WS-RPT-D-MOTIF
              MOVE WS-RS-CNT (WS-RX)     TO WS-RPT-D-CNT
              MOVE WS-RS-MNT (WS-RX, 1)  TO WS-RPT-D-B1
              MOVE WS-RS-MNT (WS-RX, 2)  TO WS-RPT-D-B2
              MOVE WS-RS-MNT (WS-RX, 3)  TO WS-RPT-D-B3
              COMPUTE WS-RPT-TOTMNT = WS-RS-MNT (WS-RX, 1)
                                    + WS-RS-MNT (WS-RX, 2)
                                    + WS-RS-MNT (WS-RX, 3)
              MOVE WS-RPT-TOTMNT         TO WS-RPT-D-TOT
              WRITE FILERPT96-ENREG FROM WS-RPT-DETAIL
              ADD 1 TO WS-RPT-LINES
           END-PERFORM.
           MOVE 'TOTAL'         TO WS-RPT-D-MOTIF.
           MOVE WS-CNT-OPEN     TO WS-RPT-D-CNT.
           MOVE WS-TOT-BKT (1)  TO WS-RPT-D-B1.
           MOVE WS-TOT-BKT (2)  TO WS-RPT-D-B2.
           MOVE WS-TOT-BKT (3)  TO WS-RPT-D-B3.
           COMPUTE WS-RPT-TOTMNT = WS-TOT-BKT (1) + WS-TOT-BKT (2)
                                 + WS-TOT-BKT (3).
           MOVE WS-RPT-TOTMNT   TO WS-RPT-D-TOT.
           WRITE FILERPT96-ENREG FROM WS-RPT-DETAIL.
           ADD 1 TO WS-RPT-LINES.
           CLOSE FILERPT96.
           MOVE 'FILERPT96' TO WS-CAT-RPT.
           MOVE 0 TO WS-CAT-PAGES.
           MOVE WS-RPT-LINES TO WS-CAT-LINES.
           CALL WS-CALL-CAT USING WS-CAT-RPT, WS-CAT-PAGES,
                WS-CAT-LINES.
      *****************************************************************
      *  This routine records one closed dataset on the LINEAGE
      *  register (PGM124) : name, open mode, record count
      *****************************************************************
       990-LINEAGE.
           CALL WS-CALL-LIN USING WS-LIN-PGM, WS-LIN-DSN,
                WS-LIN-MODE, WS-LIN-COUNT.
      *****************************************************************
      *  This routine should close the program (after some displays)
      *****************************************************************
       200-EXITP.
           DISPLAY "200-EXITP".
           EVALUATE TRUE
              WHEN IS-LOAD
                 DISPLAY '    REJECTS READ     : ' WS-CNT-READ
                 DISPLAY '    ITEMS BOOKED     : ' WS-CNT-BOOKED
              WHEN IS-MAINT
                 DISPLAY '    TRANSACTIONS READ: ' WS-CNT-READ
                 DISPLAY '    RESUBMITTED      : ' WS-CNT-RESUB
                 DISPLAY '    WRITTEN OFF      : ' WS-CNT-WOFF
                 DISPLAY '    OWNER CHANGED    : ' WS-CNT-OWNER
                 DISPLAY '    REJECTED         : ' WS-CNT-REJECT
              WHEN OTHER
                 DISPLAY '    OPEN ITEMS       : ' WS-CNT-OPEN
                 DISPLAY '    HELD FOR CREDIT  : ' WS-TOT-CREDIT
                 DISPLAY '    HELD FOR DEBIT   : ' WS-TOT-DEBIT
           END-EVALUATE.
           IF WS-CNT-REJECT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       200-EXIT.
           EXIT.
