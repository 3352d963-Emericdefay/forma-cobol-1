      *****************************************************************
      * Program name:    PGM073M
      *
      * Original author: DEFAY E.
      *
      * Purpose : Subscription extract function of PGM073, fed one
      *           ACCTFS record at a time - by PGM073's own read of
      *           FILEIN or by the PGM130 single-pass extract driver
      *           along with the other extract reports. Every
      *           EXTSUBS subscription is loaded on open and each
      *           record handed over is tested against all of them
      *           in one go; qualifying lines go to the SUBWK work
      *           file tagged with the subscription and the record
      *           sequence. On close SUBWK is sorted back into
      *           subscription order and each subscriber's dataset
      *           is written with its own TRLRFS trailer, in the
      *           same record order a pass per subscription gave.
      *
      * Linkage :
      *    LK-FUNC    'O' load the subscriptions, 'R' one extract
      *               record, 'C' write the subscribers' datasets
      *    LK-PARM    the service's parameters, blank-separated in
      *               the order PGM073 accepts them (none - the
      *               run number comes from RUNCTL)
      *    LK-REC     the ACCTFS extract record, on 'R'
      *    LK-RC      the service's RETURN-CODE
      *
      * Using :
      *    - Copybooks ACCTFS & TRLRFS
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created out of PGM073's pass per
      *                    subscription for the single-pass extract
      *                    driver
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM073M.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /    EXTSUBS (extract subscriptions)
           SELECT EXTSUBS
           ASSIGN TO EXTSUBS
           FILE STATUS is WS-FS-SUBS.
      /    SUBWK (qualifying lines of every subscription, by record)
           SELECT SUBWK
           ASSIGN TO SUBWK
           FILE STATUS is WS-FS-WK.
      /    SUBOUT (one subscriber's output dataset)
           SELECT SUBOUT
           ASSIGN TO DYNAMIC WS-SUB-NAME
           FILE STATUS is WS-FS-OUT.
      /    RUNCTL (the chain's current run number, from PGM016)
           SELECT RUNCTL
           ASSIGN TO RUNCTL
           FILE STATUS is WS-FS-RUNCTL.
      /    SORTWK (SUBWK lines by subscription, record sequence)
           SELECT SORTWK
           ASSIGN TO SORTWK.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD EXTSUBS
           RECORD CONTAINS 80 CHARACTERS.
       01  EXTSUBS-ENREG PIC X(80).
       FD SUBWK
           RECORD CONTAINS 92 CHARACTERS.
       01  STRUCT-SUBWK.
           02 SK-SUB         PIC 9(03).
           02 SK-SEQ         PIC 9(09).
           02 SK-LINE        PIC X(80).
       FD SUBOUT
           RECORD CONTAINS 80 CHARACTERS.
       01  SUBOUT-ENREG  PIC X(80).
       FD RUNCTL.
       01  STRUCT-RUNCTL.
           02 RN-RUNNO       PIC 9(12).
           02 FILLER         PIC X(68).
       SD SORTWK.
       01  STRUCT-SORTWK.
           02 SW-SUB         PIC 9(03).
           02 SW-SEQ         PIC 9(09).
           02 SW-LINE        PIC X(80).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-SUBS     PIC X(02).
           88 SUBS-END    VALUE '10'.
       01 WS-FS-WK       PIC X(02).
       01 WS-FS-OUT      PIC X(02).
       01 WS-FS-RUNCTL   PIC X(02).
       01 WS-SUB-NAME    PIC X(12).
       01 WS-RUNNO       PIC 9(12) VALUE 0.
       01 WS-CNT-SUBS    PIC 9(03) VALUE 0.
       01 WS-CNT-READ    PIC 9(09) VALUE 0.
       01 WS-SORT-DONE-SW PIC X(01) VALUE 'N'.
           88 SORT-DONE   VALUE 'Y'.
      / The extract record handed over by the caller
       COPY ACCTFS REPLACING ==()== BY ==FILEIN==.
      / The subscription being applied
       01  STRUCT-EXTSUBS.
           02 SB-DSN     PIC X(12).
           02 FILLER     PIC X(01).
           02 SB-FIELDS  PIC X(06).
           02 FILLER REDEFINES SB-FIELDS.
              03 SB-F-COMPTE PIC X(01).
              03 SB-F-NOM    PIC X(01).
              03 SB-F-SOLDER PIC X(01).
              03 SB-F-DTMVT  PIC X(01).
              03 SB-F-ETAT   PIC X(01).
              03 SB-F-DEPT   PIC X(01).
           02 FILLER     PIC X(01).
           02 SB-DEPT    PIC X(02).
           02 SB-DEPT-N REDEFINES SB-DEPT PIC 9(02).
           02 FILLER     PIC X(01).
           02 SB-ETAT    PIC X(01).
           02 FILLER     PIC X(01).
           02 SB-MIN-SGN PIC X(01).
           02 SB-MIN     PIC X(09).
           02 SB-MIN-N REDEFINES SB-MIN PIC 9(07)V99.
           02 FILLER     PIC X(01).
           02 SB-MAX-SGN PIC X(01).
           02 SB-MAX     PIC X(09).
           02 SB-MAX-N REDEFINES SB-MAX PIC 9(07)V99.
           02 FILLER     PIC X(01).
           02 SB-DTMIN   PIC X(10).
           02 FILLER     PIC X(23).
      / Every subscription loaded from EXTSUBS, with its resolved
      / bounds and its running count and total for the trailer
       01 WS-SUB-MAX     PIC 9(03) VALUE 0.
       01 WS-SX          PIC 9(03).
       01 WS-SUB-TABLE.
           05 WS-SUB OCCURS 100 TIMES.
              10 WS-SB-REC      PIC X(80).
              10 WS-SB-MIN-VAL  PIC S9(07)V99.
              10 WS-SB-MAX-VAL  PIC S9(07)V99.
              10 WS-SB-MIN-OPEN PIC X(01).
              10 WS-SB-MAX-OPEN PIC X(01).
              10 WS-SB-CNT      PIC 9(07).
              10 WS-SB-TOT      PIC S9(09)V99.
      / Per-subscription accumulation for the trailer
       01 WS-CNT-OUT     PIC 9(07).
       01 WS-TOT-OUT     PIC S9(09)V99.
      / Signed filter bounds resolved from the subscription
       01 WS-MIN-VAL     PIC S9(07)V99.
       01 WS-MAX-VAL     PIC S9(07)V99.
       01 WS-MIN-OPEN-SW PIC X(01).
           88 MIN-OPEN    VALUE 'Y'.
       01 WS-MAX-OPEN-SW PIC X(01).
           88 MAX-OPEN    VALUE 'Y'.
      / The selected fields under construction
       01 WS-OUT-LINE    PIC X(80).
       01 WS-OUT-POS     PIC 9(03).
       01 WS-SOLDE-ED    PIC -(06)9.99.
      / The subscriber's trailer
       COPY TRLRFS REPLACING ==()== BY ==SUBTRLR==.
       LINKAGE SECTION.
       01 LK-FUNC        PIC X(01).
       01 LK-PARM        PIC X(100).
       01 LK-REC         PIC X(80).
       01 LK-RC          PIC S9(04).
      *****************************************************************
       PROCEDURE DIVISION USING LK-FUNC,
                                LK-PARM,
                                LK-REC,
                                LK-RC.
           EVALUATE LK-FUNC
              WHEN 'O'
                 MOVE 0 TO LK-RC
                 PERFORM 000-PARMS THRU 000-EXIT
                 PERFORM 100-SUBS THRU 100-EXIT
              WHEN 'R'
                 PERFORM 105-ONEREC THRU 105-EXIT
              WHEN 'C'
                 CLOSE SUBWK
                 SORT SORTWK
                    ON ASCENDING KEY SW-SUB
                    ON ASCENDING KEY SW-SEQ
                    USING SUBWK
                    OUTPUT PROCEDURE IS 150-SUBFAN THRU 150-EXIT
                 PERFORM 200-EXITP THRU 200-EXIT
              WHEN OTHER
                 DISPLAY 'WARNING : PGM073M CALLED WITH UNKNOWN '
                         'FUNCTION ' LK-FUNC
           END-EVALUATE.
           EXIT PROGRAM.
      *****************************************************************
      *  This routine reads the chain's run number back from RUNCTL
      *****************************************************************
       000-PARMS.
           MOVE 0 TO WS-RUNNO.
           MOVE 0 TO WS-CNT-SUBS.
           MOVE 0 TO WS-CNT-READ.
           MOVE 0 TO WS-SUB-MAX.
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
      *  This routine loads every subscription and opens the work
      *  file the qualifying lines are gathered in
      *****************************************************************
       100-SUBS.
           MOVE SPACES TO WS-FS-SUBS.
           OPEN INPUT EXTSUBS.
           IF WS-FS-SUBS NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT EXTSUBS FAILED - FILE '
                      'STATUS ' WS-FS-SUBS
              MOVE 8 TO LK-RC
              GO TO 100-EXIT
           END-IF.
           PERFORM UNTIL SUBS-END
              READ EXTSUBS INTO STRUCT-EXTSUBS
                 NOT AT END
                    IF SB-DSN NOT = SPACES
                       PERFORM 110-ONESUB THRU 110-EXIT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE EXTSUBS.
           OPEN OUTPUT SUBWK.
           IF WS-FS-WK NOT = '00'
              DISPLAY 'ERROR : OPEN OUTPUT SUBWK FAILED - FILE '
                      'STATUS ' WS-FS-WK
              MOVE 8 TO LK-RC
           END-IF.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine tests one extract record against every
      *  subscription
      *****************************************************************
       105-ONEREC.
           MOVE LK-REC TO STRUCT-FILEIN.
           ADD 1 TO WS-CNT-READ.
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-SUB-MAX
              PERFORM 130-ONEREC THRU 130-EXIT
           END-PERFORM.
       105-EXIT.
           EXIT.
      *****************************************************************
      *  This routine keeps one subscription in the table
      *****************************************************************
       110-ONESUB.
           IF WS-SUB-MAX >= 100
              DISPLAY 'WARNING : MORE THAN 100 SUBSCRIPTIONS - '
                      SB-DSN ' SKIPPED'
              MOVE 4 TO LK-RC
              GO TO 110-EXIT
           END-IF.
           PERFORM 120-BOUNDS.
           ADD 1 TO WS-SUB-MAX.
           MOVE STRUCT-EXTSUBS TO WS-SB-REC (WS-SUB-MAX).
           MOVE WS-MIN-VAL     TO WS-SB-MIN-VAL (WS-SUB-MAX).
           MOVE WS-MAX-VAL     TO WS-SB-MAX-VAL (WS-SUB-MAX).
           MOVE WS-MIN-OPEN-SW TO WS-SB-MIN-OPEN (WS-SUB-MAX).
           MOVE WS-MAX-OPEN-SW TO WS-SB-MAX-OPEN (WS-SUB-MAX).
           MOVE 0 TO WS-SB-CNT (WS-SUB-MAX).
           MOVE 0 TO WS-SB-TOT (WS-SUB-MAX).
       110-EXIT.
           EXIT.
      *****************************************************************
      *  This routine resolves the subscription's signed balance
      *  bounds (spaces leave the side open)
      *****************************************************************
       120-BOUNDS.
           MOVE 'N' TO WS-MIN-OPEN-SW.
           MOVE 'N' TO WS-MAX-OPEN-SW.
           IF SB-MIN = SPACES OR SB-MIN NOT NUMERIC
              MOVE 'Y' TO WS-MIN-OPEN-SW
           ELSE
              MOVE SB-MIN-N TO WS-MIN-VAL
              IF SB-MIN-SGN = '-'
                 COMPUTE WS-MIN-VAL = 0 - WS-MIN-VAL
              END-IF
           END-IF.
           IF SB-MAX = SPACES OR SB-MAX NOT NUMERIC
              MOVE 'Y' TO WS-MAX-OPEN-SW
           ELSE
              MOVE SB-MAX-N TO WS-MAX-VAL
              IF SB-MAX-SGN = '-'
                 COMPUTE WS-MAX-VAL = 0 - WS-MAX-VAL
              END-IF
           END-IF.
      *****************************************************************
      *  This routine filters one extract record and writes the
      *  selected fields when it qualifies
      *****************************************************************
       130-ONEREC.
           MOVE WS-SB-REC (WS-SX) TO STRUCT-EXTSUBS.
           MOVE WS-SB-MIN-VAL (WS-SX)  TO WS-MIN-VAL.
           MOVE WS-SB-MAX-VAL (WS-SX)  TO WS-MAX-VAL.
           MOVE WS-SB-MIN-OPEN (WS-SX) TO WS-MIN-OPEN-SW.
           MOVE WS-SB-MAX-OPEN (WS-SX) TO WS-MAX-OPEN-SW.
           IF SB-DEPT NOT = SPACES AND SB-DEPT NUMERIC
              IF F-DEPT NOT = SB-DEPT-N
                 GO TO 130-EXIT
              END-IF
           END-IF.
           IF SB-ETAT NOT = SPACE
              IF F-ETAT NOT = SB-ETAT
                 GO TO 130-EXIT
              END-IF
           END-IF.
           IF NOT MIN-OPEN
              IF F-SOLDER < WS-MIN-VAL
                 GO TO 130-EXIT
              END-IF
           END-IF.
           IF NOT MAX-OPEN
              IF F-SOLDER > WS-MAX-VAL
                 GO TO 130-EXIT
              END-IF
           END-IF.
           IF SB-DTMIN NOT = SPACES
              IF F-DT-MVT < SB-DTMIN
                 GO TO 130-EXIT
              END-IF
           END-IF.
           PERFORM 140-BUILDLINE.
           MOVE WS-SX       TO SK-SUB.
           MOVE WS-CNT-READ TO SK-SEQ.
           MOVE WS-OUT-LINE TO SK-LINE.
           WRITE STRUCT-SUBWK.
           ADD 1 TO WS-SB-CNT (WS-SX).
           ADD F-SOLDER TO WS-SB-TOT (WS-SX).
       130-EXIT.
           EXIT.
      *****************************************************************
      *  This routine strings the subscribed fields into the line
      *****************************************************************
       140-BUILDLINE.
           MOVE SPACES TO WS-OUT-LINE.
           MOVE 1 TO WS-OUT-POS.
           IF SB-F-COMPTE = 'Y'
              STRING F-COMPTE ' ' DELIMITED BY SIZE
                INTO WS-OUT-LINE WITH POINTER WS-OUT-POS
              END-STRING
           END-IF.
           IF SB-F-NOM = 'Y'
              STRING F-NOM ' ' DELIMITED BY SIZE
                INTO WS-OUT-LINE WITH POINTER WS-OUT-POS
              END-STRING
           END-IF.
           IF SB-F-SOLDER = 'Y'
              MOVE F-SOLDER TO WS-SOLDE-ED
              STRING WS-SOLDE-ED ' ' DELIMITED BY SIZE
                INTO WS-OUT-LINE WITH POINTER WS-OUT-POS
              END-STRING
           END-IF.
           IF SB-F-DTMVT = 'Y'
              STRING F-DT-MVT ' ' DELIMITED BY SIZE
                INTO WS-OUT-LINE WITH POINTER WS-OUT-POS
              END-STRING
           END-IF.
           IF SB-F-ETAT = 'Y'
              STRING F-ETAT ' ' DELIMITED BY SIZE
                INTO WS-OUT-LINE WITH POINTER WS-OUT-POS
              END-STRING
           END-IF.
           IF SB-F-DEPT = 'Y'
              STRING F-DEPT ' ' DELIMITED BY SIZE
                INTO WS-OUT-LINE WITH POINTER WS-OUT-POS
              END-STRING
           END-IF.
      *****************************************************************
      *  This routine writes every subscriber's dataset off the
      *  sorted lines, in EXTSUBS order
      *****************************************************************
       150-SUBFAN.
           MOVE 'N' TO WS-SORT-DONE-SW.
           PERFORM 151-SUBRET THRU 151-EXIT.
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-SUB-MAX
              PERFORM 155-ONEOUT THRU 155-EXIT
           END-PERFORM.
       150-EXIT.
           EXIT.
      *****************************************************************
      *  This routine returns the next sorted line
      *****************************************************************
       151-SUBRET.
           RETURN SORTWK
              AT END
                 MOVE 'Y' TO WS-SORT-DONE-SW
           END-RETURN.
       151-EXIT.
           EXIT.
      *****************************************************************
      *  This routine writes one subscriber's dataset : its lines,
      *  then its own control trailer
      *****************************************************************
       155-ONEOUT.
           MOVE WS-SB-REC (WS-SX) TO STRUCT-EXTSUBS.
           MOVE SB-DSN TO WS-SUB-NAME.
           MOVE WS-SB-CNT (WS-SX) TO WS-CNT-OUT.
           MOVE WS-SB-TOT (WS-SX) TO WS-TOT-OUT.
           OPEN OUTPUT SUBOUT.
           PERFORM UNTIL SORT-DONE OR SW-SUB NOT = WS-SX
              WRITE SUBOUT-ENREG FROM SW-LINE
              PERFORM 151-SUBRET THRU 151-EXIT
           END-PERFORM.
           PERFORM 160-SUBTRLR.
           CLOSE SUBOUT.
           ADD 1 TO WS-CNT-SUBS.
           DISPLAY 'SUBSCRIPTION ' SB-DSN ' : ' WS-CNT-OUT
                   ' RECORDS'.
       155-EXIT.
           EXIT.
      *****************************************************************
      *  This routine closes the subscriber's dataset with its own
      *  control trailer
      *****************************************************************
       160-SUBTRLR.
           MOVE SPACES     TO STRUCT-SUBTRLR.
           MOVE 'TRAILER'  TO FT-MARK.
           MOVE WS-CNT-OUT TO FT-COUNT.
           MOVE WS-TOT-OUT TO FT-SOLDER.
           MOVE WS-RUNNO   TO FT-RUNNO.
           WRITE SUBOUT-ENREG FROM STRUCT-SUBTRLR.
      *****************************************************************
      *  This routine should close the program (after some displays)
      *****************************************************************
       200-EXITP.
           DISPLAY "200-EXITP".
           DISPLAY '    SUBSCRIPTIONS SERVED : ' WS-CNT-SUBS.
       200-EXIT.
           EXIT.
