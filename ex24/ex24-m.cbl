      *****************************************************************
      * Program name:    PGM024M
      *
      * Original author: DEFAY E.
      *
      * Purpose : Balance stratification function of PGM024, fed
      *           one ACCTFS record at a time - by PGM024's own read
      *           of FILEIN or by the PGM130 single-pass extract
      *           driver along with the other extract reports.
      *           FILERPT24, its totals and its RETURN-CODE are the
      *           same whoever reads the extract.
      *
      * Linkage :
      *    LK-FUNC    'O' take the bands, load the rates and open the
      *               report, 'R' one extract record, 'C' print the
      *               matrix and close
      *    LK-PARM    the report's parameters, blank-separated in
      *               the order PGM024 accepts them : the band count
      *               then that many ascending bounds (blank, the
      *               1 000 / 10 000 / 100 000 bands)
      *    LK-REC     the ACCTFS extract record, on 'R'
      *    LK-RC      the report's RETURN-CODE
      *
      * Using :
      *    - Copybook ACCTFS
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created out of PGM024's stratification
      *                    for the single-pass extract driver
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM024M.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /    RATEDAY (daily exchange rates to the reporting currency)
           SELECT RATEDAY
           ASSIGN TO RATEDAY
           FILE STATUS is WS-FS-RATE.
      /    FILERPT24 (stratification report)
           SELECT FILERPT24
           ASSIGN TO FILERPT24.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD RATEDAY.
       01  STRUCT-RATEDAY.
           02 RT-DEVISE  PIC X(03).
           02 FILLER     PIC X(01).
           02 RT-RATE    PIC 9(03)V9(06).
           02 FILLER     PIC X(67).
       FD FILERPT24
           RECORD CONTAINS 80 CHARACTERS.
       01  FILERPT24-ENREG   PIC X(80).
      *****************************************************************
       WORKING-STORAGE SECTION.
      / The extract record handed over by the caller
       COPY ACCTFS REPLACING ==()== BY ==FILEIN==.
       01 WS-CNT-READ    PIC 9(07) VALUE 0.
       01 WS-TOT-ALL     PIC S9(10)V99 VALUE 0.
      / Daily exchange rates : every amount is banded and totaled
      / in its EUR counter-value
       01 WS-FS-RATE     PIC X(02).
           88 RATE-END    VALUE '10'.
       01 WS-RATE-COUNT  PIC 9(02) VALUE 0.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 20 TIMES.
              10 WS-RT-DEVISE PIC X(03).
              10 WS-RT-RATE   PIC 9(03)V9(06).
       01 WS-RTX         PIC 9(02).
       01 WS-CV-SOLDE    PIC S9(09)V99.
       01 WS-CNT-NORATE  PIC 9(05) VALUE 0.
      / Band bounds (upper, inclusive at the unit below the next) and
      / the band x status accumulators. Status slots : 1 'O', 2 'F',
      / 3 'S', 4 'A', 5 unknown.
       01 WS-NB-BANDS    PIC 9(02) VALUE 0.
       01 WS-NB-BANDS-1  PIC 9(02) VALUE 0.
       01 WS-BAND-TABLE.
           05 WS-BAND OCCURS 10 TIMES.
              10 WS-B-BOUND   PIC 9(09) VALUE 0.
              10 WS-B-STATUS OCCURS 5 TIMES.
                 15 WS-BS-CNT PIC 9(07) VALUE 0.
                 15 WS-BS-TOT PIC S9(10)V99 VALUE 0.
       01 WS-BX          PIC 9(02).
       01 WS-SX          PIC 9(02).
       01 WS-BAND-FOUND  PIC X(01).
           88 BAND-FOUND  VALUE 'Y'.
       01 WS-STATUS-LIT  PIC X(05) VALUE 'OFSA?'.
       01 WS-BAND-CNT    PIC 9(07).
       01 WS-BAND-TOT    PIC S9(10)V99.
      / Report lines
       01 WS-RPT-HDR1    PIC X(80) VALUE
          'PGM024 BALANCE STRATIFICATION'.
       01 WS-RPT-BANDHDR.
           05 FILLER          PIC X(12) VALUE 'BAND UP TO  '.
           05 WS-RPT-B-BOUND  PIC ZZZZZZZZ9.
           05 WS-RPT-B-OPEN   PIC X(10).
           05 FILLER          PIC X(49) VALUE SPACES.
       01 WS-RPT-DETAIL.
           05 FILLER          PIC X(11) VALUE '   ETAT : '.
           05 WS-RPT-D-ETAT   PIC X(01).
           05 FILLER          PIC X(09) VALUE '   CNT : '.
           05 WS-RPT-D-CNT    PIC ZZZZZZ9.
           05 FILLER          PIC X(09) VALUE '   TOT : '.
           05 WS-RPT-D-TOT    PIC -(09)9.99.
           05 FILLER          PIC X(29) VALUE SPACES.
       01 WS-RPT-BANDTOT.
           05 FILLER          PIC X(11) VALUE '   BAND   '.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 FILLER          PIC X(09) VALUE '   CNT : '.
           05 WS-RPT-BT-CNT   PIC ZZZZZZ9.
           05 FILLER          PIC X(09) VALUE '   TOT : '.
           05 WS-RPT-BT-TOT   PIC -(09)9.99.
           05 FILLER          PIC X(29) VALUE SPACES.
       01 WS-RPT-TOTAL.
           05 FILLER          PIC X(21) VALUE 'GRAND TOTAL        : '.
           05 WS-RPT-T-CNT    PIC ZZZZZZ9.
           05 FILLER          PIC X(09) VALUE '   TOT : '.
           05 WS-RPT-T-TOT    PIC -(09)9.99.
           05 FILLER          PIC X(29) VALUE SPACES.
       01 WS-RPT-BLANK   PIC X(80) VALUE SPACES.
      / PGM075 report-catalog interface
       01 WS-CALL-CAT    PIC X(08) VALUE "PGM075  ".
       01 WS-CAT-RPT     PIC X(12).
       01 WS-CAT-PAGES   PIC 9(05).
       01 WS-CAT-LINES   PIC 9(07).
      / Parameters from the caller
       01 PJ-NBANDS      PIC 9(02).
       01 PJ-BOUNDS.
           05 PJ-BOUND   PIC 9(09) OCCURS 9 TIMES.
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
                 PERFORM 005-LOADRATES THRU 005-EXIT
                 PERFORM 001-OFILE THRU 001-EXIT
              WHEN 'R'
                 PERFORM 100-SCAN THRU 100-EXIT
              WHEN 'C'
                 PERFORM 200-REPORT THRU 200-EXIT
                 PERFORM 999-CFILE THRU 999-EXIT
              WHEN OTHER
                 DISPLAY 'WARNING : PGM024M CALLED WITH UNKNOWN '
                         'FUNCTION ' LK-FUNC
           END-EVALUATE.
           EXIT PROGRAM.
      *****************************************************************
      *  This routine takes the band count and ascending bounds;
      *  a blank count defaults to 1 000 / 10 000 / 100 000. The
      *  last band (over the last bound) is always added implicitly.
      *****************************************************************
       000-PARMS.
           MOVE 0 TO PJ-NBANDS.
           MOVE ZEROS TO PJ-BOUNDS.
           UNSTRING LK-PARM DELIMITED BY ALL SPACE
               INTO PJ-NBANDS, PJ-BOUND (1), PJ-BOUND (2),
                    PJ-BOUND (3), PJ-BOUND (4), PJ-BOUND (5),
                    PJ-BOUND (6), PJ-BOUND (7), PJ-BOUND (8),
                    PJ-BOUND (9)
           END-UNSTRING.
           IF PJ-NBANDS = SPACE OR LOW-VALUE OR PJ-NBANDS = 0
              MOVE 3         TO WS-NB-BANDS-1
              MOVE 1000      TO WS-B-BOUND (1)
              MOVE 10000     TO WS-B-BOUND (2)
              MOVE 100000    TO WS-B-BOUND (3)
           ELSE
              IF PJ-NBANDS > 9
                 MOVE 9 TO PJ-NBANDS
              END-IF
              MOVE PJ-NBANDS TO WS-NB-BANDS-1
              PERFORM VARYING WS-BX FROM 1 BY 1
                        UNTIL WS-BX > WS-NB-BANDS-1
                 PERFORM 010-ACCBOUND
              END-PERFORM
           END-IF.
           COMPUTE WS-NB-BANDS = WS-NB-BANDS-1 + 1.
           MOVE 999999999 TO WS-B-BOUND (WS-NB-BANDS).
       000-EXIT.
           EXIT.
      *****************************************************************
      *  This routine loads the daily exchange rates; an absent
      *  RATEDAY leaves every account at par
      *****************************************************************
       005-LOADRATES.
           OPEN INPUT RATEDAY.
           IF WS-FS-RATE NOT = '00'
              GO TO 005-EXIT
           END-IF.
           PERFORM UNTIL RATE-END
              READ RATEDAY
                 NOT AT END
                    IF WS-RATE-COUNT < 20
                       ADD 1 TO WS-RATE-COUNT
                       MOVE RT-DEVISE
                         TO WS-RT-DEVISE (WS-RATE-COUNT)
                       MOVE RT-RATE
                         TO WS-RT-RATE (WS-RATE-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RATEDAY.
       005-EXIT.
           EXIT.
      *****************************************************************
      *  This routine converts the record's balance to its EUR
      *  counter-value (par for EUR or a blank code; a currency
      *  with no RATEDAY line stays at par and is counted)
      *****************************************************************
       006-CONVERT.
           MOVE F-SOLDER TO WS-CV-SOLDE.
           IF F-DEVISE = SPACES
              OR F-DEVISE = 'EUR'
              GO TO 006-EXIT
           END-IF.
           PERFORM VARYING WS-RTX FROM 1 BY 1
                     UNTIL WS-RTX > WS-RATE-COUNT
              IF WS-RT-DEVISE (WS-RTX) = F-DEVISE
                 COMPUTE WS-CV-SOLDE ROUNDED =
                         F-SOLDER
                         * WS-RT-RATE (WS-RTX)
                 GO TO 006-EXIT
              END-IF
           END-PERFORM.
           ADD 1 TO WS-CNT-NORATE.
       006-EXIT.
           EXIT.
      *****************************************************************
      *  This routine takes one band bound
      *****************************************************************
       010-ACCBOUND.
           MOVE PJ-BOUND (WS-BX) TO WS-B-BOUND (WS-BX).
      *****************************************************************
      *  This routine handle files opening
      *****************************************************************
       001-OFILE.
           OPEN OUTPUT FILERPT24.
           WRITE FILERPT24-ENREG FROM WS-RPT-HDR1.
       001-EXIT.
           EXIT.
      *****************************************************************
      *  This routine tallies one extract record into its band and
      *  status
      *****************************************************************
       100-SCAN.
           MOVE LK-REC TO STRUCT-FILEIN.
           ADD 1 TO WS-CNT-READ.
           PERFORM 006-CONVERT THRU 006-EXIT.
           ADD WS-CV-SOLDE TO WS-TOT-ALL.
           PERFORM 110-TALLY.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine finds the record's band and status slot
      *****************************************************************
       110-TALLY.
           EVALUATE F-ETAT
              WHEN 'O' MOVE 1 TO WS-SX
              WHEN 'F' MOVE 2 TO WS-SX
              WHEN 'S' MOVE 3 TO WS-SX
              WHEN 'A' MOVE 4 TO WS-SX
              WHEN OTHER MOVE 5 TO WS-SX
           END-EVALUATE.
           MOVE 'N' TO WS-BAND-FOUND.
           PERFORM VARYING WS-BX FROM 1 BY 1
                     UNTIL WS-BX > WS-NB-BANDS OR BAND-FOUND
              IF WS-CV-SOLDE <= WS-B-BOUND (WS-BX)
                 MOVE 'Y' TO WS-BAND-FOUND
                 ADD 1 TO WS-BS-CNT (WS-BX, WS-SX)
                 ADD WS-CV-SOLDE TO WS-BS-TOT (WS-BX, WS-SX)
              END-IF
           END-PERFORM.
      *****************************************************************
      *  This routine prints the band x status matrix, a total per
      *  band and the grand total.
      *****************************************************************
       200-REPORT.
           PERFORM VARYING WS-BX FROM 1 BY 1
                     UNTIL WS-BX > WS-NB-BANDS
              PERFORM 210-BANDOUT
           END-PERFORM.
           WRITE FILERPT24-ENREG FROM WS-RPT-BLANK.
           MOVE WS-CNT-READ TO WS-RPT-T-CNT.
           MOVE WS-TOT-ALL  TO WS-RPT-T-TOT.
           WRITE FILERPT24-ENREG FROM WS-RPT-TOTAL.
           DISPLAY '200-REPORT'.
           DISPLAY '    RECORDS READ : ' WS-CNT-READ.
           DISPLAY '    TOTAL SOLDE  : ' WS-TOT-ALL.
           IF WS-CNT-NORATE > 0
              DISPLAY '    WITHOUT A RATE, LEFT AT PAR : '
                      WS-CNT-NORATE
              MOVE 4 TO LK-RC
           END-IF.
       200-EXIT.
           EXIT.
      *****************************************************************
      *  This routine prints one band : header, one line per status
      *  slot with activity, then the band total.
      *****************************************************************
       210-BANDOUT.
           MOVE SPACES TO WS-RPT-B-OPEN.
           IF WS-BX = WS-NB-BANDS
              MOVE ' AND OVER' TO WS-RPT-B-OPEN
              MOVE WS-B-BOUND (WS-NB-BANDS-1) TO WS-RPT-B-BOUND
           ELSE
              MOVE WS-B-BOUND (WS-BX) TO WS-RPT-B-BOUND
           END-IF.
           WRITE FILERPT24-ENREG FROM WS-RPT-BANDHDR.
           MOVE 0 TO WS-BAND-CNT.
           MOVE 0 TO WS-BAND-TOT.
           PERFORM VARYING WS-SX FROM 1 BY 1
                     UNTIL WS-SX > 5
              PERFORM 211-STATOUT
           END-PERFORM.
           MOVE WS-BAND-CNT TO WS-RPT-BT-CNT.
           MOVE WS-BAND-TOT TO WS-RPT-BT-TOT.
           WRITE FILERPT24-ENREG FROM WS-RPT-BANDTOT.
      *****************************************************************
      *  This routine prints one status line when it has activity
      *****************************************************************
       211-STATOUT.
           ADD WS-BS-CNT (WS-BX, WS-SX) TO WS-BAND-CNT.
           ADD WS-BS-TOT (WS-BX, WS-SX) TO WS-BAND-TOT.
           IF WS-BS-CNT (WS-BX, WS-SX) > 0
              MOVE WS-STATUS-LIT (WS-SX:1)  TO WS-RPT-D-ETAT
              MOVE WS-BS-CNT (WS-BX, WS-SX) TO WS-RPT-D-CNT
              MOVE WS-BS-TOT (WS-BX, WS-SX) TO WS-RPT-D-TOT
              WRITE FILERPT24-ENREG FROM WS-RPT-DETAIL
           END-IF.
      *****************************************************************
      *  Those routines handle files Closing
      *****************************************************************
       999-CFILE.
           CLOSE FILERPT24.
           MOVE 'FILERPT24' TO WS-CAT-RPT.
           MOVE 0 TO WS-CAT-PAGES.
           MOVE 0 TO WS-CAT-LINES.
           CALL WS-CALL-CAT USING WS-CAT-RPT, WS-CAT-PAGES,
                WS-CAT-LINES.
       999-EXIT.
           EXIT.
