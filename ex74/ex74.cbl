      *           form to MVTOUT or ACCTOUT; a bad row goes to
      *           CSVERR with its row number and the name of the
      *           column that failed - nobody retypes upstream
      *           deliveries into MVTSIN any more. A delivery
      *           already imported is refused before anything is
      *           written (PGM129 inbound-file registry).
      *
      * Using :
      *    - Copybooks ACCTFS & MVTFS
      *    - PGM129 inbound-file registry subprogram
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 02/09/26  DEFAY E. Created : CSV finally comes in as well
      *                    as out
      * 15/10/26  DEFAY E. Recording every dataset closed on the
      *                    LINEAGE register through PGM124 (run
      *                    number, open mode, record count)
      * 15/10/26  DEFAY E. CSVIN fingerprinted ahead of the parse
      *                    (rows, amount column total, first and last
      *                    rows) and checked against the PGM129
      *                    inbound-file registry : a delivery already
      *                    imported is refused, unless PJ-FOPER and
      *                    PJ-FMOTIF force it through; every imported
      *                    file is registered
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM074.
           05 WS-DT-JJ       PIC X(02).
       01 WS-DT-OK-SW    PIC X(01).
           88 DT-OK       VALUE 'Y'.
      / PGM124 dataset-lineage interface
       01 WS-CALL-LIN    PIC X(08) VALUE "PGM124  ".
       01 WS-LIN-PGM     PIC X(08) VALUE 'PGM074'.
       01 WS-LIN-DSN     PIC X(10).
       01 WS-LIN-MODE    PIC X(01).
       01 WS-LIN-COUNT   PIC 9(09).
      / PGM129 inbound-file registry interface : CSVIN's
      / fingerprint, taken in a first pass over the rows
       01 WS-CALL-INF    PIC X(08) VALUE "PGM129  ".
       01 WS-INF-FUNC    PIC X(01).
       01 WS-INF-PGM     PIC X(08) VALUE 'PGM074'.
       01 WS-INF-FEED    PIC X(12) VALUE 'CSVIN'.
       01 WS-INF-COUNT   PIC 9(09) VALUE 0.
       01 WS-INF-TOTAL   PIC S9(13)V99 VALUE 0.
       01 WS-INF-CREAT   PIC 9(12) VALUE 0.
       01 WS-INF-FIRST   PIC X(80) VALUE SPACES.
       01 WS-INF-LAST    PIC X(80) VALUE SPACES.
       01 WS-INF-RESULT  PIC X(01).
           88 INF-DUP     VALUE 'D'.
      / Parameter from JCL run
       01 PJ-LAYOUT      PIC X(08).
           88 LAY-MVT     VALUE 'MVTFS'.
           88 LAY-ACCT    VALUE 'ACCTFS'.
       01 PJ-DELIM       PIC X(01).
       01 PJ-DELIM-DEF   PIC X(01) VALUE ';'.
       01 PJ-FOPER       PIC X(08).
       01 PJ-FMOTIF      PIC X(40).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           PERFORM 050-FPRINT THRU 050-EXIT.
           PERFORM 001-OFILE THRU 001-EXIT.
           PERFORM 100-ROWS THRU 100-EXIT.
           PERFORM 200-EXITP THRU 200-EXIT.
           PERFORM 999-CFILE THRU 999-EXIT.
           MOVE 'A' TO WS-INF-FUNC.
           PERFORM 052-CALLINF.
           STOP RUN.
      *****************************************************************
      *  This routine handle parameters
           IF PJ-DELIM = SPACE OR LOW-VALUE THEN
              MOVE PJ-DELIM-DEF TO PJ-DELIM
           END-IF.
           ACCEPT PJ-FOPER.
           ACCEPT PJ-FMOTIF.
       000-EXIT.
           EXIT.
      *****************************************************************
      *  This routine fingerprints CSVIN in a first pass - non-blank
      *  rows, the total of the amount column (the third in both
      *  layouts, an unreadable amount counting for nothing), first
      *  and last rows - and checks it against the PGM129 registry :
      *  a delivery already imported is refused before anything is
      *  written, unless forced
      *****************************************************************
       050-FPRINT.
           OPEN INPUT CSVIN.
           IF WS-FS-CSV NOT = '00'
              GO TO 050-EXIT
           END-IF.
           PERFORM UNTIL CSV-END
              READ CSVIN
                 NOT AT END
                    IF CSVIN-ENREG NOT = SPACES
                       PERFORM 051-FPROW
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CSVIN.
           MOVE 'C' TO WS-INF-FUNC.
           PERFORM 052-CALLINF.
           IF INF-DUP
              DISPLAY 'ERROR : CSVIN REFUSED - NOTHING IMPORTED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
       050-EXIT.
           EXIT.
      *****************************************************************
      *  This routine adds one row to the fingerprint
      *****************************************************************
       051-FPROW.
           ADD 1 TO WS-INF-COUNT.
           IF WS-INF-COUNT = 1
              MOVE CSVIN-ENREG TO WS-INF-FIRST
           END-IF.
           MOVE CSVIN-ENREG TO WS-INF-LAST.
           MOVE SPACES TO WS-COL-1 WS-COL-2 WS-COL-3.
           UNSTRING CSVIN-ENREG DELIMITED BY PJ-DELIM
              INTO WS-COL-1, WS-COL-2, WS-COL-3
           END-UNSTRING.
           MOVE WS-COL-3 TO WS-AMT-WHOLE.
           PERFORM 160-LIFTAMT THRU 160-EXIT.
           IF AMT-OK
              ADD WS-AMT-VAL TO WS-INF-TOTAL
           END-IF.
      *****************************************************************
      *  This routine calls the PGM129 inbound-file registry
      *****************************************************************
       052-CALLINF.
           CALL WS-CALL-INF USING WS-INF-FUNC, WS-INF-PGM,
                WS-INF-FEED, WS-INF-COUNT, WS-INF-TOTAL,
                WS-INF-CREAT, WS-INF-FIRST, WS-INF-LAST,
                PJ-FOPER, PJ-FMOTIF, WS-INF-RESULT.
      *****************************************************************
      *  This routine handle files opening
      *****************************************************************
       001-OFILE.
              CLOSE ACCTOUT
           END-IF.
           CLOSE CSVERR.
           MOVE 'CSVIN' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-READ TO WS-LIN-COUNT.
           PERFORM 998-LINEAGE.
      *    MVTOUT is delivered as the MVTSIN feed
           IF LAY-MVT
              MOVE 'MVTSIN' TO WS-LIN-DSN
              MOVE 'O' TO WS-LIN-MODE
              MOVE WS-CNT-GOOD TO WS-LIN-COUNT
              PERFORM 998-LINEAGE
           ELSE
              MOVE 'ACCTOUT' TO WS-LIN-DSN
              MOVE 'O' TO WS-LIN-MODE
              MOVE WS-CNT-GOOD TO WS-LIN-COUNT
              PERFORM 998-LINEAGE
           END-IF.
           MOVE 'CSVERR' TO WS-LIN-DSN.
           MOVE 'O' TO WS-LIN-MODE.
           MOVE WS-CNT-BAD TO WS-LIN-COUNT.
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
