      *           the sources merged into the single MVTSIN feed,
      *           each movement tagged with its branch in
      *           MV-ORIGINE. A truncated branch transfer can no
      *           longer vanish silently into the merge. A branch
      *           file already accepted on an earlier run is refused
      *           the same way (PGM129 inbound-file registry).
      *
      * Using :
      *    - Copybooks MVTFS & TRLRFS
      *    - PGM129 inbound-file registry subprogram
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      *                    storage before the branch file closes -
      *                    the record area is not inspected after
      *                    AT END or CLOSE
      * 15/10/26  DEFAY E. Recording every dataset closed on the
      *                    LINEAGE register through PGM124 (run
      *                    number, open mode, record count)
      * 15/10/26  DEFAY E. Every branch file is fingerprinted in the
      *                    verification pass and checked against the
      *                    PGM129 inbound-file registry : a file
      *                    already accepted fails the run like a
      *                    totals mismatch, unless PJ-FOPER and
      *                    PJ-FMOTIF force it through; every merged
      *                    file is registered
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM082.
           88 TRLR-SEEN   VALUE 'Y'.
       01 WS-VERIFY-OK-SW PIC X(01) VALUE 'Y'.
           88 VERIFY-OK   VALUE 'Y'.
      / Per-branch fingerprints, checked against the registry in the
      / verification pass and registered after the merge
       01 WS-FP-TABLE.
           05 WS-FP-ENTRY OCCURS 50 TIMES.
              10 WS-FP-COUNT  PIC 9(09).
              10 WS-FP-TOTAL  PIC S9(13)V99.
              10 WS-FP-CREAT  PIC 9(12).
              10 WS-FP-FIRST  PIC X(80).
              10 WS-FP-LAST   PIC X(80).
              10 WS-FP-RESULT PIC X(01).
      / PGM129 inbound-file registry interface
       01 WS-CALL-INF    PIC X(08) VALUE "PGM129  ".
       01 WS-INF-FUNC    PIC X(01).
       01 WS-INF-PGM     PIC X(08) VALUE 'PGM082'.
       01 WS-INF-FEED    PIC X(12).
       01 WS-INF-COUNT   PIC 9(09).
       01 WS-INF-TOTAL   PIC S9(13)V99.
       01 WS-INF-CREAT   PIC 9(12).
       01 WS-INF-FIRST   PIC X(80).
       01 WS-INF-LAST    PIC X(80).
       01 WS-INF-RESULT  PIC X(01).
           88 INF-DUP     VALUE 'D'.
      / Parameter from JCL run : operator and reason forcing a
      / duplicate file through the registry check
       01 PJ-FOPER       PIC X(08).
       01 PJ-FMOTIF      PIC X(40).
      / PGM124 dataset-lineage interface
       01 WS-CALL-LIN    PIC X(08) VALUE "PGM124  ".
       01 WS-LIN-PGM     PIC X(08) VALUE 'PGM082'.
       01 WS-LIN-DSN     PIC X(10).
       01 WS-LIN-MODE    PIC X(01).
       01 WS-LIN-COUNT   PIC 9(09).
      / Run totals
       01 WS-CNT-MERGED  PIC 9(07) VALUE 0.
       01 WS-TOT-MERGED  PIC S9(11)V99 VALUE 0.
      *****************************************************************
       PROCEDURE DIVISION.
           ACCEPT PJ-FOPER.
           ACCEPT PJ-FMOTIF.
           PERFORM 010-LOADLIST THRU 010-EXIT.
           PERFORM 100-VERIFY THRU 100-EXIT.
           IF NOT VERIFY-OK
              STOP RUN
           END-IF.
           PERFORM 200-MERGE THRU 200-EXIT.
           PERFORM 220-REGISTER THRU 220-EXIT.
           PERFORM 300-EXITP THRU 300-EXIT.
           STOP RUN.
      *****************************************************************
              END-READ
           END-PERFORM.
           CLOSE BRCHLIST.
           MOVE 'BRCHLIST' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-BR-COUNT TO WS-LIN-COUNT.
           PERFORM 310-LINEAGE.
           IF WS-BR-COUNT = 0
              DISPLAY 'ERROR : BRCHLIST NAMES NO BRANCH'
              MOVE 8 TO RETURN-CODE
           MOVE 0   TO WS-ACC-COUNT.
           MOVE 0   TO WS-ACC-TOTAL.
           MOVE 'N' TO WS-TRLR-SEEN-SW.
           MOVE SPACES TO WS-FP-FIRST (WS-BX) WS-FP-LAST (WS-BX).
           OPEN INPUT BRCHIN.
           IF WS-FS-BRCH NOT = '00'
              DISPLAY 'ERROR : BRANCH ' WS-BR-ID (WS-BX)
                       MOVE 'Y' TO WS-TRLR-SEEN-SW
                    ELSE
                       ADD 1 TO WS-ACC-COUNT
                       IF WS-ACC-COUNT = 1
                          MOVE STRUCT-BRCHIN TO WS-FP-FIRST (WS-BX)
                       END-IF
                       MOVE STRUCT-BRCHIN TO WS-FP-LAST (WS-BX)
                       IF MV-SENS OF BRCHIN = 'D'
                          SUBTRACT MV-MNT OF BRCHIN
                             FROM WS-ACC-TOTAL
              END-READ
           END-PERFORM.
           CLOSE BRCHIN.
           MOVE WS-BR-DSN (WS-BX) TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-ACC-COUNT TO WS-LIN-COUNT.
           PERFORM 310-LINEAGE.
           EVALUATE TRUE
              WHEN NOT TRLR-SEEN
                 DISPLAY 'ERROR : BRANCH ' WS-BR-ID (WS-BX)
                         ' AMOUNT ' WS-ACC-TOTAL ' / ' FT-SOLDER
                 MOVE 'N' TO WS-VERIFY-OK-SW
              WHEN OTHER
                 PERFORM 120-DUPCHK
           END-EVALUATE.
       110-EXIT.
           EXIT.
      *****************************************************************
      *  This routine fingerprints one verified branch file (count
      *  and net amount as its trailer proves them, the sender's run
      *  number as creation stamp) and checks it against the PGM129
      *  registry : a file already accepted fails the run, unless
      *  forced
      *****************************************************************
       120-DUPCHK.
           MOVE WS-ACC-COUNT TO WS-FP-COUNT (WS-BX).
           MOVE WS-ACC-TOTAL TO WS-FP-TOTAL (WS-BX).
           MOVE FT-RUNNO     TO WS-FP-CREAT (WS-BX).
           MOVE 'C' TO WS-INF-FUNC.
           PERFORM 230-CALLINF.
           MOVE WS-INF-RESULT TO WS-FP-RESULT (WS-BX).
           IF INF-DUP
              DISPLAY 'ERROR : BRANCH ' WS-BR-ID (WS-BX)
                      ' SENT A FILE ALREADY COLLECTED'
              MOVE 'N' TO WS-VERIFY-OK-SW
           END-IF.
      *****************************************************************
      *  This routine merges every verified branch into the single
      *  MVTSIN feed, each movement tagged with its origin
      *****************************************************************
              PERFORM 210-ONEMERGE THRU 210-EXIT
           END-PERFORM.
           CLOSE MVTSIN.
           MOVE 'MVTSIN' TO WS-LIN-DSN.
           MOVE 'O' TO WS-LIN-MODE.
           MOVE WS-CNT-MERGED TO WS-LIN-COUNT.
           PERFORM 310-LINEAGE.
       200-EXIT.
           EXIT.
      *****************************************************************
       210-EXIT.
           EXIT.
      *****************************************************************
      *  This routine registers every merged branch file on the
      *  PGM129 inbound-file registry
      *****************************************************************
       220-REGISTER.
           PERFORM VARYING WS-BX FROM 1 BY 1
                     UNTIL WS-BX > WS-BR-COUNT
              MOVE 'A' TO WS-INF-FUNC
              MOVE WS-FP-RESULT (WS-BX) TO WS-INF-RESULT
              PERFORM 230-CALLINF
           END-PERFORM.
       220-EXIT.
           EXIT.
      *****************************************************************
      *  This routine calls the PGM129 registry for branch WS-BX
      *****************************************************************
       230-CALLINF.
           MOVE WS-BR-DSN (WS-BX)   TO WS-INF-FEED.
           MOVE WS-FP-COUNT (WS-BX) TO WS-INF-COUNT.
           MOVE WS-FP-TOTAL (WS-BX) TO WS-INF-TOTAL.
           MOVE WS-FP-CREAT (WS-BX) TO WS-INF-CREAT.
           MOVE WS-FP-FIRST (WS-BX) TO WS-INF-FIRST.
           MOVE WS-FP-LAST (WS-BX)  TO WS-INF-LAST.
           CALL WS-CALL-INF USING WS-INF-FUNC, WS-INF-PGM,
                WS-INF-FEED, WS-INF-COUNT, WS-INF-TOTAL,
                WS-INF-CREAT, WS-INF-FIRST, WS-INF-LAST,
                PJ-FOPER, PJ-FMOTIF, WS-INF-RESULT.
      *****************************************************************
      *  This routine should close the program (after some displays)
      *****************************************************************
       300-EXITP.
           DISPLAY '    NET AMOUNT      : ' WS-TOT-MERGED.
       300-EXIT.
           EXIT.
      *****************************************************************
      *  This routine records one closed dataset on the LINEAGE
      *  register (PGM124) : name, open mode, record count
      *****************************************************************
       310-LINEAGE.
           CALL WS-CALL-LIN USING WS-LIN-PGM, WS-LIN-DSN,
                WS-LIN-MODE, WS-LIN-COUNT.
