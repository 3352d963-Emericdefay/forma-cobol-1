      *           SUSPENSE; entries still unmatched are written back
      *           to SUSPENSE and reported with the reason they are
      *           stuck. RETURN-CODE 4 when anything is still stuck.
      *           A supplement identical to one already handed on
      *           (PGM129 inbound-file registry) is emptied and
      *           SUSPENSE left as it was, RETURN-CODE 8.
      *
      * Using :
      *    - SUSPENSE as written by PGM011M
      *    - PRIMECTL as read by PGM010/PGM011M
      *    - PGM129 inbound-file registry subprogram
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * 22/08/26  DEFAY E. Re-driving through the shared PGM039
      *                    rate subprogram instead of a third copy
      *                    of the brackets
      * 15/10/26  DEFAY E. SUPPLMNT fingerprinted as it is written
      *                    (primes, total, effective date, first and
      *                    last records) and checked against the
      *                    PGM129 inbound-file registry : a supplement
      *                    already handed on is emptied and SUSPENSE
      *                    kept, unless PJ-FOPER and PJ-FMOTIF force
      *                    it through; every supplement handed on is
      *                    registered
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM035.
       01 WS-PRIME-F      PIC 9(07).
       01 WS-CNT-RESOLVED PIC 9(05) VALUE 0.
       01 WS-CNT-STUCK    PIC 9(05) VALUE 0.
      / PGM129 inbound-file registry interface : SUPPLMNT's
      / fingerprint, taken as the primes are written
       01 WS-CALL-INF     PIC X(08) VALUE "PGM129  ".
       01 WS-INF-FUNC     PIC X(01).
       01 WS-INF-PGM      PIC X(08) VALUE 'PGM035'.
       01 WS-INF-FEED     PIC X(12) VALUE 'SUPPLMNT'.
       01 WS-INF-COUNT    PIC 9(09) VALUE 0.
       01 WS-INF-TOTAL    PIC S9(13)V99 VALUE 0.
       01 WS-INF-CREAT    PIC 9(12) VALUE 0.
       01 WS-INF-FIRST    PIC X(80) VALUE SPACES.
       01 WS-INF-LAST     PIC X(80) VALUE SPACES.
       01 WS-INF-RESULT   PIC X(01).
           88 INF-DUP      VALUE 'D'.
      / Parameter from JCL run
       01 PJ-EFDATE       PIC 9(08).
       01 PJ-FOPER        PIC X(08).
       01 PJ-FMOTIF       PIC X(40).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           OPEN OUTPUT SUPPLMNT.
           PERFORM 100-REDRIVE THRU 100-EXIT.
           CLOSE SUPPLMNT.
           PERFORM 145-DUPCHK THRU 145-EXIT.
           PERFORM 150-PUTSUSP THRU 150-EXIT.
           PERFORM 200-EXITP THRU 200-EXIT.
           STOP RUN.
           IF PJ-EFDATE = SPACE OR LOW-VALUE THEN
              ACCEPT PJ-EFDATE FROM DATE YYYYMMDD
           END-IF.
           ACCEPT PJ-FOPER.
           ACCEPT PJ-FMOTIF.
           MOVE PJ-EFDATE TO WS-INF-CREAT.
       000-EXIT.
           EXIT.
      *****************************************************************
           MOVE WS-S-NOTE (WS-SX)    TO SU-NOTE.
           MOVE WS-PRIME-F           TO SU-PRIME-F.
           WRITE STRUCT-SUPPLMNT.
           ADD 1          TO WS-INF-COUNT.
           ADD WS-PRIME-F TO WS-INF-TOTAL.
           IF WS-INF-COUNT = 1
              MOVE STRUCT-SUPPLMNT TO WS-INF-FIRST
           END-IF.
           MOVE STRUCT-SUPPLMNT TO WS-INF-LAST.
      *****************************************************************
      *  This routine checks the supplement written against the
      *  PGM129 registry : one already handed on is emptied before
      *  the next pay run can take it twice, and SUSPENSE is left as
      *  it was, unless forced. A supplement handed on is registered.
      *****************************************************************
       145-DUPCHK.
           MOVE 'C' TO WS-INF-FUNC.
           PERFORM 146-CALLINF.
           IF INF-DUP
              OPEN OUTPUT SUPPLMNT
              CLOSE SUPPLMNT
              DISPLAY 'ERROR : SUPPLMNT EMPTIED - SUSPENSE KEPT'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'A' TO WS-INF-FUNC.
           PERFORM 146-CALLINF.
       145-EXIT.
           EXIT.
      *****************************************************************
      *  This routine calls the PGM129 inbound-file registry
      *****************************************************************
       146-CALLINF.
           CALL WS-CALL-INF USING WS-INF-FUNC, WS-INF-PGM,
                WS-INF-FEED, WS-INF-COUNT, WS-INF-TOTAL,
                WS-INF-CREAT, WS-INF-FIRST, WS-INF-LAST,
                PJ-FOPER, PJ-FMOTIF, WS-INF-RESULT.
      *****************************************************************
      *  This routine rewrites SUSPENSE with only the entries still
      *  stuck - the resolved ones drain out.
