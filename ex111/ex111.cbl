      *****************************************************************
      * Program name:    PGM111
      *
      * Original author: DEFAY E.
      *
      * Purpose : Year-end rollover of the LEAVEREG paid-leave
      *           ledger PGM011 keeps (copybook LEAVFS). Every
      *           employee still on a leave year before PJ-YEAR
      *           carries the balance (CP-REPORT + CP-ACQUIS -
      *           CP-PRIS - CP-PAYE) forward into CP-REPORT, up to
      *           PJ-CAP days; the days over the cap are forfeited
      *           and listed on FILERPT111. The year's figures start
      *           again from zero under CP-YEAR = PJ-YEAR, so a rerun
      *           finds nothing left to roll. To run after the last
      *           payroll of the year and before the first of the
      *           next one; a period of the new year PGM011 already
      *           paid (CP-LASTPER) is backed out of the old year's
      *           balance before the cap and carried into the new
      *           year's figures, its CP-PER- figures kept for a
      *           rerun of that period, with a warning.
      *
      * Using :
      *    - Copybook LEAVFS
      *    - LEAVEREG as kept by PGM011
      *    - PGM081 chain run date, PGM075 report catalog
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created : the paid-leave balance carries
      *                    over into the new year, capped
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM111.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /    LEAVEREG (indexed paid-leave ledger keyed on CP-SALARY)
           SELECT LEAVEREG
           ASSIGN TO LEAVEREG
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is CP-SALARY
           FILE STATUS is WS-FS-LEAVE.
      /    FILERPT111 (balances carried and days forfeited)
           SELECT FILERPT111
           ASSIGN TO FILERPT111.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD LEAVEREG
           RECORD CONTAINS 80 CHARACTERS.
       COPY LEAVFS REPLACING ==()== BY ==LEAVEREG==.
       FD FILERPT111
           RECORD CONTAINS 80 CHARACTERS.
       01  FILERPT111-ENREG   PIC X(80).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-LEAVE    PIC X(02).
           88 LEAVE-END   VALUE '10'.
      / Run counters
       01 WS-CNT-READ    PIC 9(07) VALUE 0.
       01 WS-CNT-ROLLED  PIC 9(07) VALUE 0.
       01 WS-CNT-DONE    PIC 9(07) VALUE 0.
       01 WS-CNT-FORFEIT PIC 9(07) VALUE 0.
       01 WS-CNT-EARLY   PIC 9(07) VALUE 0.
       01 WS-CNT-ERROR   PIC 9(07) VALUE 0.
       01 WS-TOT-FORFEIT PIC 9(07)V99 VALUE 0.
      / One employee's balance, what is carried and what is lost
       01 WS-SOLDE       PIC S9(04)V99.
       01 WS-REPORT      PIC 9(03)V99.
       01 WS-PERTE       PIC 9(04)V99.
       01 WS-LAST-YEAR   PIC 9(04).
      / FILERPT111 lines
       01 WS-RPT-LINES   PIC 9(07) VALUE 0.
       01 WS-RPT-HDR.
           05 FILLER          PIC X(34) VALUE
              'PGM111 PAID-LEAVE ROLLOVER - YEAR '.
           05 WS-RPT-H-YEAR   PIC 9(04).
           05 FILLER          PIC X(11) VALUE '  CAP DAYS '.
           05 WS-RPT-H-CAP    PIC ZZ9.
           05 FILLER          PIC X(28) VALUE SPACES.
       01 WS-RPT-HDR2    PIC X(80) VALUE
           'SALARIE  ANNEE     SOLDE    REPORTE     PERDU'.
       01 WS-RPT-DETAIL.
           05 WS-RPT-D-SAL    PIC 9(07).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-RPT-D-YEAR   PIC 9(04).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-RPT-D-SOLDE  PIC -(04)9.99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-RPT-D-REPORT PIC ZZZZ9.99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-RPT-D-PERTE  PIC ZZZZ9.99.
           05 FILLER          PIC X(29) VALUE SPACES.
       01 WS-RPT-TOTAL.
           05 FILLER          PIC X(28) VALUE
              'TOTAL DAYS FORFEITED      : '.
           05 WS-RPT-T-PERTE  PIC ZZZZZZ9.99.
           05 FILLER          PIC X(42) VALUE SPACES.
      / PGM081 chain run-date subprogram
       01 WS-CALL-DATE   PIC X(08) VALUE "PGM081  ".
      / PGM075 report-catalog interface
       01 WS-CALL-CAT    PIC X(08) VALUE "PGM075  ".
       01 WS-CAT-RPT     PIC X(12).
       01 WS-CAT-PAGES   PIC 9(05).
       01 WS-CAT-LINES   PIC 9(07).
      / Parameter from JCL run
       01 PJ-RUNDATE     PIC 9(08).
       01 PJ-YEAR        PIC 9(04).
       01 PJ-CAP         PIC 9(03).
       01 PJ-CAP-DEF     PIC 9(03) VALUE 10.
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           PERFORM 001-OFILE THRU 001-EXIT.
           PERFORM 100-ROLLOVER THRU 100-EXIT.
           PERFORM 300-EXITP THRU 300-EXIT.
           PERFORM 999-CFILE THRU 999-EXIT.
           STOP RUN.
      *****************************************************************
      *  This routine handle parameters : the new leave year defaults
      *  to the run date's year, the carry-over cap to PJ-CAP-DEF
      *****************************************************************
       000-PARMS.
           ACCEPT PJ-RUNDATE.
           IF PJ-RUNDATE = SPACE OR LOW-VALUE THEN
              CALL WS-CALL-DATE USING PJ-RUNDATE
           END-IF.
           ACCEPT PJ-YEAR.
           IF PJ-YEAR = SPACE OR LOW-VALUE OR PJ-YEAR = 0
              COMPUTE PJ-YEAR = PJ-RUNDATE / 10000
           END-IF.
           ACCEPT PJ-CAP.
           IF PJ-CAP = SPACE OR LOW-VALUE OR PJ-CAP NOT NUMERIC
              MOVE PJ-CAP-DEF TO PJ-CAP
           END-IF.
       000-EXIT.
           EXIT.
      *****************************************************************
      *  This routine handle files opening
      *****************************************************************
       001-OFILE.
           OPEN I-O LEAVEREG.
           IF WS-FS-LEAVE NOT = '00'
              DISPLAY 'ERROR : OPEN I-O LEAVEREG FAILED - FILE STATUS '
                      WS-FS-LEAVE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT FILERPT111.
           MOVE PJ-YEAR TO WS-RPT-H-YEAR.
           MOVE PJ-CAP  TO WS-RPT-H-CAP.
           WRITE FILERPT111-ENREG FROM WS-RPT-HDR.
           WRITE FILERPT111-ENREG FROM WS-RPT-HDR2.
           ADD 2 TO WS-RPT-LINES.
       001-EXIT.
           EXIT.
      *****************************************************************
      *  This routine reads LEAVEREG by key and rolls every employee
      *  still on an earlier leave year
      *****************************************************************
       100-ROLLOVER.
           PERFORM UNTIL LEAVE-END
              READ LEAVEREG NEXT
                 NOT AT END
                    ADD 1 TO WS-CNT-READ
                    PERFORM 110-ONEEMP THRU 110-EXIT
              END-READ
           END-PERFORM.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine rolls one employee : the balance is carried up
      *  to the cap, the rest forfeited, and the year starts afresh.
      *  CP-LASTPER is kept so a rerun of the year's last payroll
      *  period still finds its own figures gone. A new-year period
      *  paid before the rollover is taken out of the old year's
      *  balance and becomes the new year's opening figures.
      *****************************************************************
       110-ONEEMP.
           IF CP-YEAR >= PJ-YEAR
              ADD 1 TO WS-CNT-DONE
              GO TO 110-EXIT
           END-IF.
           COMPUTE WS-LAST-YEAR = CP-LASTPER / 100.
           IF WS-LAST-YEAR >= PJ-YEAR
              ADD 1 TO WS-CNT-EARLY
              DISPLAY 'WARNING : SALARIE ' CP-SALARY ' PAID FOR '
                      CP-LASTPER ' BEFORE THE ROLLOVER - PERIOD '
                      'CARRIED INTO ' PJ-YEAR
              SUBTRACT CP-PER-ACQ  FROM CP-ACQUIS
              SUBTRACT CP-PER-PRIS FROM CP-PRIS
              SUBTRACT CP-PER-PAYE FROM CP-PAYE
           END-IF.
           COMPUTE WS-SOLDE =
                   CP-REPORT + CP-ACQUIS - CP-PRIS - CP-PAYE.
           MOVE 0 TO WS-PERTE.
           IF WS-SOLDE < 0
              MOVE 0 TO WS-REPORT
           ELSE
              IF WS-SOLDE > PJ-CAP
                 MOVE PJ-CAP TO WS-REPORT
                 COMPUTE WS-PERTE = WS-SOLDE - PJ-CAP
              ELSE
                 MOVE WS-SOLDE TO WS-REPORT
              END-IF
           END-IF.
           MOVE CP-SALARY TO WS-RPT-D-SAL.
           MOVE CP-YEAR   TO WS-RPT-D-YEAR.
           MOVE WS-SOLDE  TO WS-RPT-D-SOLDE.
           MOVE WS-REPORT TO WS-RPT-D-REPORT.
           MOVE WS-PERTE  TO WS-RPT-D-PERTE.
           MOVE WS-REPORT TO CP-REPORT.
           IF WS-LAST-YEAR >= PJ-YEAR
              MOVE CP-PER-ACQ  TO CP-ACQUIS
              MOVE CP-PER-PRIS TO CP-PRIS
              MOVE CP-PER-PAYE TO CP-PAYE
           ELSE
              MOVE 0 TO CP-ACQUIS CP-PRIS CP-PAYE
              MOVE 0 TO CP-PER-ACQ CP-PER-PRIS CP-PER-PAYE
           END-IF.
           MOVE PJ-YEAR TO CP-YEAR.
           REWRITE STRUCT-LEAVEREG.
           IF WS-FS-LEAVE NOT = '00'
              ADD 1 TO WS-CNT-ERROR
              DISPLAY 'ERROR : REWRITE LEAVEREG ' CP-SALARY
                      ' - FILE STATUS ' WS-FS-LEAVE
              GO TO 110-EXIT
           END-IF.
           ADD 1 TO WS-CNT-ROLLED.
           IF WS-PERTE > 0
              ADD 1 TO WS-CNT-FORFEIT
              ADD WS-PERTE TO WS-TOT-FORFEIT
           END-IF.
           WRITE FILERPT111-ENREG FROM WS-RPT-DETAIL.
           ADD 1 TO WS-RPT-LINES.
       110-EXIT.
           EXIT.
      *****************************************************************
      *  This routine displays the run counters
      *****************************************************************
       300-EXITP.
           DISPLAY "300-EXITP".
           MOVE WS-TOT-FORFEIT TO WS-RPT-T-PERTE.
           WRITE FILERPT111-ENREG FROM WS-RPT-TOTAL.
           ADD 1 TO WS-RPT-LINES.
           DISPLAY '    EMPLOYEES READ   : ' WS-CNT-READ.
           DISPLAY '    ROLLED OVER      : ' WS-CNT-ROLLED.
           DISPLAY '    ALREADY ROLLED   : ' WS-CNT-DONE.
           DISPLAY '    WITH DAYS LOST   : ' WS-CNT-FORFEIT.
           DISPLAY '    DAYS FORFEITED   : ' WS-TOT-FORFEIT.
           DISPLAY '    PAID BEFORE ROLL : ' WS-CNT-EARLY.
           DISPLAY '    ERRORS           : ' WS-CNT-ERROR.
           IF WS-CNT-EARLY > 0 OR WS-CNT-ERROR > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       300-EXIT.
           EXIT.
      *****************************************************************
      *  Those routines handle files Closing
      *****************************************************************
       999-CFILE.
           CLOSE LEAVEREG.
           CLOSE FILERPT111.
           MOVE 'FILERPT111' TO WS-CAT-RPT.
           MOVE 0 TO WS-CAT-PAGES.
           MOVE WS-RPT-LINES TO WS-CAT-LINES.
           CALL WS-CALL-CAT USING WS-CAT-RPT, WS-CAT-PAGES,
                WS-CAT-LINES.
       999-EXIT.
           EXIT.
