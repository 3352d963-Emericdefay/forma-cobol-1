      *****************************************************************
      * Program name:    PGM022M
      *
      * Original author: DEFAY E.
      *
      * Purpose : Overdraft report function of PGM022, fed one ACCTFS
      *           record at a time - by PGM022's own read of FILEIN
      *           or by the PGM130 single-pass extract driver along
      *           with the other extract reports. FILERPT22, its
      *           totals and its RETURN-CODE are the same whoever
      *           reads the extract.
      *
      * Linkage :
      *    LK-FUNC    'O' open the report, 'R' one extract record,
      *               'C' print the totals and close
      *    LK-PARM    the report's parameters, blank-separated in
      *               the order PGM022 accepts them (none)
      *    LK-REC     the ACCTFS extract record, on 'R'
      *    LK-RC      the report's RETURN-CODE
      *
      * Using :
      *    - Copybook ACCTFS
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created out of PGM022's scan and report
      *                    for the single-pass extract driver
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM022M.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /    FILERPT22 (overdraft report)
           SELECT FILERPT22
           ASSIGN TO FILERPT22.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD FILERPT22
           RECORD CONTAINS 80 CHARACTERS.
       01  FILERPT22-ENREG   PIC X(80).
      *****************************************************************
       WORKING-STORAGE SECTION.
      / The extract record handed over by the caller
       COPY ACCTFS REPLACING ==()== BY ==FILEIN==.
       01 WS-CNT-READ    PIC 9(07) VALUE 0.
       01 WS-CNT-OVRD    PIC 9(07) VALUE 0.
       01 WS-TOT-OVRD    PIC S9(10)V99 VALUE 0.
      / Per-department overdraft accumulators
       01 WS-DEPT-ACCUM-TABLE.
           05 WS-DEPT-ACCUM OCCURS 99 TIMES.
              10 WS-DA-CNT   PIC 9(05) VALUE 0.
              10 WS-DA-TOT   PIC S9(09)V99 VALUE 0.
       01 WS-DA-IX       PIC 9(02).
      / Report lines
       01 WS-RPT-HDR1    PIC X(80) VALUE
          'PGM022 OVERDRAFT REPORT'.
       01 WS-RPT-HDR2.
           05 FILLER         PIC X(10) VALUE 'COMPTE    '.
           05 FILLER         PIC X(18) VALUE 'NOM               '.
           05 FILLER         PIC X(11) VALUE 'SOLDE      '.
           05 FILLER         PIC X(05) VALUE 'DEPT '.
           05 FILLER         PIC X(36) VALUE SPACES.
       01 WS-RPT-DETAIL.
           05 WS-RPT-D-COMPTE PIC 9(06).
           05 FILLER          PIC X(04) VALUE SPACES.
           05 WS-RPT-D-NOM    PIC X(15).
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WS-RPT-D-SOLDE  PIC -(06)9.99.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 WS-RPT-D-DEPT   PIC 9(02).
           05 FILLER          PIC X(36) VALUE SPACES.
       01 WS-RPT-SUBTOT.
           05 FILLER          PIC X(07) VALUE 'DEPT : '.
           05 WS-RPT-S-DEPT   PIC 9(02).
           05 FILLER          PIC X(09) VALUE '   CNT : '.
           05 WS-RPT-S-CNT    PIC ZZZZ9.
           05 FILLER          PIC X(09) VALUE '   TOT : '.
           05 WS-RPT-S-TOT    PIC -(08)9.99.
           05 FILLER          PIC X(36) VALUE SPACES.
       01 WS-RPT-TOTAL.
           05 FILLER          PIC X(21) VALUE 'TOTAL OVERDRAWN    : '.
           05 WS-RPT-T-CNT    PIC ZZZZZZ9.
           05 FILLER          PIC X(09) VALUE '   TOT : '.
           05 WS-RPT-T-TOT    PIC -(09)9.99.
           05 FILLER          PIC X(30) VALUE SPACES.
       01 WS-RPT-BLANK   PIC X(80) VALUE SPACES.
      / PGM075 report-catalog interface
       01 WS-CALL-CAT    PIC X(08) VALUE "PGM075  ".
       01 WS-CAT-RPT     PIC X(12).
       01 WS-CAT-PAGES   PIC 9(05).
       01 WS-CAT-LINES   PIC 9(07).
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
                 PERFORM 000-OFILE THRU 000-EXIT
              WHEN 'R'
                 PERFORM 100-SCAN THRU 100-EXIT
              WHEN 'C'
                 PERFORM 200-REPORT THRU 200-EXIT
                 PERFORM 999-CFILE THRU 999-EXIT
              WHEN OTHER
                 DISPLAY 'WARNING : PGM022M CALLED WITH UNKNOWN '
                         'FUNCTION ' LK-FUNC
           END-EVALUATE.
           EXIT PROGRAM.
      *****************************************************************
      *  This routine handle files opening
      *****************************************************************
       000-OFILE.
           OPEN OUTPUT FILERPT22.
           WRITE FILERPT22-ENREG FROM WS-RPT-HDR1.
           WRITE FILERPT22-ENREG FROM WS-RPT-HDR2.
       000-EXIT.
           EXIT.
      *****************************************************************
      *  This routine checks one extract record for a negative
      *  balance
      *****************************************************************
       100-SCAN.
           MOVE LK-REC TO STRUCT-FILEIN.
           ADD 1 TO WS-CNT-READ.
           IF F-SOLDER < 0
              PERFORM 110-OVERDRAWN
           END-IF.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine prints one overdrawn account and accumulates
      *  its department subtotal
      *****************************************************************
       110-OVERDRAWN.
           MOVE F-COMPTE TO WS-RPT-D-COMPTE.
           MOVE F-NOM    TO WS-RPT-D-NOM.
           MOVE F-SOLDER TO WS-RPT-D-SOLDE.
           MOVE F-DEPT   TO WS-RPT-D-DEPT.
           WRITE FILERPT22-ENREG FROM WS-RPT-DETAIL.
           ADD 1 TO WS-CNT-OVRD.
           ADD F-SOLDER TO WS-TOT-OVRD.
           IF F-DEPT >= 1 AND F-DEPT <= 99
              ADD 1 TO WS-DA-CNT (F-DEPT)
              ADD F-SOLDER TO WS-DA-TOT (F-DEPT)
           END-IF.
      *****************************************************************
      *  This routine prints the per-department subtotals and the
      *  grand total
      *****************************************************************
       200-REPORT.
           WRITE FILERPT22-ENREG FROM WS-RPT-BLANK.
           PERFORM VARYING WS-DA-IX FROM 1 BY 1
                     UNTIL WS-DA-IX > 99
              PERFORM 210-SUBTOT
           END-PERFORM.
           MOVE WS-CNT-OVRD TO WS-RPT-T-CNT.
           MOVE WS-TOT-OVRD TO WS-RPT-T-TOT.
           WRITE FILERPT22-ENREG FROM WS-RPT-TOTAL.
           DISPLAY '200-REPORT'.
           DISPLAY '    RECORDS READ      : ' WS-CNT-READ.
           DISPLAY '    ACCOUNTS OVERDRAWN: ' WS-CNT-OVRD.
       200-EXIT.
           EXIT.
      *****************************************************************
      *  This routine prints one department subtotal when non-empty
      *****************************************************************
       210-SUBTOT.
           IF WS-DA-CNT (WS-DA-IX) > 0
              MOVE WS-DA-IX            TO WS-RPT-S-DEPT
              MOVE WS-DA-CNT (WS-DA-IX) TO WS-RPT-S-CNT
              MOVE WS-DA-TOT (WS-DA-IX) TO WS-RPT-S-TOT
              WRITE FILERPT22-ENREG FROM WS-RPT-SUBTOT
           END-IF.
      *****************************************************************
      *  Those routines handle files Closing
      *****************************************************************
       999-CFILE.
           CLOSE FILERPT22.
           MOVE 'FILERPT22' TO WS-CAT-RPT.
           MOVE 0 TO WS-CAT-PAGES.
           MOVE WS-CNT-OVRD TO WS-CAT-LINES.
           CALL WS-CALL-CAT USING WS-CAT-RPT, WS-CAT-PAGES,
                WS-CAT-LINES.
       999-EXIT.
           EXIT.
