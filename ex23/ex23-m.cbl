      *****************************************************************
      * Program name:    PGM023M
      *
      * Original author: DEFAY E.
      *
      * Purpose : Dormant-account report function of PGM023, fed one
      *           ACCTFS record at a time - by PGM023's own read of
      *           FILEIN or by the PGM130 single-pass extract driver
      *           along with the other extract reports. FILERPT23,
      *           its totals and its RETURN-CODE are the same
      *           whoever reads the extract.
      *
      * Linkage :
      *    LK-FUNC    'O' take the threshold and open the report,
      *               'R' one extract record, 'C' print the totals
      *               and close
      *    LK-PARM    the report's parameters, blank-separated in
      *               the order PGM023 accepts them : the threshold
      *               date AAAA-MM-JJ (blank, 18 months back)
      *    LK-REC     the ACCTFS extract record, on 'R'
      *    LK-RC      the report's RETURN-CODE
      *
      * Using :
      *    - Copybook ACCTFS
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created out of PGM023's scan and report
      *                    for the single-pass extract driver
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM023M.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /    FILERPT23 (dormant-account report)
           SELECT FILERPT23
           ASSIGN TO FILERPT23.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD FILERPT23
           RECORD CONTAINS 80 CHARACTERS.
       01  FILERPT23-ENREG   PIC X(80).
      *****************************************************************
       WORKING-STORAGE SECTION.
      / The extract record handed over by the caller
       COPY ACCTFS REPLACING ==()== BY ==FILEIN==.
       01 WS-CNT-READ    PIC 9(07) VALUE 0.
       01 WS-CNT-DORM    PIC 9(07) VALUE 0.
       01 WS-TOT-DORM    PIC S9(10)V99 VALUE 0.
      / Per-department dormant accumulators
       01 WS-DEPT-ACCUM-TABLE.
           05 WS-DEPT-ACCUM OCCURS 99 TIMES.
              10 WS-DA-CNT   PIC 9(05) VALUE 0.
              10 WS-DA-TOT   PIC S9(09)V99 VALUE 0.
       01 WS-DA-IX       PIC 9(02).
      / Default-threshold derivation : 18 months before the run date
       01 WS-TODAY-DATE.
           05 WS-TODAY-AAAA  PIC 9(04).
           05 WS-TODAY-MM    PIC 9(02).
           05 WS-TODAY-JJ    PIC 9(02).
       01 WS-SEUIL-AAAA  PIC 9(04).
       01 WS-SEUIL-MM    PIC S9(03).
      / Report lines
       01 WS-RPT-HDR1.
           05 FILLER         PIC X(34) VALUE
              'PGM023 DORMANT ACCOUNTS - SEUIL : '.
           05 WS-RPT-H-SEUIL PIC X(10).
           05 FILLER         PIC X(36) VALUE SPACES.
       01 WS-RPT-HDR2.
           05 FILLER         PIC X(10) VALUE 'COMPTE    '.
           05 FILLER         PIC X(18) VALUE 'NOM               '.
           05 FILLER         PIC X(13) VALUE 'DERNIER MVT  '.
           05 FILLER         PIC X(11) VALUE 'SOLDE      '.
           05 FILLER         PIC X(05) VALUE 'DEPT '.
           05 FILLER         PIC X(23) VALUE SPACES.
       01 WS-RPT-DETAIL.
           05 WS-RPT-D-COMPTE PIC 9(06).
           05 FILLER          PIC X(04) VALUE SPACES.
           05 WS-RPT-D-NOM    PIC X(15).
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WS-RPT-D-DTMVT  PIC X(10).
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WS-RPT-D-SOLDE  PIC -(06)9.99.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 WS-RPT-D-DEPT   PIC 9(02).
           05 FILLER          PIC X(23) VALUE SPACES.
       01 WS-RPT-SUBTOT.
           05 FILLER          PIC X(07) VALUE 'DEPT : '.
           05 WS-RPT-S-DEPT   PIC 9(02).
           05 FILLER          PIC X(09) VALUE '   CNT : '.
           05 WS-RPT-S-CNT    PIC ZZZZ9.
           05 FILLER          PIC X(09) VALUE '   TOT : '.
           05 WS-RPT-S-TOT    PIC -(08)9.99.
           05 FILLER          PIC X(36) VALUE SPACES.
       01 WS-RPT-TOTAL.
           05 FILLER          PIC X(21) VALUE 'TOTAL DORMANT      : '.
           05 WS-RPT-T-CNT    PIC ZZZZZZ9.
           05 FILLER          PIC X(09) VALUE '   TOT : '.
           05 WS-RPT-T-TOT    PIC -(09)9.99.
           05 FILLER          PIC X(30) VALUE SPACES.
       01 WS-RPT-BLANK   PIC X(80) VALUE SPACES.
      / Parameter from the caller
       01 PJ-SEUIL.
           05 PJ-SEUIL-AAAA  PIC 9(04).
           05 PJ-SEUIL-S1    PIC X(01).
           05 PJ-SEUIL-MM    PIC 9(02).
           05 PJ-SEUIL-S2    PIC X(01).
           05 PJ-SEUIL-JJ    PIC 9(02).
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
                 PERFORM 001-OFILE THRU 001-EXIT
              WHEN 'R'
                 PERFORM 100-SCAN THRU 100-EXIT
              WHEN 'C'
                 PERFORM 200-REPORT THRU 200-EXIT
                 PERFORM 999-CFILE THRU 999-EXIT
              WHEN OTHER
                 DISPLAY 'WARNING : PGM023M CALLED WITH UNKNOWN '
                         'FUNCTION ' LK-FUNC
           END-EVALUATE.
           EXIT PROGRAM.
      *****************************************************************
      *  This routine takes the threshold date, deriving 18 months
      *  before the run date when the caller leaves it blank.
      *****************************************************************
       000-PARMS.
           MOVE SPACES TO PJ-SEUIL.
           UNSTRING LK-PARM DELIMITED BY ALL SPACE INTO PJ-SEUIL.
           IF PJ-SEUIL = SPACES OR LOW-VALUES
              ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
              MOVE WS-TODAY-AAAA TO WS-SEUIL-AAAA
              COMPUTE WS-SEUIL-MM = WS-TODAY-MM - 18
              PERFORM UNTIL WS-SEUIL-MM > 0
                 COMPUTE WS-SEUIL-MM = WS-SEUIL-MM + 12
                 COMPUTE WS-SEUIL-AAAA = WS-SEUIL-AAAA - 1
              END-PERFORM
              MOVE WS-SEUIL-AAAA TO PJ-SEUIL-AAAA
              MOVE WS-SEUIL-MM   TO PJ-SEUIL-MM
              MOVE WS-TODAY-JJ   TO PJ-SEUIL-JJ
              MOVE '-' TO PJ-SEUIL-S1
              MOVE '-' TO PJ-SEUIL-S2
           END-IF.
       000-EXIT.
           EXIT.
      *****************************************************************
      *  This routine handle files opening
      *****************************************************************
       001-OFILE.
           OPEN OUTPUT FILERPT23.
           MOVE PJ-SEUIL TO WS-RPT-H-SEUIL.
           WRITE FILERPT23-ENREG FROM WS-RPT-HDR1.
           WRITE FILERPT23-ENREG FROM WS-RPT-HDR2.
       001-EXIT.
           EXIT.
      *****************************************************************
      *  This routine checks one extract record for dormancy
      *****************************************************************
       100-SCAN.
           MOVE LK-REC TO STRUCT-FILEIN.
           ADD 1 TO WS-CNT-READ.
           IF F-DT-MVT < PJ-SEUIL
              PERFORM 110-DORMANT
           END-IF.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine prints one dormant account and accumulates its
      *  department subtotal
      *****************************************************************
       110-DORMANT.
           MOVE F-COMPTE TO WS-RPT-D-COMPTE.
           MOVE F-NOM    TO WS-RPT-D-NOM.
           MOVE F-DT-MVT TO WS-RPT-D-DTMVT.
           MOVE F-SOLDER TO WS-RPT-D-SOLDE.
           MOVE F-DEPT   TO WS-RPT-D-DEPT.
           WRITE FILERPT23-ENREG FROM WS-RPT-DETAIL.
           ADD 1 TO WS-CNT-DORM.
           ADD F-SOLDER TO WS-TOT-DORM.
           IF F-DEPT >= 1 AND F-DEPT <= 99
              ADD 1 TO WS-DA-CNT (F-DEPT)
              ADD F-SOLDER TO WS-DA-TOT (F-DEPT)
           END-IF.
      *****************************************************************
      *  This routine prints the per-department subtotals and the
      *  grand total
      *****************************************************************
       200-REPORT.
           WRITE FILERPT23-ENREG FROM WS-RPT-BLANK.
           PERFORM VARYING WS-DA-IX FROM 1 BY 1
                     UNTIL WS-DA-IX > 99
              PERFORM 210-SUBTOT
           END-PERFORM.
           MOVE WS-CNT-DORM TO WS-RPT-T-CNT.
           MOVE WS-TOT-DORM TO WS-RPT-T-TOT.
           WRITE FILERPT23-ENREG FROM WS-RPT-TOTAL.
           DISPLAY '200-REPORT'.
           DISPLAY '    RECORDS READ     : ' WS-CNT-READ.
           DISPLAY '    ACCOUNTS DORMANT : ' WS-CNT-DORM.
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
              WRITE FILERPT23-ENREG FROM WS-RPT-SUBTOT
           END-IF.
      *****************************************************************
      *  Those routines handle files Closing
      *****************************************************************
       999-CFILE.
           CLOSE FILERPT23.
       999-EXIT.
           EXIT.
