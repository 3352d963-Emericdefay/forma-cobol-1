      *****************************************************************
      * Program name:    PGM071M
      *
      * Original author: DEFAY E.
      *
      * Purpose : Data-quality scorecard function of PGM071, fed one
      *           ACCTFS record at a time by PGM071's read of
      *           ACCTMSTR. The account conditions are scored on
      *           each record handed over; the payroll conditions,
      *           the DQHIST trend and FILERPT71 follow on close, as
      *           they always did.
      *
      * Linkage :
      *    LK-FUNC    'O' take the run date and load the departments,
      *               'R' one account record, 'C' score SALARIES,
      *               append DQHIST and print the scorecard
      *    LK-PARM    the scorecard's parameters, blank-separated in
      *               the order PGM071 accepts them : the run date
      *               AAAAMMJJ (blank for PGM081's control date)
      *    LK-REC     the ACCTFS account record, on 'R'
      *    LK-RC      the scorecard's RETURN-CODE
      *
      * Using :
      *    - Copybook ACCTFS
      *    - SALARIES / DEPTMSTR as loaded for the suite
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created out of PGM071's scorecard
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM071M.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /    SALARIES (indexed payroll master keyed on FD-SALARY)
           SELECT SALARIES
           ASSIGN to FILEIN
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is FD-SALARY
           FILE STATUS is WS-FS-SAL.
      /    DEPTMSTR (department master, for the known-code check)
           SELECT DEPTMSTR
           ASSIGN TO DEPTMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DM-DEPT
           FILE STATUS is WS-FS-DEPT.
      /    DQHIST (scorecard history : date, condition, count)
           SELECT DQHIST
           ASSIGN TO DQHIST
           FILE STATUS is WS-FS-HIST.
      /    FILERPT71 (tonight's scorecard with the trend)
           SELECT FILERPT71
           ASSIGN TO FILERPT71.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD SALARIES
           RECORD CONTAINS 80 CHARACTERS.
       01 SALARY.
             05 FD-SALARY       PIC 9(07).
             05 FILLER          PIC X(08).
             05 FD-HIREDATE     PIC X(08).
             05 FILLER          PIC X(01).
             05 FD-BASE         PIC X(09).
             05 FD-BASE-N REDEFINES FD-BASE PIC 9(07)V99.
             05 FILLER          PIC X(01).
             05 FD-DEPT         PIC X(02).
             05 FD-DEPT-N REDEFINES FD-DEPT PIC 9(02).
             05 FILLER          PIC X(01).
             05 FD-STATUT       PIC X(01).
             05 FILLER          PIC X(42).
       FD DEPTMSTR.
       01  STRUCT-DEPTMSTR.
           02 DM-DEPT    PIC 9(02).
           02 FILLER     PIC X(01).
           02 DM-NOM     PIC X(25).
           02 FILLER     PIC X(52).
       FD DQHIST.
       01  STRUCT-DQHIST.
           02 DQ-DATE    PIC 9(08).
           02 FILLER     PIC X(01).
           02 DQ-COND    PIC X(02).
           02 FILLER     PIC X(01).
           02 DQ-COUNT   PIC 9(07).
           02 FILLER     PIC X(61).
       FD FILERPT71
           RECORD CONTAINS 80 CHARACTERS.
       01  FILERPT71-ENREG PIC X(80).
      *****************************************************************
       WORKING-STORAGE SECTION.
      / The account record handed over by the caller
       COPY ACCTFS REPLACING ==()== BY ==ACCTMSTR==.
       01 WS-FS-SAL      PIC X(02).
           88 SAL-END     VALUE '10'.
       01 WS-FS-DEPT     PIC X(02).
           88 DEPT-END    VALUE '10'.
       01 WS-FS-HIST     PIC X(02).
           88 HIST-END    VALUE '10'.
      / The condition catalogue : code, label, tonight's count and
      / the last score found on DQHIST
       01 WS-COND-TABLE.
           05 FILLER PIC X(28) VALUE 'A1BLANK NAME                '.
           05 FILLER PIC X(28) VALUE 'A2STALE LAST MOVEMENT       '.
           05 FILLER PIC X(28) VALUE 'A3MALFORMED MOVEMENT DATE   '.
           05 FILLER PIC X(28) VALUE 'A4UNKNOWN DEPARTMENT        '.
           05 FILLER PIC X(28) VALUE 'A5INVALID STATUS            '.
           05 FILLER PIC X(28) VALUE 'S1ZERO BASE, ACTIVE EMPLOYEE'.
           05 FILLER PIC X(28) VALUE 'S2HIRE DATE MISSING         '.
           05 FILLER PIC X(28) VALUE 'S3UNKNOWN DEPARTMENT        '.
       01 WS-COND-R REDEFINES WS-COND-TABLE.
           05 WS-COND OCCURS 8 TIMES.
              10 WS-CD-CODE  PIC X(02).
              10 WS-CD-LABEL PIC X(26).
       01 WS-COND-CNT.
           05 WS-CD-CNT  PIC 9(07) OCCURS 8 TIMES VALUE 0.
       01 WS-COND-PREV.
           05 WS-CD-PREV PIC 9(07) OCCURS 8 TIMES VALUE 0.
       01 WS-COND-PDATE.
           05 WS-CD-PDATE PIC 9(08) OCCURS 8 TIMES VALUE 0.
       01 WS-CX          PIC 9(01).
      / Department validity flags, PGM021's table pattern
       01 WS-DEPT-VALID-TABLE.
           05 WS-DEPT-VALID PIC X(01) OCCURS 99 TIMES.
       01 WS-DV-IX       PIC 9(02).
      / Staleness cutoff : 18 months before the run date, compared
      / against the AAAA-MM-JJ F-DT-MVT
       01 WS-STALE-CUT.
           05 WS-SC-AAAA     PIC 9(04).
           05 FILLER         PIC X(01) VALUE '-'.
           05 WS-SC-MM       PIC 9(02).
           05 FILLER         PIC X(01) VALUE '-'.
           05 WS-SC-JJ       PIC 9(02).
       01 WS-MM-WORK     PIC S9(03).
      / Date-shape scratch view of F-DT-MVT
       01 WS-DT-X        PIC X(10).
       01 FILLER REDEFINES WS-DT-X.
           05 WS-DT-AAAA     PIC X(04).
           05 WS-DT-S1       PIC X(01).
           05 WS-DT-MM       PIC X(02).
           05 WS-DT-S2       PIC X(01).
           05 WS-DT-JJ       PIC X(02).
      / Report lines
       01 WS-RPT-HDR     PIC X(80) VALUE
          'PGM071 DATA-QUALITY SCORECARD'.
       01 WS-RPT-DETAIL.
           05 WS-RPT-D-CODE  PIC X(02).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-LABEL PIC X(26).
           05 FILLER         PIC X(09) VALUE '  NOW  : '.
           05 WS-RPT-D-NOW   PIC ZZZZZZ9.
           05 FILLER         PIC X(09) VALUE '  PREV : '.
           05 WS-RPT-D-PREV  PIC ZZZZZZ9.
           05 FILLER         PIC X(06) VALUE '  AT  '.
           05 WS-RPT-D-PDATE PIC 9(08).
           05 FILLER         PIC X(05) VALUE SPACES.
      / PGM081 control-date interface
       01 WS-CALL-DATE   PIC X(08) VALUE "PGM081  ".
      / PGM075 report-catalog interface
       01 WS-CALL-CAT    PIC X(08) VALUE "PGM075  ".
       01 WS-CAT-RPT     PIC X(12).
       01 WS-CAT-PAGES   PIC 9(05).
       01 WS-CAT-LINES   PIC 9(07).
      / Parameter from JCL run
       01 PJ-RUNDATE     PIC 9(08).
       01 FILLER REDEFINES PJ-RUNDATE.
           05 WS-RUN-AAAA    PIC 9(04).
           05 WS-RUN-MM      PIC 9(02).
           05 WS-RUN-JJ      PIC 9(02).
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
                 PERFORM 010-INITDEPT THRU 010-EXIT
              WHEN 'R'
                 PERFORM 110-ONEACCT
              WHEN 'C'
                 PERFORM 200-SALSCAN THRU 200-EXIT
                 IF LK-RC < 8
                    PERFORM 300-TREND THRU 300-EXIT
                    PERFORM 400-REPORT THRU 400-EXIT
                 END-IF
              WHEN OTHER
                 DISPLAY 'WARNING : PGM071M CALLED WITH UNKNOWN '
                         'FUNCTION ' LK-FUNC
           END-EVALUATE.
           EXIT PROGRAM.
      *****************************************************************
      *  This routine handle parameters and derives the staleness
      *  cutoff, 18 months back from the run date
      *****************************************************************
       000-PARMS.
           IF LK-PARM = SPACES
              CALL WS-CALL-DATE USING PJ-RUNDATE
           ELSE
              UNSTRING LK-PARM DELIMITED BY ALL SPACE
                  INTO PJ-RUNDATE
              END-UNSTRING
           END-IF.
           MOVE WS-RUN-AAAA TO WS-SC-AAAA.
           MOVE WS-RUN-JJ   TO WS-SC-JJ.
           COMPUTE WS-MM-WORK = WS-RUN-MM - 18.
           PERFORM UNTIL WS-MM-WORK > 0
              ADD 12 TO WS-MM-WORK
              SUBTRACT 1 FROM WS-SC-AAAA
           END-PERFORM.
           MOVE WS-MM-WORK TO WS-SC-MM.
       000-EXIT.
           EXIT.
      *****************************************************************
      *  This routine marks departments 01-95 valid then applies
      *  DEPTMSTR's newest word, the PGM021 pattern
      *****************************************************************
       010-INITDEPT.
           PERFORM VARYING WS-DV-IX FROM 1 BY 1
                     UNTIL WS-DV-IX > 99
              IF WS-DV-IX <= 95
                 MOVE 'Y' TO WS-DEPT-VALID (WS-DV-IX)
              ELSE
                 MOVE 'N' TO WS-DEPT-VALID (WS-DV-IX)
              END-IF
           END-PERFORM.
           OPEN INPUT DEPTMSTR.
           IF WS-FS-DEPT = '00'
              PERFORM UNTIL DEPT-END
                 READ DEPTMSTR NEXT
                    NOT AT END
                       IF DM-DEPT >= 1 AND DM-DEPT <= 99
                          IF DM-NOM = SPACES
                             MOVE 'N' TO WS-DEPT-VALID (DM-DEPT)
                          ELSE
                             MOVE 'Y' TO WS-DEPT-VALID (DM-DEPT)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DEPTMSTR
           END-IF.
       010-EXIT.
           EXIT.
      *****************************************************************
      *  This routine applies the account conditions to one record
      *****************************************************************
       110-ONEACCT.
           MOVE LK-REC TO STRUCT-ACCTMSTR.
           IF F-NOM = SPACES
              ADD 1 TO WS-CD-CNT (1)
           END-IF.
           MOVE F-DT-MVT TO WS-DT-X.
           IF WS-DT-AAAA NOT NUMERIC OR WS-DT-MM NOT NUMERIC
              OR WS-DT-JJ NOT NUMERIC
              OR WS-DT-S1 NOT = '-' OR WS-DT-S2 NOT = '-'
              ADD 1 TO WS-CD-CNT (3)
           ELSE
              IF F-DT-MVT < WS-STALE-CUT
                 ADD 1 TO WS-CD-CNT (2)
              END-IF
           END-IF.
           IF F-DEPT < 1 OR F-DEPT > 99
              ADD 1 TO WS-CD-CNT (4)
           ELSE
              IF WS-DEPT-VALID (F-DEPT) NOT = 'Y'
                 ADD 1 TO WS-CD-CNT (4)
              END-IF
           END-IF.
           IF NOT F-ETAT-VALID
              ADD 1 TO WS-CD-CNT (5)
           END-IF.
      *****************************************************************
      *  This routine scores every SALARIES record
      *****************************************************************
       200-SALSCAN.
           OPEN INPUT SALARIES.
           IF WS-FS-SAL NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT SALARIES FAILED - FILE '
                      'STATUS ' WS-FS-SAL
              MOVE 8 TO LK-RC
              GO TO 200-EXIT
           END-IF.
           PERFORM UNTIL SAL-END
              READ SALARIES NEXT
                 NOT AT END
                    PERFORM 210-ONESAL
              END-READ
           END-PERFORM.
           CLOSE SALARIES.
       200-EXIT.
           EXIT.
      *****************************************************************
      *  This routine applies the payroll conditions to one record
      *****************************************************************
       210-ONESAL.
           IF FD-STATUT NOT = 'T'
              IF FD-BASE NOT NUMERIC OR FD-BASE-N = 0
                 ADD 1 TO WS-CD-CNT (6)
              END-IF
           END-IF.
           IF FD-HIREDATE NOT NUMERIC OR FD-HIREDATE = '00000000'
              ADD 1 TO WS-CD-CNT (7)
           END-IF.
           IF FD-DEPT NOT NUMERIC
              ADD 1 TO WS-CD-CNT (8)
           ELSE
              IF FD-DEPT-N < 1 OR FD-DEPT-N > 99
                 ADD 1 TO WS-CD-CNT (8)
              ELSE
                 IF WS-DEPT-VALID (FD-DEPT-N) NOT = 'Y'
                    ADD 1 TO WS-CD-CNT (8)
                 END-IF
              END-IF
           END-IF.
      *****************************************************************
      *  This routine pulls each condition's most recent previous
      *  score off DQHIST, then appends tonight's counts
      *****************************************************************
       300-TREND.
           OPEN INPUT DQHIST.
           IF WS-FS-HIST = '00'
              PERFORM UNTIL HIST-END
                 READ DQHIST
                    NOT AT END
                       PERFORM 310-ONEHIST
                 END-READ
              END-PERFORM
              CLOSE DQHIST
           END-IF.
           OPEN EXTEND DQHIST.
           IF WS-FS-HIST NOT = '00'
              OPEN OUTPUT DQHIST
           END-IF.
           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 8
              MOVE SPACES          TO STRUCT-DQHIST
              MOVE PJ-RUNDATE      TO DQ-DATE
              MOVE WS-CD-CODE (WS-CX) TO DQ-COND
              MOVE WS-CD-CNT (WS-CX)  TO DQ-COUNT
              WRITE STRUCT-DQHIST
           END-PERFORM.
           CLOSE DQHIST.
       300-EXIT.
           EXIT.
      *****************************************************************
      *  This routine keeps the newest prior score per condition
      *****************************************************************
       310-ONEHIST.
           IF DQ-DATE >= PJ-RUNDATE
              GO TO 310-EXIT
           END-IF.
           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 8
              IF WS-CD-CODE (WS-CX) = DQ-COND
                 AND DQ-DATE >= WS-CD-PDATE (WS-CX)
                 MOVE DQ-DATE  TO WS-CD-PDATE (WS-CX)
                 MOVE DQ-COUNT TO WS-CD-PREV (WS-CX)
              END-IF
           END-PERFORM.
       310-EXIT.
           EXIT.
      *****************************************************************
      *  This routine prints the scorecard, tonight beside the
      *  previous score
      *****************************************************************
       400-REPORT.
           OPEN OUTPUT FILERPT71.
           WRITE FILERPT71-ENREG FROM WS-RPT-HDR.
           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 8
              MOVE WS-CD-CODE (WS-CX)  TO WS-RPT-D-CODE
              MOVE WS-CD-LABEL (WS-CX) TO WS-RPT-D-LABEL
              MOVE WS-CD-CNT (WS-CX)   TO WS-RPT-D-NOW
              MOVE WS-CD-PREV (WS-CX)  TO WS-RPT-D-PREV
              MOVE WS-CD-PDATE (WS-CX) TO WS-RPT-D-PDATE
              WRITE FILERPT71-ENREG FROM WS-RPT-DETAIL
           END-PERFORM.
           CLOSE FILERPT71.
           MOVE 'FILERPT71' TO WS-CAT-RPT.
           MOVE 0 TO WS-CAT-PAGES.
           MOVE 0 TO WS-CAT-LINES.
           CALL WS-CALL-CAT USING WS-CAT-RPT, WS-CAT-PAGES,
                WS-CAT-LINES.
           DISPLAY '400-REPORT'.
           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 8
              DISPLAY '    ' WS-CD-CODE (WS-CX) ' '
                      WS-CD-CNT (WS-CX)
           END-PERFORM.
       400-EXIT.
           EXIT.
