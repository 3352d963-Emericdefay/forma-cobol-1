      *****************************************************************
      * Program name:    PGM121
      *
      * Original author: DEFAY E.
      *
      * Purpose : Cumulative student transcript. The ELEVHIST history
      *           master PGM005 keeps term by term is read in key
      *           order (student, school year, term) and one document
      *           per student is printed on FILERPT121 : every term
      *           on file with its weighted average, the rank within
      *           the class out of the class size, the trend against
      *           the student's previous term (HAUSSE / BAISSE /
      *           STABLE and the difference) and the weighted average
      *           of each subject; each school year closes on the
      *           yearly weighted average, the term averages weighted
      *           by the coefficients the terms carried.
      *           PJ-ANNEE restricts the transcript to one school
      *           year, PJ-STUDENT to one student; blank, every year
      *           and every student on file.
      *
      * Using :
      *    - Copybook ELEVHFS, ELEVHIST as kept by PGM005
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created : the school needs the student's
      *                    whole year, not one batch of grades
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM121.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /    ELEVHIST (indexed student history master keyed on the
      /    student and the term)
           SELECT ELEVHIST
           ASSIGN TO ELEVHIST
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is EH-KEY
           FILE STATUS is WS-FS-HIST.
      /    FILERPT121 (the transcripts, one document per student)
           SELECT FILERPT121
           ASSIGN TO FILERPT121.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD ELEVHIST.
       COPY ELEVHFS REPLACING ==()== BY ==ELEVHIST==.
       FD FILERPT121
           RECORD CONTAINS 80 CHARACTERS.
       01  FILERPT121-ENREG PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-FS-HIST        PIC X(02).
           88 HIST-END       VALUE '10'.
       01  WS-MX             PIC 9(02).
      / Current student and school year, the previous term's
      / average for the trend, the year's weighted totals
       01  WS-CUR-STUDENT    PIC 9(05) VALUE 0.
       01  WS-CUR-ANNEE      PIC 9(04) VALUE 0.
       01  WS-HAVE-STUDENT   PIC X(01) VALUE 'N'.
           88 HAVE-STUDENT   VALUE 'Y'.
       01  WS-HAVE-PREV      PIC X(01) VALUE 'N'.
           88 HAVE-PREV      VALUE 'Y'.
       01  WS-PREV-MOY       PIC 9(02)V99.
       01  WS-ECART          PIC S9(02)V99.
       01  WS-AN-WEIGHTED    PIC 9(07)V99 VALUE 0.
       01  WS-AN-COEF        PIC 9(05) VALUE 0.
       01  WS-AN-NBTRIM      PIC 9(02) VALUE 0.
       01  WS-AN-MOY         PIC 9(02)V99.
       01  WS-CNT-READ       PIC 9(07) VALUE 0.
       01  WS-CNT-DOCS       PIC 9(05) VALUE 0.
       01  WS-CNT-TERMS      PIC 9(07) VALUE 0.
      / Transcript print lines
       01  WS-DOC-SEP        PIC X(80) VALUE ALL '-'.
       01  WS-DOC-HDR.
           05 FILLER         PIC X(16) VALUE 'RELEVE CUMULE - '.
           05 WS-DOC-STU     PIC 9(05).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-DOC-NOM     PIC X(15).
           05 FILLER         PIC X(43) VALUE SPACES.
       01  WS-DOC-ANNEE.
           05 FILLER         PIC X(16) VALUE ' ANNEE SCOLAIRE '.
           05 WS-DOC-AN      PIC 9(04).
           05 FILLER         PIC X(60) VALUE SPACES.
       01  WS-DOC-TERM.
           05 FILLER         PIC X(09) VALUE '   TRIM. '.
           05 WS-DOC-TRIM    PIC 9(01).
           05 FILLER         PIC X(12) VALUE '  MOYENNE : '.
           05 WS-DOC-MOY     PIC Z9.99.
           05 FILLER         PIC X(09) VALUE '  RANG : '.
           05 WS-DOC-RANG    PIC ZZ9.
           05 FILLER         PIC X(01) VALUE '/'.
           05 WS-DOC-EFF     PIC ZZ9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-DOC-TREND   PIC X(07).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-DOC-ECART   PIC +Z9.99.
           05 FILLER         PIC X(21) VALUE SPACES.
       01  WS-DOC-MAT.
           05 FILLER         PIC X(08) VALUE SPACES.
           05 WS-DOC-MATCODE PIC X(04).
           05 FILLER         PIC X(03) VALUE ' : '.
           05 WS-DOC-MATMOY  PIC Z9.99.
           05 FILLER         PIC X(08) VALUE '  COEF '.
           05 WS-DOC-MATCOEF PIC ZZ9.
           05 FILLER         PIC X(49) VALUE SPACES.
       01  WS-DOC-ANMOY.
           05 FILLER         PIC X(28) VALUE
              '   MOYENNE ANNUELLE PONDEREE'.
           05 FILLER         PIC X(03) VALUE ' : '.
           05 WS-DOC-ANM     PIC Z9.99.
           05 FILLER         PIC X(04) VALUE SPACES.
           05 WS-DOC-ANNB    PIC Z9.
           05 FILLER         PIC X(12) VALUE ' TRIMESTRE(S'.
           05 FILLER         PIC X(01) VALUE ')'.
           05 FILLER         PIC X(25) VALUE SPACES.
      / Parameters from JCL run
       01  PJ-ANNEE          PIC X(04).
       01  PJ-ANNEE-N REDEFINES PJ-ANNEE PIC 9(04).
       01  PJ-STUDENT        PIC X(05).
       01  PJ-STUDENT-N REDEFINES PJ-STUDENT PIC 9(05).
       01  WS-ANNEE-SW       PIC X(01) VALUE 'N'.
           88 ONE-ANNEE      VALUE 'Y'.
       01  WS-STUDENT-SW     PIC X(01) VALUE 'N'.
           88 ONE-STUDENT    VALUE 'Y'.
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           PERFORM 001-OFILE THRU 001-EXIT.
           PERFORM 100-READ THRU 100-EXIT.
           PERFORM 300-EXITP THRU 300-EXIT.
           GOBACK.
      *****************************************************************
      *  This routine handle parameters : a school year and a
      *  student, each optional
      *****************************************************************
       000-PARMS.
           ACCEPT PJ-ANNEE.
           IF PJ-ANNEE NOT = SPACE AND PJ-ANNEE NOT = LOW-VALUE
              IF PJ-ANNEE IS NUMERIC
                 MOVE 'Y' TO WS-ANNEE-SW
              ELSE
                 DISPLAY 'ERROR : SCHOOL YEAR ' PJ-ANNEE
                         ' NOT NUMERIC'
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.
           ACCEPT PJ-STUDENT.
           IF PJ-STUDENT NOT = SPACE AND PJ-STUDENT NOT = LOW-VALUE
              IF PJ-STUDENT IS NUMERIC
                 MOVE 'Y' TO WS-STUDENT-SW
              ELSE
                 DISPLAY 'ERROR : STUDENT ' PJ-STUDENT
                         ' NOT NUMERIC'
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.
       000-EXIT.
           EXIT.
      *****************************************************************
      *  This routine opens the history master and the transcript;
      *  for one student, the master is positioned on their first
      *  term
      *****************************************************************
       001-OFILE.
           OPEN INPUT ELEVHIST.
           IF WS-FS-HIST NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT ELEVHIST FAILED - FILE '
                      'STATUS ' WS-FS-HIST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT FILERPT121.
           IF ONE-STUDENT
              MOVE PJ-STUDENT-N TO EH-STUDENT
              MOVE 0 TO EH-ANNEE
              MOVE 0 TO EH-TRIM
              START ELEVHIST KEY IS NOT LESS THAN EH-KEY
                 INVALID KEY
                    MOVE '10' TO WS-FS-HIST
              END-START
           END-IF.
       001-EXIT.
           EXIT.
      *****************************************************************
      *  This routine reads the master in key order, breaking on the
      *  student and the school year
      *****************************************************************
       100-READ.
           PERFORM UNTIL HIST-END
              READ ELEVHIST NEXT
                 AT END
                    MOVE '10' TO WS-FS-HIST
                 NOT AT END
                    PERFORM 110-ONETERM THRU 110-EXIT
              END-READ
           END-PERFORM.
           PERFORM 130-STUDENT-END.
           CLOSE ELEVHIST.
           CLOSE FILERPT121.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine prints one term, opening the student's
      *  document and the school year as they change
      *****************************************************************
       110-ONETERM.
           IF ONE-STUDENT AND EH-STUDENT NOT = PJ-STUDENT-N
              MOVE '10' TO WS-FS-HIST
              GO TO 110-EXIT
           END-IF.
           IF ONE-ANNEE AND EH-ANNEE NOT = PJ-ANNEE-N
              GO TO 110-EXIT
           END-IF.
           ADD 1 TO WS-CNT-READ.
           IF NOT HAVE-STUDENT OR EH-STUDENT NOT = WS-CUR-STUDENT
              PERFORM 130-STUDENT-END
              PERFORM 120-STUDENT-START
           END-IF.
           IF EH-ANNEE NOT = WS-CUR-ANNEE
              PERFORM 140-ANNEE-END
              MOVE EH-ANNEE TO WS-CUR-ANNEE
              MOVE EH-ANNEE TO WS-DOC-AN
              WRITE FILERPT121-ENREG FROM WS-DOC-ANNEE
           END-IF.
           MOVE EH-TRIM     TO WS-DOC-TRIM.
           MOVE EH-MOY      TO WS-DOC-MOY.
           MOVE EH-RANG     TO WS-DOC-RANG.
           MOVE EH-EFFECTIF TO WS-DOC-EFF.
           IF HAVE-PREV
              COMPUTE WS-ECART = EH-MOY - WS-PREV-MOY
              MOVE WS-ECART TO WS-DOC-ECART
              EVALUATE TRUE
                 WHEN WS-ECART > 0
                    MOVE 'HAUSSE ' TO WS-DOC-TREND
                 WHEN WS-ECART < 0
                    MOVE 'BAISSE ' TO WS-DOC-TREND
                 WHEN OTHER
                    MOVE 'STABLE ' TO WS-DOC-TREND
              END-EVALUATE
           ELSE
              MOVE SPACES TO WS-DOC-TREND
              MOVE 0 TO WS-DOC-ECART
           END-IF.
           WRITE FILERPT121-ENREG FROM WS-DOC-TERM.
           PERFORM VARYING WS-MX FROM 1 BY 1
                     UNTIL WS-MX > EH-NBMAT OR WS-MX > 10
              MOVE EH-MAT (WS-MX)      TO WS-DOC-MATCODE
              MOVE EH-MAT-MOY (WS-MX)  TO WS-DOC-MATMOY
              MOVE EH-MAT-COEF (WS-MX) TO WS-DOC-MATCOEF
              WRITE FILERPT121-ENREG FROM WS-DOC-MAT
           END-PERFORM.
           COMPUTE WS-AN-WEIGHTED = WS-AN-WEIGHTED + EH-MOY * EH-COEF.
           ADD EH-COEF TO WS-AN-COEF.
           ADD 1 TO WS-AN-NBTRIM.
           ADD 1 TO WS-CNT-TERMS.
           MOVE EH-MOY TO WS-PREV-MOY.
           MOVE 'Y' TO WS-HAVE-PREV.
       110-EXIT.
           EXIT.
      *****************************************************************
      *  This routine opens a student's document
      *****************************************************************
       120-STUDENT-START.
           MOVE 'Y'        TO WS-HAVE-STUDENT.
           MOVE 'N'        TO WS-HAVE-PREV.
           MOVE EH-STUDENT TO WS-CUR-STUDENT.
           MOVE 0          TO WS-CUR-ANNEE.
           MOVE EH-STUDENT TO WS-DOC-STU.
           MOVE EH-NOM     TO WS-DOC-NOM.
           WRITE FILERPT121-ENREG FROM WS-DOC-SEP.
           WRITE FILERPT121-ENREG FROM WS-DOC-HDR.
           ADD 1 TO WS-CNT-DOCS.
      *****************************************************************
      *  This routine closes the student's document on their last
      *  school year's average
      *****************************************************************
       130-STUDENT-END.
           IF HAVE-STUDENT
              PERFORM 140-ANNEE-END
           END-IF.
           MOVE 'N' TO WS-HAVE-STUDENT.
      *****************************************************************
      *  This routine prints the school year's weighted average :
      *  the term averages weighted by the terms' coefficients
      *****************************************************************
       140-ANNEE-END.
           IF WS-AN-NBTRIM > 0
              IF WS-AN-COEF > 0
                 COMPUTE WS-AN-MOY ROUNDED =
                         WS-AN-WEIGHTED / WS-AN-COEF
              ELSE
                 MOVE 0 TO WS-AN-MOY
              END-IF
              MOVE WS-AN-MOY    TO WS-DOC-ANM
              MOVE WS-AN-NBTRIM TO WS-DOC-ANNB
              WRITE FILERPT121-ENREG FROM WS-DOC-ANMOY
           END-IF.
           MOVE 0 TO WS-AN-WEIGHTED.
           MOVE 0 TO WS-AN-COEF.
           MOVE 0 TO WS-AN-NBTRIM.
      *****************************************************************
      *  This routine should close the program (after some displays)
      *****************************************************************
       300-EXITP.
           DISPLAY '300-EXITP'.
           DISPLAY '    TERMS PRINTED      : ' WS-CNT-TERMS.
           DISPLAY '    TRANSCRIPTS        : ' WS-CNT-DOCS.
           IF WS-CNT-DOCS = 0 AND RETURN-CODE = 0
              DISPLAY 'WARNING : NO TERM ON FILE FOR THE SELECTION'
              MOVE 4 TO RETURN-CODE
           END-IF.
       300-EXIT.
           EXIT.
