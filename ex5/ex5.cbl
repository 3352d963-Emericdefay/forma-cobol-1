      *                    FILERPT05 (weighted average, the
      *                    appreciation) and a class ranking by
      *                    average at the end
      * 15/10/26  DEFAY E. Each FILEGRADESIN grade carries its subject
      *                    (BG-MATIERE); a batch run given its term
      *                    (PJ-TERM, school year and term number)
      *                    stores every student's term average, rank
      *                    and per-subject weighted averages on the
      *                    ELEVHIST history master - a term run again
      *                    replaces its records - for the PGM121
      *                    cumulative transcript
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM005.
      /    FILERPT05 (report cards and the class ranking)
           SELECT FILERPT05
           ASSIGN TO FILERPT05.
      /    ELEVHIST (indexed student history master keyed on the
      /    student and the term, kept by the batch run)
           SELECT ELEVHIST
           ASSIGN TO ELEVHIST
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is EH-KEY
           FILE STATUS is WS-FS-HIST.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           02 BG-NOTE    PIC 9(02).
           02 FILLER     PIC X(01).
           02 BG-COEF    PIC 9(02).
           02 FILLER     PIC X(01).
           02 BG-MATIERE PIC X(04).
           02 FILLER     PIC X(48).
       FD FILERPT05
           RECORD CONTAINS 80 CHARACTERS.
       01  FILERPT05-ENREG PIC X(80).
       FD ELEVHIST.
       COPY ELEVHFS REPLACING ==()== BY ==ELEVHIST==.
       WORKING-STORAGE SECTION.
       01  WS-NOTE     PIC 99.
           88 NUL         VALUE 00.
       01  WS-STU-COEF       PIC 9(03) VALUE 0.
       01  WS-HAVE-STUDENT   PIC X(01) VALUE 'N'.
           88 HAVE-STUDENT   VALUE 'Y'.
      / The current student's grades folded per subject
       01  WS-MAT-COUNT      PIC 9(02) VALUE 0.
       01  WS-MAT-TABLE.
           05 WS-MAT-ENTRY OCCURS 10 TIMES.
              10 WS-M-MAT      PIC X(04).
              10 WS-M-WEIGHTED PIC 9(05).
              10 WS-M-COEF     PIC 9(03).
       01  WS-MX             PIC 9(02).
       01  WS-MAT-FOUND-SW   PIC X(01).
           88 MAT-FOUND      VALUE 'Y'.
       01  WS-CNT-MATOVFL    PIC 9(05) VALUE 0.
      / Every student's term figures, kept for the history master
      / until the ranking is known (same slot as the ranking entry
      / it was created with)
       01  WS-STU-TABLE.
           05 WS-STU-ENTRY OCCURS 200 TIMES.
              10 WS-S-MOY      PIC 9(02)V99.
              10 WS-S-COEF     PIC 9(03).
              10 WS-S-NBMAT    PIC 9(02).
              10 WS-S-MATIERE OCCURS 10 TIMES.
                 15 WS-S-MAT      PIC X(04).
                 15 WS-S-MAT-MOY  PIC 9(02)V99.
                 15 WS-S-MAT-COEF PIC 9(03).
       01  WS-SX             PIC 9(03).
      / History master control
       01  WS-FS-HIST        PIC X(02).
       01  WS-CNT-HISTNEW    PIC 9(05) VALUE 0.
       01  WS-CNT-HISTREP    PIC 9(05) VALUE 0.
       01  WS-HIST-DATE      PIC 9(08).
       01  WS-CALL-DATE      PIC X(08) VALUE "PGM081  ".
      / Class ranking table, sorted by average at end of batch
       01  WS-RANK-COUNT     PIC 9(03) VALUE 0.
       01  WS-RANK-TABLE.
              10 WS-R-STUDENT PIC 9(05).
              10 WS-R-NOM     PIC X(15).
              10 WS-R-NOTE    PIC 9(02).
              10 WS-R-IX      PIC 9(03).
       01  WS-RANK-SWAP.
           05 WS-RS-STUDENT  PIC 9(05).
           05 WS-RS-NOM      PIC X(15).
           05 WS-RS-NOTE     PIC 9(02).
           05 WS-RS-IX       PIC 9(03).
       01  WS-RX             PIC 9(03).
       01  WS-RY             PIC 9(03).
       01  WS-RANK-SW        PIC X(01).
       01  PJ-MODE        PIC X(01).
           88 IS-BATCH VALUE 'B'.
       01  PJ-MODE-DEF    PIC X(01) VALUE 'S'.
       01  PJ-TERM        PIC X(05).
       01  PJ-TERM-N REDEFINES PJ-TERM.
           05 PJ-ANNEE    PIC 9(04).
           05 PJ-TRIM     PIC 9(01).
       01  WS-HIST-SW     PIC X(01) VALUE 'N'.
           88 KEEP-HIST   VALUE 'Y'.
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-STEP1 THRU 000-EXIT.
                 UNTIL WS-GI > WS-NB-GRADES
                 PERFORM 001-ACCEPT-GRADE
              END-PERFORM
           ELSE
              PERFORM 002-ACCEPT-TERM
           END-IF.
       000-EXIT.
           EXIT.
              MOVE 1 TO WS-G-COEF (WS-GI)
           END-IF.
      *****************************************************************
      *  This routine accepts the batch's term (school year, term
      *  number) : without a valid one the run prints as before
      *  and nothing goes to the history master
      *****************************************************************
       002-ACCEPT-TERM.
           ACCEPT PJ-TERM.
           IF PJ-TERM = SPACE OR LOW-VALUE
              DISPLAY 'NO TERM GIVEN - HISTORY NOT KEPT'
           ELSE
              IF PJ-TERM IS NUMERIC AND PJ-TRIM > 0
                 MOVE 'Y' TO WS-HIST-SW
              ELSE
                 DISPLAY 'TERM ' PJ-TERM ' INVALID (AAAAT) - '
                         'HISTORY NOT KEPT'
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
      *****************************************************************
      *  This routine should display variables
      *****************************************************************
       100-STEP2.
           END-IF.
           PERFORM 060-RANKING THRU 060-EXIT.
           CLOSE FILERPT05.
           IF KEEP-HIST
              PERFORM 070-HISTORY THRU 070-EXIT
           END-IF.
       050-EXIT.
           EXIT.
      *****************************************************************
           ADD BG-COEF     TO WS-STU-COEF.
           COMPUTE WS-STU-WEIGHTED = WS-STU-WEIGHTED +
                   (BG-NOTE * BG-COEF).
           PERFORM 052-MATACCUM.
           ADD BG-COEF         TO WS-SUM-COEF.
           COMPUTE WS-SUM-WEIGHTED = WS-SUM-WEIGHTED +
                   (BG-NOTE * BG-COEF).
      *****************************************************************
      *  This routine folds the grade into its subject's weighted
      *  total for the student; beyond ten subjects the grade still
      *  counts in the average but its subject is not kept
      *****************************************************************
       052-MATACCUM.
           MOVE 'N' TO WS-MAT-FOUND-SW.
           PERFORM VARYING WS-MX FROM 1 BY 1
                     UNTIL WS-MX > WS-MAT-COUNT OR MAT-FOUND
              IF WS-M-MAT (WS-MX) = BG-MATIERE
                 MOVE 'Y' TO WS-MAT-FOUND-SW
                 ADD BG-COEF TO WS-M-COEF (WS-MX)
                 COMPUTE WS-M-WEIGHTED (WS-MX) =
                         WS-M-WEIGHTED (WS-MX) + (BG-NOTE * BG-COEF)
              END-IF
           END-PERFORM.
           IF NOT MAT-FOUND
              IF WS-MAT-COUNT < 10
                 ADD 1 TO WS-MAT-COUNT
                 MOVE BG-MATIERE TO WS-M-MAT (WS-MAT-COUNT)
                 MOVE BG-COEF    TO WS-M-COEF (WS-MAT-COUNT)
                 COMPUTE WS-M-WEIGHTED (WS-MAT-COUNT) =
                         BG-NOTE * BG-COEF
              ELSE
                 DISPLAY 'WARNING : STUDENT ' BG-STUDENT
                         ' MORE THAN 10 SUBJECTS - ' BG-MATIERE
                         ' NOT KEPT'
                 ADD 1 TO WS-CNT-MATOVFL
              END-IF
           END-IF.
      *****************************************************************
      *  This routine writes the finished student's report card :
      *  the weighted average (the 101-WEIGHT arithmetic), its
      *  appreciation, the histogram tally and the ranking entry.
           END-IF.
           MOVE 0 TO WS-STU-WEIGHTED.
           MOVE 0 TO WS-STU-COEF.
           MOVE 0 TO WS-MAT-COUNT.
           MOVE 'N' TO WS-HAVE-STUDENT.
      *****************************************************************
      *  This routine prints one student's report card block
              MOVE WS-CUR-STUDENT TO WS-R-STUDENT (WS-RANK-COUNT)
              MOVE WS-CUR-NOM     TO WS-R-NOM (WS-RANK-COUNT)
              MOVE WS-NOTE        TO WS-R-NOTE (WS-RANK-COUNT)
              MOVE WS-RANK-COUNT  TO WS-R-IX (WS-RANK-COUNT)
              PERFORM 056-STUKEEP
           END-IF.
      *****************************************************************
      *  This routine keeps the student's term figures for the
      *  history master : the average to the hundredth and each
      *  subject's weighted average
      *****************************************************************
       056-STUKEEP.
           MOVE WS-RANK-COUNT TO WS-SX.
           COMPUTE WS-S-MOY (WS-SX) ROUNDED =
                   WS-STU-WEIGHTED / WS-STU-COEF.
           MOVE WS-STU-COEF  TO WS-S-COEF (WS-SX).
           MOVE WS-MAT-COUNT TO WS-S-NBMAT (WS-SX).
           PERFORM VARYING WS-MX FROM 1 BY 1
                     UNTIL WS-MX > WS-MAT-COUNT
              MOVE WS-M-MAT (WS-MX) TO WS-S-MAT (WS-SX, WS-MX)
              MOVE WS-M-COEF (WS-MX) TO WS-S-MAT-COEF (WS-SX, WS-MX)
              IF WS-M-COEF (WS-MX) > 0
                 COMPUTE WS-S-MAT-MOY (WS-SX, WS-MX) ROUNDED =
                         WS-M-WEIGHTED (WS-MX) / WS-M-COEF (WS-MX)
              ELSE
                 MOVE 0 TO WS-S-MAT-MOY (WS-SX, WS-MX)
              END-IF
           END-PERFORM.
      *****************************************************************
      *  This routine sorts the ranking table by descending average
      *  (simple exchange sort, a class holds at most 200 students)
      *  and prints the class ranking.
       060-EXIT.
           EXIT.
      *****************************************************************
      *  This routine stores the term on the history master : one
      *  record per ranked student with their rank out of the class
      *  size; a record already there for the student and term (the
      *  term run again) is replaced, never duplicated
      *****************************************************************
       070-HISTORY.
           CALL WS-CALL-DATE USING WS-HIST-DATE.
           OPEN I-O ELEVHIST.
           IF WS-FS-HIST NOT = '00'
              OPEN OUTPUT ELEVHIST
              CLOSE ELEVHIST
              OPEN I-O ELEVHIST
           END-IF.
           IF WS-FS-HIST NOT = '00'
              DISPLAY 'ERROR : OPEN ELEVHIST FAILED - FILE STATUS '
                      WS-FS-HIST
              MOVE 8 TO RETURN-CODE
              GO TO 070-EXIT
           END-IF.
           PERFORM VARYING WS-RX FROM 1 BY 1
                     UNTIL WS-RX > WS-RANK-COUNT
              PERFORM 071-HISTOUT
           END-PERFORM.
           CLOSE ELEVHIST.
           DISPLAY 'HISTORY TERM ' PJ-TERM
                   '  NEW : ' WS-CNT-HISTNEW
                   '  REPLACED : ' WS-CNT-HISTREP.
           IF WS-CNT-MATOVFL > 0 AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       070-EXIT.
           EXIT.
      *****************************************************************
      *  This routine writes, or replaces, one student's term record
      *****************************************************************
       071-HISTOUT.
           MOVE WS-R-IX (WS-RX) TO WS-SX.
           MOVE SPACES               TO STRUCT-ELEVHIST.
           MOVE WS-R-STUDENT (WS-RX) TO EH-STUDENT.
           MOVE PJ-ANNEE             TO EH-ANNEE.
           MOVE PJ-TRIM              TO EH-TRIM.
           MOVE WS-R-NOM (WS-RX)     TO EH-NOM.
           MOVE WS-S-MOY (WS-SX)     TO EH-MOY.
           MOVE WS-S-COEF (WS-SX)    TO EH-COEF.
           MOVE WS-RX                TO EH-RANG.
           MOVE WS-RANK-COUNT        TO EH-EFFECTIF.
           MOVE WS-HIST-DATE         TO EH-DTMAJ.
           MOVE WS-S-NBMAT (WS-SX)   TO EH-NBMAT.
           PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 10
              IF WS-MX > WS-S-NBMAT (WS-SX)
                 MOVE SPACES TO EH-MAT (WS-MX)
                 MOVE 0 TO EH-MAT-MOY (WS-MX)
                 MOVE 0 TO EH-MAT-COEF (WS-MX)
              ELSE
                 MOVE WS-S-MAT (WS-SX, WS-MX) TO EH-MAT (WS-MX)
                 MOVE WS-S-MAT-MOY (WS-SX, WS-MX)
                   TO EH-MAT-MOY (WS-MX)
                 MOVE WS-S-MAT-COEF (WS-SX, WS-MX)
                   TO EH-MAT-COEF (WS-MX)
              END-IF
           END-PERFORM.
           WRITE STRUCT-ELEVHIST
              INVALID KEY
                 REWRITE STRUCT-ELEVHIST
                 ADD 1 TO WS-CNT-HISTREP
              NOT INVALID KEY
                 ADD 1 TO WS-CNT-HISTNEW
           END-WRITE.
      *****************************************************************
      *  This routine swaps one out-of-order ranking pair
      *****************************************************************
       061-RANKPAIR.
