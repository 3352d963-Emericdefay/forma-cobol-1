      *****************************************************************
      * Program name:    PGM122
      *
      * Original author: DEFAY E.
      *
      * Purpose : End-of-year jury deliberation. Every term of the
      *           school year PJ-ANNEE the ELEVHIST history master
      *           holds for a student is combined into the yearly
      *           weighted average (the term averages weighted by the
      *           terms' coefficients) and, per subject, the yearly
      *           subject average (the term subject averages
      *           weighted by the subject's coefficients). The
      *           JURYRULE file drives the decision :
      *           'H' header   pass mark, eliminatory floor, lower
      *                        bound of the jury band, resit floor
      *                        (blank : 10.00, 05.00, 09.50, 08.00)
      *           'C' core     a core subject, and its own
      *                        eliminatory floor (blank : the
      *                        header's)
      *           The rules apply in this order, the first that
      *           holds deciding :
      *           ELIM  a subject average below its eliminatory
      *                 floor fails the student, whatever the rest
      *           NCMP  yearly average at the pass mark or above,
      *                 but a subject that is not core below the pass
      *                 mark : resit in those subjects (only core
      *                 subjects compensate each other)
      *           MOYE  yearly average at the pass mark or above :
      *                 pass (COMP when a core subject below the pass
      *                 mark was compensated)
      *           JURY  yearly average in the band just below the
      *                 pass mark : left to the jury's discretion
      *           RATT  yearly average at the resit floor or above :
      *                 resit in every subject below the pass mark
      *           INSU  yearly average below the resit floor : fail
      *           The decision of each student and the rule that
      *           decided it go to FILERPT122 with the subjects that
      *           count against them, and the resits, grouped by
      *           subject, to RESITLST for the exam office. An
      *           invalid rules record refuses the whole run.
      *
      * Using :
      *    - Copybook ELEVHFS, ELEVHIST as kept by PGM005
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created : the jury stops deliberating
      *                    from the PGM005 printout
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM122.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /    JURYRULE (pass mark, floors, jury band, core subjects)
           SELECT JURYRULE
           ASSIGN TO JURYRULE
           FILE STATUS is WS-FS-RULE.
      /    ELEVHIST (indexed student history master keyed on the
      /    student and the term)
           SELECT ELEVHIST
           ASSIGN TO ELEVHIST
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is EH-KEY
           FILE STATUS is WS-FS-HIST.
      /    FILERPT122 (the decision per student and its rule)
           SELECT FILERPT122
           ASSIGN TO FILERPT122.
      /    RESITLST (the resits per subject, for the exam office)
           SELECT RESITLST
           ASSIGN TO RESITLST.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD JURYRULE.
       01  STRUCT-JURYRULE.
           02 JR-TYPE     PIC X(01).
              88 JR-HEADER    VALUE 'H'.
              88 JR-CORE      VALUE 'C'.
           02 FILLER      PIC X(79).
       01  JR-HDR.
           02 FILLER      PIC X(02).
           02 JR-H-PASS   PIC X(04).
           02 JR-H-PASS-N REDEFINES JR-H-PASS PIC 9(02)V99.
           02 FILLER      PIC X(01).
           02 JR-H-ELIM   PIC X(04).
           02 JR-H-ELIM-N REDEFINES JR-H-ELIM PIC 9(02)V99.
           02 FILLER      PIC X(01).
           02 JR-H-JURY   PIC X(04).
           02 JR-H-JURY-N REDEFINES JR-H-JURY PIC 9(02)V99.
           02 FILLER      PIC X(01).
           02 JR-H-RATT   PIC X(04).
           02 JR-H-RATT-N REDEFINES JR-H-RATT PIC 9(02)V99.
           02 FILLER      PIC X(59).
       01  JR-COR.
           02 FILLER      PIC X(02).
           02 JR-C-MAT    PIC X(04).
           02 FILLER      PIC X(01).
           02 JR-C-ELIM   PIC X(04).
           02 JR-C-ELIM-N REDEFINES JR-C-ELIM PIC 9(02)V99.
           02 FILLER      PIC X(69).
       FD ELEVHIST.
       COPY ELEVHFS REPLACING ==()== BY ==ELEVHIST==.
       FD FILERPT122
           RECORD CONTAINS 80 CHARACTERS.
       01  FILERPT122-ENREG PIC X(80).
       FD RESITLST
           RECORD CONTAINS 80 CHARACTERS.
       01  RESITLST-ENREG PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-FS-RULE        PIC X(02).
           88 RULE-END       VALUE '10'.
       01  WS-FS-HIST        PIC X(02).
           88 HIST-END       VALUE '10'.
      / The rules : header figures and the core subjects
       01  WS-HDR-SEEN-SW    PIC X(01) VALUE 'N'.
           88 HDR-SEEN       VALUE 'Y'.
       01  WS-RULE-ERR       PIC 9(05) VALUE 0.
       01  WS-PASS           PIC 9(02)V99 VALUE 10.00.
       01  WS-ELIM           PIC 9(02)V99 VALUE 05.00.
       01  WS-JURY           PIC 9(02)V99 VALUE 09.50.
       01  WS-RATT           PIC 9(02)V99 VALUE 08.00.
       01  WS-CORE-COUNT     PIC 9(02) VALUE 0.
       01  WS-CORE-TABLE.
           05 WS-CORE-ENTRY OCCURS 30 TIMES.
              10 WS-CO-MAT   PIC X(04).
              10 WS-CO-ELIM  PIC 9(02)V99.
       01  WS-CX             PIC 9(02).
      / The student under deliberation : the year's terms and
      / subjects
       01  WS-HAVE-STUDENT   PIC X(01) VALUE 'N'.
           88 HAVE-STUDENT   VALUE 'Y'.
       01  WS-CUR-STUDENT    PIC 9(05).
       01  WS-CUR-NOM        PIC X(15).
       01  WS-AN-WEIGHTED    PIC 9(07)V99.
       01  WS-AN-COEF        PIC 9(05).
       01  WS-AN-NBTRIM      PIC 9(02).
       01  WS-AN-MOY         PIC 9(02)V99.
       01  WS-SM-COUNT       PIC 9(02).
       01  WS-SM-TABLE.
           05 WS-SM-ENTRY OCCURS 20 TIMES.
              10 WS-SM-MAT      PIC X(04).
              10 WS-SM-WEIGHTED PIC 9(07)V99.
              10 WS-SM-COEF     PIC 9(05).
              10 WS-SM-MOY      PIC 9(02)V99.
              10 WS-SM-CORE     PIC X(01).
              10 WS-SM-ELIM     PIC 9(02)V99.
              10 WS-SM-MARK     PIC X(12).
       01  WS-SX             PIC 9(02).
       01  WS-MX             PIC 9(02).
       01  WS-FOUND-SW       PIC X(01).
           88 FOUND          VALUE 'Y'.
       01  WS-CNT-ELIMSUB    PIC 9(02).
       01  WS-CNT-NCSUB      PIC 9(02).
       01  WS-CNT-CORESUB    PIC 9(02).
       01  WS-DECISION       PIC X(08).
       01  WS-RULE-CODE      PIC X(04).
       01  WS-RULE-TEXT      PIC X(26).
      / The resits of the run, and the subjects they fall in
       01  WS-RS-COUNT       PIC 9(04) VALUE 0.
       01  WS-RS-TABLE.
           05 WS-RS-ENTRY OCCURS 2000 TIMES.
              10 WS-RS-MAT      PIC X(04).
              10 WS-RS-STUDENT  PIC 9(05).
              10 WS-RS-NOM      PIC X(15).
              10 WS-RS-MOY      PIC 9(02)V99.
       01  WS-RX             PIC 9(04).
       01  WS-RM-COUNT       PIC 9(02) VALUE 0.
       01  WS-RM-TABLE.
           05 WS-RM-MAT OCCURS 50 TIMES PIC X(04).
       01  WS-RMX            PIC 9(02).
       01  WS-RM-NB          PIC 9(04).
      / Run counters
       01  WS-CNT-READ       PIC 9(07) VALUE 0.
       01  WS-CNT-STUDENTS   PIC 9(05) VALUE 0.
       01  WS-CNT-PASS       PIC 9(05) VALUE 0.
       01  WS-CNT-RESIT      PIC 9(05) VALUE 0.
       01  WS-CNT-FAIL       PIC 9(05) VALUE 0.
       01  WS-CNT-JURY       PIC 9(05) VALUE 0.
       01  WS-CNT-SUBOVFL    PIC 9(05) VALUE 0.
       01  WS-CNT-RSOVFL     PIC 9(05) VALUE 0.
      / FILERPT122 lines
       01  WS-RPT-HDR.
           05 FILLER         PIC X(36) VALUE
              'PGM122 DELIBERATION - ANNEE SCOLAIRE'.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-H-ANNEE PIC 9(04).
           05 FILLER         PIC X(39) VALUE SPACES.
       01  WS-RPT-HDR2.
           05 FILLER         PIC X(06) VALUE 'RGL : '.
           05 FILLER         PIC X(10) VALUE 'ADMIS >= '.
           05 WS-RPT-H-PASS  PIC Z9.99.
           05 FILLER         PIC X(09) VALUE '  ELIM < '.
           05 WS-RPT-H-ELIM  PIC Z9.99.
           05 FILLER         PIC X(09) VALUE '  JURY >='.
           05 WS-RPT-H-JURY  PIC Z9.99.
           05 FILLER         PIC X(09) VALUE '  RATT >='.
           05 WS-RPT-H-RATT  PIC Z9.99.
           05 FILLER         PIC X(17) VALUE SPACES.
       01  WS-RPT-SEP        PIC X(80) VALUE ALL '-'.
       01  WS-RPT-DETAIL.
           05 WS-RPT-D-STU   PIC 9(05).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-NOM   PIC X(15).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-MOY   PIC Z9.99.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-RPT-D-DEC   PIC X(08).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-RULE  PIC X(04).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-TEXT  PIC X(26).
           05 FILLER         PIC X(11) VALUE SPACES.
       01  WS-RPT-MAT.
           05 FILLER         PIC X(08) VALUE SPACES.
           05 WS-RPT-M-MAT   PIC X(04).
           05 FILLER         PIC X(03) VALUE ' : '.
           05 WS-RPT-M-MOY   PIC Z9.99.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-RPT-M-CORE  PIC X(12).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-M-MARK  PIC X(12).
           05 FILLER         PIC X(33) VALUE SPACES.
      / RESITLST lines
       01  WS-RSL-HDR.
           05 FILLER         PIC X(35) VALUE
              'PGM122 RATTRAPAGES - ANNEE SCOLAIRE'.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RSL-H-ANNEE PIC 9(04).
           05 FILLER         PIC X(40) VALUE SPACES.
       01  WS-RSL-MATHDR.
           05 FILLER         PIC X(10) VALUE 'MATIERE : '.
           05 WS-RSL-M-MAT   PIC X(04).
           05 FILLER         PIC X(66) VALUE SPACES.
       01  WS-RSL-DETAIL.
           05 FILLER         PIC X(04) VALUE SPACES.
           05 WS-RSL-D-STU   PIC 9(05).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RSL-D-NOM   PIC X(15).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-RSL-D-MOY   PIC Z9.99.
           05 FILLER         PIC X(48) VALUE SPACES.
       01  WS-RSL-MATTOT.
           05 FILLER         PIC X(04) VALUE SPACES.
           05 FILLER         PIC X(10) VALUE 'INSCRITS :'.
           05 WS-RSL-T-NB    PIC ZZZ9.
           05 FILLER         PIC X(62) VALUE SPACES.
      / Parameter from JCL run
       01  PJ-ANNEE          PIC X(04).
       01  PJ-ANNEE-N REDEFINES PJ-ANNEE PIC 9(04).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           PERFORM 010-LOADRULE THRU 010-EXIT.
           PERFORM 001-OFILE THRU 001-EXIT.
           PERFORM 100-READ THRU 100-EXIT.
           PERFORM 200-RESITS THRU 200-EXIT.
           PERFORM 300-EXITP THRU 300-EXIT.
           GOBACK.
      *****************************************************************
      *  This routine handle parameters : the school year to
      *  deliberate
      *****************************************************************
       000-PARMS.
           ACCEPT PJ-ANNEE.
           IF PJ-ANNEE NOT NUMERIC OR PJ-ANNEE-N = 0
              DISPLAY 'ERROR : SCHOOL YEAR ' PJ-ANNEE
                      ' MISSING OR NOT NUMERIC'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       000-EXIT.
           EXIT.
      *****************************************************************
      *  This routine loads the rules; a single invalid record
      *  refuses the whole run before anything is read
      *****************************************************************
       010-LOADRULE.
           OPEN INPUT JURYRULE.
           IF WS-FS-RULE NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT JURYRULE FAILED - FILE '
                      'STATUS ' WS-FS-RULE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM UNTIL RULE-END
              READ JURYRULE
                 NOT AT END
                    PERFORM 011-ONERULE THRU 011-EXIT
              END-READ
           END-PERFORM.
           CLOSE JURYRULE.
           IF WS-ELIM > WS-PASS OR WS-JURY > WS-PASS
              OR WS-RATT > WS-JURY
              DISPLAY 'ERROR : RULES OUT OF ORDER - ELIM ' WS-ELIM
                      ' RATT ' WS-RATT ' JURY ' WS-JURY
                      ' PASS ' WS-PASS
              ADD 1 TO WS-RULE-ERR
           END-IF.
           IF WS-RULE-ERR > 0
              DISPLAY 'ERROR : ' WS-RULE-ERR ' INVALID JURYRULE '
                      'RECORD(S) - RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       010-EXIT.
           EXIT.
      *****************************************************************
      *  This routine validates and keeps one rules record
      *****************************************************************
       011-ONERULE.
           EVALUATE TRUE
              WHEN JR-HEADER
                 PERFORM 012-HEADER THRU 012-EXIT
              WHEN JR-CORE
                 PERFORM 013-CORE THRU 013-EXIT
              WHEN OTHER
                 DISPLAY 'ERROR : UNKNOWN JURYRULE RECORD TYPE - '
                         JR-TYPE
                 ADD 1 TO WS-RULE-ERR
           END-EVALUATE.
       011-EXIT.
           EXIT.
       012-HEADER.
           IF HDR-SEEN
              DISPLAY 'ERROR : SECOND JURYRULE HEADER'
              ADD 1 TO WS-RULE-ERR
              GO TO 012-EXIT
           END-IF.
           MOVE 'Y' TO WS-HDR-SEEN-SW.
           IF (JR-H-PASS NOT = SPACES AND JR-H-PASS NOT NUMERIC)
              OR (JR-H-ELIM NOT = SPACES AND JR-H-ELIM NOT NUMERIC)
              OR (JR-H-JURY NOT = SPACES AND JR-H-JURY NOT NUMERIC)
              OR (JR-H-RATT NOT = SPACES AND JR-H-RATT NOT NUMERIC)
              DISPLAY 'ERROR : HEADER FIGURE NOT NUMERIC - ' JR-HDR
              ADD 1 TO WS-RULE-ERR
              GO TO 012-EXIT
           END-IF.
           IF JR-H-PASS NOT = SPACES
              MOVE JR-H-PASS-N TO WS-PASS
           END-IF.
           IF JR-H-ELIM NOT = SPACES
              MOVE JR-H-ELIM-N TO WS-ELIM
           END-IF.
           IF JR-H-JURY NOT = SPACES
              MOVE JR-H-JURY-N TO WS-JURY
           END-IF.
           IF JR-H-RATT NOT = SPACES
              MOVE JR-H-RATT-N TO WS-RATT
           END-IF.
       012-EXIT.
           EXIT.
      *    A core subject without its own floor takes the header's,
      *    whichever order the records come in : it is kept as zero
      *    here and resolved when the student's subjects are built
       013-CORE.
           IF JR-C-MAT = SPACES
              DISPLAY 'ERROR : CORE SUBJECT WITHOUT ITS CODE'
              ADD 1 TO WS-RULE-ERR
              GO TO 013-EXIT
           END-IF.
           IF JR-C-ELIM NOT = SPACES AND JR-C-ELIM NOT NUMERIC
              DISPLAY 'ERROR : CORE SUBJECT FLOOR NOT NUMERIC - '
                      JR-C-MAT
              ADD 1 TO WS-RULE-ERR
              GO TO 013-EXIT
           END-IF.
           IF WS-CORE-COUNT >= 30
              DISPLAY 'ERROR : MORE THAN 30 CORE SUBJECTS'
              ADD 1 TO WS-RULE-ERR
              GO TO 013-EXIT
           END-IF.
           ADD 1 TO WS-CORE-COUNT.
           MOVE JR-C-MAT TO WS-CO-MAT (WS-CORE-COUNT).
           IF JR-C-ELIM = SPACES
              MOVE 0 TO WS-CO-ELIM (WS-CORE-COUNT)
           ELSE
              MOVE JR-C-ELIM-N TO WS-CO-ELIM (WS-CORE-COUNT)
           END-IF.
       013-EXIT.
           EXIT.
      *****************************************************************
      *  This routine opens the history master and the two reports
      *****************************************************************
       001-OFILE.
           OPEN INPUT ELEVHIST.
           IF WS-FS-HIST NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT ELEVHIST FAILED - FILE '
                      'STATUS ' WS-FS-HIST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT FILERPT122.
           OPEN OUTPUT RESITLST.
           MOVE PJ-ANNEE-N TO WS-RPT-H-ANNEE.
           MOVE WS-PASS    TO WS-RPT-H-PASS.
           MOVE WS-ELIM    TO WS-RPT-H-ELIM.
           MOVE WS-JURY    TO WS-RPT-H-JURY.
           MOVE WS-RATT    TO WS-RPT-H-RATT.
           WRITE FILERPT122-ENREG FROM WS-RPT-HDR.
           WRITE FILERPT122-ENREG FROM WS-RPT-HDR2.
           WRITE FILERPT122-ENREG FROM WS-RPT-SEP.
       001-EXIT.
           EXIT.
      *****************************************************************
      *  This routine reads the master in key order, gathering each
      *  student's terms of the year and deliberating on the break
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
           IF HAVE-STUDENT
              PERFORM 130-DELIBERATE THRU 130-EXIT
           END-IF.
           CLOSE ELEVHIST.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine adds one term of the year to the student's
      *  yearly average and subject averages
      *****************************************************************
       110-ONETERM.
           IF EH-ANNEE NOT = PJ-ANNEE-N
              GO TO 110-EXIT
           END-IF.
           ADD 1 TO WS-CNT-READ.
           IF HAVE-STUDENT AND EH-STUDENT NOT = WS-CUR-STUDENT
              PERFORM 130-DELIBERATE THRU 130-EXIT
           END-IF.
           IF NOT HAVE-STUDENT
              MOVE 'Y'        TO WS-HAVE-STUDENT
              MOVE EH-STUDENT TO WS-CUR-STUDENT
              MOVE EH-NOM     TO WS-CUR-NOM
              MOVE 0 TO WS-AN-WEIGHTED
              MOVE 0 TO WS-AN-COEF
              MOVE 0 TO WS-AN-NBTRIM
              MOVE 0 TO WS-SM-COUNT
           END-IF.
           COMPUTE WS-AN-WEIGHTED = WS-AN-WEIGHTED + EH-MOY * EH-COEF.
           ADD EH-COEF TO WS-AN-COEF.
           ADD 1 TO WS-AN-NBTRIM.
           PERFORM VARYING WS-MX FROM 1 BY 1
                     UNTIL WS-MX > EH-NBMAT OR WS-MX > 10
              PERFORM 120-SUBJECT THRU 120-EXIT
           END-PERFORM.
       110-EXIT.
           EXIT.
      *****************************************************************
      *  This routine adds one term's subject to the student's
      *  subject table
      *****************************************************************
       120-SUBJECT.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-SX FROM 1 BY 1
                     UNTIL WS-SX > WS-SM-COUNT OR FOUND
              IF WS-SM-MAT (WS-SX) = EH-MAT (WS-MX)
                 MOVE 'Y' TO WS-FOUND-SW
              END-IF
           END-PERFORM.
           IF FOUND
              SUBTRACT 1 FROM WS-SX
           ELSE
              IF WS-SM-COUNT >= 20
                 DISPLAY 'WARNING : MORE THAN 20 SUBJECTS FOR '
                         WS-CUR-STUDENT ' - ' EH-MAT (WS-MX)
                         ' IGNORED'
                 ADD 1 TO WS-CNT-SUBOVFL
                 GO TO 120-EXIT
              END-IF
              ADD 1 TO WS-SM-COUNT
              MOVE WS-SM-COUNT   TO WS-SX
              MOVE EH-MAT (WS-MX) TO WS-SM-MAT (WS-SX)
              MOVE 0 TO WS-SM-WEIGHTED (WS-SX)
              MOVE 0 TO WS-SM-COEF (WS-SX)
           END-IF.
           COMPUTE WS-SM-WEIGHTED (WS-SX) = WS-SM-WEIGHTED (WS-SX)
                 + EH-MAT-MOY (WS-MX) * EH-MAT-COEF (WS-MX).
           ADD EH-MAT-COEF (WS-MX) TO WS-SM-COEF (WS-SX).
       120-EXIT.
           EXIT.
      *****************************************************************
      *  This routine deliberates on the student : yearly and
      *  subject averages, then the first rule that holds
      *****************************************************************
       130-DELIBERATE.
           ADD 1 TO WS-CNT-STUDENTS.
           IF WS-AN-COEF > 0
              COMPUTE WS-AN-MOY ROUNDED = WS-AN-WEIGHTED / WS-AN-COEF
           ELSE
              MOVE 0 TO WS-AN-MOY
           END-IF.
           MOVE 0 TO WS-CNT-ELIMSUB.
           MOVE 0 TO WS-CNT-NCSUB.
           MOVE 0 TO WS-CNT-CORESUB.
           PERFORM VARYING WS-SX FROM 1 BY 1
                     UNTIL WS-SX > WS-SM-COUNT
              PERFORM 131-SUBJECT-RULE
           END-PERFORM.
           EVALUATE TRUE
              WHEN WS-CNT-ELIMSUB > 0
                 MOVE 'AJOURNE ' TO WS-DECISION
                 MOVE 'ELIM' TO WS-RULE-CODE
                 MOVE 'NOTE ELIMINATOIRE' TO WS-RULE-TEXT
                 ADD 1 TO WS-CNT-FAIL
              WHEN WS-AN-MOY >= WS-PASS AND WS-CNT-NCSUB > 0
                 MOVE 'RATTRAP.' TO WS-DECISION
                 MOVE 'NCMP' TO WS-RULE-CODE
                 MOVE 'MATIERE NON COMPENSABLE' TO WS-RULE-TEXT
                 ADD 1 TO WS-CNT-RESIT
              WHEN WS-AN-MOY >= WS-PASS AND WS-CNT-CORESUB > 0
                 MOVE 'ADMIS   ' TO WS-DECISION
                 MOVE 'COMP' TO WS-RULE-CODE
                 MOVE 'MOYENNE AVEC COMPENSATION' TO WS-RULE-TEXT
                 ADD 1 TO WS-CNT-PASS
              WHEN WS-AN-MOY >= WS-PASS
                 MOVE 'ADMIS   ' TO WS-DECISION
                 MOVE 'MOYE' TO WS-RULE-CODE
                 MOVE 'MOYENNE ATTEINTE' TO WS-RULE-TEXT
                 ADD 1 TO WS-CNT-PASS
              WHEN WS-AN-MOY >= WS-JURY
                 MOVE 'JURY    ' TO WS-DECISION
                 MOVE 'JURY' TO WS-RULE-CODE
                 MOVE 'ZONE DE DELIBERATION' TO WS-RULE-TEXT
                 ADD 1 TO WS-CNT-JURY
              WHEN WS-AN-MOY >= WS-RATT
                 MOVE 'RATTRAP.' TO WS-DECISION
                 MOVE 'RATT' TO WS-RULE-CODE
                 MOVE 'MOYENNE SOUS LE SEUIL' TO WS-RULE-TEXT
                 ADD 1 TO WS-CNT-RESIT
              WHEN OTHER
                 MOVE 'AJOURNE ' TO WS-DECISION
                 MOVE 'INSU' TO WS-RULE-CODE
                 MOVE 'MOYENNE INSUFFISANTE' TO WS-RULE-TEXT
                 ADD 1 TO WS-CNT-FAIL
           END-EVALUATE.
           MOVE WS-CUR-STUDENT TO WS-RPT-D-STU.
           MOVE WS-CUR-NOM     TO WS-RPT-D-NOM.
           MOVE WS-AN-MOY      TO WS-RPT-D-MOY.
           MOVE WS-DECISION    TO WS-RPT-D-DEC.
           MOVE WS-RULE-CODE   TO WS-RPT-D-RULE.
           MOVE WS-RULE-TEXT   TO WS-RPT-D-TEXT.
           WRITE FILERPT122-ENREG FROM WS-RPT-DETAIL.
           PERFORM VARYING WS-SX FROM 1 BY 1
                     UNTIL WS-SX > WS-SM-COUNT
              PERFORM 132-SUBJECT-OUT THRU 132-EXIT
           END-PERFORM.
           MOVE 'N' TO WS-HAVE-STUDENT.
       130-EXIT.
           EXIT.
      *****************************************************************
      *  This routine averages one subject over the year and marks
      *  it against the rules : below its floor, or below the pass
      *  mark in a core subject (compensated) or in another one
      *****************************************************************
       131-SUBJECT-RULE.
           IF WS-SM-COEF (WS-SX) > 0
              COMPUTE WS-SM-MOY (WS-SX) ROUNDED =
                      WS-SM-WEIGHTED (WS-SX) / WS-SM-COEF (WS-SX)
           ELSE
              MOVE 0 TO WS-SM-MOY (WS-SX)
           END-IF.
           MOVE 'N'     TO WS-SM-CORE (WS-SX).
           MOVE WS-ELIM TO WS-SM-ELIM (WS-SX).
           MOVE SPACES  TO WS-SM-MARK (WS-SX).
           PERFORM VARYING WS-CX FROM 1 BY 1
                     UNTIL WS-CX > WS-CORE-COUNT
              IF WS-CO-MAT (WS-CX) = WS-SM-MAT (WS-SX)
                 MOVE 'Y' TO WS-SM-CORE (WS-SX)
                 IF WS-CO-ELIM (WS-CX) > 0
                    MOVE WS-CO-ELIM (WS-CX) TO WS-SM-ELIM (WS-SX)
                 END-IF
              END-IF
           END-PERFORM.
           EVALUATE TRUE
              WHEN WS-SM-MOY (WS-SX) < WS-SM-ELIM (WS-SX)
                 MOVE 'ELIMINATOIRE' TO WS-SM-MARK (WS-SX)
                 ADD 1 TO WS-CNT-ELIMSUB
              WHEN WS-SM-MOY (WS-SX) >= WS-PASS
                 CONTINUE
              WHEN WS-SM-CORE (WS-SX) = 'Y'
                 MOVE 'COMPENSABLE ' TO WS-SM-MARK (WS-SX)
                 ADD 1 TO WS-CNT-CORESUB
              WHEN OTHER
                 MOVE 'NON COMPENS.' TO WS-SM-MARK (WS-SX)
                 ADD 1 TO WS-CNT-NCSUB
           END-EVALUATE.
      *****************************************************************
      *  This routine prints a subject that counts against the
      *  student and puts it on the resit list when the decision
      *  sends them to resit it : the subjects not compensated
      *  (NCMP), every subject below the pass mark (RATT)
      *****************************************************************
       132-SUBJECT-OUT.
           IF WS-SM-MARK (WS-SX) = SPACES
              GO TO 132-EXIT
           END-IF.
           MOVE WS-SM-MAT (WS-SX) TO WS-RPT-M-MAT.
           MOVE WS-SM-MOY (WS-SX) TO WS-RPT-M-MOY.
           IF WS-SM-CORE (WS-SX) = 'Y'
              MOVE 'FONDAMENTALE' TO WS-RPT-M-CORE
           ELSE
              MOVE SPACES TO WS-RPT-M-CORE
           END-IF.
           MOVE WS-SM-MARK (WS-SX) TO WS-RPT-M-MARK.
           WRITE FILERPT122-ENREG FROM WS-RPT-MAT.
           IF WS-RULE-CODE = 'RATT'
              OR (WS-RULE-CODE = 'NCMP'
                  AND WS-SM-MARK (WS-SX) = 'NON COMPENS.')
              PERFORM 133-RESIT-KEEP THRU 133-EXIT
           END-IF.
       132-EXIT.
           EXIT.
      *****************************************************************
      *  This routine keeps one resit, and its subject the first
      *  time it comes up
      *****************************************************************
       133-RESIT-KEEP.
           IF WS-RS-COUNT >= 2000
              DISPLAY 'WARNING : MORE THAN 2000 RESITS - '
                      WS-CUR-STUDENT ' ' WS-SM-MAT (WS-SX)
                      ' NOT LISTED'
              ADD 1 TO WS-CNT-RSOVFL
              GO TO 133-EXIT
           END-IF.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-RMX FROM 1 BY 1
                     UNTIL WS-RMX > WS-RM-COUNT OR FOUND
              IF WS-RM-MAT (WS-RMX) = WS-SM-MAT (WS-SX)
                 MOVE 'Y' TO WS-FOUND-SW
              END-IF
           END-PERFORM.
           IF NOT FOUND
              IF WS-RM-COUNT >= 50
                 DISPLAY 'WARNING : MORE THAN 50 RESIT SUBJECTS - '
                         WS-SM-MAT (WS-SX) ' NOT LISTED'
                 ADD 1 TO WS-CNT-RSOVFL
                 GO TO 133-EXIT
              END-IF
              ADD 1 TO WS-RM-COUNT
              MOVE WS-SM-MAT (WS-SX) TO WS-RM-MAT (WS-RM-COUNT)
           END-IF.
           ADD 1 TO WS-RS-COUNT.
           MOVE WS-SM-MAT (WS-SX) TO WS-RS-MAT     (WS-RS-COUNT).
           MOVE WS-CUR-STUDENT    TO WS-RS-STUDENT (WS-RS-COUNT).
           MOVE WS-CUR-NOM        TO WS-RS-NOM     (WS-RS-COUNT).
           MOVE WS-SM-MOY (WS-SX) TO WS-RS-MOY     (WS-RS-COUNT).
       133-EXIT.
           EXIT.
      *****************************************************************
      *  This routine prints the resit list, one block per subject
      *  in the order the subjects first came up
      *****************************************************************
       200-RESITS.
           MOVE PJ-ANNEE-N TO WS-RSL-H-ANNEE.
           WRITE RESITLST-ENREG FROM WS-RSL-HDR.
           PERFORM VARYING WS-RMX FROM 1 BY 1
                     UNTIL WS-RMX > WS-RM-COUNT
              MOVE WS-RM-MAT (WS-RMX) TO WS-RSL-M-MAT
              WRITE RESITLST-ENREG FROM WS-RPT-SEP
              WRITE RESITLST-ENREG FROM WS-RSL-MATHDR
              MOVE 0 TO WS-RM-NB
              PERFORM VARYING WS-RX FROM 1 BY 1
                        UNTIL WS-RX > WS-RS-COUNT
                 IF WS-RS-MAT (WS-RX) = WS-RM-MAT (WS-RMX)
                    MOVE WS-RS-STUDENT (WS-RX) TO WS-RSL-D-STU
                    MOVE WS-RS-NOM (WS-RX)     TO WS-RSL-D-NOM
                    MOVE WS-RS-MOY (WS-RX)     TO WS-RSL-D-MOY
                    WRITE RESITLST-ENREG FROM WS-RSL-DETAIL
                    ADD 1 TO WS-RM-NB
                 END-IF
              END-PERFORM
              MOVE WS-RM-NB TO WS-RSL-T-NB
              WRITE RESITLST-ENREG FROM WS-RSL-MATTOT
           END-PERFORM.
           CLOSE FILERPT122.
           CLOSE RESITLST.
       200-EXIT.
           EXIT.
      *****************************************************************
      *  This routine should close the program (after some displays)
      *****************************************************************
       300-EXITP.
           DISPLAY '300-EXITP'.
           DISPLAY '    TERMS READ         : ' WS-CNT-READ.
           DISPLAY '    STUDENTS           : ' WS-CNT-STUDENTS.
           DISPLAY '    ADMIS              : ' WS-CNT-PASS.
           DISPLAY '    RATTRAPAGE         : ' WS-CNT-RESIT.
           DISPLAY '    AJOURNES           : ' WS-CNT-FAIL.
           DISPLAY '    AU JURY            : ' WS-CNT-JURY.
           DISPLAY '    RESITS LISTED      : ' WS-RS-COUNT.
           IF WS-CNT-SUBOVFL > 0 OR WS-CNT-RSOVFL > 0
              DISPLAY 'WARNING : SUBJECTS OR RESITS LEFT OUT - '
                      'SEE ABOVE'
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           IF WS-CNT-STUDENTS = 0 AND RETURN-CODE = 0
              DISPLAY 'WARNING : NO TERM ON FILE FOR SCHOOL YEAR '
                      PJ-ANNEE
              MOVE 4 TO RETURN-CODE
           END-IF.
       300-EXIT.
           EXIT.
