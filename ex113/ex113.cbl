      *****************************************************************
      * Program name:    PGM113
      *
      * Original author: DEFAY E.
      *
      * Purpose : Salary revision campaign over the SALARIES master,
      *           driven by the CAMPAIGN file :
      *           'H' header   campaign id, operator, effective date,
      *                        floor and cap of a rule's raise
      *           'R' rule     department (00 any), note (blank
      *                        any), seniority bracket in whole
      *                        years, raise rate on FD-BASE - the
      *                        first rule matching in file order
      *                        applies, its raise held between the
      *                        floor and the cap (zero cap : none)
      *           'I' override employee and raise amount, taking
      *                        precedence over the rules and over
      *                        the floor and the cap
      *           'B' budget   department (00 : whole campaign)
      *                        and the monthly increase budgeted
      *           The seniority is derived from FD-HIREDATE at the
      *           effective date, FD-SENIORITY without one (the
      *           PGM011 rule). A leaver (FD-STATUT 'T') is not
      *           revised. An invalid campaign record refuses the
      *           whole run before anything is read.
      *           PJ-MODE 'P' (preview, the default) prints every
      *           employee's old and new base on FILERPT113, then
      *           per department the increase against its budget.
      *           PJ-MODE 'A' (apply) prints the same report and
      *           rewrites SALARIES : every change journaled through
      *           PGM067, appended to SALAUDIT (action 'R') under
      *           the campaign's operator (PGM066 OPERMSTR, level 3)
      *           and kept on the CAMPREV back-out file; a campaign
      *           already applied is refused, and so is any apply
      *           while CAMPREV still holds another campaign applied
      *           and not backed out (CAMPREV is archived first).
      *           PJ-MODE 'B' replays CAMPREV the other way, the
      *           PGM079 REVERSAL way : a base still at the
      *           campaign's figure gets its old base back (SALAUDIT
      *           action 'B'), one changed since is left alone with
      *           a warning.
      *
      * Using :
      *    - SALARIES as read by PGM011 and kept by PGM032
      *    - PGM067 image journaling, PGM075 report catalog
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created : the January raises stop being
      *                    keyed one by one through SALTRANS
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM113.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /    CAMPAIGN (header, rules, overrides, budgets)
           SELECT CAMPAIGN
           ASSIGN TO CAMPAIGN
           FILE STATUS is WS-FS-CAMP.
      /    SALARIES (indexed payroll master keyed on FD-SALARY)
           SELECT SALARIES
           ASSIGN to FILEIN
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is FD-SALARY
           FILE STATUS is WS-FS-SAL.
      /    SALAUDIT (change audit : before and after images)
           SELECT SALAUDIT
           ASSIGN TO SALAUDIT
           FILE STATUS is WS-FS-AUDIT.
      /    OPERMSTR (operator master from PGM066, for the authority
      /    check on the campaign's operator)
           SELECT OPERMSTR
           ASSIGN TO OPERMSTR
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is OP-ID
           FILE STATUS is WS-FS-OPER.
      /    CAMPREV (back-out file : campaign header, then employee,
      /    old and new base)
           SELECT CAMPREV
           ASSIGN TO CAMPREV
           FILE STATUS is WS-FS-REV.
      /    FILERPT113 (old and new bases, increase against budget)
           SELECT FILERPT113
           ASSIGN TO FILERPT113.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD CAMPAIGN.
       01  STRUCT-CAMPAIGN.
           02 CG-TYPE     PIC X(01).
              88 CG-HEADER    VALUE 'H'.
              88 CG-RULE      VALUE 'R'.
              88 CG-INDIV     VALUE 'I'.
              88 CG-BUDGET    VALUE 'B'.
           02 FILLER      PIC X(79).
       01  CG-HDR.
           02 FILLER      PIC X(02).
           02 CG-H-ID     PIC X(08).
           02 FILLER      PIC X(01).
           02 CG-H-OPER   PIC X(08).
           02 FILLER      PIC X(01).
           02 CG-H-DTEFF  PIC X(08).
           02 CG-H-DTEFF-N REDEFINES CG-H-DTEFF PIC 9(08).
           02 FILLER      PIC X(01).
           02 CG-H-FLOOR  PIC X(09).
           02 CG-H-FLOOR-N REDEFINES CG-H-FLOOR PIC 9(07)V99.
           02 FILLER      PIC X(01).
           02 CG-H-CAP    PIC X(09).
           02 CG-H-CAP-N REDEFINES CG-H-CAP PIC 9(07)V99.
           02 FILLER      PIC X(32).
       01  CG-RUL.
           02 FILLER      PIC X(02).
           02 CG-R-DEPT   PIC X(02).
           02 CG-R-DEPT-N REDEFINES CG-R-DEPT PIC 9(02).
           02 FILLER      PIC X(01).
           02 CG-R-NOTE   PIC X(01).
           02 FILLER      PIC X(01).
           02 CG-R-SENMIN PIC X(02).
           02 CG-R-SENMIN-N REDEFINES CG-R-SENMIN PIC 9(02).
           02 FILLER      PIC X(01).
           02 CG-R-SENMAX PIC X(02).
           02 CG-R-SENMAX-N REDEFINES CG-R-SENMAX PIC 9(02).
           02 FILLER      PIC X(01).
           02 CG-R-TAUX   PIC X(05).
           02 CG-R-TAUX-N REDEFINES CG-R-TAUX PIC 9V9999.
           02 FILLER      PIC X(62).
       01  CG-IND.
           02 FILLER      PIC X(02).
           02 CG-I-SALARY PIC X(07).
           02 CG-I-SALARY-N REDEFINES CG-I-SALARY PIC 9(07).
           02 FILLER      PIC X(01).
           02 CG-I-AMT    PIC X(09).
           02 CG-I-AMT-N REDEFINES CG-I-AMT PIC 9(07)V99.
           02 FILLER      PIC X(61).
       01  CG-BUD.
           02 FILLER      PIC X(02).
           02 CG-B-DEPT   PIC X(02).
           02 CG-B-DEPT-N REDEFINES CG-B-DEPT PIC 9(02).
           02 FILLER      PIC X(01).
           02 CG-B-AMT    PIC X(11).
           02 CG-B-AMT-N REDEFINES CG-B-AMT PIC 9(09)V99.
           02 FILLER      PIC X(64).
       FD SALARIES
           RECORD CONTAINS 80 CHARACTERS.
       01 SALARY.
             05 FD-SALARY       PIC 9(07).
             05 FILLER          PIC X(01).
             05 FD-NOTE         PIC X(01).
             05 FILLER          PIC X(01).
             05 FD-SENIORITY    PIC 9(07) COMP-3.
             05 FILLER          PIC X(01).
             05 FD-HIREDATE     PIC 9(08).
             05 FILLER          PIC X(01).
             05 FD-BASE         PIC 9(07)V99.
             05 FILLER          PIC X(01).
             05 FD-DEPT         PIC 9(02).
             05 FILLER          PIC X(01).
             05 FD-STATUT       PIC X(01).
             05 FILLER          PIC X(01).
             05 FD-LEAVE        PIC 9(08).
             05 FILLER          PIC X(33).
       FD SALAUDIT
           RECORD CONTAINS 180 CHARACTERS.
       01  STRUCT-SALAUDIT.
           02 AU-ACTION   PIC X(01).
           02 FILLER      PIC X(01).
           02 AU-SALARY   PIC 9(07).
           02 FILLER      PIC X(01).
           02 AU-AVANT    PIC X(80).
           02 FILLER      PIC X(01).
           02 AU-APRES    PIC X(80).
           02 FILLER      PIC X(01).
           02 AU-OPER     PIC X(08).
       FD OPERMSTR
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-OPERMSTR.
           02 OP-ID      PIC X(08).
           02 FILLER     PIC X(01).
           02 OP-NOM     PIC X(25).
           02 FILLER     PIC X(01).
           02 OP-LEVEL   PIC 9(01).
           02 FILLER     PIC X(44).
       FD CAMPREV.
       01  STRUCT-CAMPREV.
           02 RB-TYPE    PIC X(01).
           02 FILLER     PIC X(01).
           02 RB-CAMP    PIC X(08).
           02 FILLER     PIC X(01).
           02 RB-SALARY  PIC 9(07).
           02 FILLER     PIC X(01).
           02 RB-OLD     PIC 9(07)V99.
           02 FILLER     PIC X(01).
           02 RB-NEW     PIC 9(07)V99.
           02 FILLER     PIC X(01).
           02 RB-ETAT    PIC X(01).
              88 RB-APPLIED   VALUE 'A'.
              88 RB-BACKEDOUT VALUE 'B'.
           02 FILLER     PIC X(01).
           02 RB-OPER    PIC X(08).
           02 FILLER     PIC X(31).
       FD FILERPT113
           RECORD CONTAINS 80 CHARACTERS.
       01  FILERPT113-ENREG   PIC X(80).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-CAMP     PIC X(02).
           88 CAMP-END    VALUE '10'.
       01 WS-FS-SAL      PIC X(02).
           88 SAL-END     VALUE '10'.
       01 WS-FS-AUDIT    PIC X(02).
       01 WS-FS-OPER     PIC X(02).
       01 WS-FS-REV      PIC X(02).
           88 REV-END     VALUE '10'.
       01 WS-OPER-AVAIL-SW PIC X(01) VALUE 'N'.
           88 OPER-AVAIL  VALUE 'Y'.
       01 WS-MIN-LEVEL   PIC 9(01) VALUE 3.
      / The campaign : header, rules, overrides and budgets
       01 WS-HDR-SEEN-SW PIC X(01) VALUE 'N'.
           88 HDR-SEEN    VALUE 'Y'.
       01 WS-CAMP-ERR    PIC 9(05) VALUE 0.
       01 WS-CAMP-ID     PIC X(08).
       01 WS-CAMP-OPER   PIC X(08).
       01 WS-CAMP-DTEFF  PIC 9(08).
       01 WS-CAMP-FLOOR  PIC 9(07)V99.
       01 WS-CAMP-CAP    PIC 9(07)V99.
       01 WS-RULE-COUNT  PIC 9(03) VALUE 0.
       01 WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 100 TIMES.
              10 WS-RU-DEPT   PIC 9(02).
              10 WS-RU-NOTE   PIC X(01).
              10 WS-RU-SENMIN PIC 9(02).
              10 WS-RU-SENMAX PIC 9(02).
              10 WS-RU-TAUX   PIC 9V9999.
       01 WS-UX          PIC 9(03).
       01 WS-IND-COUNT   PIC 9(04) VALUE 0.
       01 WS-IND-TABLE.
           05 WS-IND-ENTRY OCCURS 1000 TIMES.
              10 WS-IN-SALARY PIC 9(07).
              10 WS-IN-AMT    PIC 9(07)V99.
              10 WS-IN-USED   PIC X(01).
       01 WS-IX          PIC 9(04).
       01 WS-BUD-TOTAL   PIC 9(11)V99 VALUE 0.
       01 WS-BUD-TOTAL-SW PIC X(01) VALUE 'N'.
           88 BUD-TOTAL-SET VALUE 'Y'.
      / Per-department figures (budget, headcount revised, bases)
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ACC OCCURS 99 TIMES.
              10 WS-DP-BUDGET  PIC 9(09)V99 VALUE 0.
              10 WS-DP-BUD-SW  PIC X(01) VALUE 'N'.
              10 WS-DP-CNT     PIC 9(05) VALUE 0.
              10 WS-DP-OLD     PIC 9(11)V99 VALUE 0.
              10 WS-DP-RAISE   PIC 9(09)V99 VALUE 0.
       01 WS-DX          PIC 9(02).
      / The employee under revision
       01 WS-SENIOR      PIC S9(04).
       01 WS-EF-AAAA     PIC 9(04).
       01 WS-EF-MMJJ     PIC 9(04).
       01 WS-HIRE-AAAA   PIC 9(04).
       01 WS-HIRE-MMJJ   PIC 9(04).
       01 WS-RAISE       PIC 9(07)V99.
       01 WS-NEW-BASE    PIC 9(08)V99.
       01 WS-SOURCE      PIC X(04).
       01 WS-FOUND-SW    PIC X(01).
           88 FOUND       VALUE 'Y'.
      / Run counters and totals
       01 WS-CNT-READ    PIC 9(07) VALUE 0.
       01 WS-CNT-LEAVER  PIC 9(07) VALUE 0.
       01 WS-CNT-RAISED  PIC 9(07) VALUE 0.
       01 WS-CNT-NONE    PIC 9(07) VALUE 0.
       01 WS-CNT-APPLIED PIC 9(07) VALUE 0.
       01 WS-CNT-INDLEFT PIC 9(05) VALUE 0.
       01 WS-CNT-OVER    PIC 9(03) VALUE 0.
       01 WS-CNT-REST    PIC 9(07) VALUE 0.
       01 WS-CNT-SKIP    PIC 9(07) VALUE 0.
       01 WS-CNT-REVERR  PIC 9(07) VALUE 0.
       01 WS-TOT-OLD     PIC 9(11)V99 VALUE 0.
       01 WS-TOT-RAISE   PIC 9(11)V99 VALUE 0.
       01 WS-VARIANCE    PIC S9(11)V99.
      / Before and after images for the audit record
       01 WS-IMG-AVANT   PIC X(80).
       01 WS-IMG-APRES   PIC X(80).
       01 WS-AUDIT-ACT   PIC X(01).
      / FILERPT113 lines
       01 WS-RPT-LINES   PIC 9(07) VALUE 0.
       01 WS-RPT-HDR.
           05 FILLER          PIC X(25) VALUE
              'PGM113 SALARY REVISION - '.
           05 WS-RPT-H-ID     PIC X(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-RPT-H-MODE   PIC X(07).
           05 FILLER          PIC X(11) VALUE '  EFFECTIVE'.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-H-DTEFF  PIC 9(08).
           05 FILLER          PIC X(18) VALUE SPACES.
       01 WS-RPT-HDR2.
           05 FILLER          PIC X(30) VALUE
              'SALARIE DP N ANC    BASE AVANT'.
           05 FILLER          PIC X(15) VALUE '     BASE APRES'.
           05 FILLER          PIC X(15) VALUE '   AUGMENTATION'.
           05 FILLER          PIC X(20) VALUE '  ORIG'.
       01 WS-RPT-DETAIL.
           05 WS-RPT-D-SAL    PIC 9(07).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-D-DEPT   PIC 9(02).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-D-NOTE   PIC X(01).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-D-ANC    PIC ZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-RPT-D-OLD    PIC ZZZZZZZZ9.99.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WS-RPT-D-NEW    PIC ZZZZZZZZ9.99.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WS-RPT-D-RAISE  PIC ZZZZZZZZ9.99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-RPT-D-SRC    PIC X(04).
           05 FILLER          PIC X(14) VALUE SPACES.
       01 WS-RPT-SUMHDR.
           05 FILLER          PIC X(12) VALUE 'DEPT    EFF.'.
           05 FILLER          PIC X(16) VALUE '     MASSE AVANT'.
           05 FILLER          PIC X(14) VALUE '  AUGMENTATION'.
           05 FILLER          PIC X(14) VALUE '        BUDGET'.
           05 FILLER          PIC X(15) VALUE '          ECART'.
           05 FILLER          PIC X(09) VALUE SPACES.
       01 WS-RPT-SUM.
           05 WS-RPT-S-DEPT   PIC X(04).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-S-CNT    PIC ZZZZZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-RPT-S-OLD    PIC ZZZZZZZZZZ9.99.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-S-RAISE  PIC ZZZZZZZZZ9.99.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-S-BUDGET PIC ZZZZZZZZZ9.99.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-S-VAR    PIC -(10)9.99.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-S-FLAG   PIC X(04).
           05 FILLER          PIC X(04).
       01 WS-RPT-SUM-X REDEFINES WS-RPT-SUM.
           05 FILLER          PIC X(43).
           05 WS-RPT-S-NOBUD  PIC X(13).
           05 FILLER          PIC X(24).
      / PGM067 master-image journaling interface
       01 WS-CALL-IMG    PIC X(08) VALUE "PGM067  ".
       01 WS-IMG-PGM     PIC X(08) VALUE 'PGM113'.
       01 WS-IMG-FILE    PIC X(08) VALUE 'SALARIES'.
      / PGM075 report-catalog interface
       01 WS-CALL-CAT    PIC X(08) VALUE "PGM075  ".
       01 WS-CAT-RPT     PIC X(12).
       01 WS-CAT-PAGES   PIC 9(05).
       01 WS-CAT-LINES   PIC 9(07).
      / Parameter from JCL run
       01 PJ-MODE        PIC X(01).
           88 IS-PREVIEW  VALUE 'P'.
           88 IS-APPLY    VALUE 'A'.
           88 IS-BACKOUT  VALUE 'B'.
       01 PJ-MODE-DEF    PIC X(01) VALUE 'P'.
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           IF IS-BACKOUT
              PERFORM 400-BACKOUT THRU 400-EXIT
           ELSE
              PERFORM 010-LOADCAMP THRU 010-EXIT
              PERFORM 001-OFILE THRU 001-EXIT
              PERFORM 100-REVISE THRU 100-EXIT
              PERFORM 300-DEPTSUM THRU 300-EXIT
              PERFORM 999-CFILE THRU 999-EXIT
           END-IF.
           PERFORM 500-EXITP THRU 500-EXIT.
           STOP RUN.
      *****************************************************************
      *  This routine handle parameters
      *****************************************************************
       000-PARMS.
           ACCEPT PJ-MODE.
           IF PJ-MODE = SPACE OR LOW-VALUE THEN
              MOVE PJ-MODE-DEF TO PJ-MODE
           END-IF.
           IF NOT IS-PREVIEW AND NOT IS-APPLY AND NOT IS-BACKOUT
              DISPLAY 'ERROR : UNKNOWN MODE ' PJ-MODE
                      ' - P, A OR B EXPECTED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
       000-EXIT.
           EXIT.
      *****************************************************************
      *  This routine loads the campaign; a single invalid record
      *  refuses the whole run before anything is read
      *****************************************************************
       010-LOADCAMP.
           OPEN INPUT CAMPAIGN.
           IF WS-FS-CAMP NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT CAMPAIGN FAILED - FILE '
                      'STATUS ' WS-FS-CAMP
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL CAMP-END
              READ CAMPAIGN
                 NOT AT END
                    PERFORM 011-ONECAMP THRU 011-EXIT
              END-READ
           END-PERFORM.
           CLOSE CAMPAIGN.
           IF NOT HDR-SEEN
              DISPLAY 'ERROR : CAMPAIGN HAS NO HEADER RECORD'
              ADD 1 TO WS-CAMP-ERR
           END-IF.
           IF WS-CAMP-ERR > 0
              DISPLAY 'ERROR : ' WS-CAMP-ERR ' INVALID CAMPAIGN '
                      'RECORD(S) - RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
       010-EXIT.
           EXIT.
      *****************************************************************
      *  This routine validates and keeps one campaign record
      *****************************************************************
       011-ONECAMP.
           EVALUATE TRUE
              WHEN CG-HEADER
                 PERFORM 012-HEADER THRU 012-EXIT
              WHEN CG-RULE
                 PERFORM 013-RULE THRU 013-EXIT
              WHEN CG-INDIV
                 PERFORM 014-INDIV THRU 014-EXIT
              WHEN CG-BUDGET
                 PERFORM 015-BUDGET THRU 015-EXIT
              WHEN OTHER
                 DISPLAY 'ERROR : UNKNOWN CAMPAIGN RECORD TYPE - '
                         CG-TYPE
                 ADD 1 TO WS-CAMP-ERR
           END-EVALUATE.
       011-EXIT.
           EXIT.
       012-HEADER.
           IF HDR-SEEN
              DISPLAY 'ERROR : SECOND CAMPAIGN HEADER - ' CG-H-ID
              ADD 1 TO WS-CAMP-ERR
              GO TO 012-EXIT
           END-IF.
           IF CG-H-ID = SPACES OR CG-H-DTEFF NOT NUMERIC
              OR CG-H-DTEFF-N = 0
              DISPLAY 'ERROR : HEADER NEEDS CAMPAIGN ID AND '
                      'EFFECTIVE DATE'
              ADD 1 TO WS-CAMP-ERR
              GO TO 012-EXIT
           END-IF.
           IF (CG-H-FLOOR NOT = SPACES AND CG-H-FLOOR NOT NUMERIC)
              OR (CG-H-CAP NOT = SPACES AND CG-H-CAP NOT NUMERIC)
              DISPLAY 'ERROR : HEADER FLOOR OR CAP NOT NUMERIC - '
                      CG-H-ID
              ADD 1 TO WS-CAMP-ERR
              GO TO 012-EXIT
           END-IF.
           MOVE 'Y'          TO WS-HDR-SEEN-SW.
           MOVE CG-H-ID      TO WS-CAMP-ID.
           MOVE CG-H-OPER    TO WS-CAMP-OPER.
           MOVE CG-H-DTEFF-N TO WS-CAMP-DTEFF.
           MOVE 0 TO WS-CAMP-FLOOR.
           MOVE 0 TO WS-CAMP-CAP.
           IF CG-H-FLOOR NOT = SPACES
              MOVE CG-H-FLOOR-N TO WS-CAMP-FLOOR
           END-IF.
           IF CG-H-CAP NOT = SPACES
              MOVE CG-H-CAP-N TO WS-CAMP-CAP
           END-IF.
           IF WS-CAMP-CAP > 0 AND WS-CAMP-CAP < WS-CAMP-FLOOR
              DISPLAY 'ERROR : CAP BELOW THE FLOOR - ' CG-H-ID
              ADD 1 TO WS-CAMP-ERR
           END-IF.
       012-EXIT.
           EXIT.
       013-RULE.
           IF CG-R-DEPT = SPACES
              MOVE '00' TO CG-R-DEPT
           END-IF.
           IF CG-R-SENMIN = SPACES
              MOVE '00' TO CG-R-SENMIN
           END-IF.
           IF CG-R-SENMAX = SPACES
              MOVE '99' TO CG-R-SENMAX
           END-IF.
           IF CG-R-DEPT NOT NUMERIC OR CG-R-SENMIN NOT NUMERIC
              OR CG-R-SENMAX NOT NUMERIC OR CG-R-TAUX NOT NUMERIC
              DISPLAY 'ERROR : RULE NOT NUMERIC - ' CG-RUL
              ADD 1 TO WS-CAMP-ERR
              GO TO 013-EXIT
           END-IF.
           IF CG-R-NOTE NOT = SPACE AND
              CG-R-NOTE NOT = 'A' AND CG-R-NOTE NOT = 'B' AND
              CG-R-NOTE NOT = 'C' AND CG-R-NOTE NOT = 'D'
              DISPLAY 'ERROR : RULE ON AN UNKNOWN NOTE - ' CG-R-NOTE
              ADD 1 TO WS-CAMP-ERR
              GO TO 013-EXIT
           END-IF.
           IF CG-R-SENMIN-N > CG-R-SENMAX-N
              DISPLAY 'ERROR : RULE SENIORITY BRACKET REVERSED - '
                      CG-R-SENMIN ' TO ' CG-R-SENMAX
              ADD 1 TO WS-CAMP-ERR
              GO TO 013-EXIT
           END-IF.
           IF WS-RULE-COUNT >= 100
              DISPLAY 'ERROR : MORE THAN 100 RULES'
              ADD 1 TO WS-CAMP-ERR
              GO TO 013-EXIT
           END-IF.
           ADD 1 TO WS-RULE-COUNT.
           MOVE CG-R-DEPT-N   TO WS-RU-DEPT   (WS-RULE-COUNT).
           MOVE CG-R-NOTE     TO WS-RU-NOTE   (WS-RULE-COUNT).
           MOVE CG-R-SENMIN-N TO WS-RU-SENMIN (WS-RULE-COUNT).
           MOVE CG-R-SENMAX-N TO WS-RU-SENMAX (WS-RULE-COUNT).
           MOVE CG-R-TAUX-N   TO WS-RU-TAUX   (WS-RULE-COUNT).
       013-EXIT.
           EXIT.
       014-INDIV.
           IF CG-I-SALARY NOT NUMERIC OR CG-I-AMT NOT NUMERIC
              DISPLAY 'ERROR : OVERRIDE NOT NUMERIC - ' CG-I-SALARY
              ADD 1 TO WS-CAMP-ERR
              GO TO 014-EXIT
           END-IF.
           IF WS-IND-COUNT >= 1000
              DISPLAY 'ERROR : MORE THAN 1000 OVERRIDES'
              ADD 1 TO WS-CAMP-ERR
              GO TO 014-EXIT
           END-IF.
           ADD 1 TO WS-IND-COUNT.
           MOVE CG-I-SALARY-N TO WS-IN-SALARY (WS-IND-COUNT).
           MOVE CG-I-AMT-N    TO WS-IN-AMT    (WS-IND-COUNT).
           MOVE 'N'           TO WS-IN-USED   (WS-IND-COUNT).
       014-EXIT.
           EXIT.
       015-BUDGET.
           IF CG-B-DEPT NOT NUMERIC OR CG-B-AMT NOT NUMERIC
              DISPLAY 'ERROR : BUDGET NOT NUMERIC - ' CG-B-DEPT
              ADD 1 TO WS-CAMP-ERR
              GO TO 015-EXIT
           END-IF.
           IF CG-B-DEPT-N = 0
              MOVE CG-B-AMT-N TO WS-BUD-TOTAL
              MOVE 'Y' TO WS-BUD-TOTAL-SW
           ELSE
              MOVE CG-B-AMT-N TO WS-DP-BUDGET (CG-B-DEPT-N)
              MOVE 'Y' TO WS-DP-BUD-SW (CG-B-DEPT-N)
           END-IF.
       015-EXIT.
           EXIT.
      *****************************************************************
      *  This routine handle files opening. Applying needs the
      *  campaign's operator at authority level 3 and a campaign
      *  not applied already.
      *****************************************************************
       001-OFILE.
           IF IS-APPLY
              PERFORM 020-OPERCHK THRU 020-EXIT
              PERFORM 030-GUARD THRU 030-EXIT
              OPEN I-O SALARIES
           ELSE
              OPEN INPUT SALARIES
           END-IF.
           IF WS-FS-SAL NOT = '00'
              DISPLAY 'ERROR : OPEN SALARIES FAILED - FILE '
                      'STATUS ' WS-FS-SAL
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF IS-APPLY
              OPEN EXTEND SALAUDIT
              IF WS-FS-AUDIT NOT = '00'
                 OPEN OUTPUT SALAUDIT
              END-IF
              OPEN OUTPUT CAMPREV
              MOVE SPACES        TO STRUCT-CAMPREV
              MOVE 'H'           TO RB-TYPE
              MOVE WS-CAMP-ID    TO RB-CAMP
              MOVE 0             TO RB-SALARY RB-OLD RB-NEW
              MOVE 'A'           TO RB-ETAT
              MOVE WS-CAMP-OPER  TO RB-OPER
              WRITE STRUCT-CAMPREV
              MOVE 'APPLY'       TO WS-RPT-H-MODE
           ELSE
              MOVE 'PREVIEW'     TO WS-RPT-H-MODE
           END-IF.
           OPEN OUTPUT FILERPT113.
           MOVE WS-CAMP-ID    TO WS-RPT-H-ID.
           MOVE WS-CAMP-DTEFF TO WS-RPT-H-DTEFF.
           WRITE FILERPT113-ENREG FROM WS-RPT-HDR.
           WRITE FILERPT113-ENREG FROM WS-RPT-HDR2.
           ADD 2 TO WS-RPT-LINES.
           DIVIDE WS-CAMP-DTEFF BY 10000 GIVING WS-EF-AAAA
                  REMAINDER WS-EF-MMJJ.
       001-EXIT.
           EXIT.
      *****************************************************************
      *  This routine validates the campaign's operator against
      *  OPERMSTR : unknown, blank or below the required authority
      *  level refuses the apply run (an absent OPERMSTR keeps the
      *  unguarded behaviour with a warning, as in PGM032)
      *****************************************************************
       020-OPERCHK.
           OPEN INPUT OPERMSTR.
           IF WS-FS-OPER = '00'
              MOVE 'Y' TO WS-OPER-AVAIL-SW
           ELSE
              DISPLAY 'WARNING : OPERMSTR NOT AVAILABLE - OPERATOR '
                      'AUTHORITY NOT ENFORCED'
              GO TO 020-EXIT
           END-IF.
           IF WS-CAMP-OPER = SPACES
              DISPLAY 'ERROR : CAMPAIGN HAS NO OPERATOR - RUN '
                      'REFUSED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-CAMP-OPER TO OP-ID.
           READ OPERMSTR
              INVALID KEY
                 DISPLAY 'ERROR : OPERATOR UNKNOWN - ' WS-CAMP-OPER
                         ' - RUN REFUSED'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-READ.
           IF OP-LEVEL < WS-MIN-LEVEL
              DISPLAY 'ERROR : OPERATOR ' WS-CAMP-OPER
                      ' BELOW AUTHORITY LEVEL ' WS-MIN-LEVEL
                      ' - RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE OPERMSTR.
       020-EXIT.
           EXIT.
      *****************************************************************
      *  This routine refuses to apply a campaign twice : CAMPREV
      *  still holding this campaign, applied and not backed out,
      *  means its raises are already on SALARIES. Another campaign
      *  applied and not backed out refuses the run too - CAMPREV
      *  holds its only back-out data and is archived first
      *****************************************************************
       030-GUARD.
           OPEN INPUT CAMPREV.
           IF WS-FS-REV NOT = '00'
              GO TO 030-EXIT
           END-IF.
           READ CAMPREV
              AT END
                 MOVE SPACES TO STRUCT-CAMPREV
           END-READ.
           CLOSE CAMPREV.
           IF RB-TYPE = 'H' AND RB-CAMP = WS-CAMP-ID AND RB-APPLIED
              DISPLAY 'ERROR : CAMPAIGN ' WS-CAMP-ID
                      ' ALREADY APPLIED - RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF RB-TYPE = 'H' AND RB-APPLIED
              DISPLAY 'ERROR : CAMPREV HOLDS CAMPAIGN ' RB-CAMP
                      ' APPLIED, NOT BACKED OUT - ARCHIVE CAMPREV '
                      'BEFORE APPLYING ' WS-CAMP-ID ' - RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
       030-EXIT.
           EXIT.
      *****************************************************************
      *  This routine reads SALARIES by key and revises every
      *  employee still in the company
      *****************************************************************
       100-REVISE.
           PERFORM UNTIL SAL-END
              READ SALARIES NEXT
                 NOT AT END
                    ADD 1 TO WS-CNT-READ
                    PERFORM 110-ONESAL THRU 110-EXIT
              END-READ
           END-PERFORM.
           PERFORM VARYING WS-IX FROM 1 BY 1
                     UNTIL WS-IX > WS-IND-COUNT
              IF WS-IN-USED (WS-IX) = 'N'
                 DISPLAY 'WARNING : OVERRIDE FOR '
                         WS-IN-SALARY (WS-IX)
                         ' MATCHED NO EMPLOYEE IN THE COMPANY'
                 ADD 1 TO WS-CNT-INDLEFT
              END-IF
           END-PERFORM.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine revises one employee : the override when one
      *  is filed, the first matching rule held between the floor
      *  and the cap otherwise; prints the line and, in apply mode,
      *  rewrites the base
      *****************************************************************
       110-ONESAL.
           IF FD-STATUT = 'T'
              ADD 1 TO WS-CNT-LEAVER
              GO TO 110-EXIT
           END-IF.
           IF FD-BASE NOT NUMERIC
              MOVE 0 TO FD-BASE
           END-IF.
           PERFORM 120-SENIOR THRU 120-EXIT.
           MOVE 0      TO WS-RAISE.
           MOVE '-'    TO WS-SOURCE.
           MOVE 'N'    TO WS-FOUND-SW.
           PERFORM VARYING WS-IX FROM 1 BY 1
                     UNTIL WS-IX > WS-IND-COUNT OR FOUND
              IF WS-IN-SALARY (WS-IX) = FD-SALARY
                 MOVE 'Y' TO WS-FOUND-SW
                 MOVE 'Y' TO WS-IN-USED (WS-IX)
                 MOVE WS-IN-AMT (WS-IX) TO WS-RAISE
                 MOVE 'IND' TO WS-SOURCE
              END-IF
           END-PERFORM.
           IF NOT FOUND
              PERFORM 130-RULE THRU 130-EXIT
           END-IF.
           COMPUTE WS-NEW-BASE = FD-BASE + WS-RAISE.
           IF WS-NEW-BASE > 9999999.99
              DISPLAY 'WARNING : NEW BASE OF ' FD-SALARY
                      ' OVERFLOWS - NOT REVISED'
              MOVE 0       TO WS-RAISE
              MOVE FD-BASE TO WS-NEW-BASE
              MOVE 'OVF'   TO WS-SOURCE
           END-IF.
           IF WS-RAISE > 0
              ADD 1 TO WS-CNT-RAISED
           ELSE
              ADD 1 TO WS-CNT-NONE
           END-IF.
           ADD FD-BASE  TO WS-TOT-OLD.
           ADD WS-RAISE TO WS-TOT-RAISE.
           IF FD-DEPT NUMERIC AND FD-DEPT >= 1 AND FD-DEPT <= 99
              ADD 1        TO WS-DP-CNT   (FD-DEPT)
              ADD FD-BASE  TO WS-DP-OLD   (FD-DEPT)
              ADD WS-RAISE TO WS-DP-RAISE (FD-DEPT)
           END-IF.
           MOVE FD-SALARY   TO WS-RPT-D-SAL.
           MOVE FD-DEPT     TO WS-RPT-D-DEPT.
           MOVE FD-NOTE     TO WS-RPT-D-NOTE.
           MOVE WS-SENIOR   TO WS-RPT-D-ANC.
           MOVE FD-BASE     TO WS-RPT-D-OLD.
           MOVE WS-NEW-BASE TO WS-RPT-D-NEW.
           MOVE WS-RAISE    TO WS-RPT-D-RAISE.
           MOVE WS-SOURCE   TO WS-RPT-D-SRC.
           WRITE FILERPT113-ENREG FROM WS-RPT-DETAIL.
           ADD 1 TO WS-RPT-LINES.
           IF IS-APPLY AND WS-RAISE > 0
              PERFORM 140-APPLY
           END-IF.
       110-EXIT.
           EXIT.
      *****************************************************************
      *  This routine derives the seniority at the effective date
      *  from FD-HIREDATE (whole years), the stored FD-SENIORITY for
      *  a record with no hire date
      *****************************************************************
       120-SENIOR.
           IF FD-HIREDATE NOT NUMERIC OR FD-HIREDATE = 0
              MOVE FD-SENIORITY TO WS-SENIOR
              GO TO 120-EXIT
           END-IF.
           DIVIDE FD-HIREDATE BY 10000 GIVING WS-HIRE-AAAA
                  REMAINDER WS-HIRE-MMJJ.
           COMPUTE WS-SENIOR = WS-EF-AAAA - WS-HIRE-AAAA.
           IF WS-EF-MMJJ < WS-HIRE-MMJJ
              SUBTRACT 1 FROM WS-SENIOR
           END-IF.
           IF WS-SENIOR < 0
              MOVE 0 TO WS-SENIOR
           END-IF.
       120-EXIT.
           EXIT.
      *****************************************************************
      *  This routine finds the first rule matching the employee's
      *  department, note and seniority and holds its raise between
      *  the campaign's floor and cap
      *****************************************************************
       130-RULE.
           PERFORM VARYING WS-UX FROM 1 BY 1
                     UNTIL WS-UX > WS-RULE-COUNT OR FOUND
              IF (WS-RU-DEPT (WS-UX) = 0
                  OR WS-RU-DEPT (WS-UX) = FD-DEPT)
                 AND (WS-RU-NOTE (WS-UX) = SPACE
                  OR WS-RU-NOTE (WS-UX) = FD-NOTE)
                 AND WS-SENIOR >= WS-RU-SENMIN (WS-UX)
                 AND WS-SENIOR <= WS-RU-SENMAX (WS-UX)
                 MOVE 'Y' TO WS-FOUND-SW
                 COMPUTE WS-RAISE ROUNDED =
                         FD-BASE * WS-RU-TAUX (WS-UX)
                 MOVE 'R'   TO WS-SOURCE
                 MOVE WS-UX TO WS-SOURCE (2:3)
              END-IF
           END-PERFORM.
           IF NOT FOUND
              GO TO 130-EXIT
           END-IF.
           IF WS-RAISE < WS-CAMP-FLOOR
              MOVE WS-CAMP-FLOOR TO WS-RAISE
           END-IF.
           IF WS-CAMP-CAP > 0 AND WS-RAISE > WS-CAMP-CAP
              MOVE WS-CAMP-CAP TO WS-RAISE
           END-IF.
       130-EXIT.
           EXIT.
      *****************************************************************
      *  This routine rewrites one employee's base : CAMPREV keeps
      *  the old and new base for the back-out, the images go to
      *  SALAUDIT and PGM067
      *****************************************************************
       140-APPLY.
           MOVE SALARY TO WS-IMG-AVANT.
           MOVE SPACES     TO STRUCT-CAMPREV.
           MOVE 'D'        TO RB-TYPE.
           MOVE WS-CAMP-ID TO RB-CAMP.
           MOVE FD-SALARY  TO RB-SALARY.
           MOVE FD-BASE    TO RB-OLD.
           MOVE WS-NEW-BASE TO RB-NEW.
           WRITE STRUCT-CAMPREV.
           MOVE WS-NEW-BASE TO FD-BASE.
           REWRITE SALARY.
           IF WS-FS-SAL NOT = '00'
              DISPLAY 'ERROR : REWRITE SALARIES ' FD-SALARY
                      ' - FILE STATUS ' WS-FS-SAL
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE SALARY TO WS-IMG-APRES
              MOVE 'R' TO WS-AUDIT-ACT
              PERFORM 150-AUDIT
              ADD 1 TO WS-CNT-APPLIED
           END-IF.
      *****************************************************************
      *  This routine appends the before/after images to SALAUDIT
      *  under the campaign's operator and journals them
      *****************************************************************
       150-AUDIT.
           MOVE SPACES       TO STRUCT-SALAUDIT.
           MOVE WS-AUDIT-ACT TO AU-ACTION.
           MOVE FD-SALARY    TO AU-SALARY.
           MOVE WS-IMG-AVANT TO AU-AVANT.
           MOVE WS-IMG-APRES TO AU-APRES.
           MOVE WS-CAMP-OPER TO AU-OPER.
           WRITE STRUCT-SALAUDIT.
           CALL WS-CALL-IMG USING WS-IMG-PGM, WS-IMG-FILE,
                WS-IMG-AVANT, WS-IMG-APRES.
      *****************************************************************
      *  This routine prints the cost of the campaign per department
      *  against its budget, then the whole campaign against the
      *  department-00 budget (the departments' budgets added up
      *  when none was filed)
      *****************************************************************
       300-DEPTSUM.
           MOVE SPACES TO FILERPT113-ENREG.
           WRITE FILERPT113-ENREG.
           WRITE FILERPT113-ENREG FROM WS-RPT-SUMHDR.
           ADD 2 TO WS-RPT-LINES.
           PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 99
              IF WS-DP-CNT (WS-DX) > 0 OR WS-DP-BUD-SW (WS-DX) = 'Y'
                 PERFORM 310-ONEDEPT
              END-IF
           END-PERFORM.
           MOVE SPACES        TO WS-RPT-SUM.
           MOVE 'TOT '        TO WS-RPT-S-DEPT.
           COMPUTE WS-RPT-S-CNT = WS-CNT-RAISED + WS-CNT-NONE.
           MOVE WS-TOT-OLD    TO WS-RPT-S-OLD.
           MOVE WS-TOT-RAISE  TO WS-RPT-S-RAISE.
           IF NOT BUD-TOTAL-SET
              PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 99
                 IF WS-DP-BUD-SW (WS-DX) = 'Y'
                    ADD WS-DP-BUDGET (WS-DX) TO WS-BUD-TOTAL
                    MOVE 'Y' TO WS-BUD-TOTAL-SW
                 END-IF
              END-PERFORM
           END-IF.
           IF BUD-TOTAL-SET
              MOVE WS-BUD-TOTAL TO WS-RPT-S-BUDGET
              COMPUTE WS-VARIANCE = WS-BUD-TOTAL - WS-TOT-RAISE
              MOVE WS-VARIANCE  TO WS-RPT-S-VAR
              IF WS-VARIANCE < 0
                 MOVE 'OVER' TO WS-RPT-S-FLAG
                 ADD 1 TO WS-CNT-OVER
              END-IF
           ELSE
              MOVE '    NO BUDGET' TO WS-RPT-S-NOBUD
           END-IF.
           WRITE FILERPT113-ENREG FROM WS-RPT-SUM.
           ADD 1 TO WS-RPT-LINES.
       300-EXIT.
           EXIT.
      *****************************************************************
      *  This routine prints one department's cost line
      *****************************************************************
       310-ONEDEPT.
           MOVE SPACES              TO WS-RPT-SUM.
           MOVE WS-DX               TO WS-RPT-S-DEPT.
           MOVE WS-DP-CNT (WS-DX)   TO WS-RPT-S-CNT.
           MOVE WS-DP-OLD (WS-DX)   TO WS-RPT-S-OLD.
           MOVE WS-DP-RAISE (WS-DX) TO WS-RPT-S-RAISE.
           IF WS-DP-BUD-SW (WS-DX) = 'Y'
              MOVE WS-DP-BUDGET (WS-DX) TO WS-RPT-S-BUDGET
              COMPUTE WS-VARIANCE =
                      WS-DP-BUDGET (WS-DX) - WS-DP-RAISE (WS-DX)
              MOVE WS-VARIANCE TO WS-RPT-S-VAR
              IF WS-VARIANCE < 0
                 MOVE 'OVER' TO WS-RPT-S-FLAG
                 ADD 1 TO WS-CNT-OVER
              END-IF
           ELSE
              MOVE '    NO BUDGET' TO WS-RPT-S-NOBUD
           END-IF.
           WRITE FILERPT113-ENREG FROM WS-RPT-SUM.
           ADD 1 TO WS-RPT-LINES.
      *****************************************************************
      *  This routine backs the campaign out : every CAMPREV
      *  employee whose base is still the campaign's new figure
      *  gets the old one back, journaled and audited; the header
      *  is then marked backed out so the campaign can be applied
      *  again once corrected - unless a base could not be
      *  rewritten, the back-out then to be run again
      *****************************************************************
       400-BACKOUT.
           OPEN INPUT CAMPREV.
           IF WS-FS-REV NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT CAMPREV FAILED - FILE '
                      'STATUS ' WS-FS-REV
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ CAMPREV
              AT END
                 MOVE SPACES TO STRUCT-CAMPREV
           END-READ.
           IF RB-TYPE NOT = 'H' OR NOT RB-APPLIED
              DISPLAY 'ERROR : CAMPREV HOLDS NO APPLIED CAMPAIGN - '
                      'NOTHING BACKED OUT'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE RB-CAMP TO WS-CAMP-ID.
           MOVE RB-OPER TO WS-CAMP-OPER.
           OPEN I-O SALARIES.
           IF WS-FS-SAL NOT = '00'
              DISPLAY 'ERROR : OPEN I-O SALARIES FAILED - FILE '
                      'STATUS ' WS-FS-SAL
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN EXTEND SALAUDIT.
           IF WS-FS-AUDIT NOT = '00'
              OPEN OUTPUT SALAUDIT
           END-IF.
           PERFORM UNTIL REV-END
              READ CAMPREV
                 NOT AT END
                    IF RB-TYPE = 'D'
                       PERFORM 410-ONEREV
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CAMPREV.
           CLOSE SALARIES.
           CLOSE SALAUDIT.
           IF WS-CNT-REVERR > 0
              DISPLAY 'ERROR : ' WS-CNT-REVERR ' BASE(S) NOT '
                      'RESTORED - CAMPAIGN ' WS-CAMP-ID
                      ' LEFT APPLIED ON CAMPREV'
              MOVE 8 TO RETURN-CODE
              GO TO 400-EXIT
           END-IF.
           OPEN I-O CAMPREV.
           READ CAMPREV.
           MOVE 'B' TO RB-ETAT.
           REWRITE STRUCT-CAMPREV.
           CLOSE CAMPREV.
       400-EXIT.
           EXIT.
      *****************************************************************
      *  This routine restores one employee's old base
      *****************************************************************
       410-ONEREV.
           MOVE RB-SALARY TO FD-SALARY.
           READ SALARIES
              INVALID KEY
                 DISPLAY 'WARNING : EMPLOYEE ' RB-SALARY
                         ' NOT FOUND FOR BACK-OUT'
                 ADD 1 TO WS-CNT-SKIP
              NOT INVALID KEY
                 IF FD-BASE NOT = RB-NEW
                    DISPLAY 'WARNING : EMPLOYEE ' RB-SALARY
                            ' BASE CHANGED SINCE THE CAMPAIGN - '
                            'LEFT AS IT IS'
                    ADD 1 TO WS-CNT-SKIP
                 ELSE
                    MOVE SALARY TO WS-IMG-AVANT
                    MOVE RB-OLD TO FD-BASE
                    REWRITE SALARY
                    IF WS-FS-SAL NOT = '00'
                       DISPLAY 'ERROR : REWRITE SALARIES ' FD-SALARY
                               ' - FILE STATUS ' WS-FS-SAL
                       ADD 1 TO WS-CNT-REVERR
                    ELSE
                       MOVE SALARY TO WS-IMG-APRES
                       MOVE 'B' TO WS-AUDIT-ACT
                       PERFORM 150-AUDIT
                       ADD 1 TO WS-CNT-REST
                    END-IF
                 END-IF
           END-READ.
      *****************************************************************
      *  This routine displays the run counters
      *****************************************************************
       500-EXITP.
           DISPLAY "500-EXITP".
           DISPLAY '    CAMPAIGN           : ' WS-CAMP-ID
                   '  MODE ' PJ-MODE.
           IF IS-BACKOUT
              DISPLAY '    BASES RESTORED     : ' WS-CNT-REST
              DISPLAY '    LEFT AS THEY ARE   : ' WS-CNT-SKIP
              DISPLAY '    NOT REWRITTEN      : ' WS-CNT-REVERR
              IF WS-CNT-SKIP > 0 AND RETURN-CODE = 0
                 MOVE 4 TO RETURN-CODE
              END-IF
              GO TO 500-EXIT
           END-IF.
           DISPLAY '    EMPLOYEES READ     : ' WS-CNT-READ.
           DISPLAY '    LEAVERS SKIPPED    : ' WS-CNT-LEAVER.
           DISPLAY '    RAISED             : ' WS-CNT-RAISED.
           DISPLAY '    NOT RAISED         : ' WS-CNT-NONE.
           DISPLAY '    TOTAL INCREASE     : ' WS-TOT-RAISE.
           DISPLAY '    BASES REWRITTEN    : ' WS-CNT-APPLIED.
           DISPLAY '    OVERRIDES UNUSED   : ' WS-CNT-INDLEFT.
           DISPLAY '    OVER BUDGET        : ' WS-CNT-OVER.
           IF (WS-CNT-INDLEFT > 0 OR WS-CNT-OVER > 0)
              AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       500-EXIT.
           EXIT.
      *****************************************************************
      *  Those routines handle files Closing
      *****************************************************************
       999-CFILE.
           CLOSE SALARIES.
           IF IS-APPLY
              CLOSE SALAUDIT
              CLOSE CAMPREV
           END-IF.
           CLOSE FILERPT113.
           MOVE 'FILERPT113' TO WS-CAT-RPT.
           MOVE 0 TO WS-CAT-PAGES.
           MOVE WS-RPT-LINES TO WS-CAT-LINES.
           CALL WS-CALL-CAT USING WS-CAT-RPT, WS-CAT-PAGES,
                WS-CAT-LINES.
       999-EXIT.
           EXIT.
