      *****************************************************************
      * Program name:    PGM114
      *
      * Original author: DEFAY E.
      *
      * Purpose : Month-end headcount and staff turnover report. For
      *           the period PJ-PERIOD (AAAAMM) every employee on
      *           SALARIES is counted by department (FD-DEPT) as
      *           present at the opening of the month, hired in it
      *           (FD-HIREDATE), gone in it (FD-STATUT 'T' and
      *           FD-LEAVE) and present at its close. The LEAVERS
      *           file PGM011 writes at final pay catches a departure
      *           SALARIES does not show yet, or an employee no longer
      *           on it (counted under department 00). Departments
      *           roll up to their DEPTMSTR region and to the company.
      *           Each line gives the month's turnover (leavers over
      *           the average of opening and closing headcount), the
      *           average monthly rate of the 12 months before, the
      *           rolling 12-month turnover and the average seniority
      *           of the closing headcount; a department whose month
      *           turnover is over PJ-SEUIL percent is flagged. The
      *           month's figures are kept on HEADHIST (rewritten on
      *           a rerun), which the trend figures are read back
      *           from, and FILERPT114 ends on the company's last 13
      *           months.
      *
      * Using :
      *    - SALARIES as kept by PGM032, LEAVERS by PGM011
      *    - DEPTMSTR and REGMSTR by PGM009
      *    - PGM081 chain run date, PGM075 report catalog
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created : monthly headcount and turnover
      *                    by department and region, with history
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM114.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /    SALARIES (indexed employee master keyed on FD-SALARY)
           SELECT SALARIES
           ASSIGN to FILEIN
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is FD-SALARY
           FILE STATUS is WS-FS-SAL.
      /    LEAVERS (employees final-paid by PGM011 - optional)
           SELECT LEAVERS
           ASSIGN TO LEAVERS
           FILE STATUS is WS-FS-LEAVERS.
      /    DEPTMSTR (department master, carries DM-REGION)
           SELECT DEPTMSTR
           ASSIGN TO DEPTMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DM-DEPT
           FILE STATUS is WS-FS-DEPTMSTR.
      /    REGMSTR (region reference table : code and name)
           SELECT REGMSTR
           ASSIGN TO REGMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RM-REGION
           FILE STATUS is WS-FS-REGMSTR.
      /    HEADHIST (indexed month-end headcount history keyed on
      /    period, level D/R/T and department or region code)
           SELECT HEADHIST
           ASSIGN TO HEADHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HH-KEY
           FILE STATUS is WS-FS-HIST.
      /    FILERPT114 (headcount and turnover report)
           SELECT FILERPT114
           ASSIGN TO FILERPT114.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
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
       FD LEAVERS.
       01  STRUCT-LEAVERS.
           02 LV-SALARY       PIC 9(07).
           02 FILLER          PIC X(01).
           02 LV-LEAVE        PIC 9(08).
           02 FILLER          PIC X(01).
           02 LV-NET          PIC S9(09)V99.
           02 FILLER          PIC X(51).
       FD DEPTMSTR.
       01  STRUCT-DEPTMSTR.
           02 DM-DEPT    PIC 9(02).
           02 FILLER     PIC X(01).
           02 DM-NOM     PIC X(25).
           02 FILLER     PIC X(01).
           02 DM-REGION  PIC 9(02).
           02 FILLER     PIC X(49).
       FD REGMSTR.
       01  STRUCT-REGMSTR.
           02 RM-REGION  PIC 9(02).
           02 FILLER     PIC X(01).
           02 RM-NOM     PIC X(25).
           02 FILLER     PIC X(52).
       FD HEADHIST
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-HEADHIST.
           02 HH-KEY.
              03 HH-PERIOD    PIC 9(06).
              03 HH-NIVEAU    PIC X(01).
              03 HH-CODE      PIC 9(02).
           02 FILLER          PIC X(01).
           02 HH-OUVERT       PIC 9(05).
           02 FILLER          PIC X(01).
           02 HH-ENTREES      PIC 9(05).
           02 FILLER          PIC X(01).
           02 HH-SORTIES      PIC 9(05).
           02 FILLER          PIC X(01).
           02 HH-FERMET       PIC 9(05).
           02 FILLER          PIC X(01).
           02 HH-ANCMOIS      PIC 9(09).
           02 FILLER          PIC X(01).
           02 HH-RUNDATE      PIC 9(08).
           02 FILLER          PIC X(27).
       FD FILERPT114
           RECORD CONTAINS 80 CHARACTERS.
       01  FILERPT114-ENREG   PIC X(80).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-SAL      PIC X(02).
           88 SAL-END     VALUE '10'.
       01 WS-FS-LEAVERS  PIC X(02).
           88 LEAVERS-END VALUE '10'.
       01 WS-FS-DEPTMSTR PIC X(02).
           88 DEPTMSTR-END VALUE '10'.
       01 WS-FS-REGMSTR  PIC X(02).
           88 REGMSTR-END VALUE '10'.
       01 WS-FS-HIST     PIC X(02).
       01 WS-FOUND-SW    PIC X(01).
           88 FOUND       VALUE 'Y'.
      / Run counters
       01 WS-CNT-READ    PIC 9(07) VALUE 0.
       01 WS-CNT-LVREAD  PIC 9(07) VALUE 0.
       01 WS-CNT-LVGONE  PIC 9(07) VALUE 0.
       01 WS-CNT-LVSTAT  PIC 9(07) VALUE 0.
       01 WS-CNT-NOFINAL PIC 9(07) VALUE 0.
       01 WS-CNT-NODATE  PIC 9(07) VALUE 0.
       01 WS-CNT-HIGH    PIC 9(05) VALUE 0.
       01 WS-CNT-HIST    PIC 9(05) VALUE 0.
       01 WS-CNT-ERROR   PIC 9(05) VALUE 0.
      / Month bounds and one employee's dates
       01 WS-DEBUT       PIC 9(08).
       01 WS-FIN         PIC 9(08).
       01 WS-PER-AAAA    PIC 9(04).
       01 WS-PER-MM      PIC 9(02).
       01 WS-HIRE        PIC 9(08).
       01 WS-HIRE-AAAA   PIC 9(04).
       01 WS-HIRE-MMJJ   PIC 9(04).
       01 WS-HIRE-MM     PIC 9(02).
       01 WS-HIRE-JJ     PIC 9(02).
       01 WS-LEAVE       PIC 9(08).
       01 WS-DEPT        PIC 9(02).
       01 WS-DX          PIC 9(03).
       01 WS-RX          PIC 9(03).
       01 WS-IX          PIC 9(05).
       01 WS-NX          PIC 9(02).
       01 WS-ANC         PIC S9(05).
      / Leavers of the month from LEAVERS
       01 WS-LV-MAX      PIC 9(05) VALUE 2000.
       01 WS-LV-COUNT    PIC 9(05) VALUE 0.
       01 WS-LV-TABLE.
           05 WS-LV-ENTRY OCCURS 2000.
              10 WS-LV-SAL    PIC 9(07).
              10 WS-LV-DATE   PIC 9(08).
              10 WS-LV-USED   PIC X(01).
      / Department table, entry = department + 1
       01 WS-DEPT-TABLE.
           05 WS-DT-ENTRY OCCURS 100.
              10 WS-DT-REGION PIC 9(02).
              10 WS-DT-NOM    PIC X(12).
              10 WS-DT-OUV    PIC 9(05).
              10 WS-DT-ENT    PIC 9(05).
              10 WS-DT-SOR    PIC 9(05).
              10 WS-DT-FER    PIC 9(05).
              10 WS-DT-ANC    PIC 9(09).
      / Region table, entry = region + 1
       01 WS-REG-TABLE.
           05 WS-RG-ENTRY OCCURS 100.
              10 WS-RG-NOM    PIC X(12).
              10 WS-RG-OUV    PIC 9(05).
              10 WS-RG-ENT    PIC 9(05).
              10 WS-RG-SOR    PIC 9(05).
              10 WS-RG-FER    PIC 9(05).
              10 WS-RG-ANC    PIC 9(09).
      / Company total
       01 WS-TT-OUV      PIC 9(05) VALUE 0.
       01 WS-TT-ENT      PIC 9(05) VALUE 0.
       01 WS-TT-SOR      PIC 9(05) VALUE 0.
       01 WS-TT-FER      PIC 9(05) VALUE 0.
       01 WS-TT-ANC      PIC 9(09) VALUE 0.
      / One report line : figures, history and rates
       01 WS-ROW-NIVEAU  PIC X(01).
       01 WS-ROW-CODE    PIC 9(02).
       01 WS-ROW-REG     PIC 9(02).
       01 WS-ROW-NOM     PIC X(12).
       01 WS-ROW-OUV     PIC 9(05).
       01 WS-ROW-ENT     PIC 9(05).
       01 WS-ROW-SOR     PIC 9(05).
       01 WS-ROW-FER     PIC 9(05).
       01 WS-ROW-ANC     PIC 9(09).
       01 WS-ROW-EFF     PIC 9(05)V9.
       01 WS-ROW-TXM     PIC 9(03)V99.
       01 WS-ROW-MOY     PIC 9(03)V99.
       01 WS-ROW-TX12    PIC 9(03)V99.
       01 WS-ROW-ANCMOY  PIC 9(02)V9.
       01 WS-R12-SOR     PIC 9(07).
       01 WS-R12-EFF     PIC 9(07)V9.
       01 WS-R12-NB      PIC 9(02).
       01 WS-P12-TX      PIC 9(05)V99.
       01 WS-P12-NB      PIC 9(02).
       01 WS-HP          PIC 9(06).
       01 WS-HP-AAAA     PIC 9(04).
       01 WS-HP-MM       PIC 9(02).
       01 WS-HH-EFF      PIC 9(05)V9.
      / FILERPT114 lines
       01 WS-RPT-LINES   PIC 9(07) VALUE 0.
       01 WS-RPT-HDR.
           05 FILLER          PIC X(42) VALUE
              'PGM114 HEADCOUNT AND TURNOVER - PERIOD    '.
           05 WS-RPT-H-PER    PIC 9(06).
           05 FILLER          PIC X(14) VALUE
              '  THRESHOLD : '.
           05 WS-RPT-H-SEUIL  PIC Z9.99.
           05 FILLER          PIC X(13) VALUE ' %'.
       01 WS-RPT-HDR2.
           05 FILLER          PIC X(19) VALUE 'RG DP DEPARTEMENT  '.
           05 FILLER          PIC X(24) VALUE
              'OUVER ENTRE SORTI FERME '.
           05 FILLER          PIC X(21) VALUE
              'ROTMOI MOY12M ROT12M '.
           05 FILLER          PIC X(16) VALUE 'ANC. FLAG'.
       01 WS-RPT-DETAIL.
           05 WS-RPT-D-REG    PIC 9(02).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-D-DEPT   PIC X(02).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-D-NOM    PIC X(12).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-D-OUV    PIC ZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-D-ENT    PIC ZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-D-SOR    PIC ZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-D-FER    PIC ZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-D-TXM    PIC ZZ9.99.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-D-MOY    PIC ZZ9.99.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-D-TX12   PIC ZZ9.99.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-D-ANC    PIC Z9.9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-D-FLAG   PIC X(04).
           05 FILLER          PIC X(07) VALUE SPACES.
       01 WS-RPT-TRHDR.
           05 FILLER          PIC X(34) VALUE
              'COMPANY TREND  PERIOD OUVER ENTRE '.
           05 FILLER          PIC X(46) VALUE
              'SORTI FERME ROTMOI'.
       01 WS-RPT-TREND.
           05 FILLER          PIC X(15) VALUE SPACES.
           05 WS-RPT-T-PER    PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-T-OUV    PIC ZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-T-ENT    PIC ZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-T-SOR    PIC ZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-T-FER    PIC ZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RPT-T-TXM    PIC ZZ9.99.
           05 FILLER          PIC X(28) VALUE SPACES.
       01 WS-RPT-NOTREND.
           05 FILLER          PIC X(15) VALUE SPACES.
           05 WS-RPT-N-PER    PIC 9(06).
           05 FILLER          PIC X(59) VALUE '  NO FIGURES ON FILE'.
      / PGM081 chain run-date subprogram
       01 WS-CALL-DATE   PIC X(08) VALUE "PGM081  ".
      / PGM075 report-catalog interface
       01 WS-CALL-CAT    PIC X(08) VALUE "PGM075  ".
       01 WS-CAT-RPT     PIC X(12).
       01 WS-CAT-PAGES   PIC 9(05).
       01 WS-CAT-LINES   PIC 9(07).
      / Parameter from JCL run
       01 PJ-RUNDATE     PIC 9(08).
       01 PJ-PERIOD      PIC 9(06).
       01 PJ-SEUIL       PIC 9(02)V99.
       01 PJ-SEUIL-DEF   PIC 9(02)V99 VALUE 3.00.
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           PERFORM 010-LOADREF THRU 010-EXIT.
           PERFORM 001-OFILE THRU 001-EXIT.
           PERFORM 020-LOADLEAV THRU 020-EXIT.
           PERFORM 100-COUNT THRU 100-EXIT.
           PERFORM 200-REPORT THRU 200-EXIT.
           PERFORM 300-TREND THRU 300-EXIT.
           PERFORM 500-EXITP THRU 500-EXIT.
           PERFORM 999-CFILE THRU 999-EXIT.
           STOP RUN.
      *****************************************************************
      *  This routine handle parameters : the period defaults to the
      *  run date's month, the turnover threshold to PJ-SEUIL-DEF
      *****************************************************************
       000-PARMS.
           ACCEPT PJ-RUNDATE.
           IF PJ-RUNDATE = SPACE OR LOW-VALUE THEN
              CALL WS-CALL-DATE USING PJ-RUNDATE
           END-IF.
           ACCEPT PJ-PERIOD.
           IF PJ-PERIOD = SPACE OR LOW-VALUE OR PJ-PERIOD = 0
              COMPUTE PJ-PERIOD = PJ-RUNDATE / 100
           END-IF.
           ACCEPT PJ-SEUIL.
           IF PJ-SEUIL = SPACE OR LOW-VALUE OR PJ-SEUIL NOT NUMERIC
              OR PJ-SEUIL = 0
              MOVE PJ-SEUIL-DEF TO PJ-SEUIL
           END-IF.
           DIVIDE PJ-PERIOD BY 100 GIVING WS-PER-AAAA
                  REMAINDER WS-PER-MM.
           IF WS-PER-MM < 1 OR WS-PER-MM > 12
              DISPLAY 'ERROR : PERIOD ' PJ-PERIOD ' IS NOT AAAAMM'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           COMPUTE WS-DEBUT = PJ-PERIOD * 100 + 1.
           COMPUTE WS-FIN   = PJ-PERIOD * 100 + 31.
       000-EXIT.
           EXIT.
      *****************************************************************
      *  This routine handle files opening
      *****************************************************************
       001-OFILE.
           OPEN INPUT SALARIES.
           IF WS-FS-SAL NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT SALARIES FAILED - FILE '
                      'STATUS ' WS-FS-SAL
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN I-O HEADHIST.
           IF WS-FS-HIST NOT = '00'
              OPEN OUTPUT HEADHIST
              CLOSE HEADHIST
              OPEN I-O HEADHIST
           END-IF.
           OPEN OUTPUT FILERPT114.
           MOVE PJ-PERIOD TO WS-RPT-H-PER.
           MOVE PJ-SEUIL  TO WS-RPT-H-SEUIL.
           WRITE FILERPT114-ENREG FROM WS-RPT-HDR.
           WRITE FILERPT114-ENREG FROM WS-RPT-HDR2.
           ADD 2 TO WS-RPT-LINES.
       001-EXIT.
           EXIT.
      *****************************************************************
      *  This routine clears the accumulators and loads each
      *  department's region and name, then the region names
      *****************************************************************
       010-LOADREF.
           INITIALIZE WS-DEPT-TABLE.
           INITIALIZE WS-REG-TABLE.
           OPEN INPUT DEPTMSTR.
           IF WS-FS-DEPTMSTR = '00'
              PERFORM UNTIL DEPTMSTR-END
                 READ DEPTMSTR NEXT
                    NOT AT END
                       IF DM-DEPT >= 1 AND DM-DEPT <= 99
                          COMPUTE WS-DX = DM-DEPT + 1
                          MOVE DM-REGION TO WS-DT-REGION (WS-DX)
                          MOVE DM-NOM    TO WS-DT-NOM (WS-DX)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DEPTMSTR
           ELSE
              DISPLAY 'WARNING : DEPTMSTR NOT AVAILABLE - ALL '
                      'DEPARTMENTS UNDER REGION 00'
           END-IF.
           MOVE 'SANS DEPT'   TO WS-DT-NOM (1).
           OPEN INPUT REGMSTR.
           IF WS-FS-REGMSTR = '00'
              PERFORM UNTIL REGMSTR-END
                 READ REGMSTR NEXT
                    NOT AT END
                       IF RM-REGION >= 1 AND RM-REGION <= 99
                          COMPUTE WS-RX = RM-REGION + 1
                          MOVE RM-NOM TO WS-RG-NOM (WS-RX)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REGMSTR
           END-IF.
           MOVE 'SANS REGION' TO WS-RG-NOM (1).
       010-EXIT.
           EXIT.
      *****************************************************************
      *  This routine keeps the LEAVERS departures dated in the month;
      *  without LEAVERS only SALARIES tells who left
      *****************************************************************
       020-LOADLEAV.
           OPEN INPUT LEAVERS.
           IF WS-FS-LEAVERS NOT = '00'
              DISPLAY 'WARNING : LEAVERS NOT AVAILABLE - DEPARTURES '
                      'FROM SALARIES ONLY'
              GO TO 020-EXIT
           END-IF.
           PERFORM UNTIL LEAVERS-END
              READ LEAVERS
                 NOT AT END
                    ADD 1 TO WS-CNT-LVREAD
                    IF LV-LEAVE >= WS-DEBUT AND LV-LEAVE <= WS-FIN
                       IF WS-LV-COUNT < WS-LV-MAX
                          ADD 1 TO WS-LV-COUNT
                          MOVE LV-SALARY TO WS-LV-SAL (WS-LV-COUNT)
                          MOVE LV-LEAVE  TO WS-LV-DATE (WS-LV-COUNT)
                          MOVE 'N'       TO WS-LV-USED (WS-LV-COUNT)
                       ELSE
                          DISPLAY 'WARNING : LEAVERS TABLE FULL - '
                                  LV-SALARY ' IGNORED'
                          ADD 1 TO WS-CNT-ERROR
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE LEAVERS.
       020-EXIT.
           EXIT.
      *****************************************************************
      *  This routine reads SALARIES by key and counts every employee,
      *  then the month's LEAVERS no longer on SALARIES
      *****************************************************************
       100-COUNT.
           PERFORM UNTIL SAL-END
              READ SALARIES NEXT
                 NOT AT END
                    ADD 1 TO WS-CNT-READ
                    PERFORM 110-ONEEMP THRU 110-EXIT
              END-READ
           END-PERFORM.
           PERFORM VARYING WS-IX FROM 1 BY 1
                     UNTIL WS-IX > WS-LV-COUNT
              IF WS-LV-USED (WS-IX) = 'N'
                 DISPLAY 'WARNING : LEAVER ' WS-LV-SAL (WS-IX)
                         ' NOT ON SALARIES - COUNTED UNDER DEPT 00'
                 ADD 1 TO WS-CNT-LVGONE
                 ADD 1 TO WS-DT-OUV (1)
                 ADD 1 TO WS-DT-SOR (1)
              END-IF
           END-PERFORM.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine places one employee : present at the opening
      *  when hired before the first of the month and not gone
      *  before it, present at the close when hired by the end of
      *  the month and not gone in it. An unknown hire date counts
      *  as hired long before. FD-LEAVE is the last day on the books.
      *****************************************************************
       110-ONEEMP.
           IF FD-DEPT NUMERIC AND FD-DEPT >= 1 AND FD-DEPT <= 99
              MOVE FD-DEPT TO WS-DEPT
           ELSE
              MOVE 0 TO WS-DEPT
           END-IF.
           COMPUTE WS-DX = WS-DEPT + 1.
           IF FD-HIREDATE NUMERIC
              MOVE FD-HIREDATE TO WS-HIRE
           ELSE
              MOVE 0 TO WS-HIRE
           END-IF.
           MOVE 0 TO WS-LEAVE.
           IF FD-STATUT = 'T' AND FD-LEAVE NUMERIC
              MOVE FD-LEAVE TO WS-LEAVE
           END-IF.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-IX FROM 1 BY 1
                     UNTIL WS-IX > WS-LV-COUNT OR FOUND
              IF WS-LV-SAL (WS-IX) = FD-SALARY
                 MOVE 'Y' TO WS-FOUND-SW
                 MOVE 'Y' TO WS-LV-USED (WS-IX)
                 IF WS-LEAVE = 0
                    MOVE WS-LV-DATE (WS-IX) TO WS-LEAVE
                    ADD 1 TO WS-CNT-LVSTAT
                    DISPLAY 'WARNING : SALARIE ' FD-SALARY
                            ' FINAL-PAID BUT NOT MARKED LEFT ON '
                            'SALARIES'
                 END-IF
              END-IF
           END-PERFORM.
           IF FD-STATUT = 'T' AND WS-LEAVE = 0
              ADD 1 TO WS-CNT-NODATE
              GO TO 110-EXIT
           END-IF.
           IF WS-LEAVE >= WS-DEBUT AND WS-LEAVE <= WS-FIN
              AND NOT FOUND AND WS-LV-COUNT > 0
              ADD 1 TO WS-CNT-NOFINAL
           END-IF.
           IF WS-HIRE < WS-DEBUT
              AND (WS-LEAVE = 0 OR WS-LEAVE >= WS-DEBUT)
              ADD 1 TO WS-DT-OUV (WS-DX)
           END-IF.
           IF WS-HIRE >= WS-DEBUT AND WS-HIRE <= WS-FIN
              ADD 1 TO WS-DT-ENT (WS-DX)
           END-IF.
           IF WS-LEAVE >= WS-DEBUT AND WS-LEAVE <= WS-FIN
              ADD 1 TO WS-DT-SOR (WS-DX)
           END-IF.
           IF WS-HIRE <= WS-FIN
              AND (WS-LEAVE = 0 OR WS-LEAVE > WS-FIN)
              ADD 1 TO WS-DT-FER (WS-DX)
              PERFORM 120-SENIOR THRU 120-EXIT
              ADD WS-ANC TO WS-DT-ANC (WS-DX)
           END-IF.
       110-EXIT.
           EXIT.
      *****************************************************************
      *  This routine gives the seniority in whole months at the end
      *  of the period, from FD-HIREDATE or else the FD-SENIORITY
      *  years
      *****************************************************************
       120-SENIOR.
           IF WS-HIRE = 0
              COMPUTE WS-ANC = FD-SENIORITY * 12
              GO TO 120-EXIT
           END-IF.
           DIVIDE WS-HIRE BY 10000 GIVING WS-HIRE-AAAA
                  REMAINDER WS-HIRE-MMJJ.
           DIVIDE WS-HIRE-MMJJ BY 100 GIVING WS-HIRE-MM
                  REMAINDER WS-HIRE-JJ.
           COMPUTE WS-ANC = (WS-PER-AAAA - WS-HIRE-AAAA) * 12
                          + WS-PER-MM - WS-HIRE-MM.
           IF WS-ANC < 0
              MOVE 0 TO WS-ANC
           END-IF.
       120-EXIT.
           EXIT.
      *****************************************************************
      *  This routine rolls the departments up to their region and
      *  prints region by region : each department, the region's
      *  subtotal, then the company total
      *****************************************************************
       200-REPORT.
           PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 100
              COMPUTE WS-RX = WS-DT-REGION (WS-DX) + 1
              ADD WS-DT-OUV (WS-DX) TO WS-RG-OUV (WS-RX) WS-TT-OUV
              ADD WS-DT-ENT (WS-DX) TO WS-RG-ENT (WS-RX) WS-TT-ENT
              ADD WS-DT-SOR (WS-DX) TO WS-RG-SOR (WS-RX) WS-TT-SOR
              ADD WS-DT-FER (WS-DX) TO WS-RG-FER (WS-RX) WS-TT-FER
              ADD WS-DT-ANC (WS-DX) TO WS-RG-ANC (WS-RX) WS-TT-ANC
           END-PERFORM.
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 100
              IF WS-RG-OUV (WS-RX) > 0 OR WS-RG-ENT (WS-RX) > 0
                 PERFORM 210-ONEREG THRU 210-EXIT
              END-IF
           END-PERFORM.
           MOVE 'T'             TO WS-ROW-NIVEAU.
           MOVE 0               TO WS-ROW-CODE WS-ROW-REG.
           MOVE 'TOTAL'         TO WS-ROW-NOM.
           MOVE WS-TT-OUV TO WS-ROW-OUV.
           MOVE WS-TT-ENT TO WS-ROW-ENT.
           MOVE WS-TT-SOR TO WS-ROW-SOR.
           MOVE WS-TT-FER TO WS-ROW-FER.
           MOVE WS-TT-ANC TO WS-ROW-ANC.
           PERFORM 400-ROWCALC THRU 400-EXIT.
       200-EXIT.
           EXIT.
      *****************************************************************
      *  This routine prints one region's departments and subtotal
      *****************************************************************
       210-ONEREG.
           COMPUTE WS-ROW-REG = WS-RX - 1.
           PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 100
              IF WS-DT-REGION (WS-DX) = WS-ROW-REG
                 AND (WS-DT-OUV (WS-DX) > 0 OR WS-DT-ENT (WS-DX) > 0)
                 MOVE 'D'                 TO WS-ROW-NIVEAU
                 COMPUTE WS-ROW-CODE = WS-DX - 1
                 MOVE WS-DT-NOM (WS-DX)   TO WS-ROW-NOM
                 MOVE WS-DT-OUV (WS-DX)   TO WS-ROW-OUV
                 MOVE WS-DT-ENT (WS-DX)   TO WS-ROW-ENT
                 MOVE WS-DT-SOR (WS-DX)   TO WS-ROW-SOR
                 MOVE WS-DT-FER (WS-DX)   TO WS-ROW-FER
                 MOVE WS-DT-ANC (WS-DX)   TO WS-ROW-ANC
                 PERFORM 400-ROWCALC THRU 400-EXIT
              END-IF
           END-PERFORM.
           MOVE 'R'                 TO WS-ROW-NIVEAU.
           MOVE WS-ROW-REG          TO WS-ROW-CODE.
           MOVE WS-RG-NOM (WS-RX)   TO WS-ROW-NOM.
           MOVE WS-RG-OUV (WS-RX)   TO WS-ROW-OUV.
           MOVE WS-RG-ENT (WS-RX)   TO WS-ROW-ENT.
           MOVE WS-RG-SOR (WS-RX)   TO WS-ROW-SOR.
           MOVE WS-RG-FER (WS-RX)   TO WS-ROW-FER.
           MOVE WS-RG-ANC (WS-RX)   TO WS-ROW-ANC.
           PERFORM 400-ROWCALC THRU 400-EXIT.
       210-EXIT.
           EXIT.
      *****************************************************************
      *  This routine prints the company's figures for the 12 months
      *  before the period and the period itself, from HEADHIST
      *****************************************************************
       300-TREND.
           MOVE SPACES TO FILERPT114-ENREG.
           WRITE FILERPT114-ENREG.
           WRITE FILERPT114-ENREG FROM WS-RPT-TRHDR.
           ADD 2 TO WS-RPT-LINES.
           MOVE WS-PER-AAAA TO WS-HP-AAAA.
           MOVE WS-PER-MM   TO WS-HP-MM.
           SUBTRACT 1 FROM WS-HP-AAAA.
           PERFORM 13 TIMES
              COMPUTE WS-HP = WS-HP-AAAA * 100 + WS-HP-MM
              MOVE WS-HP TO HH-PERIOD
              MOVE 'T'   TO HH-NIVEAU
              MOVE 0     TO HH-CODE
              READ HEADHIST
                 INVALID KEY
                    MOVE WS-HP TO WS-RPT-N-PER
                    WRITE FILERPT114-ENREG FROM WS-RPT-NOTREND
                    END-WRITE
                 NOT INVALID KEY
                    PERFORM 310-TRENDLINE THRU 310-EXIT
              END-READ
              ADD 1 TO WS-RPT-LINES
              ADD 1 TO WS-HP-MM
              IF WS-HP-MM > 12
                 MOVE 1 TO WS-HP-MM
                 ADD 1 TO WS-HP-AAAA
              END-IF
           END-PERFORM.
       300-EXIT.
           EXIT.
      *****************************************************************
      *  This routine prints one month of the company trend
      *****************************************************************
       310-TRENDLINE.
           MOVE HH-PERIOD  TO WS-RPT-T-PER.
           MOVE HH-OUVERT  TO WS-RPT-T-OUV.
           MOVE HH-ENTREES TO WS-RPT-T-ENT.
           MOVE HH-SORTIES TO WS-RPT-T-SOR.
           MOVE HH-FERMET  TO WS-RPT-T-FER.
           COMPUTE WS-HH-EFF = (HH-OUVERT + HH-FERMET) / 2.
           IF WS-HH-EFF > 0
              COMPUTE WS-RPT-T-TXM ROUNDED =
                      HH-SORTIES * 100 / WS-HH-EFF
           ELSE
              MOVE 0 TO WS-RPT-T-TXM
           END-IF.
           WRITE FILERPT114-ENREG FROM WS-RPT-TREND.
       310-EXIT.
           EXIT.
      *****************************************************************
      *  This routine completes one line : the month's turnover and
      *  average seniority, then from HEADHIST the average monthly
      *  rate of the 12 months before and the rolling 12-month
      *  turnover (the period and the 11 months before it, leavers
      *  over the average headcount of the months on file). The
      *  month's figures are then filed and the line printed.
      *****************************************************************
       400-ROWCALC.
           COMPUTE WS-ROW-EFF = (WS-ROW-OUV + WS-ROW-FER) / 2.
           MOVE 0 TO WS-ROW-TXM.
           IF WS-ROW-EFF > 0
              COMPUTE WS-ROW-TXM ROUNDED =
                      WS-ROW-SOR * 100 / WS-ROW-EFF
                 ON SIZE ERROR
                    MOVE 999.99 TO WS-ROW-TXM
              END-COMPUTE
           END-IF.
           MOVE 0 TO WS-ROW-ANCMOY.
           IF WS-ROW-FER > 0
              COMPUTE WS-ROW-ANCMOY ROUNDED =
                      WS-ROW-ANC / WS-ROW-FER / 12
                 ON SIZE ERROR
                    MOVE 99.9 TO WS-ROW-ANCMOY
              END-COMPUTE
           END-IF.
           MOVE WS-ROW-SOR TO WS-R12-SOR.
           MOVE WS-ROW-EFF TO WS-R12-EFF.
           MOVE 1 TO WS-R12-NB.
           MOVE 0 TO WS-P12-TX WS-P12-NB.
           MOVE WS-PER-AAAA TO WS-HP-AAAA.
           MOVE WS-PER-MM   TO WS-HP-MM.
           PERFORM VARYING WS-NX FROM 1 BY 1 UNTIL WS-NX > 12
              SUBTRACT 1 FROM WS-HP-MM
              IF WS-HP-MM = 0
                 MOVE 12 TO WS-HP-MM
                 SUBTRACT 1 FROM WS-HP-AAAA
              END-IF
              COMPUTE HH-PERIOD = WS-HP-AAAA * 100 + WS-HP-MM
              MOVE WS-ROW-NIVEAU TO HH-NIVEAU
              MOVE WS-ROW-CODE   TO HH-CODE
              READ HEADHIST
                 NOT INVALID KEY
                    PERFORM 410-HISTMONTH THRU 410-EXIT
              END-READ
           END-PERFORM.
           MOVE 0 TO WS-ROW-MOY.
           IF WS-P12-NB > 0
              COMPUTE WS-ROW-MOY ROUNDED = WS-P12-TX / WS-P12-NB
           END-IF.
           MOVE 0 TO WS-ROW-TX12.
           IF WS-R12-EFF > 0
              COMPUTE WS-ROW-TX12 ROUNDED =
                      WS-R12-SOR * 100 * WS-R12-NB / WS-R12-EFF
                 ON SIZE ERROR
                    MOVE 999.99 TO WS-ROW-TX12
              END-COMPUTE
           END-IF.
           PERFORM 420-HISTPUT THRU 420-EXIT.
           PERFORM 430-PRINT THRU 430-EXIT.
       400-EXIT.
           EXIT.
      *****************************************************************
      *  This routine takes one earlier month of the same line into
      *  the trend figures; only the 11 most recent feed the rolling
      *  12 months
      *****************************************************************
       410-HISTMONTH.
           COMPUTE WS-HH-EFF = (HH-OUVERT + HH-FERMET) / 2.
           IF WS-HH-EFF > 0
              COMPUTE WS-P12-TX ROUNDED = WS-P12-TX
                      + HH-SORTIES * 100 / WS-HH-EFF
              ADD 1 TO WS-P12-NB
           END-IF.
           IF WS-NX < 12
              ADD HH-SORTIES TO WS-R12-SOR
              ADD WS-HH-EFF  TO WS-R12-EFF
              ADD 1 TO WS-R12-NB
           END-IF.
       410-EXIT.
           EXIT.
      *****************************************************************
      *  This routine files the month's figures of the line on
      *  HEADHIST, replacing those of an earlier run of the period
      *****************************************************************
       420-HISTPUT.
           MOVE PJ-PERIOD     TO HH-PERIOD.
           MOVE WS-ROW-NIVEAU TO HH-NIVEAU.
           MOVE WS-ROW-CODE   TO HH-CODE.
           MOVE 'N' TO WS-FOUND-SW.
           READ HEADHIST
              NOT INVALID KEY
                 MOVE 'Y' TO WS-FOUND-SW
           END-READ.
           MOVE SPACES        TO STRUCT-HEADHIST.
           MOVE PJ-PERIOD     TO HH-PERIOD.
           MOVE WS-ROW-NIVEAU TO HH-NIVEAU.
           MOVE WS-ROW-CODE   TO HH-CODE.
           MOVE WS-ROW-OUV    TO HH-OUVERT.
           MOVE WS-ROW-ENT    TO HH-ENTREES.
           MOVE WS-ROW-SOR    TO HH-SORTIES.
           MOVE WS-ROW-FER    TO HH-FERMET.
           MOVE WS-ROW-ANC    TO HH-ANCMOIS.
           MOVE PJ-RUNDATE    TO HH-RUNDATE.
           IF FOUND
              REWRITE STRUCT-HEADHIST
           ELSE
              WRITE STRUCT-HEADHIST
           END-IF.
           IF WS-FS-HIST NOT = '00'
              ADD 1 TO WS-CNT-ERROR
              DISPLAY 'ERROR : HEADHIST ' HH-KEY ' - FILE STATUS '
                      WS-FS-HIST
           ELSE
              ADD 1 TO WS-CNT-HIST
           END-IF.
       420-EXIT.
           EXIT.
      *****************************************************************
      *  This routine prints the line; a department over the
      *  turnover threshold is flagged
      *****************************************************************
       430-PRINT.
           MOVE WS-ROW-REG    TO WS-RPT-D-REG.
           MOVE WS-ROW-CODE   TO WS-RPT-D-DEPT.
           MOVE SPACES        TO WS-RPT-D-FLAG.
           EVALUATE WS-ROW-NIVEAU
              WHEN 'R'
                 MOVE '**' TO WS-RPT-D-DEPT
              WHEN 'T'
                 MOVE '**' TO WS-RPT-D-DEPT
                 MOVE '**' TO WS-RPT-D-REG
              WHEN OTHER
                 IF WS-ROW-TXM > PJ-SEUIL
                    MOVE 'HIGH' TO WS-RPT-D-FLAG
                    ADD 1 TO WS-CNT-HIGH
                 END-IF
           END-EVALUATE.
           MOVE WS-ROW-NOM    TO WS-RPT-D-NOM.
           MOVE WS-ROW-OUV    TO WS-RPT-D-OUV.
           MOVE WS-ROW-ENT    TO WS-RPT-D-ENT.
           MOVE WS-ROW-SOR    TO WS-RPT-D-SOR.
           MOVE WS-ROW-FER    TO WS-RPT-D-FER.
           MOVE WS-ROW-TXM    TO WS-RPT-D-TXM.
           MOVE WS-ROW-MOY    TO WS-RPT-D-MOY.
           MOVE WS-ROW-TX12   TO WS-RPT-D-TX12.
           MOVE WS-ROW-ANCMOY TO WS-RPT-D-ANC.
           WRITE FILERPT114-ENREG FROM WS-RPT-DETAIL.
           ADD 1 TO WS-RPT-LINES.
       430-EXIT.
           EXIT.
      *****************************************************************
      *  This routine displays the run counters
      *****************************************************************
       500-EXITP.
           DISPLAY "500-EXITP".
           DISPLAY '    EMPLOYEES READ       : ' WS-CNT-READ.
           DISPLAY '    LEAVERS READ         : ' WS-CNT-LVREAD.
           DISPLAY '    OPENING HEADCOUNT    : ' WS-TT-OUV.
           DISPLAY '    HIRES                : ' WS-TT-ENT.
           DISPLAY '    LEAVERS              : ' WS-TT-SOR.
           DISPLAY '    CLOSING HEADCOUNT    : ' WS-TT-FER.
           DISPLAY '    DEPTS OVER THRESHOLD : ' WS-CNT-HIGH.
           DISPLAY '    LEAVERS NOT ON FILE  : ' WS-CNT-LVGONE.
           DISPLAY '    LEFT, NOT MARKED     : ' WS-CNT-LVSTAT.
           DISPLAY '    LEFT, NO FINAL PAY   : ' WS-CNT-NOFINAL.
           DISPLAY '    LEFT, NO LEAVE DATE  : ' WS-CNT-NODATE.
           DISPLAY '    HISTORY LINES FILED  : ' WS-CNT-HIST.
           DISPLAY '    ERRORS               : ' WS-CNT-ERROR.
           IF WS-CNT-LVGONE > 0 OR WS-CNT-LVSTAT > 0
              OR WS-CNT-ERROR > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       500-EXIT.
           EXIT.
      *****************************************************************
      *  Those routines handle files Closing
      *****************************************************************
       999-CFILE.
           CLOSE SALARIES.
           CLOSE HEADHIST.
           CLOSE FILERPT114.
           MOVE 'FILERPT114' TO WS-CAT-RPT.
           MOVE 0 TO WS-CAT-PAGES.
           MOVE WS-RPT-LINES TO WS-CAT-LINES.
           CALL WS-CALL-CAT USING WS-CAT-RPT, WS-CAT-PAGES,
                WS-CAT-LINES.
       999-EXIT.
           EXIT.
