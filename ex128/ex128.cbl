      *****************************************************************
      * Program name:    PGM128
      *
      * Original author: DEFAY E.
      *
      * Purpose : Weekly segregation-of-duties and fraud-indicator
      *           review over the audit trails. SALAUDIT, BANKAUDIT
      *           and ADDRAUDIT each say who changed what; this step
      *           reads them together for the PJ-DEBUT / PJ-FIN
      *           window (default : the seven days up to the run
      *           date). A SALAUDIT record is dated by its IMGJRNL
      *           twin (PGM067 journals the same SALARIES images in
      *           the same order), BANKAUDIT and ADDRAUDIT carry their
      *           own stamp. The changes are sorted by employee or
      *           account and flagged :
      *           - SELF an operator changing their own employee
      *             record (OP-SALARY on OPERMSTR);
      *           - BKRV bank coordinates changed, a payroll run
      *             (PGM011 end on RUNLOG) within PJ-VEILLE business
      *             days, then the coordinates changed back - the
      *             first change may lie up to a month before the
      *             window;
      *           - ADML an address changed, then a mailing
      *             (statement or letter, MAILLOG from PGM083) to
      *             the account;
      *           - BOTH one operator changing both the payroll and
      *             the bank details of one employee;
      *           - OFFH an operator making PJ-SEUIL changes or more
      *             outside business hours : a day that is not a
      *             PGM077 business day, or a time outside
      *             PJ-HDEB / PJ-HFIN. The deferred appliers (PGM118
      *             effective-dated changes, PGM127 approved
      *             changes) run in the night batch and are not
      *             counted.
      *           Every finding goes to the REVUEQ review queue, one
      *           record per underlying change with its before and
      *           after images; the operators are told through the
      *           PGM062 hub and findings set RETURN-CODE 4.
      *
      * Using :
      *    - Copybooks REVQFS, MAILHFS & RUNLOGFS
      *    - SALAUDIT as written by PGM032, PGM113, PGM118 and
      *      PGM127, BANKAUDIT by PGM058 and PGM127, ADDRAUDIT by
      *      PGM083 and PGM127, IMGJRNL by PGM067, MAILLOG by
      *      PGM083, RUNLOG by PGM046, OPERMSTR as kept by PGM066
      *    - PGM081 chain run date, PGM077 business-day calendar,
      *      PGM062 operator message hub, PGM124 dataset lineage
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created : the audit trails are read
      *                    together at last
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM128.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /    SALAUDIT (salary change audit : before and after images)
           SELECT SALAUDIT
           ASSIGN TO SALAUDIT
           FILE STATUS is WS-FS-SALAUD.
      /    BANKAUDIT (bank coordinates change audit, stamped)
           SELECT BANKAUDIT
           ASSIGN TO BANKAUDIT
           FILE STATUS is WS-FS-BANKAUD.
      /    ADDRAUDIT (address change audit, stamped)
           SELECT ADDRAUDIT
           ASSIGN TO ADDRAUDIT
           FILE STATUS is WS-FS-ADDRAUD.
      /    IMGJRNL (master before/after image journal from PGM067)
           SELECT IMGJRNL
           ASSIGN TO IMGJRNL
           FILE STATUS is WS-FS-IMG.
      /    MAILLOG (mailing history from PGM083)
           SELECT MAILLOG
           ASSIGN TO MAILLOG
           FILE STATUS is WS-FS-MLOG.
      /    RUNLOG (suite-wide run log from PGM046, for the payroll
      /    runs)
           SELECT RUNLOG
           ASSIGN TO RUNLOG
           FILE STATUS is WS-FS-RUNLOG.
      /    OPERMSTR (operator master from PGM066)
           SELECT OPERMSTR
           ASSIGN TO OPERMSTR
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is OP-ID
           FILE STATUS is WS-FS-OPER.
      /    REVUEQ (review queue of the findings, appended)
           SELECT REVUEQ
           ASSIGN TO REVUEQ
           FILE STATUS is WS-FS-REVUE.
      /    RUNCTL (the chain's current run number, from PGM016)
           SELECT RUNCTL
           ASSIGN TO RUNCTL
           FILE STATUS is WS-FS-RUNCTL.
      /    SORTWK (the window's changes by employee or account)
           SELECT SORTWK
           ASSIGN TO SORTWK.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
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
       FD BANKAUDIT
           RECORD CONTAINS 210 CHARACTERS.
       01  STRUCT-BANKAUDIT.
           02 BA-ACTION   PIC X(01).
           02 FILLER      PIC X(01).
           02 BA-SALARY   PIC 9(07).
           02 FILLER      PIC X(01).
           02 BA-AVANT    PIC X(80).
           02 FILLER      PIC X(01).
           02 BA-APRES    PIC X(80).
           02 FILLER      PIC X(01).
           02 BA-OPER     PIC X(08).
           02 FILLER      PIC X(01).
           02 BA-PGM      PIC X(08).
           02 FILLER      PIC X(01).
           02 BA-DATE     PIC 9(08).
           02 FILLER      PIC X(01).
           02 BA-TIME     PIC 9(08).
           02 FILLER      PIC X(03).
       FD ADDRAUDIT
           RECORD CONTAINS 290 CHARACTERS.
       01  STRUCT-ADDRAUDIT.
           02 AA-ACTION   PIC X(01).
           02 FILLER      PIC X(01).
           02 AA-COMPTE   PIC 9(06).
           02 FILLER      PIC X(01).
           02 AA-AVANT    PIC X(120).
           02 FILLER      PIC X(01).
           02 AA-APRES    PIC X(120).
           02 FILLER      PIC X(01).
           02 AA-OPER     PIC X(08).
           02 FILLER      PIC X(01).
           02 AA-PGM      PIC X(08).
           02 FILLER      PIC X(01).
           02 AA-DATE     PIC 9(08).
           02 FILLER      PIC X(01).
           02 AA-TIME     PIC 9(08).
           02 FILLER      PIC X(04).
       FD IMGJRNL
           RECORD CONTAINS 210 CHARACTERS.
       01  STRUCT-IMGJRNL.
           02 IJ-PGM     PIC X(08).
           02 FILLER     PIC X(01).
           02 IJ-FILE    PIC X(08).
           02 FILLER     PIC X(01).
           02 IJ-RUNNO   PIC 9(12).
           02 FILLER     PIC X(01).
           02 IJ-DATE    PIC 9(08).
           02 FILLER     PIC X(01).
           02 IJ-TIME    PIC 9(08).
           02 FILLER     PIC X(01).
           02 IJ-AVANT   PIC X(80).
           02 FILLER     PIC X(01).
           02 IJ-APRES   PIC X(80).
       FD MAILLOG
           RECORD CONTAINS 80 CHARACTERS.
       COPY MAILHFS REPLACING ==()== BY ==MAILLOG==.
       FD RUNLOG.
       COPY RUNLOGFS REPLACING ==()== BY ==RUNLOG==.
       FD OPERMSTR
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-OPERMSTR.
           02 OP-ID      PIC X(08).
           02 FILLER     PIC X(01).
           02 OP-NOM     PIC X(25).
           02 FILLER     PIC X(01).
           02 OP-LEVEL   PIC 9(01).
           02 FILLER     PIC X(01).
           02 OP-SERVICE PIC X(04).
           02 FILLER     PIC X(01).
           02 OP-SALARY  PIC X(07).
           02 FILLER     PIC X(31).
       FD REVUEQ
           RECORD CONTAINS 400 CHARACTERS.
       COPY REVQFS REPLACING ==()== BY ==REVUEQ==.
       FD RUNCTL.
       01  STRUCT-RUNCTL.
           02 RN-RUNNO       PIC 9(12).
           02 FILLER         PIC X(68).
       SD SORTWK.
       01  STRUCT-SORTWK.
           02 SW-DOMAINE     PIC X(01).
           02 SW-CLE         PIC X(12).
           02 SW-DATE        PIC 9(08).
           02 SW-TIME        PIC 9(08).
           02 SW-SOURCE      PIC X(09).
           02 SW-PGM         PIC X(08).
           02 SW-OPER        PIC X(08).
           02 SW-ACTION      PIC X(01).
           02 SW-INWIN       PIC X(01).
           02 SW-AVANT       PIC X(120).
           02 SW-APRES       PIC X(120).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-SALAUD   PIC X(02).
           88 SALAUD-END  VALUE '10'.
       01 WS-FS-BANKAUD  PIC X(02).
           88 BANKAUD-END VALUE '10'.
       01 WS-FS-ADDRAUD  PIC X(02).
           88 ADDRAUD-END VALUE '10'.
       01 WS-FS-IMG      PIC X(02).
           88 IMG-END     VALUE '10'.
       01 WS-FS-MLOG     PIC X(02).
           88 MLOG-END    VALUE '10'.
       01 WS-FS-RUNLOG   PIC X(02).
           88 RUNLOG-END  VALUE '10'.
       01 WS-FS-OPER     PIC X(02).
       01 WS-FS-REVUE    PIC X(02).
       01 WS-FS-RUNCTL   PIC X(02).
       01 WS-OPER-AVAIL-SW PIC X(01) VALUE 'N'.
           88 OPER-AVAIL  VALUE 'Y'.
       01 WS-SORT-DONE-SW PIC X(01) VALUE 'N'.
           88 SORT-DONE   VALUE 'Y'.
       01 WS-FIRST-SW    PIC X(01) VALUE 'Y'.
           88 IS-FIRST    VALUE 'Y'.
       01 WS-FOUND-SW    PIC X(01).
           88 REC-FOUND   VALUE 'Y'.
       01 WS-OFF-SW      PIC X(01).
           88 IS-OFF      VALUE 'Y'.
      / Run counters
       01 WS-CNT-SAL     PIC 9(07) VALUE 0.
       01 WS-CNT-BANK    PIC 9(07) VALUE 0.
       01 WS-CNT-ADDR    PIC 9(07) VALUE 0.
       01 WS-CNT-GROUPS  PIC 9(07) VALUE 0.
       01 WS-CNT-SELF    PIC 9(05) VALUE 0.
       01 WS-CNT-BKRV    PIC 9(05) VALUE 0.
       01 WS-CNT-ADML    PIC 9(05) VALUE 0.
       01 WS-CNT-BOTH    PIC 9(05) VALUE 0.
       01 WS-CNT-OFFH    PIC 9(05) VALUE 0.
       01 WS-CNT-QUEUED  PIC 9(07) VALUE 0.
       01 WS-CNT-OVFL    PIC 9(05) VALUE 0.
       01 WS-CNT-RLRD    PIC 9(07) VALUE 0.
       01 WS-CNT-MLRD    PIC 9(07) VALUE 0.
       01 WS-CNT-IMGRD   PIC 9(07) VALUE 0.
       01 WS-CNT-SALRD   PIC 9(07) VALUE 0.
       01 WS-CNT-BANKRD  PIC 9(07) VALUE 0.
       01 WS-CNT-ADDRRD  PIC 9(07) VALUE 0.
      / Earliest change a BKRV revert may pair with : a month
      / before the window
       01 WS-DT-RECUL    PIC 9(08).
       01 WS-RECUL-JOURS PIC 9(02) VALUE 31.
      / Date arithmetic (the PGM077 way)
       01 WS-WORK-DATE   PIC 9(08).
       01 FILLER REDEFINES WS-WORK-DATE.
           05 WS-WD-AAAA     PIC 9(04).
           05 WS-WD-MM       PIC 9(02).
           05 WS-WD-JJ       PIC 9(02).
       01 WS-MOIS-LONG.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01 WS-MOIS-R REDEFINES WS-MOIS-LONG.
           05 WS-MOIS-JJ PIC 9(02) OCCURS 12 TIMES.
       01 WS-LEAP-QUOT   PIC 9(04).
       01 WS-LEAP-REST   PIC 9(03).
      / The window's SALARIES images from IMGJRNL : the dating
      / twins of the SALAUDIT records, used in journal order
       01 WS-TWIN-COUNT  PIC 9(04) VALUE 0.
       01 WS-TWIN-PTR    PIC 9(04) VALUE 1.
       01 WS-TWIN-TABLE.
           05 WS-TW-ENTRY OCCURS 1000 TIMES.
              10 WS-TW-PGM    PIC X(08).
              10 WS-TW-DATE   PIC 9(08).
              10 WS-TW-TIME   PIC 9(08).
              10 WS-TW-AVANT  PIC X(80).
              10 WS-TW-APRES  PIC X(80).
              10 WS-TW-USED   PIC X(01).
       01 WS-TX          PIC 9(04).
      / The payroll runs (PGM011 ends) since the BKRV look-back
       01 WS-PAY-COUNT   PIC 9(03) VALUE 0.
       01 WS-PAY-TABLE.
           05 WS-PAY-ENTRY OCCURS 200 TIMES.
              10 WS-PAY-DATE  PIC 9(08).
              10 WS-PAY-TIME  PIC 9(08).
       01 WS-PX          PIC 9(03).
      / The window's mailings, in MAILLOG (time) order
       01 WS-MAIL-COUNT  PIC 9(04) VALUE 0.
       01 WS-MAIL-TABLE.
           05 WS-MT-ENTRY OCCURS 5000 TIMES.
              10 WS-MT-COMPTE PIC 9(06).
              10 WS-MT-LETTRE PIC X(04).
              10 WS-MT-DATE   PIC 9(08).
              10 WS-MT-TIME   PIC 9(08).
       01 WS-MX          PIC 9(04).
      / The employee or account being examined and its changes in
      / date and time order
       01 WS-CUR-DOMAINE PIC X(01).
       01 WS-CUR-CLE     PIC X(12).
       01 FILLER REDEFINES WS-CUR-CLE.
           05 WS-CUR-COMPTE  PIC 9(06).
           05 FILLER         PIC X(06).
       01 WS-GCOUNT      PIC 9(03) VALUE 0.
       01 WS-GROUP-TABLE.
           05 WS-GE-ENTRY OCCURS 100 TIMES.
              10 WS-GE-CHG.
                 15 WS-GE-SOURCE  PIC X(09).
                 15 WS-GE-PGM     PIC X(08).
                 15 WS-GE-OPER    PIC X(08).
                 15 WS-GE-CLE     PIC X(12).
                 15 WS-GE-DATE    PIC 9(08).
                 15 WS-GE-TIME    PIC 9(08).
                 15 WS-GE-ACTION  PIC X(01).
                 15 WS-GE-AVANT   PIC X(120).
                 15 WS-GE-APRES   PIC X(120).
              10 WS-GE-INWIN  PIC X(01).
              10 WS-GE-BOTH   PIC X(01).
              10 WS-GE-BKRV   PIC X(01).
       01 WS-GX          PIC 9(03).
       01 WS-GY          PIC 9(03).
       01 WS-GZ          PIC 9(03).
      / Off-hours changes and their count per operator
       01 WS-OFF-COUNT   PIC 9(03) VALUE 0.
       01 WS-OFF-TABLE.
           05 WS-OF-ENTRY OCCURS 300 TIMES.
              10 WS-OF-OPER   PIC X(08).
              10 WS-OF-CHG    PIC X(294).
       01 WS-FX          PIC 9(03).
       01 WS-OPC-COUNT   PIC 9(03) VALUE 0.
       01 WS-OPC-TABLE.
           05 WS-OPC-ENTRY OCCURS 100 TIMES.
              10 WS-OPC-OPER  PIC X(08).
              10 WS-OPC-NB    PIC 9(05).
       01 WS-OX          PIC 9(03).
       01 WS-HHMM        PIC 9(04).
      / The change being queued (the WS-GE-CHG layout)
       01 WS-CHG.
           05 WS-CH-SOURCE   PIC X(09).
           05 WS-CH-PGM      PIC X(08).
           05 WS-CH-OPER     PIC X(08).
           05 WS-CH-CLE      PIC X(12).
           05 WS-CH-DATE     PIC 9(08).
           05 WS-CH-TIME     PIC 9(08).
           05 WS-CH-ACTION   PIC X(01).
           05 WS-CH-AVANT    PIC X(120).
           05 WS-CH-APRES    PIC X(120).
       01 WS-NUM         PIC 9(05) VALUE 0.
       01 WS-RV-TYPE     PIC X(04).
       01 WS-RV-TEXTE    PIC X(40).
       01 WS-OP-CLE      PIC X(12).
       01 WS-EDIT-NB     PIC ZZZZ9.
      / Date and time stamps compared as one (date then time)
       01 WS-STP-A.
           05 WS-STPA-DATE   PIC 9(08).
           05 WS-STPA-TIME   PIC 9(08).
       01 WS-STP-B.
           05 WS-STPB-DATE   PIC 9(08).
           05 WS-STPB-TIME   PIC 9(08).
       01 WS-STP-P.
           05 WS-STPP-DATE   PIC 9(08).
           05 WS-STPP-TIME   PIC 9(08).
      / PGM077 business-day calendar interface
       01 WS-CALL-CAL    PIC X(08) VALUE "PGM077  ".
       01 WS-CAL-FUNC    PIC X(01).
       01 WS-CAL-DATE1   PIC 9(08).
       01 WS-CAL-DATE2   PIC 9(08).
       01 WS-CAL-RESULT  PIC X(01).
       01 WS-CAL-COUNT   PIC 9(05).
      / PGM081 chain run-date subprogram
       01 WS-CALL-DATE   PIC X(08) VALUE "PGM081  ".
      / PGM062 operator message hub interface
       01 WS-CALL-HUB    PIC X(08) VALUE "PGM062  ".
       01 WS-HUB-FUNC    PIC X(01).
       01 WS-HUB-PGM     PIC X(08).
       01 WS-HUB-SEV     PIC X(01).
       01 WS-HUB-TEXT    PIC X(58).
       01 WS-RUNNO       PIC 9(12) VALUE 0.
      / Parameters from JCL run
       01 PJ-RUNDATE     PIC 9(08).
       01 PJ-FIN         PIC 9(08).
       01 PJ-DEBUT       PIC 9(08).
       01 PJ-SEUIL       PIC 9(03).
       01 PJ-SEUIL-DEF   PIC 9(03) VALUE 5.
       01 PJ-VEILLE      PIC 9(03).
       01 PJ-VEILLE-DEF  PIC 9(03) VALUE 5.
       01 PJ-HDEB        PIC 9(04).
       01 PJ-HDEB-DEF    PIC 9(04) VALUE 0800.
       01 PJ-HFIN        PIC 9(04).
       01 PJ-HFIN-DEF    PIC 9(04) VALUE 1900.
      / PGM124 dataset-lineage interface
       01 WS-CALL-LIN    PIC X(08) VALUE "PGM124  ".
       01 WS-LIN-PGM     PIC X(08) VALUE 'PGM128'.
       01 WS-LIN-DSN     PIC X(10).
       01 WS-LIN-MODE    PIC X(01).
       01 WS-LIN-COUNT   PIC 9(09).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           PERFORM 001-OFILE THRU 001-EXIT.
           PERFORM 010-LOADPAY THRU 010-EXIT.
           PERFORM 020-LOADMAIL THRU 020-EXIT.
           PERFORM 030-LOADTWIN THRU 030-EXIT.
           SORT SORTWK
              ON ASCENDING KEY SW-DOMAINE
              ON ASCENDING KEY SW-CLE
              ON ASCENDING KEY SW-DATE
              ON ASCENDING KEY SW-TIME
              INPUT  PROCEDURE IS 100-COLLECT THRU 100-EXIT
              OUTPUT PROCEDURE IS 200-ANALYSE THRU 200-EXIT.
           PERFORM 400-OFFHOURS THRU 400-EXIT.
           PERFORM 500-EXITP THRU 500-EXIT.
           PERFORM 999-CFILE THRU 999-EXIT.
           STOP RUN.
      *****************************************************************
      *  This routine handle parameters : the window (default the
      *  seven days up to the run date), the off-hours threshold,
      *  the business days between a bank change and the payroll
      *  run, and the working hours (HHMM); the chain's run number
      *  is read back from RUNCTL (zero outside a PGM016 chain)
      *****************************************************************
       000-PARMS.
           ACCEPT PJ-RUNDATE.
           IF PJ-RUNDATE = SPACE OR LOW-VALUE THEN
              CALL WS-CALL-DATE USING PJ-RUNDATE
           END-IF.
           ACCEPT PJ-FIN.
           IF PJ-FIN = SPACE OR LOW-VALUE OR PJ-FIN = 0
              MOVE PJ-RUNDATE TO PJ-FIN
           END-IF.
           ACCEPT PJ-DEBUT.
           IF PJ-DEBUT = SPACE OR LOW-VALUE OR PJ-DEBUT = 0
              MOVE PJ-FIN TO WS-WORK-DATE
              PERFORM 050-DAYBACK 6 TIMES
              MOVE WS-WORK-DATE TO PJ-DEBUT
           END-IF.
           IF PJ-DEBUT > PJ-FIN
              DISPLAY 'ERROR : RANGE START ' PJ-DEBUT
                      ' AFTER RANGE END ' PJ-FIN
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ACCEPT PJ-SEUIL.
           IF PJ-SEUIL = SPACE OR LOW-VALUE OR PJ-SEUIL NOT NUMERIC
              OR PJ-SEUIL = 0
              MOVE PJ-SEUIL-DEF TO PJ-SEUIL
           END-IF.
           ACCEPT PJ-VEILLE.
           IF PJ-VEILLE = SPACE OR LOW-VALUE OR PJ-VEILLE NOT NUMERIC
              OR PJ-VEILLE = 0
              MOVE PJ-VEILLE-DEF TO PJ-VEILLE
           END-IF.
           ACCEPT PJ-HDEB.
           IF PJ-HDEB = SPACE OR LOW-VALUE OR PJ-HDEB NOT NUMERIC
              OR PJ-HDEB = 0
              MOVE PJ-HDEB-DEF TO PJ-HDEB
           END-IF.
           ACCEPT PJ-HFIN.
           IF PJ-HFIN = SPACE OR LOW-VALUE OR PJ-HFIN NOT NUMERIC
              OR PJ-HFIN = 0
              MOVE PJ-HFIN-DEF TO PJ-HFIN
           END-IF.
           IF PJ-HDEB >= PJ-HFIN OR PJ-HFIN > 2400
              DISPLAY 'ERROR : WORKING HOURS ' PJ-HDEB ' TO '
                      PJ-HFIN ' NOT VALID'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE PJ-DEBUT TO WS-WORK-DATE.
           PERFORM 050-DAYBACK WS-RECUL-JOURS TIMES.
           MOVE WS-WORK-DATE TO WS-DT-RECUL.
           OPEN INPUT RUNCTL.
           IF WS-FS-RUNCTL = '00'
              READ RUNCTL
                 NOT AT END
                    MOVE RN-RUNNO TO WS-RUNNO
              END-READ
              CLOSE RUNCTL
           END-IF.
           DISPLAY 'PGM128 : REVIEW WINDOW ' PJ-DEBUT ' TO ' PJ-FIN.
       000-EXIT.
           EXIT.
      *****************************************************************
      *  This routine handle files opening : without OPERMSTR the
      *  SELF check is skipped, the review queue is appended
      *****************************************************************
       001-OFILE.
           OPEN INPUT OPERMSTR.
           IF WS-FS-OPER = '00'
              MOVE 'Y' TO WS-OPER-AVAIL-SW
           ELSE
              DISPLAY 'WARNING : OPERMSTR NOT AVAILABLE - OWN '
                      'RECORD CHANGES NOT CHECKED'
           END-IF.
           OPEN EXTEND REVUEQ.
           IF WS-FS-REVUE NOT = '00'
              OPEN OUTPUT REVUEQ
           END-IF.
       001-EXIT.
           EXIT.
      *****************************************************************
      *  This routine steps WS-WORK-DATE back one calendar day
      *****************************************************************
       050-DAYBACK.
           IF WS-WD-JJ > 1
              SUBTRACT 1 FROM WS-WD-JJ
           ELSE
              IF WS-WD-MM > 1
                 SUBTRACT 1 FROM WS-WD-MM
              ELSE
                 MOVE 12 TO WS-WD-MM
                 SUBTRACT 1 FROM WS-WD-AAAA
              END-IF
              MOVE WS-MOIS-JJ (WS-WD-MM) TO WS-WD-JJ
              IF WS-WD-MM = 2
                 DIVIDE WS-WD-AAAA BY 4 GIVING WS-LEAP-QUOT
                        REMAINDER WS-LEAP-REST
                 IF WS-LEAP-REST = 0
                    MOVE 29 TO WS-WD-JJ
                 END-IF
              END-IF
           END-IF.
      *****************************************************************
      *  This routine loads the payroll runs (PGM011 end records on
      *  RUNLOG) since the BKRV look-back; without RUNLOG no bank
      *  revert can be tied to a run
      *****************************************************************
       010-LOADPAY.
           OPEN INPUT RUNLOG.
           IF WS-FS-RUNLOG NOT = '00'
              DISPLAY 'WARNING : RUNLOG NOT AVAILABLE - BANK '
                      'REVERTS AROUND PAYROLL NOT CHECKED'
              GO TO 010-EXIT
           END-IF.
           PERFORM UNTIL RUNLOG-END
              READ RUNLOG
                 NOT AT END
                    ADD 1 TO WS-CNT-RLRD
                    IF RL-PGM = 'PGM011' AND RL-FUNC = 'E'
                       AND RL-DATE >= WS-DT-RECUL
                       AND RL-DATE <= PJ-FIN
                       IF WS-PAY-COUNT < 200
                          ADD 1 TO WS-PAY-COUNT
                          MOVE RL-DATE TO WS-PAY-DATE (WS-PAY-COUNT)
                          MOVE RL-TIME TO WS-PAY-TIME (WS-PAY-COUNT)
                       ELSE
                          ADD 1 TO WS-CNT-OVFL
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RUNLOG.
           MOVE 'RUNLOG' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-RLRD TO WS-LIN-COUNT.
           PERFORM 900-LINEAGE.
       010-EXIT.
           EXIT.
      *****************************************************************
      *  This routine loads the window's mailings from MAILLOG;
      *  without it no address change can be tied to a mailing
      *****************************************************************
       020-LOADMAIL.
           OPEN INPUT MAILLOG.
           IF WS-FS-MLOG NOT = '00'
              DISPLAY 'WARNING : MAILLOG NOT AVAILABLE - MAILINGS '
                      'AFTER ADDRESS CHANGES NOT CHECKED'
              GO TO 020-EXIT
           END-IF.
           PERFORM UNTIL MLOG-END
              READ MAILLOG
                 NOT AT END
                    ADD 1 TO WS-CNT-MLRD
                    IF MH-DATE >= PJ-DEBUT AND MH-DATE <= PJ-FIN
                       IF WS-MAIL-COUNT < 5000
                          ADD 1 TO WS-MAIL-COUNT
                          MOVE MH-COMPTE
                            TO WS-MT-COMPTE (WS-MAIL-COUNT)
                          MOVE MH-LETTRE
                            TO WS-MT-LETTRE (WS-MAIL-COUNT)
                          MOVE MH-DATE TO WS-MT-DATE (WS-MAIL-COUNT)
                          MOVE MH-TIME TO WS-MT-TIME (WS-MAIL-COUNT)
                       ELSE
                          ADD 1 TO WS-CNT-OVFL
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE MAILLOG.
           MOVE 'MAILLOG' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-MLRD TO WS-LIN-COUNT.
           PERFORM 900-LINEAGE.
       020-EXIT.
           EXIT.
      *****************************************************************
      *  This routine loads the window's SALARIES images from
      *  IMGJRNL : without them SALAUDIT cannot be dated. Only the
      *  SALAUDIT writers' images are kept - a PGM079 reorg rewrites
      *  every employee and would fill the table
      *****************************************************************
       030-LOADTWIN.
           OPEN INPUT IMGJRNL.
           IF WS-FS-IMG NOT = '00'
              DISPLAY 'WARNING : IMGJRNL NOT AVAILABLE - SALAUDIT '
                      'CHANGES CANNOT BE DATED AND ARE SKIPPED'
              GO TO 030-EXIT
           END-IF.
           PERFORM UNTIL IMG-END
              READ IMGJRNL
                 NOT AT END
                    ADD 1 TO WS-CNT-IMGRD
                    IF IJ-FILE = 'SALARIES'
                       AND IJ-DATE >= PJ-DEBUT AND IJ-DATE <= PJ-FIN
                       AND (IJ-PGM = 'PGM032' OR 'PGM113' OR 'PGM118'
                                 OR 'PGM127')
                       IF WS-TWIN-COUNT < 1000
                          ADD 1 TO WS-TWIN-COUNT
                          MOVE IJ-PGM   TO WS-TW-PGM (WS-TWIN-COUNT)
                          MOVE IJ-DATE  TO WS-TW-DATE (WS-TWIN-COUNT)
                          MOVE IJ-TIME  TO WS-TW-TIME (WS-TWIN-COUNT)
                          MOVE IJ-AVANT TO WS-TW-AVANT (WS-TWIN-COUNT)
                          MOVE IJ-APRES TO WS-TW-APRES (WS-TWIN-COUNT)
                          MOVE 'N'      TO WS-TW-USED (WS-TWIN-COUNT)
                       ELSE
                          ADD 1 TO WS-CNT-OVFL
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE IMGJRNL.
           MOVE 'IMGJRNL' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-IMGRD TO WS-LIN-COUNT.
           PERFORM 900-LINEAGE.
       030-EXIT.
           EXIT.
      *****************************************************************
      *  This routine releases the window's changes from the three
      *  audit trails (the bank changes from the look-back on)
      *****************************************************************
       100-COLLECT.
           IF WS-TWIN-COUNT > 0
              OPEN INPUT SALAUDIT
              IF WS-FS-SALAUD = '00'
                 PERFORM UNTIL SALAUD-END
                    READ SALAUDIT
                       NOT AT END
                          ADD 1 TO WS-CNT-SALRD
                          PERFORM 110-ONESAL THRU 110-EXIT
                    END-READ
                 END-PERFORM
                 CLOSE SALAUDIT
                 MOVE 'SALAUDIT' TO WS-LIN-DSN
                 MOVE 'I' TO WS-LIN-MODE
                 MOVE WS-CNT-SALRD TO WS-LIN-COUNT
                 PERFORM 900-LINEAGE
              ELSE
                 DISPLAY 'WARNING : SALAUDIT NOT AVAILABLE'
              END-IF
           END-IF.
           OPEN INPUT BANKAUDIT.
           IF WS-FS-BANKAUD = '00'
              PERFORM UNTIL BANKAUD-END
                 READ BANKAUDIT
                    NOT AT END
                       ADD 1 TO WS-CNT-BANKRD
                       IF BA-DATE NUMERIC
                          AND BA-DATE >= WS-DT-RECUL
                          AND BA-DATE <= PJ-FIN
                          PERFORM 120-ONEBANK
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BANKAUDIT
              MOVE 'BANKAUDIT' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE WS-CNT-BANKRD TO WS-LIN-COUNT
              PERFORM 900-LINEAGE
           ELSE
              DISPLAY 'WARNING : BANKAUDIT NOT AVAILABLE'
           END-IF.
           OPEN INPUT ADDRAUDIT.
           IF WS-FS-ADDRAUD = '00'
              PERFORM UNTIL ADDRAUD-END
                 READ ADDRAUDIT
                    NOT AT END
                       ADD 1 TO WS-CNT-ADDRRD
                       IF AA-DATE NUMERIC
                          AND AA-DATE >= PJ-DEBUT
                          AND AA-DATE <= PJ-FIN
                          PERFORM 130-ONEADDR
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ADDRAUDIT
              MOVE 'ADDRAUDIT' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE WS-CNT-ADDRRD TO WS-LIN-COUNT
              PERFORM 900-LINEAGE
           ELSE
              DISPLAY 'WARNING : ADDRAUDIT NOT AVAILABLE'
           END-IF.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine dates one SALAUDIT record by the first unused
      *  IMGJRNL twin carrying the same images (both trails are
      *  written in the same order); a record without one lies
      *  outside the window
      *****************************************************************
       110-ONESAL.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-TX FROM WS-TWIN-PTR BY 1
                     UNTIL WS-TX > WS-TWIN-COUNT OR REC-FOUND
              IF WS-TW-USED (WS-TX) = 'N'
                 AND WS-TW-AVANT (WS-TX) = AU-AVANT
                 AND WS-TW-APRES (WS-TX) = AU-APRES
                 MOVE 'Y' TO WS-FOUND-SW
                 MOVE 'Y' TO WS-TW-USED (WS-TX)
                 INITIALIZE STRUCT-SORTWK
                 MOVE 'E'               TO SW-DOMAINE
                 MOVE AU-SALARY         TO SW-CLE
                 MOVE WS-TW-DATE (WS-TX) TO SW-DATE
                 MOVE WS-TW-TIME (WS-TX) TO SW-TIME
                 MOVE 'SALAUDIT'        TO SW-SOURCE
                 MOVE WS-TW-PGM (WS-TX) TO SW-PGM
                 MOVE AU-OPER           TO SW-OPER
                 MOVE AU-ACTION         TO SW-ACTION
                 MOVE 'Y'               TO SW-INWIN
                 MOVE AU-AVANT          TO SW-AVANT
                 MOVE AU-APRES          TO SW-APRES
                 RELEASE STRUCT-SORTWK
                 ADD 1 TO WS-CNT-SAL
              END-IF
           END-PERFORM.
           IF NOT REC-FOUND
              GO TO 110-EXIT
           END-IF.
           PERFORM UNTIL WS-TWIN-PTR > WS-TWIN-COUNT
                      OR WS-TW-USED (WS-TWIN-PTR) = 'N'
              ADD 1 TO WS-TWIN-PTR
           END-PERFORM.
       110-EXIT.
           EXIT.
      *****************************************************************
      *  This routine releases one stamped bank coordinates change;
      *  one before the window only serves a BKRV pairing
      *****************************************************************
       120-ONEBANK.
           INITIALIZE STRUCT-SORTWK.
           MOVE 'E'         TO SW-DOMAINE.
           MOVE BA-SALARY   TO SW-CLE.
           MOVE BA-DATE     TO SW-DATE.
           MOVE BA-TIME     TO SW-TIME.
           MOVE 'BANKAUDIT' TO SW-SOURCE.
           MOVE BA-PGM      TO SW-PGM.
           MOVE BA-OPER     TO SW-OPER.
           MOVE BA-ACTION   TO SW-ACTION.
           IF BA-DATE >= PJ-DEBUT
              MOVE 'Y' TO SW-INWIN
           ELSE
              MOVE 'N' TO SW-INWIN
           END-IF.
           MOVE BA-AVANT    TO SW-AVANT.
           MOVE BA-APRES    TO SW-APRES.
           RELEASE STRUCT-SORTWK.
           ADD 1 TO WS-CNT-BANK.
      *****************************************************************
      *  This routine releases one stamped address change
      *****************************************************************
       130-ONEADDR.
           INITIALIZE STRUCT-SORTWK.
           MOVE 'C'         TO SW-DOMAINE.
           MOVE AA-COMPTE   TO SW-CLE.
           MOVE AA-DATE     TO SW-DATE.
           MOVE AA-TIME     TO SW-TIME.
           MOVE 'ADDRAUDIT' TO SW-SOURCE.
           MOVE AA-PGM      TO SW-PGM.
           MOVE AA-OPER     TO SW-OPER.
           MOVE AA-ACTION   TO SW-ACTION.
           MOVE 'Y'         TO SW-INWIN.
           MOVE AA-AVANT    TO SW-AVANT.
           MOVE AA-APRES    TO SW-APRES.
           RELEASE STRUCT-SORTWK.
           ADD 1 TO WS-CNT-ADDR.
      *****************************************************************
      *  This routine gathers the sorted changes of one employee or
      *  account and examines them together
      *****************************************************************
       200-ANALYSE.
           PERFORM 210-RETURNS THRU 210-EXIT
              UNTIL SORT-DONE.
           IF NOT IS-FIRST
              PERFORM 300-GROUP THRU 300-EXIT
           END-IF.
       200-EXIT.
           EXIT.
      *****************************************************************
      *  This routine returns sorted changes until the sort is dry,
      *  examining an employee or account when the next one starts
      *****************************************************************
       210-RETURNS.
           RETURN SORTWK
              AT END
                 MOVE 'Y' TO WS-SORT-DONE-SW
                 GO TO 210-EXIT
           END-RETURN.
           IF IS-FIRST
              MOVE 'N' TO WS-FIRST-SW
              PERFORM 220-NEWGROUP
           ELSE
              IF SW-DOMAINE NOT = WS-CUR-DOMAINE
                 OR SW-CLE NOT = WS-CUR-CLE
                 PERFORM 300-GROUP THRU 300-EXIT
                 PERFORM 220-NEWGROUP
              END-IF
           END-IF.
           IF WS-GCOUNT < 100
              ADD 1 TO WS-GCOUNT
              MOVE SW-SOURCE TO WS-GE-SOURCE (WS-GCOUNT)
              MOVE SW-PGM    TO WS-GE-PGM (WS-GCOUNT)
              MOVE SW-OPER   TO WS-GE-OPER (WS-GCOUNT)
              MOVE SW-CLE    TO WS-GE-CLE (WS-GCOUNT)
              MOVE SW-DATE   TO WS-GE-DATE (WS-GCOUNT)
              MOVE SW-TIME   TO WS-GE-TIME (WS-GCOUNT)
              MOVE SW-ACTION TO WS-GE-ACTION (WS-GCOUNT)
              MOVE SW-AVANT  TO WS-GE-AVANT (WS-GCOUNT)
              MOVE SW-APRES  TO WS-GE-APRES (WS-GCOUNT)
              MOVE SW-INWIN  TO WS-GE-INWIN (WS-GCOUNT)
              MOVE 'N'       TO WS-GE-BOTH (WS-GCOUNT)
              MOVE 'N'       TO WS-GE-BKRV (WS-GCOUNT)
           ELSE
              ADD 1 TO WS-CNT-OVFL
           END-IF.
       210-EXIT.
           EXIT.
      *****************************************************************
      *  This routine starts an employee or account
      *****************************************************************
       220-NEWGROUP.
           MOVE SW-DOMAINE TO WS-CUR-DOMAINE.
           MOVE SW-CLE     TO WS-CUR-CLE.
           MOVE 0          TO WS-GCOUNT.
           ADD 1 TO WS-CNT-GROUPS.
      *****************************************************************
      *  This routine runs the checks of one employee (payroll and
      *  bank) or account (address), then notes the off-hours
      *  changes
      *****************************************************************
       300-GROUP.
           IF WS-CUR-DOMAINE = 'E'
              PERFORM 310-SELF THRU 310-EXIT
              PERFORM 320-BKRV THRU 320-EXIT
              PERFORM 330-BOTH THRU 330-EXIT
           ELSE
              PERFORM 340-ADML THRU 340-EXIT
           END-IF.
           PERFORM 350-OFFH THRU 350-EXIT.
       300-EXIT.
           EXIT.
      *****************************************************************
      *  This routine flags every window change made to the
      *  employee by the operator whose own employee number it is
      *****************************************************************
       310-SELF.
           IF NOT OPER-AVAIL
              GO TO 310-EXIT
           END-IF.
           PERFORM VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > WS-GCOUNT
              IF WS-GE-INWIN (WS-GX) = 'Y'
                 AND WS-GE-OPER (WS-GX) NOT = SPACES
                 MOVE WS-GE-OPER (WS-GX) TO OP-ID
                 READ OPERMSTR
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF OP-SALARY NOT = SPACES
                          MOVE OP-SALARY TO WS-OP-CLE
                          IF WS-OP-CLE = WS-CUR-CLE
                             MOVE 'SELF' TO WS-RV-TYPE
                             MOVE 'OPERATOR CHANGED OWN EMPLOYEE RECORD'
                               TO WS-RV-TEXTE
                             PERFORM 610-NEWFIND
                             ADD 1 TO WS-CNT-SELF
                             MOVE WS-GE-CHG (WS-GX) TO WS-CHG
                             PERFORM 600-QUEUE
                          END-IF
                       END-IF
                 END-READ
              END-IF
           END-PERFORM.
       310-EXIT.
           EXIT.
      *****************************************************************
      *  This routine looks for bank coordinates replaced and later
      *  put back, a payroll run in between within PJ-VEILLE
      *  business days of the first change (bytes 9 to 34 of the
      *  BANKMSTR image are the coordinates)
      *****************************************************************
       320-BKRV.
           PERFORM VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > WS-GCOUNT
              IF WS-GE-SOURCE (WS-GX) = 'BANKAUDIT'
                 AND WS-GE-BKRV (WS-GX) = 'N'
                 AND WS-GE-AVANT (WS-GX) (9:26) NOT = SPACES
                 AND WS-GE-AVANT (WS-GX) (9:26)
                     NOT = WS-GE-APRES (WS-GX) (9:26)
                 PERFORM 325-REVERT THRU 325-EXIT
              END-IF
           END-PERFORM.
       320-EXIT.
           EXIT.
      *****************************************************************
      *  This routine finds the window change that puts back the
      *  coordinates replaced by change WS-GX and the payroll run
      *  between the two
      *****************************************************************
       325-REVERT.
           MOVE 'N' TO WS-FOUND-SW.
           COMPUTE WS-GZ = WS-GX + 1.
           PERFORM VARYING WS-GY FROM WS-GZ BY 1
                     UNTIL WS-GY > WS-GCOUNT OR REC-FOUND
              IF WS-GE-SOURCE (WS-GY) = 'BANKAUDIT'
                 AND WS-GE-INWIN (WS-GY) = 'Y'
                 AND WS-GE-APRES (WS-GY) (9:26)
                     = WS-GE-AVANT (WS-GX) (9:26)
                 MOVE 'Y' TO WS-FOUND-SW
              END-IF
           END-PERFORM.
           IF NOT REC-FOUND
              GO TO 325-EXIT
           END-IF.
           SUBTRACT 1 FROM WS-GY.
           MOVE WS-GE-DATE (WS-GX) TO WS-STPA-DATE.
           MOVE WS-GE-TIME (WS-GX) TO WS-STPA-TIME.
           MOVE WS-GE-DATE (WS-GY) TO WS-STPB-DATE.
           MOVE WS-GE-TIME (WS-GY) TO WS-STPB-TIME.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-PX FROM 1 BY 1
                     UNTIL WS-PX > WS-PAY-COUNT OR REC-FOUND
              MOVE WS-PAY-DATE (WS-PX) TO WS-STPP-DATE
              MOVE WS-PAY-TIME (WS-PX) TO WS-STPP-TIME
              IF WS-STP-P > WS-STP-A AND WS-STP-P < WS-STP-B
                 MOVE 'C'          TO WS-CAL-FUNC
                 MOVE WS-STPA-DATE TO WS-CAL-DATE1
                 MOVE WS-STPP-DATE TO WS-CAL-DATE2
                 CALL WS-CALL-CAL USING WS-CAL-FUNC, WS-CAL-DATE1,
                      WS-CAL-DATE2, WS-CAL-RESULT, WS-CAL-COUNT
                 IF WS-CAL-COUNT <= PJ-VEILLE
                    MOVE 'Y' TO WS-FOUND-SW
                 END-IF
              END-IF
           END-PERFORM.
           IF NOT REC-FOUND
              GO TO 325-EXIT
           END-IF.
           MOVE 'Y' TO WS-GE-BKRV (WS-GX).
           MOVE 'Y' TO WS-GE-BKRV (WS-GY).
           MOVE 'BKRV' TO WS-RV-TYPE.
           MOVE 'BANK DETAILS RESTORED AFTER PAYROLL RUN'
             TO WS-RV-TEXTE.
           PERFORM 610-NEWFIND.
           ADD 1 TO WS-CNT-BKRV.
           MOVE WS-GE-CHG (WS-GX) TO WS-CHG.
           PERFORM 600-QUEUE.
           MOVE WS-GE-CHG (WS-GY) TO WS-CHG.
           PERFORM 600-QUEUE.
       325-EXIT.
           EXIT.
      *****************************************************************
      *  This routine flags an operator who changed both the payroll
      *  and the bank details of the employee in the window : one
      *  finding with every such change of theirs
      *****************************************************************
       330-BOTH.
           PERFORM VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > WS-GCOUNT
              IF WS-GE-SOURCE (WS-GX) = 'SALAUDIT'
                 AND WS-GE-BOTH (WS-GX) = 'N'
                 AND WS-GE-OPER (WS-GX) NOT = SPACES
                 PERFORM 335-BOTHONE THRU 335-EXIT
              END-IF
           END-PERFORM.
       330-EXIT.
           EXIT.
      *****************************************************************
      *  This routine looks for a window bank change by the operator
      *  of payroll change WS-GX and queues the operator's changes
      *****************************************************************
       335-BOTHONE.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-GY FROM 1 BY 1
                     UNTIL WS-GY > WS-GCOUNT OR REC-FOUND
              IF WS-GE-SOURCE (WS-GY) = 'BANKAUDIT'
                 AND WS-GE-INWIN (WS-GY) = 'Y'
                 AND WS-GE-OPER (WS-GY) = WS-GE-OPER (WS-GX)
                 MOVE 'Y' TO WS-FOUND-SW
              END-IF
           END-PERFORM.
           IF NOT REC-FOUND
              GO TO 335-EXIT
           END-IF.
           MOVE 'BOTH' TO WS-RV-TYPE.
           MOVE 'ONE OPERATOR ON PAYROLL AND BANK DETAILS'
             TO WS-RV-TEXTE.
           PERFORM 610-NEWFIND.
           ADD 1 TO WS-CNT-BOTH.
           PERFORM VARYING WS-GY FROM 1 BY 1 UNTIL WS-GY > WS-GCOUNT
              IF WS-GE-INWIN (WS-GY) = 'Y'
                 AND WS-GE-OPER (WS-GY) = WS-GE-OPER (WS-GX)
                 MOVE 'Y' TO WS-GE-BOTH (WS-GY)
                 MOVE WS-GE-CHG (WS-GY) TO WS-CHG
                 PERFORM 600-QUEUE
              END-IF
           END-PERFORM.
       335-EXIT.
           EXIT.
      *****************************************************************
      *  This routine ties every address change of the account to
      *  the first mailing that followed it in the window
      *****************************************************************
       340-ADML.
           PERFORM VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > WS-GCOUNT
              PERFORM 345-MAILCHK THRU 345-EXIT
           END-PERFORM.
       340-EXIT.
           EXIT.
      *****************************************************************
      *  This routine searches the mailings for address change
      *  WS-GX and queues the change with the mailing
      *****************************************************************
       345-MAILCHK.
           MOVE WS-GE-DATE (WS-GX) TO WS-STPA-DATE.
           MOVE WS-GE-TIME (WS-GX) TO WS-STPA-TIME.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-MX FROM 1 BY 1
                     UNTIL WS-MX > WS-MAIL-COUNT OR REC-FOUND
              IF WS-MT-COMPTE (WS-MX) = WS-CUR-COMPTE
                 MOVE WS-MT-DATE (WS-MX) TO WS-STPP-DATE
                 MOVE WS-MT-TIME (WS-MX) TO WS-STPP-TIME
                 IF WS-STP-P > WS-STP-A
                    MOVE 'Y' TO WS-FOUND-SW
                 END-IF
              END-IF
           END-PERFORM.
           IF NOT REC-FOUND
              GO TO 345-EXIT
           END-IF.
           SUBTRACT 1 FROM WS-MX.
           MOVE 'ADML' TO WS-RV-TYPE.
           MOVE 'ADDRESS CHANGED BEFORE A MAILING' TO WS-RV-TEXTE.
           PERFORM 610-NEWFIND.
           ADD 1 TO WS-CNT-ADML.
           MOVE WS-GE-CHG (WS-GX) TO WS-CHG.
           PERFORM 600-QUEUE.
           MOVE SPACES      TO WS-CHG.
           MOVE 'MAILLOG'   TO WS-CH-SOURCE.
           MOVE 'PGM083'    TO WS-CH-PGM.
           MOVE WS-GE-OPER (WS-GX) TO WS-CH-OPER.
           MOVE WS-CUR-CLE  TO WS-CH-CLE.
           MOVE WS-STPP-DATE TO WS-CH-DATE.
           MOVE WS-STPP-TIME TO WS-CH-TIME.
           MOVE SPACES TO WS-RV-TEXTE.
           IF WS-MT-LETTRE (WS-MX) = SPACES
              MOVE 'STATEMENT MAILED AFTER THE CHANGE'
                TO WS-RV-TEXTE
           ELSE
              STRING 'LETTER ' WS-MT-LETTRE (WS-MX)
                     ' MAILED AFTER THE CHANGE'
                     DELIMITED BY SIZE
                INTO WS-RV-TEXTE
           END-IF.
           PERFORM 600-QUEUE.
       345-EXIT.
           EXIT.
      *****************************************************************
      *  This routine counts the window changes made outside
      *  business hours per operator (the deferred appliers
      *  excepted) and keeps them for the OFFH findings
      *****************************************************************
       350-OFFH.
           PERFORM VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > WS-GCOUNT
              IF WS-GE-INWIN (WS-GX) = 'Y'
                 AND WS-GE-OPER (WS-GX) NOT = SPACES
                 AND WS-GE-PGM (WS-GX) NOT = 'PGM118'
                 AND WS-GE-PGM (WS-GX) NOT = 'PGM127'
                 PERFORM 355-OFFONE THRU 355-EXIT
              END-IF
           END-PERFORM.
       350-EXIT.
           EXIT.
      *****************************************************************
      *  This routine decides whether change WS-GX was made outside
      *  business hours : on a day that is not a business day or
      *  outside PJ-HDEB / PJ-HFIN
      *****************************************************************
       355-OFFONE.
           MOVE 'N' TO WS-OFF-SW.
           COMPUTE WS-HHMM = WS-GE-TIME (WS-GX) / 10000.
           IF WS-HHMM < PJ-HDEB OR WS-HHMM >= PJ-HFIN
              MOVE 'Y' TO WS-OFF-SW
           ELSE
              MOVE 'B'                TO WS-CAL-FUNC
              MOVE WS-GE-DATE (WS-GX) TO WS-CAL-DATE1
              CALL WS-CALL-CAL USING WS-CAL-FUNC, WS-CAL-DATE1,
                   WS-CAL-DATE2, WS-CAL-RESULT, WS-CAL-COUNT
              IF WS-CAL-RESULT NOT = 'Y'
                 MOVE 'Y' TO WS-OFF-SW
              END-IF
           END-IF.
           IF NOT IS-OFF
              GO TO 355-EXIT
           END-IF.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-OX FROM 1 BY 1
                     UNTIL WS-OX > WS-OPC-COUNT OR REC-FOUND
              IF WS-OPC-OPER (WS-OX) = WS-GE-OPER (WS-GX)
                 MOVE 'Y' TO WS-FOUND-SW
                 ADD 1 TO WS-OPC-NB (WS-OX)
              END-IF
           END-PERFORM.
           IF NOT REC-FOUND
              IF WS-OPC-COUNT < 100
                 ADD 1 TO WS-OPC-COUNT
                 MOVE WS-GE-OPER (WS-GX) TO WS-OPC-OPER (WS-OPC-COUNT)
                 MOVE 1 TO WS-OPC-NB (WS-OPC-COUNT)
              ELSE
                 ADD 1 TO WS-CNT-OVFL
              END-IF
           END-IF.
           IF WS-OFF-COUNT < 300
              ADD 1 TO WS-OFF-COUNT
              MOVE WS-GE-OPER (WS-GX) TO WS-OF-OPER (WS-OFF-COUNT)
              MOVE WS-GE-CHG (WS-GX)  TO WS-OF-CHG (WS-OFF-COUNT)
           ELSE
              ADD 1 TO WS-CNT-OVFL
           END-IF.
       355-EXIT.
           EXIT.
      *****************************************************************
      *  This routine raises one OFFH finding per operator at or
      *  above the threshold, with their off-hours changes
      *****************************************************************
       400-OFFHOURS.
           PERFORM VARYING WS-OX FROM 1 BY 1
                     UNTIL WS-OX > WS-OPC-COUNT
              IF WS-OPC-NB (WS-OX) >= PJ-SEUIL
                 MOVE 'OFFH' TO WS-RV-TYPE
                 MOVE WS-OPC-NB (WS-OX) TO WS-EDIT-NB
                 MOVE SPACES TO WS-RV-TEXTE
                 STRING WS-EDIT-NB ' CHANGES OUTSIDE BUSINESS HOURS'
                        DELIMITED BY SIZE
                   INTO WS-RV-TEXTE
                 PERFORM 610-NEWFIND
                 ADD 1 TO WS-CNT-OFFH
                 PERFORM VARYING WS-FX FROM 1 BY 1
                           UNTIL WS-FX > WS-OFF-COUNT
                    IF WS-OF-OPER (WS-FX) = WS-OPC-OPER (WS-OX)
                       MOVE WS-OF-CHG (WS-FX) TO WS-CHG
                       PERFORM 600-QUEUE
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
       400-EXIT.
           EXIT.
      *****************************************************************
      *  This routine writes one change of the current finding to
      *  the review queue, open
      *****************************************************************
       600-QUEUE.
           MOVE SPACES       TO STRUCT-REVUEQ.
           MOVE PJ-RUNDATE   TO RV-DTANAL.
           MOVE WS-NUM       TO RV-NUM.
           MOVE WS-RV-TYPE   TO RV-TYPE.
           MOVE WS-CH-OPER   TO RV-OPER.
           MOVE WS-CH-CLE    TO RV-CLE.
           MOVE WS-CH-SOURCE TO RV-SOURCE.
           MOVE WS-CH-PGM    TO RV-PGM.
           MOVE WS-CH-DATE   TO RV-DTCHG.
           MOVE WS-CH-TIME   TO RV-HRCHG.
           MOVE WS-CH-ACTION TO RV-ACTION.
           MOVE 'O'          TO RV-ETAT.
           MOVE WS-RV-TEXTE  TO RV-TEXTE.
           MOVE WS-CH-AVANT  TO RV-AVANT.
           MOVE WS-CH-APRES  TO RV-APRES.
           WRITE STRUCT-REVUEQ.
           ADD 1 TO WS-CNT-QUEUED.
      *****************************************************************
      *  This routine numbers a new finding and reports it
      *****************************************************************
       610-NEWFIND.
           ADD 1 TO WS-NUM.
           IF WS-RV-TYPE = 'OFFH'
              DISPLAY 'FINDING ' WS-NUM ' OFFH OPERATOR '
                      WS-OPC-OPER (WS-OX) ' : ' WS-RV-TEXTE
           ELSE
              DISPLAY 'FINDING ' WS-NUM ' ' WS-RV-TYPE ' '
                      WS-CUR-DOMAINE ' ' WS-CUR-CLE ' : '
                      WS-RV-TEXTE
           END-IF.
      *****************************************************************
      *  This routine should close the program (after some displays)
      *  and tells the operators when there is something to review
      *****************************************************************
       500-EXITP.
           DISPLAY "500-EXITP".
           DISPLAY '    SALARY CHANGES    : ' WS-CNT-SAL.
           DISPLAY '    BANK CHANGES      : ' WS-CNT-BANK.
           DISPLAY '    ADDRESS CHANGES   : ' WS-CNT-ADDR.
           DISPLAY '    KEYS EXAMINED     : ' WS-CNT-GROUPS.
           DISPLAY '    FINDINGS SELF     : ' WS-CNT-SELF.
           DISPLAY '    FINDINGS BKRV     : ' WS-CNT-BKRV.
           DISPLAY '    FINDINGS ADML     : ' WS-CNT-ADML.
           DISPLAY '    FINDINGS BOTH     : ' WS-CNT-BOTH.
           DISPLAY '    FINDINGS OFFH     : ' WS-CNT-OFFH.
           DISPLAY '    QUEUED FOR REVIEW : ' WS-CNT-QUEUED.
           IF WS-CNT-OVFL > 0
              DISPLAY 'WARNING : ' WS-CNT-OVFL ' ENTRIES BEYOND THE '
                      'TABLES WERE NOT EXAMINED'
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-NUM > 0
              MOVE 'M'      TO WS-HUB-FUNC
              MOVE 'PGM128' TO WS-HUB-PGM
              MOVE 'W'      TO WS-HUB-SEV
              MOVE SPACES   TO WS-HUB-TEXT
              STRING 'SOD REVIEW : ' WS-NUM
                     ' FINDING(S) QUEUED ON REVUEQ'
                     DELIMITED BY SIZE
                INTO WS-HUB-TEXT
              CALL WS-CALL-HUB USING WS-HUB-FUNC, WS-HUB-PGM,
                   WS-RUNNO, WS-HUB-SEV, WS-HUB-TEXT
              MOVE 4 TO RETURN-CODE
           END-IF.
       500-EXIT.
           EXIT.
      *****************************************************************
      *  Those routines handle files Closing
      *****************************************************************
       999-CFILE.
           IF OPER-AVAIL
              CLOSE OPERMSTR
              MOVE 'OPERMSTR' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE 0 TO WS-LIN-COUNT
              PERFORM 900-LINEAGE
           END-IF.
           CLOSE REVUEQ.
           MOVE 'REVUEQ' TO WS-LIN-DSN.
           MOVE 'E' TO WS-LIN-MODE.
           MOVE WS-CNT-QUEUED TO WS-LIN-COUNT.
           PERFORM 900-LINEAGE.
       999-EXIT.
           EXIT.
      *****************************************************************
      *  This routine records one closed dataset on the LINEAGE
      *  register (PGM124) : name, open mode, record count
      *****************************************************************
       900-LINEAGE.
           CALL WS-CALL-LIN USING WS-LIN-PGM, WS-LIN-DSN,
                WS-LIN-MODE, WS-LIN-COUNT.
