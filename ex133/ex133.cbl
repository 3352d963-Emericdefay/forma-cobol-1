      *****************************************************************
      * Program name:    PGM133
      *
      * Original author: DEFAY E.
      *
      * Purpose : Customer letter composer. The LETTMPL template
      *           file holds one template per letter code (LT-CODE :
      *           dormancy notice, overdraft warning, RIB
      *           certificate, KYC reminder, closure confirmation,
      *           the DUN1-3 and ESCH letters of PGM088 / PGM089),
      *           its title on line 000 and its text on lines 001
      *           onwards. A text line may carry placeholders, a
      *           field name between two '&' :
      *             &NOM&     customer name (CUSTMSTR through
      *                       ACCTREL, else the account name)
      *             &ADR1& &ADR2& &CP& &VILLE&  address (ADDRMSTR)
      *             &COMPTE& &SOLDE& &DEVISE& &RIB& &DTCLOT&
      *                       account fields (ACCTMSTR)
      *             &DTREVUE& customer's next KYC review date
      *             &DATE&    letter date (the run date)
      *             &MNT& &ECHEANCE&  amount and date of the request
      *             &REF&     letter reference
      *           and a line holding &PAGE& alone starts a new page.
      *           Every LETTREQ request (template code and account,
      *           ACCTLIST layout, so the PGM088 and PGM089 lists
      *           feed it as they are, with an optional amount and
      *           date) gives one letter on LETTOUT, print-ready :
      *           each letter starts a page, every page is PJ-LIGNES
      *           lines long with the reference and 'PAGE n / m' at
      *           its foot. Each letter sent is logged to the MAILLOG
      *           correspondence history (template, letter date, time
      *           and reference - the reference numbers go on from
      *           the highest one PGM133 logged for that date, so two
      *           runs of one day never share a reference); a
      *           request for an unknown template, an account not on
      *           ACCTMSTR or without an address is
      *           rejected on FILERPT133, which also counts the
      *           letters and pages by template.
      *
      * Using :
      *    - Copybooks ACCTFS & MAILHFS
      *    - ACCTMSTR as loaded by PGM019, ADDRMSTR as kept by
      *      PGM083, ACCTREL and CUSTMSTR by PGM051
      *    - PGM075 report catalog
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created : customer letters composed and
      *                    logged by the batch instead of mail-merged
      *                    by hand
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM133.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /    LETTMPL (letter templates : code, line number, text)
           SELECT LETTMPL
           ASSIGN TO LETTMPL
           FILE STATUS is WS-FS-TMPL.
      /    LETTREQ (letter requests : account and template code)
           SELECT LETTREQ
           ASSIGN TO LETTREQ
           FILE STATUS is WS-FS-REQ.
      /    ACCTMSTR (indexed account master keyed on F-COMPTE)
           SELECT ACCTMSTR
           ASSIGN TO ACCTMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS F-COMPTE
           FILE STATUS is WS-FS-MSTR.
      /    ADDRMSTR (indexed address master keyed on AD-COMPTE)
           SELECT ADDRMSTR
           ASSIGN TO ADDRMSTR
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is AD-COMPTE
           FILE STATUS is WS-FS-ADDR.
      /    ACCTREL (indexed account-to-customer relationship file)
           SELECT ACCTREL
           ASSIGN TO ACCTREL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-COMPTE
           FILE STATUS is WS-FS-REL.
      /    CUSTMSTR (indexed customer master keyed on CU-CLIENT)
           SELECT CUSTMSTR
           ASSIGN TO CUSTMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CU-CLIENT
           FILE STATUS is WS-FS-CUST.
      /    MAILLOG (correspondence history, appended)
           SELECT MAILLOG
           ASSIGN TO MAILLOG
           FILE STATUS is WS-FS-MLOG.
      /    LETTOUT (the composed letters, paginated for print)
           SELECT LETTOUT
           ASSIGN TO LETTOUT.
      /    FILERPT133 (rejected requests, letters by template)
           SELECT FILERPT133
           ASSIGN TO FILERPT133.
      /    SORTWK (template lines by code and line number)
           SELECT SORTWK
           ASSIGN TO SORTWK.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD LETTMPL.
       01  STRUCT-LETTMPL.
           02 LT-CODE    PIC X(04).
           02 FILLER     PIC X(01).
           02 LT-SEQ     PIC 9(03).
           02 FILLER     PIC X(01).
           02 LT-TEXT    PIC X(71).
       FD LETTREQ.
       01  STRUCT-LETTREQ.
           02 LR-COMPTE  PIC 9(06).
           02 FILLER     PIC X(01).
           02 LR-LETTRE  PIC X(04).
           02 FILLER     PIC X(01).
           02 LR-MNT     PIC X(09).
           02 LR-MNT-N REDEFINES LR-MNT PIC 9(07)V99.
           02 FILLER     PIC X(01).
           02 LR-DATE    PIC X(08).
           02 LR-DATE-N REDEFINES LR-DATE PIC 9(08).
           02 FILLER     PIC X(50).
       FD ACCTMSTR.
       COPY ACCTFS REPLACING ==()== BY ==ACCTMSTR==.
       FD ADDRMSTR
           RECORD CONTAINS 120 CHARACTERS.
       01  STRUCT-ADDRMSTR.
           02 AD-COMPTE   PIC 9(06).
           02 FILLER      PIC X(01).
           02 AD-RUE1     PIC X(25).
           02 FILLER      PIC X(01).
           02 AD-RUE2     PIC X(25).
           02 FILLER      PIC X(01).
           02 AD-CP       PIC X(05).
           02 FILLER      PIC X(01).
           02 AD-VILLE    PIC X(20).
           02 FILLER      PIC X(35).
       FD ACCTREL.
       01  STRUCT-ACCTREL.
           02 AR-COMPTE  PIC 9(06).
           02 FILLER     PIC X(01).
           02 AR-CLIENT  PIC 9(06).
           02 FILLER     PIC X(67).
       FD CUSTMSTR.
       01  STRUCT-CUSTMSTR.
           02 CU-CLIENT  PIC 9(06).
           02 FILLER     PIC X(01).
           02 CU-NOM     PIC X(25).
           02 FILLER     PIC X(01).
           02 CU-ADRESSE PIC X(30).
           02 FILLER     PIC X(01).
           02 CU-RISQUE  PIC X(01).
           02 FILLER     PIC X(01).
           02 CU-DTREVUE PIC 9(08).
           02 FILLER     PIC X(06).
       FD MAILLOG
           RECORD CONTAINS 80 CHARACTERS.
       COPY MAILHFS REPLACING ==()== BY ==MAILLOG==.
       FD LETTOUT
           RECORD CONTAINS 80 CHARACTERS.
       01  LETTOUT-ENREG      PIC X(80).
       FD FILERPT133
           RECORD CONTAINS 80 CHARACTERS.
       01  FILERPT133-ENREG   PIC X(80).
       SD SORTWK.
       01  STRUCT-SORTWK.
           02 SW-CODE    PIC X(04).
           02 FILLER     PIC X(01).
           02 SW-SEQ     PIC 9(03).
           02 FILLER     PIC X(01).
           02 SW-TEXT    PIC X(71).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-TMPL     PIC X(02).
       01 WS-FS-REQ      PIC X(02).
           88 REQ-END     VALUE '10'.
       01 WS-FS-MSTR     PIC X(02).
       01 WS-FS-ADDR     PIC X(02).
       01 WS-FS-REL      PIC X(02).
       01 WS-FS-CUST     PIC X(02).
       01 WS-FS-MLOG     PIC X(02).
       01 WS-REL-AVAIL-SW  PIC X(01) VALUE 'N'.
           88 REL-AVAIL   VALUE 'Y'.
       01 WS-CUST-AVAIL-SW PIC X(01) VALUE 'N'.
           88 CUST-AVAIL  VALUE 'Y'.
       01 WS-CUST-FOUND-SW PIC X(01).
           88 CUST-FOUND  VALUE 'Y'.
       01 WS-SORT-DONE-SW PIC X(01) VALUE 'N'.
           88 SORT-DONE   VALUE 'Y'.
      / Run counters
       01 WS-CNT-REQ     PIC 9(07) VALUE 0.
       01 WS-CNT-LETTER  PIC 9(07) VALUE 0.
       01 WS-CNT-PAGES   PIC 9(07) VALUE 0.
       01 WS-CNT-LINES   PIC 9(07) VALUE 0.
       01 WS-CNT-REJECT  PIC 9(07) VALUE 0.
       01 WS-CNT-UNKPH   PIC 9(07) VALUE 0.
      / Templates (code, title, first line and line count in the
      / text table, pages, letters composed) and their text lines
       01 WS-TP-COUNT    PIC 9(02) VALUE 0.
       01 WS-TP-MAX      PIC 9(02) VALUE 50.
       01 WS-TP-TABLE.
           05 WS-TP-ENTRY OCCURS 50 TIMES.
              10 WS-TP-CODE    PIC X(04).
              10 WS-TP-TITRE   PIC X(40).
              10 WS-TP-FIRST   PIC 9(04).
              10 WS-TP-NBL     PIC 9(04).
              10 WS-TP-PAGES   PIC 9(03).
              10 WS-TP-SENT    PIC 9(07).
              10 WS-TP-PRINTED PIC 9(07).
       01 WS-TX          PIC 9(02).
       01 WS-TL-COUNT    PIC 9(04) VALUE 0.
       01 WS-TL-MAX      PIC 9(04) VALUE 2000.
       01 WS-TL-TABLE.
           05 WS-TL-TEXT PIC X(71) OCCURS 2000 TIMES.
       01 WS-LX          PIC 9(04).
       01 WS-LAST        PIC 9(04).
      / Page layout : PJ-LIGNES lines, the last two the blank line
      / and the foot line
       01 WS-BODY        PIC 9(03).
       01 WS-PAGE        PIC 9(03).
       01 WS-PLINE       PIC 9(03).
       01 WS-RPT-FOOT.
           05 FILLER          PIC X(04) VALUE 'REF '.
           05 WS-FT-REF       PIC X(16).
           05 FILLER          PIC X(38) VALUE SPACES.
           05 FILLER          PIC X(05) VALUE 'PAGE '.
           05 WS-FT-PAGE      PIC ZZ9.
           05 FILLER          PIC X(03) VALUE ' / '.
           05 WS-FT-PAGES     PIC ZZ9.
           05 FILLER          PIC X(08) VALUE SPACES.
      / Placeholders : names, and per letter their value and its
      / significant length
       01 WS-PH-NOMS.
           05 FILLER PIC X(08) VALUE 'NOM'.
           05 FILLER PIC X(08) VALUE 'ADR1'.
           05 FILLER PIC X(08) VALUE 'ADR2'.
           05 FILLER PIC X(08) VALUE 'CP'.
           05 FILLER PIC X(08) VALUE 'VILLE'.
           05 FILLER PIC X(08) VALUE 'COMPTE'.
           05 FILLER PIC X(08) VALUE 'SOLDE'.
           05 FILLER PIC X(08) VALUE 'DEVISE'.
           05 FILLER PIC X(08) VALUE 'RIB'.
           05 FILLER PIC X(08) VALUE 'DTCLOT'.
           05 FILLER PIC X(08) VALUE 'DTREVUE'.
           05 FILLER PIC X(08) VALUE 'DATE'.
           05 FILLER PIC X(08) VALUE 'MNT'.
           05 FILLER PIC X(08) VALUE 'ECHEANCE'.
           05 FILLER PIC X(08) VALUE 'REF'.
       01 WS-PH-NOM-TABLE REDEFINES WS-PH-NOMS.
           05 WS-PH-NOM  PIC X(08) OCCURS 15 TIMES.
       01 WS-PH-MAX      PIC 9(02) VALUE 15.
       01 WS-PH-VALUES.
           05 WS-PH-ENTRY OCCURS 15 TIMES.
              10 WS-PH-VAL  PIC X(30).
              10 WS-PH-LEN  PIC 9(02).
       01 WS-PX          PIC 9(02).
       01 WS-PH-NAME     PIC X(08).
       01 WS-PH-WORK     PIC X(30).
      / The RIB's account number, zero-filled to 11 as PGM103 prints
       01 WS-RIB-CPT     PIC 9(11).
       01 WS-PH-LEAD     PIC 9(02).
      / Line being composed : template text in (blank past column
      / 71), print line out
       01 WS-IN          PIC X(80).
       01 WS-OUT         PIC X(80).
       01 WS-IX          PIC 9(03).
       01 WS-KX          PIC 9(03).
       01 WS-OX          PIC 9(03).
       01 WS-NX          PIC 9(03).
       01 WS-CX          PIC 9(03).
      / Edited values
       01 WS-ED-SOLDE    PIC -(07)9.99.
       01 WS-ED-MNT      PIC Z(06)9.99.
       01 WS-DT-N        PIC 9(08).
       01 WS-DT-X REDEFINES WS-DT-N.
           05 WS-DT-AAAA PIC 9(04).
           05 WS-DT-MM   PIC 9(02).
           05 WS-DT-JJ   PIC 9(02).
       01 WS-LETNO       PIC 9(07) VALUE 0.
       01 WS-REF         PIC X(16).
       01 WS-MOTIF       PIC X(30).
      / FILERPT133 lines
       01 WS-RPT-LINES   PIC 9(07) VALUE 0.
       01 WS-RPT-HDR.
           05 FILLER          PIC X(30) VALUE
              'PGM133 CUSTOMER LETTERS - RUN '.
           05 WS-RPT-H-DATE   PIC 9(08).
           05 FILLER          PIC X(42) VALUE SPACES.
       01 WS-RPT-BLANK   PIC X(80) VALUE SPACES.
       01 WS-RPT-REJ.
           05 FILLER          PIC X(08) VALUE 'REJET : '.
           05 WS-RPT-R-COMPTE PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WS-RPT-R-LETTRE PIC X(04).
           05 FILLER          PIC X(03) VALUE ' - '.
           05 WS-RPT-R-MOTIF  PIC X(30).
           05 FILLER          PIC X(28) VALUE SPACES.
       01 WS-RPT-COLS.
           05 FILLER          PIC X(46) VALUE
              'CODE  MODELE                                  '.
           05 FILLER          PIC X(34) VALUE
              '   LETTRES     PAGES'.
       01 WS-RPT-TMPL.
           05 WS-RPT-T-CODE   PIC X(04).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-RPT-T-TITRE  PIC X(40).
           05 WS-RPT-T-SENT   PIC Z(09)9.
           05 WS-RPT-T-PAGES  PIC Z(09)9.
           05 FILLER          PIC X(14) VALUE SPACES.
      / PGM075 report-catalog interface
       01 WS-CALL-CAT    PIC X(08) VALUE "PGM075  ".
       01 WS-CAT-RPT     PIC X(12).
       01 WS-CAT-PAGES   PIC 9(05).
       01 WS-CAT-LINES   PIC 9(07).
      / PGM081 control date
       01 WS-CALL-DATE   PIC X(08) VALUE "PGM081  ".
      / Parameter from JCL run
       01 PJ-RUNDATE     PIC 9(08).
       01 PJ-LIGNES      PIC 9(03).
       01 PJ-LIGNES-DEF  PIC 9(03) VALUE 66.
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           SORT SORTWK
              ON ASCENDING KEY SW-CODE
              ON ASCENDING KEY SW-SEQ
              USING LETTMPL
              OUTPUT PROCEDURE IS 010-LOADTMPL THRU 010-EXIT.
           PERFORM 030-PAGES THRU 030-EXIT.
           PERFORM 100-OFILE THRU 100-EXIT.
           PERFORM UNTIL REQ-END
              READ LETTREQ
                 NOT AT END
                    ADD 1 TO WS-CNT-REQ
                    PERFORM 200-ONEREQ THRU 200-EXIT
              END-READ
           END-PERFORM.
           PERFORM 400-REPORT THRU 400-EXIT.
           PERFORM 900-CFILE THRU 900-EXIT.
           PERFORM 500-EXITP THRU 500-EXIT.
           STOP RUN.
      *****************************************************************
      *  This routine handle parameters : the letter date defaults
      *  to the control date, the page length to PJ-LIGNES-DEF
      *****************************************************************
       000-PARMS.
           ACCEPT PJ-RUNDATE.
           IF PJ-RUNDATE = SPACE OR LOW-VALUE THEN
              CALL WS-CALL-DATE USING PJ-RUNDATE
           END-IF.
           ACCEPT PJ-LIGNES.
           IF PJ-LIGNES = SPACE OR LOW-VALUE OR PJ-LIGNES NOT NUMERIC
              OR PJ-LIGNES = 0
              MOVE PJ-LIGNES-DEF TO PJ-LIGNES
           END-IF.
           IF PJ-LIGNES < 20
              DISPLAY 'ERROR : PAGE LENGTH ' PJ-LIGNES
                      ' BELOW 20 LINES'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           COMPUTE WS-BODY = PJ-LIGNES - 2.
       000-EXIT.
           EXIT.
      *****************************************************************
      *  This routine loads the sorted template lines : line 000 is
      *  the template's title, the others its text
      *****************************************************************
       010-LOADTMPL.
           PERFORM 020-ONELINE THRU 020-EXIT
              UNTIL SORT-DONE.
           IF WS-TP-COUNT = 0
              DISPLAY 'ERROR : NO TEMPLATE ON LETTMPL'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
       010-EXIT.
           EXIT.
       020-ONELINE.
           RETURN SORTWK
              AT END
                 MOVE 'Y' TO WS-SORT-DONE-SW
                 GO TO 020-EXIT
           END-RETURN.
           IF WS-TP-COUNT > 0
              IF SW-CODE = WS-TP-CODE (WS-TP-COUNT)
                 GO TO 020-TEXT
              END-IF
           END-IF.
           IF WS-TP-COUNT = WS-TP-MAX
              DISPLAY 'ERROR : MORE THAN ' WS-TP-MAX
                      ' TEMPLATES ON LETTMPL'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-TP-COUNT.
           MOVE WS-TP-COUNT TO WS-TX.
           INITIALIZE WS-TP-ENTRY (WS-TX).
           MOVE SW-CODE     TO WS-TP-CODE (WS-TX).
           COMPUTE WS-TP-FIRST (WS-TX) = WS-TL-COUNT + 1.
       020-TEXT.
           IF SW-SEQ = 0
              MOVE SW-TEXT TO WS-TP-TITRE (WS-TX)
              GO TO 020-EXIT
           END-IF.
           IF WS-TL-COUNT = WS-TL-MAX
              DISPLAY 'ERROR : MORE THAN ' WS-TL-MAX
                      ' TEMPLATE LINES ON LETTMPL'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-TL-COUNT.
           MOVE SW-TEXT TO WS-TL-TEXT (WS-TL-COUNT).
           ADD 1 TO WS-TP-NBL (WS-TX).
       020-EXIT.
           EXIT.
      *****************************************************************
      *  This routine works out how many pages each template prints,
      *  for the 'PAGE n / m' foot lines
      *****************************************************************
       030-PAGES.
           PERFORM VARYING WS-TX FROM 1 BY 1
                     UNTIL WS-TX > WS-TP-COUNT
              MOVE 1 TO WS-PAGE
              MOVE 0 TO WS-PLINE
              COMPUTE WS-LAST = WS-TP-FIRST (WS-TX)
                              + WS-TP-NBL (WS-TX) - 1
              PERFORM VARYING WS-LX FROM WS-TP-FIRST (WS-TX) BY 1
                        UNTIL WS-LX > WS-LAST
                 IF WS-TL-TEXT (WS-LX) = '&PAGE&'
                    ADD 1 TO WS-PAGE
                    MOVE 0 TO WS-PLINE
                 ELSE
                    IF WS-PLINE = WS-BODY
                       ADD 1 TO WS-PAGE
                       MOVE 0 TO WS-PLINE
                    END-IF
                    ADD 1 TO WS-PLINE
                 END-IF
              END-PERFORM
              MOVE WS-PAGE TO WS-TP-PAGES (WS-TX)
           END-PERFORM.
       030-EXIT.
           EXIT.
      *****************************************************************
      *  This routine handle files opening
      *****************************************************************
       100-OFILE.
           OPEN INPUT LETTREQ.
           IF WS-FS-REQ NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT LETTREQ FAILED - FILE '
                      'STATUS ' WS-FS-REQ
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT ACCTMSTR.
           IF WS-FS-MSTR NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT ACCTMSTR FAILED - FILE '
                      'STATUS ' WS-FS-MSTR
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT ADDRMSTR.
           IF WS-FS-ADDR NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT ADDRMSTR FAILED - FILE '
                      'STATUS ' WS-FS-ADDR
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT ACCTREL.
           IF WS-FS-REL = '00'
              MOVE 'Y' TO WS-REL-AVAIL-SW
           ELSE
              DISPLAY 'WARNING : ACCTREL NOT AVAILABLE - ACCOUNT '
                      'NAMES USED'
           END-IF.
           OPEN INPUT CUSTMSTR.
           IF WS-FS-CUST = '00'
              MOVE 'Y' TO WS-CUST-AVAIL-SW
           ELSE
              DISPLAY 'WARNING : CUSTMSTR NOT AVAILABLE - ACCOUNT '
                      'NAMES USED'
           END-IF.
           PERFORM 105-LASTREF THRU 105-EXIT.
           OPEN EXTEND MAILLOG.
           IF WS-FS-MLOG NOT = '00'
              OPEN OUTPUT MAILLOG
           END-IF.
           OPEN OUTPUT LETTOUT.
           OPEN OUTPUT FILERPT133.
           MOVE PJ-RUNDATE TO WS-RPT-H-DATE.
           WRITE FILERPT133-ENREG FROM WS-RPT-HDR.
           WRITE FILERPT133-ENREG FROM WS-RPT-BLANK.
           ADD 2 TO WS-RPT-LINES.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine reads the MAILLOG history through before it is
      *  extended : the letter numbers of the day go on from the
      *  highest reference PGM133 logged for the run date
      *****************************************************************
       105-LASTREF.
           OPEN INPUT MAILLOG.
           IF WS-FS-MLOG NOT = '00'
              GO TO 105-EXIT
           END-IF.
           PERFORM UNTIL WS-FS-MLOG NOT = '00'
              READ MAILLOG
                 AT END
                    CONTINUE
                 NOT AT END
                    IF MH-PGM = 'PGM133' AND MH-DATE = PJ-RUNDATE
                       AND MH-REF NUMERIC AND MH-REF > WS-LETNO
                       MOVE MH-REF TO WS-LETNO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE MAILLOG.
           IF WS-LETNO > 0
              DISPLAY 'PGM133 : LETTERS ALREADY SENT ON ' PJ-RUNDATE
                      ' - REFERENCES GO ON FROM ' WS-LETNO
           END-IF.
       105-EXIT.
           EXIT.
      *****************************************************************
      *  This routine composes the letter of one request, or rejects
      *  it : unknown template, account not on ACCTMSTR, no address
      *****************************************************************
       200-ONEREQ.
           PERFORM VARYING WS-TX FROM 1 BY 1
                     UNTIL WS-TX > WS-TP-COUNT
                        OR WS-TP-CODE (WS-TX) = LR-LETTRE
              CONTINUE
           END-PERFORM.
           IF WS-TX > WS-TP-COUNT
              MOVE 'MODELE INCONNU' TO WS-MOTIF
              PERFORM 290-REJECT THRU 290-EXIT
              GO TO 200-EXIT
           END-IF.
           MOVE LR-COMPTE TO F-COMPTE.
           READ ACCTMSTR
              INVALID KEY
                 MOVE 'COMPTE INCONNU' TO WS-MOTIF
                 PERFORM 290-REJECT THRU 290-EXIT
                 GO TO 200-EXIT
           END-READ.
           MOVE LR-COMPTE TO AD-COMPTE.
           READ ADDRMSTR
              INVALID KEY
                 MOVE 'PAS D''ADRESSE' TO WS-MOTIF
                 PERFORM 290-REJECT THRU 290-EXIT
                 GO TO 200-EXIT
           END-READ.
           PERFORM 210-CLIENT THRU 210-EXIT.
           ADD 1 TO WS-LETNO.
           MOVE SPACES TO WS-REF.
           STRING PJ-RUNDATE '-' WS-LETNO
                  DELIMITED BY SIZE INTO WS-REF.
           PERFORM 220-VALUES THRU 220-EXIT.
           PERFORM 230-PRINT THRU 230-EXIT.
           PERFORM 250-LOG THRU 250-EXIT.
           ADD 1 TO WS-CNT-LETTER.
           ADD 1 TO WS-TP-SENT (WS-TX).
       200-EXIT.
           EXIT.
      *****************************************************************
      *  This routine finds the account's customer on CUSTMSTR
      *  through ACCTREL
      *****************************************************************
       210-CLIENT.
           MOVE 'N' TO WS-CUST-FOUND-SW.
           IF NOT REL-AVAIL OR NOT CUST-AVAIL
              GO TO 210-EXIT
           END-IF.
           MOVE F-COMPTE TO AR-COMPTE.
           READ ACCTREL
              INVALID KEY
                 GO TO 210-EXIT
           END-READ.
           MOVE AR-CLIENT TO CU-CLIENT.
           READ CUSTMSTR
              NOT INVALID KEY
                 IF CU-NOM NOT = SPACES
                    MOVE 'Y' TO WS-CUST-FOUND-SW
                 END-IF
           END-READ.
       210-EXIT.
           EXIT.
      *****************************************************************
      *  This routine sets the placeholder values of the letter, in
      *  the order of WS-PH-NOMS
      *****************************************************************
       220-VALUES.
           INITIALIZE WS-PH-VALUES.
           IF CUST-FOUND
              MOVE CU-NOM TO WS-PH-VAL (1)
           ELSE
              MOVE F-NOM  TO WS-PH-VAL (1)
           END-IF.
           MOVE AD-RUE1  TO WS-PH-VAL (2).
           MOVE AD-RUE2  TO WS-PH-VAL (3).
           MOVE AD-CP    TO WS-PH-VAL (4).
           MOVE AD-VILLE TO WS-PH-VAL (5).
           MOVE F-COMPTE TO WS-PH-VAL (6).
           MOVE F-SOLDER TO WS-ED-SOLDE.
           MOVE WS-ED-SOLDE TO WS-PH-WORK.
           MOVE 7 TO WS-PX.
           PERFORM 225-LEFT THRU 225-EXIT.
           IF F-DEVISE = SPACES
              MOVE 'EUR'    TO WS-PH-VAL (8)
           ELSE
              MOVE F-DEVISE TO WS-PH-VAL (8)
           END-IF.
           MOVE F-COMPTE TO WS-RIB-CPT.
           STRING F-BANQUE ' ' F-GUICHET ' ' WS-RIB-CPT ' ' F-CLERIB
                  DELIMITED BY SIZE INTO WS-PH-VAL (9).
           MOVE F-DTCLOT TO WS-DT-N.
           MOVE 10 TO WS-PX.
           PERFORM 226-DATE THRU 226-EXIT.
           IF CUST-FOUND
              MOVE CU-DTREVUE TO WS-DT-N
              MOVE 11 TO WS-PX
              PERFORM 226-DATE THRU 226-EXIT
           END-IF.
           MOVE PJ-RUNDATE TO WS-DT-N.
           MOVE 12 TO WS-PX.
           PERFORM 226-DATE THRU 226-EXIT.
           IF LR-MNT IS NUMERIC
              MOVE LR-MNT-N  TO WS-ED-MNT
              MOVE WS-ED-MNT TO WS-PH-WORK
              MOVE 13 TO WS-PX
              PERFORM 225-LEFT THRU 225-EXIT
           END-IF.
           IF LR-DATE IS NUMERIC
              MOVE LR-DATE-N TO WS-DT-N
              MOVE 14 TO WS-PX
              PERFORM 226-DATE THRU 226-EXIT
           END-IF.
           MOVE WS-REF TO WS-PH-VAL (15).
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > WS-PH-MAX
              PERFORM VARYING WS-CX FROM 30 BY -1
                        UNTIL WS-CX = 0
                           OR WS-PH-VAL (WS-PX) (WS-CX:1) NOT = SPACE
                 CONTINUE
              END-PERFORM
              MOVE WS-CX TO WS-PH-LEN (WS-PX)
           END-PERFORM.
       220-EXIT.
           EXIT.
      *****************************************************************
      *  This routine left-justifies an edited amount into the
      *  placeholder WS-PX
      *****************************************************************
       225-LEFT.
           MOVE 0 TO WS-PH-LEAD.
           INSPECT WS-PH-WORK TALLYING WS-PH-LEAD FOR LEADING SPACES.
           MOVE WS-PH-WORK (WS-PH-LEAD + 1:) TO WS-PH-VAL (WS-PX).
       225-EXIT.
           EXIT.
      *****************************************************************
      *  This routine formats the date WS-DT-N (AAAAMMJJ) as
      *  JJ/MM/AAAA into the placeholder WS-PX; a nil date stays
      *  blank
      *****************************************************************
       226-DATE.
           IF WS-DT-N NOT NUMERIC OR WS-DT-N = 0
              GO TO 226-EXIT
           END-IF.
           STRING WS-DT-JJ '/' WS-DT-MM '/' WS-DT-AAAA
                  DELIMITED BY SIZE INTO WS-PH-VAL (WS-PX).
       226-EXIT.
           EXIT.
      *****************************************************************
      *  This routine prints the letter : the template's lines with
      *  their placeholders filled, a new page on &PAGE& or a full
      *  page, every page closed by its foot line
      *****************************************************************
       230-PRINT.
           MOVE 1 TO WS-PAGE.
           MOVE 0 TO WS-PLINE.
           COMPUTE WS-LAST = WS-TP-FIRST (WS-TX)
                           + WS-TP-NBL (WS-TX) - 1.
           PERFORM VARYING WS-LX FROM WS-TP-FIRST (WS-TX) BY 1
                     UNTIL WS-LX > WS-LAST
              IF WS-TL-TEXT (WS-LX) = '&PAGE&'
                 PERFORM 246-ENDPAGE THRU 246-EXIT
                 ADD 1 TO WS-PAGE
              ELSE
                 IF WS-PLINE = WS-BODY
                    PERFORM 246-ENDPAGE THRU 246-EXIT
                    ADD 1 TO WS-PAGE
                 END-IF
                 MOVE WS-TL-TEXT (WS-LX) TO WS-IN
                 PERFORM 240-SUBST THRU 240-EXIT
                 WRITE LETTOUT-ENREG FROM WS-OUT
                 ADD 1 TO WS-PLINE
                 ADD 1 TO WS-CNT-LINES
              END-IF
           END-PERFORM.
           PERFORM 246-ENDPAGE THRU 246-EXIT.
       230-EXIT.
           EXIT.
      *****************************************************************
      *  This routine fills the placeholders of one template line;
      *  an unknown name is printed as written and counted
      *****************************************************************
       240-SUBST.
           MOVE SPACES TO WS-OUT.
           MOVE 1 TO WS-OX.
           MOVE 1 TO WS-IX.
           PERFORM UNTIL WS-IX > 71 OR WS-OX > 80
              MOVE 0 TO WS-KX
              IF WS-IN (WS-IX:1) = '&'
                 PERFORM VARYING WS-NX FROM 1 BY 1
                           UNTIL WS-NX > 9 OR WS-IX + WS-NX > 71
                              OR WS-IN (WS-IX + WS-NX:1) = '&'
                    CONTINUE
                 END-PERFORM
                 IF WS-NX > 1 AND WS-NX <= 9 AND WS-IX + WS-NX <= 71
                    MOVE SPACES TO WS-PH-NAME
                    MOVE WS-IN (WS-IX + 1:WS-NX - 1) TO WS-PH-NAME
                    PERFORM VARYING WS-PX FROM 1 BY 1
                              UNTIL WS-PX > WS-PH-MAX
                                 OR WS-PH-NOM (WS-PX) = WS-PH-NAME
                       CONTINUE
                    END-PERFORM
                    IF WS-PX > WS-PH-MAX
                       ADD 1 TO WS-CNT-UNKPH
                    ELSE
                       COMPUTE WS-KX = WS-IX + WS-NX
                    END-IF
                 END-IF
              END-IF
              IF WS-KX > 0
                 PERFORM 241-PUTVAL THRU 241-EXIT
                 COMPUTE WS-IX = WS-KX + 1
              ELSE
                 MOVE WS-IN (WS-IX:1) TO WS-OUT (WS-OX:1)
                 ADD 1 TO WS-OX
                 ADD 1 TO WS-IX
              END-IF
           END-PERFORM.
       240-EXIT.
           EXIT.
      *****************************************************************
      *  This routine copies the value of placeholder WS-PX into the
      *  print line, cut at the end of the line
      *****************************************************************
       241-PUTVAL.
           IF WS-PH-LEN (WS-PX) = 0
              GO TO 241-EXIT
           END-IF.
           MOVE WS-PH-LEN (WS-PX) TO WS-CX.
           IF WS-OX + WS-CX > 81
              COMPUTE WS-CX = 81 - WS-OX
           END-IF.
           MOVE WS-PH-VAL (WS-PX) (1:WS-CX) TO WS-OUT (WS-OX:WS-CX).
           ADD WS-CX TO WS-OX.
       241-EXIT.
           EXIT.
      *****************************************************************
      *  This routine closes a page : blank lines down to the foot,
      *  then the foot line with the reference and page number
      *****************************************************************
       246-ENDPAGE.
           PERFORM UNTIL WS-PLINE >= WS-BODY
              WRITE LETTOUT-ENREG FROM WS-RPT-BLANK
              ADD 1 TO WS-PLINE
              ADD 1 TO WS-CNT-LINES
           END-PERFORM.
           WRITE LETTOUT-ENREG FROM WS-RPT-BLANK.
           MOVE WS-REF              TO WS-FT-REF.
           MOVE WS-PAGE             TO WS-FT-PAGE.
           MOVE WS-TP-PAGES (WS-TX) TO WS-FT-PAGES.
           WRITE LETTOUT-ENREG FROM WS-RPT-FOOT.
           ADD 2 TO WS-CNT-LINES.
           ADD 1 TO WS-CNT-PAGES.
           ADD 1 TO WS-TP-PRINTED (WS-TX).
           MOVE 0 TO WS-PLINE.
       246-EXIT.
           EXIT.
      *****************************************************************
      *  This routine logs the letter to the MAILLOG correspondence
      *  history
      *****************************************************************
       250-LOG.
           MOVE SPACES     TO STRUCT-MAILLOG.
           MOVE F-COMPTE   TO MH-COMPTE.
           MOVE LR-LETTRE  TO MH-LETTRE.
           MOVE PJ-RUNDATE TO MH-DATE.
           ACCEPT MH-TIME FROM TIME.
           MOVE 'PGM133'   TO MH-PGM.
           MOVE WS-LETNO   TO MH-REF.
           WRITE STRUCT-MAILLOG.
       250-EXIT.
           EXIT.
      *****************************************************************
      *  This routine lists a rejected request on FILERPT133
      *****************************************************************
       290-REJECT.
           ADD 1 TO WS-CNT-REJECT.
           MOVE LR-COMPTE TO WS-RPT-R-COMPTE.
           MOVE LR-LETTRE TO WS-RPT-R-LETTRE.
           MOVE WS-MOTIF  TO WS-RPT-R-MOTIF.
           WRITE FILERPT133-ENREG FROM WS-RPT-REJ.
           ADD 1 TO WS-RPT-LINES.
       290-EXIT.
           EXIT.
      *****************************************************************
      *  This routine prints the letters and pages by template
      *****************************************************************
       400-REPORT.
           IF WS-CNT-REJECT > 0
              WRITE FILERPT133-ENREG FROM WS-RPT-BLANK
              ADD 1 TO WS-RPT-LINES
           END-IF.
           WRITE FILERPT133-ENREG FROM WS-RPT-COLS.
           ADD 1 TO WS-RPT-LINES.
           PERFORM VARYING WS-TX FROM 1 BY 1
                     UNTIL WS-TX > WS-TP-COUNT
              MOVE WS-TP-CODE (WS-TX)    TO WS-RPT-T-CODE
              MOVE WS-TP-TITRE (WS-TX)   TO WS-RPT-T-TITRE
              MOVE WS-TP-SENT (WS-TX)    TO WS-RPT-T-SENT
              MOVE WS-TP-PRINTED (WS-TX) TO WS-RPT-T-PAGES
              WRITE FILERPT133-ENREG FROM WS-RPT-TMPL
              ADD 1 TO WS-RPT-LINES
           END-PERFORM.
           MOVE SPACES        TO WS-RPT-T-CODE.
           MOVE 'TOTAL'       TO WS-RPT-T-TITRE.
           MOVE WS-CNT-LETTER TO WS-RPT-T-SENT.
           MOVE WS-CNT-PAGES  TO WS-RPT-T-PAGES.
           WRITE FILERPT133-ENREG FROM WS-RPT-TMPL.
           ADD 1 TO WS-RPT-LINES.
       400-EXIT.
           EXIT.
      *****************************************************************
      *  Those routines handle files Closing
      *****************************************************************
       900-CFILE.
           CLOSE LETTREQ.
           CLOSE ACCTMSTR.
           CLOSE ADDRMSTR.
           IF REL-AVAIL
              CLOSE ACCTREL
           END-IF.
           IF CUST-AVAIL
              CLOSE CUSTMSTR
           END-IF.
           CLOSE MAILLOG.
           CLOSE LETTOUT.
           CLOSE FILERPT133.
       900-EXIT.
           EXIT.
      *****************************************************************
      *  This routine should close the program (after some displays)
      *****************************************************************
       500-EXITP.
           MOVE 'LETTOUT' TO WS-CAT-RPT.
           MOVE WS-CNT-PAGES TO WS-CAT-PAGES.
           MOVE WS-CNT-LINES TO WS-CAT-LINES.
           CALL WS-CALL-CAT USING WS-CAT-RPT, WS-CAT-PAGES,
                WS-CAT-LINES.
           MOVE 'FILERPT133' TO WS-CAT-RPT.
           MOVE 0 TO WS-CAT-PAGES.
           MOVE WS-RPT-LINES TO WS-CAT-LINES.
           CALL WS-CALL-CAT USING WS-CAT-RPT, WS-CAT-PAGES,
                WS-CAT-LINES.
           DISPLAY '500-EXITP'.
           DISPLAY '    REQUESTS READ    : ' WS-CNT-REQ.
           DISPLAY '    LETTERS          : ' WS-CNT-LETTER.
           DISPLAY '    PAGES            : ' WS-CNT-PAGES.
           DISPLAY '    REJECTED         : ' WS-CNT-REJECT.
           DISPLAY '    UNKNOWN FIELDS   : ' WS-CNT-UNKPH.
           IF WS-CNT-REJECT > 0 OR WS-CNT-UNKPH > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       500-EXIT.
           EXIT.
