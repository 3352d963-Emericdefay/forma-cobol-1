      *****************************************************************
      * Program name:    PGM112
      *
      * Original author: DEFAY E.
      *
      * Purpose : Loads the tax administration's monthly rate return
      *           (TAXNOTIF : employee, personal withholding rate,
      *           date from which it applies) into the indexed
      *           TAXRATE master (copybook TAXRFS) the PGM033
      *           deduction pass withholds income tax from. A first
      *           notice creates the employee's rate; a later one
      *           becomes the current rate and keeps the rate it
      *           replaces (TR-TAUX-ANC), which PGM033 still applies
      *           until the new one's date; a notice for the date on
      *           file corrects the rate; an older notice is
      *           rejected. Employees never notified are withheld at
      *           PGM033's default-rate scale.
      *
      * Using :
      *    - Copybook TAXRFS
      *    - PGM081 chain run date
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created : the personal withholding rates
      *                    the administration notifies each month
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM112.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /    TAXNOTIF (the administration's monthly rate return)
           SELECT TAXNOTIF
           ASSIGN TO TAXNOTIF
           FILE STATUS is WS-FS-NOTIF.
      /    TAXRATE (indexed withholding-rate master keyed on
      /    TR-SALARY)
           SELECT TAXRATE
           ASSIGN TO TAXRATE
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is TR-SALARY
           FILE STATUS is WS-FS-TAXR.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD TAXNOTIF.
       01  STRUCT-TAXNOTIF.
           02 NR-SALARY   PIC X(07).
           02 NR-SALARY-N REDEFINES NR-SALARY PIC 9(07).
           02 FILLER      PIC X(01).
           02 NR-TAUX     PIC X(05).
           02 NR-TAUX-N REDEFINES NR-TAUX PIC 9V9999.
           02 FILLER      PIC X(01).
           02 NR-DTEFF    PIC X(08).
           02 NR-DTEFF-N REDEFINES NR-DTEFF PIC 9(08).
           02 FILLER      PIC X(58).
       FD TAXRATE
           RECORD CONTAINS 80 CHARACTERS.
       COPY TAXRFS REPLACING ==()== BY ==TAXRATE==.
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-NOTIF    PIC X(02).
           88 NOTIF-END   VALUE '10'.
       01 WS-FS-TAXR     PIC X(02).
       01 WS-CNT-READ    PIC 9(05) VALUE 0.
       01 WS-CNT-NEW     PIC 9(05) VALUE 0.
       01 WS-CNT-CHANGED PIC 9(05) VALUE 0.
       01 WS-CNT-CORR    PIC 9(05) VALUE 0.
       01 WS-CNT-REJECT  PIC 9(05) VALUE 0.
      / PGM081 chain run-date subprogram
       01 WS-CALL-DATE   PIC X(08) VALUE "PGM081  ".
      / Parameter from JCL run
       01 PJ-RUNDATE     PIC 9(08).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           PERFORM 001-OFILE THRU 001-EXIT.
           PERFORM 100-NOTIF THRU 100-EXIT.
           PERFORM 200-EXITP THRU 200-EXIT.
           PERFORM 999-CFILE THRU 999-EXIT.
           STOP RUN.
      *****************************************************************
      *  This routine handle parameters
      *****************************************************************
       000-PARMS.
           ACCEPT PJ-RUNDATE.
           IF PJ-RUNDATE = SPACE OR LOW-VALUE THEN
              CALL WS-CALL-DATE USING PJ-RUNDATE
           END-IF.
       000-EXIT.
           EXIT.
      *****************************************************************
      *  This routine handle files opening
      *****************************************************************
       001-OFILE.
           OPEN INPUT TAXNOTIF.
           IF WS-FS-NOTIF NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT TAXNOTIF FAILED - FILE '
                      'STATUS ' WS-FS-NOTIF
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN I-O TAXRATE.
           IF WS-FS-TAXR NOT = '00'
              OPEN OUTPUT TAXRATE
              CLOSE TAXRATE
              OPEN I-O TAXRATE
           END-IF.
       001-EXIT.
           EXIT.
      *****************************************************************
      *  This routine processes every rate notice
      *****************************************************************
       100-NOTIF.
           PERFORM UNTIL NOTIF-END
              READ TAXNOTIF
                 NOT AT END
                    ADD 1 TO WS-CNT-READ
                    PERFORM 110-ONENOTIF THRU 110-EXIT
              END-READ
           END-PERFORM.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine validates one notice and files it against the
      *  employee's rate on file
      *****************************************************************
       110-ONENOTIF.
           IF NR-SALARY NOT NUMERIC
              DISPLAY 'REJECTED : EMPLOYEE NOT NUMERIC - ' NR-SALARY
              ADD 1 TO WS-CNT-REJECT
              GO TO 110-EXIT
           END-IF.
           IF NR-TAUX NOT NUMERIC OR NR-DTEFF NOT NUMERIC
              DISPLAY 'REJECTED : RATE OR DATE NOT NUMERIC - '
                      NR-SALARY
              ADD 1 TO WS-CNT-REJECT
              GO TO 110-EXIT
           END-IF.
           MOVE NR-SALARY-N TO TR-SALARY.
           READ TAXRATE
              INVALID KEY
                 PERFORM 120-NEWRATE
                 GO TO 110-EXIT
           END-READ.
           EVALUATE TRUE
              WHEN NR-DTEFF-N > TR-DTEFF
                 MOVE TR-TAUX     TO TR-TAUX-ANC
                 MOVE TR-DTEFF    TO TR-DTANC
                 MOVE NR-TAUX-N   TO TR-TAUX
                 MOVE NR-DTEFF-N  TO TR-DTEFF
                 MOVE PJ-RUNDATE  TO TR-DTLOAD
                 REWRITE STRUCT-TAXRATE
                 ADD 1 TO WS-CNT-CHANGED
              WHEN NR-DTEFF-N = TR-DTEFF
                 MOVE NR-TAUX-N   TO TR-TAUX
                 MOVE PJ-RUNDATE  TO TR-DTLOAD
                 REWRITE STRUCT-TAXRATE
                 ADD 1 TO WS-CNT-CORR
              WHEN OTHER
                 DISPLAY 'REJECTED : NOTICE OF ' NR-DTEFF
                         ' OLDER THAN THE RATE ON FILE - ' NR-SALARY
                 ADD 1 TO WS-CNT-REJECT
           END-EVALUATE.
       110-EXIT.
           EXIT.
      *****************************************************************
      *  This routine files an employee's first notified rate
      *****************************************************************
       120-NEWRATE.
           MOVE SPACES      TO STRUCT-TAXRATE.
           MOVE NR-SALARY-N TO TR-SALARY.
           MOVE NR-TAUX-N   TO TR-TAUX.
           MOVE NR-DTEFF-N  TO TR-DTEFF.
           MOVE 0           TO TR-TAUX-ANC.
           MOVE 0           TO TR-DTANC.
           MOVE PJ-RUNDATE  TO TR-DTLOAD.
           WRITE STRUCT-TAXRATE.
           ADD 1 TO WS-CNT-NEW.
      *****************************************************************
      *  This routine should close the program (after some displays)
      *****************************************************************
       200-EXITP.
           DISPLAY "200-EXITP".
           DISPLAY '    NOTICES READ      : ' WS-CNT-READ.
           DISPLAY '    NEW RATES         : ' WS-CNT-NEW.
           DISPLAY '    RATES CHANGED     : ' WS-CNT-CHANGED.
           DISPLAY '    RATES CORRECTED   : ' WS-CNT-CORR.
           DISPLAY '    REJECTED          : ' WS-CNT-REJECT.
           IF WS-CNT-REJECT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       200-EXIT.
           EXIT.
      *****************************************************************
      *  Those routines handle files Closing
      *****************************************************************
       999-CFILE.
           CLOSE TAXNOTIF.
           CLOSE TAXRATE.
       999-EXIT.
           EXIT.
