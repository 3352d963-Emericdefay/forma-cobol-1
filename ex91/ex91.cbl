      *****************************************************************
      * Program name:    PGM091
      *
      * Original author: DEFAY E.
      *
      * Purpose : KYC periodic review scheduler over the PGM051
      *           CUSTMSTR customer master. A customer's identity is
      *           due for review 1, 3 or 5 years after CU-DTREVUE
      *           according to its CU-RISQUE class (H, M, L).
      *           PJ-MODE 'L' (default, monthly) lists on FILERPT91,
      *           by branch (the F-DEPT of the customer's first
      *           ACCTREL account), every customer coming due within
      *           60 days of the run date, overdue, or never
      *           reviewed. A customer overdue by more than the
      *           PJ-GRACE days (default 90) has a suspension
      *           request in the TRNSIN layout written to TRNSOUT
      *           for each of its open accounts, so the PGM026
      *           transition engine blocks them under its own rules.
      *           PJ-MODE 'V' records a completed review : the
      *           customer's CU-DTREVUE becomes the review date, and
      *           its risk class may be revised at the same time;
      *           the operator must be on OPERMSTR at level 3.
      *
      * Using :
      *    - Copybook ACCTFS
      *    - CUSTMSTR and ACCTREL as kept by PGM051, OPERMSTR as
      *      kept by PGM066, TRNSOUT as read by PGM026 (TRNSIN)
      *    - PGM067 image journaling
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created : the identity review on a
      *                    calendar instead of a memory
      * 15/10/26  DEFAY E. A recorded review is journaled through
      *                    PGM067 (before and after image), for the
      *                    PGM131 change feed
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM091.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /    CUSTMSTR (indexed customer master keyed on CU-CLIENT)
           SELECT CUSTMSTR
           ASSIGN TO CUSTMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CU-CLIENT
           FILE STATUS is WS-FS-CUST.
      /    ACCTREL (indexed account-to-customer relationship file)
           SELECT ACCTREL
           ASSIGN TO ACCTREL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-COMPTE
           FILE STATUS is WS-FS-REL.
      /    ACCTMSTR (indexed account master keyed on F-COMPTE)
           SELECT ACCTMSTR
           ASSIGN TO ACCTMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS F-COMPTE
           FILE STATUS is WS-FS-MSTR.
      /    OPERMSTR (operator master from PGM066, for the authority
      /    check on a recorded review)
           SELECT OPERMSTR
           ASSIGN TO OPERMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OP-ID
           FILE STATUS is WS-FS-OPER.
      /    TRNSOUT (suspension requests toward PGM026, TRNSIN form)
           SELECT TRNSOUT
           ASSIGN TO TRNSOUT
           FILE STATUS is WS-FS-TRNS.
      /    FILERPT91 (reviews coming due, by branch)
           SELECT FILERPT91
           ASSIGN TO FILERPT91.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD CUSTMSTR
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-CUSTMSTR.
           02 CU-CLIENT  PIC 9(06).
           02 FILLER     PIC X(01).
           02 CU-NOM     PIC X(25).
           02 FILLER     PIC X(01).
           02 CU-ADRESSE PIC X(30).
           02 FILLER     PIC X(01).
           02 CU-RISQUE  PIC X(01).
              88 CU-RISQUE-VALID VALUE 'H' 'M' 'L'.
           02 FILLER     PIC X(01).
           02 CU-DTREVUE PIC 9(08).
           02 FILLER     PIC X(06).
       FD ACCTREL
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-ACCTREL.
           02 AR-COMPTE  PIC 9(06).
           02 FILLER     PIC X(01).
           02 AR-CLIENT  PIC 9(06).
           02 FILLER     PIC X(67).
       FD ACCTMSTR.
       COPY ACCTFS REPLACING ==()== BY ==ACCTMSTR==.
       FD OPERMSTR
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-OPERMSTR.
           02 OP-ID      PIC X(08).
           02 FILLER     PIC X(01).
           02 OP-NOM     PIC X(25).
           02 FILLER     PIC X(01).
           02 OP-LEVEL   PIC 9(01).
           02 FILLER     PIC X(44).
       FD TRNSOUT.
       01  STRUCT-TRNSOUT.
           02 TR-COMPTE  PIC 9(06).
           02 FILLER     PIC X(01).
           02 TR-ETAT    PIC X(01).
           02 FILLER     PIC X(01).
           02 TR-OPER    PIC X(08).
           02 FILLER     PIC X(63).
       FD FILERPT91
           RECORD CONTAINS 80 CHARACTERS.
       01  FILERPT91-ENREG PIC X(80).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-CUST     PIC X(02).
           88 CUST-END    VALUE '10'.
       01 WS-FS-REL      PIC X(02).
           88 REL-END     VALUE '10'.
       01 WS-FS-MSTR     PIC X(02).
       01 WS-FS-OPER     PIC X(02).
       01 WS-FS-TRNS     PIC X(02).
       01 WS-CNT-READ    PIC 9(07) VALUE 0.
       01 WS-CNT-DUE     PIC 9(05) VALUE 0.
       01 WS-CNT-OVER    PIC 9(05) VALUE 0.
       01 WS-CNT-NEVER   PIC 9(05) VALUE 0.
       01 WS-CNT-SUSP    PIC 9(05) VALUE 0.
       01 WS-CNT-REQ     PIC 9(05) VALUE 0.
       01 WS-RPT-LINES   PIC 9(07) VALUE 0.
      / Review cycle in years by risk class
       01 WS-CYCLE       PIC 9(01).
      / Window bounds : due up to WS-HORIZON is listed, due before
      / WS-LIMITE is past its grace
       01 WS-HORIZON     PIC 9(08).
       01 WS-LIMITE      PIC 9(08).
       01 WS-ECHEANCE    PIC 9(08).
       01 WS-DUE.
           05 WS-DUE-AAAA    PIC 9(04).
           05 WS-DUE-MM      PIC 9(02).
           05 WS-DUE-JJ      PIC 9(02).
       01 WS-DUE-N REDEFINES WS-DUE PIC 9(08).
       01 WS-MOIS-LONG.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01 WS-MOIS-R REDEFINES WS-MOIS-LONG.
           05 WS-MOIS-JJ PIC 9(02) OCCURS 12 TIMES.
       01 WS-LEAP-QUOT   PIC 9(04).
       01 WS-LEAP-REST   PIC 9(03).
      / Every account-to-customer relationship, for the branch and
      / the accounts to suspend
       01 WS-REL-COUNT   PIC 9(05) VALUE 0.
       01 WS-REL-TABLE.
           05 WS-REL-ENTRY OCCURS 5000 TIMES.
              10 WS-RL-COMPTE   PIC 9(06).
              10 WS-RL-CLIENT   PIC 9(06).
       01 WS-RX          PIC 9(05).
      / Customers listed, kept until printed by branch
       01 WS-LST-COUNT   PIC 9(04) VALUE 0.
       01 WS-LST-TABLE.
           05 WS-LST-ENTRY OCCURS 2000 TIMES.
              10 WS-LS-DEPT     PIC 9(02).
              10 WS-LS-CLIENT   PIC 9(06).
              10 WS-LS-NOM      PIC X(25).
              10 WS-LS-RISQUE   PIC X(01).
              10 WS-LS-DTREVUE  PIC 9(08).
              10 WS-LS-ECH      PIC 9(08).
              10 WS-LS-ETAT     PIC X(07).
       01 WS-LX          PIC 9(04).
       01 WS-DEPT        PIC 9(03).
       01 WS-ETAT        PIC X(07).
       01 WS-CUST-DEPT   PIC 9(02).
       01 WS-DEPT-SEEN-SW PIC X(01).
           88 DEPT-SEEN   VALUE 'Y'.
       01 WS-DEPT-CNT    PIC 9(05).
      / Report lines
       01 WS-RPT-HDR1.
           05 FILLER         PIC X(32) VALUE
              'PGM091 KYC REVIEWS DUE - RUN '.
           05 WS-RPT-H-DATE  PIC 9(08).
           05 FILLER         PIC X(10) VALUE '  UNTIL : '.
           05 WS-RPT-H-HOR   PIC 9(08).
           05 FILLER         PIC X(22) VALUE SPACES.
       01 WS-RPT-HDR2.
           05 FILLER         PIC X(14) VALUE 'DP CLIENT NOM '.
           05 FILLER         PIC X(22) VALUE SPACES.
           05 FILLER         PIC X(24) VALUE
              'R REVUE    ECHEANCE ETAT'.
           05 FILLER         PIC X(20) VALUE SPACES.
       01 WS-RPT-DETAIL.
           05 WS-RPT-D-DEPT  PIC 9(02).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-CLI   PIC 9(06).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-NOM   PIC X(25).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-RISQ  PIC X(01).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-REV   PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-ECH   PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-ETAT  PIC X(07).
           05 FILLER         PIC X(17) VALUE SPACES.
       01 WS-RPT-SUBTOT.
           05 FILLER         PIC X(08) VALUE 'DEPT : '.
           05 WS-RPT-S-DEPT  PIC 9(02).
           05 FILLER         PIC X(13) VALUE '  REVIEWS : '.
           05 WS-RPT-S-CNT   PIC ZZZZ9.
           05 FILLER         PIC X(52) VALUE SPACES.
      / PGM081 control-date interface
       01 WS-CALL-DATE   PIC X(08) VALUE "PGM081  ".
      / PGM067 master-image journaling interface
       01 WS-CALL-IMG    PIC X(08) VALUE "PGM067  ".
       01 WS-IMG-PGM     PIC X(08) VALUE 'PGM091'.
       01 WS-IMG-FILE    PIC X(08) VALUE 'CUSTMSTR'.
       01 WS-IMG-AVANT   PIC X(80).
       01 WS-IMG-APRES   PIC X(80).
      / PGM075 report-catalog interface
       01 WS-CALL-CAT    PIC X(08) VALUE "PGM075  ".
       01 WS-CAT-RPT     PIC X(12).
       01 WS-CAT-PAGES   PIC 9(05).
       01 WS-CAT-LINES   PIC 9(07).
      / Parameter from JCL run
       01 PJ-MODE        PIC X(01).
           88 IS-REVIEW   VALUE 'V'.
       01 PJ-MODE-DEF    PIC X(01) VALUE 'L'.
       01 PJ-RUNDATE     PIC 9(08).
       01 PJ-OPER        PIC X(08).
       01 PJ-GRACE       PIC 9(03).
       01 PJ-GRACE-DEF   PIC 9(03) VALUE 090.
       01 PJ-CLIENT      PIC 9(06).
       01 PJ-DTREVUE     PIC 9(08).
       01 PJ-RISQUE      PIC X(01).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           IF IS-REVIEW
              PERFORM 300-REVIEW THRU 300-EXIT
           ELSE
              PERFORM 100-SCHEDULE THRU 100-EXIT
           END-IF.
           STOP RUN.
      *****************************************************************
      *  This routine handle parameters
      *****************************************************************
       000-PARMS.
           ACCEPT PJ-MODE.
           IF PJ-MODE = SPACE OR LOW-VALUE THEN
              MOVE PJ-MODE-DEF TO PJ-MODE
           END-IF.
           ACCEPT PJ-RUNDATE.
           IF PJ-RUNDATE = SPACE OR LOW-VALUE THEN
              CALL WS-CALL-DATE USING PJ-RUNDATE
           END-IF.
           ACCEPT PJ-OPER.
           IF IS-REVIEW
              ACCEPT PJ-CLIENT
              ACCEPT PJ-DTREVUE
              IF PJ-DTREVUE = 0
                 MOVE PJ-RUNDATE TO PJ-DTREVUE
              END-IF
              ACCEPT PJ-RISQUE
           ELSE
              ACCEPT PJ-GRACE
              IF PJ-GRACE = 0
                 MOVE PJ-GRACE-DEF TO PJ-GRACE
              END-IF
           END-IF.
       000-EXIT.
           EXIT.
      *****************************************************************
      *  This routine drives the monthly schedule : relationships
      *  loaded, every customer weighed, the listing printed
      *****************************************************************
       100-SCHEDULE.
           MOVE PJ-RUNDATE TO WS-DUE-N.
           PERFORM 102-DAYFWD 60 TIMES.
           MOVE WS-DUE-N TO WS-HORIZON.
           MOVE PJ-RUNDATE TO WS-DUE-N.
           PERFORM 103-DAYBACK PJ-GRACE TIMES.
           MOVE WS-DUE-N TO WS-LIMITE.
           OPEN INPUT CUSTMSTR.
           IF WS-FS-CUST NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT CUSTMSTR FAILED - FILE '
                      'STATUS ' WS-FS-CUST
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
           PERFORM 101-LOADREL THRU 101-EXIT.
           IF PJ-OPER = SPACES OR LOW-VALUES
              DISPLAY 'WARNING : NO OPERATOR GIVEN - OVERDUE '
                      'CUSTOMERS LISTED BUT NOT SUSPENDED'
           ELSE
              OPEN EXTEND TRNSOUT
              IF WS-FS-TRNS NOT = '00'
                 OPEN OUTPUT TRNSOUT
              END-IF
           END-IF.
           PERFORM UNTIL CUST-END
              READ CUSTMSTR NEXT
                 NOT AT END
                    ADD 1 TO WS-CNT-READ
                    IF CU-NOM NOT = SPACES
                       PERFORM 110-ONECUST THRU 110-EXIT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CUSTMSTR.
           CLOSE ACCTMSTR.
           IF PJ-OPER NOT = SPACES AND PJ-OPER NOT = LOW-VALUES
              CLOSE TRNSOUT
           END-IF.
           PERFORM 150-REPORT THRU 150-EXIT.
           DISPLAY '100-SCHEDULE'.
           DISPLAY '    CUSTOMERS READ     : ' WS-CNT-READ.
           DISPLAY '    COMING DUE         : ' WS-CNT-DUE.
           DISPLAY '    OVERDUE            : ' WS-CNT-OVER.
           DISPLAY '    NEVER REVIEWED     : ' WS-CNT-NEVER.
           DISPLAY '    PAST GRACE         : ' WS-CNT-SUSP.
           DISPLAY '    SUSPENSIONS ASKED  : ' WS-CNT-REQ.
           IF WS-CNT-SUSP > 0 OR WS-CNT-NEVER > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine loads every account-to-customer relationship
      *****************************************************************
       101-LOADREL.
           OPEN INPUT ACCTREL.
           IF WS-FS-REL NOT = '00'
              DISPLAY 'WARNING : ACCTREL NOT AVAILABLE - NO BRANCH '
                      'AND NO ACCOUNT TO SUSPEND'
              GO TO 101-EXIT
           END-IF.
           PERFORM UNTIL REL-END
              READ ACCTREL NEXT
                 NOT AT END
                    IF WS-REL-COUNT < 5000
                       ADD 1 TO WS-REL-COUNT
                       MOVE AR-COMPTE TO WS-RL-COMPTE (WS-REL-COUNT)
                       MOVE AR-CLIENT TO WS-RL-CLIENT (WS-REL-COUNT)
                    ELSE
                       DISPLAY 'ERROR : MORE THAN 5000 RELATIONS - '
                               AR-COMPTE ' IGNORED'
                       MOVE 8 TO RETURN-CODE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ACCTREL.
       101-EXIT.
           EXIT.
      *****************************************************************
      *  This routine steps WS-DUE one day forward
      *****************************************************************
       102-DAYFWD.
           PERFORM 104-FEBLEN.
           IF WS-DUE-JJ < WS-MOIS-JJ (WS-DUE-MM)
              ADD 1 TO WS-DUE-JJ
           ELSE
              MOVE 1 TO WS-DUE-JJ
              IF WS-DUE-MM < 12
                 ADD 1 TO WS-DUE-MM
              ELSE
                 MOVE 1 TO WS-DUE-MM
                 ADD 1 TO WS-DUE-AAAA
              END-IF
           END-IF.
      *****************************************************************
      *  This routine steps WS-DUE one day back
      *****************************************************************
       103-DAYBACK.
           IF WS-DUE-JJ > 1
              SUBTRACT 1 FROM WS-DUE-JJ
           ELSE
              IF WS-DUE-MM > 1
                 SUBTRACT 1 FROM WS-DUE-MM
              ELSE
                 MOVE 12 TO WS-DUE-MM
                 SUBTRACT 1 FROM WS-DUE-AAAA
              END-IF
              PERFORM 104-FEBLEN
              MOVE WS-MOIS-JJ (WS-DUE-MM) TO WS-DUE-JJ
           END-IF.
      *****************************************************************
      *  This routine sets February's length for WS-DUE-AAAA : 29
      *  days in a year divisible by 4, else 28
      *****************************************************************
       104-FEBLEN.
           DIVIDE WS-DUE-AAAA BY 4 GIVING WS-LEAP-QUOT
                  REMAINDER WS-LEAP-REST.
           IF WS-LEAP-REST = 0
              MOVE 29 TO WS-MOIS-JJ (2)
           ELSE
              MOVE 28 TO WS-MOIS-JJ (2)
           END-IF.
      *****************************************************************
      *  This routine dates one customer's next review and lists it
      *  when due within the window; past the grace period its open
      *  accounts are suspended
      *****************************************************************
       110-ONECUST.
           EVALUATE CU-RISQUE
              WHEN 'H'
                 MOVE 1 TO WS-CYCLE
              WHEN 'L'
                 MOVE 5 TO WS-CYCLE
              WHEN OTHER
                 MOVE 3 TO WS-CYCLE
           END-EVALUATE.
           IF CU-DTREVUE NOT NUMERIC OR CU-DTREVUE = 0
              MOVE 0       TO CU-DTREVUE
              MOVE 0       TO WS-ECHEANCE
              MOVE 'NEVER' TO WS-ETAT
              ADD 1 TO WS-CNT-NEVER
           ELSE
              MOVE CU-DTREVUE TO WS-DUE-N
              ADD WS-CYCLE TO WS-DUE-AAAA
              MOVE WS-DUE-N TO WS-ECHEANCE
              IF WS-ECHEANCE > WS-HORIZON
                 GO TO 110-EXIT
              END-IF
              EVALUATE TRUE
                 WHEN WS-ECHEANCE < WS-LIMITE
                    MOVE 'SUSPEND' TO WS-ETAT
                    ADD 1 TO WS-CNT-SUSP
                 WHEN WS-ECHEANCE < PJ-RUNDATE
                    MOVE 'OVERDUE' TO WS-ETAT
                    ADD 1 TO WS-CNT-OVER
                 WHEN OTHER
                    MOVE 'DUE' TO WS-ETAT
                    ADD 1 TO WS-CNT-DUE
              END-EVALUATE
           END-IF.
           MOVE 0 TO WS-CUST-DEPT.
           MOVE 'N' TO WS-DEPT-SEEN-SW.
           PERFORM VARYING WS-RX FROM 1 BY 1
                     UNTIL WS-RX > WS-REL-COUNT
              IF WS-RL-CLIENT (WS-RX) = CU-CLIENT
                 PERFORM 120-ONEACCT
              END-IF
           END-PERFORM.
           IF WS-LST-COUNT < 2000
              ADD 1 TO WS-LST-COUNT
              MOVE WS-CUST-DEPT TO WS-LS-DEPT (WS-LST-COUNT)
              MOVE CU-CLIENT    TO WS-LS-CLIENT (WS-LST-COUNT)
              MOVE CU-NOM       TO WS-LS-NOM (WS-LST-COUNT)
              MOVE CU-RISQUE    TO WS-LS-RISQUE (WS-LST-COUNT)
              MOVE CU-DTREVUE   TO WS-LS-DTREVUE (WS-LST-COUNT)
              MOVE WS-ECHEANCE  TO WS-LS-ECH (WS-LST-COUNT)
              MOVE WS-ETAT      TO WS-LS-ETAT (WS-LST-COUNT)
           ELSE
              DISPLAY 'WARNING : LISTING TABLE FULL - CLIENT '
                      CU-CLIENT ' NOT LISTED'
              MOVE 4 TO RETURN-CODE
           END-IF.
       110-EXIT.
           EXIT.
      *****************************************************************
      *  This routine takes one linked account : the first gives the
      *  customer's branch, and each open one of a customer past its
      *  grace gets its suspension request
      *****************************************************************
       120-ONEACCT.
           MOVE WS-RL-COMPTE (WS-RX) TO F-COMPTE.
           READ ACCTMSTR
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF NOT DEPT-SEEN
                    MOVE F-DEPT TO WS-CUST-DEPT
                    MOVE 'Y' TO WS-DEPT-SEEN-SW
                 END-IF
                 IF WS-ETAT = 'SUSPEND' AND F-ETAT = 'O'
                    AND PJ-OPER NOT = SPACES
                    AND PJ-OPER NOT = LOW-VALUES
                    MOVE SPACES   TO STRUCT-TRNSOUT
                    MOVE F-COMPTE TO TR-COMPTE
                    MOVE 'S'      TO TR-ETAT
                    MOVE PJ-OPER  TO TR-OPER
                    WRITE STRUCT-TRNSOUT
                    ADD 1 TO WS-CNT-REQ
                 END-IF
           END-READ.
      *****************************************************************
      *  This routine prints the listing, one branch after the other
      *****************************************************************
       150-REPORT.
           OPEN OUTPUT FILERPT91.
           MOVE PJ-RUNDATE TO WS-RPT-H-DATE.
           MOVE WS-HORIZON TO WS-RPT-H-HOR.
           WRITE FILERPT91-ENREG FROM WS-RPT-HDR1.
           WRITE FILERPT91-ENREG FROM WS-RPT-HDR2.
           ADD 2 TO WS-RPT-LINES.
           PERFORM VARYING WS-DEPT FROM 0 BY 1 UNTIL WS-DEPT > 99
              MOVE 0 TO WS-DEPT-CNT
              PERFORM VARYING WS-LX FROM 1 BY 1
                        UNTIL WS-LX > WS-LST-COUNT
                 IF WS-LS-DEPT (WS-LX) = WS-DEPT
                    PERFORM 151-ONELINE
                 END-IF
              END-PERFORM
              IF WS-DEPT-CNT > 0
                 MOVE WS-DEPT     TO WS-RPT-S-DEPT
                 MOVE WS-DEPT-CNT TO WS-RPT-S-CNT
                 WRITE FILERPT91-ENREG FROM WS-RPT-SUBTOT
                 ADD 1 TO WS-RPT-LINES
              END-IF
           END-PERFORM.
           CLOSE FILERPT91.
           MOVE 'FILERPT91' TO WS-CAT-RPT.
           MOVE 0 TO WS-CAT-PAGES.
           MOVE WS-RPT-LINES TO WS-CAT-LINES.
           CALL WS-CALL-CAT USING WS-CAT-RPT, WS-CAT-PAGES,
                WS-CAT-LINES.
       150-EXIT.
           EXIT.
      *****************************************************************
      *  This routine prints one customer due for review
      *****************************************************************
       151-ONELINE.
           MOVE WS-LS-DEPT (WS-LX)    TO WS-RPT-D-DEPT.
           MOVE WS-LS-CLIENT (WS-LX)  TO WS-RPT-D-CLI.
           MOVE WS-LS-NOM (WS-LX)     TO WS-RPT-D-NOM.
           MOVE WS-LS-RISQUE (WS-LX)  TO WS-RPT-D-RISQ.
           MOVE WS-LS-DTREVUE (WS-LX) TO WS-RPT-D-REV.
           MOVE WS-LS-ECH (WS-LX)     TO WS-RPT-D-ECH.
           MOVE WS-LS-ETAT (WS-LX)    TO WS-RPT-D-ETAT.
           WRITE FILERPT91-ENREG FROM WS-RPT-DETAIL.
           ADD 1 TO WS-RPT-LINES.
           ADD 1 TO WS-DEPT-CNT.
      *****************************************************************
      *  This routine records one completed review, the operator
      *  checked against OPERMSTR first
      *****************************************************************
       300-REVIEW.
           OPEN INPUT OPERMSTR.
           IF WS-FS-OPER NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT OPERMSTR FAILED - FILE '
                      'STATUS ' WS-FS-OPER
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE PJ-OPER TO OP-ID.
           READ OPERMSTR
              INVALID KEY
                 DISPLAY 'REJECTED : UNKNOWN OPERATOR ' PJ-OPER
                 MOVE 8 TO RETURN-CODE
              NOT INVALID KEY
                 IF OP-LEVEL < 3
                    DISPLAY 'REJECTED : OPERATOR ' PJ-OPER
                            ' BELOW LEVEL 3'
                    MOVE 8 TO RETURN-CODE
                 END-IF
           END-READ.
           CLOSE OPERMSTR.
           IF RETURN-CODE = 8
              GO TO 300-EXIT
           END-IF.
           IF PJ-RISQUE NOT = SPACE AND PJ-RISQUE NOT = LOW-VALUE
              AND PJ-RISQUE NOT = 'H' AND PJ-RISQUE NOT = 'M'
              AND PJ-RISQUE NOT = 'L'
              DISPLAY 'REJECTED : UNKNOWN RISK CLASS ' PJ-RISQUE
              MOVE 8 TO RETURN-CODE
              GO TO 300-EXIT
           END-IF.
           IF PJ-DTREVUE > PJ-RUNDATE
              DISPLAY 'REJECTED : REVIEW DATED IN THE FUTURE '
                      PJ-DTREVUE
              MOVE 8 TO RETURN-CODE
              GO TO 300-EXIT
           END-IF.
           OPEN I-O CUSTMSTR.
           IF WS-FS-CUST NOT = '00'
              DISPLAY 'ERROR : OPEN I-O CUSTMSTR FAILED - FILE '
                      'STATUS ' WS-FS-CUST
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE PJ-CLIENT TO CU-CLIENT.
           READ CUSTMSTR
              INVALID KEY
                 DISPLAY 'REJECTED : UNKNOWN CUSTOMER ' PJ-CLIENT
                 MOVE 8 TO RETURN-CODE
              NOT INVALID KEY
                 MOVE STRUCT-CUSTMSTR TO WS-IMG-AVANT
                 MOVE PJ-DTREVUE TO CU-DTREVUE
                 IF PJ-RISQUE = 'H' OR PJ-RISQUE = 'M'
                    OR PJ-RISQUE = 'L'
                    MOVE PJ-RISQUE TO CU-RISQUE
                 END-IF
                 REWRITE STRUCT-CUSTMSTR
                 MOVE STRUCT-CUSTMSTR TO WS-IMG-APRES
                 CALL WS-CALL-IMG USING WS-IMG-PGM, WS-IMG-FILE,
                      WS-IMG-AVANT, WS-IMG-APRES
                 DISPLAY '300-REVIEW'
                 DISPLAY '    CLIENT     : ' CU-CLIENT
                 DISPLAY '    REVIEWED   : ' CU-DTREVUE
                 DISPLAY '    RISK CLASS : ' CU-RISQUE
                 DISPLAY '    OPERATOR   : ' PJ-OPER
           END-READ.
           CLOSE CUSTMSTR.
       300-EXIT.
           EXIT.
