      *           audit file with before and after images. Invalid
      *           or unapplicable transactions are reported and set
      *           RETURN-CODE 4.
      *           TX-EFDATE dates an add, change or terminate : one
      *           whose effective date falls in a period after the
      *           run date's is validated now and parked on the
      *           indexed PENDCHG file for PGM118 to apply ahead of
      *           the first PGM011 run of its period. SALTRANS also
      *           keeps that file : 'L' lists the pending changes
      *           (one employee, or all with TX-SALARY blank), 'M'
      *           amends the one of TX-SALARY and TX-EFDATE (the
      *           fields keyed replace the pending ones, TX-NEWDATE
      *           moves it to another later date) and 'X' cancels
      *           it.
      *           TX-ETAB moves the employee to an establishment of
      *           the ETABMSTR master (PGM120); blank on an add
      *           leaves the employee with the default one.
      *           An add or a change carrying a base salary (TX-BASE)
      *           is not applied : it is validated and queued on
      *           DUALQ for a second operator to approve through
      *           PGM127, which applies it - the same operator cannot
      *           key and approve it. A pending change cannot have
      *           its base salary amended ('M'); cancel it and key it
      *           again.
      *
      * Using :
      *    - SALARIES as read by PGM011
      *    - PENDCHG (copybook PENDFS) as applied by PGM118
      *    - PGM081 chain run date
      *    - ETABMSTR (copybook ETABFS) as maintained by PGM120
      *    - DUALQ (copybook DUALFS) as decided by PGM127
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      *                    place instead of a DELETE - a leaver was
      *                    vanishing from the very run owing their
      *                    final days
      * 15/10/26  DEFAY E. Future-dated transactions : TX-EFDATE
      *                    in a later period parks the change on
      *                    PENDCHG for PGM118, with the 'L', 'M'
      *                    and 'X' actions to list, amend and
      *                    cancel the pending changes
      * 15/10/26  DEFAY E. TX-ETAB carries the employee's
      *                    establishment to FD-ETAB, checked
      *                    against the ETABMSTR master
      * 15/10/26  DEFAY E. An add carrying a base salary goes through
      *                    the DUALQ second operator as a change
      *                    does; a second change keyed the same day
      *                    is refused instead of overwriting the
      *                    first one's DUALQ record
      * 15/10/26  DEFAY E. Four-eyes control : a base salary change
      *                    is queued on DUALQ for a second operator
      *                    (PGM127) instead of applied, and can no
      *                    longer be slipped in through an amend
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM032.
           ACCESS MODE is DYNAMIC
           RECORD KEY is OP-ID
           FILE STATUS is WS-FS-OPER.
      /    PENDCHG (indexed future-dated changes keyed on employee
      /    and effective date, applied by PGM118)
           SELECT PENDCHG
           ASSIGN TO PENDCHG
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is PC-KEY
           FILE STATUS is WS-FS-PEND.
      /    ETABMSTR (indexed establishment master keyed on ES-CODE)
           SELECT ETABMSTR
           ASSIGN TO ETABMSTR
           ORGANIZATION is INDEXED
           ACCESS MODE is RANDOM
           RECORD KEY is ES-CODE
           FILE STATUS is WS-FS-ETAB.
      /    DUALQ (indexed sensitive changes awaiting a second
      /    operator, decided and applied by PGM127)
           SELECT DUALQ
           ASSIGN TO DUALQ
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is DQ-KEY
           FILE STATUS is WS-FS-DUAL.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
              88 TX-ADD       VALUE 'A'.
              88 TX-CHANGE    VALUE 'C'.
              88 TX-TERMINATE VALUE 'T'.
              88 TX-LIST      VALUE 'L'.
              88 TX-AMEND     VALUE 'M'.
              88 TX-CANCEL    VALUE 'X'.
           02 FILLER      PIC X(01).
           02 TX-SALARY   PIC X(07).
           02 TX-SALARY-N REDEFINES TX-SALARY PIC 9(07).
           02 TX-LEAVE-N REDEFINES TX-LEAVE PIC 9(08).
           02 FILLER      PIC X(01).
           02 TX-OPER     PIC X(08).
           02 FILLER      PIC X(01).
           02 TX-EFDATE   PIC X(08).
           02 TX-EFDATE-N REDEFINES TX-EFDATE PIC 9(08).
           02 FILLER      PIC X(01).
           02 TX-NEWDATE  PIC X(08).
           02 TX-NEWDATE-N REDEFINES TX-NEWDATE PIC 9(08).
           02 TX-ETAB     PIC X(03).
       FD SALARIES
           RECORD CONTAINS 80 CHARACTERS.
       01 SALARY.
             05 FD-STATUT       PIC X(01).
             05 FILLER          PIC X(01).
             05 FD-LEAVE        PIC 9(08).
             05 FILLER          PIC X(01).
             05 FD-ETAB         PIC X(03).
             05 FILLER          PIC X(29).
       FD SALAUDIT
           RECORD CONTAINS 180 CHARACTERS.
       01  STRUCT-SALAUDIT.
           02 FILLER     PIC X(01).
           02 OP-LEVEL   PIC 9(01).
           02 FILLER     PIC X(44).
       FD PENDCHG
           RECORD CONTAINS 160 CHARACTERS.
       COPY PENDFS REPLACING ==()== BY ==PENDCHG==.
       FD ETABMSTR
           RECORD CONTAINS 80 CHARACTERS.
       COPY ETABFS REPLACING ==()== BY ==ETABMSTR==.
       FD DUALQ
           RECORD CONTAINS 240 CHARACTERS.
       COPY DUALFS REPLACING ==()== BY ==DUALQ==.
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-TRANS    PIC X(02).
       01 WS-CALL-IMG    PIC X(08) VALUE "PGM067  ".
       01 WS-IMG-PGM     PIC X(08) VALUE 'PGM032'.
       01 WS-IMG-FILE    PIC X(08) VALUE 'SALARIES'.
      / Future-dated changes : the run's period against the
      / transaction's, the pending record's transaction image for
      / an amendment, and the counters
       01 WS-FS-PEND     PIC X(02).
           88 PEND-END    VALUE '10'.
       01 WS-CALL-DATE   PIC X(08) VALUE "PGM081  ".
       01 WS-RUN-PERIOD  PIC 9(06).
       01 WS-EF-PERIOD   PIC 9(06).
       01 WS-SAL-FOUND-SW PIC X(01).
           88 SAL-FOUND   VALUE 'Y'.
       01 WS-PEND-FOUND-SW PIC X(01).
           88 PEND-FOUND  VALUE 'Y'.
       01 WS-LIST-END-SW PIC X(01).
           88 LIST-END    VALUE 'Y'.
       01 WS-LIST-NOTE   PIC X(24).
       01 WS-PEND-SAVE   PIC X(160).
       01 WS-PEND-TX.
           02 PT-ACTION   PIC X(01).
           02 FILLER      PIC X(01).
           02 PT-SALARY   PIC X(07).
           02 FILLER      PIC X(01).
           02 PT-NOTE     PIC X(01).
           02 FILLER      PIC X(01).
           02 PT-SENIORITY PIC X(07).
           02 FILLER      PIC X(01).
           02 PT-HIREDATE PIC X(08).
           02 FILLER      PIC X(01).
           02 PT-BASE     PIC X(09).
           02 FILLER      PIC X(01).
           02 PT-DEPT     PIC X(02).
           02 FILLER      PIC X(01).
           02 PT-LEAVE    PIC X(08).
           02 FILLER      PIC X(01).
           02 PT-OPER     PIC X(08).
           02 FILLER      PIC X(01).
           02 PT-EFDATE   PIC X(08).
           02 FILLER      PIC X(01).
           02 PT-NEWDATE  PIC X(08).
           02 PT-ETAB     PIC X(03).
       01 WS-CNT-DEFER   PIC 9(05) VALUE 0.
       01 WS-CNT-AMEND   PIC 9(05) VALUE 0.
       01 WS-CNT-CANCEL  PIC 9(05) VALUE 0.
       01 WS-CNT-LISTED  PIC 9(05) VALUE 0.
      / Establishment check (an absent ETABMSTR means a single
      / employer : no code can be keyed)
       01 WS-FS-ETAB     PIC X(02).
       01 WS-ETAB-AVAIL-SW PIC X(01) VALUE 'N'.
           88 ETAB-AVAIL  VALUE 'Y'.
      / Four-eyes control : sensitive changes queued on DUALQ
       01 WS-FS-DUAL     PIC X(02).
       01 WS-CNT-QUEUED  PIC 9(05) VALUE 0.
       01 WS-DUAL-FOUND-SW PIC X(01).
           88 DUAL-FOUND  VALUE 'Y'.
      / Parameter from JCL run
       01 PJ-RUNDATE     PIC 9(08).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           PERFORM 001-OFILE THRU 001-EXIT.
           PERFORM 100-TRANS THRU 100-EXIT.
           PERFORM 200-EXITP THRU 200-EXIT.
           PERFORM 999-CFILE THRU 999-EXIT.
           STOP RUN.
      *****************************************************************
      *  This routine handle parameters : the run date (the chain's
      *  through PGM081 when none is given) sets the period a
      *  transaction's effective date is measured against
      *****************************************************************
       000-PARMS.
           ACCEPT PJ-RUNDATE.
           IF PJ-RUNDATE = SPACE OR LOW-VALUE THEN
              CALL WS-CALL-DATE USING PJ-RUNDATE
           END-IF.
           COMPUTE WS-RUN-PERIOD = PJ-RUNDATE / 100.
       000-EXIT.
           EXIT.
      *****************************************************************
      *  This routine handle files opening
      *****************************************************************
       001-OFILE.
              DISPLAY 'WARNING : OPERMSTR NOT AVAILABLE - OPERATOR '
                      'AUTHORITY NOT ENFORCED'
           END-IF.
           OPEN I-O PENDCHG.
           IF WS-FS-PEND NOT = '00'
              OPEN OUTPUT PENDCHG
              CLOSE PENDCHG
              OPEN I-O PENDCHG
           END-IF.
           OPEN INPUT ETABMSTR.
           IF WS-FS-ETAB = '00'
              MOVE 'Y' TO WS-ETAB-AVAIL-SW
           END-IF.
           OPEN I-O DUALQ.
           IF WS-FS-DUAL NOT = '00'
              OPEN OUTPUT DUALQ
              CLOSE DUALQ
              OPEN I-O DUALQ
           END-IF.
       001-EXIT.
           EXIT.
      *****************************************************************
           IF NOT OPER-OK
              CONTINUE
           ELSE
           IF TX-LIST
              PERFORM 190-LIST THRU 190-EXIT
           ELSE
           IF TX-SALARY NOT NUMERIC
              DISPLAY 'REJECTED : ACCOUNT NOT NUMERIC - ' TX-SALARY
              ADD 1 TO WS-CNT-REJECT
           ELSE
           IF TX-EFDATE NOT = SPACES AND TX-EFDATE NOT NUMERIC
              DISPLAY 'REJECTED : EFFECTIVE DATE NOT NUMERIC - '
                      TX-EFDATE ' ON ' TX-SALARY
              ADD 1 TO WS-CNT-REJECT
           ELSE
              MOVE 0 TO WS-EF-PERIOD
              IF TX-EFDATE NOT = SPACES
                 COMPUTE WS-EF-PERIOD = TX-EFDATE-N / 100
              END-IF
              EVALUATE TRUE
                 WHEN (TX-ADD OR TX-CHANGE) AND TX-BASE NOT = SPACES
                    PERFORM 135-DUAL THRU 135-EXIT
                 WHEN (TX-ADD OR TX-CHANGE OR TX-TERMINATE)
                      AND WS-EF-PERIOD > WS-RUN-PERIOD
                    PERFORM 160-DEFER THRU 160-EXIT
                 WHEN TX-ADD
                    PERFORM 120-ADD
                 WHEN TX-CHANGE
                    PERFORM 130-CHANGE
                 WHEN TX-TERMINATE
                    PERFORM 140-TERMINATE
                 WHEN TX-AMEND
                    PERFORM 170-AMEND THRU 170-EXIT
                 WHEN TX-CANCEL
                    PERFORM 180-CANCEL THRU 180-EXIT
                 WHEN OTHER
                    DISPLAY 'REJECTED : UNKNOWN ACTION - ' TX-ACTION
                    ADD 1 TO WS-CNT-REJECT
              END-EVALUATE
           END-IF
           END-IF
           END-IF
           END-IF.
      *****************************************************************
      *  This routine validates the transaction's operator against
              ADD 1 TO WS-CNT-REJECT
              MOVE 'N' TO WS-EDIT-OK
           END-IF.
           IF TX-ETAB NOT = SPACES
              PERFORM 112-ETABEDIT
           END-IF.
      *****************************************************************
      *  This routine checks the establishment keyed is on ETABMSTR
      *****************************************************************
       112-ETABEDIT.
           IF NOT ETAB-AVAIL
              DISPLAY 'REJECTED : NO ESTABLISHMENT MASTER - '
                      TX-ETAB ' ON ' TX-SALARY
              ADD 1 TO WS-CNT-REJECT
              MOVE 'N' TO WS-EDIT-OK
           ELSE
              MOVE TX-ETAB TO ES-CODE
              READ ETABMSTR
                 INVALID KEY
                    DISPLAY 'REJECTED : ESTABLISHMENT UNKNOWN - '
                            TX-ETAB ' ON ' TX-SALARY
                    ADD 1 TO WS-CNT-REJECT
                    MOVE 'N' TO WS-EDIT-OK
              END-READ
           END-IF.
      *****************************************************************
      *  This routine adds one new employee record
      *****************************************************************
                 ELSE
                    MOVE TX-DEPT-N TO FD-DEPT
                 END-IF
                 MOVE TX-ETAB TO FD-ETAB
                 MOVE 'A' TO FD-STATUT
                 MOVE 0   TO FD-LEAVE
                 WRITE SALARY
                    IF TX-DEPT NOT = SPACES
                       MOVE TX-DEPT-N TO FD-DEPT
                    END-IF
                    IF TX-ETAB NOT = SPACES
                       MOVE TX-ETAB TO FD-ETAB
                    END-IF
                    REWRITE SALARY
                    MOVE SALARY TO WS-IMG-APRES
                    PERFORM 150-AUDIT
              END-READ
           END-IF.
      *****************************************************************
      *  This routine queues an add or change carrying a base salary
      *  on DUALQ for a second operator, after the checks it would
      *  get today : the fields edited, a new account for an add, a
      *  known employee who has not left for a change, a known
      *  operator to hold it against. PGM127 applies it on approval
      *  - parked on PENDCHG when it is effective in a later period.
      *  An add without a base salary is applied at once.
      *****************************************************************
       135-DUAL.
           MOVE 'Y' TO WS-EDIT-OK.
           PERFORM 111-FIELDEDIT.
           IF NOT EDIT-OK
              GO TO 135-EXIT
           END-IF.
           IF TX-OPER = SPACES
              DISPLAY 'REJECTED : BASE SALARY CHANGE NEEDS AN '
                      'OPERATOR CODE - ' TX-SALARY
              ADD 1 TO WS-CNT-REJECT
              GO TO 135-EXIT
           END-IF.
           IF TX-ADD AND (TX-NOTE = SPACE OR TX-SENIORITY = SPACES)
              DISPLAY 'REJECTED : ADD NEEDS NOTE AND SENIORITY - '
                      TX-SALARY
              ADD 1 TO WS-CNT-REJECT
              GO TO 135-EXIT
           END-IF.
           MOVE TX-SALARY-N TO FD-SALARY.
           READ SALARIES
              INVALID KEY
                 MOVE 'N' TO WS-SAL-FOUND-SW
              NOT INVALID KEY
                 MOVE 'Y' TO WS-SAL-FOUND-SW
           END-READ.
           IF TX-ADD AND SAL-FOUND
              DISPLAY 'REJECTED : ACCOUNT EXISTS - ' TX-SALARY
              ADD 1 TO WS-CNT-REJECT
              GO TO 135-EXIT
           END-IF.
           IF NOT TX-ADD AND NOT SAL-FOUND
              DISPLAY 'REJECTED : ACCOUNT UNKNOWN - ' TX-SALARY
              ADD 1 TO WS-CNT-REJECT
              GO TO 135-EXIT
           END-IF.
           IF NOT TX-ADD AND FD-STATUT = 'T'
              DISPLAY 'REJECTED : EMPLOYEE HAS LEFT - ' TX-SALARY
              ADD 1 TO WS-CNT-REJECT
              GO TO 135-EXIT
           END-IF.
           MOVE 'SALARIES'  TO DQ-FICHIER.
           MOVE TX-SALARY   TO DQ-CLE.
           MOVE PJ-RUNDATE  TO DQ-DTSAISIE.
           READ DUALQ
              INVALID KEY
                 MOVE 'N' TO WS-DUAL-FOUND-SW
              NOT INVALID KEY
                 MOVE 'Y' TO WS-DUAL-FOUND-SW
           END-READ.
           IF DUAL-FOUND
              DISPLAY 'REJECTED : A CHANGE WAS ALREADY QUEUED TODAY - '
                      TX-SALARY
              ADD 1 TO WS-CNT-REJECT
              GO TO 135-EXIT
           END-IF.
           MOVE SPACES          TO STRUCT-DUALQ.
           MOVE 'SALARIES'      TO DQ-FICHIER.
           MOVE TX-SALARY       TO DQ-CLE.
           MOVE PJ-RUNDATE      TO DQ-DTSAISIE.
           MOVE 'P'             TO DQ-ETAT.
           MOVE 'PGM032'        TO DQ-PGM.
           MOVE STRUCT-SALTRANS TO DQ-TRANS.
           MOVE TX-OPER         TO DQ-OPSAISIE.
           MOVE 0               TO DQ-DTVALID.
           WRITE STRUCT-DUALQ.
           DISPLAY 'QUEUED : ' TX-ACTION ' ' TX-SALARY
                   ' BASE ' TX-BASE ' - AWAITING A SECOND OPERATOR'.
           ADD 1 TO WS-CNT-QUEUED.
       135-EXIT.
           EXIT.
      *****************************************************************
      *  This routine terminates one employee record : a soft mark
      *  (FD-STATUT 'T' and the leave date), never a delete, so
      *  PRIMEHIST and the annual declaration stay complete and the
                WS-IMG-AVANT, WS-IMG-APRES.
           ADD 1 TO WS-CNT-APPLIED.
      *****************************************************************
      *  This routine parks a transaction effective in a later
      *  period on PENDCHG, after the checks it would get today :
      *  the fields edited, an add on a new account, a change or a
      *  terminate on a known employee who has not left. One change
      *  is pending per employee and date; a cancelled, applied or
      *  flagged one at the same key is replaced.
      *****************************************************************
       160-DEFER.
           MOVE 'Y' TO WS-EDIT-OK.
           IF TX-ADD OR TX-CHANGE
              PERFORM 111-FIELDEDIT
           END-IF.
           IF NOT EDIT-OK
              GO TO 160-EXIT
           END-IF.
           IF TX-ADD AND (TX-NOTE = SPACE OR TX-SENIORITY = SPACES)
              DISPLAY 'REJECTED : ADD NEEDS NOTE AND SENIORITY - '
                      TX-SALARY
              ADD 1 TO WS-CNT-REJECT
              GO TO 160-EXIT
           END-IF.
           IF TX-TERMINATE AND
              (TX-LEAVE = SPACES OR TX-LEAVE NOT NUMERIC)
              DISPLAY 'REJECTED : TERMINATE NEEDS A LEAVE DATE - '
                      TX-SALARY
              ADD 1 TO WS-CNT-REJECT
              GO TO 160-EXIT
           END-IF.
           MOVE TX-SALARY-N TO FD-SALARY.
           READ SALARIES
              INVALID KEY
                 MOVE 'N' TO WS-SAL-FOUND-SW
              NOT INVALID KEY
                 MOVE 'Y' TO WS-SAL-FOUND-SW
           END-READ.
           IF TX-ADD AND SAL-FOUND
              DISPLAY 'REJECTED : ACCOUNT EXISTS - ' TX-SALARY
              ADD 1 TO WS-CNT-REJECT
              GO TO 160-EXIT
           END-IF.
           IF NOT TX-ADD AND NOT SAL-FOUND
              DISPLAY 'REJECTED : ACCOUNT UNKNOWN - ' TX-SALARY
              ADD 1 TO WS-CNT-REJECT
              GO TO 160-EXIT
           END-IF.
           IF NOT TX-ADD AND FD-STATUT = 'T'
              DISPLAY 'REJECTED : EMPLOYEE HAS LEFT - ' TX-SALARY
              ADD 1 TO WS-CNT-REJECT
              GO TO 160-EXIT
           END-IF.
           MOVE TX-SALARY-N TO PC-SALARY.
           MOVE TX-EFDATE-N TO PC-EFDATE.
           PERFORM 165-PENDREAD.
           IF PEND-FOUND AND PC-PENDING
              DISPLAY 'REJECTED : CHANGE ALREADY PENDING ON '
                      TX-EFDATE ' - AMEND OR CANCEL IT - '
                      TX-SALARY
              ADD 1 TO WS-CNT-REJECT
              GO TO 160-EXIT
           END-IF.
           MOVE SPACES          TO STRUCT-PENDCHG.
           MOVE TX-SALARY-N     TO PC-SALARY.
           MOVE TX-EFDATE-N     TO PC-EFDATE.
           MOVE 'P'             TO PC-ETAT.
           MOVE STRUCT-SALTRANS TO PC-TRANS.
           MOVE TX-OPER         TO PC-OPSAISIE.
           MOVE PJ-RUNDATE      TO PC-DTSAISIE.
           MOVE 0               TO PC-DTMAJ.
           IF PEND-FOUND
              REWRITE STRUCT-PENDCHG
           ELSE
              WRITE STRUCT-PENDCHG
           END-IF.
           DISPLAY 'DEFERRED : ' TX-ACTION ' ' TX-SALARY
                   ' EFFECTIVE ' TX-EFDATE.
           ADD 1 TO WS-CNT-DEFER.
       160-EXIT.
           EXIT.
      *****************************************************************
      *  This routine reads the PENDCHG record of PC-KEY
      *****************************************************************
       165-PENDREAD.
           READ PENDCHG
              INVALID KEY
                 MOVE 'N' TO WS-PEND-FOUND-SW
              NOT INVALID KEY
                 MOVE 'Y' TO WS-PEND-FOUND-SW
           END-READ.
      *****************************************************************
      *  This routine amends the pending change of TX-SALARY and
      *  TX-EFDATE : every field keyed replaces the pending one, and
      *  TX-NEWDATE moves the change to another date of a later
      *  period (the old key is kept, cancelled, as the trace)
      *****************************************************************
       170-AMEND.
           IF TX-EFDATE = SPACES
              DISPLAY 'REJECTED : AMEND NEEDS THE EFFECTIVE DATE - '
                      TX-SALARY
              ADD 1 TO WS-CNT-REJECT
              GO TO 170-EXIT
           END-IF.
           MOVE TX-SALARY-N TO PC-SALARY.
           MOVE TX-EFDATE-N TO PC-EFDATE.
           PERFORM 165-PENDREAD.
           IF NOT PEND-FOUND OR NOT PC-PENDING
              DISPLAY 'REJECTED : NO PENDING CHANGE ON ' TX-EFDATE
                      ' - ' TX-SALARY
              ADD 1 TO WS-CNT-REJECT
              GO TO 170-EXIT
           END-IF.
           MOVE 'Y' TO WS-EDIT-OK.
           PERFORM 111-FIELDEDIT.
           IF TX-BASE NOT = SPACES
              DISPLAY 'REJECTED : BASE SALARY NEEDS A SECOND '
                      'OPERATOR - CANCEL AND KEY AGAIN - ' TX-SALARY
              ADD 1 TO WS-CNT-REJECT
              MOVE 'N' TO WS-EDIT-OK
           END-IF.
           IF TX-LEAVE NOT = SPACES AND TX-LEAVE NOT NUMERIC
              DISPLAY 'REJECTED : LEAVE DATE NOT NUMERIC - '
                      TX-LEAVE ' ON ' TX-SALARY
              ADD 1 TO WS-CNT-REJECT
              MOVE 'N' TO WS-EDIT-OK
           END-IF.
           IF TX-NEWDATE NOT = SPACES
              IF TX-NEWDATE NOT NUMERIC
                 DISPLAY 'REJECTED : NEW DATE NOT NUMERIC - '
                         TX-NEWDATE ' ON ' TX-SALARY
                 ADD 1 TO WS-CNT-REJECT
                 MOVE 'N' TO WS-EDIT-OK
              ELSE
                 COMPUTE WS-EF-PERIOD = TX-NEWDATE-N / 100
                 IF WS-EF-PERIOD NOT > WS-RUN-PERIOD
                    DISPLAY 'REJECTED : NEW DATE ' TX-NEWDATE
                            ' NOT IN A LATER PERIOD - KEY IT AS A '
                            'CURRENT TRANSACTION - ' TX-SALARY
                    ADD 1 TO WS-CNT-REJECT
                    MOVE 'N' TO WS-EDIT-OK
                 END-IF
              END-IF
           END-IF.
           IF NOT EDIT-OK
              GO TO 170-EXIT
           END-IF.
           MOVE PC-TRANS TO WS-PEND-TX.
           IF TX-NOTE NOT = SPACE
              MOVE TX-NOTE TO PT-NOTE
           END-IF.
           IF TX-SENIORITY NOT = SPACES
              MOVE TX-SENIORITY TO PT-SENIORITY
           END-IF.
           IF TX-HIREDATE NOT = SPACES
              MOVE TX-HIREDATE TO PT-HIREDATE
           END-IF.
           IF TX-BASE NOT = SPACES
              MOVE TX-BASE TO PT-BASE
           END-IF.
           IF TX-DEPT NOT = SPACES
              MOVE TX-DEPT TO PT-DEPT
           END-IF.
           IF TX-LEAVE NOT = SPACES
              MOVE TX-LEAVE TO PT-LEAVE
           END-IF.
           IF TX-ETAB NOT = SPACES
              MOVE TX-ETAB TO PT-ETAB
           END-IF.
           IF TX-NEWDATE = SPACES
              MOVE WS-PEND-TX TO PC-TRANS
              MOVE TX-OPER    TO PC-OPMAJ
              MOVE PJ-RUNDATE TO PC-DTMAJ
              REWRITE STRUCT-PENDCHG
              DISPLAY 'AMENDED : ' TX-SALARY ' EFFECTIVE ' TX-EFDATE
              ADD 1 TO WS-CNT-AMEND
              GO TO 170-EXIT
           END-IF.
           MOVE STRUCT-PENDCHG TO WS-PEND-SAVE.
           MOVE TX-NEWDATE-N TO PC-EFDATE.
           PERFORM 165-PENDREAD.
           IF PEND-FOUND AND PC-PENDING
              DISPLAY 'REJECTED : CHANGE ALREADY PENDING ON '
                      TX-NEWDATE ' - ' TX-SALARY
              ADD 1 TO WS-CNT-REJECT
              GO TO 170-EXIT
           END-IF.
           MOVE TX-NEWDATE TO PT-EFDATE.
           MOVE WS-PEND-SAVE TO STRUCT-PENDCHG.
           MOVE TX-NEWDATE-N TO PC-EFDATE.
           MOVE WS-PEND-TX   TO PC-TRANS.
           MOVE TX-OPER      TO PC-OPMAJ.
           MOVE PJ-RUNDATE   TO PC-DTMAJ.
           IF PEND-FOUND
              REWRITE STRUCT-PENDCHG
           ELSE
              WRITE STRUCT-PENDCHG
           END-IF.
           MOVE WS-PEND-SAVE TO STRUCT-PENDCHG.
           MOVE 'X'          TO PC-ETAT.
           MOVE TX-OPER      TO PC-OPMAJ.
           MOVE PJ-RUNDATE   TO PC-DTMAJ.
           MOVE SPACES       TO PC-MOTIF.
           STRING 'MOVED TO ' TX-NEWDATE DELIMITED BY SIZE
             INTO PC-MOTIF.
           REWRITE STRUCT-PENDCHG.
           DISPLAY 'AMENDED : ' TX-SALARY ' EFFECTIVE ' TX-EFDATE
                   ' MOVED TO ' TX-NEWDATE.
           ADD 1 TO WS-CNT-AMEND.
       170-EXIT.
           EXIT.
      *****************************************************************
      *  This routine cancels the pending change of TX-SALARY and
      *  TX-EFDATE (kept on PENDCHG as cancelled, for the trace)
      *****************************************************************
       180-CANCEL.
           IF TX-EFDATE = SPACES
              DISPLAY 'REJECTED : CANCEL NEEDS THE EFFECTIVE DATE - '
                      TX-SALARY
              ADD 1 TO WS-CNT-REJECT
              GO TO 180-EXIT
           END-IF.
           MOVE TX-SALARY-N TO PC-SALARY.
           MOVE TX-EFDATE-N TO PC-EFDATE.
           PERFORM 165-PENDREAD.
           IF NOT PEND-FOUND OR NOT PC-PENDING
              DISPLAY 'REJECTED : NO PENDING CHANGE ON ' TX-EFDATE
                      ' - ' TX-SALARY
              ADD 1 TO WS-CNT-REJECT
              GO TO 180-EXIT
           END-IF.
           MOVE 'X'         TO PC-ETAT.
           MOVE TX-OPER     TO PC-OPMAJ.
           MOVE PJ-RUNDATE  TO PC-DTMAJ.
           MOVE 'CANCELLED' TO PC-MOTIF.
           REWRITE STRUCT-PENDCHG.
           DISPLAY 'CANCELLED : ' TX-SALARY ' EFFECTIVE ' TX-EFDATE.
           ADD 1 TO WS-CNT-CANCEL.
       180-EXIT.
           EXIT.
      *****************************************************************
      *  This routine lists the pending changes (and the flagged
      *  ones still to be dealt with) of TX-SALARY, of every
      *  employee when it is blank, each marked when the employee
      *  has left since it was keyed
      *****************************************************************
       190-LIST.
           IF TX-SALARY NOT = SPACES AND TX-SALARY NOT NUMERIC
              DISPLAY 'REJECTED : ACCOUNT NOT NUMERIC - ' TX-SALARY
              ADD 1 TO WS-CNT-REJECT
              GO TO 190-EXIT
           END-IF.
           MOVE 0 TO WS-CNT-LISTED.
           MOVE 'N' TO WS-LIST-END-SW.
           IF TX-SALARY = SPACES
              DISPLAY 'PENDING CHANGES - ALL EMPLOYEES'
              MOVE 0 TO PC-SALARY
           ELSE
              DISPLAY 'PENDING CHANGES - ' TX-SALARY
              MOVE TX-SALARY-N TO PC-SALARY
           END-IF.
           MOVE 0 TO PC-EFDATE.
           START PENDCHG KEY IS NOT LESS THAN PC-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-LIST-END-SW
           END-START.
           PERFORM UNTIL LIST-END
              READ PENDCHG NEXT
                 AT END
                    MOVE 'Y' TO WS-LIST-END-SW
                 NOT AT END
                    IF TX-SALARY NOT = SPACES
                       AND PC-SALARY NOT = TX-SALARY-N
                       MOVE 'Y' TO WS-LIST-END-SW
                    ELSE
                       IF PC-PENDING OR PC-FLAGGED
                          PERFORM 195-LISTONE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           DISPLAY '    CHANGES LISTED    : ' WS-CNT-LISTED.
       190-EXIT.
           EXIT.
       195-LISTONE.
           MOVE PC-TRANS TO WS-PEND-TX.
           MOVE SPACES TO WS-LIST-NOTE.
           MOVE PC-SALARY TO FD-SALARY.
           READ SALARIES
              INVALID KEY
                 IF PT-ACTION NOT = 'A'
                    MOVE 'ACCOUNT UNKNOWN' TO WS-LIST-NOTE
                 END-IF
              NOT INVALID KEY
                 IF FD-STATUT = 'T' AND PC-PENDING
                    MOVE 'LEFT - WILL BE FLAGGED' TO WS-LIST-NOTE
                 END-IF
           END-READ.
           IF PC-FLAGGED
              MOVE PC-MOTIF TO WS-LIST-NOTE
           END-IF.
           DISPLAY '  ' PC-SALARY ' ' PC-EFDATE ' ' PT-ACTION
                   ' ' PC-ETAT ' NOTE ' PT-NOTE ' SEN ' PT-SENIORITY
                   ' HIRE ' PT-HIREDATE.
           DISPLAY '           BASE ' PT-BASE ' DEPT ' PT-DEPT
                   ' ETAB ' PT-ETAB ' LEAVE ' PT-LEAVE ' BY '
                   PC-OPSAISIE ' ' WS-LIST-NOTE.
           ADD 1 TO WS-CNT-LISTED.
      *****************************************************************
      *  This routine should close the program (after some displays)
      *****************************************************************
       200-EXITP.
           DISPLAY '    TRANSACTIONS READ : ' WS-CNT-READ.
           DISPLAY '    APPLIED           : ' WS-CNT-APPLIED.
           DISPLAY '    REJECTED          : ' WS-CNT-REJECT.
           DISPLAY '    DEFERRED          : ' WS-CNT-DEFER.
           DISPLAY '    PENDING AMENDED   : ' WS-CNT-AMEND.
           DISPLAY '    PENDING CANCELLED : ' WS-CNT-CANCEL.
           DISPLAY '    AWAITING APPROVAL : ' WS-CNT-QUEUED.
           IF WS-CNT-REJECT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF OPER-AVAIL
              CLOSE OPERMSTR
           END-IF.
           CLOSE PENDCHG.
           IF ETAB-AVAIL
              CLOSE ETABMSTR
           END-IF.
           CLOSE DUALQ.
       999-EXIT.
           EXIT.
