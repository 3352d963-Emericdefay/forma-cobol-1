      *****************************************************************
      * Program name:    PGM118
      *
      * Original author: DEFAY E.
      *
      * Purpose : Applies the future-dated SALARIES maintenance that
      *           PGM032 parked on PENDCHG, as the chain step ahead
      *           of PGM011 : every pending change whose effective
      *           date's period has been reached by the run date is
      *           applied the PGM032 way - an add writes the new
      *           employee, a change replaces the fields it carries,
      *           a terminate marks the leaver (FD-STATUT 'T' and
      *           the leave date) - journaled through PGM067 and
      *           appended to SALAUDIT under the operator who keyed
      *           it, then marked applied. A change or terminate for
      *           an employee who has left since is never applied :
      *           it is flagged on PENDCHG and reported to the
      *           operators through the PGM062 hub. An add on an
      *           existing account, or a change on an unknown one,
      *           is rejected the same way. Flagged or rejected
      *           changes set RETURN-CODE 4.
      *
      * Using :
      *    - PENDCHG (copybook PENDFS) as kept by PGM032
      *    - SALARIES as read by PGM011 and kept by PGM032
      *    - PGM081 chain run date, PGM067 image journaling,
      *      PGM062 operator message hub
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created : a promotion dated the 1st of
      *                    next month no longer depends on the
      *                    clerk keying it on the right night
      * 15/10/26  DEFAY E. Carrying the establishment keyed on the
      *                    pending change (PT-ETAB) to FD-ETAB
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM118.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /    PENDCHG (indexed future-dated changes keyed on employee
      /    and effective date, kept by PGM032)
           SELECT PENDCHG
           ASSIGN TO PENDCHG
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is PC-KEY
           FILE STATUS is WS-FS-PEND.
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
      /    RUNCTL (the chain's current run number, from PGM016)
           SELECT RUNCTL
           ASSIGN TO RUNCTL
           FILE STATUS is WS-FS-RUNCTL.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD PENDCHG
           RECORD CONTAINS 160 CHARACTERS.
       COPY PENDFS REPLACING ==()== BY ==PENDCHG==.
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
             05 FILLER          PIC X(01).
             05 FD-ETAB         PIC X(03).
             05 FILLER          PIC X(29).
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
       FD RUNCTL.
       01  STRUCT-RUNCTL.
           02 RN-RUNNO       PIC 9(12).
           02 FILLER         PIC X(68).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-PEND     PIC X(02).
           88 PEND-END    VALUE '10'.
       01 WS-FS-SAL      PIC X(02).
       01 WS-FS-AUDIT    PIC X(02).
       01 WS-FS-RUNCTL   PIC X(02).
       01 WS-CNT-READ    PIC 9(05) VALUE 0.
       01 WS-CNT-DUE     PIC 9(05) VALUE 0.
       01 WS-CNT-APPLIED PIC 9(05) VALUE 0.
       01 WS-CNT-FLAGGED PIC 9(05) VALUE 0.
       01 WS-CNT-REJECT  PIC 9(05) VALUE 0.
       01 WS-RUN-PERIOD  PIC 9(06).
       01 WS-EF-PERIOD   PIC 9(06).
      / The pending change's SALTRANS image (the PGM032 layout)
       01 WS-PEND-TX.
           02 PT-ACTION   PIC X(01).
              88 PT-ADD       VALUE 'A'.
              88 PT-CHANGE    VALUE 'C'.
              88 PT-TERMINATE VALUE 'T'.
           02 FILLER      PIC X(01).
           02 PT-SALARY   PIC X(07).
           02 FILLER      PIC X(01).
           02 PT-NOTE     PIC X(01).
           02 FILLER      PIC X(01).
           02 PT-SENIORITY PIC X(07).
           02 PT-SENIORITY-N REDEFINES PT-SENIORITY PIC 9(07).
           02 FILLER      PIC X(01).
           02 PT-HIREDATE PIC X(08).
           02 PT-HIREDATE-N REDEFINES PT-HIREDATE PIC 9(08).
           02 FILLER      PIC X(01).
           02 PT-BASE     PIC X(09).
           02 PT-BASE-N REDEFINES PT-BASE PIC 9(07)V99.
           02 FILLER      PIC X(01).
           02 PT-DEPT     PIC X(02).
           02 PT-DEPT-N REDEFINES PT-DEPT PIC 9(02).
           02 FILLER      PIC X(01).
           02 PT-LEAVE    PIC X(08).
           02 PT-LEAVE-N REDEFINES PT-LEAVE PIC 9(08).
           02 FILLER      PIC X(01).
           02 PT-OPER     PIC X(08).
           02 FILLER      PIC X(01).
           02 PT-EFDATE   PIC X(08).
           02 FILLER      PIC X(01).
           02 PT-NEWDATE  PIC X(08).
           02 PT-ETAB     PIC X(03).
      / Before and after images for the audit record
       01 WS-IMG-AVANT   PIC X(80).
       01 WS-IMG-APRES   PIC X(80).
      / Why a due change was not applied
       01 WS-MOTIF       PIC X(25).
      / PGM067 master-image journaling interface
       01 WS-CALL-IMG    PIC X(08) VALUE "PGM067  ".
       01 WS-IMG-PGM     PIC X(08) VALUE 'PGM118'.
       01 WS-IMG-FILE    PIC X(08) VALUE 'SALARIES'.
      / PGM081 chain run-date subprogram
       01 WS-CALL-DATE   PIC X(08) VALUE "PGM081  ".
      / PGM062 operator message hub interface
       01 WS-CALL-HUB    PIC X(08) VALUE "PGM062  ".
       01 WS-HUB-FUNC    PIC X(01).
       01 WS-HUB-PGM     PIC X(08).
       01 WS-HUB-SEV     PIC X(01).
       01 WS-HUB-TEXT    PIC X(58).
       01 WS-RUNNO       PIC 9(12) VALUE 0.
      / Parameter from JCL run
       01 PJ-RUNDATE     PIC 9(08).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           PERFORM 001-OFILE THRU 001-EXIT.
           PERFORM 100-PENDING THRU 100-EXIT.
           PERFORM 500-EXITP THRU 500-EXIT.
           PERFORM 999-CFILE THRU 999-EXIT.
           STOP RUN.
      *****************************************************************
      *  This routine handle parameters : the run date (the chain's
      *  through PGM081 when none is given) sets the period reached;
      *  the chain's run number is read back from RUNCTL (zero
      *  outside a PGM016 chain)
      *****************************************************************
       000-PARMS.
           ACCEPT PJ-RUNDATE.
           IF PJ-RUNDATE = SPACE OR LOW-VALUE THEN
              CALL WS-CALL-DATE USING PJ-RUNDATE
           END-IF.
           COMPUTE WS-RUN-PERIOD = PJ-RUNDATE / 100.
           OPEN INPUT RUNCTL.
           IF WS-FS-RUNCTL = '00'
              READ RUNCTL
                 NOT AT END
                    MOVE RN-RUNNO TO WS-RUNNO
              END-READ
              CLOSE RUNCTL
           END-IF.
       000-EXIT.
           EXIT.
      *****************************************************************
      *  This routine handle files opening; no PENDCHG yet means
      *  nothing was ever deferred and the step ends clean
      *****************************************************************
       001-OFILE.
           OPEN I-O PENDCHG.
           IF WS-FS-PEND NOT = '00'
              DISPLAY 'PGM118 : NO PENDCHG FILE - NOTHING PENDING'
              STOP RUN
           END-IF.
           OPEN I-O SALARIES.
           IF WS-FS-SAL NOT = '00'
              DISPLAY 'ERROR : OPEN I-O SALARIES FAILED - FILE '
                      'STATUS ' WS-FS-SAL
              MOVE 8 TO RETURN-CODE
              CLOSE PENDCHG
              STOP RUN
           END-IF.
           OPEN EXTEND SALAUDIT.
           IF WS-FS-AUDIT NOT = '00'
              OPEN OUTPUT SALAUDIT
           END-IF.
       001-EXIT.
           EXIT.
      *****************************************************************
      *  This routine browses PENDCHG in key order and applies every
      *  pending change due by the run's period
      *****************************************************************
       100-PENDING.
           PERFORM UNTIL PEND-END
              READ PENDCHG NEXT
                 NOT AT END
                    ADD 1 TO WS-CNT-READ
                    IF PC-PENDING
                       COMPUTE WS-EF-PERIOD = PC-EFDATE / 100
                       IF WS-EF-PERIOD NOT > WS-RUN-PERIOD
                          ADD 1 TO WS-CNT-DUE
                          PERFORM 110-ONEPEND THRU 110-EXIT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine applies one due change, or flags it when the
      *  employee has left, or rejects it when the master no longer
      *  allows it
      *****************************************************************
       110-ONEPEND.
           MOVE PC-TRANS TO WS-PEND-TX.
           MOVE PC-SALARY TO FD-SALARY.
           READ SALARIES
              INVALID KEY
                 IF NOT PT-ADD
                    MOVE 'ACCOUNT UNKNOWN' TO WS-MOTIF
                    PERFORM 160-REJECT
                    GO TO 110-EXIT
                 END-IF
              NOT INVALID KEY
                 IF PT-ADD
                    MOVE 'ACCOUNT EXISTS' TO WS-MOTIF
                    PERFORM 160-REJECT
                    GO TO 110-EXIT
                 END-IF
           END-READ.
           IF NOT PT-ADD AND FD-STATUT = 'T'
              PERFORM 150-FLAG
              GO TO 110-EXIT
           END-IF.
           EVALUATE TRUE
              WHEN PT-ADD
                 PERFORM 120-ADD
              WHEN PT-CHANGE
                 PERFORM 130-CHANGE
              WHEN PT-TERMINATE
                 PERFORM 140-TERMINATE
              WHEN OTHER
                 MOVE 'UNKNOWN ACTION' TO WS-MOTIF
                 PERFORM 160-REJECT
                 GO TO 110-EXIT
           END-EVALUATE.
           PERFORM 170-AUDIT.
           MOVE 'A'        TO PC-ETAT.
           MOVE 'PGM118'   TO PC-OPMAJ.
           MOVE PJ-RUNDATE TO PC-DTMAJ.
           REWRITE STRUCT-PENDCHG.
           DISPLAY 'APPLIED : ' PT-ACTION ' ' PC-SALARY
                   ' EFFECTIVE ' PC-EFDATE.
       110-EXIT.
           EXIT.
      *****************************************************************
      *  This routine adds the new employee record
      *****************************************************************
       120-ADD.
           MOVE SPACES TO SALARY.
           MOVE PC-SALARY      TO FD-SALARY.
           MOVE PT-NOTE        TO FD-NOTE.
           MOVE PT-SENIORITY-N TO FD-SENIORITY.
           IF PT-HIREDATE = SPACES
              MOVE 0 TO FD-HIREDATE
           ELSE
              MOVE PT-HIREDATE-N TO FD-HIREDATE
           END-IF.
           IF PT-BASE = SPACES
              MOVE 0 TO FD-BASE
           ELSE
              MOVE PT-BASE-N TO FD-BASE
           END-IF.
           IF PT-DEPT = SPACES
              MOVE 0 TO FD-DEPT
           ELSE
              MOVE PT-DEPT-N TO FD-DEPT
           END-IF.
           MOVE PT-ETAB TO FD-ETAB.
           MOVE 'A' TO FD-STATUT.
           MOVE 0   TO FD-LEAVE.
           MOVE SPACES TO WS-IMG-AVANT.
           WRITE SALARY.
           MOVE SALARY TO WS-IMG-APRES.
      *****************************************************************
      *  This routine changes the fields the transaction carries
      *****************************************************************
       130-CHANGE.
           MOVE SALARY TO WS-IMG-AVANT.
           IF PT-NOTE NOT = SPACE
              MOVE PT-NOTE TO FD-NOTE
           END-IF.
           IF PT-SENIORITY NOT = SPACES
              MOVE PT-SENIORITY-N TO FD-SENIORITY
           END-IF.
           IF PT-HIREDATE NOT = SPACES
              MOVE PT-HIREDATE-N TO FD-HIREDATE
           END-IF.
           IF PT-BASE NOT = SPACES
              MOVE PT-BASE-N TO FD-BASE
           END-IF.
           IF PT-DEPT NOT = SPACES
              MOVE PT-DEPT-N TO FD-DEPT
           END-IF.
           IF PT-ETAB NOT = SPACES
              MOVE PT-ETAB TO FD-ETAB
           END-IF.
           REWRITE SALARY.
           MOVE SALARY TO WS-IMG-APRES.
      *****************************************************************
      *  This routine marks the leaver (soft terminate, as PGM032)
      *****************************************************************
       140-TERMINATE.
           MOVE SALARY TO WS-IMG-AVANT.
           MOVE 'T' TO FD-STATUT.
           MOVE PT-LEAVE-N TO FD-LEAVE.
           REWRITE SALARY.
           MOVE SALARY TO WS-IMG-APRES.
      *****************************************************************
      *  This routine flags a due change for an employee who has
      *  left : kept on PENDCHG, never applied, and reported
      *****************************************************************
       150-FLAG.
           MOVE 'F'                   TO PC-ETAT.
           MOVE 'PGM118'              TO PC-OPMAJ.
           MOVE PJ-RUNDATE            TO PC-DTMAJ.
           MOVE 'EMPLOYEE HAS LEFT'   TO PC-MOTIF.
           REWRITE STRUCT-PENDCHG.
           DISPLAY 'FLAGGED : ' PT-ACTION ' ' PC-SALARY
                   ' EFFECTIVE ' PC-EFDATE ' - EMPLOYEE HAS LEFT'.
           ADD 1 TO WS-CNT-FLAGGED.
           MOVE 'W' TO WS-HUB-SEV.
           MOVE SPACES TO WS-HUB-TEXT.
           STRING 'PEND ' PT-ACTION ' ' PC-SALARY ' '
                  PC-EFDATE ' FLAGGED - EMPLOYEE HAS LEFT'
                  DELIMITED BY SIZE
             INTO WS-HUB-TEXT.
           PERFORM 290-HUBMSG.
      *****************************************************************
      *  This routine rejects a due change the master no longer
      *  allows (reason in WS-MOTIF)
      *****************************************************************
       160-REJECT.
           MOVE 'R'        TO PC-ETAT.
           MOVE 'PGM118'   TO PC-OPMAJ.
           MOVE PJ-RUNDATE TO PC-DTMAJ.
           MOVE WS-MOTIF   TO PC-MOTIF.
           REWRITE STRUCT-PENDCHG.
           DISPLAY 'REJECTED : ' PT-ACTION ' ' PC-SALARY
                   ' EFFECTIVE ' PC-EFDATE ' - ' WS-MOTIF.
           ADD 1 TO WS-CNT-REJECT.
           MOVE 'W' TO WS-HUB-SEV.
           MOVE SPACES TO WS-HUB-TEXT.
           STRING 'PEND ' PT-ACTION ' ' PC-SALARY ' '
                  PC-EFDATE ' REJECTED ' WS-MOTIF
                  DELIMITED BY SIZE
             INTO WS-HUB-TEXT.
           PERFORM 290-HUBMSG.
      *****************************************************************
      *  This routine appends the before/after images to SALAUDIT
      *  under the operator who keyed the change
      *****************************************************************
       170-AUDIT.
           MOVE SPACES       TO STRUCT-SALAUDIT.
           MOVE PT-ACTION    TO AU-ACTION.
           MOVE PC-SALARY    TO AU-SALARY.
           MOVE WS-IMG-AVANT TO AU-AVANT.
           MOVE WS-IMG-APRES TO AU-APRES.
           MOVE PC-OPSAISIE  TO AU-OPER.
           WRITE STRUCT-SALAUDIT.
           CALL WS-CALL-IMG USING WS-IMG-PGM, WS-IMG-FILE,
                WS-IMG-AVANT, WS-IMG-APRES.
           ADD 1 TO WS-CNT-APPLIED.
      *****************************************************************
      *  This routine appends one warning to the shared OPERMSG file
      *  through the PGM062 hub
      *****************************************************************
       290-HUBMSG.
           MOVE 'M'      TO WS-HUB-FUNC.
           MOVE 'PGM118' TO WS-HUB-PGM.
           CALL WS-CALL-HUB USING WS-HUB-FUNC, WS-HUB-PGM,
                WS-RUNNO, WS-HUB-SEV, WS-HUB-TEXT.
      *****************************************************************
      *  This routine should close the program (after some displays)
      *****************************************************************
       500-EXITP.
           DISPLAY "500-EXITP".
           DISPLAY '    PENDING READ      : ' WS-CNT-READ.
           DISPLAY '    DUE THIS PERIOD   : ' WS-CNT-DUE.
           DISPLAY '    APPLIED           : ' WS-CNT-APPLIED.
           DISPLAY '    FLAGGED (LEAVERS) : ' WS-CNT-FLAGGED.
           DISPLAY '    REJECTED          : ' WS-CNT-REJECT.
           IF WS-CNT-FLAGGED > 0 OR WS-CNT-REJECT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       500-EXIT.
           EXIT.
      *****************************************************************
      *  Those routines handle files Closing
      *****************************************************************
       999-CFILE.
           CLOSE PENDCHG.
           CLOSE SALARIES.
           CLOSE SALAUDIT.
       999-EXIT.
           EXIT.
