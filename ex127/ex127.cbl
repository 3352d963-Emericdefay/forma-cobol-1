      *****************************************************************
      * Program name:    PGM127
      *
      * Original author: DEFAY E.
      *
      * Purpose : Four-eyes control of the sensitive master changes.
      *           PGM032 (a base salary, keyed on a change or on a
      *           new employee), PGM058 (bank
      *           coordinates) and PGM083 (customer addresses) no
      *           longer apply those changes : they queue them on
      *           DUALQ under the operator who keyed them, and this
      *           step decides them from the DUALTRN decisions.
      *           An 'A' approves and a 'R' rejects one queued item
      *           (master, key, day keyed); the deciding operator
      *           must be on OPERMSTR at authority level 3 and must
      *           not be the one who keyed the change - the same
      *           operator's decision is refused, as is any decision
      *           when OPERMSTR is not available. An approved change
      *           is applied the owning program's way and journaled :
      *           SALARIES with SALAUDIT and PGM067 (a change
      *           effective in a later period is parked on PENDCHG
      *           for PGM118 instead), BANKMSTR with BANKAUDIT,
      *           ADDRMSTR with ADDRAUDIT, a garnishment creditor's
      *           name and coordinates on CREDMSTR (queued by PGM119)
      *           with CREDAUDIT, the audit carrying the operator who
      *           keyed it, a customer's address on CUSTMSTR (queued
      *           by PGM051) with PGM067. A change the master no
      *           longer allows (unknown employee, a leaver, a
      *           removed customer, a creditor added twice or gone,
      *           a creditor name taken since) is marked failed. An
      *           'L' keys a new authorized overdraft limit for an
      *           OVDRLIM account : it is queued the
      *           same way and applied, journaled through PGM067, once
      *           a second operator approves it. Before the decisions,
      *           every item pending more than PJ-JOURS business days
      *           (PGM077 calendar) expires unapproved and is reported
      *           to the operators through the PGM062 hub; the items
      *           still pending are listed at the end. Refused
      *           decisions, failed changes and expiries set
      *           RETURN-CODE 4.
      *
      * Using :
      *    - DUALQ (copybook DUALFS) as queued by PGM032, PGM051,
      *      PGM058, PGM083 and PGM119
      *    - OPERMSTR as kept by PGM066
      *    - SALARIES, PENDCHG (copybook PENDFS) as kept by PGM032,
      *      BANKMSTR as kept by PGM058, ADDRMSTR as kept by PGM083,
      *      CUSTMSTR as kept by PGM051, CREDMSTR as kept by PGM119,
      *      OVDRLIM as read by PGM017 and PGM088
      *    - PGM081 chain run date, PGM077 business-day calendar,
      *      PGM067 image journaling, PGM062 operator message hub,
      *      PGM124 dataset lineage
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created : a salary, a bank account or an
      *                    address no longer changes on one
      *                    operator's say-so
      * 15/10/26  DEFAY E. BANKAUDIT and ADDRAUDIT carry the keying
      *                    operator, the program and the date and
      *                    time of the change, for the PGM128 review
      * 15/10/26  DEFAY E. A customer's address change queued by
      *                    PGM051 is applied to CUSTMSTR on approval
      * 15/10/26  DEFAY E. A second limit keyed the same day is
      *                    refused instead of overwriting the first
      *                    one's DUALQ record
      * 15/10/26  DEFAY E. A new employee keyed with a base salary is
      *                    added on approval (or parked on PENDCHG
      *                    when effective in a later period)
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM127.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /    DUALTRN (the checkers' decisions and the limit changes)
           SELECT DUALTRN
           ASSIGN TO DUALTRN
           FILE STATUS is WS-FS-TRANS.
      /    DUALQ (indexed sensitive changes awaiting a second
      /    operator)
           SELECT DUALQ
           ASSIGN TO DUALQ
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is DQ-KEY
           FILE STATUS is WS-FS-DUAL.
      /    OPERMSTR (operator master from PGM066, for the authority
      /    check on every decision)
           SELECT OPERMSTR
           ASSIGN TO OPERMSTR
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is OP-ID
           FILE STATUS is WS-FS-OPER.
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
           FILE STATUS is WS-FS-SALAUD.
      /    PENDCHG (indexed future-dated changes keyed on employee
      /    and effective date, applied by PGM118)
           SELECT PENDCHG
           ASSIGN TO PENDCHG
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is PC-KEY
           FILE STATUS is WS-FS-PEND.
      /    BANKMSTR (indexed bank-details master keyed on BK-SALARY)
           SELECT BANKMSTR
           ASSIGN TO BANKMSTR
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is BK-SALARY
           FILE STATUS is WS-FS-BANK.
      /    BANKAUDIT (change audit : before and after images)
           SELECT BANKAUDIT
           ASSIGN TO BANKAUDIT
           FILE STATUS is WS-FS-BANKAUD.
      /    ADDRMSTR (indexed address master keyed on AD-COMPTE)
           SELECT ADDRMSTR
           ASSIGN TO ADDRMSTR
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is AD-COMPTE
           FILE STATUS is WS-FS-ADDR.
      /    ADDRAUDIT (change audit : before and after images)
           SELECT ADDRAUDIT
           ASSIGN TO ADDRAUDIT
           FILE STATUS is WS-FS-ADDRAUD.
      /    CREDMSTR (indexed garnishment creditor master keyed on
      /    CR-NUMERO)
           SELECT CREDMSTR
           ASSIGN TO CREDMSTR
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is CR-NUMERO
           FILE STATUS is WS-FS-CRED.
      /    CREDAUDIT (change audit : before and after images)
           SELECT CREDAUDIT
           ASSIGN TO CREDAUDIT
           FILE STATUS is WS-FS-CREDAUD.
      /    CUSTMSTR (indexed customer master keyed on CU-CLIENT)
           SELECT CUSTMSTR
           ASSIGN TO CUSTMSTR
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is CU-CLIENT
           FILE STATUS is WS-FS-CUST.
      /    OVDRLIM (authorized overdraft limits keyed on OL-COMPTE)
           SELECT OVDRLIM
           ASSIGN TO OVDRLIM
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is OL-COMPTE
           FILE STATUS is WS-FS-LIM.
      /    RUNCTL (the chain's current run number, from PGM016)
           SELECT RUNCTL
           ASSIGN TO RUNCTL
           FILE STATUS is WS-FS-RUNCTL.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD DUALTRN
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-DUALTRN.
           02 DT-ACTION   PIC X(01).
              88 DT-APPROVE   VALUE 'A'.
              88 DT-REJECT    VALUE 'R'.
              88 DT-LIMIT     VALUE 'L'.
           02 FILLER      PIC X(01).
           02 DT-FICHIER  PIC X(08).
           02 FILLER      PIC X(01).
           02 DT-CLE      PIC X(12).
           02 DT-CLE-R REDEFINES DT-CLE.
              03 DT-CLE-CPT   PIC X(06).
              03 DT-CLE-CPT-N REDEFINES DT-CLE-CPT PIC 9(06).
              03 DT-CLE-RESTE PIC X(06).
           02 FILLER      PIC X(01).
           02 DT-DTSAISIE PIC X(08).
           02 DT-DTSAISIE-N REDEFINES DT-DTSAISIE PIC 9(08).
           02 FILLER      PIC X(01).
           02 DT-OPER     PIC X(08).
           02 FILLER      PIC X(01).
           02 DT-LIMITE   PIC X(09).
           02 DT-LIMITE-N REDEFINES DT-LIMITE PIC 9(07)V99.
           02 FILLER      PIC X(01).
           02 DT-MOTIF    PIC X(25).
           02 FILLER      PIC X(03).
       FD DUALQ
           RECORD CONTAINS 240 CHARACTERS.
       COPY DUALFS REPLACING ==()== BY ==DUALQ==.
       FD OPERMSTR
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-OPERMSTR.
           02 OP-ID      PIC X(08).
           02 FILLER     PIC X(01).
           02 OP-NOM     PIC X(25).
           02 FILLER     PIC X(01).
           02 OP-LEVEL   PIC 9(01).
           02 FILLER     PIC X(44).
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
       FD PENDCHG
           RECORD CONTAINS 160 CHARACTERS.
       COPY PENDFS REPLACING ==()== BY ==PENDCHG==.
       FD BANKMSTR
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-BANKMSTR.
           02 BK-SALARY   PIC 9(07).
           02 FILLER      PIC X(01).
           02 BK-BANQUE   PIC 9(05).
           02 FILLER      PIC X(01).
           02 BK-GUICHET  PIC 9(05).
           02 FILLER      PIC X(01).
           02 BK-COMPTE   PIC 9(11).
           02 FILLER      PIC X(01).
           02 BK-CLE      PIC 9(02).
           02 FILLER      PIC X(01).
           02 BK-FLAG     PIC X(01).
           02 FILLER      PIC X(44).
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
       FD CREDMSTR
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-CREDMSTR.
           02 CR-NUMERO   PIC 9(07).
           02 FILLER      PIC X(01).
           02 CR-BANQUE   PIC 9(05).
           02 FILLER      PIC X(01).
           02 CR-GUICHET  PIC 9(05).
           02 FILLER      PIC X(01).
           02 CR-COMPTE   PIC 9(11).
           02 FILLER      PIC X(01).
           02 CR-CLE      PIC 9(02).
           02 FILLER      PIC X(01).
           02 CR-FLAG     PIC X(01).
           02 FILLER      PIC X(01).
           02 CR-NOM      PIC X(20).
           02 FILLER      PIC X(01).
           02 CR-REPORT   PIC 9V99.
           02 FILLER      PIC X(01).
           02 CR-REPANC   PIC 9V99.
           02 FILLER      PIC X(01).
           02 CR-LASTRUN  PIC 9(08).
           02 CR-LASTPER  PIC 9(06).
       FD CREDAUDIT
           RECORD CONTAINS 210 CHARACTERS.
       01  STRUCT-CREDAUDIT.
           02 CA-ACTION   PIC X(01).
           02 FILLER      PIC X(01).
           02 CA-NUMERO   PIC 9(07).
           02 FILLER      PIC X(01).
           02 CA-AVANT    PIC X(80).
           02 FILLER      PIC X(01).
           02 CA-APRES    PIC X(80).
           02 FILLER      PIC X(01).
           02 CA-OPER     PIC X(08).
           02 FILLER      PIC X(01).
           02 CA-PGM      PIC X(08).
           02 FILLER      PIC X(01).
           02 CA-DATE     PIC 9(08).
           02 FILLER      PIC X(01).
           02 CA-TIME     PIC 9(08).
           02 FILLER      PIC X(03).
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
           02 FILLER     PIC X(01).
           02 CU-DTREVUE PIC 9(08).
           02 FILLER     PIC X(01).
           02 CU-TYPE    PIC X(01).
           02 FILLER     PIC X(04).
       FD OVDRLIM
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-OVDRLIM.
           02 OL-COMPTE       PIC 9(06).
           02 FILLER          PIC X(01).
           02 OL-LIMITE       PIC 9(07)V99.
           02 FILLER          PIC X(64).
       FD RUNCTL.
       01  STRUCT-RUNCTL.
           02 RN-RUNNO       PIC 9(12).
           02 FILLER         PIC X(68).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-TRANS    PIC X(02).
           88 TRANS-END   VALUE '10'.
       01 WS-FS-DUAL     PIC X(02).
           88 DUAL-END    VALUE '10'.
       01 WS-FS-OPER     PIC X(02).
       01 WS-FS-SAL      PIC X(02).
       01 WS-FS-SALAUD   PIC X(02).
       01 WS-FS-PEND     PIC X(02).
       01 WS-FS-BANK     PIC X(02).
       01 WS-FS-BANKAUD  PIC X(02).
       01 WS-FS-ADDR     PIC X(02).
       01 WS-FS-ADDRAUD  PIC X(02).
       01 WS-FS-CRED     PIC X(02).
           88 CRED-END    VALUE '10'.
       01 WS-FS-CREDAUD  PIC X(02).
       01 WS-FS-CUST     PIC X(02).
       01 WS-FS-LIM      PIC X(02).
       01 WS-FS-RUNCTL   PIC X(02).
       01 WS-TRANS-AVAIL-SW PIC X(01) VALUE 'N'.
           88 TRANS-AVAIL VALUE 'Y'.
       01 WS-SAL-AVAIL-SW PIC X(01) VALUE 'N'.
           88 SAL-AVAIL   VALUE 'Y'.
       01 WS-CUST-AVAIL-SW PIC X(01) VALUE 'N'.
           88 CUST-AVAIL  VALUE 'Y'.
       01 WS-CNT-READ    PIC 9(05) VALUE 0.
       01 WS-CNT-EXPIRED PIC 9(05) VALUE 0.
       01 WS-CNT-SUBMIT  PIC 9(05) VALUE 0.
       01 WS-CNT-APPLIED PIC 9(05) VALUE 0.
       01 WS-CNT-REJECT  PIC 9(05) VALUE 0.
       01 WS-CNT-REFUSED PIC 9(05) VALUE 0.
       01 WS-CNT-FAILED  PIC 9(05) VALUE 0.
       01 WS-CNT-HELD    PIC 9(05) VALUE 0.
       01 WS-CNT-PENDING PIC 9(05) VALUE 0.
       01 WS-CNT-SALAUD  PIC 9(05) VALUE 0.
       01 WS-CNT-BANKAUD PIC 9(05) VALUE 0.
       01 WS-CNT-ADDRAUD PIC 9(05) VALUE 0.
       01 WS-CNT-CREDAUD PIC 9(05) VALUE 0.
      / Operator authority check (level 3 required to key or decide
      / a sensitive change; an absent OPERMSTR refuses them all)
       01 WS-OPER-AVAIL-SW PIC X(01) VALUE 'N'.
           88 OPER-AVAIL  VALUE 'Y'.
       01 WS-OPER-OK-SW  PIC X(01).
           88 OPER-OK     VALUE 'Y'.
       01 WS-MIN-LEVEL   PIC 9(01) VALUE 3.
      / Outcome of one approved change : applied, failed on the
      / master (reason in WS-MOTIF) or held for a master not open
       01 WS-APPLY-SW    PIC X(01).
           88 APPLY-DONE  VALUE 'A'.
           88 APPLY-FAIL  VALUE 'F'.
           88 APPLY-HELD  VALUE 'H'.
       01 WS-MOTIF       PIC X(25).
       01 WS-FOUND-SW    PIC X(01).
           88 REC-FOUND   VALUE 'Y'.
       01 WS-RUN-PERIOD  PIC 9(06).
       01 WS-EF-PERIOD   PIC 9(06).
      / The queued SALTRANS image (the PGM032 layout)
       01 WS-SAL-TX.
           02 ST-ACTION   PIC X(01).
           02 FILLER      PIC X(01).
           02 ST-SALARY   PIC X(07).
           02 ST-SALARY-N REDEFINES ST-SALARY PIC 9(07).
           02 FILLER      PIC X(01).
           02 ST-NOTE     PIC X(01).
           02 FILLER      PIC X(01).
           02 ST-SENIORITY PIC X(07).
           02 ST-SENIORITY-N REDEFINES ST-SENIORITY PIC 9(07).
           02 FILLER      PIC X(01).
           02 ST-HIREDATE PIC X(08).
           02 ST-HIREDATE-N REDEFINES ST-HIREDATE PIC 9(08).
           02 FILLER      PIC X(01).
           02 ST-BASE     PIC X(09).
           02 ST-BASE-N REDEFINES ST-BASE PIC 9(07)V99.
           02 FILLER      PIC X(01).
           02 ST-DEPT     PIC X(02).
           02 ST-DEPT-N REDEFINES ST-DEPT PIC 9(02).
           02 FILLER      PIC X(01).
           02 ST-LEAVE    PIC X(08).
           02 FILLER      PIC X(01).
           02 ST-OPER     PIC X(08).
           02 FILLER      PIC X(01).
           02 ST-EFDATE   PIC X(08).
           02 ST-EFDATE-N REDEFINES ST-EFDATE PIC 9(08).
           02 FILLER      PIC X(01).
           02 ST-NEWDATE  PIC X(08).
           02 ST-ETAB     PIC X(03).
      / The queued BANKTRANS image (the PGM058 layout)
       01 WS-BANK-TX.
           02 BT-ACTION   PIC X(01).
           02 FILLER      PIC X(01).
           02 BT-SALARY   PIC X(07).
           02 BT-SALARY-N REDEFINES BT-SALARY PIC 9(07).
           02 FILLER      PIC X(01).
           02 BT-BANQUE   PIC X(05).
           02 BT-BANQUE-N REDEFINES BT-BANQUE PIC 9(05).
           02 FILLER      PIC X(01).
           02 BT-GUICHET  PIC X(05).
           02 BT-GUICHET-N REDEFINES BT-GUICHET PIC 9(05).
           02 FILLER      PIC X(01).
           02 BT-COMPTE   PIC X(11).
           02 BT-COMPTE-N REDEFINES BT-COMPTE PIC 9(11).
           02 FILLER      PIC X(01).
           02 BT-CLE      PIC X(02).
           02 BT-CLE-N REDEFINES BT-CLE PIC 9(02).
           02 FILLER      PIC X(01).
           02 BT-OPER     PIC X(08).
           02 FILLER      PIC X(34).
      / The queued ADDRTRANS image (the PGM083 layout)
       01 WS-ADDR-TX.
           02 AT-ACTION   PIC X(01).
           02 FILLER      PIC X(01).
           02 AT-COMPTE   PIC X(06).
           02 AT-COMPTE-N REDEFINES AT-COMPTE PIC 9(06).
           02 FILLER      PIC X(01).
           02 AT-RUE1     PIC X(25).
           02 FILLER      PIC X(01).
           02 AT-RUE2     PIC X(25).
           02 FILLER      PIC X(01).
           02 AT-CP       PIC X(05).
           02 FILLER      PIC X(01).
           02 AT-VILLE    PIC X(20).
           02 FILLER      PIC X(01).
           02 AT-OPER     PIC X(08).
           02 FILLER      PIC X(24).
      / The queued CREDTRANS image (the PGM119 layout)
       01 WS-CRED-TX.
           02 RT-ACTION   PIC X(01).
           02 FILLER      PIC X(01).
           02 RT-NUMERO   PIC X(07).
           02 RT-NUMERO-N REDEFINES RT-NUMERO PIC 9(07).
           02 FILLER      PIC X(01).
           02 RT-NOM      PIC X(20).
           02 FILLER      PIC X(01).
           02 RT-BANQUE   PIC X(05).
           02 RT-BANQUE-N REDEFINES RT-BANQUE PIC 9(05).
           02 FILLER      PIC X(01).
           02 RT-GUICHET  PIC X(05).
           02 RT-GUICHET-N REDEFINES RT-GUICHET PIC 9(05).
           02 FILLER      PIC X(01).
           02 RT-COMPTE   PIC X(11).
           02 RT-COMPTE-N REDEFINES RT-COMPTE PIC 9(11).
           02 FILLER      PIC X(01).
           02 RT-CLE      PIC X(02).
           02 RT-CLE-N REDEFINES RT-CLE PIC 9(02).
           02 FILLER      PIC X(01).
           02 RT-OPER     PIC X(08).
           02 FILLER      PIC X(54).
      / The queued customer address change (the PGM051 layout)
       01 WS-CUST-TX.
           02 CT-ACTION   PIC X(01).
           02 FILLER      PIC X(01).
           02 CT-CLIENT   PIC 9(06).
           02 FILLER      PIC X(01).
           02 CT-ADRESSE  PIC X(30).
           02 FILLER      PIC X(01).
           02 CT-OPER     PIC X(08).
           02 FILLER      PIC X(72).
      / The queued limit change (the DUALTRN 'L' layout)
       01 WS-LIM-TX.
           02 LT-ACTION   PIC X(01).
           02 FILLER      PIC X(01).
           02 LT-FICHIER  PIC X(08).
           02 FILLER      PIC X(01).
           02 LT-COMPTE   PIC 9(06).
           02 FILLER      PIC X(06).
           02 FILLER      PIC X(01).
           02 LT-DTSAISIE PIC X(08).
           02 FILLER      PIC X(01).
           02 LT-OPER     PIC X(08).
           02 FILLER      PIC X(01).
           02 LT-LIMITE   PIC 9(07)V99.
           02 FILLER      PIC X(29).
      / Before and after images for the audit records
       01 WS-IMG-AVANT   PIC X(80).
       01 WS-IMG-APRES   PIC X(80).
       01 WS-ADR-AVANT   PIC X(120).
       01 WS-ADR-APRES   PIC X(120).
      / PGM067 master-image journaling interface
       01 WS-CALL-IMG    PIC X(08) VALUE "PGM067  ".
       01 WS-IMG-PGM     PIC X(08) VALUE 'PGM127'.
       01 WS-IMG-FILE    PIC X(08).
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
       01 PJ-JOURS       PIC 9(03).
       01 PJ-JOURS-DEF   PIC 9(03) VALUE 5.
      / PGM124 dataset-lineage interface
       01 WS-CALL-LIN    PIC X(08) VALUE "PGM124  ".
       01 WS-LIN-PGM     PIC X(08) VALUE 'PGM127'.
       01 WS-LIN-DSN     PIC X(10).
       01 WS-LIN-MODE    PIC X(01).
       01 WS-LIN-COUNT   PIC 9(09).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           PERFORM 001-OFILE THRU 001-EXIT.
           PERFORM 100-EXPIRE THRU 100-EXIT.
           IF TRANS-AVAIL
              PERFORM 200-DECISIONS THRU 200-EXIT
           END-IF.
           PERFORM 400-LIST THRU 400-EXIT.
           PERFORM 500-EXITP THRU 500-EXIT.
           PERFORM 999-CFILE THRU 999-EXIT.
           STOP RUN.
      *****************************************************************
      *  This routine handle parameters : the run date (the chain's
      *  through PGM081 when none is given) and the business days an
      *  item may wait for its second operator; the chain's run
      *  number is read back from RUNCTL (zero outside a PGM016
      *  chain)
      *****************************************************************
       000-PARMS.
           ACCEPT PJ-RUNDATE.
           IF PJ-RUNDATE = SPACE OR LOW-VALUE THEN
              CALL WS-CALL-DATE USING PJ-RUNDATE
           END-IF.
           COMPUTE WS-RUN-PERIOD = PJ-RUNDATE / 100.
           ACCEPT PJ-JOURS.
           IF PJ-JOURS = SPACE OR LOW-VALUE OR PJ-JOURS NOT NUMERIC
              OR PJ-JOURS = 0
              MOVE PJ-JOURS-DEF TO PJ-JOURS
           END-IF.
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
      *  This routine handle files opening. The queue and the
      *  masters this step keeps are created empty when absent;
      *  without SALARIES a salary change stays pending, as does a
      *  customer's address without CUSTMSTR; without DUALTRN the
      *  step only expires and lists
      *****************************************************************
       001-OFILE.
           OPEN I-O DUALQ.
           IF WS-FS-DUAL NOT = '00'
              OPEN OUTPUT DUALQ
              CLOSE DUALQ
              OPEN I-O DUALQ
           END-IF.
           OPEN INPUT DUALTRN.
           IF WS-FS-TRANS = '00'
              MOVE 'Y' TO WS-TRANS-AVAIL-SW
           ELSE
              DISPLAY 'PGM127 : NO DUALTRN FILE - NO DECISION TODAY'
           END-IF.
           OPEN INPUT OPERMSTR.
           IF WS-FS-OPER = '00'
              MOVE 'Y' TO WS-OPER-AVAIL-SW
           ELSE
              DISPLAY 'WARNING : OPERMSTR NOT AVAILABLE - EVERY '
                      'DECISION WILL BE REFUSED'
           END-IF.
           OPEN I-O SALARIES.
           IF WS-FS-SAL = '00'
              MOVE 'Y' TO WS-SAL-AVAIL-SW
           ELSE
              DISPLAY 'WARNING : OPEN I-O SALARIES FAILED - FILE '
                      'STATUS ' WS-FS-SAL ' - SALARY CHANGES HELD'
           END-IF.
           OPEN EXTEND SALAUDIT.
           IF WS-FS-SALAUD NOT = '00'
              OPEN OUTPUT SALAUDIT
           END-IF.
           OPEN I-O PENDCHG.
           IF WS-FS-PEND NOT = '00'
              OPEN OUTPUT PENDCHG
              CLOSE PENDCHG
              OPEN I-O PENDCHG
           END-IF.
           OPEN I-O BANKMSTR.
           IF WS-FS-BANK NOT = '00'
              OPEN OUTPUT BANKMSTR
              CLOSE BANKMSTR
              OPEN I-O BANKMSTR
           END-IF.
           OPEN EXTEND BANKAUDIT.
           IF WS-FS-BANKAUD NOT = '00'
              OPEN OUTPUT BANKAUDIT
           END-IF.
           OPEN I-O ADDRMSTR.
           IF WS-FS-ADDR NOT = '00'
              OPEN OUTPUT ADDRMSTR
              CLOSE ADDRMSTR
              OPEN I-O ADDRMSTR
           END-IF.
           OPEN EXTEND ADDRAUDIT.
           IF WS-FS-ADDRAUD NOT = '00'
              OPEN OUTPUT ADDRAUDIT
           END-IF.
           OPEN I-O CREDMSTR.
           IF WS-FS-CRED NOT = '00'
              OPEN OUTPUT CREDMSTR
              CLOSE CREDMSTR
              OPEN I-O CREDMSTR
           END-IF.
           OPEN EXTEND CREDAUDIT.
           IF WS-FS-CREDAUD NOT = '00'
              OPEN OUTPUT CREDAUDIT
           END-IF.
           OPEN I-O CUSTMSTR.
           IF WS-FS-CUST = '00'
              MOVE 'Y' TO WS-CUST-AVAIL-SW
           ELSE
              DISPLAY 'WARNING : OPEN I-O CUSTMSTR FAILED - FILE '
                      'STATUS ' WS-FS-CUST ' - ADDRESS CHANGES HELD'
           END-IF.
           OPEN I-O OVDRLIM.
           IF WS-FS-LIM NOT = '00'
              OPEN OUTPUT OVDRLIM
              CLOSE OVDRLIM
              OPEN I-O OVDRLIM
           END-IF.
       001-EXIT.
           EXIT.
      *****************************************************************
      *  This routine browses DUALQ in key order and expires every
      *  item still pending more than PJ-JOURS business days after
      *  the day it was keyed
      *****************************************************************
       100-EXPIRE.
           PERFORM UNTIL DUAL-END
              READ DUALQ NEXT
                 NOT AT END
                    IF DQ-PENDING
                       PERFORM 110-AGE
                    END-IF
              END-READ
           END-PERFORM.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine ages one pending item on the business-day
      *  calendar and expires it past the limit
      *****************************************************************
       110-AGE.
           MOVE 'C'         TO WS-CAL-FUNC.
           MOVE DQ-DTSAISIE TO WS-CAL-DATE1.
           MOVE PJ-RUNDATE  TO WS-CAL-DATE2.
           CALL WS-CALL-CAL USING WS-CAL-FUNC, WS-CAL-DATE1,
                WS-CAL-DATE2, WS-CAL-RESULT, WS-CAL-COUNT.
           IF WS-CAL-COUNT > PJ-JOURS
              MOVE 'E'        TO DQ-ETAT
              MOVE 'PGM127'   TO DQ-OPVALID
              MOVE PJ-RUNDATE TO DQ-DTVALID
              MOVE 'EXPIRED UNAPPROVED' TO DQ-MOTIF
              REWRITE STRUCT-DUALQ
              DISPLAY 'EXPIRED : ' DQ-FICHIER ' ' DQ-CLE
                      ' KEYED ' DQ-DTSAISIE ' BY ' DQ-OPSAISIE
              ADD 1 TO WS-CNT-EXPIRED
              MOVE 'W' TO WS-HUB-SEV
              MOVE SPACES TO WS-HUB-TEXT
              STRING 'DUAL ' DQ-FICHIER ' ' DQ-CLE ' '
                     DQ-DTSAISIE ' EXPIRED UNAPPROVED'
                     DELIMITED BY SIZE
                INTO WS-HUB-TEXT
              PERFORM 290-HUBMSG
           END-IF.
      *****************************************************************
      *  This routine reads the DUALTRN decisions and routes each
      *****************************************************************
       200-DECISIONS.
           PERFORM UNTIL TRANS-END
              READ DUALTRN
                 NOT AT END
                    ADD 1 TO WS-CNT-READ
                    EVALUATE TRUE
                       WHEN DT-LIMIT
                          PERFORM 210-SUBMIT THRU 210-EXIT
                       WHEN DT-APPROVE OR DT-REJECT
                          PERFORM 220-DECIDE THRU 220-EXIT
                       WHEN OTHER
                          DISPLAY 'REFUSED : UNKNOWN ACTION - '
                                  DT-ACTION
                          ADD 1 TO WS-CNT-REFUSED
                    END-EVALUATE
              END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.
      *****************************************************************
      *  This routine queues a new authorized overdraft limit keyed
      *  by an operator of the required level; it waits on DUALQ for
      *  a second operator like the other sensitive changes
      *****************************************************************
       210-SUBMIT.
           PERFORM 230-OPERCHK THRU 230-EXIT.
           IF NOT OPER-OK
              GO TO 210-EXIT
           END-IF.
           IF DT-CLE-CPT NOT NUMERIC OR DT-CLE-RESTE NOT = SPACES
              DISPLAY 'REFUSED : LIMIT ACCOUNT NOT NUMERIC - ' DT-CLE
              ADD 1 TO WS-CNT-REFUSED
              GO TO 210-EXIT
           END-IF.
           IF DT-LIMITE NOT NUMERIC
              DISPLAY 'REFUSED : LIMIT NOT NUMERIC - ' DT-LIMITE
                      ' ON ' DT-CLE-CPT
              ADD 1 TO WS-CNT-REFUSED
              GO TO 210-EXIT
           END-IF.
           MOVE 'OVDRLIM'  TO DQ-FICHIER.
           MOVE DT-CLE     TO DQ-CLE.
           MOVE PJ-RUNDATE TO DQ-DTSAISIE.
           READ DUALQ
              INVALID KEY
                 MOVE 'N' TO WS-FOUND-SW
              NOT INVALID KEY
                 MOVE 'Y' TO WS-FOUND-SW
           END-READ.
           IF REC-FOUND
              DISPLAY 'REFUSED : A CHANGE WAS ALREADY QUEUED TODAY - '
                      DT-CLE-CPT
              ADD 1 TO WS-CNT-REFUSED
              GO TO 210-EXIT
           END-IF.
           MOVE 'OVDRLIM'      TO DT-FICHIER.
           MOVE PJ-RUNDATE     TO DT-DTSAISIE-N.
           MOVE SPACES         TO STRUCT-DUALQ.
           MOVE 'OVDRLIM'      TO DQ-FICHIER.
           MOVE DT-CLE         TO DQ-CLE.
           MOVE PJ-RUNDATE     TO DQ-DTSAISIE.
           MOVE 'P'            TO DQ-ETAT.
           MOVE 'PGM127'       TO DQ-PGM.
           MOVE STRUCT-DUALTRN TO DQ-TRANS.
           MOVE DT-OPER        TO DQ-OPSAISIE.
           MOVE 0              TO DQ-DTVALID.
           WRITE STRUCT-DUALQ.
           DISPLAY 'QUEUED : L ' DT-CLE-CPT ' LIMIT ' DT-LIMITE
                   ' - AWAITING A SECOND OPERATOR'.
           ADD 1 TO WS-CNT-SUBMIT.
       210-EXIT.
           EXIT.
      *****************************************************************
      *  This routine decides one queued item : it must still be
      *  pending, and the deciding operator must be authorised and
      *  must not be the one who keyed the change
      *****************************************************************
       220-DECIDE.
           IF DT-DTSAISIE NOT NUMERIC
              DISPLAY 'REFUSED : DAY KEYED NOT NUMERIC - '
                      DT-FICHIER ' ' DT-CLE
              ADD 1 TO WS-CNT-REFUSED
              GO TO 220-EXIT
           END-IF.
           MOVE DT-FICHIER    TO DQ-FICHIER.
           MOVE DT-CLE        TO DQ-CLE.
           MOVE DT-DTSAISIE-N TO DQ-DTSAISIE.
           READ DUALQ
              INVALID KEY
                 DISPLAY 'REFUSED : NO SUCH CHANGE QUEUED - '
                         DT-FICHIER ' ' DT-CLE ' ' DT-DTSAISIE
                 ADD 1 TO WS-CNT-REFUSED
                 GO TO 220-EXIT
           END-READ.
           IF NOT DQ-PENDING
              DISPLAY 'REFUSED : CHANGE NO LONGER PENDING (' DQ-ETAT
                      ') - ' DT-FICHIER ' ' DT-CLE
              ADD 1 TO WS-CNT-REFUSED
              GO TO 220-EXIT
           END-IF.
           PERFORM 230-OPERCHK THRU 230-EXIT.
           IF NOT OPER-OK
              GO TO 220-EXIT
           END-IF.
           IF DT-OPER = DQ-OPSAISIE
              DISPLAY 'REFUSED : OPERATOR ' DT-OPER ' KEYED THE '
                      'CHANGE - A SECOND OPERATOR MUST DECIDE - '
                      DT-FICHIER ' ' DT-CLE
              ADD 1 TO WS-CNT-REFUSED
              GO TO 220-EXIT
           END-IF.
           IF DT-REJECT
              PERFORM 240-REJECT
           ELSE
              PERFORM 250-APPROVE THRU 250-EXIT
           END-IF.
       220-EXIT.
           EXIT.
      *****************************************************************
      *  This routine validates the operator against OPERMSTR :
      *  no master, unknown, blank or below the required authority
      *  level refuses the decision
      *****************************************************************
       230-OPERCHK.
           MOVE 'N' TO WS-OPER-OK-SW.
           IF NOT OPER-AVAIL
              DISPLAY 'REFUSED : NO OPERATOR MASTER - ' DT-ACTION
                      ' ' DT-FICHIER ' ' DT-CLE
              ADD 1 TO WS-CNT-REFUSED
              GO TO 230-EXIT
           END-IF.
           IF DT-OPER = SPACES
              DISPLAY 'REFUSED : NO OPERATOR CODE - ' DT-ACTION
                      ' ' DT-FICHIER ' ' DT-CLE
              ADD 1 TO WS-CNT-REFUSED
              GO TO 230-EXIT
           END-IF.
           MOVE DT-OPER TO OP-ID.
           READ OPERMSTR
              INVALID KEY
                 DISPLAY 'REFUSED : OPERATOR UNKNOWN - ' DT-OPER
                 ADD 1 TO WS-CNT-REFUSED
                 GO TO 230-EXIT
           END-READ.
           IF OP-LEVEL < WS-MIN-LEVEL
              DISPLAY 'REFUSED : OPERATOR ' DT-OPER
                      ' BELOW AUTHORITY LEVEL ' WS-MIN-LEVEL
              ADD 1 TO WS-CNT-REFUSED
              GO TO 230-EXIT
           END-IF.
           MOVE 'Y' TO WS-OPER-OK-SW.
       230-EXIT.
           EXIT.
      *****************************************************************
      *  This routine rejects one queued change : never applied,
      *  kept on DUALQ with the checker and the reason
      *****************************************************************
       240-REJECT.
           MOVE 'J'        TO DQ-ETAT.
           MOVE DT-OPER    TO DQ-OPVALID.
           MOVE PJ-RUNDATE TO DQ-DTVALID.
           IF DT-MOTIF = SPACES
              MOVE 'REJECTED BY CHECKER' TO DQ-MOTIF
           ELSE
              MOVE DT-MOTIF TO DQ-MOTIF
           END-IF.
           REWRITE STRUCT-DUALQ.
           DISPLAY 'REJECTED : ' DQ-FICHIER ' ' DQ-CLE ' KEYED BY '
                   DQ-OPSAISIE ' - ' DQ-MOTIF.
           ADD 1 TO WS-CNT-REJECT.
      *****************************************************************
      *  This routine applies one approved change to its master and
      *  records the outcome on DUALQ
      *****************************************************************
       250-APPROVE.
           MOVE SPACES TO WS-MOTIF.
           EVALUATE DQ-FICHIER
              WHEN 'SALARIES'
                 PERFORM 260-SALARY THRU 260-EXIT
              WHEN 'BANKMSTR'
                 PERFORM 270-BANK
              WHEN 'ADDRMSTR'
                 PERFORM 280-ADDR
              WHEN 'CREDMSTR'
                 PERFORM 275-CRED THRU 275-EXIT
              WHEN 'CUSTMSTR'
                 PERFORM 282-CUST THRU 282-EXIT
              WHEN 'OVDRLIM'
                 PERFORM 285-LIMIT
              WHEN OTHER
                 MOVE 'UNKNOWN MASTER' TO WS-MOTIF
                 MOVE 'F' TO WS-APPLY-SW
           END-EVALUATE.
           IF APPLY-HELD
              DISPLAY 'HELD : ' DQ-FICHIER ' ' DQ-CLE
                      ' - MASTER NOT AVAILABLE, LEFT PENDING'
              ADD 1 TO WS-CNT-HELD
              GO TO 250-EXIT
           END-IF.
           MOVE PJ-RUNDATE TO DQ-DTVALID.
           IF APPLY-DONE
              MOVE 'A'      TO DQ-ETAT
              MOVE DT-OPER  TO DQ-OPVALID
              MOVE WS-MOTIF TO DQ-MOTIF
              REWRITE STRUCT-DUALQ
              DISPLAY 'APPROVED : ' DQ-FICHIER ' ' DQ-CLE
                      ' KEYED BY ' DQ-OPSAISIE ' APPROVED BY '
                      DT-OPER ' ' WS-MOTIF
              ADD 1 TO WS-CNT-APPLIED
           ELSE
              MOVE 'F'      TO DQ-ETAT
              MOVE 'PGM127' TO DQ-OPVALID
              MOVE WS-MOTIF TO DQ-MOTIF
              REWRITE STRUCT-DUALQ
              DISPLAY 'FAILED : ' DQ-FICHIER ' ' DQ-CLE
                      ' APPROVED BY ' DT-OPER ' - ' WS-MOTIF
              ADD 1 TO WS-CNT-FAILED
              MOVE 'W' TO WS-HUB-SEV
              MOVE SPACES TO WS-HUB-TEXT
              STRING 'DUAL ' DQ-FICHIER ' ' DQ-CLE ' FAILED '
                     WS-MOTIF
                     DELIMITED BY SIZE
                INTO WS-HUB-TEXT
              PERFORM 290-HUBMSG
           END-IF.
       250-EXIT.
           EXIT.
      *****************************************************************
      *  This routine applies an approved SALARIES change the PGM032
      *  way : the fields it carries replace the stored ones, audited
      *  under the operator who keyed it and journaled; effective in
      *  a later period, it is parked on PENDCHG for PGM118 instead
      *****************************************************************
       260-SALARY.
           MOVE DQ-TRANS TO WS-SAL-TX.
           IF NOT SAL-AVAIL
              MOVE 'H' TO WS-APPLY-SW
              GO TO 260-EXIT
           END-IF.
           MOVE 'F' TO WS-APPLY-SW.
           MOVE ST-SALARY-N TO FD-SALARY.
           IF ST-ACTION = 'A'
              PERFORM 262-SALADD THRU 262-EXIT
              GO TO 260-EXIT
           END-IF.
           READ SALARIES
              INVALID KEY
                 MOVE 'ACCOUNT UNKNOWN' TO WS-MOTIF
                 GO TO 260-EXIT
           END-READ.
           IF FD-STATUT = 'T'
              MOVE 'EMPLOYEE HAS LEFT' TO WS-MOTIF
              GO TO 260-EXIT
           END-IF.
           MOVE 0 TO WS-EF-PERIOD.
           IF ST-EFDATE NOT = SPACES
              COMPUTE WS-EF-PERIOD = ST-EFDATE-N / 100
           END-IF.
           IF WS-EF-PERIOD > WS-RUN-PERIOD
              PERFORM 265-PARK THRU 265-EXIT
              GO TO 260-EXIT
           END-IF.
           MOVE SALARY TO WS-IMG-AVANT.
           IF ST-NOTE NOT = SPACE
              MOVE ST-NOTE TO FD-NOTE
           END-IF.
           IF ST-SENIORITY NOT = SPACES
              MOVE ST-SENIORITY-N TO FD-SENIORITY
           END-IF.
           IF ST-HIREDATE NOT = SPACES
              MOVE ST-HIREDATE-N TO FD-HIREDATE
           END-IF.
           IF ST-BASE NOT = SPACES
              MOVE ST-BASE-N TO FD-BASE
           END-IF.
           IF ST-DEPT NOT = SPACES
              MOVE ST-DEPT-N TO FD-DEPT
           END-IF.
           IF ST-ETAB NOT = SPACES
              MOVE ST-ETAB TO FD-ETAB
           END-IF.
           REWRITE SALARY.
           MOVE SALARY TO WS-IMG-APRES.
           PERFORM 264-SALJRNL.
           MOVE 'A' TO WS-APPLY-SW.
       260-EXIT.
           EXIT.
      *****************************************************************
      *  This routine adds an approved new employee the PGM032 way
      *  (no hire date or department keyed gives zero); effective in
      *  a later period, it is parked on PENDCHG for PGM118 instead
      *****************************************************************
       262-SALADD.
           READ SALARIES
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'ACCOUNT EXISTS' TO WS-MOTIF
                 GO TO 262-EXIT
           END-READ.
           MOVE 0 TO WS-EF-PERIOD.
           IF ST-EFDATE NOT = SPACES
              COMPUTE WS-EF-PERIOD = ST-EFDATE-N / 100
           END-IF.
           IF WS-EF-PERIOD > WS-RUN-PERIOD
              PERFORM 265-PARK THRU 265-EXIT
              GO TO 262-EXIT
           END-IF.
           MOVE SPACES         TO SALARY.
           MOVE ST-SALARY-N    TO FD-SALARY.
           MOVE ST-NOTE        TO FD-NOTE.
           MOVE ST-SENIORITY-N TO FD-SENIORITY.
           IF ST-HIREDATE = SPACES
              MOVE 0 TO FD-HIREDATE
           ELSE
              MOVE ST-HIREDATE-N TO FD-HIREDATE
           END-IF.
           MOVE ST-BASE-N      TO FD-BASE.
           IF ST-DEPT = SPACES
              MOVE 0 TO FD-DEPT
           ELSE
              MOVE ST-DEPT-N TO FD-DEPT
           END-IF.
           MOVE ST-ETAB        TO FD-ETAB.
           MOVE 'A'            TO FD-STATUT.
           MOVE 0              TO FD-LEAVE.
           WRITE SALARY
              INVALID KEY
                 MOVE 'ACCOUNT EXISTS' TO WS-MOTIF
                 GO TO 262-EXIT
           END-WRITE.
           MOVE SPACES TO WS-IMG-AVANT.
           MOVE SALARY TO WS-IMG-APRES.
           PERFORM 264-SALJRNL.
           MOVE 'A' TO WS-APPLY-SW.
       262-EXIT.
           EXIT.
      *****************************************************************
      *  This routine audits an applied SALARIES change under the
      *  operator who keyed it and journals it through PGM067
      *****************************************************************
       264-SALJRNL.
           MOVE SPACES       TO STRUCT-SALAUDIT.
           MOVE ST-ACTION    TO AU-ACTION.
           MOVE FD-SALARY    TO AU-SALARY.
           MOVE WS-IMG-AVANT TO AU-AVANT.
           MOVE WS-IMG-APRES TO AU-APRES.
           MOVE DQ-OPSAISIE  TO AU-OPER.
           WRITE STRUCT-SALAUDIT.
           ADD 1 TO WS-CNT-SALAUD.
           MOVE 'SALARIES' TO WS-IMG-FILE.
           CALL WS-CALL-IMG USING WS-IMG-PGM, WS-IMG-FILE,
                WS-IMG-AVANT, WS-IMG-APRES.
      *****************************************************************
      *  This routine parks an approved change effective in a later
      *  period on PENDCHG, under the operator and the day it was
      *  keyed - one change per employee and date, as PGM032 does
      *****************************************************************
       265-PARK.
           MOVE ST-SALARY-N TO PC-SALARY.
           MOVE ST-EFDATE-N TO PC-EFDATE.
           READ PENDCHG
              INVALID KEY
                 MOVE 'N' TO WS-FOUND-SW
              NOT INVALID KEY
                 MOVE 'Y' TO WS-FOUND-SW
           END-READ.
           IF REC-FOUND AND PC-PENDING
              MOVE 'CHANGE PENDING ON PENDCHG' TO WS-MOTIF
              GO TO 265-EXIT
           END-IF.
           MOVE SPACES      TO STRUCT-PENDCHG.
           MOVE ST-SALARY-N TO PC-SALARY.
           MOVE ST-EFDATE-N TO PC-EFDATE.
           MOVE 'P'         TO PC-ETAT.
           MOVE WS-SAL-TX   TO PC-TRANS.
           MOVE DQ-OPSAISIE TO PC-OPSAISIE.
           MOVE DQ-DTSAISIE TO PC-DTSAISIE.
           MOVE 0           TO PC-DTMAJ.
           IF REC-FOUND
              REWRITE STRUCT-PENDCHG
           ELSE
              WRITE STRUCT-PENDCHG
           END-IF.
           MOVE 'PARKED ON PENDCHG' TO WS-MOTIF.
           MOVE 'A' TO WS-APPLY-SW.
       265-EXIT.
           EXIT.
      *****************************************************************
      *  This routine adds or replaces an employee's approved bank
      *  coordinates the PGM058 way, clearing the in-error mark
      *****************************************************************
       270-BANK.
           MOVE DQ-TRANS TO WS-BANK-TX.
           MOVE BT-SALARY-N TO BK-SALARY.
           READ BANKMSTR
              INVALID KEY
                 MOVE SPACES TO WS-IMG-AVANT
                 MOVE SPACES TO STRUCT-BANKMSTR
                 MOVE BT-SALARY-N TO BK-SALARY
                 PERFORM 271-SETBANK
                 WRITE STRUCT-BANKMSTR
              NOT INVALID KEY
                 MOVE STRUCT-BANKMSTR TO WS-IMG-AVANT
                 PERFORM 271-SETBANK
                 REWRITE STRUCT-BANKMSTR
           END-READ.
           MOVE STRUCT-BANKMSTR TO WS-IMG-APRES.
           MOVE SPACES       TO STRUCT-BANKAUDIT.
           MOVE BT-ACTION    TO BA-ACTION.
           MOVE BT-SALARY-N  TO BA-SALARY.
           MOVE WS-IMG-AVANT TO BA-AVANT.
           MOVE WS-IMG-APRES TO BA-APRES.
           MOVE DQ-OPSAISIE  TO BA-OPER.
           MOVE 'PGM127'     TO BA-PGM.
           ACCEPT BA-DATE FROM DATE YYYYMMDD.
           ACCEPT BA-TIME FROM TIME.
           WRITE STRUCT-BANKAUDIT.
           ADD 1 TO WS-CNT-BANKAUD.
           MOVE 'A' TO WS-APPLY-SW.
      *****************************************************************
      *  This routine carries the coordinates into the master record
      *****************************************************************
       271-SETBANK.
           MOVE BT-BANQUE-N  TO BK-BANQUE.
           MOVE BT-GUICHET-N TO BK-GUICHET.
           MOVE BT-COMPTE-N  TO BK-COMPTE.
           MOVE BT-CLE-N     TO BK-CLE.
           MOVE SPACE        TO BK-FLAG.
      *****************************************************************
      *  This routine adds or changes an approved garnishment
      *  creditor the PGM119 way (coordinates left blank on a
      *  change are kept, new ones clear the PGM080 in-error mark),
      *  audited under the operator who keyed it; a creditor added
      *  twice or gone since, a name another creditor took since or
      *  a master that refuses the update fails the change
      *****************************************************************
       275-CRED.
           MOVE DQ-TRANS TO WS-CRED-TX.
           MOVE 'F' TO WS-APPLY-SW.
           IF RT-NOM NOT = SPACES
              PERFORM 277-NOMCHECK THRU 277-EXIT
              IF REC-FOUND
                 MOVE 'NAME HELD BY A CREDITOR' TO WS-MOTIF
                 GO TO 275-EXIT
              END-IF
           END-IF.
           MOVE RT-NUMERO-N TO CR-NUMERO.
           READ CREDMSTR
              INVALID KEY
                 MOVE 'N' TO WS-FOUND-SW
              NOT INVALID KEY
                 MOVE 'Y' TO WS-FOUND-SW
           END-READ.
           IF RT-ACTION = 'A'
              IF REC-FOUND
                 MOVE 'CREDITOR EXISTS' TO WS-MOTIF
                 GO TO 275-EXIT
              END-IF
              MOVE SPACES TO WS-IMG-AVANT
              MOVE SPACES TO STRUCT-CREDMSTR
              MOVE RT-NUMERO-N TO CR-NUMERO
              MOVE RT-NOM      TO CR-NOM
              PERFORM 276-SETCRED
              MOVE 0 TO CR-REPORT
              MOVE 0 TO CR-REPANC
              MOVE 0 TO CR-LASTRUN
              MOVE 0 TO CR-LASTPER
              WRITE STRUCT-CREDMSTR
           ELSE
              IF NOT REC-FOUND
                 MOVE 'CREDITOR UNKNOWN' TO WS-MOTIF
                 GO TO 275-EXIT
              END-IF
              MOVE STRUCT-CREDMSTR TO WS-IMG-AVANT
              IF RT-NOM NOT = SPACES
                 MOVE RT-NOM TO CR-NOM
              END-IF
              IF RT-BANQUE NOT = SPACES
                 PERFORM 276-SETCRED
              END-IF
              REWRITE STRUCT-CREDMSTR
           END-IF.
           IF WS-FS-CRED NOT = '00'
              MOVE 'CREDMSTR NOT UPDATED' TO WS-MOTIF
              GO TO 275-EXIT
           END-IF.
           MOVE STRUCT-CREDMSTR TO WS-IMG-APRES.
           MOVE SPACES       TO STRUCT-CREDAUDIT.
           MOVE RT-ACTION    TO CA-ACTION.
           MOVE RT-NUMERO-N  TO CA-NUMERO.
           MOVE WS-IMG-AVANT TO CA-AVANT.
           MOVE WS-IMG-APRES TO CA-APRES.
           MOVE DQ-OPSAISIE  TO CA-OPER.
           MOVE 'PGM127'     TO CA-PGM.
           ACCEPT CA-DATE FROM DATE YYYYMMDD.
           ACCEPT CA-TIME FROM TIME.
           WRITE STRUCT-CREDAUDIT.
           ADD 1 TO WS-CNT-CREDAUD.
           MOVE 'A' TO WS-APPLY-SW.
       275-EXIT.
           EXIT.
      *****************************************************************
      *  This routine carries the creditor's coordinates into the
      *  master record, clearing the in-error mark
      *****************************************************************
       276-SETCRED.
           MOVE RT-BANQUE-N  TO CR-BANQUE.
           MOVE RT-GUICHET-N TO CR-GUICHET.
           MOVE RT-COMPTE-N  TO CR-COMPTE.
           MOVE RT-CLE-N     TO CR-CLE.
           MOVE SPACE        TO CR-FLAG.
      *****************************************************************
      *  This routine looks for another creditor holding the name
      *  (REC-FOUND when one does)
      *****************************************************************
       277-NOMCHECK.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE 0 TO CR-NUMERO.
           START CREDMSTR KEY IS NOT LESS THAN CR-NUMERO
              INVALID KEY
                 GO TO 277-EXIT
           END-START.
           MOVE '00' TO WS-FS-CRED.
           PERFORM UNTIL CRED-END OR REC-FOUND
              READ CREDMSTR NEXT
                 NOT AT END
                    IF CR-NOM = RT-NOM AND CR-NUMERO NOT = RT-NUMERO-N
                       MOVE 'Y' TO WS-FOUND-SW
                    END-IF
              END-READ
           END-PERFORM.
       277-EXIT.
           EXIT.
      *****************************************************************
      *  This routine adds or replaces an account's approved address
      *  the PGM083 way (a blank field keeps the stored value),
      *  audited under the operator who keyed it
      *****************************************************************
       280-ADDR.
           MOVE DQ-TRANS TO WS-ADDR-TX.
           MOVE AT-COMPTE-N TO AD-COMPTE.
           READ ADDRMSTR
              INVALID KEY
                 MOVE SPACES TO WS-ADR-AVANT
                 MOVE SPACES TO STRUCT-ADDRMSTR
                 MOVE AT-COMPTE-N TO AD-COMPTE
                 PERFORM 281-SETADDR
                 WRITE STRUCT-ADDRMSTR
              NOT INVALID KEY
                 MOVE STRUCT-ADDRMSTR TO WS-ADR-AVANT
                 PERFORM 281-SETADDR
                 REWRITE STRUCT-ADDRMSTR
           END-READ.
           MOVE STRUCT-ADDRMSTR TO WS-ADR-APRES.
           MOVE SPACES       TO STRUCT-ADDRAUDIT.
           MOVE AT-ACTION    TO AA-ACTION.
           MOVE AT-COMPTE-N  TO AA-COMPTE.
           MOVE WS-ADR-AVANT TO AA-AVANT.
           MOVE WS-ADR-APRES TO AA-APRES.
           MOVE DQ-OPSAISIE  TO AA-OPER.
           MOVE 'PGM127'     TO AA-PGM.
           ACCEPT AA-DATE FROM DATE YYYYMMDD.
           ACCEPT AA-TIME FROM TIME.
           WRITE STRUCT-ADDRAUDIT.
           ADD 1 TO WS-CNT-ADDRAUD.
           MOVE 'A' TO WS-APPLY-SW.
      *****************************************************************
      *  This routine carries the address's non-blank fields
      *****************************************************************
       281-SETADDR.
           IF AT-RUE1 NOT = SPACES
              MOVE AT-RUE1 TO AD-RUE1
           END-IF.
           IF AT-RUE2 NOT = SPACES
              MOVE AT-RUE2 TO AD-RUE2
           END-IF.
           IF AT-CP NOT = SPACES
              MOVE AT-CP TO AD-CP
           END-IF.
           IF AT-VILLE NOT = SPACES
              MOVE AT-VILLE TO AD-VILLE
           END-IF.
      *****************************************************************
      *  This routine replaces a customer's address on CUSTMSTR once
      *  approved, journaled through PGM067 as PGM051 does; a
      *  customer unknown or removed since fails the change
      *****************************************************************
       282-CUST.
           MOVE DQ-TRANS TO WS-CUST-TX.
           IF NOT CUST-AVAIL
              MOVE 'H' TO WS-APPLY-SW
              GO TO 282-EXIT
           END-IF.
           MOVE 'F' TO WS-APPLY-SW.
           MOVE CT-CLIENT TO CU-CLIENT.
           READ CUSTMSTR
              INVALID KEY
                 MOVE 'CUSTOMER UNKNOWN' TO WS-MOTIF
                 GO TO 282-EXIT
           END-READ.
           IF CU-NOM = SPACES
              MOVE 'CUSTOMER REMOVED' TO WS-MOTIF
              GO TO 282-EXIT
           END-IF.
           MOVE STRUCT-CUSTMSTR TO WS-IMG-AVANT.
           MOVE CT-ADRESSE TO CU-ADRESSE.
           REWRITE STRUCT-CUSTMSTR.
           MOVE STRUCT-CUSTMSTR TO WS-IMG-APRES.
           MOVE 'CUSTMSTR' TO WS-IMG-FILE.
           CALL WS-CALL-IMG USING WS-IMG-PGM, WS-IMG-FILE,
                WS-IMG-AVANT, WS-IMG-APRES.
           MOVE 'A' TO WS-APPLY-SW.
       282-EXIT.
           EXIT.
      *****************************************************************
      *  This routine sets an account's approved overdraft limit,
      *  journaled through PGM067
      *****************************************************************
       285-LIMIT.
           MOVE DQ-TRANS TO WS-LIM-TX.
           MOVE LT-COMPTE TO OL-COMPTE.
           READ OVDRLIM
              INVALID KEY
                 MOVE SPACES TO WS-IMG-AVANT
                 MOVE SPACES TO STRUCT-OVDRLIM
                 MOVE LT-COMPTE TO OL-COMPTE
                 MOVE LT-LIMITE TO OL-LIMITE
                 WRITE STRUCT-OVDRLIM
              NOT INVALID KEY
                 MOVE STRUCT-OVDRLIM TO WS-IMG-AVANT
                 MOVE LT-LIMITE TO OL-LIMITE
                 REWRITE STRUCT-OVDRLIM
           END-READ.
           MOVE STRUCT-OVDRLIM TO WS-IMG-APRES.
           MOVE 'OVDRLIM' TO WS-IMG-FILE.
           CALL WS-CALL-IMG USING WS-IMG-PGM, WS-IMG-FILE,
                WS-IMG-AVANT, WS-IMG-APRES.
           MOVE 'A' TO WS-APPLY-SW.
      *****************************************************************
      *  This routine appends one warning to the shared OPERMSG file
      *  through the PGM062 hub
      *****************************************************************
       290-HUBMSG.
           MOVE 'M'      TO WS-HUB-FUNC.
           MOVE 'PGM127' TO WS-HUB-PGM.
           CALL WS-CALL-HUB USING WS-HUB-FUNC, WS-HUB-PGM,
                WS-RUNNO, WS-HUB-SEV, WS-HUB-TEXT.
      *****************************************************************
      *  This routine lists the changes still awaiting a second
      *  operator after today's decisions
      *****************************************************************
       400-LIST.
           MOVE LOW-VALUES TO DQ-KEY.
           START DUALQ KEY IS NOT LESS THAN DQ-KEY
              INVALID KEY
                 GO TO 400-EXIT
           END-START.
           MOVE '00' TO WS-FS-DUAL.
           PERFORM UNTIL DUAL-END
              READ DUALQ NEXT
                 NOT AT END
                    IF DQ-PENDING
                       DISPLAY 'PENDING : ' DQ-FICHIER ' ' DQ-CLE
                               ' KEYED ' DQ-DTSAISIE ' BY '
                               DQ-OPSAISIE ' (' DQ-PGM ')'
                       ADD 1 TO WS-CNT-PENDING
                    END-IF
              END-READ
           END-PERFORM.
       400-EXIT.
           EXIT.
      *****************************************************************
      *  This routine should close the program (after some displays)
      *****************************************************************
       500-EXITP.
           DISPLAY "500-EXITP".
           DISPLAY '    EXPIRED           : ' WS-CNT-EXPIRED.
           DISPLAY '    DECISIONS READ    : ' WS-CNT-READ.
           DISPLAY '    LIMITS QUEUED     : ' WS-CNT-SUBMIT.
           DISPLAY '    APPROVED          : ' WS-CNT-APPLIED.
           DISPLAY '    REJECTED          : ' WS-CNT-REJECT.
           DISPLAY '    REFUSED           : ' WS-CNT-REFUSED.
           DISPLAY '    FAILED            : ' WS-CNT-FAILED.
           DISPLAY '    HELD              : ' WS-CNT-HELD.
           DISPLAY '    STILL PENDING     : ' WS-CNT-PENDING.
           IF WS-CNT-REFUSED > 0 OR WS-CNT-FAILED > 0
              OR WS-CNT-EXPIRED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       500-EXIT.
           EXIT.
      *****************************************************************
      *  This routine records one closed dataset on the LINEAGE
      *  register (PGM124) : name, open mode, record count
      *****************************************************************
       990-LINEAGE.
           CALL WS-CALL-LIN USING WS-LIN-PGM, WS-LIN-DSN,
                WS-LIN-MODE, WS-LIN-COUNT.
      *****************************************************************
      *  Those routines handle files Closing
      *****************************************************************
       999-CFILE.
           CLOSE DUALQ.
           MOVE 'DUALQ' TO WS-LIN-DSN.
           MOVE 'U' TO WS-LIN-MODE.
           MOVE WS-CNT-SUBMIT TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           IF TRANS-AVAIL
              CLOSE DUALTRN
              MOVE 'DUALTRN' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE WS-CNT-READ TO WS-LIN-COUNT
              PERFORM 990-LINEAGE
           END-IF.
           IF OPER-AVAIL
              CLOSE OPERMSTR
              MOVE 'OPERMSTR' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE 0 TO WS-LIN-COUNT
              PERFORM 990-LINEAGE
           END-IF.
           IF SAL-AVAIL
              CLOSE SALARIES
              MOVE 'SALARIES' TO WS-LIN-DSN
              MOVE 'U' TO WS-LIN-MODE
              MOVE 0 TO WS-LIN-COUNT
              PERFORM 990-LINEAGE
           END-IF.
           CLOSE SALAUDIT.
           CLOSE PENDCHG.
           CLOSE BANKMSTR.
           CLOSE BANKAUDIT.
           CLOSE ADDRMSTR.
           CLOSE ADDRAUDIT.
           CLOSE CREDMSTR.
           CLOSE CREDAUDIT.
           MOVE 'SALAUDIT' TO WS-LIN-DSN.
           MOVE 'E' TO WS-LIN-MODE.
           MOVE WS-CNT-SALAUD TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           MOVE 'PENDCHG' TO WS-LIN-DSN.
           MOVE 'U' TO WS-LIN-MODE.
           MOVE 0 TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           MOVE 'BANKMSTR' TO WS-LIN-DSN.
           MOVE 'U' TO WS-LIN-MODE.
           MOVE 0 TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           MOVE 'BANKAUDIT' TO WS-LIN-DSN.
           MOVE 'E' TO WS-LIN-MODE.
           MOVE WS-CNT-BANKAUD TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           MOVE 'ADDRMSTR' TO WS-LIN-DSN.
           MOVE 'U' TO WS-LIN-MODE.
           MOVE 0 TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           MOVE 'ADDRAUDIT' TO WS-LIN-DSN.
           MOVE 'E' TO WS-LIN-MODE.
           MOVE WS-CNT-ADDRAUD TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           MOVE 'CREDMSTR' TO WS-LIN-DSN.
           MOVE 'U' TO WS-LIN-MODE.
           MOVE 0 TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           MOVE 'CREDAUDIT' TO WS-LIN-DSN.
           MOVE 'E' TO WS-LIN-MODE.
           MOVE WS-CNT-CREDAUD TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           IF CUST-AVAIL
              CLOSE CUSTMSTR
              MOVE 'CUSTMSTR' TO WS-LIN-DSN
              MOVE 'U' TO WS-LIN-MODE
              MOVE 0 TO WS-LIN-COUNT
              PERFORM 990-LINEAGE
           END-IF.
           CLOSE OVDRLIM.
           MOVE 'OVDRLIM' TO WS-LIN-DSN.
           MOVE 'U' TO WS-LIN-MODE.
           MOVE 0 TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
       999-EXIT.
           EXIT.
