      *           authority (below level 3 for master-file changes)
      *           reject the transaction, and the operator is
      *           carried into the audit trails so every change is
      *           attributable. The operator's service (OP-SERVICE,
      *           'PAIE' for the payroll desk) restricts the
      *           confidential payroll inquiries (PGM117); an update
      *           without a service keeps the one on file.
      *           An operator who is also on the payroll carries
      *           their employee number (OP-SALARY, keyed after the
      *           service, blank for none) so the PGM128 review can
      *           tell a change to their own record; an update
      *           without one keeps the one on file.
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 02/09/26  DEFAY E. Created : master-file changes get a name
      *                    attached
      * 15/10/26  DEFAY E. OP-SERVICE carved from the filler, keyed
      *                    after the level
      * 15/10/26  DEFAY E. OP-SALARY carved from the filler, keyed
      *                    after the service : the operator's own
      *                    employee number on SALARIES
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM066.
           02 OP-NOM     PIC X(25).
           02 FILLER     PIC X(01).
           02 OP-LEVEL   PIC 9(01).
           02 FILLER     PIC X(01).
           02 OP-SERVICE PIC X(04).
           02 FILLER     PIC X(01).
           02 OP-SALARY  PIC X(07).
           02 FILLER     PIC X(31).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-OPER     PIC X(02).
       01 PJ-ID          PIC X(08).
       01 PJ-NOM         PIC X(25).
       01 PJ-LEVEL       PIC 9(01).
       01 PJ-SERVICE     PIC X(04).
       01 PJ-SALARY      PIC X(07).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           IF NOT MAINT-DELETE
              ACCEPT PJ-NOM
              ACCEPT PJ-LEVEL
              ACCEPT PJ-SERVICE
              IF PJ-SERVICE = LOW-VALUES
                 MOVE SPACES TO PJ-SERVICE
              END-IF
              ACCEPT PJ-SALARY
              IF PJ-SALARY = LOW-VALUES
                 MOVE SPACES TO PJ-SALARY
              END-IF
           END-IF.
           IF PJ-ID = SPACES OR LOW-VALUES
              DISPLAY 'ERROR : AN OPERATOR IDENTIFIER IS REQUIRED'
                    MOVE PJ-ID    TO OP-ID
                    MOVE PJ-NOM   TO OP-NOM
                    MOVE PJ-LEVEL TO OP-LEVEL
                    MOVE PJ-SERVICE TO OP-SERVICE
                    MOVE PJ-SALARY  TO OP-SALARY
                    WRITE STRUCT-OPERMSTR
                 NOT INVALID KEY
                    MOVE PJ-NOM   TO OP-NOM
                    MOVE PJ-LEVEL TO OP-LEVEL
                    IF PJ-SERVICE NOT = SPACES
                       MOVE PJ-SERVICE TO OP-SERVICE
                    END-IF
                    IF PJ-SALARY NOT = SPACES
                       MOVE PJ-SALARY TO OP-SALARY
                    END-IF
                    REWRITE STRUCT-OPERMSTR
              END-READ
           END-IF.
           DISPLAY '    PJ-ACTION : ' PJ-ACTION.
           DISPLAY '    PJ-ID     : ' PJ-ID.
           DISPLAY '    PJ-LEVEL  : ' PJ-LEVEL.
           DISPLAY '    PJ-SERVICE: ' PJ-SERVICE.
           DISPLAY '    PJ-SALARY : ' PJ-SALARY.
       100-EXIT.
           EXIT.
