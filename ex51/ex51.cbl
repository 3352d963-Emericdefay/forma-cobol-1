      *           FILERPT51, named from CUSTMSTR - the view the
      *           PGM022 overdraft decisions need. Accounts with no
      *           relationship are totaled on their own line.
      *           A new address for a known customer is not
      *           applied : it is queued on DUALQ under the keying
      *           operator (PJ-MAINT-OPER, checked on OPERMSTR) and
      *           PGM127 applies it once a second operator approves;
      *           the rest of the transaction applies at once.
      *
      * Using :
      *    - Copybooks ACCTFS, DUALFS
      *    - ACCTMSTR as loaded by PGM019
      *    - PGM067 image journaling
      *    - DUALQ as decided by PGM127, OPERMSTR as kept by PGM066
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * 02/09/26  DEFAY E. Registering the report in the PGM075
      *                    spool catalog after close, for
      *                    reprint by run number
      * 15/10/26  DEFAY E. CU-RISQUE (KYC risk class H/M/L, M when
      *                    not given) and CU-DTREVUE (last identity
      *                    review) carved out of the filler for the
      *                    PGM091 review scheduler; a new customer
      *                    counts as reviewed on the control date
      * 15/10/26  DEFAY E. CU-TYPE (P individual, M legal entity, P
      *                    when not given) carved out of the filler :
      *                    PGM048 withholds tax on an individual's
      *                    credit interest only
      * 15/10/26  DEFAY E. Every CUSTMSTR maintenance journaled
      *                    through PGM067 (before and after image),
      *                    for the PGM131 change feed
      * 15/10/26  DEFAY E. Four-eyes control : a customer's address
      *                    change is queued on DUALQ for a second
      *                    operator (PGM127) instead of applied; a
      *                    blank address keeps the stored one
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM051.
      /    FILERPT51 (consolidated position report)
           SELECT FILERPT51
           ASSIGN TO FILERPT51.
      /    DUALQ (indexed sensitive changes awaiting a second
      /    operator, decided and applied by PGM127, PJ-MODE 'M')
           SELECT DUALQ
           ASSIGN TO DUALQ
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is DQ-KEY
           FILE STATUS is WS-FS-DUAL.
      /    OPERMSTR (operator master from PGM066, for the authority
      /    check on an address change, PJ-MODE 'M')
           SELECT OPERMSTR
           ASSIGN TO OPERMSTR
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is OP-ID
           FILE STATUS is WS-FS-OPER.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           02 CU-NOM     PIC X(25).
           02 FILLER     PIC X(01).
           02 CU-ADRESSE PIC X(30).
           02 FILLER     PIC X(01).
           02 CU-RISQUE  PIC X(01).
              88 CU-RISQUE-VALID VALUE 'H' 'M' 'L'.
           02 FILLER     PIC X(01).
           02 CU-DTREVUE PIC 9(08).
           02 FILLER     PIC X(01).
           02 CU-TYPE    PIC X(01).
              88 CU-TYPE-VALID VALUE 'P' 'M'.
           02 FILLER     PIC X(04).
       FD ACCTREL
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-ACCTREL.
       FD FILERPT51
           RECORD CONTAINS 80 CHARACTERS.
       01  FILERPT51-ENREG PIC X(80).
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
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-CUST     PIC X(02).
       01 WS-CNT-NOREL   PIC 9(07) VALUE 0.
       01 WS-TOT-NOREL   PIC S9(10)V99 VALUE 0.
       01 WS-NEW-CU-NOM  PIC X(25).
      / Four-eyes control : a known customer's new address waits on
      / DUALQ under the day it was keyed; an absent OPERMSTR keeps
      / the keying operator unchecked with a warning, as PGM083
       01 WS-FS-DUAL     PIC X(02).
       01 WS-FS-OPER     PIC X(02).
       01 WS-ADR-CHG-SW  PIC X(01).
           88 ADR-CHANGED VALUE 'Y'.
       01 WS-DUAL-FOUND-SW PIC X(01).
           88 DUAL-FOUND  VALUE 'Y'.
       01 WS-OPER-OK-SW  PIC X(01).
           88 OPER-OK     VALUE 'Y'.
       01 WS-MIN-LEVEL   PIC 9(01) VALUE 3.
      / The queued address change, read back by PGM127
       01 WS-CUST-TX.
           02 CT-ACTION   PIC X(01).
           02 FILLER      PIC X(01).
           02 CT-CLIENT   PIC 9(06).
           02 FILLER      PIC X(01).
           02 CT-ADRESSE  PIC X(30).
           02 FILLER      PIC X(01).
           02 CT-OPER     PIC X(08).
           02 FILLER      PIC X(72).
      / Per-customer position accumulators, filled during the scan
       01 WS-POS-COUNT   PIC 9(03) VALUE 0.
       01 WS-POS-TABLE.
           05 FILLER          PIC X(08) VALUE '  NET : '.
           05 WS-RPT-N-TOT    PIC -(09)9.99.
           05 FILLER          PIC X(12) VALUE SPACES.
      / PGM081 control-date interface
       01 WS-CALL-DATE   PIC X(08) VALUE "PGM081  ".
       01 WS-CTL-DATE    PIC 9(08).
      / PGM067 master-image journaling interface
       01 WS-CALL-IMG    PIC X(08) VALUE "PGM067  ".
       01 WS-IMG-PGM     PIC X(08) VALUE 'PGM051'.
       01 WS-IMG-FILE    PIC X(08) VALUE 'CUSTMSTR'.
       01 WS-IMG-AVANT   PIC X(80).
       01 WS-IMG-APRES   PIC X(80).
      / PGM075 report-catalog interface
       01 WS-CALL-CAT    PIC X(08) VALUE "PGM075  ".
       01 WS-CAT-RPT     PIC X(12).
       01 PJ-MAINT-CLE    PIC 9(06).
       01 PJ-MAINT-NOM    PIC X(25).
       01 PJ-MAINT-ADR    PIC X(30).
       01 PJ-MAINT-RISQUE PIC X(01).
       01 PJ-MAINT-TYPE   PIC X(01).
       01 PJ-MAINT-OPER   PIC X(08).
       01 PJ-MAINT-CLIENT PIC 9(06).
      *****************************************************************
       PROCEDURE DIVISION.
              IF NOT MAINT-DELETE
                 ACCEPT PJ-MAINT-NOM
                 ACCEPT PJ-MAINT-ADR
                 ACCEPT PJ-MAINT-RISQUE
                 ACCEPT PJ-MAINT-TYPE
                 ACCEPT PJ-MAINT-OPER
              END-IF
           END-IF.
           IF IS-RELMAINT
      *  This routine applies one maintenance transaction (add,
      *  rename or remove) against CUSTMSTR, the way PGM009's
      *  060-MAINT maintains DEPTMSTR - a remove is a soft delete,
      *  CU-NOM written as SPACES. A new customer takes its address
      *  at once; a known customer's new address goes to DUALQ.
      *****************************************************************
       060-CUSTMAINT.
           IF MAINT-DELETE
              MOVE SPACES TO WS-NEW-CU-NOM
           ELSE
              MOVE PJ-MAINT-NOM TO WS-NEW-CU-NOM
           END-IF.
           IF PJ-MAINT-RISQUE NOT = SPACE
              AND PJ-MAINT-RISQUE NOT = 'H'
              AND PJ-MAINT-RISQUE NOT = 'M'
              AND PJ-MAINT-RISQUE NOT = 'L'
              DISPLAY 'WARNING : UNKNOWN RISK CLASS ' PJ-MAINT-RISQUE
                      ' - M TAKEN'
              MOVE 'M' TO PJ-MAINT-RISQUE
           END-IF.
           IF PJ-MAINT-TYPE NOT = SPACE
              AND PJ-MAINT-TYPE NOT = 'P'
              AND PJ-MAINT-TYPE NOT = 'M'
              DISPLAY 'WARNING : UNKNOWN CUSTOMER TYPE ' PJ-MAINT-TYPE
                      ' - P TAKEN'
              MOVE 'P' TO PJ-MAINT-TYPE
           END-IF.
           CALL WS-CALL-DATE USING WS-CTL-DATE.
           MOVE SPACES        TO STRUCT-CUSTMSTR.
           MOVE PJ-MAINT-CLE  TO CU-CLIENT.
           MOVE WS-NEW-CU-NOM TO CU-NOM.
           MOVE PJ-MAINT-ADR  TO CU-ADRESSE.
           MOVE PJ-MAINT-RISQUE TO CU-RISQUE.
           IF PJ-MAINT-RISQUE = SPACE
              MOVE 'M' TO CU-RISQUE
           END-IF.
           MOVE WS-CTL-DATE   TO CU-DTREVUE.
           MOVE PJ-MAINT-TYPE TO CU-TYPE.
           IF PJ-MAINT-TYPE = SPACE
              MOVE 'P' TO CU-TYPE
           END-IF.
           MOVE SPACES TO WS-IMG-AVANT.
           MOVE 'N' TO WS-ADR-CHG-SW.
           OPEN I-O CUSTMSTR.
           IF WS-FS-CUST NOT = '00'
              OPEN OUTPUT CUSTMSTR
                 INVALID KEY
                    WRITE STRUCT-CUSTMSTR
                 NOT INVALID KEY
                    MOVE STRUCT-CUSTMSTR TO WS-IMG-AVANT
                    MOVE WS-NEW-CU-NOM TO CU-NOM
                    IF NOT MAINT-DELETE
                       IF PJ-MAINT-ADR NOT = SPACES
                          AND PJ-MAINT-ADR NOT = CU-ADRESSE
                          MOVE 'Y' TO WS-ADR-CHG-SW
                       END-IF
                       IF PJ-MAINT-RISQUE NOT = SPACE
                          MOVE PJ-MAINT-RISQUE TO CU-RISQUE
                       END-IF
                       IF PJ-MAINT-TYPE NOT = SPACE
                          MOVE PJ-MAINT-TYPE TO CU-TYPE
                       END-IF
                    END-IF
                    REWRITE STRUCT-CUSTMSTR
              END-READ
           END-IF.
           MOVE STRUCT-CUSTMSTR TO WS-IMG-APRES.
           CLOSE CUSTMSTR.
           CALL WS-CALL-IMG USING WS-IMG-PGM, WS-IMG-FILE,
                WS-IMG-AVANT, WS-IMG-APRES.
           DISPLAY '060-CUSTMAINT'.
           DISPLAY '    PJ-MAINT-ACTION : ' PJ-MAINT-ACTION.
           DISPLAY '    PJ-MAINT-CLIENT : ' PJ-MAINT-CLE.
           DISPLAY '    PJ-MAINT-NOM    : ' WS-NEW-CU-NOM.
           IF ADR-CHANGED
              PERFORM 065-DUAL THRU 065-EXIT
           END-IF.
       060-EXIT.
           EXIT.
      *****************************************************************
      *  This routine queues a known customer's new address on DUALQ
      *  for a second operator, as PGM083 queues ADDRMSTR changes :
      *  the keying operator must be on OPERMSTR at the required
      *  level, and one change per customer and day is taken. A
      *  refused address change sets RETURN-CODE 4.
      *****************************************************************
       065-DUAL.
           MOVE 'Y' TO WS-OPER-OK-SW.
           IF PJ-MAINT-OPER = SPACES
              DISPLAY 'REJECTED : ADDRESS CHANGE NEEDS AN OPERATOR '
                      'CODE - ' PJ-MAINT-CLE
              MOVE 'N' TO WS-OPER-OK-SW
           END-IF.
           OPEN INPUT OPERMSTR.
           IF WS-FS-OPER NOT = '00'
              DISPLAY 'WARNING : OPERMSTR NOT AVAILABLE - OPERATOR '
                      'AUTHORITY NOT ENFORCED'
           ELSE
              IF OPER-OK
                 MOVE PJ-MAINT-OPER TO OP-ID
                 READ OPERMSTR
                    INVALID KEY
                       DISPLAY 'REJECTED : OPERATOR UNKNOWN - '
                               PJ-MAINT-OPER
                       MOVE 'N' TO WS-OPER-OK-SW
                    NOT INVALID KEY
                       IF OP-LEVEL < WS-MIN-LEVEL
                          DISPLAY 'REJECTED : OPERATOR '
                                  PJ-MAINT-OPER
                                  ' BELOW AUTHORITY LEVEL '
                                  WS-MIN-LEVEL
                          MOVE 'N' TO WS-OPER-OK-SW
                       END-IF
                 END-READ
              END-IF
              CLOSE OPERMSTR
           END-IF.
           IF NOT OPER-OK
              MOVE 4 TO RETURN-CODE
              GO TO 065-EXIT
           END-IF.
           OPEN I-O DUALQ.
           IF WS-FS-DUAL NOT = '00'
              OPEN OUTPUT DUALQ
              CLOSE DUALQ
              OPEN I-O DUALQ
           END-IF.
           MOVE 'CUSTMSTR'    TO DQ-FICHIER.
           MOVE PJ-MAINT-CLE  TO DQ-CLE.
           MOVE WS-CTL-DATE   TO DQ-DTSAISIE.
           READ DUALQ
              INVALID KEY
                 MOVE 'N' TO WS-DUAL-FOUND-SW
              NOT INVALID KEY
                 MOVE 'Y' TO WS-DUAL-FOUND-SW
           END-READ.
           IF DUAL-FOUND
              DISPLAY 'REJECTED : A CHANGE WAS ALREADY QUEUED TODAY - '
                      PJ-MAINT-CLE
              CLOSE DUALQ
              MOVE 4 TO RETURN-CODE
              GO TO 065-EXIT
           END-IF.
           MOVE SPACES          TO WS-CUST-TX.
           MOVE PJ-MAINT-ACTION TO CT-ACTION.
           MOVE PJ-MAINT-CLE    TO CT-CLIENT.
           MOVE PJ-MAINT-ADR    TO CT-ADRESSE.
           MOVE PJ-MAINT-OPER   TO CT-OPER.
           MOVE SPACES          TO STRUCT-DUALQ.
           MOVE 'CUSTMSTR'      TO DQ-FICHIER.
           MOVE PJ-MAINT-CLE    TO DQ-CLE.
           MOVE WS-CTL-DATE     TO DQ-DTSAISIE.
           MOVE 'P'             TO DQ-ETAT.
           MOVE 'PGM051'        TO DQ-PGM.
           MOVE WS-CUST-TX      TO DQ-TRANS.
           MOVE PJ-MAINT-OPER   TO DQ-OPSAISIE.
           MOVE 0               TO DQ-DTVALID.
           WRITE STRUCT-DUALQ.
           CLOSE DUALQ.
           DISPLAY 'QUEUED : ADDRESS OF ' PJ-MAINT-CLE
                   ' - AWAITING A SECOND OPERATOR'.
       065-EXIT.
           EXIT.
      *****************************************************************
      *  This routine applies one maintenance transaction against the
      *  ACCTREL relationship file : add/change maps the account to
      *  its customer, remove deletes the mapping outright.
