      *****************************************************************
      * Program name:    PGM119
      *
      * Original author: DEFAY E.
      *
      * Purpose : Garnishment creditors : master and payment orders.
      *           PJ-MODE 'M' maintains the indexed CREDMSTR creditor
      *           master (keyed on the creditor number CR-NUMERO :
      *           the GARNMSTR creditor name, bank code, branch
      *           code, account number, RIB key) from the CREDTRANS
      *           transaction file, the PGM058 pattern : every
      *           transaction carries TX-OPER, checked against the
      *           PGM066 OPERMSTR; an add or change is verified (the
      *           RIB key proves, a creditor name is held by one
      *           creditor only) and queued on DUALQ (copybook
      *           DUALFS) for a second operator - PGM127 applies it
      *           on approval, written to CREDAUDIT with before and
      *           after images under the operator who keyed it. A
      *           delete stays immediate.
      *           PJ-MODE 'P' (the default) pays the run : PGM033's
      *           GARNWH withholdings are gathered per creditor and
      *           one order per creditor is written to CREDORD in
      *           the PAYORD layout ('H' header with the run date,
      *           'O' orders on the creditor number, 'T' trailer with
      *           the order count, the amount hash and the run's
      *           total garnishment deduction), and a remittance
      *           advice per creditor listing the employees it was
      *           withheld from prints on FILERPT119. Bank orders
      *           carry whole units, as the employee orders do : a
      *           creditor's cents are carried on CR-REPORT into its
      *           next order, never lost, and a rerun of the same
      *           run date starts again from the carry it found
      *           (CR-REPANC). CR-LASTPER keeps the last GARNWH
      *           period a creditor was paid : a period already paid
      *           under another run date is not paid twice. A GARNWH
      *           whose details do not tie to its trailer, that names
      *           a creditor missing from CREDMSTR or that pays a
      *           creditor a period already paid refuses the run
      *           before anything is written (RETURN-CODE 8) - the
      *           creditor is added and the step rerun.
      *           CREDMSTR has the BANKMSTR layout on its first 36
      *           bytes, so CREDORD goes through PGM058 'F' (BANKMSTR
      *           allocated to CREDMSTR) into the bank remittance,
      *           and the bank's returns through PGM080 (PAYORD to
      *           CREDORD, BANKMSTR to CREDMSTR) like employee pay;
      *           a returned creditor carries the CR-FLAG 'E' error
      *           mark until a 'C' here fixes its coordinates.
      *
      * Using :
      *    - GARNWH (copybook GARNWFS) as written by PGM033
      *    - OPERMSTR as kept by PGM066, DUALQ as decided by PGM127
      *    - PGM081 chain run date, PGM075 report catalog,
      *      PGM124 dataset lineage
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created : the garnishment money withheld
      *                    leaves by bank order, not by cheques
      *                    written from the deduction listing
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM119.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /    CREDTRANS (maintenance transactions, PJ-MODE 'M')
           SELECT CREDTRANS
           ASSIGN TO CREDTRANS
           FILE STATUS is WS-FS-TRANS.
      /    CREDMSTR (indexed creditor master keyed on CR-NUMERO)
           SELECT CREDMSTR
           ASSIGN TO CREDMSTR
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is CR-NUMERO
           FILE STATUS is WS-FS-CRED.
      /    CREDAUDIT (change audit : before and after images)
           SELECT CREDAUDIT
           ASSIGN TO CREDAUDIT
           FILE STATUS is WS-FS-AUDIT.
      /    OPERMSTR (operator master from PGM066, for the authority
      /    check on every transaction, PJ-MODE 'M')
           SELECT OPERMSTR
           ASSIGN TO OPERMSTR
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is OP-ID
           FILE STATUS is WS-FS-OPER.
      /    DUALQ (indexed sensitive changes awaiting a second
      /    operator, decided and applied by PGM127)
           SELECT DUALQ
           ASSIGN TO DUALQ
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is DQ-KEY
           FILE STATUS is WS-FS-DUAL.
      /    GARNWH (the run's garnishments seized, from PGM033)
           SELECT GARNWH
           ASSIGN TO GARNWH
           FILE STATUS is WS-FS-GARNW.
      /    CREDORD (the creditors' payment orders, PAYORD layout)
           SELECT CREDORD
           ASSIGN TO CREDORD
           FILE STATUS is WS-FS-ORD.
      /    FILERPT119 (remittance advices)
           SELECT FILERPT119
           ASSIGN TO FILERPT119.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD CREDTRANS.
       01  STRUCT-CREDTRANS.
           02 TX-ACTION   PIC X(01).
              88 TX-ADD       VALUE 'A'.
              88 TX-CHANGE    VALUE 'C'.
              88 TX-DELETE    VALUE 'D'.
           02 FILLER      PIC X(01).
           02 TX-NUMERO   PIC X(07).
           02 TX-NUMERO-N REDEFINES TX-NUMERO PIC 9(07).
           02 FILLER      PIC X(01).
           02 TX-NOM      PIC X(20).
           02 FILLER      PIC X(01).
           02 TX-BANQUE   PIC X(05).
           02 TX-BANQUE-N REDEFINES TX-BANQUE PIC 9(05).
           02 FILLER      PIC X(01).
           02 TX-GUICHET  PIC X(05).
           02 TX-GUICHET-N REDEFINES TX-GUICHET PIC 9(05).
           02 FILLER      PIC X(01).
           02 TX-COMPTE   PIC X(11).
           02 TX-COMPTE-N REDEFINES TX-COMPTE PIC 9(11).
           02 FILLER      PIC X(01).
           02 TX-CLE      PIC X(02).
           02 TX-CLE-N REDEFINES TX-CLE PIC 9(02).
           02 FILLER      PIC X(01).
           02 TX-OPER     PIC X(08).
           02 FILLER      PIC X(14).
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
           02 AU-ACTION   PIC X(01).
           02 FILLER      PIC X(01).
           02 AU-NUMERO   PIC 9(07).
           02 FILLER      PIC X(01).
           02 AU-AVANT    PIC X(80).
           02 FILLER      PIC X(01).
           02 AU-APRES    PIC X(80).
           02 FILLER      PIC X(01).
           02 AU-OPER     PIC X(08).
           02 FILLER      PIC X(01).
           02 AU-PGM      PIC X(08).
           02 FILLER      PIC X(01).
           02 AU-DATE     PIC 9(08).
           02 FILLER      PIC X(01).
           02 AU-TIME     PIC 9(08).
           02 FILLER      PIC X(03).
       FD OPERMSTR
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-OPERMSTR.
           02 OP-ID      PIC X(08).
           02 FILLER     PIC X(01).
           02 OP-NOM     PIC X(25).
           02 FILLER     PIC X(01).
           02 OP-LEVEL   PIC 9(01).
           02 FILLER     PIC X(44).
       FD DUALQ
           RECORD CONTAINS 240 CHARACTERS.
       COPY DUALFS REPLACING ==()== BY ==DUALQ==.
       FD GARNWH
           RECORD CONTAINS 80 CHARACTERS.
       COPY GARNWFS REPLACING ==()== BY ==GARNWH==.
       FD CREDORD.
       01  STRUCT-PAYORD.
           02 PO-TYPE         PIC X(01).
           02 FILLER          PIC X(01).
           02 PO-COMPTE       PIC 9(07).
           02 FILLER          PIC X(01).
           02 PO-MNT          PIC 9(09).
           02 FILLER          PIC X(61).
       01  STRUCT-PAYORD-HDR REDEFINES STRUCT-PAYORD.
           02 PH-TYPE         PIC X(01).
           02 FILLER          PIC X(01).
           02 PH-RUNDATE      PIC 9(08).
           02 FILLER          PIC X(01).
           02 PH-ORIGINATOR   PIC X(20).
           02 FILLER          PIC X(49).
       01  STRUCT-PAYORD-TRLR REDEFINES STRUCT-PAYORD.
           02 PR-TYPE         PIC X(01).
           02 FILLER          PIC X(01).
           02 PR-COUNT        PIC 9(07).
           02 FILLER          PIC X(01).
           02 PR-HASH         PIC 9(11).
           02 FILLER          PIC X(01).
           02 PR-GARN         PIC 9(11)V99.
           02 FILLER          PIC X(45).
       FD FILERPT119
           RECORD CONTAINS 80 CHARACTERS.
       01  FILERPT119-ENREG   PIC X(80).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-TRANS    PIC X(02).
           88 TRANS-END   VALUE '10'.
       01 WS-FS-CRED     PIC X(02).
           88 CRED-END    VALUE '10'.
       01 WS-FS-AUDIT    PIC X(02).
       01 WS-FS-GARNW    PIC X(02).
           88 GARNW-END   VALUE '10'.
       01 WS-FS-ORD      PIC X(02).
       01 WS-CNT-READ    PIC 9(05) VALUE 0.
       01 WS-CNT-APPLIED PIC 9(05) VALUE 0.
       01 WS-CNT-REJECT  PIC 9(05) VALUE 0.
      / Operator authority check (level 3 required for master-file
      / changes; an absent OPERMSTR keeps the old unguarded
      / behaviour with a warning)
       01 WS-FS-OPER     PIC X(02).
       01 WS-OPER-AVAIL-SW PIC X(01) VALUE 'N'.
           88 OPER-AVAIL  VALUE 'Y'.
       01 WS-OPER-OK-SW  PIC X(01).
           88 OPER-OK     VALUE 'Y'.
       01 WS-MIN-LEVEL   PIC 9(01) VALUE 3.
      / Four-eyes control : adds and changes queued on DUALQ under
      / the day they were keyed
       01 WS-FS-DUAL     PIC X(02).
       01 WS-CNT-QUEUED  PIC 9(05) VALUE 0.
       01 WS-DUAL-FOUND-SW PIC X(01).
           88 DUAL-FOUND  VALUE 'Y'.
       01 WS-TODAY-DATE  PIC 9(08).
      / Before and after images for the audit record
       01 WS-IMG-AVANT   PIC X(80).
       01 WS-IMG-APRES   PIC X(80).
      / RIB-key verification work fields (mod 97)
       01 WS-RIB-SUM     PIC 9(18).
       01 WS-RIB-QUOT    PIC 9(16).
       01 WS-RIB-REST    PIC 9(02).
       01 WS-RIB-OK-SW   PIC X(01).
           88 RIB-OK      VALUE 'Y'.
       01 WS-NOM-OK-SW   PIC X(01).
           88 NOM-OK      VALUE 'Y'.
      / The creditors, loaded from CREDMSTR, with the run's
      / withholdings gathered under each
       01 WS-CRED-COUNT  PIC 9(04) VALUE 0.
       01 WS-CRED-TABLE.
           05 WS-CRED-ENTRY OCCURS 500 TIMES.
              10 WS-CD-NUMERO PIC 9(07).
              10 WS-CD-NOM    PIC X(20).
              10 WS-CD-FLAG   PIC X(01).
              10 WS-CD-CIN    PIC 9V99.
              10 WS-CD-LINES  PIC 9(05).
              10 WS-CD-WITH   PIC 9(09)V99.
              10 WS-CD-LASTPER PIC 9(06).
              10 WS-CD-LASTRUN PIC 9(08).
       01 WS-CX          PIC 9(04).
       01 WS-CRED-FOUND-SW PIC X(01).
           88 CRED-FOUND  VALUE 'Y'.
      / The run's withholding lines, each under its creditor
       01 WS-LINE-COUNT  PIC 9(05) VALUE 0.
       01 WS-LINE-TABLE.
           05 WS-LINE-ENTRY OCCURS 5000 TIMES.
              10 WS-LN-CX     PIC 9(04).
              10 WS-LN-SALARY PIC 9(07).
              10 WS-LN-MNT    PIC 9(07)V99.
              10 WS-LN-REMAIN PIC 9(07)V99.
       01 WS-LX          PIC 9(05).
      / GARNWH control : the details against the trailer, and the
      / errors that refuse the run
       01 WS-TRL-SEEN-SW PIC X(01) VALUE 'N'.
           88 TRL-SEEN    VALUE 'Y'.
       01 WS-TRL-COUNT   PIC 9(07) VALUE 0.
       01 WS-TRL-PERIOD  PIC 9(06) VALUE 0.
       01 WS-TRL-TOTAL   PIC 9(11)V99 VALUE 0.
       01 WS-DET-COUNT   PIC 9(07) VALUE 0.
       01 WS-DET-TOTAL   PIC 9(11)V99 VALUE 0.
       01 WS-GARN-ERR    PIC 9(05) VALUE 0.
      / One creditor's order : withheld plus the cents carried in,
      / the whole units ordered, the cents carried out
       01 WS-ORD-DUE     PIC 9(09)V99.
       01 WS-ORD-MNT     PIC 9(09).
       01 WS-ORD-COUT    PIC 9V99.
      / The run's order totals
       01 WS-CNT-ORD     PIC 9(07) VALUE 0.
       01 WS-CNT-ERRFLAG PIC 9(05) VALUE 0.
       01 WS-HASH-TOTAL  PIC 9(11) VALUE 0.
       01 WS-TOT-CIN     PIC 9(07)V99 VALUE 0.
       01 WS-TOT-COUT    PIC 9(07)V99 VALUE 0.
      / Remittance advice lines
       01 WS-RPT-LINES   PIC 9(07) VALUE 0.
       01 WS-RPT-HDR     PIC X(80) VALUE
          'PGM119 GARNISHMENT CREDITOR PAYMENT ORDERS'.
       01 WS-ADV-HDR.
           05 FILLER         PIC X(19) VALUE 'REMITTANCE ADVICE -'.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-ADV-NOM     PIC X(20).
           05 FILLER         PIC X(11) VALUE ' CREDITOR: '.
           05 WS-ADV-NUM     PIC 9(07).
           05 FILLER         PIC X(06) VALUE ' RUN: '.
           05 WS-ADV-RUN     PIC 9(08).
           05 FILLER         PIC X(08) VALUE SPACES.
       01 WS-ADV-BANK.
           05 FILLER         PIC X(08) VALUE '  BANK: '.
           05 WS-ADV-BQ      PIC 9(05).
           05 FILLER         PIC X(10) VALUE '  BRANCH: '.
           05 WS-ADV-GU      PIC 9(05).
           05 FILLER         PIC X(11) VALUE '  ACCOUNT: '.
           05 WS-ADV-CP      PIC 9(11).
           05 FILLER         PIC X(07) VALUE '  KEY: '.
           05 WS-ADV-CLE     PIC 9(02).
           05 FILLER         PIC X(21) VALUE SPACES.
       01 WS-ADV-COLS    PIC X(80) VALUE
          '  EMPLOYEE    WITHHELD  DEBT REMAINING'.
       01 WS-ADV-LINE.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-ADV-SAL     PIC 9(07).
           05 FILLER         PIC X(03) VALUE SPACES.
           05 WS-ADV-MNT     PIC ZZZZZZ9.99.
           05 FILLER         PIC X(06) VALUE SPACES.
           05 WS-ADV-REST    PIC ZZZZZZ9.99.
           05 FILLER         PIC X(42) VALUE SPACES.
       01 WS-ADV-TOT.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-ADV-T-LIB   PIC X(22).
           05 WS-ADV-T-MNT   PIC ZZZZZZZZ9.99.
           05 FILLER         PIC X(44) VALUE SPACES.
       01 WS-ADV-BLANK   PIC X(80) VALUE SPACES.
      / PGM081 chain run-date subprogram
       01 WS-CALL-DATE   PIC X(08) VALUE "PGM081  ".
      / PGM075 report-catalog interface
       01 WS-CALL-CAT    PIC X(08) VALUE "PGM075  ".
       01 WS-CAT-RPT     PIC X(12).
       01 WS-CAT-PAGES   PIC 9(05).
       01 WS-CAT-LINES   PIC 9(07).
      / Parameter from JCL run
       01 PJ-MODE        PIC X(01).
           88 IS-MAINT    VALUE 'M'.
           88 IS-PAY      VALUE 'P'.
       01 PJ-MODE-DEF    PIC X(01) VALUE 'P'.
       01 PJ-RUNDATE     PIC 9(08).
      / PGM124 dataset-lineage interface
       01 WS-CALL-LIN    PIC X(08) VALUE "PGM124  ".
       01 WS-LIN-PGM     PIC X(08) VALUE 'PGM119'.
       01 WS-LIN-DSN     PIC X(10).
       01 WS-LIN-MODE    PIC X(01).
       01 WS-LIN-COUNT   PIC 9(09).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           IF IS-MAINT
              PERFORM 100-MAINT THRU 100-EXIT
           ELSE
              PERFORM 300-PAY THRU 300-EXIT
           END-IF.
           PERFORM 500-EXITP THRU 500-EXIT.
           STOP RUN.
      *****************************************************************
      *  This routine handle parameters
      *****************************************************************
       000-PARMS.
           ACCEPT PJ-MODE.
           IF PJ-MODE = SPACE OR LOW-VALUE THEN
              MOVE PJ-MODE-DEF TO PJ-MODE
           END-IF.
           IF NOT IS-MAINT AND NOT IS-PAY
              DISPLAY 'ERROR : UNKNOWN MODE ' PJ-MODE
                      ' - M OR P EXPECTED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ACCEPT PJ-RUNDATE.
           IF PJ-RUNDATE = SPACE OR LOW-VALUE THEN
              CALL WS-CALL-DATE USING PJ-RUNDATE
           END-IF.
       000-EXIT.
           EXIT.
      *****************************************************************
      *  This routine drives the maintenance pass over CREDTRANS
      *****************************************************************
       100-MAINT.
           OPEN INPUT CREDTRANS.
           IF WS-FS-TRANS NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT CREDTRANS FAILED - FILE '
                      'STATUS ' WS-FS-TRANS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN I-O CREDMSTR.
           IF WS-FS-CRED NOT = '00'
              OPEN OUTPUT CREDMSTR
              CLOSE CREDMSTR
              OPEN I-O CREDMSTR
           END-IF.
           OPEN EXTEND CREDAUDIT.
           IF WS-FS-AUDIT NOT = '00'
              OPEN OUTPUT CREDAUDIT
           END-IF.
           OPEN INPUT OPERMSTR.
           IF WS-FS-OPER = '00'
              MOVE 'Y' TO WS-OPER-AVAIL-SW
           ELSE
              DISPLAY 'WARNING : OPERMSTR NOT AVAILABLE - OPERATOR '
                      'AUTHORITY NOT ENFORCED'
           END-IF.
           OPEN I-O DUALQ.
           IF WS-FS-DUAL NOT = '00'
              OPEN OUTPUT DUALQ
              CLOSE DUALQ
              OPEN I-O DUALQ
           END-IF.
           CALL WS-CALL-DATE USING WS-TODAY-DATE.
           PERFORM UNTIL TRANS-END
              READ CREDTRANS
                 NOT AT END
                    ADD 1 TO WS-CNT-READ
                    PERFORM 110-ONETRANS
              END-READ
           END-PERFORM.
           CLOSE CREDTRANS.
           CLOSE CREDMSTR.
           CLOSE CREDAUDIT.
           MOVE 'CREDTRANS' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-READ TO WS-LIN-COUNT.
           PERFORM 900-LINEAGE.
           MOVE 'CREDMSTR' TO WS-LIN-DSN.
           MOVE 'U' TO WS-LIN-MODE.
           MOVE 0 TO WS-LIN-COUNT.
           PERFORM 900-LINEAGE.
           MOVE 'CREDAUDIT' TO WS-LIN-DSN.
           MOVE 'E' TO WS-LIN-MODE.
           MOVE WS-CNT-APPLIED TO WS-LIN-COUNT.
           PERFORM 900-LINEAGE.
           IF OPER-AVAIL
              CLOSE OPERMSTR
              MOVE 'OPERMSTR' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE 0 TO WS-LIN-COUNT
              PERFORM 900-LINEAGE
           END-IF.
           CLOSE DUALQ.
           MOVE 'DUALQ' TO WS-LIN-DSN.
           MOVE 'U' TO WS-LIN-MODE.
           MOVE WS-CNT-QUEUED TO WS-LIN-COUNT.
           PERFORM 900-LINEAGE.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine validates one transaction and routes it
      *****************************************************************
       110-ONETRANS.
           PERFORM 115-OPERCHK THRU 115-EXIT.
           IF NOT OPER-OK
              CONTINUE
           ELSE
              IF TX-NUMERO NOT NUMERIC
                 DISPLAY 'REJECTED : CREDITOR NOT NUMERIC - ' TX-NUMERO
                 ADD 1 TO WS-CNT-REJECT
              ELSE
                 EVALUATE TRUE
                    WHEN TX-ADD
                       PERFORM 120-ADD THRU 120-EXIT
                    WHEN TX-CHANGE
                       PERFORM 130-CHANGE THRU 130-EXIT
                    WHEN TX-DELETE
                       PERFORM 140-DELETE
                    WHEN OTHER
                       DISPLAY 'REJECTED : UNKNOWN ACTION - ' TX-ACTION
                       ADD 1 TO WS-CNT-REJECT
                 END-EVALUATE
              END-IF
           END-IF.
      *****************************************************************
      *  This routine validates the transaction's operator against
      *  OPERMSTR : unknown, blank or below the required authority
      *  level rejects the transaction
      *****************************************************************
       115-OPERCHK.
           MOVE 'Y' TO WS-OPER-OK-SW.
           IF NOT OPER-AVAIL
              GO TO 115-EXIT
           END-IF.
           IF TX-OPER = SPACES
              DISPLAY 'REJECTED : NO OPERATOR CODE - ' TX-NUMERO
              ADD 1 TO WS-CNT-REJECT
              MOVE 'N' TO WS-OPER-OK-SW
              GO TO 115-EXIT
           END-IF.
           MOVE TX-OPER TO OP-ID.
           READ OPERMSTR
              INVALID KEY
                 DISPLAY 'REJECTED : OPERATOR UNKNOWN - ' TX-OPER
                 ADD 1 TO WS-CNT-REJECT
                 MOVE 'N' TO WS-OPER-OK-SW
              NOT INVALID KEY
                 IF OP-LEVEL < WS-MIN-LEVEL
                    DISPLAY 'REJECTED : OPERATOR ' TX-OPER
                            ' BELOW AUTHORITY LEVEL '
                            WS-MIN-LEVEL
                    ADD 1 TO WS-CNT-REJECT
                    MOVE 'N' TO WS-OPER-OK-SW
                 END-IF
           END-READ.
       115-EXIT.
           EXIT.
      *****************************************************************
      *  This routine verifies the coordinates carried by an add or
      *  change : every field numeric and the RIB key proving out
      *****************************************************************
       111-RIBCHECK.
           MOVE 'N' TO WS-RIB-OK-SW.
           IF TX-BANQUE NOT NUMERIC OR TX-GUICHET NOT NUMERIC
              OR TX-COMPTE NOT NUMERIC OR TX-CLE NOT NUMERIC
              DISPLAY 'REJECTED : COORDINATES NOT NUMERIC - '
                      TX-NUMERO
              GO TO 111-EXIT
           END-IF.
           COMPUTE WS-RIB-SUM = TX-BANQUE-N * 89
                              + TX-GUICHET-N * 15
                              + TX-COMPTE-N * 3
                              + TX-CLE-N.
           DIVIDE WS-RIB-SUM BY 97 GIVING WS-RIB-QUOT
                  REMAINDER WS-RIB-REST.
           IF WS-RIB-REST = 0
              MOVE 'Y' TO WS-RIB-OK-SW
           ELSE
              DISPLAY 'REJECTED : RIB KEY DOES NOT PROVE - '
                      TX-NUMERO
           END-IF.
       111-EXIT.
           EXIT.
      *****************************************************************
      *  This routine verifies no other creditor holds the name -
      *  GARNMSTR names the creditor, the name finds the number
      *****************************************************************
       112-NOMCHECK.
           MOVE 'Y' TO WS-NOM-OK-SW.
           MOVE 0 TO CR-NUMERO.
           START CREDMSTR KEY IS NOT LESS THAN CR-NUMERO
              INVALID KEY
                 GO TO 112-EXIT
           END-START.
           MOVE '00' TO WS-FS-CRED.
           PERFORM UNTIL CRED-END OR NOT NOM-OK
              READ CREDMSTR NEXT
                 NOT AT END
                    IF CR-NOM = TX-NOM AND CR-NUMERO NOT = TX-NUMERO-N
                       DISPLAY 'REJECTED : NAME ' TX-NOM
                               ' ALREADY HELD BY CREDITOR ' CR-NUMERO
                       MOVE 'N' TO WS-NOM-OK-SW
                    END-IF
              END-READ
           END-PERFORM.
       112-EXIT.
           EXIT.
      *****************************************************************
      *  This routine verifies an add (name and coordinates, the
      *  creditor not yet on CREDMSTR) and queues it
      *****************************************************************
       120-ADD.
           IF TX-NOM = SPACES
              DISPLAY 'REJECTED : ADD NEEDS THE CREDITOR NAME - '
                      TX-NUMERO
              ADD 1 TO WS-CNT-REJECT
              GO TO 120-EXIT
           END-IF.
           PERFORM 111-RIBCHECK THRU 111-EXIT.
           IF NOT RIB-OK
              ADD 1 TO WS-CNT-REJECT
              GO TO 120-EXIT
           END-IF.
           PERFORM 112-NOMCHECK THRU 112-EXIT.
           IF NOT NOM-OK
              ADD 1 TO WS-CNT-REJECT
              GO TO 120-EXIT
           END-IF.
           MOVE TX-NUMERO-N TO CR-NUMERO.
           READ CREDMSTR
              NOT INVALID KEY
                 DISPLAY 'REJECTED : CREDITOR EXISTS - ' TX-NUMERO
                 ADD 1 TO WS-CNT-REJECT
                 GO TO 120-EXIT
           END-READ.
           PERFORM 160-DUAL THRU 160-EXIT.
       120-EXIT.
           EXIT.
      *****************************************************************
      *  This routine verifies a change of a creditor's name and/or
      *  coordinates (coordinates left blank are kept) and queues it
      *****************************************************************
       130-CHANGE.
           IF TX-BANQUE NOT = SPACES
              PERFORM 111-RIBCHECK THRU 111-EXIT
              IF NOT RIB-OK
                 ADD 1 TO WS-CNT-REJECT
                 GO TO 130-EXIT
              END-IF
           END-IF.
           IF TX-NOM NOT = SPACES
              PERFORM 112-NOMCHECK THRU 112-EXIT
              IF NOT NOM-OK
                 ADD 1 TO WS-CNT-REJECT
                 GO TO 130-EXIT
              END-IF
           END-IF.
           MOVE TX-NUMERO-N TO CR-NUMERO.
           READ CREDMSTR
              INVALID KEY
                 DISPLAY 'REJECTED : CREDITOR UNKNOWN - ' TX-NUMERO
                 ADD 1 TO WS-CNT-REJECT
                 GO TO 130-EXIT
           END-READ.
           PERFORM 160-DUAL THRU 160-EXIT.
       130-EXIT.
           EXIT.
      *****************************************************************
      *  This routine deletes one creditor - refused while cents
      *  are still carried for its next order
      *****************************************************************
       140-DELETE.
           MOVE TX-NUMERO-N TO CR-NUMERO.
           READ CREDMSTR
              INVALID KEY
                 DISPLAY 'REJECTED : CREDITOR UNKNOWN - ' TX-NUMERO
                 ADD 1 TO WS-CNT-REJECT
              NOT INVALID KEY
                 IF CR-REPORT > 0
                    DISPLAY 'REJECTED : ' CR-REPORT ' STILL CARRIED '
                            'FOR CREDITOR ' TX-NUMERO
                    ADD 1 TO WS-CNT-REJECT
                 ELSE
                    MOVE STRUCT-CREDMSTR TO WS-IMG-AVANT
                    DELETE CREDMSTR
                    MOVE SPACES TO WS-IMG-APRES
                    PERFORM 150-AUDIT
                 END-IF
           END-READ.
      *****************************************************************
      *  This routine appends the before/after images to CREDAUDIT,
      *  stamped with the operator, the program and the clock
      *****************************************************************
       150-AUDIT.
           MOVE SPACES       TO STRUCT-CREDAUDIT.
           MOVE TX-ACTION    TO AU-ACTION.
           MOVE TX-NUMERO-N  TO AU-NUMERO.
           MOVE WS-IMG-AVANT TO AU-AVANT.
           MOVE WS-IMG-APRES TO AU-APRES.
           MOVE TX-OPER      TO AU-OPER.
           MOVE 'PGM119'     TO AU-PGM.
           ACCEPT AU-DATE FROM DATE YYYYMMDD.
           ACCEPT AU-TIME FROM TIME.
           WRITE STRUCT-CREDAUDIT.
           ADD 1 TO WS-CNT-APPLIED.
      *****************************************************************
      *  This routine queues a verified add or change on DUALQ for a
      *  second operator; PGM127 adds or replaces the creditor on
      *  approval, clearing CR-FLAG
      *****************************************************************
       160-DUAL.
           IF TX-OPER = SPACES
              DISPLAY 'REJECTED : CREDITOR CHANGE NEEDS AN '
                      'OPERATOR CODE - ' TX-NUMERO
              ADD 1 TO WS-CNT-REJECT
              GO TO 160-EXIT
           END-IF.
           MOVE 'CREDMSTR'    TO DQ-FICHIER.
           MOVE TX-NUMERO     TO DQ-CLE.
           MOVE WS-TODAY-DATE TO DQ-DTSAISIE.
           READ DUALQ
              INVALID KEY
                 MOVE 'N' TO WS-DUAL-FOUND-SW
              NOT INVALID KEY
                 MOVE 'Y' TO WS-DUAL-FOUND-SW
           END-READ.
           IF DUAL-FOUND
              DISPLAY 'REJECTED : A CHANGE WAS ALREADY QUEUED TODAY - '
                      TX-NUMERO
              ADD 1 TO WS-CNT-REJECT
              GO TO 160-EXIT
           END-IF.
           MOVE SPACES           TO STRUCT-DUALQ.
           MOVE 'CREDMSTR'       TO DQ-FICHIER.
           MOVE TX-NUMERO        TO DQ-CLE.
           MOVE WS-TODAY-DATE    TO DQ-DTSAISIE.
           MOVE 'P'              TO DQ-ETAT.
           MOVE 'PGM119'         TO DQ-PGM.
           MOVE STRUCT-CREDTRANS TO DQ-TRANS.
           MOVE TX-OPER          TO DQ-OPSAISIE.
           MOVE 0                TO DQ-DTVALID.
           WRITE STRUCT-DUALQ.
           DISPLAY 'QUEUED : ' TX-ACTION ' ' TX-NUMERO
                   ' - AWAITING A SECOND OPERATOR'.
           ADD 1 TO WS-CNT-QUEUED.
       160-EXIT.
           EXIT.
      *****************************************************************
      *  This routine pays the run's garnishments : creditors and
      *  withholdings loaded and tied, then one order and one
      *  remittance advice per creditor
      *****************************************************************
       300-PAY.
           PERFORM 310-LOADCRED THRU 310-EXIT.
           PERFORM 320-LOADGARN THRU 320-EXIT.
           OPEN OUTPUT CREDORD.
           OPEN OUTPUT FILERPT119.
           WRITE FILERPT119-ENREG FROM WS-RPT-HDR.
           WRITE FILERPT119-ENREG FROM WS-ADV-BLANK.
           ADD 2 TO WS-RPT-LINES.
           MOVE SPACES            TO STRUCT-PAYORD.
           MOVE 'H'               TO PH-TYPE.
           MOVE PJ-RUNDATE        TO PH-RUNDATE.
           MOVE 'COBOL DEV CENTER' TO PH-ORIGINATOR.
           WRITE STRUCT-PAYORD.
           PERFORM VARYING WS-CX FROM 1 BY 1
                     UNTIL WS-CX > WS-CRED-COUNT
              IF WS-CD-LINES (WS-CX) > 0
                 PERFORM 330-ONECRED THRU 330-EXIT
              END-IF
           END-PERFORM.
           MOVE SPACES        TO STRUCT-PAYORD.
           MOVE 'T'           TO PR-TYPE.
           MOVE WS-CNT-ORD    TO PR-COUNT.
           MOVE WS-HASH-TOTAL TO PR-HASH.
           MOVE WS-TRL-TOTAL  TO PR-GARN.
           WRITE STRUCT-PAYORD.
           PERFORM 350-CONTROL.
           CLOSE CREDORD.
           CLOSE FILERPT119.
           CLOSE CREDMSTR.
           MOVE 'CREDORD' TO WS-LIN-DSN.
           MOVE 'O' TO WS-LIN-MODE.
           MOVE WS-CNT-ORD TO WS-LIN-COUNT.
           PERFORM 900-LINEAGE.
           MOVE 'CREDMSTR' TO WS-LIN-DSN.
           MOVE 'U' TO WS-LIN-MODE.
           MOVE WS-CRED-COUNT TO WS-LIN-COUNT.
           PERFORM 900-LINEAGE.
           MOVE 'FILERPT119' TO WS-CAT-RPT.
           MOVE 0 TO WS-CAT-PAGES.
           MOVE WS-RPT-LINES TO WS-CAT-LINES.
           CALL WS-CALL-CAT USING WS-CAT-RPT, WS-CAT-PAGES,
                WS-CAT-LINES.
       300-EXIT.
           EXIT.
      *****************************************************************
      *  This routine loads the creditor master; the cents a
      *  creditor carries in are the ones found before this run
      *  date's first pass (CR-REPANC on a rerun); the last period
      *  paid and its run date are kept for the double-pay check
      *****************************************************************
       310-LOADCRED.
           OPEN I-O CREDMSTR.
           IF WS-FS-CRED NOT = '00'
              DISPLAY 'ERROR : OPEN I-O CREDMSTR FAILED - FILE '
                      'STATUS ' WS-FS-CRED
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL CRED-END
              READ CREDMSTR NEXT
                 NOT AT END
                    PERFORM 311-KEEPCRED
              END-READ
           END-PERFORM.
       310-EXIT.
           EXIT.
       311-KEEPCRED.
           IF WS-CRED-COUNT >= 500
              DISPLAY 'ERROR : MORE THAN 500 CREDITORS ON CREDMSTR'
              ADD 1 TO WS-GARN-ERR
           ELSE
              ADD 1 TO WS-CRED-COUNT
              MOVE CR-NUMERO TO WS-CD-NUMERO (WS-CRED-COUNT)
              MOVE CR-NOM    TO WS-CD-NOM    (WS-CRED-COUNT)
              MOVE CR-FLAG   TO WS-CD-FLAG   (WS-CRED-COUNT)
              IF CR-LASTRUN = PJ-RUNDATE
                 MOVE CR-REPANC TO WS-CD-CIN (WS-CRED-COUNT)
              ELSE
                 MOVE CR-REPORT TO WS-CD-CIN (WS-CRED-COUNT)
              END-IF
              MOVE 0 TO WS-CD-LINES (WS-CRED-COUNT)
              MOVE 0 TO WS-CD-WITH  (WS-CRED-COUNT)
              MOVE CR-LASTRUN TO WS-CD-LASTRUN (WS-CRED-COUNT)
              IF CR-LASTPER NUMERIC
                 MOVE CR-LASTPER TO WS-CD-LASTPER (WS-CRED-COUNT)
              ELSE
                 MOVE 0 TO WS-CD-LASTPER (WS-CRED-COUNT)
              END-IF
           END-IF.
      *****************************************************************
      *  This routine loads the run's withholdings under their
      *  creditors and ties them to the GARNWH trailer; an unknown
      *  creditor, a tie failure or a creditor already paid the
      *  GARNWH period under another run date refuses the run
      *****************************************************************
       320-LOADGARN.
           OPEN INPUT GARNWH.
           IF WS-FS-GARNW NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT GARNWH FAILED - FILE '
                      'STATUS ' WS-FS-GARNW
              MOVE 8 TO RETURN-CODE
              CLOSE CREDMSTR
              STOP RUN
           END-IF.
           PERFORM UNTIL GARNW-END
              READ GARNWH
                 NOT AT END
                    EVALUATE GW-MARK
                       WHEN 'D'
                          PERFORM 321-ONEGARN
                       WHEN 'T'
                          MOVE 'Y'       TO WS-TRL-SEEN-SW
                          MOVE GWT-COUNT TO WS-TRL-COUNT
                          MOVE GWT-PERIOD TO WS-TRL-PERIOD
                          MOVE GWT-TOTAL TO WS-TRL-TOTAL
                       WHEN OTHER
                          DISPLAY 'ERROR : UNKNOWN GARNWH RECORD - '
                                  GW-MARK
                          ADD 1 TO WS-GARN-ERR
                    END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE GARNWH.
           MOVE 'GARNWH' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-DET-COUNT TO WS-LIN-COUNT.
           PERFORM 900-LINEAGE.
           IF NOT TRL-SEEN
              DISPLAY 'ERROR : GARNWH HAS NO TRAILER - THE PAYROLL '
                      'RUN DID NOT FINISH'
              ADD 1 TO WS-GARN-ERR
           ELSE
              IF WS-DET-COUNT NOT = WS-TRL-COUNT
                 OR WS-DET-TOTAL NOT = WS-TRL-TOTAL
                 DISPLAY 'ERROR : GARNWH DETAILS ' WS-DET-COUNT ' / '
                         WS-DET-TOTAL ' - TRAILER ' WS-TRL-COUNT
                         ' / ' WS-TRL-TOTAL
                 ADD 1 TO WS-GARN-ERR
              END-IF
              PERFORM VARYING WS-CX FROM 1 BY 1
                        UNTIL WS-CX > WS-CRED-COUNT
                 IF WS-CD-LINES (WS-CX) > 0
                    AND WS-CD-LASTPER (WS-CX) = WS-TRL-PERIOD
                    AND WS-CD-LASTRUN (WS-CX) NOT = PJ-RUNDATE
                    DISPLAY 'ERROR : CREDITOR ' WS-CD-NUMERO (WS-CX)
                            ' ALREADY PAID PERIOD ' WS-TRL-PERIOD
                            ' ON RUN ' WS-CD-LASTRUN (WS-CX)
                    ADD 1 TO WS-GARN-ERR
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-GARN-ERR > 0
              DISPLAY 'ERROR : ' WS-GARN-ERR ' GARNWH ERROR(S) - '
                      'NO ORDER WRITTEN, RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              CLOSE CREDMSTR
              STOP RUN
           END-IF.
       320-EXIT.
           EXIT.
      *****************************************************************
      *  This routine keeps one withholding under its creditor
      *****************************************************************
       321-ONEGARN.
           ADD 1 TO WS-DET-COUNT.
           ADD GW-MNT TO WS-DET-TOTAL.
           MOVE 'N' TO WS-CRED-FOUND-SW.
           PERFORM VARYING WS-CX FROM 1 BY 1
                     UNTIL WS-CX > WS-CRED-COUNT OR CRED-FOUND
              IF WS-CD-NOM (WS-CX) = GW-CREDITOR
                 MOVE 'Y' TO WS-CRED-FOUND-SW
              END-IF
           END-PERFORM.
           IF NOT CRED-FOUND
              DISPLAY 'ERROR : CREDITOR ' GW-CREDITOR ' OF '
                      GW-SALARY ' NOT ON CREDMSTR'
              ADD 1 TO WS-GARN-ERR
           ELSE
              SUBTRACT 1 FROM WS-CX
              IF WS-LINE-COUNT >= 5000
                 DISPLAY 'ERROR : MORE THAN 5000 GARNISHMENTS'
                 ADD 1 TO WS-GARN-ERR
              ELSE
                 ADD 1 TO WS-LINE-COUNT
                 MOVE WS-CX     TO WS-LN-CX     (WS-LINE-COUNT)
                 MOVE GW-SALARY TO WS-LN-SALARY (WS-LINE-COUNT)
                 MOVE GW-MNT    TO WS-LN-MNT    (WS-LINE-COUNT)
                 MOVE GW-REMAIN TO WS-LN-REMAIN (WS-LINE-COUNT)
                 ADD 1      TO WS-CD-LINES (WS-CX)
                 ADD GW-MNT TO WS-CD-WITH  (WS-CX)
              END-IF
           END-IF.
      *****************************************************************
      *  This routine carries the rest of one creditor's order on
      *  the master with the period paid, then writes the order
      *  (whole units of the withheld plus the cents carried in)
      *  and prints its remittance advice; a master that cannot be
      *  updated gets no order
      *****************************************************************
       330-ONECRED.
           COMPUTE WS-ORD-DUE = WS-CD-WITH (WS-CX) + WS-CD-CIN (WS-CX).
           MOVE WS-ORD-DUE TO WS-ORD-MNT.
           COMPUTE WS-ORD-COUT = WS-ORD-DUE - WS-ORD-MNT.
           MOVE WS-CD-NUMERO (WS-CX) TO CR-NUMERO.
           READ CREDMSTR
              INVALID KEY
                 DISPLAY 'ERROR : CREDITOR ' CR-NUMERO
                         ' VANISHED FROM CREDMSTR'
                 MOVE 8 TO RETURN-CODE
                 GO TO 330-EXIT
           END-READ.
           MOVE WS-CD-CIN (WS-CX) TO CR-REPANC.
           MOVE WS-ORD-COUT       TO CR-REPORT.
           MOVE PJ-RUNDATE        TO CR-LASTRUN.
           MOVE WS-TRL-PERIOD     TO CR-LASTPER.
           REWRITE STRUCT-CREDMSTR.
           IF WS-FS-CRED NOT = '00'
              DISPLAY 'ERROR : REWRITE CREDMSTR FAILED - CREDITOR '
                      CR-NUMERO ' FILE STATUS ' WS-FS-CRED
                      ' - NO ORDER'
              MOVE 8 TO RETURN-CODE
              GO TO 330-EXIT
           END-IF.
           IF WS-ORD-MNT > 0
              MOVE SPACES              TO STRUCT-PAYORD
              MOVE 'O'                 TO PO-TYPE
              MOVE WS-CD-NUMERO (WS-CX) TO PO-COMPTE
              MOVE WS-ORD-MNT          TO PO-MNT
              WRITE STRUCT-PAYORD
              ADD 1 TO WS-CNT-ORD
              ADD WS-ORD-MNT TO WS-HASH-TOTAL
           END-IF.
           ADD WS-CD-CIN (WS-CX) TO WS-TOT-CIN.
           ADD WS-ORD-COUT TO WS-TOT-COUT.
           IF CR-FLAG = 'E'
              DISPLAY 'WARNING : CREDITOR ' CR-NUMERO ' ' CR-NOM
                      ' COORDINATES IN ERROR SINCE A RETURN'
              ADD 1 TO WS-CNT-ERRFLAG
           END-IF.
           PERFORM 340-ADVICE.
       330-EXIT.
           EXIT.
      *****************************************************************
      *  This routine prints the creditor's remittance advice : the
      *  employees it was withheld from, then the order's make-up
      *****************************************************************
       340-ADVICE.
           MOVE CR-NOM     TO WS-ADV-NOM.
           MOVE CR-NUMERO  TO WS-ADV-NUM.
           MOVE PJ-RUNDATE TO WS-ADV-RUN.
           MOVE CR-BANQUE  TO WS-ADV-BQ.
           MOVE CR-GUICHET TO WS-ADV-GU.
           MOVE CR-COMPTE  TO WS-ADV-CP.
           MOVE CR-CLE     TO WS-ADV-CLE.
           WRITE FILERPT119-ENREG FROM WS-ADV-HDR.
           WRITE FILERPT119-ENREG FROM WS-ADV-BANK.
           WRITE FILERPT119-ENREG FROM WS-ADV-COLS.
           ADD 3 TO WS-RPT-LINES.
           PERFORM VARYING WS-LX FROM 1 BY 1
                     UNTIL WS-LX > WS-LINE-COUNT
              IF WS-LN-CX (WS-LX) = WS-CX
                 MOVE WS-LN-SALARY (WS-LX) TO WS-ADV-SAL
                 MOVE WS-LN-MNT (WS-LX)    TO WS-ADV-MNT
                 MOVE WS-LN-REMAIN (WS-LX) TO WS-ADV-REST
                 WRITE FILERPT119-ENREG FROM WS-ADV-LINE
                 ADD 1 TO WS-RPT-LINES
              END-IF
           END-PERFORM.
           MOVE 'TOTAL WITHHELD'         TO WS-ADV-T-LIB.
           MOVE WS-CD-WITH (WS-CX)       TO WS-ADV-T-MNT.
           WRITE FILERPT119-ENREG FROM WS-ADV-TOT.
           MOVE 'CARRIED FROM LAST RUN'  TO WS-ADV-T-LIB.
           MOVE WS-CD-CIN (WS-CX)        TO WS-ADV-T-MNT.
           WRITE FILERPT119-ENREG FROM WS-ADV-TOT.
           MOVE 'AMOUNT ORDERED'         TO WS-ADV-T-LIB.
           MOVE WS-ORD-MNT               TO WS-ADV-T-MNT.
           WRITE FILERPT119-ENREG FROM WS-ADV-TOT.
           MOVE 'CARRIED TO NEXT RUN'    TO WS-ADV-T-LIB.
           MOVE WS-ORD-COUT              TO WS-ADV-T-MNT.
           WRITE FILERPT119-ENREG FROM WS-ADV-TOT.
           WRITE FILERPT119-ENREG FROM WS-ADV-BLANK.
           ADD 5 TO WS-RPT-LINES.
      *****************************************************************
      *  This routine prints the run's control : the garnishment
      *  deduction of the run plus the cents carried in is what was
      *  ordered plus the cents carried out
      *****************************************************************
       350-CONTROL.
           MOVE 'RUN GARNISHMENTS'       TO WS-ADV-T-LIB.
           MOVE WS-TRL-TOTAL             TO WS-ADV-T-MNT.
           WRITE FILERPT119-ENREG FROM WS-ADV-TOT.
           MOVE 'CARRIED FROM LAST RUN'  TO WS-ADV-T-LIB.
           MOVE WS-TOT-CIN               TO WS-ADV-T-MNT.
           WRITE FILERPT119-ENREG FROM WS-ADV-TOT.
           MOVE 'ORDERS ISSUED'          TO WS-ADV-T-LIB.
           MOVE WS-HASH-TOTAL            TO WS-ADV-T-MNT.
           WRITE FILERPT119-ENREG FROM WS-ADV-TOT.
           MOVE 'CARRIED TO NEXT RUN'    TO WS-ADV-T-LIB.
           MOVE WS-TOT-COUT              TO WS-ADV-T-MNT.
           WRITE FILERPT119-ENREG FROM WS-ADV-TOT.
           ADD 4 TO WS-RPT-LINES.
           IF WS-TRL-TOTAL + WS-TOT-CIN NOT =
              WS-HASH-TOTAL + WS-TOT-COUT
              DISPLAY 'ERROR : ORDERS DO NOT TIE TO THE RUN''S '
                      'GARNISHMENTS'
              MOVE 8 TO RETURN-CODE
           END-IF.
      *****************************************************************
      *  This routine should close the program (after some displays)
      *****************************************************************
       500-EXITP.
           DISPLAY "500-EXITP".
           IF IS-MAINT
              DISPLAY '    TRANSACTIONS READ : ' WS-CNT-READ
              DISPLAY '    QUEUED (PGM127)   : ' WS-CNT-QUEUED
              DISPLAY '    APPLIED           : ' WS-CNT-APPLIED
              DISPLAY '    REJECTED          : ' WS-CNT-REJECT
           ELSE
              DISPLAY '    GARNISHMENTS      : ' WS-DET-COUNT
              DISPLAY '    WITHHELD          : ' WS-TRL-TOTAL
              DISPLAY '    ORDERS WRITTEN    : ' WS-CNT-ORD
              DISPLAY '    AMOUNT HASH       : ' WS-HASH-TOTAL
              DISPLAY '    IN ERROR (PGM080) : ' WS-CNT-ERRFLAG
           END-IF.
           IF RETURN-CODE < 4
              IF WS-CNT-REJECT > 0 OR WS-CNT-ERRFLAG > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
       500-EXIT.
           EXIT.
      *****************************************************************
      *  This routine records one closed dataset on the LINEAGE
      *  register (PGM124) : name, open mode, record count
      *****************************************************************
       900-LINEAGE.
           CALL WS-CALL-LIN USING WS-LIN-PGM, WS-LIN-DSN,
                WS-LIN-MODE, WS-LIN-COUNT.
