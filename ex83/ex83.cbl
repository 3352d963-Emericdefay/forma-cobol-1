      *           address - the same extract serves the dormancy
      *           letters and the overdraft notices. PGM018 prints
      *           the address in the statement header directly.
      *           Every addressed account is also appended to the
      *           MAILLOG mailing history with the date and time.
      *           The operator code is checked against the PGM066
      *           OPERMSTR as PGM032 does. An add or change is not
      *           applied : it is queued on DUALQ for a second
      *           operator, and PGM127 applies it on approval; a
      *           delete stays immediate.
      *
      * Using :
      *    - Copybook ACCTFS
      *    - ACCTMSTR as loaded by PGM019, ACCTLIST as read by
      *      PGM018
      *    - DUALQ (copybook DUALFS) as decided by PGM127
      *    - Copybook MAILHFS (MAILLOG, read by PGM128)
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 02/09/26  DEFAY E. Created : the card index of envelopes
      *                    retires
      * 15/10/26  DEFAY E. ACCTLIST may carry the letter code of the
      *                    mailing (AL-LETTRE, spaces for a plain
      *                    statement run); it rides through to
      *                    MAILOUT as ML-LETTRE so one extract can
      *                    hold several letter types
      * 15/10/26  DEFAY E. Four-eyes control : TX-OPER checked on
      *                    OPERMSTR; adds and changes are queued on
      *                    DUALQ for a second operator (PGM127)
      *                    instead of applied
      * 15/10/26  DEFAY E. ADDRAUDIT carries the program and the date
      *                    and time of the change; the extract keeps
      *                    a MAILLOG history, both for the PGM128
      *                    review
      * 15/10/26  DEFAY E. MAILLOG records carry the writing program
      *                    (MAILHFS now shared with PGM133's letters)
      * 15/10/26  DEFAY E. A second address change keyed the same day
      *                    is refused instead of overwriting the
      *                    first one's DUALQ record
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM083.
      /    MAILOUT (one addressed record per listed account)
           SELECT MAILOUT
           ASSIGN TO MAILOUT.
      /    MAILLOG (mailing history, appended, PJ-MODE 'X')
           SELECT MAILLOG
           ASSIGN TO MAILLOG
           FILE STATUS is WS-FS-MLOG.
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
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           02 AD-VILLE    PIC X(20).
           02 FILLER      PIC X(35).
       FD ADDRAUDIT
           RECORD CONTAINS 290 CHARACTERS.
       01  STRUCT-ADDRAUDIT.
           02 AU-ACTION   PIC X(01).
           02 FILLER      PIC X(01).
           02 FILLER      PIC X(01).
           02 AU-OPER     PIC X(08).
           02 FILLER      PIC X(01).
           02 AU-PGM      PIC X(08).
           02 FILLER      PIC X(01).
           02 AU-DATE     PIC 9(08).
           02 FILLER      PIC X(01).
           02 AU-TIME     PIC 9(08).
           02 FILLER      PIC X(04).
       FD ACCTLIST.
       01  STRUCT-ACCTLIST.
           02 AL-COMPTE       PIC 9(06).
           02 FILLER          PIC X(01).
           02 AL-LETTRE       PIC X(04).
           02 FILLER          PIC X(69).
       FD ACCTMSTR.
       COPY ACCTFS REPLACING ==()== BY ==ACCTMSTR==.
       FD MAILOUT
           02 ML-CP       PIC X(05).
           02 FILLER      PIC X(01).
           02 ML-VILLE    PIC X(20).
           02 FILLER      PIC X(01).
           02 ML-LETTRE   PIC X(04).
           02 FILLER      PIC X(14).
       FD MAILLOG
           RECORD CONTAINS 80 CHARACTERS.
       COPY MAILHFS REPLACING ==()== BY ==MAILLOG==.
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
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-TRANS    PIC X(02).
       01 WS-FS-LIST     PIC X(02).
           88 LIST-END    VALUE '10'.
       01 WS-FS-MSTR     PIC X(02).
       01 WS-FS-MLOG     PIC X(02).
       01 WS-CNT-READ    PIC 9(05) VALUE 0.
       01 WS-CNT-APPLIED PIC 9(05) VALUE 0.
       01 WS-CNT-REJECT  PIC 9(05) VALUE 0.
      / Before and after images for the audit record
       01 WS-IMG-AVANT   PIC X(120).
       01 WS-IMG-APRES   PIC X(120).
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
       01 WS-CALL-DATE   PIC X(08) VALUE "PGM081  ".
       01 WS-TODAY-DATE  PIC 9(08).
      / Parameter from JCL run
       01 PJ-MODE        PIC X(01).
           88 IS-MAINT    VALUE 'M'.
           IF WS-FS-AUDIT NOT = '00'
              OPEN OUTPUT ADDRAUDIT
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
              READ ADDRTRANS
                 NOT AT END
           CLOSE ADDRTRANS.
           CLOSE ADDRMSTR.
           CLOSE ADDRAUDIT.
           IF OPER-AVAIL
              CLOSE OPERMSTR
           END-IF.
           CLOSE DUALQ.
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
              IF TX-COMPTE NOT NUMERIC
                 DISPLAY 'REJECTED : ACCOUNT NOT NUMERIC - ' TX-COMPTE
                 ADD 1 TO WS-CNT-REJECT
              ELSE
                 EVALUATE TRUE
                    WHEN TX-ADD
                       PERFORM 130-DUAL THRU 130-EXIT
                    WHEN TX-CHANGE
                       PERFORM 130-DUAL THRU 130-EXIT
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
              DISPLAY 'REJECTED : NO OPERATOR CODE - ' TX-COMPTE
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
      *  This routine queues an add or change on DUALQ for a second
      *  operator; PGM127 adds or replaces the address on approval
      *  (a blank field on a change keeps the stored value)
      *****************************************************************
       130-DUAL.
           IF TX-RUE1 = SPACES AND TX-VILLE = SPACES AND TX-ADD
              DISPLAY 'REJECTED : ADD NEEDS A STREET AND TOWN - '
                      TX-COMPTE
              ADD 1 TO WS-CNT-REJECT
              GO TO 130-EXIT
           END-IF.
           IF TX-OPER = SPACES
              DISPLAY 'REJECTED : ADDRESS CHANGE NEEDS AN OPERATOR '
                      'CODE - ' TX-COMPTE
              ADD 1 TO WS-CNT-REJECT
              GO TO 130-EXIT
           END-IF.
           MOVE 'ADDRMSTR'    TO DQ-FICHIER.
           MOVE TX-COMPTE     TO DQ-CLE.
           MOVE WS-TODAY-DATE TO DQ-DTSAISIE.
           READ DUALQ
              INVALID KEY
                 MOVE 'N' TO WS-DUAL-FOUND-SW
              NOT INVALID KEY
                 MOVE 'Y' TO WS-DUAL-FOUND-SW
           END-READ.
           IF DUAL-FOUND
              DISPLAY 'REJECTED : A CHANGE WAS ALREADY QUEUED TODAY - '
                      TX-COMPTE
              ADD 1 TO WS-CNT-REJECT
              GO TO 130-EXIT
           END-IF.
           MOVE SPACES           TO STRUCT-DUALQ.
           MOVE 'ADDRMSTR'       TO DQ-FICHIER.
           MOVE TX-COMPTE        TO DQ-CLE.
           MOVE WS-TODAY-DATE    TO DQ-DTSAISIE.
           MOVE 'P'              TO DQ-ETAT.
           MOVE 'PGM083'         TO DQ-PGM.
           MOVE STRUCT-ADDRTRANS TO DQ-TRANS.
           MOVE TX-OPER          TO DQ-OPSAISIE.
           MOVE 0                TO DQ-DTVALID.
           WRITE STRUCT-DUALQ.
           DISPLAY 'QUEUED : ' TX-ACTION ' ' TX-COMPTE
                   ' - AWAITING A SECOND OPERATOR'.
           ADD 1 TO WS-CNT-QUEUED.
       130-EXIT.
           EXIT.
      *****************************************************************
      *  This routine deletes one account's address
      *****************************************************************
                 PERFORM 150-AUDIT
           END-READ.
      *****************************************************************
      *  This routine appends the before/after images, the
      *  operator and the clock to ADDRAUDIT
      *****************************************************************
       150-AUDIT.
           MOVE SPACES       TO STRUCT-ADDRAUDIT.
           MOVE WS-IMG-AVANT TO AU-AVANT.
           MOVE WS-IMG-APRES TO AU-APRES.
           MOVE TX-OPER      TO AU-OPER.
           MOVE 'PGM083'     TO AU-PGM.
           ACCEPT AU-DATE FROM DATE YYYYMMDD.
           ACCEPT AU-TIME FROM TIME.
           WRITE STRUCT-ADDRAUDIT.
           ADD 1 TO WS-CNT-APPLIED.
      *****************************************************************
      *  This routine writes one addressed MAILOUT record per
      *  ACCTLIST account - statements, dormancy letters and
      *  overdraft notices all mail from this one extract - and
      *  logs each one to the MAILLOG history
      *****************************************************************
       300-EXTRACT.
           OPEN INPUT ACCTLIST.
           END-IF.
           OPEN INPUT ACCTMSTR.
           OPEN OUTPUT MAILOUT.
           OPEN EXTEND MAILLOG.
           IF WS-FS-MLOG NOT = '00'
              OPEN OUTPUT MAILLOG
           END-IF.
           PERFORM UNTIL LIST-END
              READ ACCTLIST
                 NOT AT END
              CLOSE ACCTMSTR
           END-IF.
           CLOSE MAILOUT.
           CLOSE MAILLOG.
       300-EXIT.
           EXIT.
      *****************************************************************
       310-ONEMAIL.
           MOVE SPACES TO STRUCT-MAILOUT.
           MOVE AL-COMPTE TO ML-COMPTE.
           MOVE AL-LETTRE TO ML-LETTRE.
           IF WS-FS-MSTR = '00'
              MOVE AL-COMPTE TO F-COMPTE
              READ ACCTMSTR
           END-READ.
           WRITE STRUCT-MAILOUT.
           ADD 1 TO WS-CNT-MAILED.
           MOVE SPACES    TO STRUCT-MAILLOG.
           MOVE AL-COMPTE TO MH-COMPTE.
           MOVE AL-LETTRE TO MH-LETTRE.
           ACCEPT MH-DATE FROM DATE YYYYMMDD.
           ACCEPT MH-TIME FROM TIME.
           MOVE 'PGM083'  TO MH-PGM.
           MOVE 0         TO MH-REF.
           WRITE STRUCT-MAILLOG.
      *****************************************************************
      *  This routine should close the program (after some displays)
      *****************************************************************
           IF IS-MAINT
              DISPLAY '    TRANSACTIONS READ : ' WS-CNT-READ
              DISPLAY '    APPLIED           : ' WS-CNT-APPLIED
              DISPLAY '    AWAITING APPROVAL : ' WS-CNT-QUEUED
              DISPLAY '    REJECTED          : ' WS-CNT-REJECT
           ELSE
              DISPLAY '    ACCOUNTS LISTED   : ' WS-CNT-READ
