      *****************************************************************
      * Program name:    PGM092
      *
      * Original author: DEFAY E.
      *
      * Purpose : Amount holds on account balances - a garnishment
      *           notice, a pending card authorization, loan
      *           collateral - kept on the indexed HOLDMSTR file
      *           (keyed on account and hold reference : amount,
      *           reason, expiry date, zero meaning until released).
      *           PJ-MODE 'M' applies the HOLDTRANS transactions :
      *           'P' places a hold, 'R' releases it; the operator
      *           of every transaction is checked against OPERMSTR
      *           at level 3, the PGM026 way. PJ-MODE 'E' (default,
      *           daily) drops the holds expired before the run date
      *           and lists on FILERPT92 the holds expiring the next
      *           day. PGM017 takes the active holds off F-SOLDER
      *           before it lets a debit through.
      *
      * Using :
      *    - HOLDMSTR as read by PGM017, ACCTMSTR as loaded by
      *      PGM019, OPERMSTR as kept by PGM066
      *    - Copybook ACCTFS
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created : part of a balance frozen
      *                    without blocking the account
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM092.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /    HOLDTRANS (place/release transactions)
           SELECT HOLDTRANS
           ASSIGN TO HOLDTRANS
           FILE STATUS is WS-FS-TRANS.
      /    HOLDMSTR (indexed holds keyed on account + reference)
           SELECT HOLDMSTR
           ASSIGN TO HOLDMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HD-KEY
           FILE STATUS is WS-FS-HOLD.
      /    ACCTMSTR (indexed account master keyed on F-COMPTE)
           SELECT ACCTMSTR
           ASSIGN TO ACCTMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS F-COMPTE
           FILE STATUS is WS-FS-MSTR.
      /    OPERMSTR (operator master from PGM066, for the authority
      /    check on every transaction)
           SELECT OPERMSTR
           ASSIGN TO OPERMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OP-ID
           FILE STATUS is WS-FS-OPER.
      /    FILERPT92 (holds expiring tomorrow)
           SELECT FILERPT92
           ASSIGN TO FILERPT92.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD HOLDTRANS
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-HOLDTRANS.
           02 TX-ACTION   PIC X(01).
              88 TX-PLACE     VALUE 'P'.
              88 TX-RELEASE   VALUE 'R'.
           02 FILLER      PIC X(01).
           02 TX-COMPTE   PIC X(06).
           02 TX-COMPTE-N REDEFINES TX-COMPTE PIC 9(06).
           02 FILLER      PIC X(01).
           02 TX-REF      PIC X(10).
           02 FILLER      PIC X(01).
           02 TX-MNT      PIC X(09).
           02 TX-MNT-N REDEFINES TX-MNT PIC 9(07)V99.
           02 FILLER      PIC X(01).
           02 TX-MOTIF    PIC X(10).
           02 FILLER      PIC X(01).
           02 TX-DTEXP    PIC X(08).
           02 TX-DTEXP-N REDEFINES TX-DTEXP PIC 9(08).
           02 FILLER      PIC X(01).
           02 TX-OPER     PIC X(08).
           02 FILLER      PIC X(22).
       FD HOLDMSTR
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-HOLDMSTR.
           02 HD-KEY.
              03 HD-COMPTE    PIC 9(06).
              03 HD-REF       PIC X(10).
           02 FILLER          PIC X(01).
           02 HD-MNT          PIC 9(07)V99.
           02 FILLER          PIC X(01).
           02 HD-MOTIF        PIC X(10).
           02 FILLER          PIC X(01).
           02 HD-DTEXP        PIC 9(08).
           02 FILLER          PIC X(01).
           02 HD-DTPOSE       PIC 9(08).
           02 FILLER          PIC X(01).
           02 HD-OPER         PIC X(08).
           02 FILLER          PIC X(16).
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
       FD FILERPT92
           RECORD CONTAINS 80 CHARACTERS.
       01  FILERPT92-ENREG PIC X(80).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-TRANS    PIC X(02).
           88 TRANS-END   VALUE '10'.
       01 WS-FS-HOLD     PIC X(02).
           88 HOLD-END    VALUE '10'.
       01 WS-FS-MSTR     PIC X(02).
       01 WS-FS-OPER     PIC X(02).
       01 WS-CNT-READ    PIC 9(05) VALUE 0.
       01 WS-CNT-PLACED  PIC 9(05) VALUE 0.
       01 WS-CNT-RELEAS  PIC 9(05) VALUE 0.
       01 WS-CNT-REJECT  PIC 9(05) VALUE 0.
       01 WS-CNT-EXPIRED PIC 9(05) VALUE 0.
       01 WS-CNT-TOMOR   PIC 9(05) VALUE 0.
       01 WS-TOT-TOMOR   PIC 9(09)V99 VALUE 0.
       01 WS-RPT-LINES   PIC 9(07) VALUE 0.
      / Operator authority check (level 3; an absent OPERMSTR keeps
      / the unguarded behaviour with a warning)
       01 WS-OPER-AVAIL-SW PIC X(01) VALUE 'N'.
           88 OPER-AVAIL  VALUE 'Y'.
       01 WS-OPER-OK-SW  PIC X(01).
           88 OPER-OK     VALUE 'Y'.
       01 WS-MIN-LEVEL   PIC 9(01) VALUE 3.
      / Tomorrow, for the expiry listing
       01 WS-DEMAIN      PIC 9(08).
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
      / Report lines
       01 WS-RPT-HDR1.
           05 FILLER         PIC X(35) VALUE
              'PGM092 HOLDS EXPIRING TOMORROW - '.
           05 WS-RPT-H-DATE  PIC 9(08).
           05 FILLER         PIC X(37) VALUE SPACES.
       01 WS-RPT-HDR2.
           05 FILLER         PIC X(40) VALUE
              'COMPTE REFERENCE      MONTANT MOTIF     '.
           05 FILLER         PIC X(40) VALUE
              'POSE LE  OPERATEUR'.
       01 WS-RPT-DETAIL.
           05 WS-RPT-D-CPT   PIC 9(06).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-REF   PIC X(10).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-MNT   PIC ZZZZZZ9.99.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-MOTIF PIC X(10).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-POSE  PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-D-OPER  PIC X(08).
           05 FILLER         PIC X(23) VALUE SPACES.
       01 WS-RPT-TOTAL.
           05 FILLER         PIC X(18) VALUE 'TOTAL EXPIRING  : '.
           05 WS-RPT-T-CNT   PIC ZZZZ9.
           05 FILLER         PIC X(09) VALUE ' HOLDS - '.
           05 WS-RPT-T-AMT   PIC ZZZZZZZZ9.99.
           05 FILLER         PIC X(36) VALUE SPACES.
      / PGM081 control-date interface
       01 WS-CALL-DATE   PIC X(08) VALUE "PGM081  ".
      / PGM075 report-catalog interface
       01 WS-CALL-CAT    PIC X(08) VALUE "PGM075  ".
       01 WS-CAT-RPT     PIC X(12).
       01 WS-CAT-PAGES   PIC 9(05).
       01 WS-CAT-LINES   PIC 9(07).
      / Parameter from JCL run
       01 PJ-MODE        PIC X(01).
           88 IS-MAINT    VALUE 'M'.
       01 PJ-MODE-DEF    PIC X(01) VALUE 'E'.
       01 PJ-RUNDATE     PIC 9(08).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           IF IS-MAINT
              PERFORM 100-MAINT THRU 100-EXIT
           ELSE
              PERFORM 300-EXPIRE THRU 300-EXIT
           END-IF.
           PERFORM 200-EXITP THRU 200-EXIT.
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
       000-EXIT.
           EXIT.
      *****************************************************************
      *  This routine drives the maintenance pass over HOLDTRANS
      *****************************************************************
       100-MAINT.
           OPEN INPUT HOLDTRANS.
           IF WS-FS-TRANS NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT HOLDTRANS FAILED - FILE '
                      'STATUS ' WS-FS-TRANS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN I-O HOLDMSTR.
           IF WS-FS-HOLD NOT = '00'
              OPEN OUTPUT HOLDMSTR
              CLOSE HOLDMSTR
              OPEN I-O HOLDMSTR
           END-IF.
           OPEN INPUT ACCTMSTR.
           IF WS-FS-MSTR NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT ACCTMSTR FAILED - FILE '
                      'STATUS ' WS-FS-MSTR
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT OPERMSTR.
           IF WS-FS-OPER = '00'
              MOVE 'Y' TO WS-OPER-AVAIL-SW
           ELSE
              DISPLAY 'WARNING : OPERMSTR NOT AVAILABLE - OPERATOR '
                      'AUTHORITY NOT ENFORCED'
           END-IF.
           PERFORM UNTIL TRANS-END
              READ HOLDTRANS
                 NOT AT END
                    ADD 1 TO WS-CNT-READ
                    PERFORM 110-ONETRANS THRU 110-EXIT
              END-READ
           END-PERFORM.
           CLOSE HOLDTRANS.
           CLOSE HOLDMSTR.
           CLOSE ACCTMSTR.
           IF OPER-AVAIL
              CLOSE OPERMSTR
           END-IF.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine edits one transaction and routes it
      *****************************************************************
       110-ONETRANS.
           IF TX-COMPTE NOT NUMERIC OR TX-REF = SPACES
              DISPLAY 'REJECTED : ACCOUNT OR REFERENCE INVALID - '
                      TX-COMPTE ' ' TX-REF
              ADD 1 TO WS-CNT-REJECT
              GO TO 110-EXIT
           END-IF.
           PERFORM 115-OPERCHK THRU 115-EXIT.
           IF NOT OPER-OK
              DISPLAY 'REJECTED : OPERATOR NOT AUTHORIZED - '
                      TX-OPER ' ON ' TX-COMPTE ' ' TX-REF
              ADD 1 TO WS-CNT-REJECT
              GO TO 110-EXIT
           END-IF.
           EVALUATE TRUE
              WHEN TX-PLACE
                 PERFORM 120-PLACE THRU 120-EXIT
              WHEN TX-RELEASE
                 PERFORM 130-RELEASE
              WHEN OTHER
                 DISPLAY 'REJECTED : UNKNOWN ACTION - ' TX-ACTION
                 ADD 1 TO WS-CNT-REJECT
           END-EVALUATE.
       110-EXIT.
           EXIT.
      *****************************************************************
      *  This routine checks the transaction's operator against
      *  OPERMSTR (the PGM026 rule : known, level 3 or above)
      *****************************************************************
       115-OPERCHK.
           MOVE 'Y' TO WS-OPER-OK-SW.
           IF NOT OPER-AVAIL
              GO TO 115-EXIT
           END-IF.
           IF TX-OPER = SPACES
              MOVE 'N' TO WS-OPER-OK-SW
              GO TO 115-EXIT
           END-IF.
           MOVE TX-OPER TO OP-ID.
           READ OPERMSTR
              INVALID KEY
                 MOVE 'N' TO WS-OPER-OK-SW
              NOT INVALID KEY
                 IF OP-LEVEL < WS-MIN-LEVEL
                    MOVE 'N' TO WS-OPER-OK-SW
                 END-IF
           END-READ.
       115-EXIT.
           EXIT.
      *****************************************************************
      *  This routine places one hold on a known account
      *****************************************************************
       120-PLACE.
           IF TX-MNT NOT NUMERIC OR TX-MNT-N = 0
              DISPLAY 'REJECTED : HOLD AMOUNT INVALID - '
                      TX-MNT ' ON ' TX-COMPTE ' ' TX-REF
              ADD 1 TO WS-CNT-REJECT
              GO TO 120-EXIT
           END-IF.
           IF TX-DTEXP NOT = SPACES
              AND (TX-DTEXP NOT NUMERIC OR TX-DTEXP-N < PJ-RUNDATE)
              DISPLAY 'REJECTED : EXPIRY DATE INVALID - '
                      TX-DTEXP ' ON ' TX-COMPTE ' ' TX-REF
              ADD 1 TO WS-CNT-REJECT
              GO TO 120-EXIT
           END-IF.
           MOVE TX-COMPTE-N TO F-COMPTE.
           READ ACCTMSTR
              INVALID KEY
                 DISPLAY 'REJECTED : ACCOUNT UNKNOWN - ' TX-COMPTE
                 ADD 1 TO WS-CNT-REJECT
                 GO TO 120-EXIT
           END-READ.
           MOVE SPACES      TO STRUCT-HOLDMSTR.
           MOVE TX-COMPTE-N TO HD-COMPTE.
           MOVE TX-REF      TO HD-REF.
           MOVE TX-MNT-N    TO HD-MNT.
           MOVE TX-MOTIF    TO HD-MOTIF.
           IF TX-DTEXP = SPACES
              MOVE 0 TO HD-DTEXP
           ELSE
              MOVE TX-DTEXP-N TO HD-DTEXP
           END-IF.
           MOVE PJ-RUNDATE  TO HD-DTPOSE.
           MOVE TX-OPER     TO HD-OPER.
           WRITE STRUCT-HOLDMSTR
              INVALID KEY
                 DISPLAY 'REJECTED : HOLD ALREADY ON FILE - '
                         TX-COMPTE ' ' TX-REF
                 ADD 1 TO WS-CNT-REJECT
              NOT INVALID KEY
                 ADD 1 TO WS-CNT-PLACED
           END-WRITE.
       120-EXIT.
           EXIT.
      *****************************************************************
      *  This routine releases one hold
      *****************************************************************
       130-RELEASE.
           MOVE TX-COMPTE-N TO HD-COMPTE.
           MOVE TX-REF      TO HD-REF.
           READ HOLDMSTR
              INVALID KEY
                 DISPLAY 'REJECTED : HOLD UNKNOWN - '
                         TX-COMPTE ' ' TX-REF
                 ADD 1 TO WS-CNT-REJECT
              NOT INVALID KEY
                 DELETE HOLDMSTR
                 ADD 1 TO WS-CNT-RELEAS
           END-READ.
      *****************************************************************
      *  This routine drops the expired holds and lists the ones
      *  expiring tomorrow
      *****************************************************************
       300-EXPIRE.
           MOVE PJ-RUNDATE TO WS-DUE-N.
           PERFORM 301-FEBLEN.
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
           MOVE WS-DUE-N TO WS-DEMAIN.
           OPEN I-O HOLDMSTR.
           IF WS-FS-HOLD NOT = '00'
              DISPLAY 'WARNING : HOLDMSTR NOT AVAILABLE - NO HOLD '
                      'ON FILE'
              GO TO 300-EXIT
           END-IF.
           OPEN OUTPUT FILERPT92.
           MOVE WS-DEMAIN TO WS-RPT-H-DATE.
           WRITE FILERPT92-ENREG FROM WS-RPT-HDR1.
           WRITE FILERPT92-ENREG FROM WS-RPT-HDR2.
           ADD 2 TO WS-RPT-LINES.
           PERFORM UNTIL HOLD-END
              READ HOLDMSTR NEXT
                 NOT AT END
                    PERFORM 310-ONEHOLD
              END-READ
           END-PERFORM.
           MOVE WS-CNT-TOMOR TO WS-RPT-T-CNT.
           MOVE WS-TOT-TOMOR TO WS-RPT-T-AMT.
           WRITE FILERPT92-ENREG FROM WS-RPT-TOTAL.
           ADD 1 TO WS-RPT-LINES.
           CLOSE HOLDMSTR.
           CLOSE FILERPT92.
           MOVE 'FILERPT92' TO WS-CAT-RPT.
           MOVE 0 TO WS-CAT-PAGES.
           MOVE WS-RPT-LINES TO WS-CAT-LINES.
           CALL WS-CALL-CAT USING WS-CAT-RPT, WS-CAT-PAGES,
                WS-CAT-LINES.
       300-EXIT.
           EXIT.
      *****************************************************************
      *  This routine sets February's length for WS-DUE-AAAA : 29
      *  days in a year divisible by 4, else 28
      *****************************************************************
       301-FEBLEN.
           DIVIDE WS-DUE-AAAA BY 4 GIVING WS-LEAP-QUOT
                  REMAINDER WS-LEAP-REST.
           IF WS-LEAP-REST = 0
              MOVE 29 TO WS-MOIS-JJ (2)
           ELSE
              MOVE 28 TO WS-MOIS-JJ (2)
           END-IF.
      *****************************************************************
      *  This routine drops one hold past its expiry, or lists it
      *  when it expires tomorrow
      *****************************************************************
       310-ONEHOLD.
           IF HD-DTEXP > 0 AND HD-DTEXP < PJ-RUNDATE
              DELETE HOLDMSTR
              ADD 1 TO WS-CNT-EXPIRED
           ELSE
              IF HD-DTEXP = WS-DEMAIN
                 MOVE HD-COMPTE TO WS-RPT-D-CPT
                 MOVE HD-REF    TO WS-RPT-D-REF
                 MOVE HD-MNT    TO WS-RPT-D-MNT
                 MOVE HD-MOTIF  TO WS-RPT-D-MOTIF
                 MOVE HD-DTPOSE TO WS-RPT-D-POSE
                 MOVE HD-OPER   TO WS-RPT-D-OPER
                 WRITE FILERPT92-ENREG FROM WS-RPT-DETAIL
                 ADD 1 TO WS-RPT-LINES
                 ADD 1 TO WS-CNT-TOMOR
                 ADD HD-MNT TO WS-TOT-TOMOR
              END-IF
           END-IF.
      *****************************************************************
      *  This routine should close the program (after some displays)
      *****************************************************************
       200-EXITP.
           DISPLAY "200-EXITP".
           IF IS-MAINT
              DISPLAY '    TRANSACTIONS READ : ' WS-CNT-READ
              DISPLAY '    HOLDS PLACED      : ' WS-CNT-PLACED
              DISPLAY '    HOLDS RELEASED    : ' WS-CNT-RELEAS
              DISPLAY '    REJECTED          : ' WS-CNT-REJECT
           ELSE
              DISPLAY '    HOLDS EXPIRED     : ' WS-CNT-EXPIRED
              DISPLAY '    EXPIRING TOMORROW : ' WS-CNT-TOMOR
           END-IF.
           IF WS-CNT-REJECT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       200-EXIT.
           EXIT.
