      *****************************************************************
      * Program name:    PGM090
      *
      * Original author: DEFAY E.
      *
      * Purpose : Cash-threshold and structuring watch over the
      *           posted movements. PJ-MODE 'S' (default) reads the
      *           applied-movements journal - its keyed MVTJRNLX
      *           companion, since the flat MVTJRNL only holds the
      *           last posting day - over the 7 posting days ending
      *           at the run date, and resolves every account to
      *           its customer through ACCTREL (an account with no
      *           relationship stands for itself). It queues on
      *           ALERTQ, pending review :
      *           - 'S' every movement of the day at or above the
      *             reporting threshold PJ-SEUIL;
      *           - '1' a customer whose just-under-threshold
      *             movements of the day (PJ-MARGE percent of the
      *             threshold and over) add up past it;
      *           - '7' the same over the 7-day window, raised only
      *             on a day that brings a new such movement.
      *           PJ-MODE 'R' records the operator's verdict against
      *           the pending alerts of PJ-COMPTE, the way PGM078
      *           reviews HITQUEUE : a false positive is closed, a
      *           confirmed alert also appends its suspicious-
      *           activity declaration record to SARDECL.
      *
      * Using :
      *    - Copybooks ACCTFS & JRNLXFS
      *    - ACCTREL and CUSTMSTR as kept by PGM051, MVTJRNLX as
      *      written by PGM017
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created : behaviour screened, not just
      *                    names
      * 15/10/26  DEFAY E. Reversed entries (JX-STATUT 'R') and the
      *                    reversals themselves ('A') are left out
      *                    of the screening - the money never moved
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM090.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /    MVTJRNLX (indexed journal keyed on account + sequence)
           SELECT MVTJRNLX
           ASSIGN TO MVTJRNLX
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JX-KEY
           FILE STATUS is WS-FS-JRNX.
      /    ACCTREL (indexed account-to-customer relationship file)
           SELECT ACCTREL
           ASSIGN TO ACCTREL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-COMPTE
           FILE STATUS is WS-FS-REL.
      /    CUSTMSTR (indexed customer master keyed on CU-CLIENT)
           SELECT CUSTMSTR
           ASSIGN TO CUSTMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CU-CLIENT
           FILE STATUS is WS-FS-CUST.
      /    ACCTMSTR (indexed account master keyed on F-COMPTE)
           SELECT ACCTMSTR
           ASSIGN TO ACCTMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS F-COMPTE
           FILE STATUS is WS-FS-MSTR.
      /    ALERTQ (the alert-review queue)
           SELECT ALERTQ
           ASSIGN TO ALERTQ
           FILE STATUS is WS-FS-ALRT.
      /    SARDECL (suspicious-activity declarations, appended to)
           SELECT SARDECL
           ASSIGN TO SARDECL
           FILE STATUS is WS-FS-DECL.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD MVTJRNLX.
       COPY JRNLXFS REPLACING ==()== BY ==MVTJRNLX==.
       FD ACCTREL
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-ACCTREL.
           02 AR-COMPTE  PIC 9(06).
           02 FILLER     PIC X(01).
           02 AR-CLIENT  PIC 9(06).
           02 FILLER     PIC X(67).
       FD CUSTMSTR
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-CUSTMSTR.
           02 CU-CLIENT  PIC 9(06).
           02 FILLER     PIC X(01).
           02 CU-NOM     PIC X(25).
           02 FILLER     PIC X(48).
       FD ACCTMSTR.
       COPY ACCTFS REPLACING ==()== BY ==ACCTMSTR==.
       FD ALERTQ.
       01  STRUCT-ALERTQ.
           02 AQ-COMPTE  PIC 9(06).
           02 FILLER     PIC X(01).
           02 AQ-CLIENT  PIC 9(06).
           02 FILLER     PIC X(01).
           02 AQ-NOM     PIC X(25).
           02 FILLER     PIC X(01).
           02 AQ-TYPE    PIC X(01).
           02 FILLER     PIC X(01).
           02 AQ-DATE    PIC 9(08).
           02 FILLER     PIC X(01).
           02 AQ-CNT     PIC 9(03).
           02 FILLER     PIC X(01).
           02 AQ-MNT     PIC 9(09)V99.
           02 FILLER     PIC X(01).
           02 AQ-STATUS  PIC X(01).
           02 FILLER     PIC X(01).
           02 AQ-OPER    PIC X(08).
           02 FILLER     PIC X(03).
       FD SARDECL.
       01  STRUCT-SARDECL.
           02 SD-CLIENT  PIC 9(06).
           02 FILLER     PIC X(01).
           02 SD-NOM     PIC X(25).
           02 FILLER     PIC X(01).
           02 SD-COMPTE  PIC 9(06).
           02 FILLER     PIC X(01).
           02 SD-TYPE    PIC X(01).
           02 FILLER     PIC X(01).
           02 SD-DATE    PIC 9(08).
           02 FILLER     PIC X(01).
           02 SD-CNT     PIC 9(03).
           02 FILLER     PIC X(01).
           02 SD-MNT     PIC 9(09)V99.
           02 FILLER     PIC X(01).
           02 SD-OPER    PIC X(08).
           02 FILLER     PIC X(01).
           02 SD-DTDECL  PIC 9(08).
           02 FILLER     PIC X(35).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-JRNX     PIC X(02).
           88 JRNX-END    VALUE '10'.
       01 WS-FS-REL      PIC X(02).
       01 WS-FS-CUST     PIC X(02).
       01 WS-FS-MSTR     PIC X(02).
       01 WS-FS-ALRT     PIC X(02).
           88 ALRT-END    VALUE '10'.
       01 WS-FS-DECL     PIC X(02).
       01 WS-REL-AVAIL-SW PIC X(01) VALUE 'N'.
           88 REL-AVAIL   VALUE 'Y'.
       01 WS-CUST-AVAIL-SW PIC X(01) VALUE 'N'.
           88 CUST-AVAIL  VALUE 'Y'.
       01 WS-MSTR-AVAIL-SW PIC X(01) VALUE 'N'.
           88 MSTR-AVAIL  VALUE 'Y'.
       01 WS-CNT-READ    PIC 9(07) VALUE 0.
       01 WS-CNT-WINDOW  PIC 9(07) VALUE 0.
       01 WS-CNT-ALERT   PIC 9(05) VALUE 0.
      / Lower bound of the near-threshold band
       01 WS-PROCHE      PIC 9(07)V99.
      / First posting day of the 7-day window, and the day stepping
       01 WS-DEBUT       PIC 9(08).
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
      / The movement's customer (0 : account with no relationship)
       01 WS-CLIENT      PIC 9(06).
      / Near-threshold movements per customer over the window; an
      / account without a relationship has its own slot
       01 WS-CL-COUNT    PIC 9(04) VALUE 0.
       01 WS-CL-TABLE.
           05 WS-CL-ENTRY OCCURS 2000 TIMES.
              10 WS-CL-CLIENT   PIC 9(06).
              10 WS-CL-COMPTE   PIC 9(06).
              10 WS-CL-J-CNT    PIC 9(03).
              10 WS-CL-J-MNT    PIC 9(09)V99.
              10 WS-CL-H-CNT    PIC 9(03).
              10 WS-CL-H-MNT    PIC 9(09)V99.
       01 WS-CX          PIC 9(04).
       01 WS-CL-FOUND-SW PIC X(01).
           88 CL-FOUND    VALUE 'Y'.
      / Review-mode queue reload - a queue past the table is never
      / rewritten short
       01 WS-QUE-OVFL-SW PIC X(01) VALUE 'N'.
           88 QUE-OVFL    VALUE 'Y'.
       01 WS-QUE-COUNT   PIC 9(04) VALUE 0.
       01 WS-QUE-TABLE.
           05 WS-QUE-ENTRY OCCURS 1000 TIMES PIC X(80).
       01 WS-QX          PIC 9(04).
       01 WS-CNT-REVIEW  PIC 9(04) VALUE 0.
      / PGM081 control-date interface
       01 WS-CALL-DATE   PIC X(08) VALUE "PGM081  ".
      / Parameter from JCL run
       01 PJ-MODE        PIC X(01).
           88 IS-REVIEW   VALUE 'R'.
       01 PJ-MODE-DEF    PIC X(01) VALUE 'S'.
       01 PJ-RUNDATE     PIC 9(08).
       01 PJ-SEUIL       PIC 9(07)V99.
       01 PJ-SEUIL-DEF   PIC 9(07)V99 VALUE 10000.
       01 PJ-MARGE       PIC 9(02).
       01 PJ-MARGE-DEF   PIC 9(02) VALUE 80.
       01 PJ-COMPTE      PIC 9(06).
       01 PJ-VERDICT     PIC X(01).
           88 VERDICT-CONF  VALUE 'C'.
           88 VERDICT-FALSE VALUE 'F'.
       01 PJ-OPER        PIC X(08).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           IF IS-REVIEW
              PERFORM 300-REVIEW THRU 300-EXIT
           ELSE
              PERFORM 100-SCAN THRU 100-EXIT
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
           IF IS-REVIEW
              ACCEPT PJ-COMPTE
              ACCEPT PJ-VERDICT
              ACCEPT PJ-OPER
              IF NOT VERDICT-CONF AND NOT VERDICT-FALSE
                 DISPLAY 'ERROR : VERDICT MUST BE C OR F'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           ELSE
              ACCEPT PJ-SEUIL
              IF PJ-SEUIL = 0
                 MOVE PJ-SEUIL-DEF TO PJ-SEUIL
              END-IF
              ACCEPT PJ-MARGE
              IF PJ-MARGE = 0
                 MOVE PJ-MARGE-DEF TO PJ-MARGE
              END-IF
           END-IF.
       000-EXIT.
           EXIT.
      *****************************************************************
      *  This routine drives the monitoring pass : the journal window
      *  is scanned once (reversed entries and their reversals left
      *  out), single movements alerted on the fly, then every
      *  customer's near-threshold series weighed
      *****************************************************************
       100-SCAN.
           COMPUTE WS-PROCHE = PJ-SEUIL * PJ-MARGE / 100.
           MOVE PJ-RUNDATE TO WS-DUE-N.
           PERFORM 101-DAYBACK 6 TIMES.
           MOVE WS-DUE-N TO WS-DEBUT.
           OPEN INPUT MVTJRNLX.
           IF WS-FS-JRNX NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT MVTJRNLX FAILED - FILE '
                      'STATUS ' WS-FS-JRNX
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT ACCTREL.
           IF WS-FS-REL = '00'
              MOVE 'Y' TO WS-REL-AVAIL-SW
           ELSE
              DISPLAY 'WARNING : ACCTREL NOT AVAILABLE - ACCOUNTS '
                      'WEIGHED ONE BY ONE'
           END-IF.
           OPEN INPUT CUSTMSTR.
           IF WS-FS-CUST = '00'
              MOVE 'Y' TO WS-CUST-AVAIL-SW
           END-IF.
           OPEN INPUT ACCTMSTR.
           IF WS-FS-MSTR = '00'
              MOVE 'Y' TO WS-MSTR-AVAIL-SW
           END-IF.
           OPEN EXTEND ALERTQ.
           IF WS-FS-ALRT NOT = '00'
              OPEN OUTPUT ALERTQ
           END-IF.
           PERFORM UNTIL JRNX-END
              READ MVTJRNLX NEXT
                 NOT AT END
                    ADD 1 TO WS-CNT-READ
                    IF JX-RUNDATE >= WS-DEBUT
                       AND JX-RUNDATE <= PJ-RUNDATE
                       AND NOT JX-ANNULE AND NOT JX-ANNULATION
                       PERFORM 110-ONEMVT THRU 110-EXIT
                    END-IF
              END-READ
           END-PERFORM.
           PERFORM VARYING WS-CX FROM 1 BY 1
                     UNTIL WS-CX > WS-CL-COUNT
              PERFORM 130-SERIES
           END-PERFORM.
           CLOSE MVTJRNLX.
           CLOSE ALERTQ.
           IF REL-AVAIL
              CLOSE ACCTREL
           END-IF.
           IF CUST-AVAIL
              CLOSE CUSTMSTR
           END-IF.
           IF MSTR-AVAIL
              CLOSE ACCTMSTR
           END-IF.
           DISPLAY '100-SCAN'.
           DISPLAY '    WINDOW FROM       : ' WS-DEBUT.
           DISPLAY '    JOURNAL READ      : ' WS-CNT-READ.
           DISPLAY '    IN WINDOW         : ' WS-CNT-WINDOW.
           DISPLAY '    ALERTS QUEUED     : ' WS-CNT-ALERT.
           IF WS-CNT-ALERT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine steps WS-DUE one day back
      *****************************************************************
       101-DAYBACK.
           IF WS-DUE-JJ > 1
              SUBTRACT 1 FROM WS-DUE-JJ
           ELSE
              IF WS-DUE-MM > 1
                 SUBTRACT 1 FROM WS-DUE-MM
              ELSE
                 MOVE 12 TO WS-DUE-MM
                 SUBTRACT 1 FROM WS-DUE-AAAA
              END-IF
              PERFORM 102-FEBLEN
              MOVE WS-MOIS-JJ (WS-DUE-MM) TO WS-DUE-JJ
           END-IF.
      *****************************************************************
      *  This routine sets February's length for WS-DUE-AAAA : 29
      *  days in a year divisible by 4, else 28
      *****************************************************************
       102-FEBLEN.
           DIVIDE WS-DUE-AAAA BY 4 GIVING WS-LEAP-QUOT
                  REMAINDER WS-LEAP-REST.
           IF WS-LEAP-REST = 0
              MOVE 29 TO WS-MOIS-JJ (2)
           ELSE
              MOVE 28 TO WS-MOIS-JJ (2)
           END-IF.
      *****************************************************************
      *  This routine weighs one journal movement in the window : a
      *  movement of the day over the threshold is alerted on its
      *  own, a near-threshold one joins its customer's series
      *****************************************************************
       110-ONEMVT.
           ADD 1 TO WS-CNT-WINDOW.
           IF JX-MNT < WS-PROCHE
              GO TO 110-EXIT
           END-IF.
           MOVE 0 TO WS-CLIENT.
           IF REL-AVAIL
              MOVE JX-COMPTE TO AR-COMPTE
              READ ACCTREL
                 NOT INVALID KEY
                    MOVE AR-CLIENT TO WS-CLIENT
              END-READ
           END-IF.
           IF JX-MNT >= PJ-SEUIL
              IF JX-RUNDATE = PJ-RUNDATE
                 MOVE SPACES     TO STRUCT-ALERTQ
                 MOVE JX-COMPTE  TO AQ-COMPTE
                 MOVE WS-CLIENT  TO AQ-CLIENT
                 MOVE 'S'        TO AQ-TYPE
                 MOVE JX-RUNDATE TO AQ-DATE
                 MOVE 1          TO AQ-CNT
                 MOVE JX-MNT     TO AQ-MNT
                 PERFORM 150-QUEUE
              END-IF
              GO TO 110-EXIT
           END-IF.
           PERFORM 120-ACCUM THRU 120-EXIT.
       110-EXIT.
           EXIT.
      *****************************************************************
      *  This routine adds one near-threshold movement to its
      *  customer's slot - or its account's, without a relationship
      *****************************************************************
       120-ACCUM.
           MOVE 'N' TO WS-CL-FOUND-SW.
           PERFORM VARYING WS-CX FROM 1 BY 1
                     UNTIL WS-CX > WS-CL-COUNT OR CL-FOUND
              IF WS-CL-CLIENT (WS-CX) = WS-CLIENT
                 AND (WS-CLIENT > 0
                      OR WS-CL-COMPTE (WS-CX) = JX-COMPTE)
                 MOVE 'Y' TO WS-CL-FOUND-SW
              END-IF
           END-PERFORM.
           IF CL-FOUND
              SUBTRACT 1 FROM WS-CX
           ELSE
              IF WS-CL-COUNT < 2000
                 ADD 1 TO WS-CL-COUNT
                 MOVE WS-CL-COUNT TO WS-CX
                 MOVE WS-CLIENT TO WS-CL-CLIENT (WS-CX)
                 MOVE JX-COMPTE TO WS-CL-COMPTE (WS-CX)
                 MOVE 0 TO WS-CL-J-CNT (WS-CX)
                 MOVE 0 TO WS-CL-J-MNT (WS-CX)
                 MOVE 0 TO WS-CL-H-CNT (WS-CX)
                 MOVE 0 TO WS-CL-H-MNT (WS-CX)
              ELSE
                 DISPLAY 'WARNING : CUSTOMER TABLE FULL - ACCOUNT '
                         JX-COMPTE ' NOT WEIGHED'
                 MOVE 4 TO RETURN-CODE
                 GO TO 120-EXIT
              END-IF
           END-IF.
           IF WS-CL-H-CNT (WS-CX) < 999
              ADD 1 TO WS-CL-H-CNT (WS-CX)
           END-IF.
           ADD JX-MNT TO WS-CL-H-MNT (WS-CX).
           IF JX-RUNDATE = PJ-RUNDATE
              IF WS-CL-J-CNT (WS-CX) < 999
                 ADD 1 TO WS-CL-J-CNT (WS-CX)
              END-IF
              ADD JX-MNT TO WS-CL-J-MNT (WS-CX)
           END-IF.
       120-EXIT.
           EXIT.
      *****************************************************************
      *  This routine weighs one customer's series : the day's first,
      *  the week's only when the day brought a new movement to it
      *****************************************************************
       130-SERIES.
           MOVE SPACES TO STRUCT-ALERTQ.
           MOVE WS-CL-COMPTE (WS-CX) TO AQ-COMPTE.
           MOVE WS-CL-CLIENT (WS-CX) TO AQ-CLIENT.
           MOVE PJ-RUNDATE           TO AQ-DATE.
           IF WS-CL-J-CNT (WS-CX) > 1
              AND WS-CL-J-MNT (WS-CX) >= PJ-SEUIL
              MOVE '1'                  TO AQ-TYPE
              MOVE WS-CL-J-CNT (WS-CX) TO AQ-CNT
              MOVE WS-CL-J-MNT (WS-CX) TO AQ-MNT
              PERFORM 150-QUEUE
           ELSE
              IF WS-CL-J-CNT (WS-CX) > 0
                 AND WS-CL-H-CNT (WS-CX) > 1
                 AND WS-CL-H-MNT (WS-CX) >= PJ-SEUIL
                 MOVE '7'                  TO AQ-TYPE
                 MOVE WS-CL-H-CNT (WS-CX) TO AQ-CNT
                 MOVE WS-CL-H-MNT (WS-CX) TO AQ-MNT
                 PERFORM 150-QUEUE
              END-IF
           END-IF.
      *****************************************************************
      *  This routine names and queues the alert built in ALERTQ :
      *  the customer's name, or the account's without one
      *****************************************************************
       150-QUEUE.
           IF AQ-CLIENT > 0 AND CUST-AVAIL
              MOVE AQ-CLIENT TO CU-CLIENT
              READ CUSTMSTR
                 NOT INVALID KEY
                    MOVE CU-NOM TO AQ-NOM
              END-READ
           END-IF.
           IF AQ-NOM = SPACES AND MSTR-AVAIL
              MOVE AQ-COMPTE TO F-COMPTE
              READ ACCTMSTR
                 NOT INVALID KEY
                    MOVE F-NOM TO AQ-NOM
              END-READ
           END-IF.
           MOVE 'P' TO AQ-STATUS.
           WRITE STRUCT-ALERTQ.
           ADD 1 TO WS-CNT-ALERT.
      *****************************************************************
      *  This routine records one operator verdict : the queue is
      *  reloaded, the account's pending alerts stamped, and each
      *  confirmed one declared
      *****************************************************************
       300-REVIEW.
           OPEN INPUT ALERTQ.
           IF WS-FS-ALRT NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT ALERTQ FAILED - FILE '
                      'STATUS ' WS-FS-ALRT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL ALRT-END
              READ ALERTQ
                 NOT AT END
                    IF WS-QUE-COUNT < 1000
                       ADD 1 TO WS-QUE-COUNT
                       MOVE STRUCT-ALERTQ
                         TO WS-QUE-ENTRY (WS-QUE-COUNT)
                    ELSE
                       MOVE 'Y' TO WS-QUE-OVFL-SW
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ALERTQ.
           IF QUE-OVFL
              DISPLAY 'ERROR : ALERTQ EXCEEDS THE 1000-ENTRY '
                      'TABLE - REWRITE REFUSED, NOTHING REVIEWED'
              MOVE 8 TO RETURN-CODE
              GO TO 300-EXIT
           END-IF.
           IF VERDICT-CONF
              OPEN EXTEND SARDECL
              IF WS-FS-DECL NOT = '00'
                 OPEN OUTPUT SARDECL
              END-IF
           END-IF.
           OPEN OUTPUT ALERTQ.
           PERFORM VARYING WS-QX FROM 1 BY 1
                     UNTIL WS-QX > WS-QUE-COUNT
              MOVE WS-QUE-ENTRY (WS-QX) TO STRUCT-ALERTQ
              IF AQ-COMPTE = PJ-COMPTE
                 AND AQ-STATUS = 'P'
                 MOVE PJ-VERDICT TO AQ-STATUS
                 MOVE PJ-OPER    TO AQ-OPER
                 ADD 1 TO WS-CNT-REVIEW
                 IF VERDICT-CONF
                    PERFORM 310-DECLARE
                 END-IF
              END-IF
              WRITE STRUCT-ALERTQ
           END-PERFORM.
           CLOSE ALERTQ.
           IF VERDICT-CONF
              CLOSE SARDECL
           END-IF.
           IF WS-CNT-REVIEW = 0
              DISPLAY 'ERROR : NO PENDING ALERT FOR ' PJ-COMPTE
              MOVE 8 TO RETURN-CODE
              GO TO 300-EXIT
           END-IF.
           IF VERDICT-CONF
              DISPLAY 'CONFIRMED : ' WS-CNT-REVIEW
                      ' DECLARATION(S) WRITTEN FOR ' PJ-COMPTE
           ELSE
              DISPLAY 'FALSE POSITIVE CLOSED FOR ' PJ-COMPTE
           END-IF.
       300-EXIT.
           EXIT.
      *****************************************************************
      *  This routine writes the declaration of one confirmed alert
      *****************************************************************
       310-DECLARE.
           MOVE SPACES     TO STRUCT-SARDECL.
           MOVE AQ-CLIENT  TO SD-CLIENT.
           MOVE AQ-NOM     TO SD-NOM.
           MOVE AQ-COMPTE  TO SD-COMPTE.
           MOVE AQ-TYPE    TO SD-TYPE.
           MOVE AQ-DATE    TO SD-DATE.
           MOVE AQ-CNT     TO SD-CNT.
           MOVE AQ-MNT     TO SD-MNT.
           MOVE PJ-OPER    TO SD-OPER.
           MOVE PJ-RUNDATE TO SD-DTDECL.
           WRITE STRUCT-SARDECL.
