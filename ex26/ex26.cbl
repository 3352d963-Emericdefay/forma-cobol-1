      * 02/09/26  DEFAY E. Every request carries TR-OPER, validated
      *                    against the PGM066 OPERMSTR master
      *                    (level 3) and carried onto TRNSEXC
      * 15/10/26  DEFAY E. A transition to 'F' stamps the run date
      *                    into F-DTCLOT (cleared on a reopening),
      *                    for the PGM110 closed-account purge
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM026.
       01 WS-IMG-FILE    PIC X(08) VALUE 'ACCTMSTR'.
       01 WS-IMG-AVANT   PIC X(80).
       01 WS-IMG-APRES   PIC X(80).
      / PGM081 chain run-date subprogram
       01 WS-CALL-DATE   PIC X(08) VALUE "PGM081  ".
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
      *  This routine handle parameters
      *****************************************************************
       000-PARMS.
           ACCEPT PJ-RUNDATE.
           IF PJ-RUNDATE = SPACE OR LOW-VALUE THEN
              CALL WS-CALL-DATE USING PJ-RUNDATE
           END-IF.
       000-EXIT.
           EXIT.
      *****************************************************************
      *  This routine handle files opening
      *****************************************************************
       001-OFILE.
           IF TRANS-ALLOWED
              MOVE STRUCT-ACCTMSTR TO WS-IMG-AVANT
              MOVE TR-ETAT TO F-ETAT
              IF TR-ETAT = 'F'
                 MOVE PJ-RUNDATE TO F-DTCLOT
              END-IF
              IF TR-ETAT = 'O'
                 MOVE 0 TO F-DTCLOT
              END-IF
              REWRITE STRUCT-ACCTMSTR
              MOVE STRUCT-ACCTMSTR TO WS-IMG-APRES
              CALL WS-CALL-IMG USING WS-IMG-PGM, WS-IMG-FILE,
