      *****************************************************************
      * Program name:    PGM126
      *
      * Original author: DEFAY E.
      *
      * Purpose : Approval gate decision entry, run by the operator
      *           when PGM016 waits at a CHAINCTL approval gate
      *           before the payment files are released. Parameters,
      *           one per line : the gate, the run number, the
      *           decision (A approve, R reject), the operator, and
      *           the control totals the operator checked - the
      *           record count and the amount (digits, an optional
      *           decimal point and two decimals).
      *           The decision is accepted only when :
      *           - the gate is a type 'G' step of CHAINCTL, its
      *             CC-PARM giving the authority level required and
      *             the control-total source (PAYTOTALS or XTRFOUT);
      *           - the run number is the chain's current run on
      *             RUNCTL;
      *           - the operator is on OPERMSTR at the gate's
      *             authority level or above;
      *           - for an approval, the quoted totals tie to the
      *             source : the PAYTOTALS run record, or the
      *             XTRFOUT control trailer.
      *           Every decision, accepted or refused, is appended
      *           to GATEAPPR with the reason of a refusal, as the
      *           auditors' evidence; PGM016 only acts on accepted
      *           ones. RC 0 accepted, RC 8 refused or parameters
      *           unreadable (nothing written).
      *
      * Using :
      *    - Copybooks GATEFS, PAYTFS, XTRFFS
      *    - CHAINCTL as read by PGM016, RUNCTL as allocated by it
      *    - OPERMSTR operator master from PGM066
      *    - PGM124 dataset lineage
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created : the payment files leave only
      *                    once an authorised operator has checked
      *                    the night's control totals
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM126.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /    CHAINCTL (the chain definition : the gate's parameters)
           SELECT CHAINCTL
           ASSIGN TO CHAINCTL
           FILE STATUS is WS-FS-CHAIN.
      /    RUNCTL (the chain's current run number, from PGM016)
           SELECT RUNCTL
           ASSIGN TO RUNCTL
           FILE STATUS is WS-FS-RUNCTL.
      /    OPERMSTR (operator master from PGM066, for the authority
      /    check on the deciding operator)
           SELECT OPERMSTR
           ASSIGN TO OPERMSTR
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is OP-ID
           FILE STATUS is WS-FS-OPER.
      /    PAYTOTALS (PGM011's run control totals)
           SELECT PAYTOTALS
           ASSIGN TO PAYTOTALS
           FILE STATUS is WS-FS-PAYT.
      /    XTRFOUT (PGM017's outgoing interbank file, for its
      /    control trailer)
           SELECT XTRFOUT
           ASSIGN TO XTRFOUT
           FILE STATUS is WS-FS-XTRF.
      /    GATEAPPR (approval gate evidence, appended to)
           SELECT GATEAPPR
           ASSIGN TO GATEAPPR
           FILE STATUS is WS-FS-GATE.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD CHAINCTL.
       01 STRUCT-CHAINCTL.
           02 CC-PGM        PIC X(08).
           02 FILLER        PIC X(01).
           02 CC-PARM       PIC X(40).
           02 FILLER        PIC X(01).
           02 CC-MAXRC      PIC X(02).
           02 FILLER        PIC X(01).
           02 CC-RETRY      PIC X(01).
           02 FILLER        PIC X(01).
           02 CC-DAYS       PIC X(08).
           02 FILLER        PIC X(01).
           02 CC-PRED       PIC X(08).
           02 FILLER        PIC X(01).
           02 CC-STREAM     PIC X(01).
           02 FILLER        PIC X(01).
           02 CC-TYPE       PIC X(01).
              88 CC-GATE     VALUE 'G'.
           02 FILLER        PIC X(04).
       FD RUNCTL.
       01 STRUCT-RUNCTL.
           02 RN-RUNNO      PIC 9(12).
           02 FILLER        PIC X(68).
       FD OPERMSTR
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-OPERMSTR.
           02 OP-ID      PIC X(08).
           02 FILLER     PIC X(01).
           02 OP-NOM     PIC X(25).
           02 FILLER     PIC X(01).
           02 OP-LEVEL   PIC 9(01).
           02 FILLER     PIC X(44).
       FD PAYTOTALS.
       COPY PAYTFS REPLACING ==()== BY ==PAYTOTALS==.
       FD XTRFOUT
           RECORD CONTAINS 160 CHARACTERS.
       COPY XTRFFS REPLACING ==()== BY ==XTRFOUT==.
       FD GATEAPPR.
       COPY GATEFS REPLACING ==()== BY ==GATEAPPR==.
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-CHAIN    PIC X(02).
           88 CHAIN-END   VALUE '10'.
       01 WS-FS-RUNCTL   PIC X(02).
       01 WS-FS-OPER     PIC X(02).
       01 WS-FS-PAYT     PIC X(02).
       01 WS-FS-XTRF     PIC X(02).
           88 XTRF-END    VALUE '10'.
       01 WS-FS-GATE     PIC X(02).
      / The gate as CHAINCTL defines it : authority level, cutoff
      / (PGM016's business) and control-total source
       01 WS-GATE-FOUND-SW PIC X(01) VALUE 'N'.
           88 GATE-FOUND  VALUE 'Y'.
       01 WS-GATE-LEVEL-X PIC X(01).
       01 WS-GATE-LEVEL REDEFINES WS-GATE-LEVEL-X PIC 9(01).
       01 WS-GATE-CUT-X  PIC X(04).
       01 WS-GATE-SRC    PIC X(10).
      / The control totals found at the source
       01 WS-SRC-FOUND-SW PIC X(01) VALUE 'N'.
           88 SRC-FOUND   VALUE 'Y'.
       01 WS-SRC-CNT     PIC 9(07) VALUE 0.
       01 WS-SRC-TOT     PIC 9(13)V99 VALUE 0.
       01 WS-CNT-SRCRD   PIC 9(07) VALUE 0.
      / Quoted totals, right-justified out of the parameters
       01 WS-Q-LEN       PIC 9(02).
       01 WS-Q-DEC-LEN   PIC 9(02).
       01 WS-Q-INT       PIC X(15).
       01 WS-Q-DEC       PIC X(15).
       01 WS-Q-CNT-X     PIC X(07).
       01 WS-Q-CNT REDEFINES WS-Q-CNT-X PIC 9(07).
       01 WS-Q-TOT-X.
           05 WS-Q-TOT-INT  PIC X(13).
           05 WS-Q-TOT-DEC  PIC X(02).
       01 WS-Q-TOT REDEFINES WS-Q-TOT-X PIC 9(13)V99.
      / The verdict : reason of a refusal, blank when accepted
       01 WS-REASON      PIC X(04) VALUE SPACES.
       01 WS-OPER-LEVEL  PIC 9(01) VALUE 0.
       01 WS-TODAY       PIC 9(08).
       01 WS-NOW         PIC 9(08).
       01 FILLER REDEFINES WS-NOW.
           05 WS-NOW-HHMMSS PIC 9(06).
           05 FILLER        PIC 9(02).
       01 WS-CNT-RECS    PIC 9(05) VALUE 0.
      / Parameters from JCL run : gate, run number, decision,
      / operator, quoted record count and amount
       01 PJ-GATE        PIC X(08).
       01 PJ-RUNNO       PIC X(12).
       01 PJ-RUNNO-N REDEFINES PJ-RUNNO PIC 9(12).
       01 PJ-DECISION    PIC X(01).
           88 PJ-APPROVE  VALUE 'A'.
           88 PJ-REJECT   VALUE 'R'.
       01 PJ-OPER        PIC X(08).
       01 PJ-CNT         PIC X(07).
       01 PJ-TOT         PIC X(17).
      / PGM124 dataset-lineage interface
       01 WS-CALL-LIN    PIC X(08) VALUE "PGM124  ".
       01 WS-LIN-PGM     PIC X(08) VALUE 'PGM126'.
       01 WS-LIN-DSN     PIC X(10).
       01 WS-LIN-MODE    PIC X(01).
       01 WS-LIN-COUNT   PIC 9(09).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           PERFORM 010-GATE THRU 010-EXIT.
           PERFORM 020-RUNNO THRU 020-EXIT.
           PERFORM 030-OPERCHK THRU 030-EXIT.
           PERFORM 040-TOTALS THRU 040-EXIT.
           PERFORM 100-EVIDENCE.
           PERFORM 400-EXITP THRU 400-EXIT.
           GOBACK.
      *****************************************************************
      *  This routine handle parameters : gate, run number,
      *  decision, operator and the quoted totals. Parameters that
      *  cannot be read are no decision - nothing is recorded.
      *****************************************************************
       000-PARMS.
           ACCEPT PJ-GATE.
           ACCEPT PJ-RUNNO.
           ACCEPT PJ-DECISION.
           ACCEPT PJ-OPER.
           ACCEPT PJ-CNT.
           ACCEPT PJ-TOT.
           IF PJ-GATE = SPACES OR PJ-OPER = SPACES
              OR PJ-RUNNO NOT NUMERIC
              OR NOT (PJ-APPROVE OR PJ-REJECT)
              DISPLAY 'ERROR : GATE, RUN NUMBER (12 DIGITS), '
                      'DECISION A/R AND OPERATOR EXPECTED'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
      *    The count : digits, right-justified
           MOVE 0 TO WS-Q-LEN.
           INSPECT PJ-CNT TALLYING WS-Q-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE ALL '0' TO WS-Q-CNT-X.
           IF WS-Q-LEN > 0
              MOVE PJ-CNT (1:WS-Q-LEN)
                TO WS-Q-CNT-X (8 - WS-Q-LEN:WS-Q-LEN)
           END-IF.
      *    The amount : integer part, optional point, two decimals
           MOVE SPACES TO WS-Q-INT WS-Q-DEC.
           MOVE 0 TO WS-Q-LEN WS-Q-DEC-LEN.
           UNSTRING PJ-TOT DELIMITED BY '.' OR SPACE
              INTO WS-Q-INT COUNT IN WS-Q-LEN
                   WS-Q-DEC COUNT IN WS-Q-DEC-LEN
           END-UNSTRING.
           MOVE ALL '0' TO WS-Q-TOT-X.
           IF WS-Q-LEN > 0 AND WS-Q-LEN NOT > 13
              MOVE WS-Q-INT (1:WS-Q-LEN)
                TO WS-Q-TOT-INT (14 - WS-Q-LEN:WS-Q-LEN)
           END-IF.
           IF WS-Q-DEC-LEN > 0 AND WS-Q-DEC-LEN NOT > 2
              MOVE WS-Q-DEC (1:WS-Q-DEC-LEN)
                TO WS-Q-TOT-DEC (1:WS-Q-DEC-LEN)
           END-IF.
           IF WS-Q-CNT-X NOT NUMERIC OR WS-Q-TOT-X NOT NUMERIC
              OR WS-Q-LEN > 13 OR WS-Q-DEC-LEN > 2
              DISPLAY 'ERROR : QUOTED TOTALS ' PJ-CNT ' ' PJ-TOT
                      ' UNREADABLE - COUNT AND AMOUNT EXPECTED'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       000-EXIT.
           EXIT.
      *****************************************************************
      *  This routine finds the gate in CHAINCTL and reads its
      *  authority level and control-total source
      *****************************************************************
       010-GATE.
           OPEN INPUT CHAINCTL.
           IF WS-FS-CHAIN = '00'
              PERFORM UNTIL CHAIN-END OR GATE-FOUND
                 READ CHAINCTL
                    NOT AT END
                       IF CC-PGM = PJ-GATE AND CC-GATE
                          MOVE 'Y' TO WS-GATE-FOUND-SW
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CHAINCTL
           END-IF.
           IF NOT GATE-FOUND
              DISPLAY 'ERROR : ' PJ-GATE ' IS NOT A CHAINCTL GATE'
              MOVE 'GATE' TO WS-REASON
              GO TO 010-EXIT
           END-IF.
           MOVE SPACES TO WS-GATE-LEVEL-X WS-GATE-CUT-X WS-GATE-SRC.
           UNSTRING CC-PARM DELIMITED BY ALL SPACE
              INTO WS-GATE-LEVEL-X WS-GATE-CUT-X WS-GATE-SRC
           END-UNSTRING.
      *    PGM016 assumes level 3 for a level it cannot read
           IF WS-GATE-LEVEL-X NOT NUMERIC OR WS-GATE-LEVEL = 0
              MOVE 3 TO WS-GATE-LEVEL
           END-IF.
       010-EXIT.
           EXIT.
      *****************************************************************
      *  This routine checks the decision is for the chain's
      *  current run : yesterday's approval releases nothing
      *****************************************************************
       020-RUNNO.
           IF WS-REASON NOT = SPACES
              GO TO 020-EXIT
           END-IF.
           MOVE 0 TO RN-RUNNO.
           OPEN INPUT RUNCTL.
           IF WS-FS-RUNCTL = '00'
              READ RUNCTL
                 AT END
                    MOVE 0 TO RN-RUNNO
              END-READ
              CLOSE RUNCTL
           END-IF.
           IF RN-RUNNO NOT = PJ-RUNNO-N
              DISPLAY 'ERROR : RUN ' PJ-RUNNO ' IS NOT THE CURRENT '
                      'RUN ' RN-RUNNO
              MOVE 'RUNN' TO WS-REASON
           END-IF.
       020-EXIT.
           EXIT.
      *****************************************************************
      *  This routine checks the operator's authority on OPERMSTR :
      *  unknown or below the gate's level refuses the decision. An
      *  absent OPERMSTR refuses it too - a payment release is never
      *  left unguarded.
      *****************************************************************
       030-OPERCHK.
           IF WS-REASON NOT = SPACES
              GO TO 030-EXIT
           END-IF.
           OPEN INPUT OPERMSTR.
           IF WS-FS-OPER NOT = '00'
              DISPLAY 'ERROR : OPERMSTR NOT AVAILABLE - OPERATOR '
                      'AUTHORITY CANNOT BE CHECKED'
              MOVE 'OPER' TO WS-REASON
              GO TO 030-EXIT
           END-IF.
           MOVE PJ-OPER TO OP-ID.
           READ OPERMSTR
              INVALID KEY
                 DISPLAY 'ERROR : OPERATOR UNKNOWN - ' PJ-OPER
                 MOVE 'OPER' TO WS-REASON
              NOT INVALID KEY
                 MOVE OP-LEVEL TO WS-OPER-LEVEL
                 IF OP-LEVEL < WS-GATE-LEVEL
                    DISPLAY 'ERROR : OPERATOR ' PJ-OPER
                            ' BELOW AUTHORITY LEVEL ' WS-GATE-LEVEL
                    MOVE 'LEVL' TO WS-REASON
                 END-IF
           END-READ.
           CLOSE OPERMSTR.
           MOVE 'OPERMSTR' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE 0 TO WS-LIN-COUNT.
           PERFORM 900-LINEAGE.
       030-EXIT.
           EXIT.
      *****************************************************************
      *  This routine ties an approval's quoted totals to the
      *  gate's source : the PAYTOTALS run record (the first, its
      *  PT-ETAB blank) or the XTRFOUT control trailer. A gate with
      *  no source records the quoted totals unchecked; a rejection
      *  needs no tie - totals that look wrong are its reason.
      *****************************************************************
       040-TOTALS.
           IF WS-REASON NOT = SPACES OR PJ-REJECT
              OR WS-GATE-SRC = SPACES
              GO TO 040-EXIT
           END-IF.
           EVALUATE WS-GATE-SRC
              WHEN 'PAYTOTALS'
                 OPEN INPUT PAYTOTALS
                 IF WS-FS-PAYT = '00'
                    READ PAYTOTALS
                       NOT AT END
                          ADD 1 TO WS-CNT-SRCRD
                          MOVE 'Y' TO WS-SRC-FOUND-SW
                          MOVE PT-CNT TO WS-SRC-CNT
                          MOVE PT-TOT TO WS-SRC-TOT
                    END-READ
                    CLOSE PAYTOTALS
                    MOVE 'PAYTOTALS' TO WS-LIN-DSN
                    MOVE 'I' TO WS-LIN-MODE
                    MOVE WS-CNT-SRCRD TO WS-LIN-COUNT
                    PERFORM 900-LINEAGE
                 END-IF
              WHEN 'XTRFOUT'
                 OPEN INPUT XTRFOUT
                 IF WS-FS-XTRF = '00'
                    PERFORM UNTIL XTRF-END
                       READ XTRFOUT
                          NOT AT END
                             ADD 1 TO WS-CNT-SRCRD
                             IF XF-TRAILER
                                MOVE 'Y' TO WS-SRC-FOUND-SW
                                MOVE XT-COUNT TO WS-SRC-CNT
                                MOVE XT-TOTAL TO WS-SRC-TOT
                             END-IF
                       END-READ
                    END-PERFORM
                    CLOSE XTRFOUT
                    MOVE 'XTRFOUT' TO WS-LIN-DSN
                    MOVE 'I' TO WS-LIN-MODE
                    MOVE WS-CNT-SRCRD TO WS-LIN-COUNT
                    PERFORM 900-LINEAGE
                 END-IF
              WHEN OTHER
                 DISPLAY 'ERROR : GATE SOURCE ' WS-GATE-SRC
                         ' UNKNOWN - TOTALS CANNOT BE TIED'
                 MOVE 'TOTS' TO WS-REASON
                 GO TO 040-EXIT
           END-EVALUATE.
           IF NOT SRC-FOUND
              DISPLAY 'ERROR : NO CONTROL TOTALS ON ' WS-GATE-SRC
              MOVE 'TOTS' TO WS-REASON
              GO TO 040-EXIT
           END-IF.
           IF WS-Q-CNT NOT = WS-SRC-CNT OR WS-Q-TOT NOT = WS-SRC-TOT
              DISPLAY 'ERROR : QUOTED TOTALS DO NOT TIE TO '
                      WS-GATE-SRC
              DISPLAY '    QUOTED  : ' WS-Q-CNT ' ' WS-Q-TOT
              DISPLAY '    SOURCE  : ' WS-SRC-CNT ' ' WS-SRC-TOT
              MOVE 'TOTS' TO WS-REASON
           END-IF.
       040-EXIT.
           EXIT.
      *****************************************************************
      *  This routine appends the decision to GATEAPPR, accepted or
      *  refused, stamped with the date and time it was keyed
      *****************************************************************
       100-EVIDENCE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW FROM TIME.
           MOVE SPACES        TO STRUCT-GATEAPPR.
           MOVE PJ-GATE       TO GA-GATE.
           MOVE PJ-RUNNO-N    TO GA-RUNNO.
           MOVE PJ-DECISION   TO GA-DECISION.
           MOVE PJ-OPER       TO GA-OPER.
           MOVE WS-OPER-LEVEL TO GA-LEVEL.
           MOVE WS-Q-CNT      TO GA-CNT.
           MOVE WS-Q-TOT      TO GA-TOT.
           IF WS-REASON = SPACES
              MOVE 'Y' TO GA-VALID
           ELSE
              MOVE 'N' TO GA-VALID
           END-IF.
           MOVE WS-REASON     TO GA-REASON.
           MOVE WS-TODAY      TO GA-DATE.
           MOVE WS-NOW-HHMMSS TO GA-TIME.
           OPEN EXTEND GATEAPPR.
           IF WS-FS-GATE NOT = '00'
              OPEN OUTPUT GATEAPPR
           END-IF.
           WRITE STRUCT-GATEAPPR.
           ADD 1 TO WS-CNT-RECS.
           CLOSE GATEAPPR.
           MOVE 'GATEAPPR' TO WS-LIN-DSN.
           MOVE 'E' TO WS-LIN-MODE.
           MOVE WS-CNT-RECS TO WS-LIN-COUNT.
           PERFORM 900-LINEAGE.
      *****************************************************************
      *  This routine should close the program (after some displays)
      *****************************************************************
       400-EXITP.
           DISPLAY '400-EXITP'.
           DISPLAY '    GATE               : ' PJ-GATE.
           DISPLAY '    RUN NUMBER         : ' PJ-RUNNO.
           DISPLAY '    DECISION           : ' PJ-DECISION.
           DISPLAY '    OPERATOR           : ' PJ-OPER
                   ' LEVEL ' WS-OPER-LEVEL.
           DISPLAY '    QUOTED COUNT       : ' WS-Q-CNT.
           DISPLAY '    QUOTED AMOUNT      : ' WS-Q-TOT.
           DISPLAY '    EVIDENCE RECORDS   : ' WS-CNT-RECS.
           IF WS-REASON = SPACES
              DISPLAY '    DECISION ACCEPTED'
              MOVE 0 TO RETURN-CODE
           ELSE
              DISPLAY 'ERROR : DECISION REFUSED - REASON ' WS-REASON
              MOVE 8 TO RETURN-CODE
           END-IF.
       400-EXIT.
           EXIT.
      *****************************************************************
      *  This routine records one closed dataset on the LINEAGE
      *  register (PGM124) : name, open mode, record count
      *****************************************************************
       900-LINEAGE.
           CALL WS-CALL-LIN USING WS-LIN-PGM, WS-LIN-DSN,
                WS-LIN-MODE, WS-LIN-COUNT.
