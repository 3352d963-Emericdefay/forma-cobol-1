      *           consolidated report of what ran, what was retried,
      *           what was skipped and each step's RETURN-CODE is
      *           written to FILEOUT4 regardless of how far the
      *           chain got. A CHAINCTL record of type 'G' is an
      *           approval gate, not a program : the chain waits at
      *           it until an accepted operator decision for the run
      *           is on GATEAPPR (keyed through PGM126), and stops
      *           on a rejection or when the gate's cutoff passes.
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      *                    per-program CHKPT08/CHKPT10/CHKPT11
      *                    restart logic can engage - steps like the
      *                    split and the payments must not run twice
      * 15/10/26  DEFAY E. Approval gate step type in CHAINCTL
      *                    (CC-TYPE 'G', CC-PARM : authority level,
      *                    cutoff HHMM, control-total source) : the
      *                    steps after the gate wait for an accepted
      *                    approval of the run on GATEAPPR, a
      *                    rejection stops the release, a gate not
      *                    decided by its cutoff stops the chain
      *                    with a critical PGM062 message
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM016.
           SELECT STRMLOG
           ASSIGN TO DYNAMIC WS-STRMLOG-NAME
           FILE STATUS is WS-FS-STRMLOG.
      /    GATEAPPR (operator decisions on the approval gates,
      /    appended by PGM126, read here while a gate waits)
           SELECT GATEAPPR
           ASSIGN TO GATEAPPR
           FILE STATUS is WS-FS-GATEAPPR.
      /    FILEOUT4 (consolidated chain report)
           SELECT FILEOUT4
           ASSIGN TO FILEOUT4.
           02 CC-PRED       PIC X(08).
           02 FILLER        PIC X(01).
           02 CC-STREAM     PIC X(01).
           02 FILLER        PIC X(01).
           02 CC-TYPE       PIC X(01).
              88 CC-GATE     VALUE 'G'.
           02 FILLER        PIC X(04).
       FD PRODATE.
       01 STRUCT-PRODATE.
           02 PR-DATE       PIC 9(08).
       FD STRMLOG
           RECORD CONTAINS 80 CHARACTERS.
       01 STRMLOG-ENREG  PIC X(80).
       FD GATEAPPR.
       COPY GATEFS REPLACING ==()== BY ==GATEAPPR==.
       FD FILEOUT4
           RECORD CONTAINS 80 CHARACTERS.
       01 FILEOUT4-ENREG PIC X(80).
               10 WS-STEP-DAYS   PIC X(08).
               10 WS-STEP-PRED   PIC X(08).
               10 WS-STEP-STREAM PIC X(01).
               10 WS-STEP-TYPE   PIC X(01).
               10 WS-STEP-OPER   PIC X(08).
       01 WS-STEP-COUNT   PIC 9(02) VALUE 0.
       01 WS-STEP-IX      PIC 9(02).
      / CHAIN CONTROL
       01 WS-HARV-CX      PIC 9(01).
       01 WS-HARV-DIG-X   PIC X(01).
       01 WS-HARV-DIG REDEFINES WS-HARV-DIG-X PIC 9(01).
      / APPROVAL GATES : THE GATE'S PARAMETERS (AUTHORITY LEVEL,
      / CUTOFF HHMM, CONTROL-TOTAL SOURCE), ITS ARRIVAL STAMP, AND
      / THE CLOCK KEYS (HHMM, PLUS 10000 PAST MIDNIGHT) THE WAIT
      / COMPARES AGAINST THE CUTOFF
       01 WS-FS-GATEAPPR  PIC X(02).
           88 GATEAPPR-END VALUE '10'.
       01 WS-GATE-LEVEL-X PIC X(01).
       01 WS-GATE-LEVEL REDEFINES WS-GATE-LEVEL-X PIC 9(01).
       01 WS-GATE-CUT-X   PIC X(04).
       01 WS-GATE-CUT REDEFINES WS-GATE-CUT-X PIC 9(04).
       01 FILLER REDEFINES WS-GATE-CUT-X.
           05 WS-GATE-CUT-HH PIC 9(02).
           05 WS-GATE-CUT-MM PIC 9(02).
       01 WS-GATE-SRC     PIC X(10).
       01 WS-GATE-DATE    PIC 9(08).
       01 WS-GATE-NOW-DATE PIC 9(08).
       01 WS-GATE-TIME    PIC 9(08).
       01 FILLER REDEFINES WS-GATE-TIME.
           05 WS-GATE-HHMM   PIC 9(04).
           05 FILLER         PIC 9(04).
       01 WS-GATE-CUTKEY  PIC 9(05).
       01 WS-GATE-NOWKEY  PIC 9(05).
       01 WS-GATE-DEC     PIC X(01).
           88 GATE-APPROVED  VALUE 'A'.
           88 GATE-REJECTED  VALUE 'R'.
           88 GATE-UNDECIDED VALUE SPACE.
       01 WS-GATE-OPER    PIC X(08).
       01 WS-GATE-POLL    PIC X(80) VALUE 'sleep 60'.
      / REPORT LINE
       01 WS-REPORT-LINE.
           05 WS-RPT-NAME   PIC X(08).
           05 WS-RPT-RC     PIC ---9.
           05 WS-RPT-TRIES-LAB PIC X(09) VALUE '  TRIES :'.
           05 WS-RPT-TRIES  PIC Z9.
           05 WS-RPT-OPER-LAB PIC X(07).
           05 WS-RPT-OPER   PIC X(08).
           05 FILLER        PIC X(14).

      *****************************************************************
      *  Program : Load the chain, run it, then report and exit.
              MOVE CC-DAYS  TO WS-STEP-DAYS  (WS-STEP-COUNT)
              MOVE CC-PRED  TO WS-STEP-PRED  (WS-STEP-COUNT)
              MOVE CC-STREAM TO WS-STEP-STREAM (WS-STEP-COUNT)
              MOVE CC-TYPE  TO WS-STEP-TYPE  (WS-STEP-COUNT)
              MOVE SPACES   TO WS-STEP-OPER  (WS-STEP-COUNT)
      *       A GATE HOLDS EVERYTHING AFTER IT - IT CANNOT RUN IN
      *       THE BACKGROUND INSIDE A STREAM
              IF CC-GATE AND CC-STREAM NOT = SPACE
                 DISPLAY 'WARNING : GATE ' CC-PGM ' TAGGED INTO '
                         'STREAM ' CC-STREAM ' - RUN UNTAGGED'
                 MOVE SPACE TO WS-STEP-STREAM (WS-STEP-COUNT)
              END-IF
           END-IF
           .

              MOVE 'DAILY' TO WS-STEP-DAYS (WS-STEP-IX)
              MOVE SPACES TO WS-STEP-PRED (WS-STEP-IX)
              MOVE SPACE  TO WS-STEP-STREAM (WS-STEP-IX)
              MOVE SPACE  TO WS-STEP-TYPE (WS-STEP-IX)
              MOVE SPACES TO WS-STEP-OPER (WS-STEP-IX)
           END-PERFORM
           .

           ELSE
              PERFORM 096-PREDCHK THRU 096-EXIT
              IF PRED-OK
                 IF WS-STEP-TYPE (WS-STEP-IX) = 'G'
                    PERFORM 150-GATE THRU 150-EXIT
                 ELSE
                    PERFORM 190-RUNSTEP
                 END-IF
              ELSE
                 MOVE 'HELD' TO WS-STEP-STATUS (WS-STEP-IX)
                 ADD 1 TO WS-CNT-HELD
       101-EXIT.
           EXIT.

       150-GATE.
      *****************************************************************
      *  This routine holds the chain at an approval gate : the
      *  steps after it wait until an operator's decision for
      *  tonight's run number is accepted on GATEAPPR (PGM126 checks
      *  the operator's authority and the quoted control totals).
      *  The latest accepted decision wins. An approval releases
      *  the gate and checkpoints it; a rejection, or no decision
      *  by the cutoff, stops the chain with a critical message.
      *  A gate not released is not checkpointed : the rerun waits
      *  at it again.
           MOVE SPACES TO WS-GATE-LEVEL-X WS-GATE-CUT-X WS-GATE-SRC.
           UNSTRING WS-STEP-PARM (WS-STEP-IX) DELIMITED BY ALL SPACE
              INTO WS-GATE-LEVEL-X WS-GATE-CUT-X WS-GATE-SRC
           END-UNSTRING.
           IF WS-GATE-LEVEL-X NOT NUMERIC OR WS-GATE-LEVEL = 0
              DISPLAY 'WARNING : GATE ' WS-STEP-NAME (WS-STEP-IX)
                      ' AUTHORITY LEVEL INVALID - 3 ASSUMED'
              MOVE 3 TO WS-GATE-LEVEL
           END-IF.
           IF WS-GATE-CUT-X NOT NUMERIC
              OR WS-GATE-CUT-HH > 23 OR WS-GATE-CUT-MM > 59
              DISPLAY 'WARNING : GATE ' WS-STEP-NAME (WS-STEP-IX)
                      ' CUTOFF INVALID - 0600 ASSUMED'
              MOVE '0600' TO WS-GATE-CUT-X
           END-IF.
      *    A CUTOFF NOT LATER THAN THE ARRIVAL IS TOMORROW'S
           ACCEPT WS-GATE-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-GATE-TIME FROM TIME.
           MOVE WS-GATE-CUT TO WS-GATE-CUTKEY.
           IF WS-GATE-CUT NOT > WS-GATE-HHMM
              ADD 10000 TO WS-GATE-CUTKEY
           END-IF.
           MOVE 'WAITING' TO WS-STEP-STATUS (WS-STEP-IX).
           DISPLAY 'GATE ' WS-STEP-NAME (WS-STEP-IX)
                   ' AWAITING APPROVAL OF RUN ' WS-RUNNO
                   ' - CUTOFF ' WS-GATE-CUT-X.
           MOVE 'I' TO WS-HUB-SEV.
           MOVE SPACES TO WS-HUB-TEXT.
           STRING 'GATE ' WS-STEP-NAME (WS-STEP-IX)
                  ' AWAITING APPROVAL - CUTOFF ' WS-GATE-CUT-X
                  DELIMITED BY SIZE
             INTO WS-HUB-TEXT
           END-STRING.
           PERFORM 198-HUBMSG.
           PERFORM 151-GATEREAD.
           PERFORM 152-GATECLOCK.
           PERFORM UNTIL NOT GATE-UNDECIDED
                      OR WS-GATE-NOWKEY NOT < WS-GATE-CUTKEY
              CALL 'SYSTEM' USING WS-GATE-POLL
              MOVE 0 TO RETURN-CODE
              PERFORM 151-GATEREAD
              PERFORM 152-GATECLOCK
           END-PERFORM.
           MOVE WS-GATE-OPER TO WS-STEP-OPER (WS-STEP-IX).
           MOVE SPACES TO WS-HUB-TEXT.
           EVALUATE TRUE
              WHEN GATE-APPROVED
                 MOVE 'RELEASED' TO WS-STEP-STATUS (WS-STEP-IX)
                 MOVE 'Y' TO WS-STEP-CKDONE (WS-STEP-IX)
                 PERFORM 055-CKSAVE
                 MOVE 'I' TO WS-HUB-SEV
                 STRING 'GATE ' WS-STEP-NAME (WS-STEP-IX)
                        ' APPROVED BY ' WS-GATE-OPER
                        DELIMITED BY SIZE
                   INTO WS-HUB-TEXT
                 END-STRING
              WHEN GATE-REJECTED
                 MOVE 'REJECTED' TO WS-STEP-STATUS (WS-STEP-IX)
                 MOVE 'Y' TO WS-CHAIN-SW
                 MOVE 'C' TO WS-HUB-SEV
                 STRING 'GATE ' WS-STEP-NAME (WS-STEP-IX)
                        ' REJECTED BY ' WS-GATE-OPER
                        ' - RELEASE STOPPED'
                        DELIMITED BY SIZE
                   INTO WS-HUB-TEXT
                 END-STRING
              WHEN OTHER
                 MOVE 'HELD' TO WS-STEP-STATUS (WS-STEP-IX)
                 ADD 1 TO WS-CNT-HELD
                 MOVE 'Y' TO WS-CHAIN-SW
                 MOVE 'C' TO WS-HUB-SEV
                 STRING 'GATE ' WS-STEP-NAME (WS-STEP-IX)
                        ' NOT APPROVED BY CUTOFF ' WS-GATE-CUT-X
                        ' - CHAIN HELD'
                        DELIMITED BY SIZE
                   INTO WS-HUB-TEXT
                 END-STRING
           END-EVALUATE.
           DISPLAY WS-HUB-TEXT.
           PERFORM 198-HUBMSG.
       150-EXIT.
           EXIT.

       151-GATEREAD.
      *****************************************************************
      *  This routine scans GATEAPPR for the latest accepted
      *  decision on this gate for tonight's run, from an operator
      *  at the gate's authority level or above
           MOVE SPACE  TO WS-GATE-DEC.
           MOVE SPACES TO WS-GATE-OPER.
           OPEN INPUT GATEAPPR.
           IF WS-FS-GATEAPPR = '00'
              PERFORM UNTIL GATEAPPR-END
                 READ GATEAPPR
                    NOT AT END
                       IF GA-GATE = WS-STEP-NAME (WS-STEP-IX)
                          AND GA-RUNNO = WS-RUNNO
                          AND GA-ACCEPTED
                          AND GA-LEVEL NOT < WS-GATE-LEVEL
                          AND (GA-APPROVE OR GA-REJECT)
                          MOVE GA-DECISION TO WS-GATE-DEC
                          MOVE GA-OPER     TO WS-GATE-OPER
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GATEAPPR
           END-IF
           .

       152-GATECLOCK.
      *****************************************************************
      *  This routine reads the clock into WS-GATE-NOWKEY, HHMM
      *  plus 10000 once the date has moved past the arrival's
           ACCEPT WS-GATE-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-GATE-TIME FROM TIME.
           MOVE WS-GATE-HHMM TO WS-GATE-NOWKEY.
           IF WS-GATE-NOW-DATE > WS-GATE-DATE
              ADD 10000 TO WS-GATE-NOWKEY
           END-IF
           .

       165-TAGCHK.
      *****************************************************************
      *  This routine tells whether WS-STRM-TAG is already running
              MOVE WS-STEP-STATUS (WS-STEP-IX) TO WS-RPT-STATUS
              MOVE WS-STEP-RC (WS-STEP-IX)     TO WS-RPT-RC
              MOVE WS-STEP-TRIES (WS-STEP-IX)  TO WS-RPT-TRIES
              IF WS-STEP-TYPE (WS-STEP-IX) = 'G'
                 AND WS-STEP-OPER (WS-STEP-IX) NOT = SPACES
                 MOVE '  BY : ' TO WS-RPT-OPER-LAB
                 MOVE WS-STEP-OPER (WS-STEP-IX) TO WS-RPT-OPER
              END-IF
              WRITE FILEOUT4-ENREG FROM WS-REPORT-LINE
           END-PERFORM.
           IF CHAIN-STOPPED
