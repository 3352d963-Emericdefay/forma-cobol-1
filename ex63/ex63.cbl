      *           tonight contributes its trailing average, and the
      *           projected finish is compared against the online
      *           window opening at PJ-WINDOW (HHMMSS).
      *           When the PGM130 single-pass extract driver ran
      *           tonight, the report also sets its elapsed against
      *           the sum of the trailing standalone averages of the
      *           reports it ran (EXTRCTL, all five when absent) : the
      *           window time the single pass saved. Those reports
      *           are then no longer projected as steps to come.
      *
      * Using :
      *    - Copybook RUNLOGFS
      *    - RUNLOG as appended by PGM046, CHAINCTL as read by
      *      PGM016, EXTRCTL as read by PGM130
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * 02/09/26  DEFAY E. Registering the report in the PGM075
      *                    spool catalog after close, for
      *                    reprint by run number
      * 15/10/26  DEFAY E. Window time saved by the PGM130
      *                    single-pass driver against its reports'
      *                    standalone averages; the reports it ran
      *                    drop out of the projection
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM063.
      /    elapsed seconds)
           SELECT DURHIST
           ASSIGN TO DURHIST.
      /    EXTRCTL (the reports PGM130 runs in its single pass)
           SELECT EXTRCTL
           ASSIGN TO EXTRCTL
           FILE STATUS is WS-FS-EXTR.
      /    FILERPT63 (drift flags and the window projection)
           SELECT FILERPT63
           ASSIGN TO FILERPT63.
           02 FILLER     PIC X(01).
           02 DH-SECS    PIC 9(07).
           02 FILLER     PIC X(55).
       FD EXTRCTL.
       01  STRUCT-EXTRCTL.
           02 EC-PGM     PIC X(08).
           02 FILLER     PIC X(01).
           02 EC-PARM    PIC X(71).
       FD FILERPT63
           RECORD CONTAINS 80 CHARACTERS.
       01  FILERPT63-ENREG PIC X(80).
           88 LOG-END     VALUE '10'.
       01 WS-FS-CHAIN    PIC X(02).
           88 CHAIN-END   VALUE '10'.
       01 WS-FS-EXTR     PIC X(02).
           88 EXTR-END    VALUE '10'.
      / The reports PGM130 can run in its single pass, and those
      / EXTRCTL selects (all of them when it selects none)
       01 WS-MBR-TABLE.
           05 FILLER PIC X(08) VALUE 'PGM021  '.
           05 FILLER PIC X(08) VALUE 'PGM022  '.
           05 FILLER PIC X(08) VALUE 'PGM023  '.
           05 FILLER PIC X(08) VALUE 'PGM024  '.
           05 FILLER PIC X(08) VALUE 'PGM073  '.
       01 WS-MBR-R REDEFINES WS-MBR-TABLE.
           05 WS-MBR-PGM PIC X(08) OCCURS 5 TIMES.
       01 WS-MBR-SELS.
           05 WS-MBR-SEL PIC X(01) OCCURS 5 TIMES VALUE 'N'.
       01 WS-MBR-CNT     PIC 9(01) VALUE 0.
       01 WS-MX          PIC 9(01).
      / The single pass tonight against its reports standalone
       01 WS-DRV-SLOT    PIC 9(02) VALUE 0.
       01 WS-DRV-RAN-SW  PIC X(01) VALUE 'N'.
           88 DRV-RAN     VALUE 'Y'.
       01 WS-SOLO-SECS   PIC 9(08) VALUE 0.
       01 WS-SAVED-SECS  PIC S9(08).
       01 WS-CNT-NOBASE  PIC 9(01) VALUE 0.
       01 WS-MBR-SKIP-SW PIC X(01).
           88 MBR-SKIP    VALUE 'Y'.
      / Per-program slots : tonight's figures and the trailing
      / history (count and total seconds of the earlier nights)
       01 WS-PGM-COUNT   PIC 9(02) VALUE 0.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-RPT-P-VERD  PIC X(12).
           05 FILLER         PIC X(09) VALUE SPACES.
       01 WS-RPT-SAVE.
           05 FILLER         PIC X(15) VALUE 'PGM130 SECS : '.
           05 WS-RPT-S-DRV   PIC ZZZZZZ9.
           05 FILLER         PIC X(14) VALUE '  STANDALONE '.
           05 WS-RPT-S-SOLO  PIC ZZZZZZZ9.
           05 FILLER         PIC X(10) VALUE '  SAVED : '.
           05 WS-RPT-S-SAVED PIC -ZZZZZZZ9.
           05 FILLER         PIC X(10) VALUE '  NOBASE '.
           05 WS-RPT-S-NOB   PIC 9(01).
           05 FILLER         PIC X(06) VALUE SPACES.
      / PGM081 control-date interface
       01 WS-CALL-DATE   PIC X(08) VALUE "PGM081  ".
      / PGM075 report-catalog interface
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           PERFORM 030-LOADMBR THRU 030-EXIT.
           PERFORM 100-DERIVE THRU 100-EXIT.
           PERFORM 200-REPORT THRU 200-EXIT.
           STOP RUN.
       000-EXIT.
           EXIT.
      *****************************************************************
      *  This routine reads the reports PGM130 runs off EXTRCTL,
      *  the way PGM130 itself selects them
      *****************************************************************
       030-LOADMBR.
           OPEN INPUT EXTRCTL.
           IF WS-FS-EXTR = '00'
              PERFORM UNTIL EXTR-END
                 READ EXTRCTL
                    NOT AT END
                       PERFORM 031-ONEMBR
                 END-READ
              END-PERFORM
              CLOSE EXTRCTL
           END-IF.
           IF WS-MBR-CNT = 0
              PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 5
                 MOVE 'Y' TO WS-MBR-SEL (WS-MX)
              END-PERFORM
              MOVE 5 TO WS-MBR-CNT
           END-IF.
       030-EXIT.
           EXIT.
      *****************************************************************
      *  This routine marks the report one EXTRCTL line names
      *****************************************************************
       031-ONEMBR.
           PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 5
              IF WS-MBR-PGM (WS-MX) = EC-PGM
                 AND WS-MBR-SEL (WS-MX) NOT = 'Y'
                 MOVE 'Y' TO WS-MBR-SEL (WS-MX)
                 ADD 1 TO WS-MBR-CNT
              END-IF
           END-PERFORM.
      *****************************************************************
      *  This routine walks RUNLOG and derives every start/end
      *  pair's elapsed time : earlier nights feed the trailing
      *  history, tonight feeds the comparison
                 PERFORM 210-ONEPGM
              END-IF
           END-PERFORM.
           PERFORM 225-DRVRAN.
           PERFORM 220-PROJECT THRU 220-EXIT.
           PERFORM 230-SAVING THRU 230-EXIT.
           CLOSE FILERPT63.
           MOVE 'FILERPT63' TO WS-CAT-RPT.
           MOVE 0 TO WS-CAT-PAGES.
           PERFORM UNTIL CHAIN-END
              READ CHAINCTL
                 NOT AT END
                    PERFORM 221-ONECHAIN THRU 221-EXIT
              END-READ
           END-PERFORM.
           CLOSE CHAINCTL.
      *  to the projection
      *****************************************************************
       221-ONECHAIN.
           MOVE 'N' TO WS-MBR-SKIP-SW.
           IF DRV-RAN
              PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 5
                 IF WS-MBR-PGM (WS-MX) = CC-PGM
                    AND WS-MBR-SEL (WS-MX) = 'Y'
                    MOVE 'Y' TO WS-MBR-SKIP-SW
                 END-IF
              END-PERFORM
           END-IF.
           IF MBR-SKIP
              GO TO 221-EXIT
           END-IF.
           MOVE CC-PGM TO WS-LOOK-PGM.
           PERFORM 050-FINDSLOT THRU 050-EXIT.
           IF WS-SLOT-IX > 0
                       / WS-PG-HCNT (WS-SLOT-IX)
              END-IF
           END-IF.
       221-EXIT.
           EXIT.
      *****************************************************************
      *  This routine finds whether the PGM130 single pass ran
      *  tonight
      *****************************************************************
       225-DRVRAN.
           MOVE 'PGM130' TO WS-LOOK-PGM.
           PERFORM 050-FINDSLOT THRU 050-EXIT.
           MOVE WS-SLOT-IX TO WS-DRV-SLOT.
           IF WS-DRV-SLOT > 0
              IF WS-PG-TONIGHT (WS-DRV-SLOT) >= 0
                 MOVE 'Y' TO WS-DRV-RAN-SW
              END-IF
           END-IF.
      *****************************************************************
      *  This routine sets the single pass's elapsed tonight against
      *  the sum of its reports' trailing standalone averages
      *****************************************************************
       230-SAVING.
           IF NOT DRV-RAN
              GO TO 230-EXIT
           END-IF.
           PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 5
              IF WS-MBR-SEL (WS-MX) = 'Y'
                 PERFORM 231-ONESOLO
              END-IF
           END-PERFORM.
           COMPUTE WS-SAVED-SECS =
                   WS-SOLO-SECS - WS-PG-TONIGHT (WS-DRV-SLOT).
           MOVE WS-PG-TONIGHT (WS-DRV-SLOT) TO WS-RPT-S-DRV.
           MOVE WS-SOLO-SECS  TO WS-RPT-S-SOLO.
           MOVE WS-SAVED-SECS TO WS-RPT-S-SAVED.
           MOVE WS-CNT-NOBASE TO WS-RPT-S-NOB.
           WRITE FILERPT63-ENREG FROM WS-RPT-SAVE.
           DISPLAY '230-SAVING'.
           DISPLAY '    PGM130 SECS      : '
                   WS-PG-TONIGHT (WS-DRV-SLOT).
           DISPLAY '    STANDALONE SECS  : ' WS-SOLO-SECS.
           DISPLAY '    SECS SAVED       : ' WS-SAVED-SECS.
           IF WS-CNT-NOBASE > 0
              DISPLAY 'WARNING : ' WS-CNT-NOBASE ' REPORT(S) WITH '
                      'NO STANDALONE HISTORY LEFT OUT OF THE SUM'
           END-IF.
       230-EXIT.
           EXIT.
      *****************************************************************
      *  This routine adds one report's trailing standalone average
      *****************************************************************
       231-ONESOLO.
           MOVE WS-MBR-PGM (WS-MX) TO WS-LOOK-PGM.
           PERFORM 050-FINDSLOT THRU 050-EXIT.
           IF WS-SLOT-IX > 0
              IF WS-PG-HCNT (WS-SLOT-IX) > 0
                 COMPUTE WS-SOLO-SECS = WS-SOLO-SECS
                       + WS-PG-HTOT (WS-SLOT-IX)
                       / WS-PG-HCNT (WS-SLOT-IX)
              ELSE
                 ADD 1 TO WS-CNT-NOBASE
              END-IF
           ELSE
              ADD 1 TO WS-CNT-NOBASE
           END-IF.
