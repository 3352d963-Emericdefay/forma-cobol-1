      *****************************************************************
      * Program name:    PGM021M
      *
      * Original author: DEFAY E.
      *
      * Purpose : Front-end edit function of PGM021, fed one ACCTFS
      *           record at a time - by PGM021's own read of FILEIN
      *           or by the PGM130 single-pass extract driver along
      *           with the other extract reports. FILECLEAN,
      *           FILEERR, the FILERPT21 rule summary, the counts
      *           and the RETURN-CODE are the same whoever reads the
      *           extract.
      *
      * Linkage :
      *    LK-FUNC    'O' load the rules and the departments and
      *               open the outputs, 'R' one extract record, 'C'
      *               print the rule summary and close
      *    LK-PARM    the edit's parameters, blank-separated in the
      *               order PGM021 accepts them (none - the rules
      *               come from EDITCTL)
      *    LK-REC     the ACCTFS extract record, on 'R'
      *    LK-RC      the edit's RETURN-CODE
      *
      * Using :
      *    - Copybook ACCTFS
      *    - DEPTMSTR as maintained by PGM009 PJ-MODE 'M'
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created out of PGM021's edit for the
      *                    single-pass extract driver
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM021M.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /    FILECLEAN (validated records, PGM008's input)
           SELECT FILECLEAN
           ASSIGN TO FILECLEAN.
      /    FILEERR (rejected records with reason codes)
           SELECT FILEERR
           ASSIGN TO FILEERR.
      /    EDITCTL (edit rules : field, check, severity, parameter)
           SELECT EDITCTL
           ASSIGN TO EDITCTL
           FILE STATUS is WS-FS-EDIT.
      /    FILERPT21 (per-rule firing summary)
           SELECT FILERPT21
           ASSIGN TO FILERPT21.
      /    DEPTMSTR (department master maintained by PGM009)
           SELECT DEPTMSTR
           ASSIGN TO DEPTMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DM-DEPT
           FILE STATUS is WS-FS-DEPTMSTR.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD FILECLEAN.
       COPY ACCTFS REPLACING ==()== BY ==FILECLEAN==.
       FD FILEERR
           RECORD CONTAINS 91 CHARACTERS.
       01  STRUCT-FILEERR.
           02 ER-ENREG   PIC X(80).
           02 FILLER     PIC X(01).
           02 ER-MOTIFS  PIC X(10).
       FD EDITCTL.
       01  STRUCT-EDITCTL.
           02 ED-FIELD   PIC X(08).
           02 FILLER     PIC X(01).
           02 ED-CHECK   PIC X(01).
           02 FILLER     PIC X(01).
           02 ED-SEV     PIC X(01).
           02 FILLER     PIC X(01).
           02 ED-PARM    PIC X(20).
           02 FILLER     PIC X(47).
       FD FILERPT21
           RECORD CONTAINS 80 CHARACTERS.
       01  FILERPT21-ENREG PIC X(80).
       FD DEPTMSTR.
       01  STRUCT-DEPTMSTR.
           02 DM-DEPT    PIC 9(02).
           02 FILLER     PIC X(01).
           02 DM-NOM     PIC X(25).
           02 FILLER     PIC X(01).
           02 DM-REGION  PIC 9(02).
           02 FILLER     PIC X(49).
      *****************************************************************
       WORKING-STORAGE SECTION.
      / The extract record handed over by the caller
       COPY ACCTFS REPLACING ==()== BY ==FILEIN==.
       01 WS-FS-DEPTMSTR PIC X(02).
           88 DEPTMSTR-END VALUE '10'.
       01 WS-CNT-READ    PIC 9(07) VALUE 0.
       01 WS-CNT-CLEAN   PIC 9(07) VALUE 0.
       01 WS-CNT-ERR     PIC 9(07) VALUE 0.
      / Validity flag per department code : base 01-95 per PGM009's
      / national list, then DEPTMSTR's newest word overrides
       01 WS-DEPT-VALID-TABLE.
           05 WS-DEPT-VALID PIC X(01) OCCURS 99 TIMES.
       01 WS-DV-IX       PIC 9(02).
      / Redefined views of the raw record bytes under edit
       01 WS-EDIT-REC    PIC X(80).
       01 FILLER REDEFINES WS-EDIT-REC.
           02 WS-E-COMPTE  PIC X(06).
           02 WS-E-NOM     PIC X(15).
           02 WS-E-SOLDER  PIC S9(07)V99.
           02 WS-E-DT-MVT.
              03 WS-E-DT-AAAA PIC X(04).
              03 WS-E-DT-S1   PIC X(01).
              03 WS-E-DT-MM   PIC X(02).
              03 WS-E-DT-S2   PIC X(01).
              03 WS-E-DT-JJ   PIC X(02).
           02 WS-E-ETAT    PIC X(01).
           02 WS-E-DEPT    PIC X(02).
           02 WS-E-LIBRE   PIC X(37).
       01 WS-MOTIFS      PIC X(10).
       01 WS-MOTIF-IX    PIC 9(02).
      / The edit rules in force : EDITCTL when present, otherwise
      / the compiled-in set reproducing the historical edit
       01 WS-FS-EDIT     PIC X(02).
           88 EDIT-END    VALUE '10'.
       01 WS-RULE-COUNT  PIC 9(02) VALUE 0.
       01 WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 20 TIMES.
              10 WS-RL-FIELD PIC X(08).
              10 WS-RL-CHECK PIC X(01).
              10 WS-RL-SEV   PIC X(01).
              10 WS-RL-PARM  PIC X(20).
              10 WS-RL-FIRED PIC 9(07).
       01 WS-RX          PIC 9(02).
       01 WS-FAIL-SW     PIC X(01).
           88 RULE-FAILED VALUE 'Y'.
       01 WS-CNT-WARN    PIC 9(07) VALUE 0.
      / The field byte and parameter scratch of the rule under test
       01 WS-FLD-1       PIC X(01).
       01 WS-VAL-TALLY   PIC 9(02).
       01 WS-RNG-MIN     PIC X(09).
       01 WS-RNG-MIN-N REDEFINES WS-RNG-MIN PIC 9(09).
       01 WS-RNG-MAX     PIC X(09).
       01 WS-RNG-MAX-N REDEFINES WS-RNG-MAX PIC 9(09).
       01 WS-ABS-SOLDE   PIC 9(09).
       01 WS-DT-NUM      PIC 9(08).
       01 WS-TODAY-DATE  PIC 9(08).
      / Report lines
       01 WS-RPT-HDR     PIC X(80) VALUE
          'PGM021 EDIT RULES SUMMARY'.
       01 WS-RPT-RULE.
           05 FILLER         PIC X(07) VALUE 'RULE : '.
           05 WS-RPT-R-ID    PIC 9(02).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-R-FIELD PIC X(08).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-R-CHECK PIC X(01).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-R-SEV   PIC X(01).
           05 FILLER         PIC X(09) VALUE '  FIRED: '.
           05 WS-RPT-R-CNT   PIC ZZZZZZ9.
           05 FILLER         PIC X(42) VALUE SPACES.
       LINKAGE SECTION.
       01 LK-FUNC        PIC X(01).
       01 LK-PARM        PIC X(100).
       01 LK-REC         PIC X(80).
       01 LK-RC          PIC S9(04).
      *****************************************************************
       PROCEDURE DIVISION USING LK-FUNC,
                                LK-PARM,
                                LK-REC,
                                LK-RC.
           EVALUATE LK-FUNC
              WHEN 'O'
                 MOVE 0 TO LK-RC
                 ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
                 PERFORM 005-LOADRULES THRU 005-EXIT
                 PERFORM 010-INITDEPT THRU 010-EXIT
                 PERFORM 001-OFILE THRU 001-EXIT
              WHEN 'R'
                 PERFORM 100-EDIT THRU 100-EXIT
              WHEN 'C'
                 PERFORM 150-RULERPT THRU 150-EXIT
                 PERFORM 200-EXITP THRU 200-EXIT
                 PERFORM 999-CFILE THRU 999-EXIT
              WHEN OTHER
                 DISPLAY 'WARNING : PGM021M CALLED WITH UNKNOWN '
                         'FUNCTION ' LK-FUNC
           END-EVALUATE.
           EXIT PROGRAM.
      *****************************************************************
      *  This routine loads the edit rules : EDITCTL when present,
      *  the compiled-in historical set otherwise
      *****************************************************************
       005-LOADRULES.
           OPEN INPUT EDITCTL.
           IF WS-FS-EDIT = '00'
              PERFORM UNTIL EDIT-END
                 READ EDITCTL
                    NOT AT END
                       IF WS-RULE-COUNT < 20
                          AND ED-FIELD NOT = SPACES
                          ADD 1 TO WS-RULE-COUNT
                          MOVE ED-FIELD
                            TO WS-RL-FIELD (WS-RULE-COUNT)
                          MOVE ED-CHECK
                            TO WS-RL-CHECK (WS-RULE-COUNT)
                          MOVE ED-SEV
                            TO WS-RL-SEV (WS-RULE-COUNT)
                          MOVE ED-PARM
                            TO WS-RL-PARM (WS-RULE-COUNT)
                          MOVE 0
                            TO WS-RL-FIRED (WS-RULE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EDITCTL
           END-IF.
           IF WS-RULE-COUNT = 0
              MOVE 4        TO WS-RULE-COUNT
              MOVE 'COMPTE' TO WS-RL-FIELD (1)
              MOVE 'N'      TO WS-RL-CHECK (1)
              MOVE 'E'      TO WS-RL-SEV (1)
              MOVE SPACES   TO WS-RL-PARM (1)
              MOVE 0        TO WS-RL-FIRED (1)
              MOVE 'SOLDER' TO WS-RL-FIELD (2)
              MOVE 'N'      TO WS-RL-CHECK (2)
              MOVE 'E'      TO WS-RL-SEV (2)
              MOVE SPACES   TO WS-RL-PARM (2)
              MOVE 0        TO WS-RL-FIRED (2)
              MOVE 'DTMVT'  TO WS-RL-FIELD (3)
              MOVE 'D'      TO WS-RL-CHECK (3)
              MOVE 'E'      TO WS-RL-SEV (3)
              MOVE SPACES   TO WS-RL-PARM (3)
              MOVE 0        TO WS-RL-FIRED (3)
              MOVE 'DEPT'   TO WS-RL-FIELD (4)
              MOVE 'T'      TO WS-RL-CHECK (4)
              MOVE 'E'      TO WS-RL-SEV (4)
              MOVE SPACES   TO WS-RL-PARM (4)
              MOVE 0        TO WS-RL-FIRED (4)
           END-IF.
       005-EXIT.
           EXIT.
      *****************************************************************
      *  This routine marks departments 01-95 valid, then applies
      *  DEPTMSTR's newest word : a maintained add turns its code on,
      *  a soft delete (DM-NOM spaces) turns it off.
      *****************************************************************
       010-INITDEPT.
           PERFORM VARYING WS-DV-IX FROM 1 BY 1
                     UNTIL WS-DV-IX > 99
              IF WS-DV-IX <= 95
                 MOVE 'Y' TO WS-DEPT-VALID (WS-DV-IX)
              ELSE
                 MOVE 'N' TO WS-DEPT-VALID (WS-DV-IX)
              END-IF
           END-PERFORM.
           OPEN INPUT DEPTMSTR.
           IF WS-FS-DEPTMSTR = '00'
              PERFORM UNTIL DEPTMSTR-END
                 READ DEPTMSTR NEXT
                    NOT AT END
                       PERFORM 011-APPLYMSTR
                 END-READ
              END-PERFORM
              CLOSE DEPTMSTR
           END-IF.
       010-EXIT.
           EXIT.
      *****************************************************************
      *  This routine applies one DEPTMSTR record to the flag table
      *****************************************************************
       011-APPLYMSTR.
           IF DM-DEPT >= 1 AND DM-DEPT <= 99
              IF DM-NOM = SPACES
                 MOVE 'N' TO WS-DEPT-VALID (DM-DEPT)
              ELSE
                 MOVE 'Y' TO WS-DEPT-VALID (DM-DEPT)
              END-IF
           END-IF.
      *****************************************************************
      *  This routine handle files opening
      *****************************************************************
       001-OFILE.
           OPEN OUTPUT FILECLEAN.
           OPEN OUTPUT FILEERR.
       001-EXIT.
           EXIT.
      *****************************************************************
      *  This routine field-validates one extract record
      *****************************************************************
       100-EDIT.
           MOVE LK-REC TO STRUCT-FILEIN.
           ADD 1 TO WS-CNT-READ.
           PERFORM 110-CHECK.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  Check condition for each record and route it clean or error
      *****************************************************************
       110-CHECK.
           MOVE STRUCT-FILEIN TO WS-EDIT-REC.
           MOVE SPACES TO WS-MOTIFS.
           MOVE 1 TO WS-MOTIF-IX.
           PERFORM VARYING WS-RX FROM 1 BY 1
                     UNTIL WS-RX > WS-RULE-COUNT
              PERFORM 111-ONERULE THRU 111-EXIT
           END-PERFORM.
           IF WS-MOTIFS = SPACES
              MOVE STRUCT-FILEIN TO STRUCT-FILECLEAN
              WRITE STRUCT-FILECLEAN
              ADD 1 TO WS-CNT-CLEAN
           ELSE
              MOVE WS-EDIT-REC TO ER-ENREG
              MOVE WS-MOTIFS   TO ER-MOTIFS
              WRITE STRUCT-FILEERR
              ADD 1 TO WS-CNT-ERR
           END-IF.
      *****************************************************************
      *  This routine applies one rule to the record : a failed
      *  reject rule quotes its id in WS-MOTIFS, a failed warn rule
      *  only counts
      *****************************************************************
       111-ONERULE.
           MOVE 'N' TO WS-FAIL-SW.
           EVALUATE WS-RL-CHECK (WS-RX)
              WHEN 'N'
                 PERFORM 112-CHKNUM
              WHEN 'V'
                 PERFORM 113-CHKLIST
              WHEN 'D'
                 PERFORM 114-CHKDATE
              WHEN 'R'
                 PERFORM 115-CHKRANGE
              WHEN 'T'
                 PERFORM 116-CHKDEPT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF RULE-FAILED
              ADD 1 TO WS-RL-FIRED (WS-RX)
              IF WS-RL-SEV (WS-RX) = 'W'
                 ADD 1 TO WS-CNT-WARN
              ELSE
                 IF WS-MOTIF-IX < 10
                    MOVE WS-RX
                      TO WS-MOTIFS (WS-MOTIF-IX:2)
                    ADD 2 TO WS-MOTIF-IX
                 END-IF
              END-IF
           END-IF.
       111-EXIT.
           EXIT.
      *****************************************************************
      *  The check types : numeric class, value list, date
      *  plausibility (NOFUTURE honoured), whole-unit range on the
      *  balance, department known to the master
      *****************************************************************
       112-CHKNUM.
           EVALUATE WS-RL-FIELD (WS-RX)
              WHEN 'COMPTE'
                 IF WS-E-COMPTE NOT NUMERIC
                    MOVE 'Y' TO WS-FAIL-SW
                 END-IF
              WHEN 'SOLDER'
                 IF WS-E-SOLDER NOT NUMERIC
                    MOVE 'Y' TO WS-FAIL-SW
                 END-IF
              WHEN 'DEPT'
                 IF WS-E-DEPT NOT NUMERIC
                    MOVE 'Y' TO WS-FAIL-SW
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       113-CHKLIST.
           EVALUATE WS-RL-FIELD (WS-RX)
              WHEN 'ETAT'
                 MOVE WS-E-ETAT TO WS-FLD-1
              WHEN 'NOM'
                 MOVE WS-E-NOM (1:1) TO WS-FLD-1
              WHEN OTHER
                 MOVE WS-EDIT-REC (1:1) TO WS-FLD-1
           END-EVALUATE.
           MOVE 0 TO WS-VAL-TALLY.
           INSPECT WS-RL-PARM (WS-RX) TALLYING WS-VAL-TALLY
              FOR ALL WS-FLD-1.
           IF WS-VAL-TALLY = 0
              MOVE 'Y' TO WS-FAIL-SW
           END-IF.
       114-CHKDATE.
           IF WS-E-DT-AAAA NOT NUMERIC OR
              WS-E-DT-MM   NOT NUMERIC OR
              WS-E-DT-JJ   NOT NUMERIC OR
              WS-E-DT-S1 NOT = '-'     OR
              WS-E-DT-S2 NOT = '-'     OR
              WS-E-DT-MM < '01' OR WS-E-DT-MM > '12' OR
              WS-E-DT-JJ < '01' OR WS-E-DT-JJ > '31'
              MOVE 'Y' TO WS-FAIL-SW
           ELSE
              IF WS-RL-PARM (WS-RX) (1:8) = 'NOFUTURE'
                 MOVE WS-E-DT-AAAA TO WS-DT-NUM (1:4)
                 MOVE WS-E-DT-MM   TO WS-DT-NUM (5:2)
                 MOVE WS-E-DT-JJ   TO WS-DT-NUM (7:2)
                 IF WS-DT-NUM > WS-TODAY-DATE
                    MOVE 'Y' TO WS-FAIL-SW
                 END-IF
              END-IF
           END-IF.
       115-CHKRANGE.
           IF WS-E-SOLDER NOT NUMERIC
              MOVE 'Y' TO WS-FAIL-SW
           ELSE
              MOVE WS-RL-PARM (WS-RX) (1:9)  TO WS-RNG-MIN
              MOVE WS-RL-PARM (WS-RX) (11:9) TO WS-RNG-MAX
              IF WS-RNG-MIN NUMERIC AND WS-RNG-MAX NUMERIC
                 IF WS-E-SOLDER < 0
                    COMPUTE WS-ABS-SOLDE = 0 - WS-E-SOLDER
                 ELSE
                    MOVE WS-E-SOLDER TO WS-ABS-SOLDE
                 END-IF
                 IF WS-ABS-SOLDE < WS-RNG-MIN-N
                    OR WS-ABS-SOLDE > WS-RNG-MAX-N
                    MOVE 'Y' TO WS-FAIL-SW
                 END-IF
              END-IF
           END-IF.
       116-CHKDEPT.
           IF WS-E-DEPT NOT NUMERIC
              MOVE 'Y' TO WS-FAIL-SW
           ELSE
              IF F-DEPT OF STRUCT-FILEIN < 1
                 OR F-DEPT OF STRUCT-FILEIN > 99
                 MOVE 'Y' TO WS-FAIL-SW
              ELSE
                 IF WS-DEPT-VALID (F-DEPT OF STRUCT-FILEIN) NOT = 'Y'
                    MOVE 'Y' TO WS-FAIL-SW
                 END-IF
              END-IF
           END-IF.
      *****************************************************************
      *  This routine prints one summary line per rule, so the
      *  rejection report reads against the rules that fired
      *****************************************************************
       150-RULERPT.
           OPEN OUTPUT FILERPT21.
           WRITE FILERPT21-ENREG FROM WS-RPT-HDR.
           PERFORM VARYING WS-RX FROM 1 BY 1
                     UNTIL WS-RX > WS-RULE-COUNT
              MOVE WS-RX               TO WS-RPT-R-ID
              MOVE WS-RL-FIELD (WS-RX) TO WS-RPT-R-FIELD
              MOVE WS-RL-CHECK (WS-RX) TO WS-RPT-R-CHECK
              MOVE WS-RL-SEV (WS-RX)   TO WS-RPT-R-SEV
              MOVE WS-RL-FIRED (WS-RX) TO WS-RPT-R-CNT
              WRITE FILERPT21-ENREG FROM WS-RPT-RULE
           END-PERFORM.
           CLOSE FILERPT21.
       150-EXIT.
           EXIT.
      *****************************************************************
      *  This routine should close the program (after some displays)
      *****************************************************************
       200-EXITP.
           DISPLAY "200-EXITP".
           DISPLAY '    RECORDS READ     : ' WS-CNT-READ.
           DISPLAY '    RECORDS CLEAN    : ' WS-CNT-CLEAN.
           DISPLAY '    RECORDS REJECTED : ' WS-CNT-ERR.
           DISPLAY '    WARNINGS         : ' WS-CNT-WARN.
           IF WS-CNT-ERR > 0
              MOVE 4 TO LK-RC
           END-IF.
       200-EXIT.
           EXIT.
      *****************************************************************
      *  Those routines handle files Closing
      *****************************************************************
       999-CFILE.
           CLOSE FILECLEAN.
           CLOSE FILEERR.
       999-EXIT.
           EXIT.
