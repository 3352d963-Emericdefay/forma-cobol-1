      *           sets RETURN-CODE 8, because a declaration that does
      *           not match the run controls must not leave the
      *           building.
      *           On a multi-establishment payroll the declaration
      *           is made per establishment (PD-ETAB, blank records
      *           of the years before counted under the ETABMSTR
      *           default) : the ANNDECL records come grouped by
      *           establishment with its SIRET, each establishment
      *           gets its own summary, and its bonus ties to the
      *           year's ETABTOT records for it.
      *
      * Using :
      *    - Copybooks PAYDFS, PAYTFS & ETABFS
      *    - PAYDETAIL / PAYTOTALS / ETABTOT as written by PGM011
      *      (the year's runs concatenated)
      *    - ETABMSTR as kept by PGM120 (optional)
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * 02/09/26  DEFAY E. Registering the report in the PGM075
      *                    spool catalog after close, for
      *                    reprint by run number
      * 15/10/26  DEFAY E. Declaring per establishment : ANNDECL
      *                    grouped by establishment with its code
      *                    and SIRET, a summary and an ETABTOT tie
      *                    per establishment on FILERPT55
      * 15/10/26  DEFAY E. Recording every dataset closed on the
      *                    LINEAGE register through PGM124 (run
      *                    number, open mode, record count)
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM055.
      /    FILERPT55 (company summary and tie check)
           SELECT FILERPT55
           ASSIGN TO FILERPT55.
      /    ETABTOT (the year's run control totals per establishment)
           SELECT ETABTOT
           ASSIGN TO ETABTOT
           FILE STATUS is WS-FS-ETABT.
      /    ETABMSTR (establishment master, for the SIRET and name -
      /    optional)
           SELECT ETABMSTR
           ASSIGN TO ETABMSTR
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is ES-CODE
           FILE STATUS is WS-FS-ETAB.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           02 AD-RETENUE PIC 9(10)V99.
           02 FILLER     PIC X(01).
           02 AD-NET     PIC S9(10)V99.
           02 FILLER     PIC X(01).
           02 AD-ETAB    PIC X(03).
           02 FILLER     PIC X(01).
           02 AD-SIRET   PIC 9(14).
           02 FILLER     PIC X(10).
       FD FILERPT55
           RECORD CONTAINS 80 CHARACTERS.
       01  FILERPT55-ENREG PIC X(80).
       FD ETABTOT.
       COPY PAYTFS REPLACING ==()== BY ==ETABTOT==.
       FD ETABMSTR.
       COPY ETABFS REPLACING ==()== BY ==ETABMSTR==.
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-PAYD     PIC X(02).
           88 PAYT-END    VALUE '10'.
       01 WS-CNT-READ    PIC 9(07) VALUE 0.
       01 WS-CNT-KEPT    PIC 9(07) VALUE 0.
       01 WS-CNT-ETABT   PIC 9(07) VALUE 0.
      / Per-employee annual accumulators
       01 WS-EMP-COUNT   PIC 9(04) VALUE 0.
       01 WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 1000 TIMES.
              10 WS-EM-SALARY  PIC 9(07).
              10 WS-EM-ETAB    PIC X(03).
              10 WS-EM-BRUT    PIC 9(10)V99.
              10 WS-EM-PRIME   PIC 9(09).
              10 WS-EM-RETENUE PIC 9(10)V99.
       01 WS-CO-NET      PIC S9(12)V99 VALUE 0.
       01 WS-PT-PRIME    PIC 9(11) VALUE 0.
       01 WS-PT-CNT      PIC 9(07) VALUE 0.
      / Per-establishment declaration : the ETABMSTR names and
      / SIRETs, the declared totals, the bonus of the records that
      / carried the establishment and the year's ETABTOT for it
       01 WS-FS-ETAB     PIC X(02).
           88 ETAB-END    VALUE '10'.
       01 WS-FS-ETABT    PIC X(02).
           88 ETABT-END   VALUE '10'.
       01 WS-ETABT-AVAIL-SW PIC X(01) VALUE 'N'.
           88 ETABT-AVAIL VALUE 'Y'.
       01 WS-ETAB-SEEN-SW PIC X(01) VALUE 'N'.
           88 ETAB-SEEN   VALUE 'Y'.
       01 WS-ETAB-DEF    PIC X(03) VALUE SPACES.
       01 WS-CUR-ETAB    PIC X(03).
       01 WS-ETB-COUNT   PIC 9(02) VALUE 0.
       01 WS-ETB-TABLE.
           05 WS-ETB-ENTRY OCCURS 20 TIMES.
              10 WS-EB-CODE    PIC X(03).
              10 WS-EB-NOM     PIC X(25).
              10 WS-EB-SIRET   PIC 9(14).
              10 WS-EB-KNOWN   PIC X(01).
              10 WS-EB-CNT     PIC 9(05).
              10 WS-EB-BRUT    PIC 9(12)V99.
              10 WS-EB-PRIME   PIC 9(11).
              10 WS-EB-NET     PIC S9(12)V99.
              10 WS-EB-PRIME-T PIC 9(11).
              10 WS-EB-TOT-T   PIC 9(11).
       01 WS-BX          PIC 9(02).
       01 WS-BY          PIC 9(02).
       01 WS-ETB-FOUND-SW PIC X(01).
           88 ETB-FOUND   VALUE 'Y'.
      / Report lines
       01 WS-RPT-HDR.
           05 FILLER         PIC X(34) VALUE
           05 FILLER         PIC X(10) VALUE '  VERDICT '.
           05 WS-RPT-T-VERD  PIC X(08).
           05 FILLER         PIC X(26) VALUE SPACES.
       01 WS-RPT-ETAB.
           05 FILLER         PIC X(14) VALUE 'ESTABLISHMENT '.
           05 WS-RPT-E-CODE  PIC X(03).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-RPT-E-NOM   PIC X(25).
           05 FILLER         PIC X(07) VALUE ' SIRET '.
           05 WS-RPT-E-SIRET PIC X(14).
           05 FILLER         PIC X(05) VALUE ' CNT '.
           05 WS-RPT-E-CNT   PIC ZZZZ9.
           05 FILLER         PIC X(06) VALUE SPACES.
       01 WS-RPT-ETIE.
           05 FILLER         PIC X(24) VALUE
              'ETABTOT PRIME TIE      :'.
           05 WS-RPT-ET-PT   PIC ZZZZZZZZZZ9.
           05 FILLER         PIC X(10) VALUE '  VERDICT '.
           05 WS-RPT-ET-VERD PIC X(08).
           05 FILLER         PIC X(27) VALUE SPACES.
      / PGM081 control-date interface
       01 WS-CALL-DATE   PIC X(08) VALUE "PGM081  ".
      / PGM075 report-catalog interface
      / Parameter from JCL run
       01 PJ-YEAR        PIC 9(04).
       01 WS-TODAY-DATE  PIC 9(08).
      / PGM124 dataset-lineage interface
       01 WS-CALL-LIN    PIC X(08) VALUE "PGM124  ".
       01 WS-LIN-PGM     PIC X(08) VALUE 'PGM055'.
       01 WS-LIN-DSN     PIC X(10).
       01 WS-LIN-MODE    PIC X(01).
       01 WS-LIN-COUNT   PIC 9(09).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           PERFORM 050-LOADETAB THRU 050-EXIT.
           PERFORM 100-ACCUM THRU 100-EXIT.
           PERFORM 150-PAYTOT THRU 150-EXIT.
           PERFORM 160-ETABTOT THRU 160-EXIT.
           PERFORM 200-DECLARE THRU 200-EXIT.
           STOP RUN.
      *****************************************************************
       000-EXIT.
           EXIT.
      *****************************************************************
      *  This routine loads the establishments, their names and
      *  SIRETs from ETABMSTR and notes the default one; without
      *  the master the establishments are only those PAYDETAIL
      *  carries
      *****************************************************************
       050-LOADETAB.
           OPEN INPUT ETABMSTR.
           IF WS-FS-ETAB NOT = '00'
              GO TO 050-EXIT
           END-IF.
           PERFORM UNTIL ETAB-END
              READ ETABMSTR NEXT
                 NOT AT END
                    MOVE ES-CODE TO WS-CUR-ETAB
                    PERFORM 112-ETBSLOT THRU 112-EXIT
                    IF ETB-FOUND
                       MOVE ES-NOM   TO WS-EB-NOM   (WS-BX)
                       MOVE ES-SIRET TO WS-EB-SIRET (WS-BX)
                       MOVE 'Y'      TO WS-EB-KNOWN (WS-BX)
                    END-IF
                    IF ES-IS-DEFAUT
                       MOVE ES-CODE TO WS-ETAB-DEF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ETABMSTR.
           MOVE 'ETABMSTR' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE 0 TO WS-LIN-COUNT.
           PERFORM 900-LINEAGE.
       050-EXIT.
           EXIT.
      *****************************************************************
      *  This routine accumulates the year's PAYDETAIL 'D' records
      *  per employee
      *****************************************************************
              END-READ
           END-PERFORM.
           CLOSE PAYDETAIL.
           MOVE 'PAYDETAIL' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-READ TO WS-LIN-COUNT.
           PERFORM 900-LINEAGE.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine adds one pay record into its employee's slot
      *****************************************************************
       110-ONEDETAIL.
           IF PD-ETAB = SPACES
              MOVE WS-ETAB-DEF TO WS-CUR-ETAB
           ELSE
              MOVE PD-ETAB TO WS-CUR-ETAB
              MOVE 'Y' TO WS-ETAB-SEEN-SW
           END-IF.
           PERFORM 112-ETBSLOT THRU 112-EXIT.
           IF ETB-FOUND AND PD-ETAB NOT = SPACES
              ADD PD-PRIME-F TO WS-EB-PRIME-T (WS-BX)
           END-IF.
           MOVE 'N' TO WS-EMP-FOUND-SW.
           PERFORM VARYING WS-EX FROM 1 BY 1
                     UNTIL WS-EX > WS-EMP-COUNT OR EMP-FOUND
              IF WS-EM-SALARY (WS-EX) = PD-SALARY
                 AND WS-EM-ETAB (WS-EX) = WS-CUR-ETAB
                 MOVE 'Y' TO WS-EMP-FOUND-SW
                 PERFORM 111-ADDIN
              END-IF
                 ADD 1 TO WS-EMP-COUNT
                 MOVE WS-EMP-COUNT TO WS-EX
                 MOVE PD-SALARY TO WS-EM-SALARY (WS-EX)
                 MOVE WS-CUR-ETAB TO WS-EM-ETAB (WS-EX)
                 MOVE 0 TO WS-EM-BRUT    (WS-EX)
                 MOVE 0 TO WS-EM-PRIME   (WS-EX)
                 MOVE 0 TO WS-EM-RETENUE (WS-EX)
           ADD PD-RETENUE TO WS-EM-RETENUE (WS-EX).
           ADD PD-NET     TO WS-EM-NET     (WS-EX).
      *****************************************************************
      *  This routine finds (or opens) the slot of establishment
      *  WS-CUR-ETAB at WS-BX; a full table is an error, the
      *  establishment's employees then left undeclared
      *****************************************************************
       112-ETBSLOT.
           MOVE 'N' TO WS-ETB-FOUND-SW.
           PERFORM VARYING WS-BY FROM 1 BY 1
                     UNTIL WS-BY > WS-ETB-COUNT OR ETB-FOUND
              IF WS-EB-CODE (WS-BY) = WS-CUR-ETAB
                 MOVE 'Y' TO WS-ETB-FOUND-SW
                 MOVE WS-BY TO WS-BX
              END-IF
           END-PERFORM.
           IF ETB-FOUND
              GO TO 112-EXIT
           END-IF.
           IF WS-ETB-COUNT < 20
              ADD 1 TO WS-ETB-COUNT
              MOVE WS-ETB-COUNT TO WS-BX
              MOVE WS-CUR-ETAB TO WS-EB-CODE  (WS-BX)
              MOVE SPACES      TO WS-EB-NOM   (WS-BX)
              MOVE 0           TO WS-EB-SIRET (WS-BX)
              MOVE 'N'         TO WS-EB-KNOWN (WS-BX)
              MOVE 0 TO WS-EB-CNT (WS-BX) WS-EB-BRUT (WS-BX)
                        WS-EB-PRIME (WS-BX) WS-EB-NET (WS-BX)
                        WS-EB-PRIME-T (WS-BX) WS-EB-TOT-T (WS-BX)
              MOVE 'Y' TO WS-ETB-FOUND-SW
           ELSE
              DISPLAY 'ERROR : ESTABLISHMENT TABLE FULL - '
                      WS-CUR-ETAB
              MOVE 8 TO RETURN-CODE
           END-IF.
       112-EXIT.
           EXIT.
      *****************************************************************
      *  This routine sums the year's PAYTOTALS records for the tie
      *****************************************************************
       150-PAYTOT.
           PERFORM UNTIL PAYT-END
              READ PAYTOTALS
                 NOT AT END
                    IF PT-RUNDATE OF STRUCT-PAYTOTALS / 10000
                       = PJ-YEAR
                       ADD PT-TOT OF STRUCT-PAYTOTALS TO WS-PT-PRIME
                       ADD 1 TO WS-PT-CNT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PAYTOTALS.
           MOVE 'PAYTOTALS' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-PT-CNT TO WS-LIN-COUNT.
           PERFORM 900-LINEAGE.
       150-EXIT.
           EXIT.
      *****************************************************************
      *  This routine sums the year's ETABTOT records per
      *  establishment for the per-establishment ties; missing on a
      *  year PAYDETAIL carries establishments is a warning
      *****************************************************************
       160-ETABTOT.
           OPEN INPUT ETABTOT.
           IF WS-FS-ETABT NOT = '00'
              IF ETAB-SEEN
                 DISPLAY 'WARNING : ETABTOT NOT AVAILABLE - '
                         'ESTABLISHMENT TIES CANNOT BE CHECKED'
                 IF RETURN-CODE = 0
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
              GO TO 160-EXIT
           END-IF.
           MOVE 'Y' TO WS-ETABT-AVAIL-SW.
           PERFORM UNTIL ETABT-END
              READ ETABTOT
                 NOT AT END
                    ADD 1 TO WS-CNT-ETABT
                    IF PT-RUNDATE OF STRUCT-ETABTOT / 10000 = PJ-YEAR
                       MOVE PT-ETAB OF STRUCT-ETABTOT TO WS-CUR-ETAB
                       PERFORM 112-ETBSLOT THRU 112-EXIT
                       IF ETB-FOUND
                          ADD PT-TOT OF STRUCT-ETABTOT
                              TO WS-EB-TOT-T (WS-BX)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ETABTOT.
           MOVE 'ETABTOT' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-ETABT TO WS-LIN-COUNT.
           PERFORM 900-LINEAGE.
       160-EXIT.
           EXIT.
      *****************************************************************
      *  This routine writes one ANNDECL record per employee, the
      *  company summary and the PAYTOTALS tie verdict
      *****************************************************************
           OPEN OUTPUT FILERPT55.
           MOVE PJ-YEAR TO WS-RPT-H-YEAR.
           WRITE FILERPT55-ENREG FROM WS-RPT-HDR.
           PERFORM VARYING WS-BX FROM 1 BY 1
                     UNTIL WS-BX > WS-ETB-COUNT
              PERFORM 205-DECLETAB THRU 205-EXIT
           END-PERFORM.
           MOVE WS-CO-BRUT  TO WS-RPT-S-BRUT.
           MOVE WS-CO-PRIME TO WS-RPT-S-PRIME.
           WRITE FILERPT55-ENREG FROM WS-RPT-TIE.
           CLOSE ANNDECL.
           CLOSE FILERPT55.
           MOVE 'ANNDECL' TO WS-LIN-DSN.
           MOVE 'O' TO WS-LIN-MODE.
           MOVE WS-EMP-COUNT TO WS-LIN-COUNT.
           PERFORM 900-LINEAGE.
           MOVE 'FILERPT55' TO WS-CAT-RPT.
           MOVE 0 TO WS-CAT-PAGES.
           MOVE 0 TO WS-CAT-LINES.
       200-EXIT.
           EXIT.
      *****************************************************************
      *  This routine declares the employees of establishment WS-BX
      *  and, for a named establishment, prints its line, its
      *  summary and its ETABTOT tie - the bonus of the records that
      *  carried the establishment against the year's ETABTOT
      *****************************************************************
       205-DECLETAB.
           PERFORM VARYING WS-EX FROM 1 BY 1
                     UNTIL WS-EX > WS-EMP-COUNT
              IF WS-EM-ETAB (WS-EX) = WS-EB-CODE (WS-BX)
                 PERFORM 210-ONEDECL
              END-IF
           END-PERFORM.
           IF WS-EB-CODE (WS-BX) = SPACES
              GO TO 205-EXIT
           END-IF.
           IF WS-EB-CNT (WS-BX) = 0 AND WS-EB-TOT-T (WS-BX) = 0
              GO TO 205-EXIT
           END-IF.
           MOVE WS-EB-CODE (WS-BX)  TO WS-RPT-E-CODE.
           MOVE WS-EB-NOM (WS-BX)   TO WS-RPT-E-NOM.
           MOVE SPACES              TO WS-RPT-E-SIRET.
           IF WS-EB-KNOWN (WS-BX) = 'Y'
              MOVE WS-EB-SIRET (WS-BX) TO WS-RPT-E-SIRET
           ELSE
              DISPLAY 'WARNING : ESTABLISHMENT ' WS-EB-CODE (WS-BX)
                      ' NOT ON ETABMSTR - NO SIRET DECLARED'
              IF RETURN-CODE = 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           MOVE WS-EB-CNT (WS-BX)   TO WS-RPT-E-CNT.
           WRITE FILERPT55-ENREG FROM WS-RPT-ETAB.
           MOVE WS-EB-BRUT (WS-BX)  TO WS-RPT-S-BRUT.
           MOVE WS-EB-PRIME (WS-BX) TO WS-RPT-S-PRIME.
           MOVE WS-EB-NET (WS-BX)   TO WS-RPT-S-NET.
           WRITE FILERPT55-ENREG FROM WS-RPT-SUMMARY.
           IF NOT ETABT-AVAIL
              GO TO 205-EXIT
           END-IF.
           MOVE WS-EB-TOT-T (WS-BX) TO WS-RPT-ET-PT.
           IF WS-EB-PRIME-T (WS-BX) = WS-EB-TOT-T (WS-BX)
              MOVE 'TIES    ' TO WS-RPT-ET-VERD
           ELSE
              MOVE 'BROKEN  ' TO WS-RPT-ET-VERD
              DISPLAY 'ERROR : ESTABLISHMENT ' WS-EB-CODE (WS-BX)
                      ' PRIME ' WS-EB-PRIME-T (WS-BX)
                      ' DOES NOT TIE TO ETABTOT '
                      WS-EB-TOT-T (WS-BX)
              MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE FILERPT55-ENREG FROM WS-RPT-ETIE.
       205-EXIT.
           EXIT.
      *****************************************************************
      *  This routine writes one employee's annual-totals record
      *****************************************************************
       210-ONEDECL.
           MOVE SPACES                 TO STRUCT-ANNDECL.
           MOVE WS-EM-SALARY (WS-EX)   TO AD-SALARY.
           MOVE WS-EM-ETAB (WS-EX)     TO AD-ETAB.
           IF WS-EB-KNOWN (WS-BX) = 'Y'
              MOVE WS-EB-SIRET (WS-BX) TO AD-SIRET
           END-IF.
           MOVE PJ-YEAR                TO AD-YEAR.
           MOVE WS-EM-BRUT (WS-EX)     TO AD-BRUT.
           MOVE WS-EM-PRIME (WS-EX)    TO AD-PRIME.
           ADD WS-EM-PRIME (WS-EX)   TO WS-CO-PRIME.
           ADD WS-EM-RETENUE (WS-EX) TO WS-CO-RETENUE.
           ADD WS-EM-NET (WS-EX)     TO WS-CO-NET.
           ADD 1                     TO WS-EB-CNT (WS-BX).
           ADD WS-EM-BRUT (WS-EX)    TO WS-EB-BRUT (WS-BX).
           ADD WS-EM-PRIME (WS-EX)   TO WS-EB-PRIME (WS-BX).
           ADD WS-EM-NET (WS-EX)     TO WS-EB-NET (WS-BX).
      *****************************************************************
      *  This routine records one closed dataset on the LINEAGE
      *  register (PGM124) : name, open mode, record count
      *****************************************************************
       900-LINEAGE.
           CALL WS-CALL-LIN USING WS-LIN-PGM, WS-LIN-DSN,
                WS-LIN-MODE, WS-LIN-COUNT.
