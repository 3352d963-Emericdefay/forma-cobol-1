      *****************************************************************
      * Program name:    PGM094
      *
      * Original author: DEFAY E.
      *
      * Purpose : Incoming interbank transfers. Reads the clearing
      *           system's XTRFIN file (XTRFFS layout : header,
      *           details, control trailer) twice : a first pass
      *           proves the trailer's count and total against the
      *           details before anything is posted, the second
      *           matches each detail's beneficiary IBAN to one of
      *           our accounts - bank code ours, account on ACCTMSTR,
      *           the IBAN rebuilt by PGM095 for that account equal
      *           to the one received. A matched transfer becomes a
      *           'C' credit on MVTSIN for the night's PGM017
      *           posting; an unmatched one (unknown IBAN, closed
      *           account, currency not the account's, amount the
      *           balance cannot hold) goes to the XTRFRET return
      *           file for the originating bank, with its reason.
      *           A beneficiary IBAN whose check digits do not prove
      *           (PGM102) is returned at once, before any account is
      *           looked at. A file the clearing system sends twice
      *           is refused before anything is credited (PGM129
      *           inbound-file registry).
      *
      * Using :
      *    - Copybooks XTRFFS, ACCTFS & MVTFS
      *    - ACCTMSTR as loaded by PGM019
      *    - PGM095 IBAN subprogram
      *    - PGM102 IBAN check-digit subprogram
      *    - PGM129 inbound-file registry subprogram
      *    - PGM124 dataset lineage
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created : incoming transfers credited
      *                    overnight, the unmatched sent back
      * 15/10/26  DEFAY E. The beneficiary IBAN's check digits proved
      *                    by PGM102 first; the IBAN rebuilt from the
      *                    branch code held on the account (F-RIB)
      *                    once assigned, the department before
      * 15/10/26  DEFAY E. XTRFIN fingerprinted in the control pass
      *                    (details, total, header date, first and
      *                    last details) and checked against the
      *                    PGM129 inbound-file registry : a file
      *                    already credited is refused, unless
      *                    PJ-FOPER and PJ-FMOTIF force it through;
      *                    every file credited is registered
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM094.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /    XTRFIN (incoming interbank transfers from the clearing)
           SELECT XTRFIN
           ASSIGN TO XTRFIN
           FILE STATUS is WS-FS-XIN.
      /    ACCTMSTR (indexed account master keyed on F-COMPTE)
           SELECT ACCTMSTR
           ASSIGN TO ACCTMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS F-COMPTE
           FILE STATUS is WS-FS-MSTR.
      /    MVTSIN (movement feed for PGM017, appended)
           SELECT MVTSIN
           ASSIGN TO MVTSIN
           FILE STATUS is WS-FS-MVTSIN.
      /    XTRFRET (transfers returned to the originating bank)
           SELECT XTRFRET
           ASSIGN TO XTRFRET.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD XTRFIN
           RECORD CONTAINS 160 CHARACTERS.
       COPY XTRFFS REPLACING ==()== BY ==XTRFIN==.
       FD ACCTMSTR.
       COPY ACCTFS REPLACING ==()== BY ==ACCTMSTR==.
       FD MVTSIN.
       COPY MVTFS REPLACING ==()== BY ==MVTSIN==.
       FD XTRFRET
           RECORD CONTAINS 160 CHARACTERS.
       COPY XTRFFS REPLACING ==()== BY ==XTRFRET==.
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-XIN      PIC X(02).
           88 XIN-END     VALUE '10'.
       01 WS-FS-MSTR     PIC X(02).
       01 WS-FS-MVTSIN   PIC X(02).
       01 WS-CNT-READ    PIC 9(07) VALUE 0.
       01 WS-CNT-CREDIT  PIC 9(07) VALUE 0.
       01 WS-CNT-RETURN  PIC 9(07) VALUE 0.
       01 WS-TOT-READ    PIC 9(13)V99 VALUE 0.
       01 WS-TOT-RETURN  PIC 9(13)V99 VALUE 0.
      / Control pass : header seen, trailer figures
       01 WS-HDR-SW      PIC X(01) VALUE 'N'.
           88 HDR-SEEN    VALUE 'Y'.
       01 WS-TRL-SW      PIC X(01) VALUE 'N'.
           88 TRL-SEEN    VALUE 'Y'.
       01 WS-TRL-COUNT   PIC 9(07) VALUE 0.
       01 WS-TRL-TOTAL   PIC 9(13)V99 VALUE 0.
      / Match of one detail : return reason, spaces when matched
       01 WS-MOTIF       PIC X(04).
       01 WS-IBAN-CPT    PIC X(11).
       01 WS-IBAN-CPT-N REDEFINES WS-IBAN-CPT PIC 9(11).
       01 WS-DEV-XTRF    PIC X(03).
       01 WS-DEV-ACCT    PIC X(03).
       01 WS-MNT-MAX     PIC 9(09)V99 VALUE 9999999.99.
      / PGM095 IBAN interface
       01 WS-CALL-IBAN   PIC X(08) VALUE "PGM095  ".
       01 WS-IB-GUICHET  PIC 9(05).
       01 WS-IB-COMPTE   PIC 9(11).
       01 WS-IB-IBAN     PIC X(27).
      / PGM102 IBAN check-digit interface
       01 WS-CALL-IBCHK  PIC X(08) VALUE "PGM102  ".
       01 WS-IBCHK-IBAN  PIC X(34).
       01 WS-IBCHK-OK    PIC X(01).
       01 WS-CNT-BADKEY  PIC 9(07) VALUE 0.
      / Run date as the AAAA-MM-JJ value date of an undated item
       01 WS-DTVAL-DEF   PIC X(10).
      / PGM081 control-date interface
       01 WS-CALL-DATE   PIC X(08) VALUE "PGM081  ".
      / PGM129 inbound-file registry interface : XTRFIN's
      / fingerprint, taken in the control pass
       01 WS-CALL-INF    PIC X(08) VALUE "PGM129  ".
       01 WS-INF-FUNC    PIC X(01).
       01 WS-INF-PGM     PIC X(08) VALUE 'PGM094'.
       01 WS-INF-FEED    PIC X(12) VALUE 'XTRFIN'.
       01 WS-INF-COUNT   PIC 9(09) VALUE 0.
       01 WS-INF-TOTAL   PIC S9(13)V99 VALUE 0.
       01 WS-INF-CREAT   PIC 9(12) VALUE 0.
       01 WS-INF-FIRST   PIC X(80) VALUE SPACES.
       01 WS-INF-LAST    PIC X(80) VALUE SPACES.
       01 WS-INF-RESULT  PIC X(01).
           88 INF-DUP     VALUE 'D'.
      / Parameter from JCL run
       01 PJ-RUNDATE     PIC 9(08).
       01 PJ-BANQUE      PIC X(05).
       01 PJ-BANQUE-DEF  PIC X(05) VALUE '99999'.
       01 PJ-FOPER       PIC X(08).
       01 PJ-FMOTIF      PIC X(40).
      / PGM124 dataset-lineage interface
       01 WS-CALL-LIN    PIC X(08) VALUE "PGM124  ".
       01 WS-LIN-PGM     PIC X(08) VALUE 'PGM094'.
       01 WS-LIN-DSN     PIC X(10).
       01 WS-LIN-MODE    PIC X(01).
       01 WS-LIN-COUNT   PIC 9(09).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           PERFORM 050-CONTROL THRU 050-EXIT.
           PERFORM 001-OFILE THRU 001-EXIT.
           PERFORM 100-MATCH THRU 100-EXIT.
           PERFORM 999-CFILE THRU 999-EXIT.
           MOVE 'A' TO WS-INF-FUNC.
           PERFORM 056-CALLINF.
           PERFORM 200-EXITP THRU 200-EXIT.
           STOP RUN.
      *****************************************************************
      *  This routine handle parameters
      *****************************************************************
       000-PARMS.
           ACCEPT PJ-RUNDATE.
           IF PJ-RUNDATE = SPACE OR LOW-VALUE THEN
              CALL WS-CALL-DATE USING PJ-RUNDATE
           END-IF.
           ACCEPT PJ-BANQUE.
           IF PJ-BANQUE = SPACES OR LOW-VALUES
              MOVE PJ-BANQUE-DEF TO PJ-BANQUE
           END-IF.
           ACCEPT PJ-FOPER.
           ACCEPT PJ-FMOTIF.
           MOVE SPACES TO WS-DTVAL-DEF.
           STRING PJ-RUNDATE (1:4) '-'
                  PJ-RUNDATE (5:2) '-'
                  PJ-RUNDATE (7:2)
                  DELIMITED BY SIZE
             INTO WS-DTVAL-DEF
           END-STRING.
       000-EXIT.
           EXIT.
      *****************************************************************
      *  This routine proves the file before anything is posted :
      *  a header first, a trailer last, and the trailer's count
      *  and total equal to the details read. A file that does not
      *  prove is refused whole.
      *****************************************************************
       050-CONTROL.
           OPEN INPUT XTRFIN.
           IF WS-FS-XIN NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT XTRFIN FAILED - FILE '
                      'STATUS ' WS-FS-XIN
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL XIN-END
              READ XTRFIN
                 NOT AT END
                    PERFORM 055-CTLONE
              END-READ
           END-PERFORM.
           CLOSE XTRFIN.
           IF NOT HDR-SEEN OR NOT TRL-SEEN
              DISPLAY 'ERROR : XTRFIN HEADER OR TRAILER MISSING - '
                      'FILE REFUSED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-TRL-COUNT NOT = WS-CNT-READ
              OR WS-TRL-TOTAL NOT = WS-TOT-READ
              DISPLAY 'ERROR : XTRFIN TRAILER ' WS-TRL-COUNT
                      ' / ' WS-TRL-TOTAL ' - DETAILS ' WS-CNT-READ
                      ' / ' WS-TOT-READ ' - FILE REFUSED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-CNT-READ TO WS-INF-COUNT.
           MOVE WS-TOT-READ TO WS-INF-TOTAL.
           MOVE 'C' TO WS-INF-FUNC.
           PERFORM 056-CALLINF.
           IF INF-DUP
              DISPLAY 'ERROR : XTRFIN REFUSED - NOTHING CREDITED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 0   TO WS-CNT-READ.
           MOVE 0   TO WS-TOT-READ.
           MOVE '00' TO WS-FS-XIN.
       050-EXIT.
           EXIT.
      *****************************************************************
      *  This routine counts one record of the control pass
      *****************************************************************
       055-CTLONE.
           EVALUATE TRUE
              WHEN XF-HEADER OF STRUCT-XTRFIN
                 MOVE 'Y' TO WS-HDR-SW
                 IF XH-DATE OF STRUCT-XTRFIN NUMERIC
                    MOVE XH-DATE OF STRUCT-XTRFIN TO WS-INF-CREAT
                 END-IF
              WHEN XF-DETAIL OF STRUCT-XTRFIN
                 ADD 1 TO WS-CNT-READ
                 ADD XD-MNT OF STRUCT-XTRFIN TO WS-TOT-READ
                 IF WS-CNT-READ = 1
                    MOVE STRUCT-XTRFIN TO WS-INF-FIRST
                 END-IF
                 MOVE STRUCT-XTRFIN TO WS-INF-LAST
              WHEN XF-TRAILER OF STRUCT-XTRFIN
                 MOVE 'Y' TO WS-TRL-SW
                 MOVE XT-COUNT OF STRUCT-XTRFIN TO WS-TRL-COUNT
                 MOVE XT-TOTAL OF STRUCT-XTRFIN TO WS-TRL-TOTAL
              WHEN OTHER
                 DISPLAY 'WARNING : XTRFIN RECORD TYPE '
                         XF-TYPE OF STRUCT-XTRFIN ' IGNORED'
           END-EVALUATE.
      *****************************************************************
      *  This routine calls the PGM129 inbound-file registry
      *****************************************************************
       056-CALLINF.
           CALL WS-CALL-INF USING WS-INF-FUNC, WS-INF-PGM,
                WS-INF-FEED, WS-INF-COUNT, WS-INF-TOTAL,
                WS-INF-CREAT, WS-INF-FIRST, WS-INF-LAST,
                PJ-FOPER, PJ-FMOTIF, WS-INF-RESULT.
      *****************************************************************
      *  This routine opens the files of the matching pass
      *****************************************************************
       001-OFILE.
           OPEN INPUT XTRFIN.
           OPEN INPUT ACCTMSTR.
           IF WS-FS-MSTR NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT ACCTMSTR FAILED - FILE '
                      'STATUS ' WS-FS-MSTR
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN EXTEND MVTSIN.
           IF WS-FS-MVTSIN NOT = '00'
              OPEN OUTPUT MVTSIN
           END-IF.
           OPEN OUTPUT XTRFRET.
           MOVE SPACES     TO STRUCT-XTRFRET.
           MOVE 'H'        TO XF-TYPE OF STRUCT-XTRFRET.
           MOVE PJ-BANQUE  TO XH-BANQUE OF STRUCT-XTRFRET.
           MOVE PJ-RUNDATE TO XH-DATE OF STRUCT-XTRFRET.
           MOVE 'XTRFRET'  TO XH-FICHIER OF STRUCT-XTRFRET.
           WRITE STRUCT-XTRFRET.
       001-EXIT.
           EXIT.
      *****************************************************************
      *  This routine matches every detail : credit or return
      *****************************************************************
       100-MATCH.
           PERFORM UNTIL XIN-END
              READ XTRFIN
                 NOT AT END
                    IF XF-DETAIL OF STRUCT-XTRFIN
                       ADD 1 TO WS-CNT-READ
                       PERFORM 110-ONEXTRF THRU 110-EXIT
                       IF WS-MOTIF = SPACES
                          PERFORM 120-CREDIT
                       ELSE
                          PERFORM 130-RETURN
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine finds the account a beneficiary IBAN names :
      *  check digits proving (PGM102), FR, our bank code, an
      *  11-digit account within the 6-digit key range, the account
      *  on file and its rebuilt IBAN equal to the one received
      *  (AC01 otherwise); then the account
      *  open to credits (AC04), in the transfer's currency (AM03),
      *  able to hold the amount (AM02)
      *****************************************************************
       110-ONEXTRF.
           MOVE SPACES TO WS-MOTIF.
           MOVE XD-IBAN-BE OF STRUCT-XTRFIN TO WS-IBCHK-IBAN.
           CALL WS-CALL-IBCHK USING WS-IBCHK-IBAN, WS-IBCHK-OK.
           IF WS-IBCHK-OK NOT = 'Y'
              DISPLAY 'WARNING : IBAN CHECK DIGITS DO NOT PROVE - '
                      XD-IBAN-BE OF STRUCT-XTRFIN
              ADD 1 TO WS-CNT-BADKEY
              MOVE 'AC01' TO WS-MOTIF
              GO TO 110-EXIT
           END-IF.
           MOVE XD-IBAN-BE OF STRUCT-XTRFIN (15:11) TO WS-IBAN-CPT.
           IF XD-IBAN-BE OF STRUCT-XTRFIN (1:2) NOT = 'FR'
              OR XD-IBAN-BE OF STRUCT-XTRFIN (5:5) NOT = PJ-BANQUE
              OR WS-IBAN-CPT NOT NUMERIC
              MOVE 'AC01' TO WS-MOTIF
              GO TO 110-EXIT
           END-IF.
           IF WS-IBAN-CPT-N > 999999
              MOVE 'AC01' TO WS-MOTIF
              GO TO 110-EXIT
           END-IF.
           MOVE WS-IBAN-CPT-N TO F-COMPTE.
           READ ACCTMSTR
              INVALID KEY
                 MOVE 'AC01' TO WS-MOTIF
                 GO TO 110-EXIT
           END-READ.
           IF F-RIB NUMERIC
              MOVE F-GUICHET TO WS-IB-GUICHET
           ELSE
              MOVE F-DEPT    TO WS-IB-GUICHET
           END-IF.
           MOVE F-COMPTE TO WS-IB-COMPTE.
           CALL WS-CALL-IBAN USING PJ-BANQUE, WS-IB-GUICHET,
                WS-IB-COMPTE, WS-IB-IBAN.
           IF XD-IBAN-BE OF STRUCT-XTRFIN NOT = WS-IB-IBAN
              MOVE 'AC01' TO WS-MOTIF
              GO TO 110-EXIT
           END-IF.
           IF F-ETAT = 'F'
              MOVE 'AC04' TO WS-MOTIF
              GO TO 110-EXIT
           END-IF.
           IF XD-DEVISE OF STRUCT-XTRFIN = SPACES
              MOVE 'EUR' TO WS-DEV-XTRF
           ELSE
              MOVE XD-DEVISE OF STRUCT-XTRFIN TO WS-DEV-XTRF
           END-IF.
           IF F-DEVISE = SPACES OR F-DEVISE = LOW-VALUES
              MOVE 'EUR' TO WS-DEV-ACCT
           ELSE
              MOVE F-DEVISE TO WS-DEV-ACCT
           END-IF.
           IF WS-DEV-XTRF NOT = WS-DEV-ACCT
              MOVE 'AM03' TO WS-MOTIF
              GO TO 110-EXIT
           END-IF.
           IF XD-MNT OF STRUCT-XTRFIN > WS-MNT-MAX
              MOVE 'AM02' TO WS-MOTIF
           END-IF.
       110-EXIT.
           EXIT.
      *****************************************************************
      *  This routine writes the matched transfer to MVTSIN as a
      *  credit for the night's posting
      *****************************************************************
       120-CREDIT.
           MOVE SPACES      TO STRUCT-MVTSIN.
           MOVE F-COMPTE    TO MV-COMPTE.
           MOVE 'C'         TO MV-SENS.
           MOVE XD-MNT OF STRUCT-XTRFIN TO MV-MNT.
           IF XD-DTVAL OF STRUCT-XTRFIN = SPACES
              MOVE WS-DTVAL-DEF TO MV-DTVAL
           ELSE
              MOVE XD-DTVAL OF STRUCT-XTRFIN TO MV-DTVAL
           END-IF.
           MOVE XD-DEVISE OF STRUCT-XTRFIN TO MV-DEVISE.
           MOVE 'XTRF'      TO MV-ORIGINE.
           WRITE STRUCT-MVTSIN.
           ADD 1 TO WS-CNT-CREDIT.
      *****************************************************************
      *  This routine sends the unmatched transfer back, unchanged
      *  but for its reason code
      *****************************************************************
       130-RETURN.
           MOVE STRUCT-XTRFIN TO STRUCT-XTRFRET.
           MOVE WS-MOTIF      TO XD-MOTIF OF STRUCT-XTRFRET.
           WRITE STRUCT-XTRFRET.
           ADD 1 TO WS-CNT-RETURN.
           ADD XD-MNT OF STRUCT-XTRFIN TO WS-TOT-RETURN.
           DISPLAY 'RETURNED : ' XD-REF OF STRUCT-XTRFIN ' '
                   XD-IBAN-BE OF STRUCT-XTRFIN ' ' WS-MOTIF.
      *****************************************************************
      *  This routine records one closed dataset on the LINEAGE
      *  register (PGM124) : name, open mode, record count
      *****************************************************************
       990-LINEAGE.
           CALL WS-CALL-LIN USING WS-LIN-PGM, WS-LIN-DSN,
                WS-LIN-MODE, WS-LIN-COUNT.
      *****************************************************************
      *  Those routines handle files Closing
      *****************************************************************
       999-CFILE.
           MOVE SPACES        TO STRUCT-XTRFRET.
           MOVE 'T'           TO XF-TYPE OF STRUCT-XTRFRET.
           MOVE WS-CNT-RETURN TO XT-COUNT OF STRUCT-XTRFRET.
           MOVE WS-TOT-RETURN TO XT-TOTAL OF STRUCT-XTRFRET.
           WRITE STRUCT-XTRFRET.
           CLOSE XTRFIN.
           CLOSE ACCTMSTR.
           CLOSE MVTSIN.
           CLOSE XTRFRET.
           COMPUTE WS-LIN-COUNT = WS-CNT-READ + 2.
           MOVE 'XTRFIN' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           PERFORM 990-LINEAGE.
           MOVE 'ACCTMSTR' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE 0 TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           MOVE 'MVTSIN' TO WS-LIN-DSN.
           MOVE 'E' TO WS-LIN-MODE.
           MOVE WS-CNT-CREDIT TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           COMPUTE WS-LIN-COUNT = WS-CNT-RETURN + 2.
           MOVE 'XTRFRET' TO WS-LIN-DSN.
           MOVE 'O' TO WS-LIN-MODE.
           PERFORM 990-LINEAGE.
       999-EXIT.
           EXIT.
      *****************************************************************
      *  This routine should close the program (after some displays)
      *****************************************************************
       200-EXITP.
           DISPLAY "200-EXITP".
           DISPLAY '    TRANSFERS READ     : ' WS-CNT-READ.
           DISPLAY '    CREDITED TO MVTSIN : ' WS-CNT-CREDIT.
           DISPLAY '    RETURNED           : ' WS-CNT-RETURN.
           DISPLAY '    OF WHICH BAD KEY   : ' WS-CNT-BADKEY.
           IF WS-CNT-RETURN > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       200-EXIT.
           EXIT.
