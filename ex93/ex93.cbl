      *****************************************************************
      * Program name:    PGM093
      *
      * Original author: DEFAY E.
      *
      * Purpose : CFONB 120 account statement export. For a given
      *           F-COMPTE (SYSIN) or a list of accounts (ACCTLIST,
      *           PJ-MODE 'B'), collects the account's entries from
      *           the indexed MVTJRNLX journal over the PGM018 cycle
      *           period (after the cycle's previous cutoff, up to
      *           PJ-CUTOFF), sorts them into value-date order and
      *           writes them to CFONBOUT in the 120-column bank
      *           statement format : one 01 opening-balance record,
      *           one 04 record per movement, one 07 closing-balance
      *           record. The STMTCYC cycle file is only read - the
      *           PGM018 monthly step stays the one that advances it.
      *           The file just written is listed on CFONBCTL in the
      *           XMITCTL layout, for the PGM065 register step that
      *           follows in the chain.
      *
      * Using :
      *    - Copybook ACCTFS (ACCTMSTR, the indexed account master)
      *    - Copybook JRNLXFS (MVTJRNLX as maintained by PGM017)
      *    - STMTCYC as advanced by PGM018
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created : corporate customers import
      *                    their statement instead of re-keying
      *                    the PGM018 print
      * 15/10/26  DEFAY E. The bank and branch codes come from the
      *                    account's F-RIB once assigned, the
      *                    PJ-BANQUE default and the department
      *                    before
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM093.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /    ACCTMSTR (indexed account master keyed on F-COMPTE)
           SELECT ACCTMSTR
           ASSIGN TO ACCTMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS F-COMPTE
           FILE STATUS is WS-FS-MSTR.
      /    MVTJRNLX (indexed journal keyed on account + sequence)
           SELECT MVTJRNLX
           ASSIGN TO MVTJRNLX
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JX-KEY
           FILE STATUS is WS-FS-JRNX.
      /    ACCTLIST (batch mode: list of accounts to export)
           SELECT ACCTLIST
           ASSIGN TO ACCTLIST
           FILE STATUS is WS-FS-LIST.
      /    STMTCYC (PGM018 statement-cycle file, read only)
           SELECT STMTCYC
           ASSIGN TO STMTCYC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SC-COMPTE
           FILE STATUS is WS-FS-CYC.
      /    CFONBOUT (CFONB 120 statement file)
           SELECT CFONBOUT
           ASSIGN TO CFONBOUT
           FILE STATUS is WS-FS-OUT.
      /    CFONBCTL (XMITCTL-layout entry for the PGM065 register)
           SELECT CFONBCTL
           ASSIGN TO CFONBCTL
           FILE STATUS is WS-FS-CTL.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD ACCTMSTR.
       COPY ACCTFS REPLACING ==()== BY ==ACCTMSTR==.
       FD MVTJRNLX.
       COPY JRNLXFS REPLACING ==()== BY ==MVTJRNLX==.
       FD ACCTLIST.
       01  STRUCT-ACCTLIST.
           02 AL-COMPTE       PIC 9(06).
           02 FILLER          PIC X(74).
       FD STMTCYC
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-STMTCYC.
           02 SC-COMPTE       PIC 9(06).
           02 FILLER          PIC X(01).
           02 SC-LASTNO       PIC 9(05).
           02 FILLER          PIC X(01).
           02 SC-LASTCUT      PIC X(10).
           02 FILLER          PIC X(01).
           02 SC-LASTSOLDE    PIC S9(07)V99.
           02 FILLER          PIC X(01).
           02 SC-PREVCUT      PIC X(10).
           02 FILLER          PIC X(01).
           02 SC-PREVSOLDE    PIC S9(07)V99.
           02 FILLER          PIC X(26).
       FD CFONBOUT
           RECORD CONTAINS 120 CHARACTERS.
       01  CFONBOUT-ENREG     PIC X(120).
       FD CFONBCTL.
       01  STRUCT-CFONBCTL.
           02 XC-DSN     PIC X(12).
           02 FILLER     PIC X(01).
           02 XC-RECLEN  PIC 9(03).
           02 FILLER     PIC X(01).
           02 XC-DEST    PIC X(12).
           02 FILLER     PIC X(51).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-MSTR     PIC X(02).
       01 WS-FS-JRNX     PIC X(02).
       01 WS-FS-LIST     PIC X(02).
           88 LIST-END    VALUE '10'.
       01 WS-FS-CYC      PIC X(02).
       01 WS-FS-OUT      PIC X(02).
       01 WS-FS-CTL      PIC X(02).
       01 WS-CYC-AVAIL-SW PIC X(01) VALUE 'N'.
           88 CYC-AVAIL   VALUE 'Y'.
       01 WS-CNT-ACCT    PIC 9(05) VALUE 0.
       01 WS-CNT-NOTFND  PIC 9(05) VALUE 0.
       01 WS-CNT-RECS    PIC 9(07) VALUE 0.
      / In-memory table of the account's journal entries for the
      / period, sorted into value-date order (PGM018 sizing)
       01 WS-JRNL-COUNT  PIC 9(03) VALUE 0.
       01 WS-JRNL-MAX    PIC 9(03) VALUE 200.
       01 WS-JRNL-TABLE.
           05 WS-JRNL-ENTRY OCCURS 200 TIMES.
              10 WS-J-DTVAL  PIC X(10).
              10 WS-J-SENS   PIC X(01).
              10 WS-J-MNT    PIC 9(07)V99.
              10 WS-J-AVANT  PIC S9(07)V99.
              10 WS-J-RUNDT  PIC 9(08).
              10 WS-J-SEQ    PIC 9(07).
       01 WS-JRNL-SWAP.
           05 WS-S-DTVAL     PIC X(10).
           05 WS-S-SENS      PIC X(01).
           05 WS-S-MNT       PIC 9(07)V99.
           05 WS-S-AVANT     PIC S9(07)V99.
           05 WS-S-RUNDT     PIC 9(08).
           05 WS-S-SEQ       PIC 9(07).
       01 WS-JX          PIC 9(03).
       01 WS-JY          PIC 9(03).
       01 WS-TRUNC-SW    PIC X(01).
           88 JRNL-TRUNC  VALUE 'Y'.
       01 WS-SORT-SW     PIC X(01).
           88 SORT-SWAPPED VALUE 'Y'.
      / Cycle period of the account : previous cutoff (spaces for
      / an account never statemented) and the balance it closed on
       01 WS-PER-DEBUT   PIC X(10).
       01 WS-PER-SOLDE   PIC S9(07)V99.
       01 WS-PER-SEEN-SW PIC X(01).
           88 PER-SEEN    VALUE 'Y'.
       01 WS-OPEN-SOLDE  PIC S9(07)V99.
       01 WS-CLOSE-SOLDE PIC S9(07)V99.
      / Date conversions : AAAA-MM-JJ and AAAAMMJJ to JJMMAA
       01 WS-DT-ISO      PIC X(10).
       01 WS-DT-ISO-R REDEFINES WS-DT-ISO.
           05 FILLER         PIC X(02).
           05 WS-DI-AA       PIC X(02).
           05 FILLER         PIC X(01).
           05 WS-DI-MM       PIC X(02).
           05 FILLER         PIC X(01).
           05 WS-DI-JJ       PIC X(02).
       01 WS-DT-NUM      PIC 9(08).
       01 WS-DT-NUM-R REDEFINES WS-DT-NUM.
           05 FILLER         PIC X(02).
           05 WS-DN-AA       PIC X(02).
           05 WS-DN-MM       PIC X(02).
           05 WS-DN-JJ       PIC X(02).
       01 WS-DT-CFONB.
           05 WS-DC-JJ       PIC X(02).
           05 WS-DC-MM       PIC X(02).
           05 WS-DC-AA       PIC X(02).
      / CFONB 120 balance record (01 opening / 07 closing) - the
      / amount in 14 positions, centimes implied, sign on the last
      / digit
       01 WS-CF-SOLDE.
           05 WS-CS-CODE     PIC X(02).
           05 WS-CS-BANQUE   PIC X(05).
           05 FILLER         PIC X(04) VALUE SPACES.
           05 WS-CS-GUICHET  PIC 9(05).
           05 WS-CS-DEVISE   PIC X(03).
           05 WS-CS-NBDEC    PIC 9(01) VALUE 2.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-CS-COMPTE   PIC 9(11).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-CS-DATE     PIC X(06).
           05 FILLER         PIC X(50) VALUE SPACES.
           05 WS-CS-MNT      PIC S9(12)V99.
           05 FILLER         PIC X(16) VALUE SPACES.
      / CFONB 120 movement record (04)
       01 WS-CF-MVT.
           05 WS-CM-CODE     PIC X(02) VALUE '04'.
           05 WS-CM-BANQUE   PIC X(05).
           05 WS-CM-OPINT    PIC X(04).
           05 WS-CM-GUICHET  PIC 9(05).
           05 WS-CM-DEVISE   PIC X(03).
           05 WS-CM-NBDEC    PIC 9(01) VALUE 2.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WS-CM-COMPTE   PIC 9(11).
           05 WS-CM-OPIB     PIC X(02).
           05 WS-CM-DTCPT    PIC X(06).
           05 WS-CM-REJET    PIC X(02) VALUE SPACES.
           05 WS-CM-DTVAL    PIC X(06).
           05 WS-CM-LIBELLE  PIC X(31).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-CM-ECRITURE PIC 9(07).
           05 WS-CM-EXONER   PIC X(01) VALUE SPACE.
           05 WS-CM-INDISPO  PIC X(01) VALUE SPACE.
           05 WS-CM-MNT      PIC S9(12)V99.
           05 WS-CM-REF      PIC X(16).
      / Account identification carried on every record
       01 WS-ACCT-DEVISE PIC X(03).
       01 WS-ACCT-BANQUE PIC X(05).
       01 WS-ACCT-GUICH  PIC 9(05).
      / PGM081 control-date interface
       01 WS-CALL-DATE   PIC X(08) VALUE "PGM081  ".
       01 WS-TODAY-DATE  PIC 9(08).
      / Parameter from JCL run
       01 PJ-MODE        PIC X(01).
           88 IS-BATCH    VALUE 'B'.
       01 PJ-MODE-DEF    PIC X(01) VALUE 'S'.
       01 PJ-COMPTE      PIC 9(06).
       01 PJ-CUTOFF      PIC X(10).
       01 PJ-BANQUE      PIC X(05).
       01 PJ-BANQUE-DEF  PIC X(05) VALUE '99999'.
       01 PJ-DEST        PIC X(12).
       01 PJ-DEST-DEF    PIC X(12) VALUE 'CORPORATE'.
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           PERFORM 001-OFILE THRU 001-EXIT.
           IF IS-BATCH
              PERFORM 050-BATCH THRU 050-EXIT
           ELSE
              PERFORM 100-STATEMENT THRU 100-EXIT
           END-IF.
           PERFORM 999-CFILE THRU 999-EXIT.
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
           ACCEPT PJ-CUTOFF.
           IF PJ-CUTOFF = SPACES OR LOW-VALUES
              CALL WS-CALL-DATE USING WS-TODAY-DATE
              MOVE SPACES TO PJ-CUTOFF
              STRING WS-TODAY-DATE (1:4) '-'
                     WS-TODAY-DATE (5:2) '-'
                     WS-TODAY-DATE (7:2)
                     DELIMITED BY SIZE
                INTO PJ-CUTOFF
              END-STRING
           END-IF.
           ACCEPT PJ-BANQUE.
           IF PJ-BANQUE = SPACES OR LOW-VALUES
              MOVE PJ-BANQUE-DEF TO PJ-BANQUE
           END-IF.
           ACCEPT PJ-DEST.
           IF PJ-DEST = SPACES OR LOW-VALUES
              MOVE PJ-DEST-DEF TO PJ-DEST
           END-IF.
           IF NOT IS-BATCH
              ACCEPT PJ-COMPTE
           END-IF.
       000-EXIT.
           EXIT.
      *****************************************************************
      *  This routine opens the files
      *****************************************************************
       001-OFILE.
           OPEN INPUT ACCTMSTR.
           IF WS-FS-MSTR NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT ACCTMSTR FAILED - FILE '
                      'STATUS ' WS-FS-MSTR
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT MVTJRNLX.
           IF WS-FS-JRNX NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT MVTJRNLX FAILED - FILE '
                      'STATUS ' WS-FS-JRNX
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT STMTCYC.
           IF WS-FS-CYC = '00'
              MOVE 'Y' TO WS-CYC-AVAIL-SW
           ELSE
              DISPLAY 'WARNING : STMTCYC NOT AVAILABLE - PERIOD '
                      'TAKEN FROM THE START OF THE JOURNAL'
           END-IF.
           OPEN OUTPUT CFONBOUT.
       001-EXIT.
           EXIT.
      *****************************************************************
      *  This routine drives one statement per ACCTLIST record
      *****************************************************************
       050-BATCH.
           OPEN INPUT ACCTLIST.
           IF WS-FS-LIST NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT ACCTLIST FAILED - FILE '
                      'STATUS ' WS-FS-LIST
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL LIST-END
              READ ACCTLIST
                 NOT AT END
                    MOVE AL-COMPTE TO PJ-COMPTE
                    PERFORM 100-STATEMENT THRU 100-EXIT
              END-READ
           END-PERFORM.
           CLOSE ACCTLIST.
       050-EXIT.
           EXIT.
      *****************************************************************
      *  This routine exports one full statement for PJ-COMPTE
      *****************************************************************
       100-STATEMENT.
           MOVE PJ-COMPTE TO F-COMPTE.
           READ ACCTMSTR
              INVALID KEY
                 DISPLAY 'WARNING : COMPTE ' PJ-COMPTE
                         ' UNKNOWN - NO STATEMENT EXPORTED'
                 ADD 1 TO WS-CNT-NOTFND
                 GO TO 100-EXIT
           END-READ.
           IF F-DEVISE = SPACES
              MOVE 'EUR' TO WS-ACCT-DEVISE
           ELSE
              MOVE F-DEVISE TO WS-ACCT-DEVISE
           END-IF.
           IF F-RIB NUMERIC
              MOVE F-BANQUE  TO WS-ACCT-BANQUE
              MOVE F-GUICHET TO WS-ACCT-GUICH
           ELSE
              MOVE PJ-BANQUE TO WS-ACCT-BANQUE
              MOVE F-DEPT    TO WS-ACCT-GUICH
           END-IF.
           PERFORM 110-GETPERIOD THRU 110-EXIT.
           PERFORM 120-LOADKEYED THRU 120-EXIT.
           PERFORM 130-SORTJRNL THRU 130-EXIT.
           PERFORM 140-EXPORT THRU 140-EXIT.
           ADD 1 TO WS-CNT-ACCT.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine finds the account's cycle period on STMTCYC.
      *  Before the PGM018 monthly step the period runs from the
      *  last cutoff; once that step has advanced the cycle to
      *  PJ-CUTOFF, from the previous one it kept.
      *****************************************************************
       110-GETPERIOD.
           MOVE 'N'    TO WS-PER-SEEN-SW.
           MOVE SPACES TO WS-PER-DEBUT.
           MOVE 0      TO WS-PER-SOLDE.
           IF NOT CYC-AVAIL
              GO TO 110-EXIT
           END-IF.
           MOVE PJ-COMPTE TO SC-COMPTE.
           READ STMTCYC
              INVALID KEY
                 GO TO 110-EXIT
           END-READ.
           IF SC-LASTCUT < PJ-CUTOFF
              MOVE 'Y'          TO WS-PER-SEEN-SW
              MOVE SC-LASTCUT   TO WS-PER-DEBUT
              MOVE SC-LASTSOLDE TO WS-PER-SOLDE
           ELSE
              IF SC-PREVCUT NOT = SPACES
                 MOVE 'Y'          TO WS-PER-SEEN-SW
                 MOVE SC-PREVCUT   TO WS-PER-DEBUT
                 MOVE SC-PREVSOLDE TO WS-PER-SOLDE
              END-IF
           END-IF.
       110-EXIT.
           EXIT.
      *****************************************************************
      *  This routine collects the account's period entries by key
      *  from MVTJRNLX (up to WS-JRNL-MAX per statement)
      *****************************************************************
       120-LOADKEYED.
           MOVE 0 TO WS-JRNL-COUNT.
           MOVE 'N' TO WS-TRUNC-SW.
           MOVE PJ-COMPTE TO JX-COMPTE.
           MOVE 0 TO JX-SEQ.
           START MVTJRNLX KEY >= JX-KEY
              INVALID KEY
                 GO TO 120-EXIT
           END-START.
           PERFORM UNTIL WS-FS-JRNX NOT = '00'
              READ MVTJRNLX NEXT
                 AT END
                    CONTINUE
                 NOT AT END
                    IF JX-COMPTE = PJ-COMPTE
                       IF JX-DTVAL > WS-PER-DEBUT
                          AND JX-DTVAL <= PJ-CUTOFF
                          PERFORM 121-KEEPKEYED
                       END-IF
                    ELSE
                       MOVE '99' TO WS-FS-JRNX
                    END-IF
              END-READ
           END-PERFORM.
           MOVE '00' TO WS-FS-JRNX.
       120-EXIT.
           EXIT.
      *****************************************************************
      *  This routine keeps one keyed journal entry in the table
      *****************************************************************
       121-KEEPKEYED.
           IF WS-JRNL-COUNT < WS-JRNL-MAX
              ADD 1 TO WS-JRNL-COUNT
              MOVE JX-DTVAL       TO WS-J-DTVAL (WS-JRNL-COUNT)
              MOVE JX-SENS        TO WS-J-SENS  (WS-JRNL-COUNT)
              MOVE JX-MNT         TO WS-J-MNT   (WS-JRNL-COUNT)
              MOVE JX-SOLDE-AVANT TO WS-J-AVANT (WS-JRNL-COUNT)
              MOVE JX-RUNDATE     TO WS-J-RUNDT (WS-JRNL-COUNT)
              MOVE JX-SEQ         TO WS-J-SEQ   (WS-JRNL-COUNT)
           ELSE
              IF NOT JRNL-TRUNC
                 MOVE 'Y' TO WS-TRUNC-SW
                 DISPLAY 'WARNING : EXPORT FOR COMPTE ' PJ-COMPTE
                         ' TRUNCATED AT ' WS-JRNL-MAX ' MOVEMENTS'
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
      *****************************************************************
      *  This routine sorts the collected entries into ascending
      *  value-date order, as PGM018 prints them
      *****************************************************************
       130-SORTJRNL.
           MOVE 'Y' TO WS-SORT-SW.
           PERFORM UNTIL NOT SORT-SWAPPED
              MOVE 'N' TO WS-SORT-SW
              PERFORM VARYING WS-JX FROM 1 BY 1
                        UNTIL WS-JX >= WS-JRNL-COUNT
                 PERFORM 131-SORTPAIR
              END-PERFORM
           END-PERFORM.
       130-EXIT.
           EXIT.
      *****************************************************************
      *  This routine swaps one out-of-order pair of entries
      *****************************************************************
       131-SORTPAIR.
           COMPUTE WS-JY = WS-JX + 1.
           IF WS-J-DTVAL (WS-JX) > WS-J-DTVAL (WS-JY)
              MOVE WS-JRNL-ENTRY (WS-JX) TO WS-JRNL-SWAP
              MOVE WS-JRNL-ENTRY (WS-JY) TO WS-JRNL-ENTRY (WS-JX)
              MOVE WS-JRNL-SWAP          TO WS-JRNL-ENTRY (WS-JY)
              MOVE 'Y' TO WS-SORT-SW
           END-IF.
      *****************************************************************
      *  This routine writes the statement : 01 opening balance,
      *  one 04 per movement, 07 closing balance. The opening
      *  follows the PGM018 rule (carried cycle balance, else the
      *  first entry's balance before, else F-SOLDER); the closing
      *  is the opening plus the movements exported, so the file
      *  balances on its own.
      *****************************************************************
       140-EXPORT.
           EVALUATE TRUE
              WHEN PER-SEEN
                 MOVE WS-PER-SOLDE TO WS-OPEN-SOLDE
              WHEN WS-JRNL-COUNT = 0
                 MOVE F-SOLDER TO WS-OPEN-SOLDE
              WHEN OTHER
                 MOVE WS-J-AVANT (1) TO WS-OPEN-SOLDE
           END-EVALUATE.
           MOVE WS-OPEN-SOLDE TO WS-CLOSE-SOLDE.
           MOVE '01' TO WS-CS-CODE.
           PERFORM 145-IDENT.
           IF WS-PER-DEBUT = SPACES
              IF WS-JRNL-COUNT = 0
                 MOVE PJ-CUTOFF TO WS-DT-ISO
              ELSE
                 MOVE WS-J-DTVAL (1) TO WS-DT-ISO
              END-IF
           ELSE
              MOVE WS-PER-DEBUT TO WS-DT-ISO
           END-IF.
           PERFORM 146-DATEISO.
           MOVE WS-DT-CFONB   TO WS-CS-DATE.
           MOVE WS-OPEN-SOLDE TO WS-CS-MNT.
           WRITE CFONBOUT-ENREG FROM WS-CF-SOLDE.
           ADD 1 TO WS-CNT-RECS.
           PERFORM VARYING WS-JX FROM 1 BY 1
                     UNTIL WS-JX > WS-JRNL-COUNT
              PERFORM 141-MVTLINE
           END-PERFORM.
           MOVE '07'           TO WS-CS-CODE.
           MOVE PJ-CUTOFF      TO WS-DT-ISO.
           PERFORM 146-DATEISO.
           MOVE WS-DT-CFONB    TO WS-CS-DATE.
           MOVE WS-CLOSE-SOLDE TO WS-CS-MNT.
           WRITE CFONBOUT-ENREG FROM WS-CF-SOLDE.
           ADD 1 TO WS-CNT-RECS.
       140-EXIT.
           EXIT.
      *****************************************************************
      *  This routine writes one 04 movement record : credits
      *  positive, debits negative, the journal sequence as the
      *  entry number
      *****************************************************************
       141-MVTLINE.
           MOVE WS-ACCT-BANQUE TO WS-CM-BANQUE.
           MOVE WS-ACCT-GUICH  TO WS-CM-GUICHET.
           MOVE WS-ACCT-DEVISE TO WS-CM-DEVISE.
           MOVE PJ-COMPTE      TO WS-CM-COMPTE.
           MOVE WS-J-RUNDT (WS-JX) TO WS-DT-NUM.
           MOVE WS-DN-JJ TO WS-DC-JJ.
           MOVE WS-DN-MM TO WS-DC-MM.
           MOVE WS-DN-AA TO WS-DC-AA.
           MOVE WS-DT-CFONB    TO WS-CM-DTCPT.
           MOVE WS-J-DTVAL (WS-JX) TO WS-DT-ISO.
           PERFORM 146-DATEISO.
           MOVE WS-DT-CFONB    TO WS-CM-DTVAL.
           MOVE WS-J-SEQ (WS-JX) TO WS-CM-ECRITURE.
           MOVE SPACES         TO WS-CM-REF.
           IF WS-J-SENS (WS-JX) = 'D'
              MOVE 'DEBT'      TO WS-CM-OPINT
              MOVE '01'        TO WS-CM-OPIB
              MOVE 'MOUVEMENT DEBITEUR' TO WS-CM-LIBELLE
              COMPUTE WS-CM-MNT = 0 - WS-J-MNT (WS-JX)
              SUBTRACT WS-J-MNT (WS-JX) FROM WS-CLOSE-SOLDE
           ELSE
              MOVE 'CRED'      TO WS-CM-OPINT
              MOVE '05'        TO WS-CM-OPIB
              MOVE 'MOUVEMENT CREDITEUR' TO WS-CM-LIBELLE
              MOVE WS-J-MNT (WS-JX) TO WS-CM-MNT
              ADD WS-J-MNT (WS-JX) TO WS-CLOSE-SOLDE
           END-IF.
           WRITE CFONBOUT-ENREG FROM WS-CF-MVT.
           ADD 1 TO WS-CNT-RECS.
      *****************************************************************
      *  This routine fills the bank, branch, currency and account
      *  identification of the 01/07 balance records
      *****************************************************************
       145-IDENT.
           MOVE WS-ACCT-BANQUE TO WS-CS-BANQUE.
           MOVE WS-ACCT-GUICH  TO WS-CS-GUICHET.
           MOVE WS-ACCT-DEVISE TO WS-CS-DEVISE.
           MOVE PJ-COMPTE      TO WS-CS-COMPTE.
      *****************************************************************
      *  This routine turns an AAAA-MM-JJ date into JJMMAA
      *****************************************************************
       146-DATEISO.
           MOVE WS-DI-JJ TO WS-DC-JJ.
           MOVE WS-DI-MM TO WS-DC-MM.
           MOVE WS-DI-AA TO WS-DC-AA.
      *****************************************************************
      *  This routine closes the files and lists the export for the
      *  PGM065 register step
      *****************************************************************
       999-CFILE.
           CLOSE ACCTMSTR.
           CLOSE MVTJRNLX.
           IF CYC-AVAIL
              CLOSE STMTCYC
           END-IF.
           CLOSE CFONBOUT.
           OPEN OUTPUT CFONBCTL.
           MOVE SPACES     TO STRUCT-CFONBCTL.
           MOVE 'CFONBOUT' TO XC-DSN.
           MOVE 120        TO XC-RECLEN.
           MOVE PJ-DEST    TO XC-DEST.
           WRITE STRUCT-CFONBCTL.
           CLOSE CFONBCTL.
       999-EXIT.
           EXIT.
      *****************************************************************
      *  This routine should close the program (after some displays)
      *****************************************************************
       200-EXITP.
           DISPLAY "200-EXITP".
           DISPLAY '    STATEMENTS EXPORTED : ' WS-CNT-ACCT.
           DISPLAY '    ACCOUNTS UNKNOWN    : ' WS-CNT-NOTFND.
           DISPLAY '    CFONB RECORDS       : ' WS-CNT-RECS.
           IF WS-CNT-NOTFND > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       200-EXIT.
           EXIT.
