      *****************************************************************
      * Program name:    PGM095
      *
      * Original author: DEFAY E.
      *
      * Purpose : IBAN subprogram, the PGM081 mold. Builds the
      *           domestic IBAN of one of our accounts from the bank
      *           code, the branch code (the account's F-DEPT) and
      *           the account number : RIB key first (97 less the
      *           remainder of 89 x bank + 15 x branch + 3 x account
      *           by 97), then the IBAN check digits (98 less the
      *           remainder by 97 of the BBAN followed by FR00 in
      *           digits). The outgoing interbank file stamps the
      *           ordering customer's IBAN with it, and the incoming
      *           side matches a credited IBAN by rebuilding it for
      *           the account it names and comparing the two.
      *
      * Linkage :
      *    LK-BANQUE   the bank code (5 digits)
      *    LK-GUICHET  the branch code (5 digits)
      *    LK-COMPTE   the account number (11 digits)
      *    LK-IBAN     the IBAN returned (27 characters), spaces
      *                when the bank code is not numeric
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created : one place computes our IBANs
      *                    for both interbank directions
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM095.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      / BBAN : bank, branch, account, RIB key
       01 WS-BBAN.
           05 WS-BB-BANQUE   PIC 9(05).
           05 WS-BB-GUICHET  PIC 9(05).
           05 WS-BB-COMPTE   PIC 9(11).
           05 WS-BB-CLE      PIC 9(02).
      / BBAN followed by FR00 as digits (F = 15, R = 27)
       01 WS-CHK-NUM.
           05 WS-CN-BBAN     PIC X(23).
           05 FILLER         PIC X(06) VALUE '152700'.
       01 WS-CN-DIGIT    PIC 9(01).
       01 WS-CX          PIC 9(02).
       01 WS-RIB-SUM     PIC 9(13).
       01 WS-QUOT        PIC 9(13).
       01 WS-REM         PIC 9(03).
       01 WS-WORK        PIC 9(04).
       01 WS-CHK         PIC 9(02).
       LINKAGE SECTION.
       01 LK-BANQUE      PIC X(05).
       01 LK-GUICHET     PIC 9(05).
       01 LK-COMPTE      PIC 9(11).
       01 LK-IBAN        PIC X(27).
      *****************************************************************
       PROCEDURE DIVISION USING LK-BANQUE, LK-GUICHET, LK-COMPTE,
                                LK-IBAN.
           MOVE SPACES TO LK-IBAN.
           IF LK-BANQUE NOT NUMERIC
              EXIT PROGRAM
           END-IF.
           MOVE LK-BANQUE  TO WS-BB-BANQUE.
           MOVE LK-GUICHET TO WS-BB-GUICHET.
           MOVE LK-COMPTE  TO WS-BB-COMPTE.
           COMPUTE WS-RIB-SUM = 89 * WS-BB-BANQUE
                              + 15 * WS-BB-GUICHET
                              +  3 * WS-BB-COMPTE.
           DIVIDE WS-RIB-SUM BY 97 GIVING WS-QUOT
                  REMAINDER WS-REM.
           COMPUTE WS-BB-CLE = 97 - WS-REM.
           MOVE WS-BBAN TO WS-CN-BBAN.
           MOVE 0 TO WS-REM.
           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 29
              MOVE WS-CHK-NUM (WS-CX:1) TO WS-CN-DIGIT
              COMPUTE WS-WORK = WS-REM * 10 + WS-CN-DIGIT
              DIVIDE WS-WORK BY 97 GIVING WS-QUOT
                     REMAINDER WS-REM
           END-PERFORM.
           COMPUTE WS-CHK = 98 - WS-REM.
           STRING 'FR' WS-CHK WS-BBAN
                  DELIMITED BY SIZE
             INTO LK-IBAN
           END-STRING.
           EXIT PROGRAM.
