      *****************************************************************
      * Program name:    PGM102
      *
      * Original author: DEFAY E.
      *
      * Purpose : IBAN check-digit subprogram, the PGM081 mold.
      *           Proves any IBAN received on an inbound feed before
      *           it is matched to an account : two letters of
      *           country, two check digits, then letters and
      *           digits only, 15 to 34 long (27 for FR); the first
      *           four characters moved to the end, each letter
      *           turned into its two digits (A = 10 .. Z = 35), the
      *           whole number must leave 1 when divided by 97. A
      *           single wrong digit or two swapped digits never
      *           prove.
      *
      * Linkage :
      *    LK-IBAN     the IBAN to prove (34 characters, left
      *                justified, space filled)
      *    LK-VALIDE   returned 'Y' when it proves, 'N' otherwise
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created : a wrong digit on an incoming
      *                    IBAN is refused at the door
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM102.
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
       01 WS-ALPHA       PIC X(26) VALUE
          'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      / IBAN rearranged : country and check digits moved to the end
       01 WS-ROT         PIC X(34).
       01 WS-LEN         PIC 9(02).
       01 WS-CX          PIC 9(02).
       01 WS-AX          PIC 9(02).
       01 WS-CAR         PIC X(01).
       01 WS-CAR-N REDEFINES WS-CAR PIC 9(01).
       01 WS-VAL         PIC 9(02).
       01 WS-REM         PIC 9(03).
       01 WS-WORK        PIC 9(05).
       01 WS-QUOT        PIC 9(05).
       LINKAGE SECTION.
       01 LK-IBAN        PIC X(34).
       01 LK-VALIDE      PIC X(01).
      *****************************************************************
       PROCEDURE DIVISION USING LK-IBAN, LK-VALIDE.
           MOVE 'N' TO LK-VALIDE.
           MOVE 0 TO WS-LEN.
           PERFORM VARYING WS-CX FROM 34 BY -1
                     UNTIL WS-CX < 1 OR WS-LEN > 0
              IF LK-IBAN (WS-CX:1) NOT = SPACE
                 MOVE WS-CX TO WS-LEN
              END-IF
           END-PERFORM.
           IF WS-LEN < 15
              EXIT PROGRAM
           END-IF.
           IF LK-IBAN (1:2) = 'FR' AND WS-LEN NOT = 27
              EXIT PROGRAM
           END-IF.
           IF LK-IBAN (1:1) NOT ALPHABETIC-UPPER
              OR LK-IBAN (2:1) NOT ALPHABETIC-UPPER
              OR LK-IBAN (3:2) NOT NUMERIC
              EXIT PROGRAM
           END-IF.
           MOVE SPACES TO WS-ROT.
           STRING LK-IBAN (5:WS-LEN - 4) LK-IBAN (1:4)
                  DELIMITED BY SIZE
             INTO WS-ROT
           END-STRING.
           MOVE 0 TO WS-REM.
           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > WS-LEN
              MOVE WS-ROT (WS-CX:1) TO WS-CAR
              IF WS-CAR NUMERIC
                 COMPUTE WS-WORK = WS-REM * 10 + WS-CAR-N
              ELSE
                 MOVE 0 TO WS-VAL
                 PERFORM VARYING WS-AX FROM 1 BY 1
                           UNTIL WS-AX > 26 OR WS-VAL > 0
                    IF WS-ALPHA (WS-AX:1) = WS-CAR
                       COMPUTE WS-VAL = WS-AX + 9
                    END-IF
                 END-PERFORM
                 IF WS-VAL = 0
                    EXIT PROGRAM
                 END-IF
                 COMPUTE WS-WORK = WS-REM * 100 + WS-VAL
              END-IF
              DIVIDE WS-WORK BY 97 GIVING WS-QUOT
                     REMAINDER WS-REM
           END-PERFORM.
           IF WS-REM = 1
              MOVE 'Y' TO LK-VALIDE
           END-IF.
           EXIT PROGRAM.
