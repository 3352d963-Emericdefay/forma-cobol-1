      *****************************************************************
      * Program name:    PGM120
      *
      * Original author: DEFAY E.
      *
      * Purpose : Establishment master maintenance. Maintains the
      *           indexed ETABMSTR master (copybook ETABFS, keyed on
      *           the establishment code : SIRET, name, the bank
      *           account the establishment's salaries are debited
      *           from, GL company, default mark) from the ETABTRANS
      *           transaction file, every applied change written to
      *           ETABAUDIT with before and after images, the PGM058
      *           pattern. The SIRET is verified on entry (the Luhn
      *           check digit over its 14 digits) and the debit
      *           account's RIB key (89*bank + 15*branch + 3*account
      *           + key divisible by 97), so a mistyped identifier
      *           never reaches a declaration or a remittance. One
      *           establishment only may carry the default mark (the
      *           one an employee with no FD-ETAB belongs to) : a
      *           second is refused until the first is changed. An
      *           establishment is not deleted while it is the
      *           default or while a SALARIES employee still carries
      *           its code. The master is listed at the end of the
      *           run.
      *
      * Using :
      *    - Copybook ETABFS
      *    - SALARIES as maintained by PGM032 (FD-ETAB)
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created : payroll now runs for more than
      *                    one legal entity off the one master
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM120.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /    ETABTRANS (maintenance transactions)
           SELECT ETABTRANS
           ASSIGN TO ETABTRANS
           FILE STATUS is WS-FS-TRANS.
      /    ETABMSTR (indexed establishment master keyed on ES-CODE)
           SELECT ETABMSTR
           ASSIGN TO ETABMSTR
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is ES-CODE
           FILE STATUS is WS-FS-ETAB.
      /    ETABAUDIT (change audit : before and after images)
           SELECT ETABAUDIT
           ASSIGN TO ETABAUDIT
           FILE STATUS is WS-FS-AUDIT.
      /    SALARIES (indexed payroll master, read for FD-ETAB before
      /    a delete)
           SELECT SALARIES
           ASSIGN to FILEIN
           ORGANIZATION is INDEXED
           ACCESS MODE is SEQUENTIAL
           RECORD KEY is FD-SALARY
           FILE STATUS is WS-FS-SAL.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD ETABTRANS.
       01  STRUCT-ETABTRANS.
           02 TX-ACTION   PIC X(01).
              88 TX-ADD       VALUE 'A'.
              88 TX-CHANGE    VALUE 'C'.
              88 TX-DELETE    VALUE 'D'.
           02 FILLER      PIC X(01).
           02 TX-CODE     PIC X(03).
           02 FILLER      PIC X(01).
           02 TX-SIRET    PIC X(14).
           02 TX-SIRET-N REDEFINES TX-SIRET PIC 9(14).
           02 TX-SIRET-D REDEFINES TX-SIRET.
              03 TX-SIRET-C PIC 9(01) OCCURS 14 TIMES.
           02 FILLER      PIC X(01).
           02 TX-NOM      PIC X(25).
           02 FILLER      PIC X(01).
           02 TX-BANQUE   PIC X(05).
           02 TX-BANQUE-N REDEFINES TX-BANQUE PIC 9(05).
           02 FILLER      PIC X(01).
           02 TX-GUICHET  PIC X(05).
           02 TX-GUICHET-N REDEFINES TX-GUICHET PIC 9(05).
           02 FILLER      PIC X(01).
           02 TX-COMPTE   PIC X(11).
           02 TX-COMPTE-N REDEFINES TX-COMPTE PIC 9(11).
           02 FILLER      PIC X(01).
           02 TX-CLE      PIC X(02).
           02 TX-CLE-N REDEFINES TX-CLE PIC 9(02).
           02 FILLER      PIC X(01).
           02 TX-SOCIETE  PIC X(04).
           02 FILLER      PIC X(01).
           02 TX-DEFAUT   PIC X(01).
       FD ETABMSTR
           RECORD CONTAINS 80 CHARACTERS.
       COPY ETABFS REPLACING ==()== BY ==ETABMSTR==.
       FD ETABAUDIT
           RECORD CONTAINS 171 CHARACTERS.
       01  STRUCT-ETABAUDIT.
           02 AU-ACTION   PIC X(01).
           02 FILLER      PIC X(01).
           02 AU-CODE     PIC X(07).
           02 FILLER      PIC X(01).
           02 AU-AVANT    PIC X(80).
           02 FILLER      PIC X(01).
           02 AU-APRES    PIC X(80).
       FD SALARIES
           RECORD CONTAINS 80 CHARACTERS.
       01 SALARY.
             05 FD-SALARY       PIC 9(07).
             05 FILLER          PIC X(41).
             05 FD-ETAB         PIC X(03).
             05 FILLER          PIC X(29).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-TRANS    PIC X(02).
           88 TRANS-END   VALUE '10'.
       01 WS-FS-ETAB     PIC X(02).
           88 ETAB-END    VALUE '10'.
       01 WS-FS-AUDIT    PIC X(02).
       01 WS-FS-SAL      PIC X(02).
           88 SAL-END     VALUE '10'.
       01 WS-CNT-READ    PIC 9(05) VALUE 0.
       01 WS-CNT-APPLIED PIC 9(05) VALUE 0.
       01 WS-CNT-REJECT  PIC 9(05) VALUE 0.
       01 WS-CNT-LISTED  PIC 9(05) VALUE 0.
      / Before and after images for the audit record
       01 WS-IMG-AVANT   PIC X(80).
       01 WS-IMG-APRES   PIC X(80).
      / RIB-key verification work fields (mod 97)
       01 WS-RIB-SUM     PIC 9(18).
       01 WS-RIB-QUOT    PIC 9(16).
       01 WS-RIB-REST    PIC 9(02).
       01 WS-RIB-OK-SW   PIC X(01).
           88 RIB-OK      VALUE 'Y'.
      / SIRET check-digit work fields (Luhn : every second digit
      / from the right doubled, the digits summed, mod 10)
       01 WS-LUHN-SUM    PIC 9(03).
       01 WS-LUHN-DIGIT  PIC 9(02).
       01 WS-LUHN-QUOT   PIC 9(03).
       01 WS-LUHN-REST   PIC 9(01).
       01 WS-LX          PIC 9(02).
       01 WS-SIRET-OK-SW PIC X(01).
           88 SIRET-OK    VALUE 'Y'.
      / The default mark and the employees still on a code
       01 WS-DEF-OK-SW   PIC X(01).
           88 DEF-OK      VALUE 'Y'.
       01 WS-DEF-HOLDER  PIC X(03).
       01 WS-CNT-ONCODE  PIC 9(07).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 100-MAINT THRU 100-EXIT.
           PERFORM 300-LIST THRU 300-EXIT.
           PERFORM 500-EXITP THRU 500-EXIT.
           STOP RUN.
      *****************************************************************
      *  This routine drives the maintenance pass over ETABTRANS
      *****************************************************************
       100-MAINT.
           OPEN INPUT ETABTRANS.
           IF WS-FS-TRANS NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT ETABTRANS FAILED - FILE '
                      'STATUS ' WS-FS-TRANS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN I-O ETABMSTR.
           IF WS-FS-ETAB NOT = '00'
              OPEN OUTPUT ETABMSTR
              CLOSE ETABMSTR
              OPEN I-O ETABMSTR
           END-IF.
           OPEN EXTEND ETABAUDIT.
           IF WS-FS-AUDIT NOT = '00'
              OPEN OUTPUT ETABAUDIT
           END-IF.
           PERFORM UNTIL TRANS-END
              READ ETABTRANS
                 NOT AT END
                    ADD 1 TO WS-CNT-READ
                    PERFORM 110-ONETRANS
              END-READ
           END-PERFORM.
           CLOSE ETABTRANS.
           CLOSE ETABMSTR.
           CLOSE ETABAUDIT.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine validates one transaction and routes it
      *****************************************************************
       110-ONETRANS.
           IF TX-CODE = SPACES
              DISPLAY 'REJECTED : NO ESTABLISHMENT CODE'
              ADD 1 TO WS-CNT-REJECT
           ELSE
              EVALUATE TRUE
                 WHEN TX-ADD
                    PERFORM 120-ADD THRU 120-EXIT
                 WHEN TX-CHANGE
                    PERFORM 130-CHANGE THRU 130-EXIT
                 WHEN TX-DELETE
                    PERFORM 140-DELETE THRU 140-EXIT
                 WHEN OTHER
                    DISPLAY 'REJECTED : UNKNOWN ACTION - ' TX-ACTION
                    ADD 1 TO WS-CNT-REJECT
              END-EVALUATE
           END-IF.
      *****************************************************************
      *  This routine verifies the debit account carried by an add
      *  or change : every field numeric and the RIB key proving out
      *****************************************************************
       111-RIBCHECK.
           MOVE 'N' TO WS-RIB-OK-SW.
           IF TX-BANQUE NOT NUMERIC OR TX-GUICHET NOT NUMERIC
              OR TX-COMPTE NOT NUMERIC OR TX-CLE NOT NUMERIC
              DISPLAY 'REJECTED : COORDINATES NOT NUMERIC - '
                      TX-CODE
              GO TO 111-EXIT
           END-IF.
           COMPUTE WS-RIB-SUM = TX-BANQUE-N * 89
                              + TX-GUICHET-N * 15
                              + TX-COMPTE-N * 3
                              + TX-CLE-N.
           DIVIDE WS-RIB-SUM BY 97 GIVING WS-RIB-QUOT
                  REMAINDER WS-RIB-REST.
           IF WS-RIB-REST = 0
              MOVE 'Y' TO WS-RIB-OK-SW
           ELSE
              DISPLAY 'REJECTED : RIB KEY DOES NOT PROVE - '
                      TX-CODE
           END-IF.
       111-EXIT.
           EXIT.
      *****************************************************************
      *  This routine verifies the SIRET : 14 digits whose Luhn sum
      *  is a multiple of 10
      *****************************************************************
       112-SIRETCHECK.
           MOVE 'N' TO WS-SIRET-OK-SW.
           IF TX-SIRET NOT NUMERIC
              DISPLAY 'REJECTED : SIRET NOT NUMERIC - ' TX-CODE
              GO TO 112-EXIT
           END-IF.
           MOVE 0 TO WS-LUHN-SUM.
           PERFORM VARYING WS-LX FROM 14 BY -1 UNTIL WS-LX < 1
              MOVE TX-SIRET-C (WS-LX) TO WS-LUHN-DIGIT
              IF (14 - WS-LX) = 1 OR (14 - WS-LX) = 3
                 OR (14 - WS-LX) = 5 OR (14 - WS-LX) = 7
                 OR (14 - WS-LX) = 9 OR (14 - WS-LX) = 11
                 OR (14 - WS-LX) = 13
                 COMPUTE WS-LUHN-DIGIT = WS-LUHN-DIGIT * 2
                 IF WS-LUHN-DIGIT > 9
                    SUBTRACT 9 FROM WS-LUHN-DIGIT
                 END-IF
              END-IF
              ADD WS-LUHN-DIGIT TO WS-LUHN-SUM
           END-PERFORM.
           DIVIDE WS-LUHN-SUM BY 10 GIVING WS-LUHN-QUOT
                  REMAINDER WS-LUHN-REST.
           IF WS-LUHN-REST = 0
              MOVE 'Y' TO WS-SIRET-OK-SW
           ELSE
              DISPLAY 'REJECTED : SIRET CHECK DIGIT DOES NOT PROVE - '
                      TX-CODE
           END-IF.
       112-EXIT.
           EXIT.
      *****************************************************************
      *  This routine verifies no other establishment carries the
      *  default mark when this one asks for it
      *****************************************************************
       113-DEFCHECK.
           MOVE 'Y' TO WS-DEF-OK-SW.
           MOVE SPACES TO WS-DEF-HOLDER.
           MOVE LOW-VALUES TO ES-CODE.
           START ETABMSTR KEY IS NOT LESS THAN ES-CODE
              INVALID KEY
                 GO TO 113-EXIT
           END-START.
           MOVE '00' TO WS-FS-ETAB.
           PERFORM UNTIL ETAB-END OR NOT DEF-OK
              READ ETABMSTR NEXT
                 NOT AT END
                    IF ES-IS-DEFAUT AND ES-CODE NOT = TX-CODE
                       MOVE ES-CODE TO WS-DEF-HOLDER
                       MOVE 'N' TO WS-DEF-OK-SW
                    END-IF
              END-READ
           END-PERFORM.
           IF NOT DEF-OK
              DISPLAY 'REJECTED : ' WS-DEF-HOLDER ' IS ALREADY THE '
                      'DEFAULT ESTABLISHMENT - ' TX-CODE
           END-IF.
       113-EXIT.
           EXIT.
      *****************************************************************
      *  This routine adds one establishment : every field required
      *****************************************************************
       120-ADD.
           IF TX-NOM = SPACES OR TX-SOCIETE = SPACES
              DISPLAY 'REJECTED : ADD NEEDS THE NAME AND THE GL '
                      'COMPANY - ' TX-CODE
              ADD 1 TO WS-CNT-REJECT
              GO TO 120-EXIT
           END-IF.
           IF TX-DEFAUT NOT = 'Y' AND TX-DEFAUT NOT = 'N'
              AND TX-DEFAUT NOT = SPACE
              DISPLAY 'REJECTED : DEFAULT MARK Y OR N - ' TX-CODE
              ADD 1 TO WS-CNT-REJECT
              GO TO 120-EXIT
           END-IF.
           PERFORM 112-SIRETCHECK THRU 112-EXIT.
           IF NOT SIRET-OK
              ADD 1 TO WS-CNT-REJECT
              GO TO 120-EXIT
           END-IF.
           PERFORM 111-RIBCHECK THRU 111-EXIT.
           IF NOT RIB-OK
              ADD 1 TO WS-CNT-REJECT
              GO TO 120-EXIT
           END-IF.
           IF TX-DEFAUT = 'Y'
              PERFORM 113-DEFCHECK THRU 113-EXIT
              IF NOT DEF-OK
                 ADD 1 TO WS-CNT-REJECT
                 GO TO 120-EXIT
              END-IF
           END-IF.
           MOVE SPACES TO STRUCT-ETABMSTR.
           MOVE TX-CODE     TO ES-CODE.
           MOVE TX-SIRET-N  TO ES-SIRET.
           MOVE TX-NOM      TO ES-NOM.
           PERFORM 121-SETFIELDS.
           MOVE TX-SOCIETE  TO ES-SOCIETE.
           IF TX-DEFAUT = 'Y'
              MOVE 'Y' TO ES-DEFAUT
           ELSE
              MOVE 'N' TO ES-DEFAUT
           END-IF.
           WRITE STRUCT-ETABMSTR
              INVALID KEY
                 DISPLAY 'REJECTED : ESTABLISHMENT EXISTS - ' TX-CODE
                 ADD 1 TO WS-CNT-REJECT
              NOT INVALID KEY
                 MOVE SPACES TO WS-IMG-AVANT
                 MOVE STRUCT-ETABMSTR TO WS-IMG-APRES
                 PERFORM 150-AUDIT
           END-WRITE.
       120-EXIT.
           EXIT.
      *****************************************************************
      *  This routine carries the transaction's debit account into
      *  the master record
      *****************************************************************
       121-SETFIELDS.
           MOVE TX-BANQUE-N  TO ES-BANQUE.
           MOVE TX-GUICHET-N TO ES-GUICHET.
           MOVE TX-COMPTE-N  TO ES-COMPTE.
           MOVE TX-CLE-N     TO ES-CLE.
      *****************************************************************
      *  This routine changes an establishment (fields left blank
      *  are kept)
      *****************************************************************
       130-CHANGE.
           IF TX-DEFAUT NOT = 'Y' AND TX-DEFAUT NOT = 'N'
              AND TX-DEFAUT NOT = SPACE
              DISPLAY 'REJECTED : DEFAULT MARK Y OR N - ' TX-CODE
              ADD 1 TO WS-CNT-REJECT
              GO TO 130-EXIT
           END-IF.
           IF TX-SIRET NOT = SPACES
              PERFORM 112-SIRETCHECK THRU 112-EXIT
              IF NOT SIRET-OK
                 ADD 1 TO WS-CNT-REJECT
                 GO TO 130-EXIT
              END-IF
           END-IF.
           IF TX-BANQUE NOT = SPACES
              PERFORM 111-RIBCHECK THRU 111-EXIT
              IF NOT RIB-OK
                 ADD 1 TO WS-CNT-REJECT
                 GO TO 130-EXIT
              END-IF
           END-IF.
           IF TX-DEFAUT = 'Y'
              PERFORM 113-DEFCHECK THRU 113-EXIT
              IF NOT DEF-OK
                 ADD 1 TO WS-CNT-REJECT
                 GO TO 130-EXIT
              END-IF
           END-IF.
           MOVE TX-CODE TO ES-CODE.
           READ ETABMSTR
              INVALID KEY
                 DISPLAY 'REJECTED : ESTABLISHMENT UNKNOWN - '
                         TX-CODE
                 ADD 1 TO WS-CNT-REJECT
                 GO TO 130-EXIT
           END-READ.
           MOVE STRUCT-ETABMSTR TO WS-IMG-AVANT.
           IF TX-SIRET NOT = SPACES
              MOVE TX-SIRET-N TO ES-SIRET
           END-IF.
           IF TX-NOM NOT = SPACES
              MOVE TX-NOM TO ES-NOM
           END-IF.
           IF TX-BANQUE NOT = SPACES
              PERFORM 121-SETFIELDS
           END-IF.
           IF TX-SOCIETE NOT = SPACES
              MOVE TX-SOCIETE TO ES-SOCIETE
           END-IF.
           IF TX-DEFAUT NOT = SPACE
              MOVE TX-DEFAUT TO ES-DEFAUT
           END-IF.
           REWRITE STRUCT-ETABMSTR.
           MOVE STRUCT-ETABMSTR TO WS-IMG-APRES.
           PERFORM 150-AUDIT.
       130-EXIT.
           EXIT.
      *****************************************************************
      *  This routine deletes one establishment - refused while it
      *  is the default or while an employee still carries its code
      *****************************************************************
       140-DELETE.
           MOVE TX-CODE TO ES-CODE.
           READ ETABMSTR
              INVALID KEY
                 DISPLAY 'REJECTED : ESTABLISHMENT UNKNOWN - '
                         TX-CODE
                 ADD 1 TO WS-CNT-REJECT
                 GO TO 140-EXIT
           END-READ.
           IF ES-IS-DEFAUT
              DISPLAY 'REJECTED : ' TX-CODE ' IS THE DEFAULT '
                      'ESTABLISHMENT - NOT DELETED'
              ADD 1 TO WS-CNT-REJECT
              GO TO 140-EXIT
           END-IF.
           PERFORM 141-ONCODE THRU 141-EXIT.
           IF WS-FS-SAL NOT = '00' AND WS-FS-SAL NOT = '10'
              DISPLAY 'REJECTED : SALARIES NOT AVAILABLE - FILE '
                      'STATUS ' WS-FS-SAL ' - ' TX-CODE
                      ' NOT DELETED'
              ADD 1 TO WS-CNT-REJECT
              GO TO 140-EXIT
           END-IF.
           IF WS-CNT-ONCODE > 0
              DISPLAY 'REJECTED : ' WS-CNT-ONCODE ' EMPLOYEE(S) '
                      'STILL ON ESTABLISHMENT ' TX-CODE
              ADD 1 TO WS-CNT-REJECT
              GO TO 140-EXIT
           END-IF.
           MOVE STRUCT-ETABMSTR TO WS-IMG-AVANT.
           DELETE ETABMSTR.
           MOVE SPACES TO WS-IMG-APRES.
           PERFORM 150-AUDIT.
       140-EXIT.
           EXIT.
      *****************************************************************
      *  This routine counts the SALARIES employees on the code;
      *  WS-FS-SAL is left at the failed OPEN's status when the
      *  master cannot be read
      *****************************************************************
       141-ONCODE.
           MOVE 0 TO WS-CNT-ONCODE.
           OPEN INPUT SALARIES.
           IF WS-FS-SAL NOT = '00'
              GO TO 141-EXIT
           END-IF.
           PERFORM UNTIL SAL-END
              READ SALARIES
                 NOT AT END
                    IF FD-ETAB = TX-CODE
                       ADD 1 TO WS-CNT-ONCODE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE SALARIES.
       141-EXIT.
           EXIT.
      *****************************************************************
      *  This routine appends the before/after images to ETABAUDIT
      *****************************************************************
       150-AUDIT.
           MOVE SPACES       TO STRUCT-ETABAUDIT.
           MOVE TX-ACTION    TO AU-ACTION.
           MOVE TX-CODE      TO AU-CODE.
           MOVE WS-IMG-AVANT TO AU-AVANT.
           MOVE WS-IMG-APRES TO AU-APRES.
           WRITE STRUCT-ETABAUDIT.
           ADD 1 TO WS-CNT-APPLIED.
      *****************************************************************
      *  This routine lists the master as it stands after the run
      *****************************************************************
       300-LIST.
           OPEN INPUT ETABMSTR.
           IF WS-FS-ETAB NOT = '00'
              GO TO 300-EXIT
           END-IF.
           DISPLAY '300-LIST'.
           PERFORM UNTIL ETAB-END
              READ ETABMSTR NEXT
                 NOT AT END
                    ADD 1 TO WS-CNT-LISTED
                    DISPLAY '    ' ES-CODE ' ' ES-SIRET ' ' ES-NOM
                            ' GL ' ES-SOCIETE ' DEFAULT ' ES-DEFAUT
              END-READ
           END-PERFORM.
           CLOSE ETABMSTR.
       300-EXIT.
           EXIT.
      *****************************************************************
      *  This routine should close the program (after some displays)
      *****************************************************************
       500-EXITP.
           DISPLAY "500-EXITP".
           DISPLAY '    TRANSACTIONS READ : ' WS-CNT-READ.
           DISPLAY '    APPLIED           : ' WS-CNT-APPLIED.
           DISPLAY '    REJECTED          : ' WS-CNT-REJECT.
           DISPLAY '    ESTABLISHMENTS    : ' WS-CNT-LISTED.
           IF WS-CNT-REJECT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       500-EXIT.
           EXIT.
