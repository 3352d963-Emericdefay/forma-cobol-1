      *           that many neighbouring accounts to be browsed
      *           forward from the keyed account (READ NEXT), the
      *           same transaction style as PGM009's department
      *           maintenance screen. A key no longer on ACCTMSTR is
      *           looked up on the ACCTHIST closed-account history
      *           (PGM110) and shown as archived.
      *
      * Using :
      *    - Copybooks ACCTFS & ACCTHFS
      *    - ACCTMSTR as loaded by PGM019, ACCTHIST as written by
      *      PGM110
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 22/08/26  DEFAY E. Created : "what is the balance on account
      *                    123456" no longer needs a batch scan
      * 15/10/26  DEFAY E. Falls back to the ACCTHIST history master
      *                    for an account purged by PGM110
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM020.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS F-COMPTE
           FILE STATUS is WS-FS-MSTR.
      /    ACCTHIST (closed-account history master from PGM110)
           SELECT ACCTHIST
           ASSIGN TO ACCTHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AH-COMPTE
           FILE STATUS is WS-FS-HIST.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD ACCTMSTR.
       COPY ACCTFS REPLACING ==()== BY ==ACCTMSTR==.
       FD ACCTHIST
           RECORD CONTAINS 120 CHARACTERS.
       COPY ACCTHFS REPLACING ==()== BY ==ACCTHIST==.
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-MSTR     PIC X(02).
       01 WS-BROWSE-CNT  PIC 9(03) VALUE 0.
       01 WS-FOUND-SW    PIC X(01) VALUE 'N'.
           88 ACCT-FOUND  VALUE 'Y'.
       01 WS-FS-HIST     PIC X(02).
       01 WS-HIST-SW     PIC X(01) VALUE 'N'.
           88 ACCT-ARCHIVED VALUE 'Y'.
      / Parameter from JCL run
       01 PJ-COMPTE      PIC 9(06).
       01 PJ-BROWSE      PIC 9(03).
           MOVE PJ-COMPTE TO F-COMPTE.
           READ ACCTMSTR
              INVALID KEY
                 PERFORM 130-HISTORY THRU 130-EXIT
              NOT INVALID KEY
                 MOVE 'Y' TO WS-FOUND-SW
                 PERFORM 120-DISPL
           DISPLAY '    F-ETAT   : ' F-ETAT.
           DISPLAY '    F-DEPT   : ' F-DEPT.
      *****************************************************************
      *  This routine looks a key missing from ACCTMSTR up on the
      *  ACCTHIST history and displays the archived record
      *****************************************************************
       130-HISTORY.
           OPEN INPUT ACCTHIST.
           IF WS-FS-HIST NOT = '00'
              DISPLAY 'COMPTE : ' PJ-COMPTE ' NOT FOUND.'
              GO TO 130-EXIT
           END-IF.
           MOVE PJ-COMPTE TO AH-COMPTE.
           READ ACCTHIST
              INVALID KEY
                 DISPLAY 'COMPTE : ' PJ-COMPTE ' NOT FOUND.'
              NOT INVALID KEY
                 MOVE 'Y' TO WS-HIST-SW
                 DISPLAY 'COMPTE : ' PJ-COMPTE ' ARCHIVED ON ACCTHIST'
                 DISPLAY '    CLOSED   : ' AH-DTCLOT
                 DISPLAY '    ARCHIVED : ' AH-DTARCH
                 DISPLAY '    CLIENT   : ' AH-CLIENT
                 MOVE AH-IMAGE TO STRUCT-ACCTMSTR
                 PERFORM 120-DISPL
           END-READ.
           CLOSE ACCTHIST.
       130-EXIT.
           EXIT.
      *****************************************************************
      *  This routine browses forward from the keyed account, one
      *  READ NEXT per neighbouring account asked for in PJ-BROWSE.
      *****************************************************************
      *****************************************************************
       300-EXITP.
           DISPLAY "300-EXITP".
           IF NOT ACCT-FOUND AND NOT ACCT-ARCHIVED
              MOVE 4 TO RETURN-CODE
           END-IF.
       300-EXIT.
