      *****************************************************************
      * Program name:    PGM129
      *
      * Original author: DEFAY E.
      *
      * Purpose : Common inbound-file registry subprogram, called by
      *           the steps taking a file in from outside the suite
      *           (PGM074 CSVIN, PGM080 BANKRET, PGM082 branch files,
      *           PGM084 COLLIN, PGM094 XTRFIN) and by PGM035 for the
      *           SUPPLMNT supplement it hands on. The caller
      *           fingerprints its file first : record count, amount
      *           total, the creation stamp of its header or trailer
      *           and its first and last records.
      *           LK-FUNC 'C' checks the fingerprint against the
      *           INFREG register before anything is processed : a
      *           file the same step has already accepted comes back
      *           'D' and the caller refuses it, unless an operator
      *           and a reason were given to force it through ('F').
      *           An empty file is never a duplicate.
      *           LK-FUNC 'A' registers the file once it has been
      *           processed, a forced one with its operator and
      *           reason.
      *
      * Linkage :
      *    LK-FUNC    'C' check, 'A' accept
      *    LK-PGM     the calling program's name
      *    LK-FEED    the file's name as the suite knows it (its
      *               ASSIGN name, a branch file named from
      *               BRCHLIST)
      *    LK-COUNT   records in the file (header and trailer
      *               apart)
      *    LK-TOTAL   the file's amount total, as its own trailer
      *               adds it up where it has one
      *    LK-CREAT   the creation stamp from its header or trailer
      *               (a date or the sender's run number), zero
      *               when the file carries none
      *    LK-FIRST   the first 80 characters of its first record
      *    LK-LAST    the first 80 characters of its last record
      *    LK-OPER    the operator forcing a duplicate through
      *    LK-MOTIF   the reason given for forcing it
      *    LK-RESULT  returned by 'C' : 'N' not seen before, 'D'
      *               duplicate refused, 'F' duplicate forced; handed
      *               back unchanged to 'A'
      *
      * Using :
      *    - Copybook INFRGFS
      *    - RUNCTL as allocated by PGM016
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created : a file the bank or a branch
      *                    sends twice is refused at the door
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM129.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /    INFREG (suite-wide inbound-file registry, appended to)
           SELECT INFREG
           ASSIGN TO INFREG
           FILE STATUS is WS-FS-INFREG.
      /    RUNCTL (the chain's current run number, from PGM016)
           SELECT RUNCTL
           ASSIGN TO RUNCTL
           FILE STATUS is WS-FS-RUNCTL.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD INFREG.
       COPY INFRGFS REPLACING ==()== BY ==INFREG==.
       FD RUNCTL.
       01 STRUCT-RUNCTL.
           02 RN-RUNNO      PIC 9(12).
           02 FILLER        PIC X(68).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-INFREG   PIC X(02).
           88 INFREG-END  VALUE '10'.
       01 WS-FS-RUNCTL   PIC X(02).
       01 WS-RUNNO       PIC 9(12) VALUE 0.
       01 WS-RUNNO-SW    PIC X(01) VALUE 'N'.
           88 RUNNO-READ  VALUE 'Y'.
       01 WS-INF-DATE    PIC 9(08).
       01 WS-INF-TIME    PIC 9(08).
      / The registered entry the file duplicates, staged before
      / INFREG closes
       01 WS-DUP-PGM     PIC X(08).
       01 WS-DUP-FEED    PIC X(12).
       01 WS-DUP-DTACC   PIC 9(08).
       01 WS-DUP-RUNNO   PIC 9(12).
       LINKAGE SECTION.
       01 LK-FUNC        PIC X(01).
       01 LK-PGM         PIC X(08).
       01 LK-FEED        PIC X(12).
       01 LK-COUNT       PIC 9(09).
       01 LK-TOTAL       PIC S9(13)V99.
       01 LK-CREAT       PIC 9(12).
       01 LK-FIRST       PIC X(80).
       01 LK-LAST        PIC X(80).
       01 LK-OPER        PIC X(08).
       01 LK-MOTIF       PIC X(40).
       01 LK-RESULT      PIC X(01).
           88 LK-NEW      VALUE 'N'.
           88 LK-DUP      VALUE 'D'.
           88 LK-FORCED   VALUE 'F'.
      *****************************************************************
       PROCEDURE DIVISION USING LK-FUNC,
                                LK-PGM,
                                LK-FEED,
                                LK-COUNT,
                                LK-TOTAL,
                                LK-CREAT,
                                LK-FIRST,
                                LK-LAST,
                                LK-OPER,
                                LK-MOTIF,
                                LK-RESULT.
           IF NOT RUNNO-READ
              MOVE 'Y' TO WS-RUNNO-SW
              OPEN INPUT RUNCTL
              IF WS-FS-RUNCTL = '00'
                 READ RUNCTL
                    NOT AT END
                       MOVE RN-RUNNO TO WS-RUNNO
                 END-READ
                 CLOSE RUNCTL
              END-IF
           END-IF.
           EVALUATE LK-FUNC
              WHEN 'C'
                 PERFORM 100-CHECK THRU 100-EXIT
              WHEN 'A'
                 PERFORM 200-ACCEPT
              WHEN OTHER
                 DISPLAY 'WARNING : PGM129 CALLED BY ' LK-PGM
                         ' WITH UNKNOWN FUNCTION ' LK-FUNC
           END-EVALUATE.
           EXIT PROGRAM.
      *****************************************************************
      *  This routine looks the fingerprint up on the register : the
      *  same step, record count, amount total, creation stamp and
      *  first and last records is the same file sent again
      *****************************************************************
       100-CHECK.
           MOVE 'N' TO LK-RESULT.
           IF LK-COUNT = 0
              GO TO 100-EXIT
           END-IF.
           OPEN INPUT INFREG.
           IF WS-FS-INFREG NOT = '00'
              GO TO 100-EXIT
           END-IF.
           PERFORM UNTIL INFREG-END OR LK-DUP
              READ INFREG
                 NOT AT END
                    IF IR-PGM   = LK-PGM
                       AND IR-COUNT = LK-COUNT
                       AND IR-TOTAL = LK-TOTAL
                       AND IR-CREAT = LK-CREAT
                       AND IR-FIRST = LK-FIRST
                       AND IR-LAST  = LK-LAST
                       MOVE 'D'      TO LK-RESULT
                       MOVE IR-PGM   TO WS-DUP-PGM
                       MOVE IR-FEED  TO WS-DUP-FEED
                       MOVE IR-DTACC TO WS-DUP-DTACC
                       MOVE IR-RUNNO TO WS-DUP-RUNNO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE INFREG.
           IF NOT LK-DUP
              GO TO 100-EXIT
           END-IF.
           DISPLAY 'ERROR : ' LK-FEED ' ALREADY ACCEPTED BY '
                   WS-DUP-PGM ' ON ' WS-DUP-DTACC ' AS '
                   WS-DUP-FEED ' (RUN ' WS-DUP-RUNNO ') - '
                   LK-COUNT ' RECORDS, TOTAL ' LK-TOTAL.
           IF LK-OPER NOT = SPACES AND LK-OPER NOT = LOW-VALUES
              AND LK-MOTIF NOT = SPACES AND LK-MOTIF NOT = LOW-VALUES
              MOVE 'F' TO LK-RESULT
              DISPLAY 'WARNING : DUPLICATE ' LK-FEED ' FORCED BY '
                      LK-OPER ' - ' LK-MOTIF
           END-IF.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine registers the processed file, a forced
      *  duplicate with its operator and reason
      *****************************************************************
       200-ACCEPT.
           ACCEPT WS-INF-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-INF-TIME FROM TIME.
           MOVE SPACES      TO STRUCT-INFREG.
           MOVE LK-PGM      TO IR-PGM.
           MOVE LK-FEED     TO IR-FEED.
           MOVE LK-COUNT    TO IR-COUNT.
           MOVE LK-TOTAL    TO IR-TOTAL.
           MOVE LK-CREAT    TO IR-CREAT.
           MOVE WS-RUNNO    TO IR-RUNNO.
           MOVE WS-INF-DATE TO IR-DTACC.
           MOVE WS-INF-TIME TO IR-HRACC.
           MOVE LK-FIRST    TO IR-FIRST.
           MOVE LK-LAST     TO IR-LAST.
           IF LK-FORCED
              MOVE 'Y'      TO IR-FORCE
              MOVE LK-OPER  TO IR-OPER
              MOVE LK-MOTIF TO IR-MOTIF
           ELSE
              MOVE 'N'      TO IR-FORCE
           END-IF.
           OPEN EXTEND INFREG.
           IF WS-FS-INFREG NOT = '00'
              OPEN OUTPUT INFREG
           END-IF.
           WRITE STRUCT-INFREG.
           CLOSE INFREG.
