      *****************************************************************
      * Program name:    PGM124
      *
      * Original author: DEFAY E.
      *
      * Purpose : Common dataset-lineage subprogram, called by a step
      *           as it closes each dataset it opened :
      *           - the account side, feeding or reading MVTSIN and
      *             MVTJRNL : PGM017, PGM018, PGM048, PGM049, PGM052,
      *             PGM053, PGM061, PGM074, PGM082, PGM084 to PGM087,
      *             PGM089, PGM094, PGM096, PGM099, PGM101, PGM107,
      *             PGM108, PGM109, PGM132;
      *           - the general ledger : PGM030, PGM048, PGM097,
      *             PGM098, PGM115 (GLJRNL);
      *           - the payroll : PGM011, PGM034, PGM037, PGM044,
      *             PGM055, PGM058, PGM059, PGM072, PGM080, PGM115,
      *             PGM116, PGM117, PGM119, PGM126;
      *           - the dual-control and audit steps : PGM127,
      *             PGM128.
      *           A step not listed records nothing. Each call
      *           appends one LINEFS record to the suite-wide
      *           LINEAGE register : the chain's run number (read
      *           back from RUNCTL once per run unit, zero outside
      *           the chain), the step, the dataset, its open mode
      *           and its record count. PGM125 answers from it which
      *           steps consumed a dataset on a run, and where an
      *           output's inputs came from.
      *
      * Linkage :
      *    LK-PGM     the calling program's name
      *    LK-DSN     the dataset's name as the suite knows it (its
      *               ASSIGN name; PGM074's MVTOUT is the MVTSIN
      *               feed, a branch file is named from BRCHLIST)
      *    LK-MODE    'I' input, 'O' output, 'E' extend, 'U' update
      *    LK-COUNT   records read ('I'), written ('O'/'E') or
      *               rewritten ('U'); zero for a master only read
      *               at random
      *
      * Using :
      *    - Copybook LINEFS
      *    - RUNCTL as allocated by PGM016
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created : a late or corrupt file can be
      *                    followed to every step it fed
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM124.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /    LINEAGE (suite-wide dataset lineage register, appended to)
           SELECT LINEAGE
           ASSIGN TO LINEAGE
           FILE STATUS is WS-FS-LINEAGE.
      /    RUNCTL (the chain's current run number, from PGM016)
           SELECT RUNCTL
           ASSIGN TO RUNCTL
           FILE STATUS is WS-FS-RUNCTL.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD LINEAGE.
       COPY LINEFS REPLACING ==()== BY ==LINEAGE==.
       FD RUNCTL.
       01 STRUCT-RUNCTL.
           02 RN-RUNNO      PIC 9(12).
           02 FILLER        PIC X(68).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-LINEAGE  PIC X(02).
       01 WS-FS-RUNCTL   PIC X(02).
       01 WS-RUNNO       PIC 9(12) VALUE 0.
       01 WS-RUNNO-SW    PIC X(01) VALUE 'N'.
           88 RUNNO-READ  VALUE 'Y'.
       01 WS-LIN-DATE    PIC 9(08).
       01 WS-LIN-TIME    PIC 9(08).
       LINKAGE SECTION.
       01 LK-PGM         PIC X(08).
       01 LK-DSN         PIC X(10).
       01 LK-MODE        PIC X(01).
       01 LK-COUNT       PIC 9(09).
      *****************************************************************
       PROCEDURE DIVISION USING LK-PGM,
                                LK-DSN,
                                LK-MODE,
                                LK-COUNT.
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
           ACCEPT WS-LIN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-LIN-TIME FROM TIME.
           MOVE SPACES      TO STRUCT-LINEAGE.
           MOVE WS-RUNNO    TO LN-RUNNO.
           MOVE LK-PGM      TO LN-PGM.
           MOVE LK-DSN      TO LN-DSN.
           MOVE LK-MODE     TO LN-MODE.
           MOVE LK-COUNT    TO LN-COUNT.
           MOVE WS-LIN-DATE TO LN-DATE.
           MOVE WS-LIN-TIME TO LN-TIME.
           IF NOT LN-INPUT AND NOT LN-OUTPUT
              AND NOT LN-EXTEND AND NOT LN-UPDATE
              DISPLAY 'WARNING : PGM124 CALLED BY ' LK-PGM
                      ' WITH UNKNOWN MODE ' LK-MODE ' FOR ' LK-DSN
           END-IF.
           OPEN EXTEND LINEAGE.
           IF WS-FS-LINEAGE NOT = '00'
              OPEN OUTPUT LINEAGE
           END-IF.
           WRITE STRUCT-LINEAGE.
           CLOSE LINEAGE.
           EXIT PROGRAM.
