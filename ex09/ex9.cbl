      *                    same maintenance against a new REGMSTR
      *                    region reference table (code and name),
      *                    for the PGM031 regional rollup
      * 15/10/26  DEFAY E. Every DEPTMSTR maintenance journaled
      *                    through PGM067 (before and after image) :
      *                    the PGM068 roll-forward and the PGM131
      *                    change feed see department changes
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
      / Switch for the name-search routines
       01  WS-NAME-FOUND  PIC X(01) VALUE 'N'.
           88 NAME-FOUND  VALUE 'Y'.
      / PGM067 master-image journaling interface
       01 WS-CALL-IMG    PIC X(08) VALUE "PGM067  ".
       01 WS-IMG-PGM     PIC X(08) VALUE 'PGM009'.
       01 WS-IMG-FILE    PIC X(08) VALUE 'DEPTMSTR'.
       01 WS-IMG-AVANT   PIC X(80).
       01 WS-IMG-APRES   PIC X(80).
      / PGM046 common run-log interface
       01 WS-CALL-LOG    PIC X(08) VALUE "PGM046  ".
       01 WS-LOG-FUNC    PIC X(01).
           END-IF.
           MOVE WS-NEW-DM-NOM TO DM-NOM.
           MOVE PJ-MAINT-REGION TO DM-REGION.
           MOVE SPACES TO WS-IMG-AVANT.
           OPEN I-O DEPTMSTR.
           IF WS-FS-DEPTMSTR NOT = '00'
              OPEN OUTPUT DEPTMSTR
                 INVALID KEY
                    WRITE STRUCT-DEPTMSTR
                 NOT INVALID KEY
                    MOVE STRUCT-DEPTMSTR TO WS-IMG-AVANT
                    MOVE WS-NEW-DM-NOM TO DM-NOM
                    IF NOT MAINT-DELETE
                       MOVE PJ-MAINT-REGION TO DM-REGION
                    REWRITE STRUCT-DEPTMSTR
              END-READ
           END-IF.
           MOVE STRUCT-DEPTMSTR TO WS-IMG-APRES.
           CLOSE DEPTMSTR.
           CALL WS-CALL-IMG USING WS-IMG-PGM, WS-IMG-FILE,
                WS-IMG-AVANT, WS-IMG-APRES.
           DISPLAY '060-MAINT'.
           DISPLAY '    PJ-MAINT-ACTION : ' PJ-MAINT-ACTION.
           DISPLAY '    PJ-MAINT-DEPT   : ' PJ-MAINT-DEPT.
