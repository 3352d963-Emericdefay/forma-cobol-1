      *****************************************************************
      * Program name:    PGM099
      *
      * Original author: DEFAY E.
      *
      * Purpose : Year-end tax certificates on credit interest. The
      *           INTHIST register PGM048 appends at every accrual
      *           run is read for year PJ-ANNEE and aggregated per
      *           customer across all the accounts linked to it :
      *           gross interest, tax withheld at source and net
      *           interest. One IFUCERT certificate record is
      *           written per customer (name and address from
      *           CUSTMSTR), and the IFUDECL declaration file for
      *           the tax administration carries a header (bank
      *           code, year), one detail per customer and a
      *           trailer with the count and the totals. Interest
      *           on an account with no customer is listed on
      *           FILERPT99 as unattributed (RETURN-CODE 4). The
      *           report ties the certificates and the unattributed
      *           amounts back to what was actually posted in the
      *           year : the MVTJRNL entries of origin 'INTC'
      *           (gross interest credited) and 'PFU ' (tax debited
      *           at source), the INTHIST totals being printed
      *           alongside.
      *
      * Using :
      *    - Copybooks INTHFS & JRNLFS
      *    - INTHIST as written by PGM048, CUSTMSTR as kept by
      *      PGM051, MVTJRNL (the year's journals) by PGM017
      *    - PGM124 dataset lineage
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created : the yearly interest certificates
      *                    and their declaration
      * 15/10/26  DEFAY E. The certificates tie to the year's posted
      *                    'INTC' credits and 'PFU ' debits on
      *                    MVTJRNL instead of to INTHIST, which
      *                    records an accrual whether or not its
      *                    movements were posted
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM099.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /    INTHIST (credit-interest register from PGM048)
           SELECT INTHIST
           ASSIGN TO INTHIST
           FILE STATUS is WS-FS-INTH.
      /    MVTJRNL (applied-movements journal of the year)
           SELECT MVTJRNL
           ASSIGN TO MVTJRNL
           FILE STATUS is WS-FS-JRNL.
      /    CUSTMSTR (indexed customer master keyed on CU-CLIENT)
           SELECT CUSTMSTR
           ASSIGN TO CUSTMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CU-CLIENT
           FILE STATUS is WS-FS-CUST.
      /    IFUCERT (one tax certificate per customer)
           SELECT IFUCERT
           ASSIGN TO IFUCERT.
      /    IFUDECL (declaration file for the tax administration)
           SELECT IFUDECL
           ASSIGN TO IFUDECL.
      /    FILERPT99 (certificate run control report)
           SELECT FILERPT99
           ASSIGN TO FILERPT99.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD INTHIST.
       COPY INTHFS REPLACING ==()== BY ==INTHIST==.
       FD MVTJRNL.
       COPY JRNLFS REPLACING ==()== BY ==MVTJRNL==.
       FD CUSTMSTR
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-CUSTMSTR.
           02 CU-CLIENT  PIC 9(06).
           02 FILLER     PIC X(01).
           02 CU-NOM     PIC X(25).
           02 FILLER     PIC X(01).
           02 CU-ADRESSE PIC X(30).
           02 FILLER     PIC X(01).
           02 CU-RISQUE  PIC X(01).
           02 FILLER     PIC X(01).
           02 CU-DTREVUE PIC 9(08).
           02 FILLER     PIC X(01).
           02 CU-TYPE    PIC X(01).
           02 FILLER     PIC X(04).
       FD IFUCERT
           RECORD CONTAINS 120 CHARACTERS.
       01  STRUCT-IFUCERT.
           02 IC-ANNEE        PIC 9(04).
           02 FILLER          PIC X(01).
           02 IC-CLIENT       PIC 9(06).
           02 FILLER          PIC X(01).
           02 IC-NOM          PIC X(25).
           02 FILLER          PIC X(01).
           02 IC-ADRESSE      PIC X(30).
           02 FILLER          PIC X(01).
           02 IC-BRUT         PIC 9(09)V99.
           02 FILLER          PIC X(01).
           02 IC-RETENUE      PIC 9(09)V99.
           02 FILLER          PIC X(01).
           02 IC-NET          PIC 9(09)V99.
           02 FILLER          PIC X(01).
           02 IC-NBCRED       PIC 9(03).
           02 FILLER          PIC X(12).
       FD IFUDECL
           RECORD CONTAINS 120 CHARACTERS.
       01  STRUCT-IFUDECL.
           02 DC-TYPE         PIC X(01).
           02 FILLER          PIC X(01).
           02 DC-CORPS        PIC X(118).
           02 DC-ENTETE REDEFINES DC-CORPS.
              03 DH-BANQUE    PIC X(05).
              03 FILLER       PIC X(01).
              03 DH-ANNEE     PIC 9(04).
              03 FILLER       PIC X(01).
              03 DH-DATE      PIC 9(08).
              03 FILLER       PIC X(99).
           02 DC-DETAIL REDEFINES DC-CORPS.
              03 DD-CLIENT    PIC 9(06).
              03 FILLER       PIC X(01).
              03 DD-NOM       PIC X(25).
              03 FILLER       PIC X(01).
              03 DD-ADRESSE   PIC X(30).
              03 FILLER       PIC X(01).
              03 DD-BRUT      PIC 9(09)V99.
              03 FILLER       PIC X(01).
              03 DD-RETENUE   PIC 9(09)V99.
              03 FILLER       PIC X(31).
           02 DC-CONTROLE REDEFINES DC-CORPS.
              03 DT-COUNT     PIC 9(07).
              03 FILLER       PIC X(01).
              03 DT-BRUT      PIC 9(13)V99.
              03 FILLER       PIC X(01).
              03 DT-RETENUE   PIC 9(13)V99.
              03 FILLER       PIC X(79).
       FD FILERPT99
           RECORD CONTAINS 80 CHARACTERS.
       01  FILERPT99-ENREG PIC X(80).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-INTH     PIC X(02).
           88 INTH-END    VALUE '10'.
       01 WS-FS-CUST     PIC X(02).
           88 CUST-END    VALUE '10'.
       01 WS-FS-JRNL     PIC X(02).
           88 JRNL-END    VALUE '10'.
       01 WS-CNT-JRNL    PIC 9(07) VALUE 0.
       01 WS-CNT-POSTED  PIC 9(07) VALUE 0.
       01 WS-CNT-READ    PIC 9(07) VALUE 0.
       01 WS-CNT-YEAR    PIC 9(07) VALUE 0.
       01 WS-CNT-CERT    PIC 9(07) VALUE 0.
       01 WS-CNT-NOCUST  PIC 9(05) VALUE 0.
      / Per-customer totals of the year
       01 WS-CL-COUNT    PIC 9(04) VALUE 0.
       01 WS-CL-MAX      PIC 9(04) VALUE 5000.
       01 WS-CL-TABLE.
           05 WS-CL-ENTRY OCCURS 5000 TIMES.
              10 WS-CL-CLIENT   PIC 9(06).
              10 WS-CL-BRUT     PIC 9(09)V99.
              10 WS-CL-RETENUE  PIC 9(09)V99.
              10 WS-CL-NBCRED   PIC 9(03).
              10 WS-CL-DONE     PIC X(01).
       01 WS-CX          PIC 9(04).
       01 WS-CL-HIT      PIC 9(04).
      / Accounts without a customer
       01 WS-UA-COUNT    PIC 9(04) VALUE 0.
       01 WS-UA-TABLE.
           05 WS-UA-ENTRY OCCURS 1000 TIMES.
              10 WS-UA-COMPTE   PIC 9(06).
              10 WS-UA-BRUT     PIC 9(09)V99.
              10 WS-UA-RETENUE  PIC 9(09)V99.
       01 WS-UX          PIC 9(04).
       01 WS-UA-HIT      PIC 9(04).
      / Year totals and the tie-out
       01 WS-YR-BRUT     PIC 9(13)V99 VALUE 0.
       01 WS-YR-RETENUE  PIC 9(13)V99 VALUE 0.
       01 WS-JR-BRUT     PIC 9(13)V99 VALUE 0.
       01 WS-JR-RETENUE  PIC 9(13)V99 VALUE 0.
       01 WS-CT-BRUT     PIC 9(13)V99 VALUE 0.
       01 WS-CT-RETENUE  PIC 9(13)V99 VALUE 0.
       01 WS-NA-BRUT     PIC 9(13)V99 VALUE 0.
       01 WS-NA-RETENUE  PIC 9(13)V99 VALUE 0.
       01 WS-EC-BRUT     PIC S9(13)V99 VALUE 0.
       01 WS-EC-RETENUE  PIC S9(13)V99 VALUE 0.
       01 WS-RPT-LINES   PIC 9(07) VALUE 0.
      / Report lines
       01 WS-RPT-HDR1.
           05 FILLER         PIC X(37) VALUE
              'PGM099 INTEREST TAX CERTIFICATES FOR '.
           05 WS-RPT-H-ANNEE PIC 9(04).
           05 FILLER         PIC X(39) VALUE SPACES.
       01 WS-RPT-HDR2.
           05 FILLER         PIC X(40) VALUE
              '                                   BRUT '.
           05 FILLER         PIC X(40) VALUE
              '           RETENUE'.
       01 WS-RPT-LINE.
           05 WS-RPT-L-LIB   PIC X(30).
           05 WS-RPT-L-BRUT  PIC -(12)9.99.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-RPT-L-RET   PIC -(12)9.99.
           05 FILLER         PIC X(16) VALUE SPACES.
      / PGM081 control-date interface
       01 WS-CALL-DATE   PIC X(08) VALUE "PGM081  ".
      / PGM075 report-catalog interface
       01 WS-CALL-CAT    PIC X(08) VALUE "PGM075  ".
       01 WS-CAT-RPT     PIC X(12).
       01 WS-CAT-PAGES   PIC 9(05).
       01 WS-CAT-LINES   PIC 9(07).
      / Parameter from JCL run
       01 PJ-RUNDATE     PIC 9(08).
       01 PJ-ANNEE       PIC 9(04).
       01 PJ-BANQUE      PIC X(05).
       01 PJ-BANQUE-DEF  PIC X(05) VALUE '99999'.
      / PGM124 dataset-lineage interface
       01 WS-CALL-LIN    PIC X(08) VALUE "PGM124  ".
       01 WS-LIN-PGM     PIC X(08) VALUE 'PGM099'.
       01 WS-LIN-DSN     PIC X(10).
       01 WS-LIN-MODE    PIC X(01).
       01 WS-LIN-COUNT   PIC 9(09).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           PERFORM 001-OFILE THRU 001-EXIT.
           PERFORM 100-COLLECT THRU 100-EXIT.
           PERFORM 150-POSTED THRU 150-EXIT.
           PERFORM 200-CERTIFY THRU 200-EXIT.
           PERFORM 300-REPORT THRU 300-EXIT.
           PERFORM 999-CFILE THRU 999-EXIT.
           PERFORM 400-EXITP THRU 400-EXIT.
           STOP RUN.
      *****************************************************************
      *  This routine handle parameters : the year defaults to the
      *  control date's
      *****************************************************************
       000-PARMS.
           ACCEPT PJ-RUNDATE.
           IF PJ-RUNDATE = SPACE OR LOW-VALUE THEN
              CALL WS-CALL-DATE USING PJ-RUNDATE
           END-IF.
           ACCEPT PJ-ANNEE.
           IF PJ-ANNEE = SPACE OR LOW-VALUE THEN
              MOVE PJ-RUNDATE (1:4) TO PJ-ANNEE
           END-IF.
           ACCEPT PJ-BANQUE.
           IF PJ-BANQUE = SPACE OR LOW-VALUE THEN
              MOVE PJ-BANQUE-DEF TO PJ-BANQUE
           END-IF.
       000-EXIT.
           EXIT.
      *****************************************************************
      *  This routine handle files opening
      *****************************************************************
       001-OFILE.
           OPEN INPUT INTHIST.
           IF WS-FS-INTH NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT INTHIST FAILED - FILE '
                      'STATUS ' WS-FS-INTH
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT MVTJRNL.
           IF WS-FS-JRNL NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT MVTJRNL FAILED - FILE '
                      'STATUS ' WS-FS-JRNL
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT CUSTMSTR.
           IF WS-FS-CUST NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT CUSTMSTR FAILED - FILE '
                      'STATUS ' WS-FS-CUST
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT IFUCERT.
           OPEN OUTPUT IFUDECL.
           OPEN OUTPUT FILERPT99.
       001-EXIT.
           EXIT.
      *****************************************************************
      *  This routine totals the year's interest credits per customer
      *  (per account when there is no customer)
      *****************************************************************
       100-COLLECT.
           PERFORM UNTIL INTH-END
              READ INTHIST
                 NOT AT END
                    ADD 1 TO WS-CNT-READ
                    IF IH-DATE (1:4) = PJ-ANNEE
                       PERFORM 110-ONECREDIT THRU 110-EXIT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE INTHIST.
           MOVE 'INTHIST' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-READ TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine totals the year's posted interest credits and
      *  tax debits from the journal
      *****************************************************************
       150-POSTED.
           PERFORM UNTIL JRNL-END
              READ MVTJRNL
                 NOT AT END
                    ADD 1 TO WS-CNT-JRNL
                    IF JR-RUNDATE (1:4) = PJ-ANNEE
                       EVALUATE TRUE
                          WHEN JR-ORIGINE = 'INTC' AND JR-SENS = 'C'
                             ADD JR-MNT TO WS-JR-BRUT
                             ADD 1 TO WS-CNT-POSTED
                          WHEN JR-ORIGINE = 'PFU ' AND JR-SENS = 'D'
                             ADD JR-MNT TO WS-JR-RETENUE
                             ADD 1 TO WS-CNT-POSTED
                       END-EVALUATE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE MVTJRNL.
           MOVE 'MVTJRNL' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-JRNL TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
       150-EXIT.
           EXIT.
      *****************************************************************
      *  This routine adds one interest credit to its customer
      *****************************************************************
       110-ONECREDIT.
           ADD 1 TO WS-CNT-YEAR.
           ADD IH-BRUT    TO WS-YR-BRUT.
           ADD IH-RETENUE TO WS-YR-RETENUE.
           IF IH-CLIENT = 0
              PERFORM 120-NOCUST
              GO TO 110-EXIT
           END-IF.
           MOVE 0 TO WS-CL-HIT.
           PERFORM VARYING WS-CX FROM 1 BY 1
                     UNTIL WS-CX > WS-CL-COUNT OR WS-CL-HIT > 0
              IF WS-CL-CLIENT (WS-CX) = IH-CLIENT
                 MOVE WS-CX TO WS-CL-HIT
              END-IF
           END-PERFORM.
           IF WS-CL-HIT = 0
              IF WS-CL-COUNT NOT < WS-CL-MAX
                 DISPLAY 'ERROR : MORE THAN ' WS-CL-MAX
                         ' CUSTOMERS WITH INTEREST'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-CL-COUNT
              MOVE WS-CL-COUNT TO WS-CL-HIT
              MOVE IH-CLIENT TO WS-CL-CLIENT (WS-CL-HIT)
              MOVE 0   TO WS-CL-BRUT (WS-CL-HIT)
              MOVE 0   TO WS-CL-RETENUE (WS-CL-HIT)
              MOVE 0   TO WS-CL-NBCRED (WS-CL-HIT)
              MOVE 'N' TO WS-CL-DONE (WS-CL-HIT)
           END-IF.
           ADD IH-BRUT    TO WS-CL-BRUT (WS-CL-HIT).
           ADD IH-RETENUE TO WS-CL-RETENUE (WS-CL-HIT).
           ADD 1          TO WS-CL-NBCRED (WS-CL-HIT).
       110-EXIT.
           EXIT.
      *****************************************************************
      *  This routine keeps an account without customer aside
      *****************************************************************
       120-NOCUST.
           ADD IH-BRUT    TO WS-NA-BRUT.
           ADD IH-RETENUE TO WS-NA-RETENUE.
           MOVE 0 TO WS-UA-HIT.
           PERFORM VARYING WS-UX FROM 1 BY 1
                     UNTIL WS-UX > WS-UA-COUNT OR WS-UA-HIT > 0
              IF WS-UA-COMPTE (WS-UX) = IH-COMPTE
                 MOVE WS-UX TO WS-UA-HIT
              END-IF
           END-PERFORM.
           IF WS-UA-HIT = 0 AND WS-UA-COUNT < 1000
              ADD 1 TO WS-UA-COUNT
              MOVE WS-UA-COUNT TO WS-UA-HIT
              MOVE IH-COMPTE TO WS-UA-COMPTE (WS-UA-HIT)
              MOVE 0 TO WS-UA-BRUT (WS-UA-HIT)
              MOVE 0 TO WS-UA-RETENUE (WS-UA-HIT)
           END-IF.
           IF WS-UA-HIT > 0
              ADD IH-BRUT    TO WS-UA-BRUT (WS-UA-HIT)
              ADD IH-RETENUE TO WS-UA-RETENUE (WS-UA-HIT)
           END-IF.
      *****************************************************************
      *  This routine writes the certificates and the declaration in
      *  customer order : CUSTMSTR is walked by key, then any
      *  customer no longer on it is certified without a name
      *****************************************************************
       200-CERTIFY.
           MOVE SPACES    TO STRUCT-IFUDECL.
           MOVE 'H'       TO DC-TYPE.
           MOVE PJ-BANQUE TO DH-BANQUE.
           MOVE PJ-ANNEE  TO DH-ANNEE.
           MOVE PJ-RUNDATE TO DH-DATE.
           WRITE STRUCT-IFUDECL.
           MOVE 0 TO CU-CLIENT.
           START CUSTMSTR KEY >= CU-CLIENT
              INVALID KEY
                 MOVE '10' TO WS-FS-CUST
           END-START.
           PERFORM UNTIL CUST-END
              READ CUSTMSTR NEXT
                 NOT AT END
                    PERFORM VARYING WS-CX FROM 1 BY 1
                              UNTIL WS-CX > WS-CL-COUNT
                       IF WS-CL-CLIENT (WS-CX) = CU-CLIENT
                          PERFORM 210-PUTCERT
                       END-IF
                    END-PERFORM
              END-READ
           END-PERFORM.
           PERFORM VARYING WS-CX FROM 1 BY 1
                     UNTIL WS-CX > WS-CL-COUNT
              IF WS-CL-DONE (WS-CX) = 'N'
                 DISPLAY 'WARNING : CUSTOMER ' WS-CL-CLIENT (WS-CX)
                         ' NOT ON CUSTMSTR - CERTIFIED WITHOUT NAME'
                 MOVE SPACES TO STRUCT-CUSTMSTR
                 MOVE WS-CL-CLIENT (WS-CX) TO CU-CLIENT
                 PERFORM 210-PUTCERT
              END-IF
           END-PERFORM.
           MOVE SPACES        TO STRUCT-IFUDECL.
           MOVE 'T'           TO DC-TYPE.
           MOVE WS-CNT-CERT   TO DT-COUNT.
           MOVE WS-CT-BRUT    TO DT-BRUT.
           MOVE WS-CT-RETENUE TO DT-RETENUE.
           WRITE STRUCT-IFUDECL.
       200-EXIT.
           EXIT.
      *****************************************************************
      *  This routine writes one customer's certificate and its
      *  declaration detail
      *****************************************************************
       210-PUTCERT.
           MOVE 'Y' TO WS-CL-DONE (WS-CX).
           MOVE SPACES     TO STRUCT-IFUCERT.
           MOVE PJ-ANNEE   TO IC-ANNEE.
           MOVE CU-CLIENT  TO IC-CLIENT.
           MOVE CU-NOM     TO IC-NOM.
           MOVE CU-ADRESSE TO IC-ADRESSE.
           MOVE WS-CL-BRUT (WS-CX)    TO IC-BRUT.
           MOVE WS-CL-RETENUE (WS-CX) TO IC-RETENUE.
           COMPUTE IC-NET = WS-CL-BRUT (WS-CX)
                          - WS-CL-RETENUE (WS-CX).
           MOVE WS-CL-NBCRED (WS-CX)  TO IC-NBCRED.
           WRITE STRUCT-IFUCERT.
           MOVE SPACES     TO STRUCT-IFUDECL.
           MOVE 'D'        TO DC-TYPE.
           MOVE CU-CLIENT  TO DD-CLIENT.
           MOVE CU-NOM     TO DD-NOM.
           MOVE CU-ADRESSE TO DD-ADRESSE.
           MOVE WS-CL-BRUT (WS-CX)    TO DD-BRUT.
           MOVE WS-CL-RETENUE (WS-CX) TO DD-RETENUE.
           WRITE STRUCT-IFUDECL.
           ADD 1 TO WS-CNT-CERT.
           ADD WS-CL-BRUT (WS-CX)    TO WS-CT-BRUT.
           ADD WS-CL-RETENUE (WS-CX) TO WS-CT-RETENUE.
      *****************************************************************
      *  This routine prints the unattributed accounts and ties the
      *  certificates back to the year's posted interest and tax
      *****************************************************************
       300-REPORT.
           MOVE PJ-ANNEE TO WS-RPT-H-ANNEE.
           WRITE FILERPT99-ENREG FROM WS-RPT-HDR1.
           WRITE FILERPT99-ENREG FROM WS-RPT-HDR2.
           ADD 2 TO WS-RPT-LINES.
           PERFORM VARYING WS-UX FROM 1 BY 1
                     UNTIL WS-UX > WS-UA-COUNT
              MOVE SPACES TO WS-RPT-L-LIB
              STRING 'NO CUSTOMER - ACCOUNT '
                     WS-UA-COMPTE (WS-UX)
                     DELIMITED BY SIZE
                INTO WS-RPT-L-LIB
              END-STRING
              MOVE WS-UA-BRUT (WS-UX)    TO WS-RPT-L-BRUT
              MOVE WS-UA-RETENUE (WS-UX) TO WS-RPT-L-RET
              WRITE FILERPT99-ENREG FROM WS-RPT-LINE
              ADD 1 TO WS-RPT-LINES
              ADD 1 TO WS-CNT-NOCUST
           END-PERFORM.
           MOVE 'INTHIST - YEAR TOTAL'    TO WS-RPT-L-LIB.
           MOVE WS-YR-BRUT                TO WS-RPT-L-BRUT.
           MOVE WS-YR-RETENUE             TO WS-RPT-L-RET.
           WRITE FILERPT99-ENREG FROM WS-RPT-LINE.
           MOVE 'MVTJRNL - POSTED INTC/PFU' TO WS-RPT-L-LIB.
           MOVE WS-JR-BRUT                TO WS-RPT-L-BRUT.
           MOVE WS-JR-RETENUE             TO WS-RPT-L-RET.
           WRITE FILERPT99-ENREG FROM WS-RPT-LINE.
           MOVE 'CERTIFICATES'            TO WS-RPT-L-LIB.
           MOVE WS-CT-BRUT                TO WS-RPT-L-BRUT.
           MOVE WS-CT-RETENUE             TO WS-RPT-L-RET.
           WRITE FILERPT99-ENREG FROM WS-RPT-LINE.
           MOVE 'UNATTRIBUTED'            TO WS-RPT-L-LIB.
           MOVE WS-NA-BRUT                TO WS-RPT-L-BRUT.
           MOVE WS-NA-RETENUE             TO WS-RPT-L-RET.
           WRITE FILERPT99-ENREG FROM WS-RPT-LINE.
           COMPUTE WS-EC-BRUT = WS-JR-BRUT - WS-CT-BRUT - WS-NA-BRUT.
           COMPUTE WS-EC-RETENUE = WS-JR-RETENUE - WS-CT-RETENUE
                                 - WS-NA-RETENUE.
           MOVE 'DIFFERENCE'              TO WS-RPT-L-LIB.
           MOVE WS-EC-BRUT                TO WS-RPT-L-BRUT.
           MOVE WS-EC-RETENUE             TO WS-RPT-L-RET.
           WRITE FILERPT99-ENREG FROM WS-RPT-LINE.
           ADD 5 TO WS-RPT-LINES.
           IF WS-EC-BRUT NOT = 0 OR WS-EC-RETENUE NOT = 0
              DISPLAY 'ERROR : CERTIFICATES DO NOT TIE TO THE POSTED '
                      'INTEREST AND TAX ON MVTJRNL'
              MOVE 8 TO RETURN-CODE
           END-IF.
       300-EXIT.
           EXIT.
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
           CLOSE CUSTMSTR.
           CLOSE IFUCERT.
           CLOSE IFUDECL.
           MOVE 'CUSTMSTR' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE 0 TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           MOVE 'IFUCERT' TO WS-LIN-DSN.
           MOVE 'O' TO WS-LIN-MODE.
           MOVE WS-CNT-CERT TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           MOVE 'IFUDECL' TO WS-LIN-DSN.
           MOVE 'O' TO WS-LIN-MODE.
           COMPUTE WS-LIN-COUNT = WS-CNT-CERT + 2.
           PERFORM 990-LINEAGE.
           CLOSE FILERPT99.
           MOVE 'FILERPT99' TO WS-CAT-RPT.
           MOVE 0 TO WS-CAT-PAGES.
           MOVE WS-RPT-LINES TO WS-CAT-LINES.
           CALL WS-CALL-CAT USING WS-CAT-RPT, WS-CAT-PAGES,
                WS-CAT-LINES.
       999-EXIT.
           EXIT.
      *****************************************************************
      *  This routine should close the program (after some displays)
      *****************************************************************
       400-EXITP.
           DISPLAY "400-EXITP".
           DISPLAY '    INTHIST RECORDS READ : ' WS-CNT-READ.
           DISPLAY '    CREDITS OF THE YEAR  : ' WS-CNT-YEAR.
           DISPLAY '    MVTJRNL RECORDS READ : ' WS-CNT-JRNL.
           DISPLAY '    INTC/PFU POSTED      : ' WS-CNT-POSTED.
           DISPLAY '    CERTIFICATES WRITTEN : ' WS-CNT-CERT.
           DISPLAY '    ACCOUNTS NO CUSTOMER : ' WS-CNT-NOCUST.
           DISPLAY '    GROSS INTEREST       : ' WS-CT-BRUT.
           DISPLAY '    TAX WITHHELD         : ' WS-CT-RETENUE.
           IF WS-CNT-NOCUST > 0 AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       400-EXIT.
           EXIT.
