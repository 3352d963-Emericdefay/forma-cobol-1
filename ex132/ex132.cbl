      *****************************************************************
      * Program name:    PGM132
      *
      * Original author: DEFAY E.
      *
      * Purpose : Statistical audit sampling of the MVTJRNL applied
      *           movements posted (JR-RUNDATE) inside the PJ-DEBUT /
      *           PJ-FIN range (default : the calendar year of the
      *           run date, up to the run date), for the external
      *           auditors' tests of detail. Every movement at or
      *           above the key-item threshold PJ-SEUIL is taken
      *           whatever the method and left out of the sampled
      *           population; the rest is sampled for PJ-TAILLE items
      *           by the PJ-METHODE method :
      *           'M' monetary-unit sampling : a fixed interval of
      *               the population amount over the sample size,
      *               from a random start, selects every movement
      *               holding one of the monetary units it lands on;
      *           'S' stratified random selection : the population
      *               is cut in amount bands by movement origin
      *               (JR-ORIGINE), the sample allocated to each
      *               stratum in proportion to its count (one at the
      *               least) and drawn at random within it.
      *           The draws come from a multiplicative congruential
      *           generator seeded by PJ-SEED (default the run date),
      *           so that the same seed on the same journal gives
      *           back the same sample. The selected movements go to
      *           the AUDSAMP workpaper with their account, customer
      *           (through ACCTREL / CUSTMSTR) and audit trail : the
      *           journal record number, the posting run date and
      *           the movement's position in that run's input
      *           (JR-MVTPOS, 0 for an entry posted outside a
      *           MVTSIN run). FILERPT132 is the sampling summary :
      *           parameters, population, key items, sample and
      *           coverage in count and amount, and the strata.
      *
      * Using :
      *    - Copybook JRNLFS
      *    - MVTJRNL as written by PGM017, ACCTREL and CUSTMSTR as
      *      kept by PGM051
      *    - PGM075 report catalog, PGM124 dataset lineage
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created : the auditors' sample is drawn
      *                    by the batch, reproducibly, instead of
      *                    being picked from printed statements
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM132.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /    MVTJRNL (applied-movements journal of the range)
           SELECT MVTJRNL
           ASSIGN TO MVTJRNL
           FILE STATUS is WS-FS-JRNL.
      /    ACCTREL (indexed account-to-customer relationship file)
           SELECT ACCTREL
           ASSIGN TO ACCTREL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-COMPTE
           FILE STATUS is WS-FS-REL.
      /    CUSTMSTR (indexed customer master keyed on CU-CLIENT)
           SELECT CUSTMSTR
           ASSIGN TO CUSTMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CU-CLIENT
           FILE STATUS is WS-FS-CUST.
      /    AUDSAMP (audit workpaper : the selected movements)
           SELECT AUDSAMP
           ASSIGN TO AUDSAMP
           FILE STATUS is WS-FS-SAMP.
      /    FILERPT132 (sampling summary)
           SELECT FILERPT132
           ASSIGN TO FILERPT132.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD MVTJRNL.
       COPY JRNLFS REPLACING ==()== BY ==MVTJRNL==.
       FD ACCTREL.
       01  STRUCT-ACCTREL.
           02 AR-COMPTE  PIC 9(06).
           02 FILLER     PIC X(01).
           02 AR-CLIENT  PIC 9(06).
           02 FILLER     PIC X(67).
       FD CUSTMSTR.
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
           02 FILLER     PIC X(06).
       FD AUDSAMP
           RECORD CONTAINS 120 CHARACTERS.
       01  STRUCT-AUDSAMP.
           02 AS-TYPE    PIC X(01).
              88 AS-CLE       VALUE 'K'.
              88 AS-MUS       VALUE 'M'.
              88 AS-STRAT     VALUE 'S'.
           02 FILLER     PIC X(01).
           02 AS-SEQ     PIC 9(07).
           02 FILLER     PIC X(01).
           02 AS-RUNDATE PIC 9(08).
           02 FILLER     PIC X(01).
           02 AS-MVTPOS  PIC 9(07).
           02 FILLER     PIC X(01).
           02 AS-COMPTE  PIC 9(06).
           02 FILLER     PIC X(01).
           02 AS-CLIENT  PIC 9(06).
           02 FILLER     PIC X(01).
           02 AS-NOM     PIC X(25).
           02 FILLER     PIC X(01).
           02 AS-SENS    PIC X(01).
           02 FILLER     PIC X(01).
           02 AS-MNT     PIC 9(07)V99.
           02 FILLER     PIC X(01).
           02 AS-DTVAL   PIC X(10).
           02 FILLER     PIC X(01).
           02 AS-ORIGINE PIC X(04).
           02 FILLER     PIC X(01).
           02 AS-TYPEMVT PIC X(01).
           02 FILLER     PIC X(01).
           02 AS-STRATE  PIC 9(03).
           02 FILLER     PIC X(01).
           02 AS-HITS    PIC 9(03).
           02 FILLER     PIC X(16).
       FD FILERPT132
           RECORD CONTAINS 80 CHARACTERS.
       01  FILERPT132-ENREG   PIC X(80).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-JRNL     PIC X(02).
           88 JRNL-END    VALUE '10'.
       01 WS-FS-REL      PIC X(02).
       01 WS-FS-CUST     PIC X(02).
       01 WS-FS-SAMP     PIC X(02).
       01 WS-REL-AVAIL-SW  PIC X(01) VALUE 'N'.
           88 REL-AVAIL   VALUE 'Y'.
       01 WS-CUST-AVAIL-SW PIC X(01) VALUE 'N'.
           88 CUST-AVAIL  VALUE 'Y'.
       01 WS-SEL-SW      PIC X(01).
           88 IS-SELECTED VALUE 'Y'.
      / Run counters
       01 WS-CNT-JRNL    PIC 9(07) VALUE 0.
       01 WS-CNT-OUT     PIC 9(07) VALUE 0.
       01 WS-CNT-NOCUST  PIC 9(07) VALUE 0.
      / Population, key items, sampled population and sample (count
      / and amount)
       01 WS-POP-NB      PIC 9(07) VALUE 0.
       01 WS-POP-MNT     PIC 9(13)V99 VALUE 0.
       01 WS-CLE-NB      PIC 9(07) VALUE 0.
       01 WS-CLE-MNT     PIC 9(13)V99 VALUE 0.
       01 WS-ECH-NB      PIC 9(07) VALUE 0.
       01 WS-ECH-MNT     PIC 9(13)V99 VALUE 0.
       01 WS-TIR-NB      PIC 9(07) VALUE 0.
       01 WS-TIR-MNT     PIC 9(13)V99 VALUE 0.
       01 WS-SEL-NB      PIC 9(07) VALUE 0.
       01 WS-SEL-MNT     PIC 9(13)V99 VALUE 0.
       01 WS-PCT-NB      PIC 9(03)V99 VALUE 0.
       01 WS-PCT-MNT     PIC 9(03)V99 VALUE 0.
      / Pseudo-random generator : seed(n+1) = seed(n) * 16807
      / modulo 2**31 - 1, the draw in [0,1) is seed / 2**31 - 1
       01 WS-RND-MOD     PIC 9(10) VALUE 2147483647.
       01 WS-RND-MULT    PIC 9(05) VALUE 16807.
       01 WS-RND-SEED    PIC 9(10).
       01 WS-RND-PROD    PIC 9(15).
       01 WS-RND-Q       PIC 9(10).
       01 WS-RND-U       PIC V9(09).
      / Monetary-unit sampling : interval, random start, running
      / cumulative amount and next monetary unit selected
       01 WS-MUS-INTERV  PIC 9(13)V99 VALUE 0.
       01 WS-MUS-START   PIC 9(13)V99 VALUE 0.
       01 WS-MUS-CUM     PIC 9(13)V99 VALUE 0.
       01 WS-MUS-HAUT    PIC 9(13)V99.
       01 WS-MUS-NEXT    PIC 9(13)V99.
       01 WS-MUS-HITS    PIC 9(03).
      / Stratified selection : amount bands (upper bound excluded,
      / the last one open), origins met in the range (slot 31 for
      / any beyond the thirtieth), and the band x origin strata
       01 WS-BAND-LIMS.
           05 FILLER PIC 9(07)V99 VALUE 100.00.
           05 FILLER PIC 9(07)V99 VALUE 1000.00.
           05 FILLER PIC 9(07)V99 VALUE 10000.00.
           05 FILLER PIC 9(07)V99 VALUE 100000.00.
           05 FILLER PIC 9(07)V99 VALUE 9999999.99.
       01 WS-BAND-LIM-TABLE REDEFINES WS-BAND-LIMS.
           05 WS-BAND-LIM PIC 9(07)V99 OCCURS 5 TIMES.
       01 WS-BAND-LIBS.
           05 FILLER PIC X(14) VALUE '       < 100'.
           05 FILLER PIC X(14) VALUE '     < 1 000'.
           05 FILLER PIC X(14) VALUE '    < 10 000'.
           05 FILLER PIC X(14) VALUE '   < 100 000'.
           05 FILLER PIC X(14) VALUE '  >= 100 000'.
       01 WS-BAND-LIB-TABLE REDEFINES WS-BAND-LIBS.
           05 WS-BAND-LIB PIC X(14) OCCURS 5 TIMES.
       01 WS-BX          PIC 9(01).
       01 WS-ORG-COUNT   PIC 9(02) VALUE 0.
       01 WS-ORG-TABLE.
           05 WS-ORG-CODE PIC X(04) OCCURS 31 TIMES.
       01 WS-OX          PIC 9(02).
       01 WS-STRATA-TABLE.
           05 WS-ST-ENTRY OCCURS 155 TIMES.
              10 WS-ST-NB      PIC 9(07).
              10 WS-ST-MNT     PIC 9(13)V99.
              10 WS-ST-ALLOC   PIC 9(07).
              10 WS-ST-RESTE   PIC 9(07).
              10 WS-ST-LEFT    PIC 9(07).
              10 WS-ST-TIR-NB  PIC 9(07).
              10 WS-ST-TIR-MNT PIC 9(13)V99.
       01 WS-SX          PIC 9(03).
       01 WS-ALLOC-TOT   PIC 9(07) VALUE 0.
      / Customer of the movement being written
       01 WS-CLIENT      PIC 9(06).
       01 WS-NOM         PIC X(25).
      / FILERPT132 lines
       01 WS-RPT-LINES   PIC 9(07) VALUE 0.
       01 WS-RPT-HDR.
           05 FILLER          PIC X(40) VALUE
              'PGM132 AUDIT SAMPLING OF MOVEMENTS FROM '.
           05 WS-RPT-H-DEBUT  PIC 9(08).
           05 FILLER          PIC X(04) VALUE ' TO '.
           05 WS-RPT-H-FIN    PIC 9(08).
           05 FILLER          PIC X(20) VALUE SPACES.
       01 WS-RPT-BLANK   PIC X(80) VALUE SPACES.
       01 WS-RPT-METH.
           05 FILLER          PIC X(11) VALUE 'METHODE  : '.
           05 WS-RPT-M-LIB    PIC X(28).
           05 FILLER          PIC X(09) VALUE ' GRAINE '.
           05 WS-RPT-M-SEED   PIC Z(09)9.
           05 FILLER          PIC X(22) VALUE SPACES.
       01 WS-RPT-PARM.
           05 FILLER          PIC X(11) VALUE 'TAILLE   : '.
           05 WS-RPT-P-TAILLE PIC ZZZZ9.
           05 FILLER          PIC X(23) VALUE
              '   SEUIL ELEMENTS CLES '.
           05 WS-RPT-P-SEUIL  PIC Z(06)9.99.
           05 FILLER          PIC X(31) VALUE SPACES.
       01 WS-RPT-COLS.
           05 FILLER          PIC X(30) VALUE SPACES.
           05 FILLER          PIC X(10) VALUE '    NOMBRE'.
           05 FILLER          PIC X(20) VALUE
              '             MONTANT'.
           05 FILLER          PIC X(20) VALUE SPACES.
       01 WS-RPT-TOT.
           05 WS-RPT-T-LIB    PIC X(30).
           05 WS-RPT-T-NB     PIC Z(09)9.
           05 WS-RPT-T-MNT    PIC Z(16)9.99.
           05 FILLER          PIC X(20) VALUE SPACES.
       01 WS-RPT-PCT.
           05 WS-RPT-C-LIB    PIC X(30).
           05 WS-RPT-C-NB     PIC Z(06)9.99.
           05 FILLER          PIC X(01) VALUE '%'.
           05 WS-RPT-C-MNT    PIC Z(15)9.99.
           05 FILLER          PIC X(01) VALUE '%'.
           05 FILLER          PIC X(19) VALUE SPACES.
       01 WS-RPT-MUS.
           05 WS-RPT-U-LIB    PIC X(30).
           05 FILLER          PIC X(10) VALUE SPACES.
           05 WS-RPT-U-MNT    PIC Z(16)9.99.
           05 FILLER          PIC X(20) VALUE SPACES.
       01 WS-RPT-SCOLS.
           05 FILLER          PIC X(40) VALUE
              'TRANCHE        ORIG  POPULATION  ALLOUE '.
           05 FILLER          PIC X(40) VALUE
              ' TIRES     MONTANT POP.    MONTANT TIRE '.
       01 WS-RPT-STRATE.
           05 WS-RPT-S-BAND   PIC X(14).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WS-RPT-S-ORG    PIC X(04).
           05 WS-RPT-S-NB     PIC Z(11)9.
           05 WS-RPT-S-ALLOC  PIC Z(07)9.
           05 WS-RPT-S-TIR    PIC Z(06)9.
           05 WS-RPT-S-MNT    PIC Z(13)9.99.
           05 WS-RPT-S-TMNT   PIC Z(12)9.99.
           05 FILLER          PIC X(01) VALUE SPACES.
      / Date work area
       01 WS-DT-N        PIC 9(08).
       01 WS-DT-X REDEFINES WS-DT-N.
           05 WS-DT-AAAA PIC 9(04).
           05 WS-DT-MM   PIC 9(02).
           05 WS-DT-JJ   PIC 9(02).
      / PGM075 report-catalog interface
       01 WS-CALL-CAT    PIC X(08) VALUE "PGM075  ".
       01 WS-CAT-RPT     PIC X(12).
       01 WS-CAT-PAGES   PIC 9(05).
       01 WS-CAT-LINES   PIC 9(07).
      / PGM081 control date
       01 WS-CALL-DATE   PIC X(08) VALUE "PGM081  ".
      / Parameter from JCL run
       01 PJ-RUNDATE     PIC 9(08).
       01 PJ-DEBUT       PIC 9(08).
       01 PJ-FIN         PIC 9(08).
       01 PJ-METHODE     PIC X(01).
           88 PJ-MUS      VALUE 'M'.
           88 PJ-STRAT    VALUE 'S'.
       01 PJ-SEED        PIC 9(10).
       01 PJ-TAILLE      PIC 9(05).
       01 PJ-TAILLE-DEF  PIC 9(05) VALUE 60.
       01 PJ-SEUIL       PIC 9(07)V99.
      / PGM124 dataset-lineage interface
       01 WS-CALL-LIN    PIC X(08) VALUE "PGM124  ".
       01 WS-LIN-PGM     PIC X(08) VALUE 'PGM132'.
       01 WS-LIN-DSN     PIC X(10).
       01 WS-LIN-MODE    PIC X(01).
       01 WS-LIN-COUNT   PIC 9(09).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           PERFORM 100-POPULATION THRU 100-EXIT.
           IF PJ-MUS
              PERFORM 200-MUSPLAN THRU 200-EXIT
           ELSE
              PERFORM 210-STRATPLAN THRU 210-EXIT
           END-IF.
           PERFORM 300-SELECT THRU 300-EXIT.
           PERFORM 400-REPORT THRU 400-EXIT.
           PERFORM 500-EXITP THRU 500-EXIT.
           STOP RUN.
      *****************************************************************
      *  This routine handle parameters : the range defaults to the
      *  calendar year of the run date, up to the run date, the
      *  method to monetary-unit sampling, the seed to the run date
      *  and the sample size to PJ-TAILLE-DEF; a nil threshold takes
      *  no key item
      *****************************************************************
       000-PARMS.
           ACCEPT PJ-RUNDATE.
           IF PJ-RUNDATE = SPACE OR LOW-VALUE THEN
              CALL WS-CALL-DATE USING PJ-RUNDATE
           END-IF.
           ACCEPT PJ-FIN.
           IF PJ-FIN = SPACE OR LOW-VALUE OR PJ-FIN = 0
              MOVE PJ-RUNDATE TO PJ-FIN
           END-IF.
           ACCEPT PJ-DEBUT.
           IF PJ-DEBUT = SPACE OR LOW-VALUE OR PJ-DEBUT = 0
              MOVE PJ-FIN TO WS-DT-N
              MOVE 1 TO WS-DT-MM
              MOVE 1 TO WS-DT-JJ
              MOVE WS-DT-N TO PJ-DEBUT
           END-IF.
           IF PJ-DEBUT > PJ-FIN
              DISPLAY 'ERROR : RANGE START ' PJ-DEBUT
                      ' AFTER RANGE END ' PJ-FIN
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ACCEPT PJ-METHODE.
           IF PJ-METHODE = SPACE OR LOW-VALUE
              MOVE 'M' TO PJ-METHODE
           END-IF.
           IF NOT PJ-MUS AND NOT PJ-STRAT
              DISPLAY 'ERROR : SAMPLING METHOD ' PJ-METHODE
                      ' IS NEITHER M NOR S'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ACCEPT PJ-SEED.
           IF PJ-SEED = SPACE OR LOW-VALUE OR PJ-SEED NOT NUMERIC
              OR PJ-SEED = 0
              MOVE PJ-RUNDATE TO PJ-SEED
           END-IF.
           ACCEPT PJ-TAILLE.
           IF PJ-TAILLE = SPACE OR LOW-VALUE OR PJ-TAILLE NOT NUMERIC
              OR PJ-TAILLE = 0
              MOVE PJ-TAILLE-DEF TO PJ-TAILLE
           END-IF.
           ACCEPT PJ-SEUIL.
           IF PJ-SEUIL = SPACE OR LOW-VALUE OR PJ-SEUIL NOT NUMERIC
              MOVE 0 TO PJ-SEUIL
           END-IF.
           DIVIDE PJ-SEED BY WS-RND-MOD GIVING WS-RND-Q
                  REMAINDER WS-RND-SEED.
           IF WS-RND-SEED = 0
              MOVE 1 TO WS-RND-SEED
           END-IF.
       000-EXIT.
           EXIT.
      *****************************************************************
      *  This routine draws the next pseudo-random number WS-RND-U,
      *  in [0,1)
      *****************************************************************
       010-RANDOM.
           COMPUTE WS-RND-PROD = WS-RND-SEED * WS-RND-MULT.
           DIVIDE WS-RND-PROD BY WS-RND-MOD GIVING WS-RND-Q
                  REMAINDER WS-RND-SEED.
           COMPUTE WS-RND-U = WS-RND-SEED / WS-RND-MOD.
       010-EXIT.
           EXIT.
      *****************************************************************
      *  This routine finds the amount band and origin slot of the
      *  current movement, and its stratum; an origin not yet met
      *  takes the next free slot, the thirty-first past thirty
      *****************************************************************
       020-STRATUM.
           PERFORM VARYING WS-BX FROM 1 BY 1
                     UNTIL WS-BX = 5
                        OR JR-MNT < WS-BAND-LIM (WS-BX)
              CONTINUE
           END-PERFORM.
           PERFORM VARYING WS-OX FROM 1 BY 1
                     UNTIL WS-OX > WS-ORG-COUNT
              IF WS-ORG-CODE (WS-OX) = JR-ORIGINE
                 GO TO 020-FOUND
              END-IF
           END-PERFORM.
           IF WS-ORG-COUNT < 30
              ADD 1 TO WS-ORG-COUNT
              MOVE WS-ORG-COUNT TO WS-OX
              MOVE JR-ORIGINE   TO WS-ORG-CODE (WS-OX)
           ELSE
              MOVE 31 TO WS-OX
           END-IF.
       020-FOUND.
           COMPUTE WS-SX = (WS-BX - 1) * 31 + WS-OX.
       020-EXIT.
           EXIT.
      *****************************************************************
      *  This routine counts the population of the range : key items
      *  apart, the rest by stratum
      *****************************************************************
       100-POPULATION.
           OPEN INPUT MVTJRNL.
           IF WS-FS-JRNL NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT MVTJRNL FAILED - FILE '
                      'STATUS ' WS-FS-JRNL
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           INITIALIZE WS-STRATA-TABLE.
           MOVE 'AUTR' TO WS-ORG-CODE (31).
           PERFORM UNTIL JRNL-END
              READ MVTJRNL
                 NOT AT END
                    ADD 1 TO WS-CNT-JRNL
                    IF JR-RUNDATE >= PJ-DEBUT
                       AND JR-RUNDATE <= PJ-FIN
                       PERFORM 110-COUNTONE THRU 110-EXIT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE MVTJRNL.
           MOVE 'MVTJRNL' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-JRNL TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           IF WS-POP-NB = 0
              DISPLAY 'WARNING : NO MOVEMENT POSTED FROM ' PJ-DEBUT
                      ' TO ' PJ-FIN
              MOVE 4 TO RETURN-CODE
           END-IF.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine counts one movement of the range
      *****************************************************************
       110-COUNTONE.
           ADD 1      TO WS-POP-NB.
           ADD JR-MNT TO WS-POP-MNT.
           IF PJ-SEUIL > 0 AND JR-MNT >= PJ-SEUIL
              ADD 1      TO WS-CLE-NB
              ADD JR-MNT TO WS-CLE-MNT
              GO TO 110-EXIT
           END-IF.
           ADD 1      TO WS-ECH-NB.
           ADD JR-MNT TO WS-ECH-MNT.
           PERFORM 020-STRATUM THRU 020-EXIT.
           ADD 1      TO WS-ST-NB (WS-SX).
           ADD JR-MNT TO WS-ST-MNT (WS-SX).
       110-EXIT.
           EXIT.
      *****************************************************************
      *  This routine sets the monetary-unit interval (the sampled
      *  amount over the sample size, one cent at the least) and
      *  draws the random start inside the first interval
      *****************************************************************
       200-MUSPLAN.
           IF WS-ECH-MNT = 0
              GO TO 200-EXIT
           END-IF.
           DIVIDE WS-ECH-MNT BY PJ-TAILLE GIVING WS-MUS-INTERV.
           IF WS-MUS-INTERV = 0
              MOVE 0.01 TO WS-MUS-INTERV
           END-IF.
           PERFORM 010-RANDOM THRU 010-EXIT.
           COMPUTE WS-MUS-START = WS-MUS-INTERV * WS-RND-U.
           MOVE WS-MUS-START TO WS-MUS-NEXT.
       200-EXIT.
           EXIT.
      *****************************************************************
      *  This routine allocates the sample to the strata in
      *  proportion to their count, rounded, one at the least and
      *  never more than the stratum holds
      *****************************************************************
       210-STRATPLAN.
           IF WS-ECH-NB = 0
              GO TO 210-EXIT
           END-IF.
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 155
              IF WS-ST-NB (WS-SX) > 0
                 COMPUTE WS-ST-ALLOC (WS-SX) ROUNDED =
                         PJ-TAILLE * WS-ST-NB (WS-SX) / WS-ECH-NB
                 IF WS-ST-ALLOC (WS-SX) = 0
                    MOVE 1 TO WS-ST-ALLOC (WS-SX)
                 END-IF
                 IF WS-ST-ALLOC (WS-SX) > WS-ST-NB (WS-SX)
                    MOVE WS-ST-NB (WS-SX) TO WS-ST-ALLOC (WS-SX)
                 END-IF
                 MOVE WS-ST-ALLOC (WS-SX) TO WS-ST-RESTE (WS-SX)
                 MOVE WS-ST-NB (WS-SX)    TO WS-ST-LEFT (WS-SX)
                 ADD WS-ST-ALLOC (WS-SX)  TO WS-ALLOC-TOT
              END-IF
           END-PERFORM.
       210-EXIT.
           EXIT.
      *****************************************************************
      *  This routine reads the range again and writes the key items
      *  and the sample to the workpaper
      *****************************************************************
       300-SELECT.
           OPEN INPUT MVTJRNL.
           IF WS-FS-JRNL NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT MVTJRNL FAILED - FILE '
                      'STATUS ' WS-FS-JRNL
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT AUDSAMP.
           IF WS-FS-SAMP NOT = '00'
              DISPLAY 'ERROR : OPEN OUTPUT AUDSAMP FAILED - FILE '
                      'STATUS ' WS-FS-SAMP
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT ACCTREL.
           IF WS-FS-REL = '00'
              MOVE 'Y' TO WS-REL-AVAIL-SW
           ELSE
              DISPLAY 'WARNING : ACCTREL NOT AVAILABLE - NO '
                      'CUSTOMER ON THE WORKPAPER'
           END-IF.
           OPEN INPUT CUSTMSTR.
           IF WS-FS-CUST = '00'
              MOVE 'Y' TO WS-CUST-AVAIL-SW
           ELSE
              DISPLAY 'WARNING : CUSTMSTR NOT AVAILABLE - NO '
                      'CUSTOMER NAME ON THE WORKPAPER'
           END-IF.
           MOVE 0 TO WS-CNT-JRNL.
           PERFORM UNTIL JRNL-END
              READ MVTJRNL
                 NOT AT END
                    ADD 1 TO WS-CNT-JRNL
                    IF JR-RUNDATE >= PJ-DEBUT
                       AND JR-RUNDATE <= PJ-FIN
                       PERFORM 310-SELONE THRU 310-EXIT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE MVTJRNL.
           CLOSE AUDSAMP.
           MOVE 'MVTJRNL' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-JRNL TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           MOVE 'AUDSAMP' TO WS-LIN-DSN.
           MOVE 'O' TO WS-LIN-MODE.
           MOVE WS-CNT-OUT TO WS-LIN-COUNT.
           PERFORM 990-LINEAGE.
           IF REL-AVAIL
              CLOSE ACCTREL
              MOVE 'ACCTREL' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE 0 TO WS-LIN-COUNT
              PERFORM 990-LINEAGE
           END-IF.
           IF CUST-AVAIL
              CLOSE CUSTMSTR
              MOVE 'CUSTMSTR' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE 0 TO WS-LIN-COUNT
              PERFORM 990-LINEAGE
           END-IF.
       300-EXIT.
           EXIT.
      *****************************************************************
      *  This routine decides on one movement of the range : a key
      *  item is always taken; otherwise monetary-unit sampling takes
      *  it when one or more selected units fall inside its amount,
      *  stratified selection with the chance its stratum's
      *  remaining sample over its remaining movements
      *****************************************************************
       310-SELONE.
           MOVE 'N' TO WS-SEL-SW.
           MOVE SPACES TO STRUCT-AUDSAMP.
           MOVE 0      TO AS-STRATE.
           MOVE 0      TO AS-HITS.
           IF PJ-SEUIL > 0 AND JR-MNT >= PJ-SEUIL
              MOVE 'Y' TO WS-SEL-SW
              MOVE 'K' TO AS-TYPE
              GO TO 310-WRITE
           END-IF.
           IF PJ-MUS
              IF WS-MUS-INTERV > 0
                 COMPUTE WS-MUS-HAUT = WS-MUS-CUM + JR-MNT
                 MOVE 0 TO WS-MUS-HITS
                 PERFORM UNTIL WS-MUS-NEXT >= WS-MUS-HAUT
                    ADD 1 TO WS-MUS-HITS
                    ADD WS-MUS-INTERV TO WS-MUS-NEXT
                 END-PERFORM
                 MOVE WS-MUS-HAUT TO WS-MUS-CUM
                 IF WS-MUS-HITS > 0
                    MOVE 'Y' TO WS-SEL-SW
                    MOVE 'M' TO AS-TYPE
                    MOVE WS-MUS-HITS TO AS-HITS
                 END-IF
              END-IF
           ELSE
              PERFORM 020-STRATUM THRU 020-EXIT
              IF WS-ST-RESTE (WS-SX) > 0
                 PERFORM 010-RANDOM THRU 010-EXIT
                 IF WS-RND-U * WS-ST-LEFT (WS-SX)
                    < WS-ST-RESTE (WS-SX)
                    MOVE 'Y' TO WS-SEL-SW
                    MOVE 'S' TO AS-TYPE
                    MOVE WS-SX TO AS-STRATE
                    SUBTRACT 1 FROM WS-ST-RESTE (WS-SX)
                    ADD 1      TO WS-ST-TIR-NB (WS-SX)
                    ADD JR-MNT TO WS-ST-TIR-MNT (WS-SX)
                 END-IF
              END-IF
              SUBTRACT 1 FROM WS-ST-LEFT (WS-SX)
           END-IF.
           IF NOT IS-SELECTED
              GO TO 310-EXIT
           END-IF.
           ADD 1      TO WS-TIR-NB.
           ADD JR-MNT TO WS-TIR-MNT.
       310-WRITE.
           PERFORM 320-CLIENT THRU 320-EXIT.
           MOVE WS-CNT-JRNL TO AS-SEQ.
           MOVE JR-RUNDATE  TO AS-RUNDATE.
           IF JR-MVTPOS NOT NUMERIC
              MOVE 0 TO AS-MVTPOS
           ELSE
              MOVE JR-MVTPOS TO AS-MVTPOS
           END-IF.
           MOVE JR-COMPTE   TO AS-COMPTE.
           MOVE WS-CLIENT   TO AS-CLIENT.
           MOVE WS-NOM      TO AS-NOM.
           MOVE JR-SENS     TO AS-SENS.
           MOVE JR-MNT      TO AS-MNT.
           MOVE JR-DTVAL    TO AS-DTVAL.
           MOVE JR-ORIGINE  TO AS-ORIGINE.
           MOVE JR-TYPEMVT  TO AS-TYPEMVT.
           WRITE STRUCT-AUDSAMP.
           ADD 1      TO WS-CNT-OUT.
           ADD 1      TO WS-SEL-NB.
           ADD JR-MNT TO WS-SEL-MNT.
       310-EXIT.
           EXIT.
      *****************************************************************
      *  This routine resolves the movement's account to its customer
      *  and the customer's name (nil and spaces when it has none)
      *****************************************************************
       320-CLIENT.
           MOVE 0      TO WS-CLIENT.
           MOVE SPACES TO WS-NOM.
           IF REL-AVAIL
              MOVE JR-COMPTE TO AR-COMPTE
              READ ACCTREL
                 INVALID KEY
                    ADD 1 TO WS-CNT-NOCUST
                    GO TO 320-EXIT
                 NOT INVALID KEY
                    MOVE AR-CLIENT TO WS-CLIENT
              END-READ
           ELSE
              GO TO 320-EXIT
           END-IF.
           IF CUST-AVAIL
              MOVE WS-CLIENT TO CU-CLIENT
              READ CUSTMSTR
                 NOT INVALID KEY
                    MOVE CU-NOM TO WS-NOM
              END-READ
           END-IF.
       320-EXIT.
           EXIT.
      *****************************************************************
      *  This routine prints the sampling summary : parameters,
      *  population, key items, sample and coverage, then the
      *  monetary-unit interval or the strata
      *****************************************************************
       400-REPORT.
           OPEN OUTPUT FILERPT132.
           MOVE PJ-DEBUT TO WS-RPT-H-DEBUT.
           MOVE PJ-FIN   TO WS-RPT-H-FIN.
           WRITE FILERPT132-ENREG FROM WS-RPT-HDR.
           WRITE FILERPT132-ENREG FROM WS-RPT-BLANK.
           IF PJ-MUS
              MOVE 'ECHANTILLONNAGE MONETAIRE' TO WS-RPT-M-LIB
           ELSE
              MOVE 'ALEATOIRE STRATIFIE' TO WS-RPT-M-LIB
           END-IF.
           MOVE PJ-SEED TO WS-RPT-M-SEED.
           WRITE FILERPT132-ENREG FROM WS-RPT-METH.
           MOVE PJ-TAILLE TO WS-RPT-P-TAILLE.
           MOVE PJ-SEUIL  TO WS-RPT-P-SEUIL.
           WRITE FILERPT132-ENREG FROM WS-RPT-PARM.
           WRITE FILERPT132-ENREG FROM WS-RPT-BLANK.
           WRITE FILERPT132-ENREG FROM WS-RPT-COLS.
           ADD 6 TO WS-RPT-LINES.
           MOVE 'POPULATION' TO WS-RPT-T-LIB.
           MOVE WS-POP-NB    TO WS-RPT-T-NB.
           MOVE WS-POP-MNT   TO WS-RPT-T-MNT.
           PERFORM 410-TOTLINE.
           MOVE '  ELEMENTS CLES' TO WS-RPT-T-LIB.
           MOVE WS-CLE-NB    TO WS-RPT-T-NB.
           MOVE WS-CLE-MNT   TO WS-RPT-T-MNT.
           PERFORM 410-TOTLINE.
           MOVE '  POPULATION ECHANTILLONNEE' TO WS-RPT-T-LIB.
           MOVE WS-ECH-NB    TO WS-RPT-T-NB.
           MOVE WS-ECH-MNT   TO WS-RPT-T-MNT.
           PERFORM 410-TOTLINE.
           MOVE 'ECHANTILLON TIRE' TO WS-RPT-T-LIB.
           MOVE WS-TIR-NB    TO WS-RPT-T-NB.
           MOVE WS-TIR-MNT   TO WS-RPT-T-MNT.
           PERFORM 410-TOTLINE.
           MOVE 'TOTAL SELECTIONNE' TO WS-RPT-T-LIB.
           MOVE WS-SEL-NB    TO WS-RPT-T-NB.
           MOVE WS-SEL-MNT   TO WS-RPT-T-MNT.
           PERFORM 410-TOTLINE.
           IF WS-POP-NB > 0
              COMPUTE WS-PCT-NB ROUNDED =
                      WS-SEL-NB * 100 / WS-POP-NB
           END-IF.
           IF WS-POP-MNT > 0
              COMPUTE WS-PCT-MNT ROUNDED =
                      WS-SEL-MNT * 100 / WS-POP-MNT
           END-IF.
           MOVE 'COUVERTURE' TO WS-RPT-C-LIB.
           MOVE WS-PCT-NB    TO WS-RPT-C-NB.
           MOVE WS-PCT-MNT   TO WS-RPT-C-MNT.
           WRITE FILERPT132-ENREG FROM WS-RPT-PCT.
           WRITE FILERPT132-ENREG FROM WS-RPT-BLANK.
           ADD 2 TO WS-RPT-LINES.
           IF PJ-MUS
              MOVE 'INTERVALLE' TO WS-RPT-U-LIB
              MOVE WS-MUS-INTERV TO WS-RPT-U-MNT
              WRITE FILERPT132-ENREG FROM WS-RPT-MUS
              MOVE 'DEPART ALEATOIRE' TO WS-RPT-U-LIB
              MOVE WS-MUS-START TO WS-RPT-U-MNT
              WRITE FILERPT132-ENREG FROM WS-RPT-MUS
              ADD 2 TO WS-RPT-LINES
           ELSE
              PERFORM 420-STRATA THRU 420-EXIT
           END-IF.
       400-EXIT.
           EXIT.
       410-TOTLINE.
           WRITE FILERPT132-ENREG FROM WS-RPT-TOT.
           ADD 1 TO WS-RPT-LINES.
      *****************************************************************
      *  This routine lists the non-empty strata with their
      *  allocation and draw
      *****************************************************************
       420-STRATA.
           WRITE FILERPT132-ENREG FROM WS-RPT-SCOLS.
           ADD 1 TO WS-RPT-LINES.
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 155
              IF WS-ST-NB (WS-SX) > 0
                 DIVIDE WS-SX BY 31 GIVING WS-BX REMAINDER WS-OX
                 IF WS-OX = 0
                    MOVE 31 TO WS-OX
                 ELSE
                    ADD 1 TO WS-BX
                 END-IF
                 MOVE WS-BAND-LIB (WS-BX)    TO WS-RPT-S-BAND
                 MOVE WS-ORG-CODE (WS-OX)    TO WS-RPT-S-ORG
                 MOVE WS-ST-NB (WS-SX)       TO WS-RPT-S-NB
                 MOVE WS-ST-ALLOC (WS-SX)    TO WS-RPT-S-ALLOC
                 MOVE WS-ST-TIR-NB (WS-SX)   TO WS-RPT-S-TIR
                 MOVE WS-ST-MNT (WS-SX)      TO WS-RPT-S-MNT
                 MOVE WS-ST-TIR-MNT (WS-SX)  TO WS-RPT-S-TMNT
                 WRITE FILERPT132-ENREG FROM WS-RPT-STRATE
                 ADD 1 TO WS-RPT-LINES
              END-IF
           END-PERFORM.
           MOVE 'TOTAL'        TO WS-RPT-S-BAND.
           MOVE SPACES         TO WS-RPT-S-ORG.
           MOVE WS-ECH-NB      TO WS-RPT-S-NB.
           MOVE WS-ALLOC-TOT   TO WS-RPT-S-ALLOC.
           MOVE WS-TIR-NB      TO WS-RPT-S-TIR.
           MOVE WS-ECH-MNT     TO WS-RPT-S-MNT.
           MOVE WS-TIR-MNT     TO WS-RPT-S-TMNT.
           WRITE FILERPT132-ENREG FROM WS-RPT-STRATE.
           ADD 1 TO WS-RPT-LINES.
       420-EXIT.
           EXIT.
      *****************************************************************
      *  This routine records one closed dataset on the LINEAGE
      *  register (PGM124) : name, open mode, record count
      *****************************************************************
       990-LINEAGE.
           CALL WS-CALL-LIN USING WS-LIN-PGM, WS-LIN-DSN,
                WS-LIN-MODE, WS-LIN-COUNT.
      *****************************************************************
      *  This routine should close the program (after some displays)
      *****************************************************************
       500-EXITP.
           CLOSE FILERPT132.
           MOVE 'FILERPT132' TO WS-CAT-RPT.
           MOVE 0 TO WS-CAT-PAGES.
           MOVE WS-RPT-LINES TO WS-CAT-LINES.
           CALL WS-CALL-CAT USING WS-CAT-RPT, WS-CAT-PAGES,
                WS-CAT-LINES.
           DISPLAY '500-EXITP'.
           DISPLAY '    RANGE            : ' PJ-DEBUT ' - ' PJ-FIN.
           DISPLAY '    METHOD / SEED    : ' PJ-METHODE ' ' PJ-SEED.
           DISPLAY '    JOURNAL READ     : ' WS-CNT-JRNL.
           DISPLAY '    POPULATION       : ' WS-POP-NB.
           DISPLAY '    KEY ITEMS        : ' WS-CLE-NB.
           DISPLAY '    SAMPLE DRAWN     : ' WS-TIR-NB.
           DISPLAY '    WORKPAPER LINES  : ' WS-CNT-OUT.
           DISPLAY '    NO CUSTOMER      : ' WS-CNT-NOCUST.
       500-EXIT.
           EXIT.
