      *****************************************************************
      * Program name:    PGM131
      *
      * Original author: DEFAY E.
      *
      * Purpose : Change-data-capture feeds for the CRM and the data
      *           warehouse, out of the IMGJRNL master-image journal
      *           PGM067 appends. The run's journal entries (PJ-RUNNO,
      *           default the chain's current run on RUNCTL) for the
      *           account, payroll, customer and department masters
      *           are sorted by master, key and journal order, and
      *           every key's changes are netted : the first before
      *           image against the last after image. A key absent
      *           before and present after is an insert ('I'), the
      *           reverse a delete ('D'), present both sides an
      *           update ('U') carrying the changed fields only; a
      *           key whose changes cancel out is not sent. A
      *           department or customer whose name is spaces is
      *           the masters' soft delete and counts as absent.
      *           One feed per master (CDCACCT, CDCSAL, CDCCUST,
      *           CDCDEPT, copybook CDCFS), each closed with its own
      *           trailer; the four feeds are listed on CDCCTL in
      *           the XMITCTL layout for the PGM065 register step
      *           that follows in the chain.
      *
      * Using :
      *    - Copybooks CDCFS & TRLRFS
      *    - IMGJRNL as appended by PGM067, RUNCTL as allocated by
      *      PGM016
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  DEFAY E. Created : the CRM and the warehouse get
      *                    the night's changes instead of full
      *                    extracts to compare
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM131.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /    IMGJRNL (master before/after image journal from PGM067)
           SELECT IMGJRNL
           ASSIGN TO IMGJRNL
           FILE STATUS is WS-FS-IMG.
      /    RUNCTL (the chain's current run number, from PGM016)
           SELECT RUNCTL
           ASSIGN TO RUNCTL
           FILE STATUS is WS-FS-RUNCTL.
      /    CDCACCT ... CDCDEPT (one change feed per master)
           SELECT CDCACCT
           ASSIGN TO CDCACCT.
           SELECT CDCSAL
           ASSIGN TO CDCSAL.
           SELECT CDCCUST
           ASSIGN TO CDCCUST.
           SELECT CDCDEPT
           ASSIGN TO CDCDEPT.
      /    CDCCTL (XMITCTL-layout entries for the PGM065 register)
           SELECT CDCCTL
           ASSIGN TO CDCCTL.
      /    SORTWK (journal images by master, key, journal order)
           SELECT SORTWK
           ASSIGN TO SORTWK.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD IMGJRNL
           RECORD CONTAINS 210 CHARACTERS.
       01  STRUCT-IMGJRNL.
           02 IJ-PGM     PIC X(08).
           02 FILLER     PIC X(01).
           02 IJ-FILE    PIC X(08).
           02 FILLER     PIC X(01).
           02 IJ-RUNNO   PIC 9(12).
           02 FILLER     PIC X(01).
           02 IJ-DATE    PIC 9(08).
           02 FILLER     PIC X(01).
           02 IJ-TIME    PIC 9(08).
           02 FILLER     PIC X(01).
           02 IJ-AVANT   PIC X(80).
           02 FILLER     PIC X(01).
           02 IJ-APRES   PIC X(80).
       FD RUNCTL.
       01  STRUCT-RUNCTL.
           02 RN-RUNNO       PIC 9(12).
           02 FILLER         PIC X(68).
       FD CDCACCT
           RECORD CONTAINS 160 CHARACTERS.
       01  CDCACCT-ENREG PIC X(160).
       FD CDCSAL
           RECORD CONTAINS 160 CHARACTERS.
       01  CDCSAL-ENREG  PIC X(160).
       FD CDCCUST
           RECORD CONTAINS 160 CHARACTERS.
       01  CDCCUST-ENREG PIC X(160).
       FD CDCDEPT
           RECORD CONTAINS 160 CHARACTERS.
       01  CDCDEPT-ENREG PIC X(160).
       FD CDCCTL.
       01  STRUCT-CDCCTL.
           02 XC-DSN     PIC X(12).
           02 FILLER     PIC X(01).
           02 XC-RECLEN  PIC 9(03).
           02 FILLER     PIC X(01).
           02 XC-DEST    PIC X(12).
           02 FILLER     PIC X(51).
       SD SORTWK.
       01  STRUCT-SORTWK.
           02 SW-MST         PIC 9(01).
           02 SW-KEY         PIC X(12).
           02 SW-SEQ         PIC 9(09).
           02 SW-AVANT       PIC X(80).
           02 SW-APRES       PIC X(80).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-IMG      PIC X(02).
           88 IMG-END     VALUE '10'.
       01 WS-FS-RUNCTL   PIC X(02).
       01 WS-SORT-DONE-SW PIC X(01) VALUE 'N'.
           88 SORT-DONE   VALUE 'Y'.
       01 WS-CNT-READ    PIC 9(09) VALUE 0.
       01 WS-CNT-KEPT    PIC 9(09) VALUE 0.
       01 WS-CNT-NONET   PIC 9(07) VALUE 0.
      / The masters fed : name, feed dataset, first entry and
      / number of entries in the field table, and the name field
      / whose spaces are the master's soft delete (00 : none)
       01 WS-MST-TABLE.
           05 FILLER PIC X(22) VALUE 'ACCTMSTRCDCACCT 011100'.
           05 FILLER PIC X(22) VALUE 'SALARIESCDCSAL  120900'.
           05 FILLER PIC X(22) VALUE 'CUSTMSTRCDCCUST 210622'.
           05 FILLER PIC X(22) VALUE 'DEPTMSTRCDCDEPT 270328'.
       01 WS-MST-R REDEFINES WS-MST-TABLE.
           05 WS-MST OCCURS 4 TIMES.
              10 WS-MS-FILE   PIC X(08).
              10 WS-MS-FEED   PIC X(08).
              10 WS-MS-FIRST  PIC 9(02).
              10 WS-MS-COUNT  PIC 9(02).
              10 WS-MS-SOFT   PIC 9(02).
       01 WS-MX          PIC 9(01).
      / The fields of each master : name, position and length in
      / the 80-character image - the first is the key
       01 WS-FLD-TABLE.
           05 FILLER PIC X(16) VALUE 'F-COMPTE    0106'.
           05 FILLER PIC X(16) VALUE 'F-NOM       0715'.
           05 FILLER PIC X(16) VALUE 'F-SOLDER    2209'.
           05 FILLER PIC X(16) VALUE 'F-DT-MVT    3110'.
           05 FILLER PIC X(16) VALUE 'F-ETAT      4101'.
           05 FILLER PIC X(16) VALUE 'F-DEPT      4202'.
           05 FILLER PIC X(16) VALUE 'F-DEVISE    4403'.
           05 FILLER PIC X(16) VALUE 'F-RIB       4714'.
           05 FILLER PIC X(16) VALUE 'F-DTDECES   6108'.
           05 FILLER PIC X(16) VALUE 'F-PRODUIT   6903'.
           05 FILLER PIC X(16) VALUE 'F-DTCLOT    7208'.
           05 FILLER PIC X(16) VALUE 'FD-SALARY   0107'.
           05 FILLER PIC X(16) VALUE 'FD-NOTE     0901'.
           05 FILLER PIC X(16) VALUE 'FD-SENIORITY1104'.
           05 FILLER PIC X(16) VALUE 'FD-HIREDATE 1608'.
           05 FILLER PIC X(16) VALUE 'FD-BASE     2509'.
           05 FILLER PIC X(16) VALUE 'FD-DEPT     3502'.
           05 FILLER PIC X(16) VALUE 'FD-STATUT   3801'.
           05 FILLER PIC X(16) VALUE 'FD-LEAVE    4008'.
           05 FILLER PIC X(16) VALUE 'FD-ETAB     4903'.
           05 FILLER PIC X(16) VALUE 'CU-CLIENT   0106'.
           05 FILLER PIC X(16) VALUE 'CU-NOM      0825'.
           05 FILLER PIC X(16) VALUE 'CU-ADRESSE  3430'.
           05 FILLER PIC X(16) VALUE 'CU-RISQUE   6501'.
           05 FILLER PIC X(16) VALUE 'CU-DTREVUE  6708'.
           05 FILLER PIC X(16) VALUE 'CU-TYPE     7601'.
           05 FILLER PIC X(16) VALUE 'DM-DEPT     0102'.
           05 FILLER PIC X(16) VALUE 'DM-NOM      0425'.
           05 FILLER PIC X(16) VALUE 'DM-REGION   3002'.
       01 WS-FLD-R REDEFINES WS-FLD-TABLE.
           05 WS-FLD OCCURS 29 TIMES.
              10 WS-FL-NAME   PIC X(12).
              10 WS-FL-POS    PIC 9(02).
              10 WS-FL-LEN    PIC 9(02).
       01 WS-FX          PIC 9(02).
       01 WS-FX-LAST     PIC 9(02).
       01 WS-CX          PIC 9(02).
       01 WS-NB-CHG      PIC 9(02).
      / Per-master counts of the records sent
       01 WS-CNT-TABLE.
           05 WS-CNT-MST OCCURS 4 TIMES.
              10 WS-CT-INS    PIC 9(07).
              10 WS-CT-UPD    PIC 9(07).
              10 WS-CT-DEL    PIC 9(07).
              10 WS-CT-OUT    PIC 9(07).
      / The key being netted : its first before image and its
      / latest after image
       01 WS-CUR-MST     PIC 9(01).
       01 WS-CUR-KEY     PIC X(12).
       01 WS-NET-AVANT   PIC X(80).
       01 WS-NET-APRES   PIC X(80).
       01 WS-AVANT-SW    PIC X(01).
           88 AVANT-THERE VALUE 'Y'.
       01 WS-APRES-SW    PIC X(01).
           88 APRES-THERE VALUE 'Y'.
       01 WS-IMG-WORK    PIC X(80).
       01 WS-THERE-SW    PIC X(01).
           88 IMG-THERE   VALUE 'Y'.
       01 WS-RUNNO       PIC 9(12) VALUE 0.
      / The feed record under construction and the feed trailer
       COPY CDCFS REPLACING ==()== BY ==CDCREC==.
       COPY TRLRFS REPLACING ==()== BY ==CDCTRLR==.
      / Parameter from JCL run
       01 PJ-RUNNO       PIC 9(12).
       01 PJ-DEST        PIC X(12).
       01 PJ-DEST-DEF    PIC X(12) VALUE 'CRM-DWH'.
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARMS THRU 000-EXIT.
           PERFORM 001-OFILE THRU 001-EXIT.
           SORT SORTWK
              ON ASCENDING KEY SW-MST
              ON ASCENDING KEY SW-KEY
              ON ASCENDING KEY SW-SEQ
              INPUT  PROCEDURE IS 100-COLLECT THRU 100-EXIT
              OUTPUT PROCEDURE IS 200-NETTING THRU 200-EXIT.
           PERFORM 999-CFILE THRU 999-EXIT.
           PERFORM 300-EXITP THRU 300-EXIT.
           STOP RUN.
      *****************************************************************
      *  This routine handle parameters : the run to feed (default
      *  the chain's current run on RUNCTL) and the destination
      *****************************************************************
       000-PARMS.
           ACCEPT PJ-RUNNO.
           IF PJ-RUNNO = SPACE OR LOW-VALUE OR PJ-RUNNO = 0
              OPEN INPUT RUNCTL
              IF WS-FS-RUNCTL = '00'
                 READ RUNCTL
                    NOT AT END
                       MOVE RN-RUNNO TO WS-RUNNO
                 END-READ
                 CLOSE RUNCTL
              END-IF
           ELSE
              MOVE PJ-RUNNO TO WS-RUNNO
           END-IF.
           ACCEPT PJ-DEST.
           IF PJ-DEST = SPACES OR LOW-VALUES
              MOVE PJ-DEST-DEF TO PJ-DEST
           END-IF.
           PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 4
              MOVE 0 TO WS-CT-INS (WS-MX)
              MOVE 0 TO WS-CT-UPD (WS-MX)
              MOVE 0 TO WS-CT-DEL (WS-MX)
              MOVE 0 TO WS-CT-OUT (WS-MX)
           END-PERFORM.
       000-EXIT.
           EXIT.
      *****************************************************************
      *  This routine handle files opening
      *****************************************************************
       001-OFILE.
           OPEN INPUT IMGJRNL.
           IF WS-FS-IMG NOT = '00'
              DISPLAY 'ERROR : OPEN INPUT IMGJRNL FAILED - FILE '
                      'STATUS ' WS-FS-IMG
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT CDCACCT.
           OPEN OUTPUT CDCSAL.
           OPEN OUTPUT CDCCUST.
           OPEN OUTPUT CDCDEPT.
       001-EXIT.
           EXIT.
      *****************************************************************
      *  This routine releases the run's images of the masters fed,
      *  keyed on the master's key and numbered in journal order
      *****************************************************************
       100-COLLECT.
           PERFORM UNTIL IMG-END
              READ IMGJRNL
                 NOT AT END
                    ADD 1 TO WS-CNT-READ
                    IF IJ-RUNNO = WS-RUNNO
                       PERFORM 110-ONEIMG THRU 110-EXIT
                    END-IF
              END-READ
           END-PERFORM.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine releases one journal entry
      *****************************************************************
       110-ONEIMG.
           MOVE 0 TO WS-CUR-MST.
           PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 4
              IF WS-MS-FILE (WS-MX) = IJ-FILE
                 MOVE WS-MX TO WS-CUR-MST
              END-IF
           END-PERFORM.
           IF WS-CUR-MST = 0
              GO TO 110-EXIT
           END-IF.
           MOVE WS-MS-FIRST (WS-CUR-MST) TO WS-FX.
           IF IJ-APRES NOT = SPACES
              MOVE IJ-APRES TO WS-IMG-WORK
           ELSE
              MOVE IJ-AVANT TO WS-IMG-WORK
           END-IF.
           MOVE SPACES TO STRUCT-SORTWK.
           MOVE WS-CUR-MST TO SW-MST.
           MOVE WS-IMG-WORK (WS-FL-POS (WS-FX):WS-FL-LEN (WS-FX))
             TO SW-KEY.
           MOVE WS-CNT-READ TO SW-SEQ.
           MOVE IJ-AVANT    TO SW-AVANT.
           MOVE IJ-APRES    TO SW-APRES.
           RELEASE STRUCT-SORTWK.
           ADD 1 TO WS-CNT-KEPT.
       110-EXIT.
           EXIT.
      *****************************************************************
      *  This routine nets every key's changes : the first before
      *  image of the key against its last after image
      *****************************************************************
       200-NETTING.
           MOVE 'N' TO WS-SORT-DONE-SW.
           PERFORM 205-NETRET THRU 205-EXIT.
           PERFORM UNTIL SORT-DONE
              MOVE SW-MST   TO WS-CUR-MST
              MOVE SW-KEY   TO WS-CUR-KEY
              MOVE SW-AVANT TO WS-NET-AVANT
              PERFORM UNTIL SORT-DONE
                         OR SW-MST NOT = WS-CUR-MST
                         OR SW-KEY NOT = WS-CUR-KEY
                 MOVE SW-APRES TO WS-NET-APRES
                 PERFORM 205-NETRET THRU 205-EXIT
              END-PERFORM
              PERFORM 210-ONEKEY THRU 210-EXIT
           END-PERFORM.
       200-EXIT.
           EXIT.
      *****************************************************************
      *  This routine returns the next sorted image
      *****************************************************************
       205-NETRET.
           RETURN SORTWK
              AT END
                 MOVE 'Y' TO WS-SORT-DONE-SW
           END-RETURN.
       205-EXIT.
           EXIT.
      *****************************************************************
      *  This routine decides one key's net change and sends it
      *****************************************************************
       210-ONEKEY.
           MOVE WS-NET-AVANT TO WS-IMG-WORK.
           PERFORM 220-THERE.
           MOVE WS-THERE-SW TO WS-AVANT-SW.
           MOVE WS-NET-APRES TO WS-IMG-WORK.
           PERFORM 220-THERE.
           MOVE WS-THERE-SW TO WS-APRES-SW.
           IF NOT AVANT-THERE AND NOT APRES-THERE
              ADD 1 TO WS-CNT-NONET
              GO TO 210-EXIT
           END-IF.
           MOVE SPACES TO STRUCT-CDCREC.
           MOVE WS-MS-FILE (WS-CUR-MST) TO CD-FILE.
           MOVE WS-CUR-KEY TO CD-KEY.
           MOVE WS-RUNNO   TO CD-RUNNO.
           MOVE WS-MS-FIRST (WS-CUR-MST) TO WS-FX.
           COMPUTE WS-FX-LAST = WS-MS-FIRST (WS-CUR-MST)
                              + WS-MS-COUNT (WS-CUR-MST) - 1.
           MOVE 0 TO WS-CX.
           MOVE 0 TO WS-NB-CHG.
           EVALUATE TRUE
              WHEN NOT AVANT-THERE
                 MOVE 'I' TO CD-ACTION
                 PERFORM 230-ONEFLD
                    UNTIL WS-FX > WS-FX-LAST
                 ADD 1 TO WS-CT-INS (WS-CUR-MST)
              WHEN NOT APRES-THERE
                 MOVE 'D' TO CD-ACTION
                 PERFORM 240-NOFLD
                    UNTIL WS-FX > WS-FX-LAST
                 ADD 1 TO WS-CT-DEL (WS-CUR-MST)
              WHEN OTHER
                 MOVE 'U' TO CD-ACTION
                 PERFORM 250-CHGFLD
                    UNTIL WS-FX > WS-FX-LAST
                 IF WS-NB-CHG = 0
                    ADD 1 TO WS-CNT-NONET
                    GO TO 210-EXIT
                 END-IF
                 ADD 1 TO WS-CT-UPD (WS-CUR-MST)
           END-EVALUATE.
           PERFORM 260-PUTREC.
       210-EXIT.
           EXIT.
      *****************************************************************
      *  This routine sets WS-THERE-SW for the image in WS-IMG-WORK :
      *  spaces, or spaces in the master's soft-delete name field,
      *  mean the record is absent
      *****************************************************************
       220-THERE.
           MOVE 'Y' TO WS-THERE-SW.
           IF WS-IMG-WORK = SPACES
              MOVE 'N' TO WS-THERE-SW
           ELSE
              IF WS-MS-SOFT (WS-CUR-MST) > 0
                 MOVE WS-MS-SOFT (WS-CUR-MST) TO WS-FX
                 IF WS-IMG-WORK (WS-FL-POS (WS-FX):WS-FL-LEN (WS-FX))
                    = SPACES
                    MOVE 'N' TO WS-THERE-SW
                 END-IF
              END-IF
           END-IF.
      *****************************************************************
      *  Those routines fill the change map and the image, one field
      *  at a time : every field on an insert, none on a delete, the
      *  changed ones on an update
      *****************************************************************
       230-ONEFLD.
           ADD 1 TO WS-CX.
           MOVE 'Y' TO CD-CHG (WS-CX).
           MOVE WS-NET-APRES (WS-FL-POS (WS-FX):WS-FL-LEN (WS-FX))
             TO CD-IMAGE
                (WS-FL-POS (WS-FX):WS-FL-LEN (WS-FX)).
           ADD 1 TO WS-FX.
       240-NOFLD.
           ADD 1 TO WS-CX.
           MOVE 'N' TO CD-CHG (WS-CX).
           ADD 1 TO WS-FX.
       250-CHGFLD.
           ADD 1 TO WS-CX.
           IF WS-NET-APRES (WS-FL-POS (WS-FX):WS-FL-LEN (WS-FX))
              NOT = WS-NET-AVANT (WS-FL-POS (WS-FX):WS-FL-LEN (WS-FX))
              MOVE 'Y' TO CD-CHG (WS-CX)
              ADD 1 TO WS-NB-CHG
              MOVE WS-NET-APRES (WS-FL-POS (WS-FX):WS-FL-LEN (WS-FX))
                TO CD-IMAGE
                   (WS-FL-POS (WS-FX):WS-FL-LEN (WS-FX))
           ELSE
              MOVE 'N' TO CD-CHG (WS-CX)
           END-IF.
           ADD 1 TO WS-FX.
      *****************************************************************
      *  This routine writes the record to its master's feed
      *****************************************************************
       260-PUTREC.
           EVALUATE WS-CUR-MST
              WHEN 1
                 WRITE CDCACCT-ENREG FROM STRUCT-CDCREC
              WHEN 2
                 WRITE CDCSAL-ENREG FROM STRUCT-CDCREC
              WHEN 3
                 WRITE CDCCUST-ENREG FROM STRUCT-CDCREC
              WHEN 4
                 WRITE CDCDEPT-ENREG FROM STRUCT-CDCREC
           END-EVALUATE.
           ADD 1 TO WS-CT-OUT (WS-CUR-MST).
      *****************************************************************
      *  This routine should close the program (after some displays)
      *****************************************************************
       300-EXITP.
           DISPLAY "300-EXITP".
           DISPLAY '    RUN NUMBER         : ' WS-RUNNO.
           DISPLAY '    IMGJRNL READ       : ' WS-CNT-READ.
           DISPLAY '    IMAGES OF THE RUN  : ' WS-CNT-KEPT.
           DISPLAY '    KEYS NO NET CHANGE : ' WS-CNT-NONET.
           PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 4
              DISPLAY '    ' WS-MS-FEED (WS-MX)
                      ' I : ' WS-CT-INS (WS-MX)
                      ' U : ' WS-CT-UPD (WS-MX)
                      ' D : ' WS-CT-DEL (WS-MX)
           END-PERFORM.
       300-EXIT.
           EXIT.
      *****************************************************************
      *  This routine closes every feed with its trailer and lists
      *  the feeds for the PGM065 register step
      *****************************************************************
       999-CFILE.
           CLOSE IMGJRNL.
           OPEN OUTPUT CDCCTL.
           PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 4
              PERFORM 990-FEEDEND
           END-PERFORM.
           CLOSE CDCCTL.
       999-EXIT.
           EXIT.
      *****************************************************************
      *  This routine closes one feed with its control trailer and
      *  lists it on CDCCTL
      *****************************************************************
       990-FEEDEND.
           MOVE SPACES              TO STRUCT-CDCTRLR.
           MOVE 'TRAILER'           TO FT-MARK.
           MOVE WS-CT-OUT (WS-MX)   TO FT-COUNT.
           MOVE 0                   TO FT-SOLDER.
           MOVE WS-RUNNO            TO FT-RUNNO.
           EVALUATE WS-MX
              WHEN 1
                 WRITE CDCACCT-ENREG FROM STRUCT-CDCTRLR
                 CLOSE CDCACCT
              WHEN 2
                 WRITE CDCSAL-ENREG FROM STRUCT-CDCTRLR
                 CLOSE CDCSAL
              WHEN 3
                 WRITE CDCCUST-ENREG FROM STRUCT-CDCTRLR
                 CLOSE CDCCUST
              WHEN 4
                 WRITE CDCDEPT-ENREG FROM STRUCT-CDCTRLR
                 CLOSE CDCDEPT
           END-EVALUATE.
           MOVE SPACES              TO STRUCT-CDCCTL.
           MOVE WS-MS-FEED (WS-MX)  TO XC-DSN.
           MOVE 160                 TO XC-RECLEN.
           MOVE PJ-DEST             TO XC-DEST.
           WRITE STRUCT-CDCCTL.
