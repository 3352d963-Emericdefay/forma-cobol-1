      *           coordinates, and an '08' trailer with the record
      *           count and amount hash total. Orders without bank
      *           details are reported and set RETURN-CODE 4.
      *           When the ETABMSTR establishment master is kept,
      *           BANKREM carries one batch per establishment - its
      *           own '01' header (name, SIRET and the account the
      *           salaries are debited from), its orders (PO-ETAB,
      *           blank or unknown going to the default
      *           establishment) and its own '08' trailer.
      *           Every transaction carries TX-OPER, checked against
      *           the PGM066 OPERMSTR as PGM032 does. An add or change
      *           of coordinates is not applied : once its RIB key
      *           proves it is queued on DUALQ (copybook DUALFS) for a
      *           second operator, and PGM127 applies it on approval.
      *           A delete stays immediate.
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      *                    on returned coordinates; an applied add
      *                    or change clears it - the fix is what
      *                    releases the re-queue
      * 15/10/26  DEFAY E. One remittance batch per establishment,
      *                    each debited from the establishment's
      *                    own account, when ETABMSTR is kept
      * 15/10/26  DEFAY E. Recording every dataset closed on the
      *                    LINEAGE register through PGM124 (run
      *                    number, open mode, record count)
      * 15/10/26  DEFAY E. Four-eyes control : TX-OPER on BANKTRANS,
      *                    checked on OPERMSTR; adds and changes are
      *                    queued on DUALQ for a second operator
      *                    (PGM127) instead of applied
      * 15/10/26  DEFAY E. BANKAUDIT carries the operator, the
      *                    program and the date and time of the
      *                    change, for the PGM128 review
      * 15/10/26  DEFAY E. A second change keyed the same day is
      *                    refused instead of overwriting the first
      *                    one's DUALQ record
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM058.
      /    BANKREM (the bank's fixed remittance file)
           SELECT BANKREM
           ASSIGN TO BANKREM.
      /    ETABMSTR (establishment master : name, SIRET and debit
      /    account of each batch - optional, PJ-MODE 'F')
           SELECT ETABMSTR
           ASSIGN TO ETABMSTR
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is ES-CODE
           FILE STATUS is WS-FS-ETAB.
      /    OPERMSTR (operator master from PGM066, for the authority
      /    check on every transaction, PJ-MODE 'M')
           SELECT OPERMSTR
           ASSIGN TO OPERMSTR
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is OP-ID
           FILE STATUS is WS-FS-OPER.
      /    DUALQ (indexed sensitive changes awaiting a second
      /    operator, decided and applied by PGM127)
           SELECT DUALQ
           ASSIGN TO DUALQ
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is DQ-KEY
           FILE STATUS is WS-FS-DUAL.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           02 FILLER      PIC X(01).
           02 TX-CLE      PIC X(02).
           02 TX-CLE-N REDEFINES TX-CLE PIC 9(02).
           02 FILLER      PIC X(01).
           02 TX-OPER     PIC X(08).
           02 FILLER      PIC X(34).
       FD BANKMSTR
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-BANKMSTR.
           02 BK-FLAG     PIC X(01).
           02 FILLER      PIC X(44).
       FD BANKAUDIT
           RECORD CONTAINS 210 CHARACTERS.
       01  STRUCT-BANKAUDIT.
           02 AU-ACTION   PIC X(01).
           02 FILLER      PIC X(01).
           02 AU-AVANT    PIC X(80).
           02 FILLER      PIC X(01).
           02 AU-APRES    PIC X(80).
           02 FILLER      PIC X(01).
           02 AU-OPER     PIC X(08).
           02 FILLER      PIC X(01).
           02 AU-PGM      PIC X(08).
           02 FILLER      PIC X(01).
           02 AU-DATE     PIC 9(08).
           02 FILLER      PIC X(01).
           02 AU-TIME     PIC 9(08).
           02 FILLER      PIC X(03).
       FD PAYORD.
       01  STRUCT-PAYORD.
           02 PO-TYPE         PIC X(01).
           02 PO-COMPTE       PIC 9(07).
           02 FILLER          PIC X(01).
           02 PO-MNT          PIC 9(09).
           02 FILLER          PIC X(01).
           02 PO-ETAB         PIC X(03).
           02 FILLER          PIC X(57).
       01  STRUCT-PAYORD-HDR REDEFINES STRUCT-PAYORD.
           02 PH-TYPE         PIC X(01).
           02 FILLER          PIC X(01).
           02 BH-TYPE         PIC X(02).
           02 BH-RUNDATE      PIC 9(08).
           02 BH-ORIGINATOR   PIC X(20).
           02 BH-SIRET        PIC 9(14).
           02 BH-BANQUE       PIC 9(05).
           02 BH-GUICHET      PIC 9(05).
           02 BH-COMPTE       PIC 9(11).
           02 BH-CLE          PIC 9(02).
           02 FILLER          PIC X(13).
       01  STRUCT-BANKREM-DET REDEFINES STRUCT-BANKREM.
           02 BD-TYPE         PIC X(02).
           02 BD-BANQUE       PIC 9(05).
           02 BT-COUNT        PIC 9(07).
           02 BT-HASH         PIC 9(13).
           02 FILLER          PIC X(58).
       FD ETABMSTR.
       COPY ETABFS REPLACING ==()== BY ==ETABMSTR==.
       FD OPERMSTR
           RECORD CONTAINS 80 CHARACTERS.
       01  STRUCT-OPERMSTR.
           02 OP-ID      PIC X(08).
           02 FILLER     PIC X(01).
           02 OP-NOM     PIC X(25).
           02 FILLER     PIC X(01).
           02 OP-LEVEL   PIC 9(01).
           02 FILLER     PIC X(44).
       FD DUALQ
           RECORD CONTAINS 240 CHARACTERS.
       COPY DUALFS REPLACING ==()== BY ==DUALQ==.
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-FS-TRANS    PIC X(02).
       01 WS-CNT-NOBANK  PIC 9(05) VALUE 0.
       01 WS-CNT-REM     PIC 9(07) VALUE 0.
       01 WS-HASH-TOTAL  PIC 9(13) VALUE 0.
      / Establishment batches : ETABMSTR loaded once, the orders
      / counted per establishment, then one batch written for each
       01 WS-FS-ETAB     PIC X(02).
           88 ETAB-END    VALUE '10'.
       01 WS-ETAB-COUNT  PIC 9(02) VALUE 0.
       01 WS-ETAB-TABLE.
           05 WS-ETAB-ENTRY OCCURS 20 TIMES.
              10 WS-EB-CODE    PIC X(03).
              10 WS-EB-NOM     PIC X(25).
              10 WS-EB-SIRET   PIC 9(14).
              10 WS-EB-BANQUE  PIC 9(05).
              10 WS-EB-GUICHET PIC 9(05).
              10 WS-EB-COMPTE  PIC 9(11).
              10 WS-EB-CLE     PIC 9(02).
              10 WS-EB-CNT     PIC 9(07).
       01 WS-BX          PIC 9(02).
       01 WS-BY          PIC 9(02).
       01 WS-BZ          PIC 9(02).
       01 WS-ETAB-DEFX   PIC 9(02) VALUE 0.
       01 WS-ETAB-FOUND-SW PIC X(01).
           88 ETAB-FOUND  VALUE 'Y'.
       01 WS-ETAB-WARN-SW PIC X(01).
           88 ETAB-WARN   VALUE 'Y'.
       01 WS-CNT-ETABUNK PIC 9(05) VALUE 0.
       01 WS-CNT-BATCH   PIC 9(02) VALUE 0.
       01 WS-ORD-RUNDATE PIC 9(08) VALUE 0.
       01 WS-START-CNT   PIC 9(07).
       01 WS-START-HASH  PIC 9(13).
      / Before and after images for the audit record
       01 WS-IMG-AVANT   PIC X(80).
       01 WS-IMG-APRES   PIC X(80).
       01 WS-RIB-REST    PIC 9(02).
       01 WS-RIB-OK-SW   PIC X(01).
           88 RIB-OK      VALUE 'Y'.
      / Operator authority check (level 3 required for master-file
      / changes; an absent OPERMSTR keeps the old unguarded
      / behaviour with a warning)
       01 WS-FS-OPER     PIC X(02).
       01 WS-OPER-AVAIL-SW PIC X(01) VALUE 'N'.
           88 OPER-AVAIL  VALUE 'Y'.
       01 WS-OPER-OK-SW  PIC X(01).
           88 OPER-OK     VALUE 'Y'.
       01 WS-MIN-LEVEL   PIC 9(01) VALUE 3.
      / Four-eyes control : adds and changes queued on DUALQ under
      / the day they were keyed
       01 WS-FS-DUAL     PIC X(02).
       01 WS-CNT-QUEUED  PIC 9(05) VALUE 0.
       01 WS-DUAL-FOUND-SW PIC X(01).
           88 DUAL-FOUND  VALUE 'Y'.
       01 WS-CALL-DATE   PIC X(08) VALUE "PGM081  ".
       01 WS-TODAY-DATE  PIC 9(08).
      / PGM124 dataset-lineage interface
       01 WS-CALL-LIN    PIC X(08) VALUE "PGM124  ".
       01 WS-LIN-PGM     PIC X(08) VALUE 'PGM058'.
       01 WS-LIN-DSN     PIC X(10).
       01 WS-LIN-MODE    PIC X(01).
       01 WS-LIN-COUNT   PIC 9(09).
      / Parameter from JCL run
       01 PJ-MODE        PIC X(01).
           88 IS-MAINT    VALUE 'M'.
           IF WS-FS-AUDIT NOT = '00'
              OPEN OUTPUT BANKAUDIT
           END-IF.
           OPEN INPUT OPERMSTR.
           IF WS-FS-OPER = '00'
              MOVE 'Y' TO WS-OPER-AVAIL-SW
           ELSE
              DISPLAY 'WARNING : OPERMSTR NOT AVAILABLE - OPERATOR '
                      'AUTHORITY NOT ENFORCED'
           END-IF.
           OPEN I-O DUALQ.
           IF WS-FS-DUAL NOT = '00'
              OPEN OUTPUT DUALQ
              CLOSE DUALQ
              OPEN I-O DUALQ
           END-IF.
           CALL WS-CALL-DATE USING WS-TODAY-DATE.
           PERFORM UNTIL TRANS-END
              READ BANKTRANS
                 NOT AT END
           CLOSE BANKTRANS.
           CLOSE BANKMSTR.
           CLOSE BANKAUDIT.
           IF OPER-AVAIL
              CLOSE OPERMSTR
           END-IF.
           CLOSE DUALQ.
           MOVE 'BANKTRANS' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-READ TO WS-LIN-COUNT.
           PERFORM 210-LINEAGE.
           MOVE 'BANKMSTR' TO WS-LIN-DSN.
           MOVE 'U' TO WS-LIN-MODE.
           MOVE WS-CNT-APPLIED TO WS-LIN-COUNT.
           PERFORM 210-LINEAGE.
           MOVE 'BANKAUDIT' TO WS-LIN-DSN.
           MOVE 'E' TO WS-LIN-MODE.
           MOVE WS-CNT-APPLIED TO WS-LIN-COUNT.
           PERFORM 210-LINEAGE.
           IF OPER-AVAIL
              MOVE 'OPERMSTR' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE 0 TO WS-LIN-COUNT
              PERFORM 210-LINEAGE
           END-IF.
           MOVE 'DUALQ' TO WS-LIN-DSN.
           MOVE 'U' TO WS-LIN-MODE.
           MOVE WS-CNT-QUEUED TO WS-LIN-COUNT.
           PERFORM 210-LINEAGE.
       100-EXIT.
           EXIT.
      *****************************************************************
      *  This routine validates one transaction and routes it
      *****************************************************************
       110-ONETRANS.
           PERFORM 115-OPERCHK THRU 115-EXIT.
           IF NOT OPER-OK
              CONTINUE
           ELSE
              IF TX-SALARY NOT NUMERIC
                 DISPLAY 'REJECTED : ACCOUNT NOT NUMERIC - ' TX-SALARY
                 ADD 1 TO WS-CNT-REJECT
              ELSE
                 EVALUATE TRUE
                    WHEN TX-ADD
                       PERFORM 130-DUAL THRU 130-EXIT
                    WHEN TX-CHANGE
                       PERFORM 130-DUAL THRU 130-EXIT
                    WHEN TX-DELETE
                       PERFORM 140-DELETE
                    WHEN OTHER
                       DISPLAY 'REJECTED : UNKNOWN ACTION - ' TX-ACTION
                       ADD 1 TO WS-CNT-REJECT
                 END-EVALUATE
              END-IF
           END-IF.
      *****************************************************************
      *  This routine validates the transaction's operator against
      *  OPERMSTR : unknown, blank or below the required authority
      *  level rejects the transaction
      *****************************************************************
       115-OPERCHK.
           MOVE 'Y' TO WS-OPER-OK-SW.
           IF NOT OPER-AVAIL
              GO TO 115-EXIT
           END-IF.
           IF TX-OPER = SPACES
              DISPLAY 'REJECTED : NO OPERATOR CODE - ' TX-SALARY
              ADD 1 TO WS-CNT-REJECT
              MOVE 'N' TO WS-OPER-OK-SW
              GO TO 115-EXIT
           END-IF.
           MOVE TX-OPER TO OP-ID.
           READ OPERMSTR
              INVALID KEY
                 DISPLAY 'REJECTED : OPERATOR UNKNOWN - ' TX-OPER
                 ADD 1 TO WS-CNT-REJECT
                 MOVE 'N' TO WS-OPER-OK-SW
              NOT INVALID KEY
                 IF OP-LEVEL < WS-MIN-LEVEL
                    DISPLAY 'REJECTED : OPERATOR ' TX-OPER
                            ' BELOW AUTHORITY LEVEL '
                            WS-MIN-LEVEL
                    ADD 1 TO WS-CNT-REJECT
                    MOVE 'N' TO WS-OPER-OK-SW
                 END-IF
           END-READ.
       115-EXIT.
           EXIT.
      *****************************************************************
      *  This routine verifies the coordinates carried by an add or
      *  change : every field numeric and the RIB key proving out
      *****************************************************************
       111-EXIT.
           EXIT.
      *****************************************************************
      *  This routine queues an add or change on DUALQ for a second
      *  operator once its coordinates prove; PGM127 adds or
      *  replaces the coordinates on approval, clearing BK-FLAG
      *****************************************************************
       130-DUAL.
           PERFORM 111-RIBCHECK THRU 111-EXIT.
           IF NOT RIB-OK
              ADD 1 TO WS-CNT-REJECT
              GO TO 130-EXIT
           END-IF.
           IF TX-OPER = SPACES
              DISPLAY 'REJECTED : BANK DETAILS CHANGE NEEDS AN '
                      'OPERATOR CODE - ' TX-SALARY
              ADD 1 TO WS-CNT-REJECT
              GO TO 130-EXIT
           END-IF.
           MOVE 'BANKMSTR'    TO DQ-FICHIER.
           MOVE TX-SALARY     TO DQ-CLE.
           MOVE WS-TODAY-DATE TO DQ-DTSAISIE.
           READ DUALQ
              INVALID KEY
                 MOVE 'N' TO WS-DUAL-FOUND-SW
              NOT INVALID KEY
                 MOVE 'Y' TO WS-DUAL-FOUND-SW
           END-READ.
           IF DUAL-FOUND
              DISPLAY 'REJECTED : A CHANGE WAS ALREADY QUEUED TODAY - '
                      TX-SALARY
              ADD 1 TO WS-CNT-REJECT
              GO TO 130-EXIT
           END-IF.
           MOVE SPACES           TO STRUCT-DUALQ.
           MOVE 'BANKMSTR'       TO DQ-FICHIER.
           MOVE TX-SALARY        TO DQ-CLE.
           MOVE WS-TODAY-DATE    TO DQ-DTSAISIE.
           MOVE 'P'              TO DQ-ETAT.
           MOVE 'PGM058'         TO DQ-PGM.
           MOVE STRUCT-BANKTRANS TO DQ-TRANS.
           MOVE TX-OPER          TO DQ-OPSAISIE.
           MOVE 0                TO DQ-DTVALID.
           WRITE STRUCT-DUALQ.
           DISPLAY 'QUEUED : ' TX-ACTION ' ' TX-SALARY
                   ' - AWAITING A SECOND OPERATOR'.
           ADD 1 TO WS-CNT-QUEUED.
       130-EXIT.
           EXIT.
      *****************************************************************
      *  This routine deletes one employee's coordinates
      *****************************************************************
                 PERFORM 150-AUDIT
           END-READ.
      *****************************************************************
      *  This routine appends the before/after images to BANKAUDIT,
      *  stamped with the operator, the program and the clock
      *****************************************************************
       150-AUDIT.
           MOVE SPACES       TO STRUCT-BANKAUDIT.
           MOVE TX-SALARY-N  TO AU-SALARY.
           MOVE WS-IMG-AVANT TO AU-AVANT.
           MOVE WS-IMG-APRES TO AU-APRES.
           MOVE TX-OPER      TO AU-OPER.
           MOVE 'PGM058'     TO AU-PGM.
           ACCEPT AU-DATE FROM DATE YYYYMMDD.
           ACCEPT AU-TIME FROM TIME.
           WRITE STRUCT-BANKAUDIT.
           ADD 1 TO WS-CNT-APPLIED.
      *****************************************************************
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 340-LOADETAB THRU 340-EXIT.
           OPEN OUTPUT BANKREM.
           IF WS-ETAB-COUNT > 0
              PERFORM 350-ETABREM THRU 350-EXIT
           ELSE
              PERFORM UNTIL ORD-END
                 READ PAYORD
                    NOT AT END
                       ADD 1 TO WS-CNT-READ
                       PERFORM 310-ONEORDER
                 END-READ
              END-PERFORM
              PERFORM 330-REMTRLR
              CLOSE PAYORD
           END-IF.
           CLOSE BANKMSTR.
           CLOSE BANKREM.
           MOVE 'PAYORD' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-READ TO WS-LIN-COUNT.
           PERFORM 210-LINEAGE.
           MOVE 'BANKMSTR' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE 0 TO WS-LIN-COUNT.
           PERFORM 210-LINEAGE.
           IF WS-ETAB-COUNT > 0
              MOVE 'ETABMSTR' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE WS-ETAB-COUNT TO WS-LIN-COUNT
              PERFORM 210-LINEAGE
           END-IF.
           MOVE 'BANKREM' TO WS-LIN-DSN.
           MOVE 'O' TO WS-LIN-MODE.
           MOVE WS-CNT-REM TO WS-LIN-COUNT.
           PERFORM 210-LINEAGE.
       300-EXIT.
           EXIT.
      *****************************************************************
           MOVE WS-HASH-TOTAL TO BT-HASH.
           WRITE STRUCT-BANKREM.
      *****************************************************************
      *  This routine loads the establishment master and notes the
      *  default establishment (the first one when none is flagged);
      *  no ETABMSTR keeps the single remittance batch
      *****************************************************************
       340-LOADETAB.
           OPEN INPUT ETABMSTR.
           IF WS-FS-ETAB NOT = '00'
              GO TO 340-EXIT
           END-IF.
           PERFORM UNTIL ETAB-END
              READ ETABMSTR NEXT
                 NOT AT END
                    PERFORM 341-KEEPETAB
              END-READ
           END-PERFORM.
           CLOSE ETABMSTR.
           IF WS-ETAB-COUNT > 0 AND WS-ETAB-DEFX = 0
              MOVE 1 TO WS-ETAB-DEFX
              DISPLAY 'WARNING : NO DEFAULT ESTABLISHMENT FLAGGED - '
                      WS-EB-CODE (1) ' USED'
           END-IF.
       340-EXIT.
           EXIT.
      *****************************************************************
      *  This routine keeps one establishment
      *****************************************************************
       341-KEEPETAB.
           IF WS-ETAB-COUNT < 20
              ADD 1 TO WS-ETAB-COUNT
              MOVE WS-ETAB-COUNT TO WS-BX
              MOVE ES-CODE    TO WS-EB-CODE    (WS-BX)
              MOVE ES-NOM     TO WS-EB-NOM     (WS-BX)
              MOVE ES-SIRET   TO WS-EB-SIRET   (WS-BX)
              MOVE ES-BANQUE  TO WS-EB-BANQUE  (WS-BX)
              MOVE ES-GUICHET TO WS-EB-GUICHET (WS-BX)
              MOVE ES-COMPTE  TO WS-EB-COMPTE  (WS-BX)
              MOVE ES-CLE     TO WS-EB-CLE     (WS-BX)
              MOVE 0          TO WS-EB-CNT     (WS-BX)
              IF ES-IS-DEFAUT
                 MOVE WS-BX TO WS-ETAB-DEFX
              END-IF
           ELSE
              DISPLAY 'WARNING : ESTABLISHMENT TABLE FULL - ' ES-CODE
           END-IF.
      *****************************************************************
      *  This routine writes one batch per establishment : a first
      *  pass counts the orders per establishment (warning once for
      *  each unknown code), then PAYORD is read again for every
      *  establishment that has orders
      *****************************************************************
       350-ETABREM.
           MOVE 'Y' TO WS-ETAB-WARN-SW.
           PERFORM UNTIL ORD-END
              READ PAYORD
                 NOT AT END
                    ADD 1 TO WS-CNT-READ
                    EVALUATE PO-TYPE
                       WHEN 'H'
                          MOVE PH-RUNDATE TO WS-ORD-RUNDATE
                       WHEN 'O'
                          PERFORM 360-ETABRES THRU 360-EXIT
                          ADD 1 TO WS-EB-CNT (WS-BX)
                       WHEN 'T'
                          CONTINUE
                       WHEN OTHER
                          DISPLAY 'WARNING : UNKNOWN PAYORD TYPE - '
                                  PO-TYPE
                    END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE PAYORD.
           MOVE 'N' TO WS-ETAB-WARN-SW.
           PERFORM VARYING WS-BY FROM 1 BY 1
                     UNTIL WS-BY > WS-ETAB-COUNT
              IF WS-EB-CNT (WS-BY) > 0
                 PERFORM 370-ONEBATCH
              END-IF
           END-PERFORM.
       350-EXIT.
           EXIT.
      *****************************************************************
      *  This routine points WS-BX at the order's establishment :
      *  PO-ETAB when known, the default when blank or unknown
      *****************************************************************
       360-ETABRES.
           MOVE WS-ETAB-DEFX TO WS-BX.
           IF PO-ETAB = SPACES
              GO TO 360-EXIT
           END-IF.
           MOVE 'N' TO WS-ETAB-FOUND-SW.
           PERFORM VARYING WS-BZ FROM 1 BY 1
                     UNTIL WS-BZ > WS-ETAB-COUNT OR ETAB-FOUND
              IF WS-EB-CODE (WS-BZ) = PO-ETAB
                 MOVE 'Y' TO WS-ETAB-FOUND-SW
                 MOVE WS-BZ TO WS-BX
              END-IF
           END-PERFORM.
           IF NOT ETAB-FOUND AND ETAB-WARN
              DISPLAY 'WARNING : ' PO-COMPTE ' ESTABLISHMENT '
                      PO-ETAB ' UNKNOWN - REMITTED UNDER '
                      WS-EB-CODE (WS-BX)
              ADD 1 TO WS-CNT-ETABUNK
           END-IF.
       360-EXIT.
           EXIT.
      *****************************************************************
      *  This routine writes establishment WS-BY's batch : header
      *  with the establishment's debit account, its orders, and a
      *  trailer with the batch's own count and hash total
      *****************************************************************
       370-ONEBATCH.
           MOVE SPACES                 TO STRUCT-BANKREM.
           MOVE '01'                   TO BH-TYPE.
           MOVE WS-ORD-RUNDATE         TO BH-RUNDATE.
           MOVE WS-EB-NOM (WS-BY)      TO BH-ORIGINATOR.
           MOVE WS-EB-SIRET (WS-BY)    TO BH-SIRET.
           MOVE WS-EB-BANQUE (WS-BY)   TO BH-BANQUE.
           MOVE WS-EB-GUICHET (WS-BY)  TO BH-GUICHET.
           MOVE WS-EB-COMPTE (WS-BY)   TO BH-COMPTE.
           MOVE WS-EB-CLE (WS-BY)      TO BH-CLE.
           WRITE STRUCT-BANKREM.
           MOVE WS-CNT-REM    TO WS-START-CNT.
           MOVE WS-HASH-TOTAL TO WS-START-HASH.
           OPEN INPUT PAYORD.
           PERFORM UNTIL ORD-END
              READ PAYORD
                 NOT AT END
                    IF PO-TYPE = 'O'
                       PERFORM 360-ETABRES THRU 360-EXIT
                       IF WS-BX = WS-BY
                          PERFORM 320-ONEDETAIL
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PAYORD.
           MOVE SPACES        TO STRUCT-BANKREM.
           MOVE '08'          TO BT-TYPE.
           COMPUTE BT-COUNT = WS-CNT-REM - WS-START-CNT.
           COMPUTE BT-HASH  = WS-HASH-TOTAL - WS-START-HASH.
           WRITE STRUCT-BANKREM.
           ADD 1 TO WS-CNT-BATCH.
           DISPLAY '    BATCH ' WS-EB-CODE (WS-BY)
                   ' ORDERS : ' BT-COUNT '  HASH : ' BT-HASH.
      *****************************************************************
      *  This routine should close the program (after some displays)
      *****************************************************************
       200-EXITP.
           IF IS-MAINT
              DISPLAY '    TRANSACTIONS READ : ' WS-CNT-READ
              DISPLAY '    APPLIED           : ' WS-CNT-APPLIED
              DISPLAY '    AWAITING APPROVAL : ' WS-CNT-QUEUED
              DISPLAY '    REJECTED          : ' WS-CNT-REJECT
           ELSE
              DISPLAY '    PAYORD RECORDS    : ' WS-CNT-READ
              DISPLAY '    ORDERS REMITTED   : ' WS-CNT-REM
              DISPLAY '    WITHOUT DETAILS   : ' WS-CNT-NOBANK
              DISPLAY '    AMOUNT HASH       : ' WS-HASH-TOTAL
              IF WS-ETAB-COUNT > 0
                 DISPLAY '    BATCHES           : ' WS-CNT-BATCH
                 DISPLAY '    UNKNOWN ETAB      : ' WS-CNT-ETABUNK
              END-IF
           END-IF.
           IF WS-CNT-REJECT > 0 OR WS-CNT-NOBANK > 0
              OR WS-CNT-ETABUNK > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       200-EXIT.
           EXIT.
      *****************************************************************
      *  This routine records one closed dataset on the LINEAGE
      *  register (PGM124) : name, open mode, record count
      *****************************************************************
       210-LINEAGE.
           CALL WS-CALL-LIN USING WS-LIN-PGM, WS-LIN-DSN,
                WS-LIN-MODE, WS-LIN-COUNT.
