      * 02/09/26  DEFAY E. Printing the year-to-date cumul (YTDREG,
      *                    maintained by PGM011) under each slip -
      *                    the column employees kept phoning about
      * 15/10/26  DEFAY E. Printing the paid-leave position (days
      *                    earned, taken, remaining) and a leaver's
      *                    paid-leave payout from PAYDETAIL
      * 15/10/26  DEFAY E. Printing the expense claims reimbursed
      *                    on the slip (PD-FRAIS), outside the gross
      * 15/10/26  DEFAY E. Printing the period's meal vouchers and
      *                    the employee's share deducted for them
      * 15/10/26  DEFAY E. Recording every dataset closed on the
      *                    LINEAGE register through PGM124 (run
      *                    number, open mode, record count)
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM034.
           05 FILLER          PIC X(22) VALUE ' RETENUE ABSENCE    : '.
           05 WS-SLIP-D-ABSDED PIC ZZZZZ9.99.
           05 FILLER          PIC X(49) VALUE SPACES.
       01 WS-SLIP-CPACQ.
           05 FILLER          PIC X(22) VALUE ' CONGES ACQUIS      : '.
           05 WS-SLIP-D-CPACQ PIC ZZ9.99.
           05 FILLER          PIC X(52) VALUE SPACES.
       01 WS-SLIP-CPPRIS.
           05 FILLER          PIC X(22) VALUE ' CONGES PRIS        : '.
           05 WS-SLIP-D-CPPRIS PIC ZZ9.99.
           05 FILLER          PIC X(52) VALUE SPACES.
       01 WS-SLIP-CPSOLDE.
           05 FILLER          PIC X(22) VALUE ' CONGES RESTANTS    : '.
           05 WS-SLIP-D-CPSOLDE PIC ZZ9.99.
           05 FILLER          PIC X(52) VALUE SPACES.
       01 WS-SLIP-CPINDEM.
           05 FILLER          PIC X(22) VALUE ' INDEMNITE CONGES   : '.
           05 WS-SLIP-D-CPINDEM PIC ZZZZZ9.99.
           05 FILLER          PIC X(49) VALUE SPACES.
       01 WS-SLIP-FRAIS.
           05 FILLER          PIC X(22) VALUE ' REMBOURSEMENT FRAIS: '.
           05 WS-SLIP-D-FRAIS PIC ZZZZZ9.99.
           05 FILLER          PIC X(49) VALUE SPACES.
       01 WS-SLIP-TITRES.
           05 FILLER          PIC X(22) VALUE ' TITRES RESTAURANT  : '.
           05 WS-SLIP-D-TINB  PIC ZZ9.
           05 FILLER          PIC X(17) VALUE '  PART SALARIE : '.
           05 WS-SLIP-D-TISAL PIC ZZZZ9.99.
           05 FILLER          PIC X(30) VALUE SPACES.
       01 WS-SLIP-NET.
           05 FILLER          PIC X(22) VALUE ' NET A PAYER        : '.
           05 WS-SLIP-D-NET   PIC -(08)9.99.
           05 FILLER          PIC X(12) VALUE '  ATTENDUS: '.
           05 WS-SLIP-C-EXP   PIC ZZZZZZ9.
           05 FILLER          PIC X(32) VALUE SPACES.
      / PGM124 dataset-lineage interface
       01 WS-CALL-LIN    PIC X(08) VALUE "PGM124  ".
       01 WS-LIN-PGM     PIC X(08) VALUE 'PGM034'.
       01 WS-LIN-DSN     PIC X(10).
       01 WS-LIN-MODE    PIC X(01).
       01 WS-LIN-COUNT   PIC 9(09).
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 001-OFILE THRU 001-EXIT.
              MOVE PD-ABSDED TO WS-SLIP-D-ABSDED
              WRITE FILEPAY34-ENREG FROM WS-SLIP-ABSDED
           END-IF.
           IF PD-CPACQ NUMERIC
              MOVE PD-CPACQ TO WS-SLIP-D-CPACQ
              WRITE FILEPAY34-ENREG FROM WS-SLIP-CPACQ
              MOVE PD-CPPRIS TO WS-SLIP-D-CPPRIS
              WRITE FILEPAY34-ENREG FROM WS-SLIP-CPPRIS
              MOVE PD-CPSOLDE TO WS-SLIP-D-CPSOLDE
              WRITE FILEPAY34-ENREG FROM WS-SLIP-CPSOLDE
              IF PD-CPINDEM NUMERIC AND PD-CPINDEM > 0
                 MOVE PD-CPINDEM TO WS-SLIP-D-CPINDEM
                 WRITE FILEPAY34-ENREG FROM WS-SLIP-CPINDEM
              END-IF
           END-IF.
           IF PD-FRAIS NUMERIC AND PD-FRAIS > 0
              MOVE PD-FRAIS TO WS-SLIP-D-FRAIS
              WRITE FILEPAY34-ENREG FROM WS-SLIP-FRAIS
           END-IF.
           IF PD-TINB NUMERIC AND PD-TINB > 0
              MOVE PD-TINB  TO WS-SLIP-D-TINB
              MOVE PD-TISAL TO WS-SLIP-D-TISAL
              WRITE FILEPAY34-ENREG FROM WS-SLIP-TITRES
           END-IF.
           MOVE PD-NET TO WS-SLIP-D-NET.
           WRITE FILEPAY34-ENREG FROM WS-SLIP-NET.
           IF YTD-AVAIL
       200-EXIT.
           EXIT.
      *****************************************************************
      *  This routine records one closed dataset on the LINEAGE
      *  register (PGM124) : name, open mode, record count
      *****************************************************************
       998-LINEAGE.
           CALL WS-CALL-LIN USING WS-LIN-PGM, WS-LIN-DSN,
                WS-LIN-MODE, WS-LIN-COUNT.
      *****************************************************************
      *  Those routines handle files Closing
      *****************************************************************
       999-CFILE.
              CLOSE YTDREG
           END-IF.
           CLOSE FILEPAY34.
           MOVE 'PAYDETAIL' TO WS-LIN-DSN.
           MOVE 'I' TO WS-LIN-MODE.
           MOVE WS-CNT-SLIPS TO WS-LIN-COUNT.
           PERFORM 998-LINEAGE.
           IF YTD-AVAIL
              MOVE 'YTDREG' TO WS-LIN-DSN
              MOVE 'I' TO WS-LIN-MODE
              MOVE 0 TO WS-LIN-COUNT
              PERFORM 998-LINEAGE
           END-IF.
       999-EXIT.
           EXIT.
