      * Purpose : Outbound transmission register. PJ-MODE 'R'
      *           (register, run at creation time in the chain)
      *           reads the XMITCTL list of outbound files (dataset
      *           name, fixed record length - 80, 100, 120 or 160,
      *           the ones the suite's outbound files use - and
      *           destination),
      *           counts each file through the FD of its record
      *           length so the registered count is the one the
      *           receiver reconciles against, and appends one
      * 02/09/26  DEFAY E. Registering the report in the PGM075
      *                    spool catalog after close, for
      *                    reprint by run number
      * 15/10/26  DEFAY E. Record length 120 counted through its
      *                    own FD, for the PGM093 CFONB 120
      *                    statement files
      * 15/10/26  DEFAY E. Record length 160 counted as well, for
      *                    the XTRFOUT / XTRFRET interbank files
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM065.
           SELECT XMITCTL
           ASSIGN TO XMITCTL
           FILE STATUS is WS-FS-CTL.
      /    OUT80 ... OUT160 (one outbound file under counting,
      /    opened through the FD of its record length)
           SELECT OUT80
           ASSIGN TO DYNAMIC WS-OUT-NAME
           SELECT OUT100
           ASSIGN TO DYNAMIC WS-OUT-NAME
           FILE STATUS is WS-FS-OUT.
           SELECT OUT120
           ASSIGN TO DYNAMIC WS-OUT-NAME
           FILE STATUS is WS-FS-OUT.
           SELECT OUT160
           ASSIGN TO DYNAMIC WS-OUT-NAME
           FILE STATUS is WS-FS-OUT.
      /    XMITQ (the transmission queue)
           SELECT XMITQ
           ASSIGN TO XMITQ
       FD OUT100
           RECORD CONTAINS 100 CHARACTERS.
       01  OUT100-ENREG  PIC X(100).
       FD OUT120
           RECORD CONTAINS 120 CHARACTERS.
       01  OUT120-ENREG  PIC X(120).
       FD OUT160
           RECORD CONTAINS 160 CHARACTERS.
       01  OUT160-ENREG  PIC X(160).
       FD XMITQ.
       01  STRUCT-XMITQ.
           02 XQ-DSN     PIC X(12).
                 CONTINUE
              WHEN 100
                 CONTINUE
              WHEN 120
                 CONTINUE
              WHEN 160
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'ERROR : UNSUPPORTED RECORD LENGTH '
                         XC-RECLEN ' FOR ' XC-DSN
           MOVE XC-DSN TO WS-OUT-NAME.
           MOVE 0 TO WS-CNT-RECS.
           MOVE SPACES TO WS-FS-OUT.
           EVALUATE XC-RECLEN
              WHEN 100
                 OPEN INPUT OUT100
              WHEN 120
                 OPEN INPUT OUT120
              WHEN 160
                 OPEN INPUT OUT160
              WHEN OTHER
                 OPEN INPUT OUT80
           END-EVALUATE.
           IF WS-FS-OUT NOT = '00'
              DISPLAY 'WARNING : OUTBOUND FILE ' XC-DSN
                      ' NOT FOUND - REGISTERED EMPTY'
                    ADD 1 TO WS-CNT-RECS
                 END-IF
              END-PERFORM
              EVALUATE XC-RECLEN
                 WHEN 100
                    CLOSE OUT100
                 WHEN 120
                    CLOSE OUT120
                 WHEN 160
                    CLOSE OUT160
                 WHEN OTHER
                    CLOSE OUT80
              END-EVALUATE
           END-IF.
           MOVE SPACES        TO STRUCT-XMITQ.
           MOVE XC-DSN        TO XQ-DSN.
      *  record length
      *****************************************************************
       115-READOUT.
           EVALUATE XC-RECLEN
              WHEN 100
                 READ OUT100
                    AT END
                       CONTINUE
                 END-READ
              WHEN 120
                 READ OUT120
                    AT END
                       CONTINUE
                 END-READ
              WHEN 160
                 READ OUT160
                    AT END
                       CONTINUE
                 END-READ
              WHEN OTHER
                 READ OUT80
                    AT END
                       CONTINUE
                 END-READ
           END-EVALUATE.
      *****************************************************************
      *  This routine records one acknowledgment : the whole queue
      *  is reloaded, the matching entry stamped, the queue written
