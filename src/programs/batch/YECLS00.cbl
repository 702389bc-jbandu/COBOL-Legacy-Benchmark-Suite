      *    record, so TAXEXT00 and INCEXT00 -- the next jobs of this
      *    stream, gated behind this close -- extract exactly the
      *    year just frozen and cannot run against different years.
      *  - every traditional and SEP IRA opens its RMDYR entry for
      *    the coming year with its closing value (holdings plus
      *    cash), the prior year-end balance RMDCAL00 strikes that
      *    year's required minimum distribution from.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YECLS00.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAP-STATUS.

           SELECT RMD-YEAR-FILE
               ASSIGN TO RMDYR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RMY-KEY
               FILE STATUS IS WS-RMY-STATUS.

           SELECT PARM-FILE
               ASSIGN TO TAXPARM
               ORGANIZATION IS SEQUENTIAL
           05  CAP-YTD-INCOME          PIC S9(13)V9(2).
           05  FILLER                  PIC X(28).

       FD  RMD-YEAR-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY RMDYR.

       FD  PARM-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           05  WS-PORT-STATUS          PIC X(2).
           05  WS-SNAP-STATUS          PIC X(2).
           05  WS-CAP-STATUS           PIC X(2).
           05  WS-RMY-STATUS           PIC X(2).
           05  WS-PARM-STATUS          PIC X(2).
           05  WS-BCT-STATUS           PIC X(2).

                                     PIC X(8).
           05  WS-CURRENT-TIME8        PIC 9(8).
           05  WS-CLOSE-YEAR           PIC X(4).
           05  WS-CLOSE-YEAR-N REDEFINES WS-CLOSE-YEAR
                                     PIC 9(4).
           05  WS-RMD-YEAR             PIC 9(4).

       01  WS-COUNTERS.
           05  WS-POSITIONS-SNAPPED    PIC 9(7) COMP VALUE 0.
           05  WS-PORTFOLIOS-ROLLED    PIC 9(7) COMP VALUE 0.
           05  WS-RMD-YEARS-OPENED     PIC 9(7) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(7) COMP VALUE 0.

       PROCEDURE DIVISION.
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE-X(1:4) TO WS-CLOSE-YEAR
           COMPUTE WS-RMD-YEAR = WS-CLOSE-YEAR-N + 1

           OPEN INPUT CURRENT-POSITION-FILE
           IF WS-POS-STATUS NOT = '00'
               PERFORM 9000-ERROR-ROUTINE
           END-IF

      *    RMDYR is created by the first close that opens an entry
      *    on it, so a missing file is not an error here.
           OPEN I-O RMD-YEAR-FILE
           IF WS-RMY-STATUS NOT = '00' AND '05'
               MOVE 'Error opening RMD year file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O BATCH-CONTROL-FILE
           IF WS-BCT-STATUS NOT = '00'
               MOVE 'Error opening control file' TO ERR-TEXT
           END-REWRITE

           ADD 1 TO WS-PORTFOLIOS-ROLLED

           IF PORT-REG-TRAD-IRA OR PORT-REG-SEP-IRA
               PERFORM 3100-OPEN-RMD-YEAR
           END-IF
           .

      *----------------------------------------------------------------*
      * A traditional or SEP IRA's closing value -- holdings plus
      * cash -- is the prior year-end balance next year's required
      * minimum distribution is struck from. A rerun of the close
      * restates the balance but keeps any distributions and
      * instruction already recorded against the year.
      *----------------------------------------------------------------*
       3100-OPEN-RMD-YEAR.
           MOVE PORT-ID     TO RMY-PORTFOLIO-ID
           MOVE WS-RMD-YEAR TO RMY-YEAR

           READ RMD-YEAR-FILE
               INVALID KEY
                   INITIALIZE RMD-YEAR-RECORD
                   MOVE PORT-ID     TO RMY-PORTFOLIO-ID
                   MOVE WS-RMD-YEAR TO RMY-YEAR
                   SET RMY-SI-NONE    TO TRUE
                   SET RMY-NOT-STRUCK TO TRUE
           END-READ

           COMPUTE RMY-PRIOR-YE-VALUE =
               PORT-TOTAL-VALUE + PORT-CASH-BALANCE
           MOVE WS-CURRENT-DATE-X TO RMY-PRIOR-YE-DATE
           MOVE WS-CURRENT-DATE-X TO RMY-LAST-MAINT-DATE
           MOVE 'YECLS00'         TO RMY-LAST-MAINT-USER

           IF WS-RMY-STATUS = '00'
               REWRITE RMD-YEAR-RECORD
           ELSE
               WRITE RMD-YEAR-RECORD
           END-IF

           IF WS-RMY-STATUS NOT = '00'
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'Error opening RMD year: ' PORT-ID
           ELSE
               ADD 1 TO WS-RMD-YEARS-OPENED
           END-IF
           .

      *----------------------------------------------------------------*
                 PORTFOLIO-FILE
                 SNAPSHOT-FILE
                 YTD-CAPTURE-FILE
                 RMD-YEAR-FILE
                 BATCH-CONTROL-FILE

           DISPLAY 'YECLS00 Processing Statistics:'
           DISPLAY '  Positions snapshotted: ' WS-POSITIONS-SNAPPED
           DISPLAY '  Portfolios rolled:     ' WS-PORTFOLIOS-ROLLED
           DISPLAY '  RMD years opened:      ' WS-RMD-YEARS-OPENED
           DISPLAY '  Errors:                ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
