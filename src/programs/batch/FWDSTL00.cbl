      *================================================================*
      * Program Name: FWDSTL00
      * Description: FX Forward Contract Settlement
      * Version: 1.0
      * Date: 2026
      *
      * Runs after OPTEXP00 at the end of the post-close group of the
      * daily sequence. Every open FXFWD forward contract whose value
      * date has arrived is settled into the portfolio's CSHBAL
      * currency buckets: the buy amount arrives in the buy-currency
      * bucket and the sell amount leaves the sell-currency bucket,
      * a bucket being opened where the portfolio held none.
      *
      * Both legs are translated to base at today's FXRATES, the
      * rates POSVAL00 marked the open book at, and the difference
      * is the realized gain or loss on the contract. It moves the
      * combined PORT-CASH-BALANCE (the principal bucket too on a
      * trust -- a currency result on corpus is corpus) and the
      * portfolio's PORT-YTD-REALIZED-GAIN. A sell bucket the
      * settlement overdraws is still settled -- the contract is
      * binding -- but is flagged on the settlement report for the
      * desk to fund. The contract steps to S with its settlement
      * date and realized result, so a rerun settles nothing twice.
      *
      * There is no room on the transaction record for the second
      * currency leg, so the settlement is posted here directly, as
      * PAYDWN00 credits principal, rather than generated as
      * transactions for the next cycle.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FWDSTL00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FX-FORWARD-FILE
               ASSIGN TO FXFWD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FWD-KEY
               FILE STATUS IS WS-FWD-STATUS.

           SELECT CURRENCY-CASH-FILE
               ASSIGN TO CSHBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CSH-KEY
               FILE STATUS IS WS-CSH-STATUS.

           SELECT PORTFOLIO-FILE
               ASSIGN TO PORTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PORT-ID
               FILE STATUS IS WS-PORT-STATUS.

           SELECT FX-RATE-FILE
               ASSIGN TO FXRATES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FXR-KEY
               FILE STATUS IS WS-FXR-STATUS.

           SELECT SETTLEMENT-REPORT
               ASSIGN TO FWDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT BATCH-CONTROL-FILE
               ASSIGN TO BCHCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BCT-KEY
               FILE STATUS IS WS-BCT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FX-FORWARD-FILE.
           COPY FXFWD.

       FD  CURRENCY-CASH-FILE.
       COPY CSHBAL.

       FD  PORTFOLIO-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PORTFLIO.

       FD  FX-RATE-FILE.
           COPY FXRATE.

       FD  SETTLEMENT-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD               PIC X(132).

       FD  BATCH-CONTROL-FILE.
           COPY BCHCTL.

       WORKING-STORAGE SECTION.
           COPY BCHCON.
           COPY ERRHAND.

      *    Cycle within the processing date this run belongs to --
      *    the overnight/scheduler-built sequence is cycle 1.
       01  WS-CYCLE-NO             PIC 9(2) VALUE 1.

       01  WS-FILE-STATUS.
           05  WS-FWD-STATUS           PIC X(2).
           05  WS-CSH-STATUS           PIC X(2).
           05  WS-PORT-STATUS          PIC X(2).
           05  WS-FXR-STATUS           PIC X(2).
           05  WS-RPT-STATUS           PIC X(2).
           05  WS-BCT-STATUS           PIC X(2).

       01  WS-CONSTANTS.
      *    FWDSTL00 follows OPTEXP00 at the end of the post-close
      *    group of the daily sequence.
           05  WS-SEQUENCE-NO          PIC 9(4) VALUE 36.
      *    Base reporting currency for the firm.
           05  WS-BASE-CURRENCY        PIC X(3) VALUE 'USD'.
           05  WS-BATCH-USER-ID        PIC X(8) VALUE 'FWDSTL'.

       01  WS-SWITCHES.
           05  WS-FWD-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-FWD-EOF               VALUE 'Y'.
           05  WS-FWD-AVAILABLE-SW     PIC X(1) VALUE 'N'.
               88  WS-FWD-AVAILABLE         VALUE 'Y'.
               88  WS-FWD-UNAVAILABLE       VALUE 'N'.
           05  WS-SHORTFALL-SW         PIC X(1) VALUE 'N'.
               88  WS-SHORTFALL             VALUE 'Y'.
               88  WS-NO-SHORTFALL          VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                     PIC X(8).
           05  WS-CURRENT-TIME8        PIC 9(8).
           05  WS-FX-CURRENCY          PIC X(3).
           05  WS-FX-RATE              PIC S9(7)V9(8) COMP-3.
           05  WS-BUY-RATE             PIC S9(7)V9(8) COMP-3.
           05  WS-SELL-RATE            PIC S9(7)V9(8) COMP-3.
           05  WS-REALIZED-BASE        PIC S9(13)V9(2) COMP-3.
           05  WS-CCY-CURRENCY         PIC X(3).
           05  WS-CCY-AMOUNT           PIC S9(13)V9(2) COMP-3.

       01  WS-COUNTERS.
           05  WS-CONTRACTS-READ       PIC 9(7) COMP VALUE 0.
           05  WS-CONTRACTS-SETTLED    PIC 9(5) COMP VALUE 0.
           05  WS-CONTRACTS-SHORT      PIC 9(5) COMP VALUE 0.
           05  WS-NO-RATE-COUNT        PIC 9(5) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       01  WS-REPORT-LINES.
           05  WS-HDR-LINE.
               10  FILLER              PIC X(40) VALUE
                   'FX FORWARD SETTLEMENTS  DATE '.
               10  WS-HDR-DATE         PIC X(8).
               10  FILLER              PIC X(84) VALUE SPACES.
           05  WS-SETTLE-LINE.
               10  FILLER              PIC X(10) VALUE 'SETTLED:  '.
               10  WS-STL-PORTFOLIO    PIC X(8).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-STL-CONTRACT     PIC X(10).
               10  FILLER              PIC X(5)  VALUE ' BUY '.
               10  WS-STL-BUY-CCY      PIC X(3).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-STL-BUY-AMT      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(6)  VALUE ' SELL '.
               10  WS-STL-SELL-CCY     PIC X(3).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-STL-SELL-AMT     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(10) VALUE ' REALIZED '.
               10  WS-STL-REALIZED     PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-STL-NOTE         PIC X(16).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           IF WS-FWD-AVAILABLE
               PERFORM 2000-SCAN-CONTRACTS
                   UNTIL WS-FWD-EOF
           END-IF

           PERFORM 3000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME8 FROM TIME

      *    The forward file only exists once the desk has dealt a
      *    contract -- with none on file there is nothing to settle,
      *    and the job completes rather than failing the stream.
           OPEN I-O FX-FORWARD-FILE
           IF WS-FWD-STATUS = '00'
               SET WS-FWD-AVAILABLE TO TRUE
           ELSE
               SET WS-FWD-UNAVAILABLE TO TRUE
           END-IF

           OPEN I-O CURRENCY-CASH-FILE
           IF WS-CSH-STATUS NOT = '00' AND '05'
               MOVE 'Error opening currency cash file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O PORTFOLIO-FILE
           IF WS-PORT-STATUS NOT = '00'
               MOVE 'Error opening portfolio file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT FX-RATE-FILE
           IF WS-FXR-STATUS NOT = '00'
               MOVE 'Error opening FX rate file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT SETTLEMENT-REPORT
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'Error opening forward settlement report'
                 TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O BATCH-CONTROL-FILE
           IF WS-BCT-STATUS NOT = '00'
               MOVE 'Error opening control file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           PERFORM 1200-INIT-CHECKPOINT

           MOVE WS-CURRENT-DATE-X TO WS-HDR-DATE
           WRITE REPORT-RECORD FROM WS-HDR-LINE

           IF WS-FWD-AVAILABLE
               MOVE LOW-VALUES TO FWD-KEY
               START FX-FORWARD-FILE KEY NOT LESS THAN FWD-KEY
                   INVALID KEY
                       SET WS-FWD-EOF TO TRUE
               END-START
           END-IF
           .

       1200-INIT-CHECKPOINT.
           MOVE 'FWDSTL00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for FWDSTL00' TO
                       ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-READ

           MOVE BCT-STAT-ACTIVE   TO BCT-STATUS
           MOVE WS-CURRENT-DATE-X TO BCT-START-TIME

           REWRITE BATCH-CONTROL-RECORD
               INVALID KEY
                   MOVE 'Error updating control record' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-REWRITE
           .

      *----------------------------------------------------------------*
      * Every open contract due today or earlier settles. A contract
      * whose value date fell while the cycle did not run settles on
      * the first run after, at that run's rates.
      *----------------------------------------------------------------*
       2000-SCAN-CONTRACTS.
           READ FX-FORWARD-FILE NEXT RECORD
               AT END
                   SET WS-FWD-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-CONTRACTS-READ

           IF NOT FWD-OPEN
           OR FWD-VALUE-DATE > WS-CURRENT-DATE-X
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO ERR-TEXT
           PERFORM 2100-SETTLE-CONTRACT
           .

       2100-SETTLE-CONTRACT.
           MOVE FWD-PORTFOLIO-ID TO PORT-ID
           READ PORTFOLIO-FILE
               INVALID KEY
                   MOVE 'Portfolio not found for forward settlement'
                     TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-READ

           MOVE FWD-BUY-CURRENCY  TO WS-FX-CURRENCY
           PERFORM 2200-GET-RATE
           MOVE WS-FX-RATE        TO WS-BUY-RATE
           MOVE FWD-SELL-CURRENCY TO WS-FX-CURRENCY
           PERFORM 2200-GET-RATE
           MOVE WS-FX-RATE        TO WS-SELL-RATE

           COMPUTE WS-REALIZED-BASE ROUNDED =
               (FWD-BUY-AMOUNT  * WS-BUY-RATE)
             - (FWD-SELL-AMOUNT * WS-SELL-RATE)

      *    Sell leg first, so the bucket it leaves can be checked.
           SET WS-NO-SHORTFALL TO TRUE
           COMPUTE WS-CCY-AMOUNT = ZERO - FWD-SELL-AMOUNT
           MOVE FWD-SELL-CURRENCY TO WS-CCY-CURRENCY
           PERFORM 2300-POST-CURRENCY-BUCKET
           IF ERR-TEXT NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF CSH-BALANCE < ZERO
               SET WS-SHORTFALL TO TRUE
               ADD 1 TO WS-CONTRACTS-SHORT
           END-IF

           MOVE FWD-BUY-AMOUNT    TO WS-CCY-AMOUNT
           MOVE FWD-BUY-CURRENCY  TO WS-CCY-CURRENCY
           PERFORM 2300-POST-CURRENCY-BUCKET
           IF ERR-TEXT NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM 2400-BOOK-REALIZED
           IF ERR-TEXT NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           SET FWD-SETTLED            TO TRUE
           MOVE WS-CURRENT-DATE-X     TO FWD-SETTLED-DATE
           MOVE WS-REALIZED-BASE      TO FWD-REALIZED-BASE
           MOVE ZERO                  TO FWD-MTM-BASE
           MOVE WS-CURRENT-DATE-X     TO FWD-MTM-DATE
           MOVE FUNCTION CURRENT-DATE TO FWD-LAST-MAINT-DATE
           MOVE WS-BATCH-USER-ID      TO FWD-LAST-MAINT-USER

           REWRITE FX-FORWARD-RECORD
               INVALID KEY
                   MOVE 'Error marking forward contract settled'
                     TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-REWRITE

           ADD 1 TO WS-CONTRACTS-SETTLED
           PERFORM 2900-WRITE-SETTLE-LINE
           .

      *    Base currency, or a currency with no rate on file, runs
      *    at 1 -- the latter counted for the run statistics.
       2200-GET-RATE.
           MOVE 1 TO WS-FX-RATE

           IF WS-FX-CURRENCY NOT = WS-BASE-CURRENCY
               MOVE WS-FX-CURRENCY TO FXR-CURRENCY
               READ FX-RATE-FILE
                   INVALID KEY
                       ADD 1 TO WS-NO-RATE-COUNT
                   NOT INVALID KEY
                       MOVE FXR-RATE-TO-BASE TO WS-FX-RATE
               END-READ
           END-IF
           .

      *    PORTTRAN's currency bucket posting: a portfolio with no
      *    cash yet in the currency gets a bucket opened for it.
       2300-POST-CURRENCY-BUCKET.
           MOVE FWD-PORTFOLIO-ID TO CSH-PORTFOLIO-ID
           MOVE WS-CCY-CURRENCY  TO CSH-CURRENCY
           READ CURRENCY-CASH-FILE
               INVALID KEY
                   INITIALIZE CURRENCY-CASH-RECORD
                   MOVE FWD-PORTFOLIO-ID TO CSH-PORTFOLIO-ID
                   MOVE WS-CCY-CURRENCY  TO CSH-CURRENCY
                   MOVE WS-CCY-AMOUNT    TO CSH-BALANCE
                   MOVE FUNCTION CURRENT-DATE TO CSH-LAST-MAINT-DATE
                   MOVE WS-BATCH-USER-ID      TO CSH-LAST-MAINT-USER
                   WRITE CURRENCY-CASH-RECORD
                       INVALID KEY
                           MOVE 'Error creating currency bucket'
                             TO ERR-TEXT
                           PERFORM 9000-ERROR-ROUTINE
                   END-WRITE
                   EXIT PARAGRAPH
           END-READ

           ADD WS-CCY-AMOUNT TO CSH-BALANCE
           MOVE FUNCTION CURRENT-DATE TO CSH-LAST-MAINT-DATE
           MOVE WS-BATCH-USER-ID      TO CSH-LAST-MAINT-USER
           REWRITE CURRENCY-CASH-RECORD
               INVALID KEY
                   MOVE 'Error updating currency bucket' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-REWRITE
           .

      *----------------------------------------------------------------*
      * The buckets now hold the buy leg in place of the sell leg, so
      * the combined base cash moves by exactly the realized result.
      *----------------------------------------------------------------*
       2400-BOOK-REALIZED.
           ADD WS-REALIZED-BASE TO PORT-CASH-BALANCE
           IF PORT-TRUST
               ADD WS-REALIZED-BASE TO PORT-PRINCIPAL-CASH
           END-IF
           ADD WS-REALIZED-BASE TO PORT-YTD-REALIZED-GAIN

           REWRITE PORT-RECORD
               INVALID KEY
                   MOVE 'Error booking forward realized result'
                     TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-REWRITE
           .

       2900-WRITE-SETTLE-LINE.
           MOVE FWD-PORTFOLIO-ID  TO WS-STL-PORTFOLIO
           MOVE FWD-CONTRACT-ID   TO WS-STL-CONTRACT
           MOVE FWD-BUY-CURRENCY  TO WS-STL-BUY-CCY
           MOVE FWD-BUY-AMOUNT    TO WS-STL-BUY-AMT
           MOVE FWD-SELL-CURRENCY TO WS-STL-SELL-CCY
           MOVE FWD-SELL-AMOUNT   TO WS-STL-SELL-AMT
           MOVE WS-REALIZED-BASE  TO WS-STL-REALIZED
           IF WS-SHORTFALL
               MOVE 'SELL CCY SHORT' TO WS-STL-NOTE
           ELSE
               MOVE SPACES TO WS-STL-NOTE
           END-IF
           WRITE REPORT-RECORD FROM WS-SETTLE-LINE
           .

       3000-TERMINATE.
           PERFORM 3100-UPDATE-COMPLETION

           IF WS-FWD-AVAILABLE
               CLOSE FX-FORWARD-FILE
           END-IF

           CLOSE CURRENCY-CASH-FILE
                 PORTFOLIO-FILE
                 FX-RATE-FILE
                 SETTLEMENT-REPORT
                 BATCH-CONTROL-FILE

           DISPLAY 'FWDSTL00 Processing Statistics:'
           DISPLAY '  Contracts read:         ' WS-CONTRACTS-READ
           DISPLAY '  Contracts settled:      ' WS-CONTRACTS-SETTLED
           DISPLAY '    Sell currency short:  ' WS-CONTRACTS-SHORT
           DISPLAY '  Legs with no rate:      ' WS-NO-RATE-COUNT
           DISPLAY '  Errors:                 ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       3100-UPDATE-COMPLETION.
           MOVE 'FWDSTL00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for FWDSTL00' TO
                       ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-READ

           MOVE BCT-STAT-DONE TO BCT-STATUS
           ACCEPT WS-CURRENT-TIME8 FROM TIME
           MOVE WS-CURRENT-TIME8 TO BCT-END-TIME

           IF WS-ERROR-COUNT > 0
               MOVE BCT-RC-ERROR TO BCT-RETURN-CODE
           ELSE
               MOVE BCT-RC-SUCCESS TO BCT-RETURN-CODE
           END-IF

           REWRITE BATCH-CONTROL-RECORD
               INVALID KEY
                   MOVE 'Error updating control record' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-REWRITE
           .

       9000-ERROR-ROUTINE.
           ADD 1 TO WS-ERROR-COUNT
           MOVE 'FWDSTL00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
