      *================================================================*
      * Program Name: MFDFIL00
      * Description: Forward-Priced Fund Order Fill
      * Version: 1.0
      * Date: 2026
      *
      * Runs after FWDSTL00 at the end of the post-close group of the
      * daily sequence. TRNVAL00 holds every dollar-amount order for
      * a forward-priced fund on the FNDORD file, pending the NAV of
      * the date the order deals at. This job loads the vendor price
      * file the nightly revaluation prices from and walks the
      * pending orders: an order whose fund has a NAV dated its NAV
      * date is filled -- the amount divided by the NAV, rounded to
      * the four decimal places the lot and position records carry
      * -- and a BU for those units at that NAV is appended to
      * TRANFILE behind the trailer, as DRPGEN00's reinvestments
      * are, so the next cycle's validation and update book it
      * through the normal lot opening. The order's cash reservation
      * comes off the unsettled ledger (the BU writes its own) and
      * the order steps to FILLED.
      *
      * An order due but with no NAV on the file yet stays pending
      * and is listed on the fill report, with the orders not yet
      * due, so a late or missing fund price is visible the morning
      * after.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFDFIL00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUND-ORDER-FILE
               ASSIGN TO FNDORD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-KEY
               FILE STATUS IS WS-FOR-STATUS.

           SELECT UNSETTLED-LEDGER
               ASSIGN TO UNSETL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UNS-KEY
               FILE STATUS IS WS-UNS-STATUS.

           SELECT PRICE-FILE
               ASSIGN TO PRICEFIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRC-STATUS.

           SELECT TRANSACTION-FILE
               ASSIGN TO TRANFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT FILL-REPORT
               ASSIGN TO MFDRPT
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
       FD  FUND-ORDER-FILE.
           COPY FNDORD.

       FD  UNSETTLED-LEDGER.
           COPY UNSETL.

       FD  PRICE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PRICEREC.

       FD  TRANSACTION-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY TRNREC.

       FD  FILL-REPORT
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
           05  WS-FOR-STATUS           PIC X(2).
           05  WS-UNS-STATUS           PIC X(2).
           05  WS-PRC-STATUS           PIC X(2).
           05  WS-TRAN-STATUS          PIC X(2).
           05  WS-RPT-STATUS           PIC X(2).
           05  WS-BCT-STATUS           PIC X(2).

       01  WS-CONSTANTS.
      *    MFDFIL00 follows FWDSTL00 at the end of the post-close
      *    group of the daily sequence.
           05  WS-SEQUENCE-NO          PIC 9(4) VALUE 37.
           05  WS-BATCH-USER-ID        PIC X(8) VALUE 'MFDFIL'.

       01  WS-SWITCHES.
           05  WS-FOR-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-FOR-EOF               VALUE 'Y'.
           05  WS-FOR-AVAILABLE-SW     PIC X(1) VALUE 'N'.
               88  WS-FOR-AVAILABLE         VALUE 'Y'.
               88  WS-FOR-UNAVAILABLE       VALUE 'N'.
           05  WS-PRICE-EOF-SW         PIC X(1) VALUE 'N'.
               88  WS-PRICE-EOF             VALUE 'Y'.
           05  WS-PRICE-FOUND-SW       PIC X(1) VALUE 'N'.
               88  WS-PRICE-FOUND           VALUE 'Y'.
               88  WS-PRICE-NOT-FOUND       VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                     PIC X(8).
           05  WS-CURRENT-TIME8        PIC 9(8).
           05  WS-CURRENT-TIME-X REDEFINES WS-CURRENT-TIME8
                                     PIC X(8).
           05  WS-SEQUENCE             PIC 9(4) VALUE 0.
           05  WS-SEQ-BUILD.
               10  FILLER              PIC X(2) VALUE 'MF'.
               10  WS-SEQ-NUMBER       PIC 9(4).
           05  WS-PRICE-IX             PIC 9(4) COMP.
           05  WS-FOUND-PRICE          PIC S9(11)V9(4) COMP-3.
           05  WS-FILL-UNITS           PIC S9(11)V9(4) COMP-3.

      *----------------------------------------------------------------*
      * The vendor prices, loaded front-to-back the same way
      * POSVAL00's revaluation loads them -- kept with their price
      * date, since an order fills only at its own NAV date's price.
      *----------------------------------------------------------------*
       01  WS-PRICE-TABLE.
           05  WS-PRICE-COUNT          PIC 9(4) COMP VALUE 0.
           05  WS-PRICE-ENTRY OCCURS 2000 TIMES.
               10  WS-PRICE-SEC-ID     PIC X(10).
               10  WS-PRICE-DATE       PIC X(08).
               10  WS-PRICE-VALUE      PIC S9(11)V9(4) COMP-3.
       01  WS-PRICE-MAX                PIC 9(4) COMP VALUE 2000.

       01  WS-COUNTERS.
           05  WS-ORDERS-READ          PIC 9(7) COMP VALUE 0.
           05  WS-ORDERS-FILLED        PIC 9(5) COMP VALUE 0.
           05  WS-ORDERS-NO-NAV        PIC 9(5) COMP VALUE 0.
           05  WS-ORDERS-NOT-DUE       PIC 9(5) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       01  WS-REPORT-LINES.
           05  WS-HDR-LINE.
               10  FILLER              PIC X(40) VALUE
                   'FUND ORDER FILLS  DATE '.
               10  WS-HDR-DATE         PIC X(8).
               10  FILLER              PIC X(84) VALUE SPACES.
           05  WS-FILL-LINE.
               10  WS-FIL-ACTION       PIC X(10).
               10  WS-FIL-PORTFOLIO    PIC X(8).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-FIL-FUND         PIC X(10).
               10  FILLER              PIC X(7)  VALUE ' ORDER '.
               10  WS-FIL-ORDER-DATE   PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-FIL-SEQ          PIC X(6).
               10  FILLER              PIC X(5)  VALUE ' NAV '.
               10  WS-FIL-NAV-DATE     PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-FIL-CCY          PIC X(3).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-FIL-AMOUNT       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-FIL-NAV          PIC ZZZ,ZZZ,ZZ9.9999.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-FIL-UNITS        PIC ZZ,ZZZ,ZZZ,ZZ9.9999.
               10  FILLER              PIC X(7)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           IF WS-FOR-AVAILABLE
               PERFORM 2000-LOAD-PRICES
                   UNTIL WS-PRICE-EOF
               PERFORM 3000-SCAN-ORDERS
                   UNTIL WS-FOR-EOF
                   OR ERR-TEXT NOT = SPACES
           END-IF

           PERFORM 4000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME8 FROM TIME

      *    The order file only exists once TRNVAL00 has held a fund
      *    order -- with none on file there is nothing to fill, and
      *    the job completes rather than failing the stream.
           OPEN I-O FUND-ORDER-FILE
           IF WS-FOR-STATUS = '00'
               SET WS-FOR-AVAILABLE TO TRUE
           ELSE
               SET WS-FOR-UNAVAILABLE TO TRUE
           END-IF

           OPEN I-O UNSETTLED-LEDGER
           IF WS-UNS-STATUS NOT = '00'
               MOVE 'Error opening unsettled trade ledger' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT PRICE-FILE
           IF WS-PRC-STATUS NOT = '00'
               MOVE 'Error opening price file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN EXTEND TRANSACTION-FILE
           IF WS-TRAN-STATUS NOT = '00'
               MOVE 'Error opening transaction file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT FILL-REPORT
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'Error opening fund order fill report' TO ERR-TEXT
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

           IF WS-FOR-AVAILABLE
               MOVE LOW-VALUES TO FOR-KEY
               START FUND-ORDER-FILE KEY NOT LESS THAN FOR-KEY
                   INVALID KEY
                       SET WS-FOR-EOF TO TRUE
               END-START
           END-IF
           .

       1200-INIT-CHECKPOINT.
           MOVE 'MFDFIL00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for MFDFIL00' TO
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

       2000-LOAD-PRICES.
           READ PRICE-FILE
               AT END
                   SET WS-PRICE-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF WS-PRICE-COUNT NOT < WS-PRICE-MAX
               MOVE 'Price table capacity exceeded' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               SET WS-PRICE-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-PRICE-COUNT
           MOVE PRC-INVESTMENT-ID
             TO WS-PRICE-SEC-ID(WS-PRICE-COUNT)
           MOVE PRC-PRICE-DATE TO WS-PRICE-DATE(WS-PRICE-COUNT)
           MOVE PRC-PRICE TO WS-PRICE-VALUE(WS-PRICE-COUNT)
           .

      *----------------------------------------------------------------*
      * One pass over the order file. Filled orders are history;
      * a pending order fills when its NAV date has come and the
      * fund's NAV for that date is on the price file.
      *----------------------------------------------------------------*
       3000-SCAN-ORDERS.
           READ FUND-ORDER-FILE NEXT RECORD
               AT END
                   SET WS-FOR-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF NOT FOR-PENDING
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ORDERS-READ

           IF FOR-NAV-DATE > WS-CURRENT-DATE-X
               ADD 1 TO WS-ORDERS-NOT-DUE
               MOVE 'NOT DUE:  ' TO WS-FIL-ACTION
               MOVE ZERO TO WS-FOUND-PRICE
               MOVE ZERO TO WS-FILL-UNITS
               PERFORM 3900-WRITE-FILL-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM 3200-FIND-NAV
           IF WS-PRICE-NOT-FOUND
      *        The fund has not priced for the order's date yet --
      *        the order waits for the run that finds its NAV.
               ADD 1 TO WS-ORDERS-NO-NAV
               MOVE 'NO NAV:   ' TO WS-FIL-ACTION
               MOVE ZERO TO WS-FOUND-PRICE
               MOVE ZERO TO WS-FILL-UNITS
               PERFORM 3900-WRITE-FILL-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM 3100-FILL-ORDER
           .

       3100-FILL-ORDER.
           COMPUTE WS-FILL-UNITS ROUNDED =
               FOR-AMOUNT / WS-FOUND-PRICE

           PERFORM 3300-WRITE-FILL-BUY
           IF ERR-TEXT NOT = SPACES
               EXIT PARAGRAPH
           END-IF

      *    The reservation TRNVAL00 planted gives way to the BU's own
      *    ledger entry when the next cycle validates it.
           MOVE FOR-PORTFOLIO-ID  TO UNS-PORTFOLIO-ID
           MOVE FOR-INVESTMENT-ID TO UNS-INVESTMENT-ID
           MOVE FOR-ORDER-DATE    TO UNS-TRADE-DATE
           MOVE FOR-SEQUENCE-NO   TO UNS-SEQUENCE-NO
           DELETE UNSETTLED-LEDGER
               INVALID KEY
                   CONTINUE
           END-DELETE

           SET FOR-FILLED             TO TRUE
           MOVE WS-CURRENT-DATE-X     TO FOR-FILL-DATE
           MOVE WS-FOUND-PRICE        TO FOR-FILL-NAV
           MOVE WS-FILL-UNITS         TO FOR-FILL-UNITS
           MOVE TRN-SEQUENCE-NO       TO FOR-FILL-SEQ-NO
           MOVE FUNCTION CURRENT-DATE TO FOR-LAST-MAINT-DATE
           MOVE WS-BATCH-USER-ID      TO FOR-LAST-MAINT-USER

           REWRITE FUND-ORDER-RECORD
               INVALID KEY
                   MOVE 'Error marking fund order filled' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-REWRITE

           ADD 1 TO WS-ORDERS-FILLED
           MOVE 'FILLED:   ' TO WS-FIL-ACTION
           PERFORM 3900-WRITE-FILL-LINE
           .

       3200-FIND-NAV.
           SET WS-PRICE-NOT-FOUND TO TRUE
           PERFORM VARYING WS-PRICE-IX FROM 1 BY 1
                   UNTIL WS-PRICE-IX > WS-PRICE-COUNT
                   OR WS-PRICE-FOUND
               IF WS-PRICE-SEC-ID(WS-PRICE-IX) = FOR-INVESTMENT-ID
                  AND WS-PRICE-DATE(WS-PRICE-IX) = FOR-NAV-DATE
                  AND WS-PRICE-VALUE(WS-PRICE-IX) > ZERO
                   SET WS-PRICE-FOUND TO TRUE
                   MOVE WS-PRICE-VALUE(WS-PRICE-IX)
                     TO WS-FOUND-PRICE
               END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * The fill books as an ordinary BU dealt on the NAV date, so
      * TRNVAL00 derives its settlement from the fund's market
      * convention like any other trade. The order's own key rides
      * in the broker reference for the audit trail.
      *----------------------------------------------------------------*
       3300-WRITE-FILL-BUY.
           INITIALIZE TRANSACTION-RECORD
           MOVE FOR-NAV-DATE           TO TRN-DATE
           MOVE WS-CURRENT-TIME-X(1:6) TO TRN-TIME
           MOVE FOR-PORTFOLIO-ID       TO TRN-PORTFOLIO-ID
           ADD 1 TO WS-SEQUENCE
           MOVE WS-SEQUENCE            TO WS-SEQ-NUMBER
           MOVE WS-SEQ-BUILD           TO TRN-SEQUENCE-NO
           MOVE FOR-INVESTMENT-ID      TO TRN-INVESTMENT-ID
           MOVE 'BU'                   TO TRN-TYPE
           MOVE WS-FILL-UNITS          TO TRN-QUANTITY
           MOVE WS-FOUND-PRICE         TO TRN-PRICE
           MOVE FOR-AMOUNT             TO TRN-AMOUNT
           MOVE FOR-CURRENCY           TO TRN-CURRENCY
           SET TRN-STATUS-PEND         TO TRUE
           MOVE SPACES                 TO TRN-SETTLEMENT-DATE
           MOVE SPACES                 TO TRN-BROKER-REF
           STRING FOR-ORDER-DATE  DELIMITED BY SIZE
                  FOR-SEQUENCE-NO DELIMITED BY SIZE
             INTO TRN-BROKER-REF
           MOVE 'MFDFIL00'             TO TRN-PROCESS-USER

           WRITE TRANSACTION-RECORD
           IF WS-TRAN-STATUS NOT = '00'
               MOVE 'Error writing fund order fill' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           .

       3900-WRITE-FILL-LINE.
           MOVE FOR-PORTFOLIO-ID  TO WS-FIL-PORTFOLIO
           MOVE FOR-INVESTMENT-ID TO WS-FIL-FUND
           MOVE FOR-ORDER-DATE    TO WS-FIL-ORDER-DATE
           MOVE FOR-SEQUENCE-NO   TO WS-FIL-SEQ
           MOVE FOR-NAV-DATE      TO WS-FIL-NAV-DATE
           MOVE FOR-CURRENCY      TO WS-FIL-CCY
           MOVE FOR-AMOUNT        TO WS-FIL-AMOUNT
           MOVE WS-FOUND-PRICE    TO WS-FIL-NAV
           MOVE WS-FILL-UNITS     TO WS-FIL-UNITS
           WRITE REPORT-RECORD FROM WS-FILL-LINE
           .

       4000-TERMINATE.
           PERFORM 4100-UPDATE-COMPLETION

           IF WS-FOR-AVAILABLE
               CLOSE FUND-ORDER-FILE
           END-IF

           CLOSE UNSETTLED-LEDGER
                 PRICE-FILE
                 TRANSACTION-FILE
                 FILL-REPORT
                 BATCH-CONTROL-FILE

           DISPLAY 'MFDFIL00 Processing Statistics:'
           DISPLAY '  Pending orders read:    ' WS-ORDERS-READ
           DISPLAY '  Orders filled:          ' WS-ORDERS-FILLED
           DISPLAY '  Due, no NAV yet:        ' WS-ORDERS-NO-NAV
           DISPLAY '  Not yet due:            ' WS-ORDERS-NOT-DUE
           DISPLAY '  Errors:                 ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       4100-UPDATE-COMPLETION.
           MOVE 'MFDFIL00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for MFDFIL00' TO
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
           MOVE 'MFDFIL00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
