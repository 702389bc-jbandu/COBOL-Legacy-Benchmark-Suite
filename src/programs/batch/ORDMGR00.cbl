      *================================================================*
      * Program Name: ORDMGR00
      * Description: Order Book Maintenance and Fill Aggregation
      * Version: 1.0
      * Date: 2026
      *
      * Feed-chain step between BRKTRN00 and TRNMRG00's merge. The
      * pipeline downstream only ever sees completed executions;
      * this program keeps the ORDBOOK order file behind them, so
      * an open order, a partial fill or a cancel has a record:
      *
      *  - the day's ORDIN order instructions apply first -- a new
      *    order (market or limit, day or good-till-cancelled)
      *    opens on the book, a cancel closes a working order, and
      *    a cancel/replace amends a working order's type, quantity,
      *    limit price or time-in-force in place;
      *  - each translated broker fill whose TRN-BROKER-REF carries
      *    a client order ID on the book for that portfolio is
      *    matched to the order: its filled quantity, principal and
      *    average price step up and it moves to partially filled
      *    or filled, with fills outside the limit, past the order
      *    quantity or against a closed order flagged on ORDRPT;
      *  - the fills matched to one order in this run aggregate into
      *    a single average-priced booking (quantity and principal
      *    summed, charges summed, price = principal over quantity)
      *    written to TRANOUT for the merge -- the individual fills
      *    never reach the pipeline;
      *  - a fill with no order on the book (a broker-initiated
      *    trade, or a feed without client order IDs) passes
      *    through untouched, as it always has.
      *
      * Day orders still working at the close are expired by ENDDAY.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDMGR00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-INSTRUCTION-FILE
               ASSIGN TO ORDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OIN-STATUS.

           SELECT ORDER-BOOK-FILE
               ASSIGN TO ORDBOOK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-KEY
               FILE STATUS IS WS-ORD-STATUS.

           SELECT FILL-IN
               ASSIGN TO FILLIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FIL-STATUS.

           SELECT TRANSACTION-OUT
               ASSIGN TO TRANOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT ORDER-REPORT
               ASSIGN TO ORDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-INSTRUCTION-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
      *----------------------------------------------------------------*
      * One card per order action from the dealing desk. A cancel
      * needs only the portfolio and order ID; a replace carries the
      * order's full amended terms.
      *----------------------------------------------------------------*
       01  ORDER-INSTRUCTION-RECORD.
           05  OIN-ACTION              PIC X(01).
               88  OIN-NEW                 VALUE 'N'.
               88  OIN-CANCEL              VALUE 'C'.
               88  OIN-REPLACE             VALUE 'R'.
           05  OIN-PORTFOLIO-ID        PIC X(08).
           05  OIN-ORDER-ID            PIC X(12).
           05  OIN-INVESTMENT-ID       PIC X(10).
           05  OIN-SIDE                PIC X(01).
           05  OIN-ORDER-TYPE          PIC X(01).
           05  OIN-QUANTITY            PIC 9(11)V9(4).
           05  OIN-LIMIT-PRICE         PIC 9(11)V9(4).
           05  OIN-TIME-IN-FORCE       PIC X(01).
           05  OIN-CURRENCY            PIC X(03).
           05  OIN-ORDER-DATE          PIC X(08).
           05  OIN-ENTERED-BY          PIC X(08).
           05  FILLER                  PIC X(17).

       FD  ORDER-BOOK-FILE.
       COPY ORDBOOK.

       FD  FILL-IN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY TRNREC.

       FD  TRANSACTION-OUT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  BOOKED-TRAN-RECORD          PIC X(200).

       FD  ORDER-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY ERRHAND.

       01  WS-FILE-STATUS.
           05  WS-OIN-STATUS           PIC X(2).
           05  WS-ORD-STATUS           PIC X(2).
           05  WS-FIL-STATUS           PIC X(2).
           05  WS-OUT-STATUS           PIC X(2).
           05  WS-RPT-STATUS           PIC X(2).

       01  WS-SWITCHES.
           05  WS-OIN-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-OIN-EOF               VALUE 'Y'.
           05  WS-FIL-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-FIL-EOF               VALUE 'Y'.
           05  WS-BKG-FOUND-SW         PIC X(1) VALUE 'N'.
               88  WS-BKG-FOUND             VALUE 'Y'.
               88  WS-BKG-NOT-FOUND         VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                     PIC X(8).
           05  WS-REJECT-REASON        PIC X(40).
           05  WS-WARN-TEXT            PIC X(40).
           05  WS-NEW-QUANTITY         PIC S9(11)V9(4) COMP-3.
           05  WS-NEW-LIMIT-PRICE      PIC S9(11)V9(4) COMP-3.
           05  WS-NEW-TIF              PIC X(01).
           05  WS-SEQUENCE             PIC 9(4) VALUE 0.
           05  WS-SEQ-BUILD.
               10  FILLER              PIC X(2) VALUE 'OB'.
               10  WS-SEQ-NUMBER       PIC 9(4).
      *    A booking's broker reference is the order ID and the
      *    order's booking number, so a GTC order booking on several
      *    days never repeats a reference.
           05  WS-BOOKING-REF.
               10  WS-BREF-ORDER-ID    PIC X(12).
               10  FILLER              PIC X(1) VALUE '/'.
               10  WS-BREF-BOOKING-NO  PIC 9(3).

      *----------------------------------------------------------------*
      * Fills matched in this run, one entry per order. The first
      * fill's image is kept as the skeleton of the booking (trade
      * date, portfolio, investment, side, currency, settlement
      * date, lot method, executing broker); the quantities and
      * charges accumulate beside it.
      *----------------------------------------------------------------*
       01  WS-BOOKING-TABLE.
           05  WS-BKG-COUNT            PIC 9(4) COMP VALUE 0.
           05  WS-BKG-ENTRY OCCURS 1000 TIMES.
               10  WS-BKG-ORDER-KEY    PIC X(20).
               10  WS-BKG-IMAGE        PIC X(200).
               10  WS-BKG-FILLS        PIC 9(4) COMP.
               10  WS-BKG-QUANTITY     PIC S9(11)V9(4) COMP-3.
               10  WS-BKG-AMOUNT       PIC S9(13)V9(2) COMP-3.
               10  WS-BKG-COMMISSION   PIC S9(9)V9(2) COMP-3.
               10  WS-BKG-EXCH-FEE     PIC S9(9)V9(2) COMP-3.
               10  WS-BKG-OTHER-CHARGE PIC S9(9)V9(2) COMP-3.
               10  WS-BKG-ACCRUED-INT  PIC S9(7)V9(2) COMP-3.
       01  WS-BKG-IX                   PIC 9(4) COMP.
       01  WS-BKG-MAX                  PIC 9(4) COMP VALUE 1000.

       01  WS-COUNTERS.
           05  WS-INSTR-READ           PIC 9(7) COMP VALUE 0.
           05  WS-ORDERS-OPENED        PIC 9(7) COMP VALUE 0.
           05  WS-ORDERS-CANCELLED     PIC 9(7) COMP VALUE 0.
           05  WS-ORDERS-REPLACED      PIC 9(7) COMP VALUE 0.
           05  WS-INSTR-REJECTED       PIC 9(7) COMP VALUE 0.
           05  WS-FILLS-READ           PIC 9(7) COMP VALUE 0.
           05  WS-FILLS-MATCHED        PIC 9(7) COMP VALUE 0.
           05  WS-FILLS-PASSED         PIC 9(7) COMP VALUE 0.
           05  WS-FILL-WARNINGS        PIC 9(7) COMP VALUE 0.
           05  WS-BOOKINGS-WRITTEN     PIC 9(7) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       01  WS-REPORT-LINES.
           05  WS-HDR-LINE.
               10  FILLER              PIC X(24) VALUE
                   'ORDER MANAGEMENT  DATE '.
               10  WS-HDR-DATE         PIC X(8).
               10  FILLER              PIC X(100) VALUE SPACES.
           05  WS-ACT-LINE.
               10  WS-ACT-L-VERB       PIC X(11).
               10  WS-ACT-L-PORTFOLIO  PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-ACT-L-ORDER      PIC X(12).
               10  FILLER              PIC X(3)  VALUE ' - '.
               10  WS-ACT-L-TEXT       PIC X(40).
               10  FILLER              PIC X(57) VALUE SPACES.
           05  WS-BKG-LINE.
               10  FILLER              PIC X(11) VALUE 'BOOKED:    '.
               10  WS-BKG-L-PORTFOLIO  PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-BKG-L-ORDER      PIC X(12).
               10  FILLER              PIC X(7)  VALUE ' FILLS '.
               10  WS-BKG-L-FILLS      PIC ZZZ9.
               10  FILLER              PIC X(5)  VALUE ' QTY '.
               10  WS-BKG-L-QUANTITY   PIC ZZZ,ZZZ,ZZ9.9999.
               10  FILLER              PIC X(5)  VALUE ' AVG '.
               10  WS-BKG-L-PRICE      PIC ZZZ,ZZZ,ZZ9.9999.
               10  FILLER              PIC X(47) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 1500-APPLY-INSTRUCTION
               UNTIL WS-OIN-EOF

           PERFORM 2000-ROUTE-FILL
               UNTIL WS-FIL-EOF

           PERFORM 2500-WRITE-BOOKING
               VARYING WS-BKG-IX FROM 1 BY 1
               UNTIL WS-BKG-IX > WS-BKG-COUNT

           PERFORM 3000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD

           OPEN I-O ORDER-BOOK-FILE
           IF WS-ORD-STATUS NOT = '00' AND '05'
               MOVE 'Error opening order book' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT TRANSACTION-OUT
           IF WS-OUT-STATUS NOT = '00'
               MOVE 'Error opening transaction output' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT ORDER-REPORT
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'Error opening order report' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

      *    No order instructions, or no broker feed, is a normal
      *    state -- the other half of the run still goes ahead.
           OPEN INPUT ORDER-INSTRUCTION-FILE
           IF WS-OIN-STATUS NOT = '00'
               SET WS-OIN-EOF TO TRUE
           END-IF

           OPEN INPUT FILL-IN
           IF WS-FIL-STATUS NOT = '00'
               SET WS-FIL-EOF TO TRUE
           END-IF

           MOVE WS-CURRENT-DATE-X TO WS-HDR-DATE
           WRITE REPORT-RECORD FROM WS-HDR-LINE
           .

      *----------------------------------------------------------------*
      * Order instructions from the dealing desk.
      *----------------------------------------------------------------*
       1500-APPLY-INSTRUCTION.
           READ ORDER-INSTRUCTION-FILE
               AT END
                   SET WS-OIN-EOF TO TRUE
                   CLOSE ORDER-INSTRUCTION-FILE
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-INSTR-READ
           MOVE SPACES TO WS-REJECT-REASON

           IF OIN-PORTFOLIO-ID = SPACES OR OIN-ORDER-ID = SPACES
               MOVE 'PORTFOLIO AND ORDER ID REQUIRED'
                 TO WS-REJECT-REASON
               PERFORM 1590-REJECT-INSTRUCTION
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN OIN-NEW
                   PERFORM 1600-OPEN-ORDER
               WHEN OIN-CANCEL
                   PERFORM 1700-CANCEL-ORDER
               WHEN OIN-REPLACE
                   PERFORM 1800-REPLACE-ORDER
               WHEN OTHER
                   MOVE 'UNKNOWN ORDER ACTION' TO WS-REJECT-REASON
                   PERFORM 1590-REJECT-INSTRUCTION
           END-EVALUATE
           .

       1590-REJECT-INSTRUCTION.
           ADD 1 TO WS-INSTR-REJECTED
           MOVE 'REJECTED:  '    TO WS-ACT-L-VERB
           MOVE OIN-PORTFOLIO-ID TO WS-ACT-L-PORTFOLIO
           MOVE OIN-ORDER-ID     TO WS-ACT-L-ORDER
           MOVE WS-REJECT-REASON TO WS-ACT-L-TEXT
           WRITE REPORT-RECORD FROM WS-ACT-LINE
           .

       1600-OPEN-ORDER.
           IF OIN-INVESTMENT-ID = SPACES
               MOVE 'INVESTMENT ID REQUIRED' TO WS-REJECT-REASON
               PERFORM 1590-REJECT-INSTRUCTION
               EXIT PARAGRAPH
           END-IF

           IF OIN-SIDE NOT = 'B' AND OIN-SIDE NOT = 'S'
               MOVE 'SIDE MUST BE B OR S' TO WS-REJECT-REASON
               PERFORM 1590-REJECT-INSTRUCTION
               EXIT PARAGRAPH
           END-IF

           PERFORM 1650-EDIT-ORDER-TERMS
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 1590-REJECT-INSTRUCTION
               EXIT PARAGRAPH
           END-IF

           INITIALIZE ORDER-BOOK-RECORD
           MOVE OIN-PORTFOLIO-ID   TO ORD-PORTFOLIO-ID
           MOVE OIN-ORDER-ID       TO ORD-ORDER-ID
           MOVE OIN-INVESTMENT-ID  TO ORD-INVESTMENT-ID
           MOVE OIN-SIDE           TO ORD-SIDE
           MOVE OIN-ORDER-TYPE     TO ORD-TYPE
           MOVE WS-NEW-QUANTITY    TO ORD-QUANTITY
           MOVE WS-NEW-LIMIT-PRICE TO ORD-LIMIT-PRICE
           MOVE WS-NEW-TIF         TO ORD-TIME-IN-FORCE
           MOVE OIN-CURRENCY       TO ORD-CURRENCY
           IF OIN-ORDER-DATE IS NUMERIC
               MOVE OIN-ORDER-DATE TO ORD-ORDER-DATE
           ELSE
               MOVE WS-CURRENT-DATE-X TO ORD-ORDER-DATE
           END-IF
           SET ORD-OPEN            TO TRUE
           MOVE SPACES             TO ORD-LAST-FILL-DATE
                                      ORD-CLOSE-DATE
           MOVE OIN-ENTERED-BY     TO ORD-ENTERED-BY
           MOVE FUNCTION CURRENT-DATE TO ORD-LAST-MAINT-DATE
           MOVE 'ORDMGR00'         TO ORD-LAST-MAINT-USER

           WRITE ORDER-BOOK-RECORD
               INVALID KEY
                   MOVE 'ORDER ID ALREADY ON BOOK' TO WS-REJECT-REASON
                   PERFORM 1590-REJECT-INSTRUCTION
                   EXIT PARAGRAPH
           END-WRITE

           ADD 1 TO WS-ORDERS-OPENED
           MOVE 'OPENED:    '    TO WS-ACT-L-VERB
           PERFORM 1690-REPORT-ACTION
           .

      *----------------------------------------------------------------*
      * Terms common to a new order and a replace. A limit order
      * needs a limit price; a market order carries none. A blank
      * time-in-force is a day order.
      *----------------------------------------------------------------*
       1650-EDIT-ORDER-TERMS.
           IF OIN-ORDER-TYPE NOT = 'M' AND OIN-ORDER-TYPE NOT = 'L'
               MOVE 'ORDER TYPE MUST BE M OR L' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF OIN-QUANTITY IS NOT NUMERIC
               MOVE 'QUANTITY NOT NUMERIC' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE OIN-QUANTITY TO WS-NEW-QUANTITY
           IF WS-NEW-QUANTITY NOT > ZERO
               MOVE 'QUANTITY MUST BE POSITIVE' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-NEW-LIMIT-PRICE
           IF OIN-ORDER-TYPE = 'L'
               IF OIN-LIMIT-PRICE IS NOT NUMERIC
                   MOVE 'LIMIT PRICE NOT NUMERIC' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE OIN-LIMIT-PRICE TO WS-NEW-LIMIT-PRICE
               IF WS-NEW-LIMIT-PRICE NOT > ZERO
                   MOVE 'LIMIT ORDER NEEDS A LIMIT PRICE'
                     TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF

           EVALUATE OIN-TIME-IN-FORCE
               WHEN 'D'
               WHEN 'G'
                   MOVE OIN-TIME-IN-FORCE TO WS-NEW-TIF
               WHEN SPACE
                   MOVE 'D' TO WS-NEW-TIF
               WHEN OTHER
                   MOVE 'TIME-IN-FORCE MUST BE D OR G'
                     TO WS-REJECT-REASON
           END-EVALUATE
           .

       1690-REPORT-ACTION.
           MOVE ORD-PORTFOLIO-ID TO WS-ACT-L-PORTFOLIO
           MOVE ORD-ORDER-ID     TO WS-ACT-L-ORDER
           MOVE SPACES           TO WS-ACT-L-TEXT
           STRING ORD-SIDE          DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  ORD-INVESTMENT-ID DELIMITED BY SIZE
                  ' TYPE '          DELIMITED BY SIZE
                  ORD-TYPE          DELIMITED BY SIZE
                  ' TIF '           DELIMITED BY SIZE
                  ORD-TIME-IN-FORCE DELIMITED BY SIZE
                  ' STATUS '        DELIMITED BY SIZE
                  ORD-STATUS        DELIMITED BY SIZE
             INTO WS-ACT-L-TEXT
           WRITE REPORT-RECORD FROM WS-ACT-LINE
           .

       1700-CANCEL-ORDER.
           MOVE OIN-PORTFOLIO-ID TO ORD-PORTFOLIO-ID
           MOVE OIN-ORDER-ID     TO ORD-ORDER-ID
           READ ORDER-BOOK-FILE
               INVALID KEY
                   MOVE 'ORDER NOT ON BOOK' TO WS-REJECT-REASON
                   PERFORM 1590-REJECT-INSTRUCTION
                   EXIT PARAGRAPH
           END-READ

           IF NOT ORD-WORKING
               MOVE 'ORDER NO LONGER WORKING' TO WS-REJECT-REASON
               PERFORM 1590-REJECT-INSTRUCTION
               EXIT PARAGRAPH
           END-IF

      *    Whatever filled before the cancel stays filled and booked;
      *    only the unfilled balance is withdrawn.
           SET ORD-CANCELLED       TO TRUE
           MOVE WS-CURRENT-DATE-X  TO ORD-CLOSE-DATE
           MOVE FUNCTION CURRENT-DATE TO ORD-LAST-MAINT-DATE
           MOVE 'ORDMGR00'         TO ORD-LAST-MAINT-USER

           REWRITE ORDER-BOOK-RECORD
               INVALID KEY
                   MOVE 'Error rewriting cancelled order' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-REWRITE

           ADD 1 TO WS-ORDERS-CANCELLED
           MOVE 'CANCELLED: '    TO WS-ACT-L-VERB
           PERFORM 1690-REPORT-ACTION
           .

      *----------------------------------------------------------------*
      * Cancel/replace amends the working order in place under the
      * same order ID, so fills the broker already sent against it
      * and fills still to come stay matched to the one entry. The
      * side and the investment cannot change -- that is a new
      * order -- and the quantity cannot drop below what has
      * already filled.
      *----------------------------------------------------------------*
       1800-REPLACE-ORDER.
           MOVE OIN-PORTFOLIO-ID TO ORD-PORTFOLIO-ID
           MOVE OIN-ORDER-ID     TO ORD-ORDER-ID
           READ ORDER-BOOK-FILE
               INVALID KEY
                   MOVE 'ORDER NOT ON BOOK' TO WS-REJECT-REASON
                   PERFORM 1590-REJECT-INSTRUCTION
                   EXIT PARAGRAPH
           END-READ

           IF NOT ORD-WORKING
               MOVE 'ORDER NO LONGER WORKING' TO WS-REJECT-REASON
               PERFORM 1590-REJECT-INSTRUCTION
               EXIT PARAGRAPH
           END-IF

           IF (OIN-SIDE NOT = SPACE AND OIN-SIDE NOT = ORD-SIDE)
           OR (OIN-INVESTMENT-ID NOT = SPACES
               AND OIN-INVESTMENT-ID NOT = ORD-INVESTMENT-ID)
               MOVE 'SIDE AND INVESTMENT CANNOT CHANGE'
                 TO WS-REJECT-REASON
               PERFORM 1590-REJECT-INSTRUCTION
               EXIT PARAGRAPH
           END-IF

           PERFORM 1650-EDIT-ORDER-TERMS
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 1590-REJECT-INSTRUCTION
               EXIT PARAGRAPH
           END-IF

           IF WS-NEW-QUANTITY < ORD-FILLED-QTY
               MOVE 'QUANTITY BELOW QUANTITY FILLED'
                 TO WS-REJECT-REASON
               PERFORM 1590-REJECT-INSTRUCTION
               EXIT PARAGRAPH
           END-IF

           MOVE OIN-ORDER-TYPE     TO ORD-TYPE
           MOVE WS-NEW-QUANTITY    TO ORD-QUANTITY
           MOVE WS-NEW-LIMIT-PRICE TO ORD-LIMIT-PRICE
           MOVE WS-NEW-TIF         TO ORD-TIME-IN-FORCE
           ADD 1 TO ORD-REPLACE-COUNT
           IF ORD-FILLED-QTY = ORD-QUANTITY
               SET ORD-FILLED TO TRUE
               MOVE WS-CURRENT-DATE-X TO ORD-CLOSE-DATE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO ORD-LAST-MAINT-DATE
           MOVE 'ORDMGR00'         TO ORD-LAST-MAINT-USER

           REWRITE ORDER-BOOK-RECORD
               INVALID KEY
                   MOVE 'Error rewriting replaced order' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-REWRITE

           ADD 1 TO WS-ORDERS-REPLACED
           MOVE 'REPLACED:  '    TO WS-ACT-L-VERB
           PERFORM 1690-REPORT-ACTION
           .

      *----------------------------------------------------------------*
      * BRKTRN00 carries the broker's client order ID in the first
      * twelve bytes of TRN-BROKER-REF when the execution has one,
      * the broker's own sixteen-byte execution reference otherwise.
      *----------------------------------------------------------------*
       2000-ROUTE-FILL.
           READ FILL-IN
               AT END
                   SET WS-FIL-EOF TO TRUE
                   CLOSE FILL-IN
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-FILLS-READ

           IF TRN-BROKER-REF = SPACES
           OR TRN-BROKER-REF(13:4) NOT = SPACES
               PERFORM 2900-PASS-THROUGH
               EXIT PARAGRAPH
           END-IF

           MOVE TRN-PORTFOLIO-ID     TO ORD-PORTFOLIO-ID
           MOVE TRN-BROKER-REF(1:12) TO ORD-ORDER-ID
           READ ORDER-BOOK-FILE
               INVALID KEY
                   PERFORM 2900-PASS-THROUGH
                   EXIT PARAGRAPH
           END-READ

      *    An execution that contradicts the order it names still
      *    happened -- it books on its own for the desk to chase.
           IF TRN-INVESTMENT-ID NOT = ORD-INVESTMENT-ID
           OR (ORD-SIDE-BUY AND NOT TRN-TYPE-BUY)
           OR (ORD-SIDE-SELL AND NOT TRN-TYPE-SELL)
               MOVE 'FILL DOES NOT MATCH ORDER TERMS' TO WS-WARN-TEXT
               PERFORM 2190-REPORT-FILL-WARNING
               PERFORM 2900-PASS-THROUGH
               EXIT PARAGRAPH
           END-IF

           PERFORM 2100-APPLY-FILL-TO-ORDER
           ADD 1 TO WS-FILLS-MATCHED
           PERFORM 2200-ACCUMULATE-BOOKING
           .

      *----------------------------------------------------------------*
      * The fill steps up the order's running totals and status.
      * Fills are always taken -- the broker has executed them --
      * but one outside the limit, past the order quantity, or
      * against an order no longer working is flagged. A day order
      * expired at last night's close still takes that day's fills
      * quietly: the broker's file for the order date arrives after
      * ENDDAY has run.
      *----------------------------------------------------------------*
       2100-APPLY-FILL-TO-ORDER.
           IF NOT ORD-WORKING
               IF NOT ORD-EXPIRED OR TRN-DATE > ORD-ORDER-DATE
                   MOVE 'FILL AGAINST CLOSED ORDER' TO WS-WARN-TEXT
                   PERFORM 2190-REPORT-FILL-WARNING
               END-IF
           END-IF

           IF ORD-TYPE-LIMIT
               IF (ORD-SIDE-BUY AND TRN-PRICE > ORD-LIMIT-PRICE)
               OR (ORD-SIDE-SELL AND TRN-PRICE < ORD-LIMIT-PRICE)
                   MOVE 'FILL PRICE OUTSIDE LIMIT' TO WS-WARN-TEXT
                   PERFORM 2190-REPORT-FILL-WARNING
               END-IF
           END-IF

           ADD TRN-QUANTITY TO ORD-FILLED-QTY
           ADD TRN-AMOUNT   TO ORD-FILLED-AMOUNT
           ADD 1            TO ORD-FILL-COUNT
           MOVE TRN-DATE    TO ORD-LAST-FILL-DATE
           IF ORD-FILLED-QTY NOT = ZERO
               COMPUTE ORD-AVG-PRICE ROUNDED =
                   ORD-FILLED-AMOUNT / ORD-FILLED-QTY
           END-IF

           IF ORD-FILLED-QTY > ORD-QUANTITY
               MOVE 'FILLS EXCEED ORDER QUANTITY' TO WS-WARN-TEXT
               PERFORM 2190-REPORT-FILL-WARNING
           END-IF

           IF ORD-WORKING
               IF ORD-FILLED-QTY NOT < ORD-QUANTITY
                   SET ORD-FILLED TO TRUE
                   MOVE WS-CURRENT-DATE-X TO ORD-CLOSE-DATE
               ELSE
                   SET ORD-PART-FILLED TO TRUE
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE TO ORD-LAST-MAINT-DATE
           MOVE 'ORDMGR00'         TO ORD-LAST-MAINT-USER

           REWRITE ORDER-BOOK-RECORD
               INVALID KEY
                   MOVE 'Error rewriting filled order' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-REWRITE
           .

       2190-REPORT-FILL-WARNING.
           ADD 1 TO WS-FILL-WARNINGS
           MOVE 'FILL WARN: '    TO WS-ACT-L-VERB
           MOVE ORD-PORTFOLIO-ID TO WS-ACT-L-PORTFOLIO
           MOVE ORD-ORDER-ID     TO WS-ACT-L-ORDER
           MOVE WS-WARN-TEXT     TO WS-ACT-L-TEXT
           WRITE REPORT-RECORD FROM WS-ACT-LINE
           .

       2200-ACCUMULATE-BOOKING.
           SET WS-BKG-NOT-FOUND TO TRUE
           PERFORM VARYING WS-BKG-IX FROM 1 BY 1
                   UNTIL WS-BKG-IX > WS-BKG-COUNT
                   OR WS-BKG-FOUND
               IF WS-BKG-ORDER-KEY(WS-BKG-IX) = ORD-KEY
                   SET WS-BKG-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-BKG-FOUND
               SUBTRACT 1 FROM WS-BKG-IX
           ELSE
               IF WS-BKG-COUNT NOT < WS-BKG-MAX
      *            No room to aggregate: the fill books on its own
      *            rather than being lost.
                   MOVE 'Booking table capacity exceeded' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   PERFORM 2900-PASS-THROUGH
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BKG-COUNT
               MOVE WS-BKG-COUNT TO WS-BKG-IX
               MOVE ORD-KEY            TO WS-BKG-ORDER-KEY(WS-BKG-IX)
               MOVE TRANSACTION-RECORD TO WS-BKG-IMAGE(WS-BKG-IX)
               MOVE ZERO TO WS-BKG-FILLS(WS-BKG-IX)
                            WS-BKG-QUANTITY(WS-BKG-IX)
                            WS-BKG-AMOUNT(WS-BKG-IX)
                            WS-BKG-COMMISSION(WS-BKG-IX)
                            WS-BKG-EXCH-FEE(WS-BKG-IX)
                            WS-BKG-OTHER-CHARGE(WS-BKG-IX)
                            WS-BKG-ACCRUED-INT(WS-BKG-IX)
               SET WS-BKG-FOUND TO TRUE
           END-IF

           ADD 1                TO WS-BKG-FILLS(WS-BKG-IX)
           ADD TRN-QUANTITY     TO WS-BKG-QUANTITY(WS-BKG-IX)
           ADD TRN-AMOUNT       TO WS-BKG-AMOUNT(WS-BKG-IX)
           ADD TRN-COMMISSION   TO WS-BKG-COMMISSION(WS-BKG-IX)
           ADD TRN-EXCH-FEE     TO WS-BKG-EXCH-FEE(WS-BKG-IX)
           ADD TRN-OTHER-CHARGE TO WS-BKG-OTHER-CHARGE(WS-BKG-IX)
           ADD TRN-ACCRUED-INT  TO WS-BKG-ACCRUED-INT(WS-BKG-IX)
           .

      *----------------------------------------------------------------*
      * One booking per order: the first fill's image with the
      * summed quantity, principal and charges, priced at the
      * average (principal over quantity), under a fresh sequence
      * number and a broker reference of order ID plus the order's
      * booking number.
      *----------------------------------------------------------------*
       2500-WRITE-BOOKING.
           MOVE WS-BKG-IMAGE(WS-BKG-IX) TO TRANSACTION-RECORD

           MOVE WS-BKG-ORDER-KEY(WS-BKG-IX) TO ORD-KEY
           READ ORDER-BOOK-FILE
               INVALID KEY
                   MOVE 'Order vanished before booking' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO ORD-BOOKING-COUNT
           REWRITE ORDER-BOOK-RECORD
               INVALID KEY
                   MOVE 'Error rewriting booked order' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-REWRITE

           ADD 1 TO WS-SEQUENCE
           MOVE WS-SEQUENCE            TO WS-SEQ-NUMBER
           MOVE WS-SEQ-BUILD           TO TRN-SEQUENCE-NO
           MOVE WS-BKG-QUANTITY(WS-BKG-IX)     TO TRN-QUANTITY
           MOVE WS-BKG-AMOUNT(WS-BKG-IX)       TO TRN-AMOUNT
           MOVE WS-BKG-COMMISSION(WS-BKG-IX)   TO TRN-COMMISSION
           MOVE WS-BKG-EXCH-FEE(WS-BKG-IX)     TO TRN-EXCH-FEE
           MOVE WS-BKG-OTHER-CHARGE(WS-BKG-IX) TO TRN-OTHER-CHARGE
           MOVE WS-BKG-ACCRUED-INT(WS-BKG-IX)  TO TRN-ACCRUED-INT
           IF TRN-QUANTITY NOT = ZERO
               COMPUTE TRN-PRICE ROUNDED = TRN-AMOUNT / TRN-QUANTITY
           END-IF
           SET TRN-STATUS-PEND         TO TRUE
           MOVE 'ORDMGR00'             TO TRN-PROCESS-USER
           MOVE ORD-ORDER-ID           TO WS-BREF-ORDER-ID
           MOVE ORD-BOOKING-COUNT      TO WS-BREF-BOOKING-NO
           MOVE WS-BOOKING-REF         TO TRN-BROKER-REF

           WRITE BOOKED-TRAN-RECORD FROM TRANSACTION-RECORD
           IF WS-OUT-STATUS NOT = '00'
               MOVE 'Error writing order booking' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-BOOKINGS-WRITTEN
           MOVE ORD-PORTFOLIO-ID           TO WS-BKG-L-PORTFOLIO
           MOVE ORD-ORDER-ID               TO WS-BKG-L-ORDER
           MOVE WS-BKG-FILLS(WS-BKG-IX)    TO WS-BKG-L-FILLS
           MOVE TRN-QUANTITY               TO WS-BKG-L-QUANTITY
           MOVE TRN-PRICE                  TO WS-BKG-L-PRICE
           WRITE REPORT-RECORD FROM WS-BKG-LINE
           .

       2900-PASS-THROUGH.
           WRITE BOOKED-TRAN-RECORD FROM TRANSACTION-RECORD
           IF WS-OUT-STATUS NOT = '00'
               MOVE 'Error writing passed-through fill' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FILLS-PASSED
           .

       3000-TERMINATE.
           CLOSE ORDER-BOOK-FILE
                 TRANSACTION-OUT
                 ORDER-REPORT

           DISPLAY 'ORDMGR00 Processing Statistics:'
           DISPLAY '  Instructions read:    ' WS-INSTR-READ
           DISPLAY '    Orders opened:      ' WS-ORDERS-OPENED
           DISPLAY '    Orders cancelled:   ' WS-ORDERS-CANCELLED
           DISPLAY '    Orders replaced:    ' WS-ORDERS-REPLACED
           DISPLAY '    Rejected:           ' WS-INSTR-REJECTED
           DISPLAY '  Fills read:           ' WS-FILLS-READ
           DISPLAY '    Matched to orders:  ' WS-FILLS-MATCHED
           DISPLAY '    Passed through:     ' WS-FILLS-PASSED
           DISPLAY '    Flagged:            ' WS-FILL-WARNINGS
           DISPLAY '  Bookings written:     ' WS-BOOKINGS-WRITTEN
           DISPLAY '  Errors:               ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       9000-ERROR-ROUTINE.
           ADD 1 TO WS-ERROR-COUNT
           MOVE 'ORDMGR00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
