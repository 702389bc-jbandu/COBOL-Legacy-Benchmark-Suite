      *****************************************************************
      * ORDER BOOK RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * One entry per order routed to the clearing broker, keyed by
      * the owning portfolio and the client order ID the broker
      * echoes back on every execution. ORDMGR00 opens, cancels and
      * replaces entries from the day's order instructions, matches
      * the broker's fills (as translated by BRKTRN00) to them, and
      * books each order's fills as one average-priced transaction
      * per run. ENDDAY expires day orders still working at the
      * close, and the INQO online inquiry lists a portfolio's open
      * orders.
      *****************************************************************
       01  ORDER-BOOK-RECORD.
           05  ORD-KEY.
               10  ORD-PORTFOLIO-ID   PIC X(08).
               10  ORD-ORDER-ID       PIC X(12).
           05  ORD-ORDER.
               10  ORD-INVESTMENT-ID  PIC X(10).
               10  ORD-SIDE           PIC X(01).
                   88  ORD-SIDE-BUY       VALUE 'B'.
                   88  ORD-SIDE-SELL      VALUE 'S'.
               10  ORD-TYPE           PIC X(01).
                   88  ORD-TYPE-MARKET    VALUE 'M'.
                   88  ORD-TYPE-LIMIT     VALUE 'L'.
               10  ORD-QUANTITY       PIC S9(11)V9(4) COMP-3.
               10  ORD-LIMIT-PRICE    PIC S9(11)V9(4) COMP-3.
               10  ORD-TIME-IN-FORCE  PIC X(01).
                   88  ORD-TIF-DAY        VALUE 'D'.
                   88  ORD-TIF-GTC        VALUE 'G'.
               10  ORD-CURRENCY       PIC X(03).
               10  ORD-ORDER-DATE     PIC X(08).
               10  ORD-REPLACE-COUNT  PIC 9(02).
           05  ORD-STATUS             PIC X(01).
               88  ORD-OPEN               VALUE 'O'.
               88  ORD-PART-FILLED        VALUE 'P'.
               88  ORD-FILLED             VALUE 'F'.
               88  ORD-CANCELLED          VALUE 'C'.
               88  ORD-EXPIRED            VALUE 'X'.
               88  ORD-WORKING            VALUE 'O' 'P'.
           05  ORD-FILL.
               10  ORD-FILLED-QTY     PIC S9(11)V9(4) COMP-3.
               10  ORD-FILLED-AMOUNT  PIC S9(13)V9(2) COMP-3.
               10  ORD-AVG-PRICE      PIC S9(11)V9(4) COMP-3.
               10  ORD-FILL-COUNT     PIC 9(04).
               10  ORD-LAST-FILL-DATE PIC X(08).
               10  ORD-BOOKING-COUNT  PIC 9(03).
           05  ORD-CLOSE-DATE         PIC X(08).
           05  ORD-AUDIT.
               10  ORD-ENTERED-BY     PIC X(08).
               10  ORD-LAST-MAINT-DATE PIC X(26).
               10  ORD-LAST-MAINT-USER PIC X(08).
           05  ORD-FILLER             PIC X(20).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * ORD-PORTFOLIO-ID  : PORTFOLIO THE ORDER WAS PLACED FOR
      * ORD-ORDER-ID      : CLIENT ORDER ID THE ORDER WAS ROUTED UNDER;
      *                     THE BROKER RETURNS IT ON EACH EXECUTION
      * ORD-SIDE          : B=BUY, S=SELL
      * ORD-TYPE          : M=MARKET, L=LIMIT
      * ORD-LIMIT-PRICE   : WORST PRICE A LIMIT ORDER MAY FILL AT --
      *                     A CEILING ON A BUY, A FLOOR ON A SELL;
      *                     ZERO ON A MARKET ORDER
      * ORD-TIME-IN-FORCE : D=DAY (EXPIRES AT ENDDAY ON THE ORDER
      *                     DATE), G=GOOD-TILL-CANCELLED
      * ORD-REPLACE-COUNT : TIMES THE ORDER HAS BEEN CANCEL/REPLACED
      * ORD-STATUS        : O=OPEN, P=PARTIALLY FILLED, F=FILLED,
      *                     C=CANCELLED, X=EXPIRED
      * ORD-FILLED-QTY    : QUANTITY FILLED TO DATE, ALL FILLS
      * ORD-FILLED-AMOUNT : PRINCIPAL OF THE FILLS TO DATE
      * ORD-AVG-PRICE     : ORD-FILLED-AMOUNT OVER ORD-FILLED-QTY
      * ORD-BOOKING-COUNT : AVERAGE-PRICE BOOKINGS MADE FOR THE ORDER;
      *                     A GTC ORDER FILLING OVER SEVERAL DAYS BOOKS
      *                     ONCE A DAY
      * ORD-CLOSE-DATE    : DATE THE ORDER FILLED, OR WAS CANCELLED OR
      *                     EXPIRED
      *****************************************************************
