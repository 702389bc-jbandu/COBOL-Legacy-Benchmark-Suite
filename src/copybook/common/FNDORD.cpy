      *****************************************************************
      * FUND ORDER RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * One entry per dollar-amount order for a forward-priced fund
      * (FNDCUT), written by TRNVAL00 when it holds the order. The
      * key is the originating transaction's. The entry waits
      * PENDING until the vendor price file carries the fund's NAV
      * for FOR-NAV-DATE, when MFDFIL00 converts the amount into
      * units at that NAV, appends the BU that books them, and steps
      * the entry to FILLED with the fill details.
      *****************************************************************
       01  FUND-ORDER-RECORD.
           05  FOR-KEY.
               10  FOR-PORTFOLIO-ID   PIC X(08).
               10  FOR-INVESTMENT-ID  PIC X(10).
               10  FOR-ORDER-DATE     PIC X(08).
               10  FOR-SEQUENCE-NO    PIC X(06).
           05  FOR-ORDER.
               10  FOR-ORDER-TIME     PIC X(06).
               10  FOR-NAV-DATE       PIC X(08).
               10  FOR-AMOUNT         PIC S9(13)V9(2) COMP-3.
               10  FOR-CURRENCY       PIC X(03).
           05  FOR-STATUS             PIC X(01).
               88  FOR-PENDING            VALUE 'P'.
               88  FOR-FILLED             VALUE 'F'.
           05  FOR-FILL.
               10  FOR-FILL-DATE      PIC X(08).
               10  FOR-FILL-NAV       PIC S9(11)V9(4) COMP-3.
               10  FOR-FILL-UNITS     PIC S9(11)V9(4) COMP-3.
               10  FOR-FILL-SEQ-NO    PIC X(06).
           05  FOR-AUDIT.
               10  FOR-LAST-MAINT-DATE PIC X(26).
               10  FOR-LAST-MAINT-USER PIC X(08).
           05  FOR-FILLER             PIC X(20).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * FOR-KEY         : TRN-PORTFOLIO-ID, TRN-INVESTMENT-ID, TRN-DATE
      *                   AND TRN-SEQUENCE-NO OF THE ORDER AS KEYED
      * FOR-ORDER-TIME  : TRN-TIME THE ORDER WAS STAMPED WITH
      * FOR-NAV-DATE    : DATE WHOSE NAV THE ORDER DEALS AT -- THE
      *                   ORDER DATE, OR THE NEXT BUSINESS DAY WHEN
      *                   PLACED AFTER THE CUTOFF OR ON A NON-DEALING
      *                   DAY
      * FOR-AMOUNT      : CASH TO INVEST, IN FOR-CURRENCY
      * FOR-STATUS      : P=PENDING (AWAITING NAV), F=FILLED
      * FOR-FILL-DATE   : DATE MFDFIL00 FILLED THE ORDER
      * FOR-FILL-NAV    : NAV PER UNIT THE ORDER FILLED AT
      * FOR-FILL-UNITS  : UNITS BOUGHT, FOUR DECIMALS AS CARRIED ON
      *                   THE LOT AND POSITION RECORDS
      * FOR-FILL-SEQ-NO : TRN-SEQUENCE-NO OF THE GENERATED BU
      *****************************************************************
