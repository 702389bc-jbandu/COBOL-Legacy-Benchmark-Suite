      *****************************************************************
      * FUND DEALING TERMS RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * One entry per forward-priced mutual fund, keyed by the fund's
      * SEC-ID. A fund on this file deals at its next NAV: TRNVAL00
      * accepts an amount-only buy of it (quantity and price zero)
      * and holds it on the FNDORD fund order file instead of posting
      * it, and MFDFIL00 fills it into units once that NAV arrives on
      * the vendor price file. An order time-stamped after the fund's
      * dealing cutoff, or placed on a day the fund's market is shut,
      * deals at the following business day's NAV.
      *****************************************************************
       01  FUND-DEALING-RECORD.
           05  FDC-KEY.
               10  FDC-FUND-ID        PIC X(10).
           05  FDC-DATA.
               10  FDC-CUTOFF-TIME    PIC X(04).
           05  FDC-FILLER             PIC X(20).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * FDC-FUND-ID     : FUND'S INVESTMENT IDENTIFIER (SEC-ID)
      * FDC-CUTOFF-TIME : LATEST ORDER TIME (HHMM, IN THE TIME TRN-TIME
      *                   IS STAMPED IN) THAT STILL DEALS AT THAT
      *                   DAY'S NAV; LATER ORDERS ROLL TO THE NEXT
      *                   BUSINESS DAY ON THE HOLCAL CALENDAR
      *****************************************************************
