      *****************************************************************
      * FX FORWARD CONTRACT RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * One entry per outright FX forward a portfolio has dealt to
      * hedge its foreign-currency holdings, loaded by FWDLOD00 from
      * the dealing desk's contract file. While a contract is open
      * POSVAL00 revalues it nightly from the FXRATES file -- both
      * legs translated to base, the difference being the unrealized
      * gain or loss carried in PORT-TOTAL-VALUE. On the value date
      * FWDSTL00 settles it into the portfolio's CSHBAL currency
      * buckets, books the realized gain or loss and steps the entry
      * to S. Open contracts print on the STMGEN00 statement.
      *****************************************************************
       01  FX-FORWARD-RECORD.
           05  FWD-KEY.
               10  FWD-PORTFOLIO-ID   PIC X(08).
               10  FWD-CONTRACT-ID    PIC X(10).
           05  FWD-TERMS.
               10  FWD-BUY-CURRENCY   PIC X(03).
               10  FWD-BUY-AMOUNT     PIC S9(13)V9(2) COMP-3.
               10  FWD-SELL-CURRENCY  PIC X(03).
               10  FWD-SELL-AMOUNT    PIC S9(13)V9(2) COMP-3.
               10  FWD-CONTRACT-RATE  PIC S9(7)V9(8)  COMP-3.
               10  FWD-TRADE-DATE     PIC X(08).
               10  FWD-VALUE-DATE     PIC X(08).
           05  FWD-STATUS             PIC X(01).
               88  FWD-OPEN               VALUE 'O'.
               88  FWD-SETTLED            VALUE 'S'.
               88  FWD-CANCELLED          VALUE 'C'.
           05  FWD-VALUATION.
               10  FWD-MTM-BASE       PIC S9(13)V9(2) COMP-3.
               10  FWD-MTM-DATE       PIC X(08).
           05  FWD-SETTLEMENT.
               10  FWD-SETTLED-DATE   PIC X(08).
               10  FWD-REALIZED-BASE  PIC S9(13)V9(2) COMP-3.
           05  FWD-AUDIT.
               10  FWD-LAST-MAINT-DATE PIC X(26).
               10  FWD-LAST-MAINT-USER PIC X(08).
           05  FWD-FILLER             PIC X(20).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * FWD-CONTRACT-ID   : DEALING DESK CONTRACT REFERENCE
      * FWD-BUY-CURRENCY  : CURRENCY THE PORTFOLIO RECEIVES
      * FWD-BUY-AMOUNT    : UNITS OF FWD-BUY-CURRENCY RECEIVED
      * FWD-SELL-CURRENCY : CURRENCY THE PORTFOLIO DELIVERS
      * FWD-SELL-AMOUNT   : UNITS OF FWD-SELL-CURRENCY DELIVERED
      * FWD-CONTRACT-RATE : BUY CURRENCY UNITS PER ONE UNIT OF THE
      *                     SELL CURRENCY, AS DEALT
      * FWD-VALUE-DATE    : DATE BOTH LEGS SETTLE
      * FWD-STATUS        : O=OPEN, S=SETTLED, C=CANCELLED BY THE DESK
      * FWD-MTM-BASE      : BUY LEG LESS SELL LEG AT THE LAST NIGHT'S
      *                     RATES, IN BASE CURRENCY (UNREALIZED)
      * FWD-MTM-DATE      : DATE FWD-MTM-BASE WAS STRUCK
      * FWD-REALIZED-BASE : THE SAME DIFFERENCE AT THE VALUE DATE'S
      *                     RATES, BOOKED AS REALIZED AT SETTLEMENT
      *****************************************************************
