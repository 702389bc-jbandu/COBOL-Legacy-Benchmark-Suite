      *****************************************************************
      * UNITHOLDER REGISTER RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * One entry per investor and pooled fund (POOLFND): the units
      * the investor holds in the pool and what they cost. Keyed
      * investor-first so STMGEN00 reads an investor's unitholdings
      * straight after the rest of the statement. POLNAV00 issues
      * units on a subscription and cancels them on a redemption,
      * both at the day's NAV per unit.
      *****************************************************************
       01  UNITHOLDER-RECORD.
           05  UNH-KEY.
               10  UNH-INVESTOR-ID    PIC X(08).
               10  UNH-POOL-ID        PIC X(08).
           05  UNH-HOLDING.
               10  UNH-UNITS          PIC S9(11)V9(4) COMP-3.
               10  UNH-COST           PIC S9(13)V9(2) COMP-3.
               10  UNH-FIRST-DATE     PIC X(08).
               10  UNH-LAST-ACTIVITY  PIC X(08).
           05  UNH-STATUS             PIC X(01).
               88  UNH-ACTIVE             VALUE 'A'.
               88  UNH-CLOSED             VALUE 'C'.
           05  UNH-AUDIT.
               10  UNH-LAST-MAINT-DATE PIC X(26).
               10  UNH-LAST-MAINT-USER PIC X(08).
           05  UNH-FILLER             PIC X(20).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * UNH-INVESTOR-ID   : UNITHOLDER -- THE INVESTOR'S PORT-ID WHEN
      *                     THE INVESTOR IS A CLIENT PORTFOLIO (ITS
      *                     CASH MOVES AND ITS STATEMENT SHOWS THE
      *                     UNITS), OTHERWISE AN OUTSIDE INVESTOR CODE
      * UNH-UNITS         : UNITS HELD, FOUR DECIMALS
      * UNH-COST          : SUBSCRIPTIONS LESS THE COST OF UNITS
      *                     REDEEMED, PRO RATA
      * UNH-LAST-ACTIVITY : DATE OF THE LAST ISSUE OR CANCELLATION
      * UNH-STATUS        : A=ACTIVE, C=CLOSED (ALL UNITS REDEEMED)
      *****************************************************************
