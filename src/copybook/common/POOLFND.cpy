      *****************************************************************
      * POOLED FUND RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * One entry per portfolio run as a unitized commingled pool --
      * the entry is what flags the portfolio as a pooled fund. The
      * pool's holdings and cash stay on the portfolio itself; the
      * investors' shares of it are units on the UNTREG unitholder
      * register. POLNAV00 strikes the NAV per unit each night from
      * the portfolio's net assets once POSVAL00 has retotalled it,
      * and issues and cancels units for the day's subscriptions and
      * redemptions at that NAV.
      *****************************************************************
       01  POOLED-FUND-RECORD.
           05  PFD-KEY.
               10  PFD-POOL-ID        PIC X(08).
           05  PFD-POOL-NAME          PIC X(30).
           05  PFD-STATUS             PIC X(01).
               88  PFD-ACTIVE             VALUE 'A'.
               88  PFD-CLOSED             VALUE 'C'.
           05  PFD-INCEPTION-DATE     PIC X(08).
           05  PFD-INCEPTION-NAV      PIC S9(11)V9(4) COMP-3.
           05  PFD-UNITS-OUTSTANDING  PIC S9(11)V9(4) COMP-3.
           05  PFD-NAV.
               10  PFD-NET-ASSETS     PIC S9(13)V9(2) COMP-3.
               10  PFD-NAV-PER-UNIT   PIC S9(11)V9(4) COMP-3.
               10  PFD-NAV-DATE       PIC X(08).
               10  PFD-PRIOR-NAV      PIC S9(11)V9(4) COMP-3.
               10  PFD-PRIOR-NAV-DATE PIC X(08).
           05  PFD-DAY-ACTIVITY.
               10  PFD-DAY-SUBSCRIBED PIC S9(13)V9(2) COMP-3.
               10  PFD-DAY-REDEEMED   PIC S9(13)V9(2) COMP-3.
               10  PFD-DAY-UNITS-ISSUED PIC S9(11)V9(4) COMP-3.
               10  PFD-DAY-UNITS-CANCELLED PIC S9(11)V9(4) COMP-3.
           05  PFD-AUDIT.
               10  PFD-ENTERED-BY     PIC X(08).
               10  PFD-LAST-MAINT-DATE PIC X(26).
               10  PFD-LAST-MAINT-USER PIC X(08).
           05  PFD-FILLER             PIC X(20).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * PFD-POOL-ID         : PORT-ID OF THE PORTFOLIO RUN AS THE POOL
      * PFD-INCEPTION-NAV   : PRICE PER UNIT THE FIRST UNITS ISSUE AT,
      *                       AND THE PRICE WHILE NO UNITS ARE OUT
      * PFD-UNITS-OUTSTANDING : UNITS IN ISSUE ACROSS ALL UNITHOLDERS
      * PFD-NET-ASSETS      : PORT-TOTAL-VALUE PLUS PORT-CASH-BALANCE
      *                       AT THE LAST NAV STRIKE
      * PFD-NAV-PER-UNIT    : PFD-NET-ASSETS OVER PFD-UNITS-OUTSTANDING
      * PFD-NAV-DATE        : DATE THE NAV WAS LAST STRUCK; A RERUN ON
      *                       THE SAME DATE KEEPS IT
      * PFD-DAY-ACTIVITY    : SUBSCRIPTIONS AND REDEMPTIONS DEALT AT
      *                       THE CURRENT NAV, CLEARED AT EACH STRIKE
      *****************************************************************
