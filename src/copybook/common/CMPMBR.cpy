      *****************************************************************
      * PERFORMANCE COMPOSITE MEMBERSHIP HISTORY RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * One record per spell a portfolio spends in a composite,
      * keyed by the month-end it joined. CMPRTN00 opens a spell when
      * the portfolio first meets the composite's rule and closes it
      * -- it is never deleted -- when it stops meeting it, so the
      * membership behind any month's result can always be rebuilt.
      * A spell counts toward a month's result when it was open at
      * the start of that month: a portfolio joining at a month-end
      * is first counted the month after.
      *****************************************************************
       01  COMPOSITE-MEMBER-RECORD.
           05  CMB-KEY.
               10  CMB-COMPOSITE-ID   PIC X(08).
               10  CMB-PORTFOLIO-ID   PIC X(08).
               10  CMB-ENTRY-DATE     PIC X(08).
           05  CMB-DATA.
               10  CMB-ENTRY-VALUE    PIC S9(13)V9(2) COMP-3.
               10  CMB-EXIT-DATE      PIC X(08).
               10  CMB-EXIT-REASON    PIC X(01).
                   88  CMB-EXIT-CLOSED      VALUE 'C'.
                   88  CMB-EXIT-MODEL       VALUE 'M'.
                   88  CMB-EXIT-SIZE        VALUE 'S'.
                   88  CMB-EXIT-TERMINATED  VALUE 'T'.
               10  CMB-EXIT-VALUE     PIC S9(13)V9(2) COMP-3.
           05  CMB-AUDIT.
               10  CMB-LAST-MAINT-DATE   PIC X(26).
               10  CMB-LAST-MAINT-USER   PIC X(08).
           05  CMB-FILLER             PIC X(20).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * CMB-ENTRY-DATE  : MONTH-END THE PORTFOLIO MET THE RULE
      * CMB-ENTRY-VALUE : ITS MONTH-END VALUE THAT DAY
      * CMB-EXIT-DATE   : MONTH-END IT LEFT (SPACES = STILL A MEMBER)
      * CMB-EXIT-REASON : C = CLOSED OR OFF THE MASTER, M = MOVED OFF
      *                   THE COMPOSITE'S MODEL, S = FELL BELOW THE
      *                   MINIMUM SIZE, T = COMPOSITE TERMINATED.
      *                   A PORTFOLIO THAT CLOSED OR CHANGED MODEL IS
      *                   LEFT OUT OF THE MONTH IT LEFT IN; ONE THAT
      *                   SHRANK BELOW THE MINIMUM WAS STILL RUN TO
      *                   THE STRATEGY AND COUNTS THAT MONTH
      * CMB-EXIT-VALUE  : ITS MONTH-END VALUE THE DAY IT LEFT
      *****************************************************************
