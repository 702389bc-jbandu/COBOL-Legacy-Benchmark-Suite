      *****************************************************************
      * REFERENCE RATE RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * One entry per reference rate index (SOFR, EURIBOR and the
      * like, by tenor), keyed by index code and reloaded daily by
      * RRTLOD00 from the vendor rate feed the way FXLOD00 loads the
      * FX rates. FRNRST00 reads the index a floating-rate note names
      * in SEC-REF-INDEX on the note's reset date and fixes its next
      * coupon from the rate plus the note's spread.
      *****************************************************************
       01  REFERENCE-RATE-RECORD.
           05  RRT-KEY.
               10  RRT-INDEX-ID       PIC X(08).
           05  RRT-DATA.
               10  RRT-RATE-PCT       PIC S9(3)V9(6) COMP-3.
               10  RRT-RATE-DATE      PIC X(08).
           05  RRT-FILLER             PIC X(20).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * RRT-INDEX-ID  : INDEX CODE AS CARRIED IN SEC-REF-INDEX
      * RRT-RATE-PCT  : ANNUAL RATE IN PERCENT (MAY BE NEGATIVE)
      * RRT-RATE-DATE : DATE THE RATE WAS FIXED (YYYYMMDD)
      *****************************************************************
