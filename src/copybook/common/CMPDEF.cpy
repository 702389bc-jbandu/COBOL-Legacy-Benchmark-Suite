      *****************************************************************
      * PERFORMANCE COMPOSITE DEFINITION RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * One entry per composite -- the group of discretionary
      * portfolios run to one strategy whose combined return is
      * quoted in marketing material. Maintained by CMPMNT00. The
      * membership rule is the strategy's model (PORT-MODEL-ID) and
      * a minimum size; CMPRTN00 applies it at each month-end and
      * records who joined and left on the CMPMBR history.
      *****************************************************************
       01  COMPOSITE-DEFINITION-RECORD.
           05  CMP-KEY.
               10  CMP-COMPOSITE-ID   PIC X(08).
           05  CMP-DATA.
               10  CMP-NAME           PIC X(30).
               10  CMP-MODEL-ID       PIC X(08).
               10  CMP-MIN-SIZE       PIC S9(13)V9(2) COMP-3.
               10  CMP-INCEPTION-DATE PIC X(08).
               10  CMP-TERMINATION-DATE PIC X(08).
           05  CMP-AUDIT.
               10  CMP-LAST-MAINT-DATE   PIC X(26).
               10  CMP-LAST-MAINT-USER   PIC X(08).
           05  CMP-FILLER             PIC X(30).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * CMP-MODEL-ID      : MODEL A PORTFOLIO MUST BE RUN TO (MATCHED
      *                     AGAINST PORT-MODEL-ID) TO BELONG
      * CMP-MIN-SIZE      : MONTH-END VALUE A PORTFOLIO MUST REACH TO
      *                     JOIN, AND KEEP TO STAY (ZERO = NO MINIMUM)
      * CMP-INCEPTION-DATE: FIRST DAY OF THE COMPOSITE'S RECORD; NO
      *                     MEMBER JOINS AND NO RESULT IS STRUCK
      *                     BEFORE IT
      * CMP-TERMINATION-DATE: LAST DAY OF THE RECORD (SPACES = OPEN).
      *                     EVERY MEMBER LEAVES ON IT AND RESULTS
      *                     ALREADY STRUCK ARE KEPT
      *****************************************************************
