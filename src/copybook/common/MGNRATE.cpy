      *****************************************************************
      * MARGIN LOAN VALUE RATE RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * One entry per instrument type (plus an 'ALL' default row):
      * the share of a holding's market value a margin account may
      * borrow against, and the share of it the account's equity
      * must cover to stay in good standing. An instrument type
      * with no row and no 'ALL' row is not marginable -- no loan
      * value, and a full maintenance requirement.
      *****************************************************************
       01  MARGIN-RATE-RECORD.
           05  MGR-KEY.
               10  MGR-INSTR-TYPE     PIC X(03).
           05  MGR-DATA.
               10  MGR-LOAN-VALUE-PCT PIC S9(3)V9(2) COMP-3.
               10  MGR-MAINT-PCT      PIC S9(3)V9(2) COMP-3.
           05  MGR-FILLER             PIC X(20).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * MGR-INSTR-TYPE     : SEC-INSTR-TYPE THE ROW APPLIES TO, OR 'ALL'
      * MGR-LOAN-VALUE-PCT : PERCENT OF A LONG HOLDING'S MARKET VALUE
      *                      THAT MAY BE BORROWED AGAINST IT
      * MGR-MAINT-PCT      : PERCENT OF A HOLDING'S MARKET VALUE (LONG
      *                      OR SHORT) THE EQUITY MUST COVER
      *****************************************************************
