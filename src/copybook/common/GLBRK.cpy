      *****************************************************************
      * GENERAL LEDGER RECONCILIATION BREAK RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * One entry per GL account whose trial balance has disagreed
      * with the figure our own books give for it, maintained by
      * GLRCN00. A break opens the first night the two differ,
      * carries and ages every night they still do -- with the
      * latest figures on both sides -- and marks resolved when they
      * agree again, so a drift after a reversal or an as-of rebuild
      * is worked rather than rediscovered at the month-end close.
      *****************************************************************
       01  GL-BREAK-RECORD.
           05  GBK-KEY.
               10  GBK-ACCOUNT        PIC X(10).
           05  GBK-DATA.
               10  GBK-SOURCE         PIC X(01).
               10  GBK-CURRENCY       PIC X(03).
               10  GBK-GL-BALANCE     PIC S9(15)V9(2) COMP-3.
               10  GBK-IN-TRANSIT     PIC S9(15)V9(2) COMP-3.
               10  GBK-OUR-BALANCE    PIC S9(15)V9(2) COMP-3.
               10  GBK-DIFFERENCE     PIC S9(15)V9(2) COMP-3.
               10  GBK-FIRST-SEEN     PIC X(08).
               10  GBK-LAST-SEEN      PIC X(08).
               10  GBK-AGE-DAYS       PIC S9(5) COMP-3.
               10  GBK-STATUS         PIC X(01).
                   88  GBK-STATUS-OPEN     VALUE 'O'.
                   88  GBK-STATUS-RESOLVED VALUE 'R'.
               10  GBK-RESOLVED-DATE  PIC X(08).
           05  GBK-FILLER             PIC X(20).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * GBK-ACCOUNT     : GL ACCOUNT NUMBER
      * GBK-SOURCE      : GLMAP SUB-LEDGER SOURCE OF THE ACCOUNT
      * GBK-CURRENCY    : CURRENCY THE SOURCE WAS LIMITED TO, IF ANY
      * GBK-GL-BALANCE  : TRIAL BALANCE FIGURE, DEBIT POSITIVE
      * GBK-IN-TRANSIT  : TONIGHT'S GLJRNL LINES THE TRIAL BALANCE
      *                   DOES NOT YET INCLUDE, DEBIT POSITIVE
      * GBK-OUR-BALANCE : FIGURE FROM OUR OWN RECORDS
      * GBK-DIFFERENCE  : GL PLUS IN-TRANSIT LESS OURS
      * GBK-FIRST-SEEN  : PROCESSING DATE THE BREAK FIRST APPEARED
      * GBK-LAST-SEEN   : LATEST PROCESSING DATE IT WAS STILL OPEN
      * GBK-AGE-DAYS    : CALENDAR DAYS SINCE FIRST SEEN
      * GBK-STATUS      : O=OPEN (WORKING), R=RESOLVED
      *****************************************************************
