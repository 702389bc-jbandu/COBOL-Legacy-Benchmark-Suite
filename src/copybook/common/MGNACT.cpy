      *****************************************************************
      * MARGIN ACCOUNT RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * One entry per portfolio holding a margin agreement. The
      * terms (margin interest rate, days allowed to meet a call)
      * are set up by the credit desk; the daily figures are struck
      * by MGNCAL00 after the nightly revaluation -- market value,
      * loan value, debit balance, equity, maintenance requirement
      * and excess or deficit -- along with the running margin
      * interest accrual CSHINT00 posts at month end in place of
      * the flat overdraft debit rate.
      *****************************************************************
       01  MARGIN-ACCOUNT-RECORD.
           05  MGN-KEY.
               10  MGN-PORTFOLIO-ID   PIC X(08).
           05  MGN-TERMS.
               10  MGN-STATUS         PIC X(01).
                   88  MGN-ACTIVE         VALUE 'A'.
                   88  MGN-SUSPENDED      VALUE 'S'.
               10  MGN-INTEREST-PCT   PIC S9(3)V9(4) COMP-3.
               10  MGN-CALL-DAYS      PIC 9(02).
               10  MGN-AGREEMENT-DATE PIC X(08).
           05  MGN-CALC.
               10  MGN-CALC-DATE      PIC X(08).
               10  MGN-MARKET-VALUE   PIC S9(13)V9(2) COMP-3.
               10  MGN-LOAN-VALUE     PIC S9(13)V9(2) COMP-3.
               10  MGN-DEBIT-BALANCE  PIC S9(13)V9(2) COMP-3.
               10  MGN-EQUITY         PIC S9(13)V9(2) COMP-3.
               10  MGN-REQUIREMENT    PIC S9(13)V9(2) COMP-3.
               10  MGN-EXCESS         PIC S9(13)V9(2) COMP-3.
           05  MGN-CALL.
               10  MGN-OPEN-CALL-DATE PIC X(08).
           05  MGN-INTEREST.
               10  MGN-ACCRUED-INT    PIC S9(11)V9(2) COMP-3.
               10  MGN-ACCRUED-TO     PIC X(08).
           05  MGN-AUDIT.
               10  MGN-LAST-MAINT-DATE PIC X(26).
               10  MGN-LAST-MAINT-USER PIC X(08).
           05  MGN-FILLER             PIC X(20).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * MGN-PORTFOLIO-ID   : PORTFOLIO THE AGREEMENT COVERS
      * MGN-STATUS         : A=ACTIVE, S=SUSPENDED (NOT CALCULATED)
      * MGN-INTEREST-PCT   : ANNUAL MARGIN INTEREST RATE ON THE DEBIT
      *                      BALANCE, ACTUAL/360
      * MGN-CALL-DAYS      : CALENDAR DAYS A MARGIN CALL MAY STAND
      *                      BEFORE LIQUIDATION IS SUGGESTED
      * MGN-MARKET-VALUE   : LONG MARKET VALUE LESS SHORT, BASE CCY
      * MGN-LOAN-VALUE     : WHAT THE HOLDINGS WILL SUPPORT IN
      *                      BORROWING (MARKET VALUE TIMES THE LOAN
      *                      VALUE RATE OF EACH INSTRUMENT TYPE)
      * MGN-DEBIT-BALANCE  : CASH OWED (ZERO WHEN CASH IS POSITIVE)
      * MGN-EQUITY         : MARKET VALUE PLUS CASH BALANCE
      * MGN-REQUIREMENT    : MAINTENANCE REQUIREMENT -- EACH
      *                      HOLDING'S VALUE TIMES ITS TYPE'S
      *                      MAINTENANCE RATE
      * MGN-EXCESS         : EQUITY LESS REQUIREMENT; NEGATIVE IS A
      *                      DEFICIT AND RAISES A MARGIN CALL
      * MGN-OPEN-CALL-DATE : ISSUE DATE (MGNCALL KEY) OF THE CALL
      *                      STANDING AGAINST THE ACCOUNT, IF ANY
      * MGN-ACCRUED-INT    : MARGIN INTEREST ACCRUED, NOT YET POSTED
      * MGN-ACCRUED-TO     : DATE THE ACCRUAL HAS BEEN RUN THROUGH
      *****************************************************************
