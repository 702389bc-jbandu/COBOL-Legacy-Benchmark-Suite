      *****************************************************************
      * CLIENT PROFITABILITY COST TABLE
      * VERSION: 1.0
      * DATE: 2026
      *
      * A single record read at program start by PFTRPT00 so the
      * servicing costs charged against each relationship, the rate
      * the firm earns on client cash and the loss flag can be
      * changed without a recompile. A field left blank keeps the
      * program's default: 15.00 a trade, 2.50 a statement, 25.00 an
      * account a quarter, custody at 2.00 basis points a year, cash
      * earning nothing, commissions passed to the broker, and any
      * relationship below zero flagged.
      *****************************************************************
       01  PFT-PARM-RECORD.
           05  PPM-COST-PER-TRADE     PIC 9(05)V9(02).
           05  PPM-COST-PER-STMT      PIC 9(05)V9(02).
           05  PPM-COST-PER-ACCOUNT   PIC 9(05)V9(02).
           05  PPM-CUSTODY-BPS        PIC 9(03)V9(02).
           05  PPM-CASH-EARN-PCT      PIC 9(03)V9(02).
           05  PPM-COMMISSION-RETAINED PIC X(01).
               88  PPM-COMMISSION-IS-REVENUE VALUE 'Y'.
           05  PPM-LOSS-THRESHOLD     PIC S9(07)V9(02)
                                          SIGN IS LEADING SEPARATE.
           05  PPM-FILLER             PIC X(38).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * PPM-COST-PER-TRADE  : PROCESSING COST OF EACH POSTED BU, SL,
      *                       SS OR BC TRADE
      * PPM-COST-PER-STMT   : PRODUCTION AND MAILING COST OF EACH
      *                       STATEMENT
      * PPM-COST-PER-ACCOUNT: FIXED SERVICING COST OF AN ACCOUNT FOR
      *                       THE QUARTER
      * PPM-CUSTODY-BPS     : CUSTODY CHARGE, ANNUAL BASIS POINTS ON
      *                       AVERAGE ASSETS
      * PPM-CASH-EARN-PCT   : ANNUAL PERCENT THE FIRM EARNS ON CLIENT
      *                       CASH BEFORE THE CREDIT INTEREST PAID
      *                       OUT BY CSHINT00
      * PPM-COMMISSION-RETAINED: Y = TRADE COMMISSIONS ARE KEPT BY THE
      *                       FIRM AND COUNT AS REVENUE; OTHERWISE
      *                       ONLY TRN-OTHER-CHARGE IS RETAINED
      * PPM-LOSS-THRESHOLD  : QUARTER'S PROFIT BELOW WHICH A
      *                       RELATIONSHIP IS FLAGGED (MAY BE
      *                       NEGATIVE, E.G. -500.00)
      *****************************************************************
