      *****************************************************************
      * FUND RUNNING COST RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * One entry per collective investment a client can hold --
      * mutual fund, money market fund, ETF or investment trust --
      * keyed by the fund's SEC-ID, carrying the ongoing charges the
      * fund deducts from its own assets as published in its
      * prospectus or key information document. The charge never
      * appears as a transaction on the account; CSTDSC00 applies it
      * to each client's average holding of the fund to disclose
      * what the fund cost them over the year. An instrument not on
      * this file is taken to have no running cost.
      *****************************************************************
       01  FUND-EXPENSE-RECORD.
           05  FXP-KEY.
               10  FXP-FUND-ID        PIC X(10).
           05  FXP-DATA.
               10  FXP-EXPENSE-RATIO  PIC 9(02)V9(04).
               10  FXP-EFFECTIVE-DATE PIC X(08).
               10  FXP-SOURCE         PIC X(10).
           05  FXP-FILLER             PIC X(20).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * FXP-FUND-ID        : FUND'S INVESTMENT IDENTIFIER (SEC-ID)
      * FXP-EXPENSE-RATIO  : ONGOING CHARGES, ANNUAL PERCENT OF THE
      *                      FUND'S ASSETS (E.G. 000750 = 0.75%)
      * FXP-EFFECTIVE-DATE : DATE THE PUBLISHED FIGURE TOOK EFFECT
      * FXP-SOURCE         : DOCUMENT THE FIGURE WAS TAKEN FROM
      *                      (KIID, PROSPECTUS, FACTSHEET)
      *****************************************************************
