      *****************************************************************
      * EXCESSIVE TRADING SURVEILLANCE PARAMETERS
      * VERSION: 1.0
      * DATE: 2026
      *
      * A single record read at program start by CHNSRV00 so the
      * points at which an account's trading is flagged for review
      * can be changed without a recompile. Left blank or zero, an
      * account is flagged when its annualized turnover exceeds 6.0
      * times its average equity, or its annualized trading costs
      * exceed 20 percent of its average equity.
      *****************************************************************
       01  CHN-PARM-RECORD.
           05  CPM-TURNOVER-LIMIT     PIC 9(03)V9(01).
           05  CPM-COST-LIMIT         PIC 9(03)V9(01).
           05  CPM-FILLER             PIC X(72).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * CPM-TURNOVER-LIMIT : ANNUALIZED PURCHASES AS A MULTIPLE OF
      *                      AVERAGE EQUITY ABOVE WHICH AN ACCOUNT
      *                      IS FLAGGED
      * CPM-COST-LIMIT     : ANNUALIZED COMMISSIONS AND CHARGES AS A
      *                      PERCENT OF AVERAGE EQUITY ABOVE WHICH
      *                      AN ACCOUNT IS FLAGGED
      *****************************************************************
