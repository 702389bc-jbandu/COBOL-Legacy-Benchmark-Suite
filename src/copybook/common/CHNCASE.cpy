      *****************************************************************
      * EXCESSIVE TRADING REVIEW CASE RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * One entry per account CHNSRV00 flagged at month end for
      * trading out of proportion to its equity: annualized turnover
      * above the CHNPARM limit, annualized trading costs above the
      * cost-to-equity limit, or both. The figures and the account's
      * investment objective are kept as they stood when the case
      * opened. Cases stay pending until compliance records a
      * disposition through CHNDSP00.
      *****************************************************************
       01  CHURN-CASE-RECORD.
           05  CHC-KEY.
               10  CHC-PORTFOLIO-ID   PIC X(08).
               10  CHC-CASE-DATE      PIC X(08).
               10  CHC-CASE-SEQ       PIC 9(04).
           05  CHC-DATA.
               10  CHC-PATTERN        PIC X(01).
                   88  CHC-PAT-TURNOVER    VALUE 'T'.
                   88  CHC-PAT-COST        VALUE 'C'.
                   88  CHC-PAT-BOTH        VALUE 'B'.
               10  CHC-OBJECTIVE      PIC X(02).
               10  CHC-PURCHASES      PIC S9(13)V9(2) COMP-3.
               10  CHC-SALES          PIC S9(13)V9(2) COMP-3.
               10  CHC-CHARGES        PIC S9(11)V9(2) COMP-3.
               10  CHC-AVG-EQUITY     PIC S9(13)V9(2) COMP-3.
               10  CHC-TURNOVER       PIC S9(5)V9(2) COMP-3.
               10  CHC-COST-EQUITY    PIC S9(5)V9(2) COMP-3.
               10  CHC-STATUS         PIC X(01).
                   88  CHC-STATUS-PENDING   VALUE 'P'.
                   88  CHC-STATUS-CLEARED   VALUE 'C'.
                   88  CHC-STATUS-ESCALATED VALUE 'E'.
               10  CHC-REVIEWER       PIC X(08).
               10  CHC-REVIEW-DATE    PIC X(08).
               10  CHC-REVIEW-NOTE    PIC X(40).
           05  CHC-FILLER             PIC X(20).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * CHC-PATTERN     : T=TURNOVER ABOVE LIMIT, C=COST-TO-EQUITY
      *                   ABOVE LIMIT, B=BOTH
      * CHC-OBJECTIVE   : PORT-OBJECTIVE WHEN THE CASE OPENED
      * CHC-PURCHASES   : POSTED BU PRINCIPAL FOR THE MONTH
      * CHC-SALES       : POSTED SL PRINCIPAL FOR THE MONTH
      * CHC-CHARGES     : COMMISSION, EXCHANGE FEE AND OTHER CHARGES
      *                   ON THE MONTH'S BU/SL TRADES
      * CHC-AVG-EQUITY  : MEAN OF OPENING AND CLOSING HOLDINGS VALUE
      * CHC-TURNOVER    : ANNUALIZED PURCHASES / AVERAGE EQUITY
      * CHC-COST-EQUITY : ANNUALIZED CHARGES / AVERAGE EQUITY, PERCENT
      * CHC-STATUS      : P=AWAITING COMPLIANCE, C=CLEARED,
      *                   E=ESCALATED FOR SUPERVISORY ACTION
      *****************************************************************
