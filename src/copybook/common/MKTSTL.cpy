      * settlement date from, rolled over weekends and the market's
      * holiday calendar entries. A market with no entry settles at
      * the house default of T+2.
      * MAINTENANCE LOG:
      * 2026-10-15 - ADDED MKT-PSET: THE DEPOSITORY THE MARKET'S
      *              TRADES SETTLE AT, NAMED AS PLACE OF SETTLEMENT ON
      *              THE SETTLEMENT INSTRUCTIONS STLMSG00 SENDS THE
      *              CUSTODIAN. TAKEN FROM MKT-FILLER; RECORD LENGTH
      *              UNCHANGED.
      *****************************************************************
       01  MARKET-SETTLEMENT-RECORD.
           05  MKT-KEY.
               10  MKT-MARKET         PIC X(04).
           05  MKT-DATA.
               10  MKT-SETTLE-DAYS    PIC 9(02).
               10  MKT-PSET           PIC X(11).
           05  MKT-FILLER             PIC X(09).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * MKT-MARKET      : MARKET CODE (SEC-MARKET)
      * MKT-SETTLE-DAYS : BUSINESS DAYS FROM TRADE TO SETTLEMENT
      *                   (1 = T+1 EQUITIES, 2 = T+2, ...)
      * MKT-PSET        : PLACE OF SETTLEMENT -- THE DEPOSITORY'S BIC;
      *                   SPACES SENDS THE STLIPARM HOUSE DEFAULT
      *****************************************************************
