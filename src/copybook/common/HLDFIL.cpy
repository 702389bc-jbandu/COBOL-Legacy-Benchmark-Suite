      *****************************************************************
      * INSTITUTIONAL HOLDINGS FILING EXTRACT RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * The quarter-end holdings filing HLDFIL00 writes for
      * compliance to submit: a header naming the filer and the
      * quarter-end date, one detail record per reportable security
      * held across the discretionary portfolios, and a trailer with
      * the entry count, the total value and whether the total
      * reached the filing threshold.
      *****************************************************************
       01  HOLDINGS-FILING-RECORD.
           05  HFL-RECORD-TYPE        PIC X(01).
               88  HFL-TYPE-HEADER        VALUE 'H'.
               88  HFL-TYPE-DETAIL        VALUE 'D'.
               88  HFL-TYPE-TRAILER       VALUE 'T'.
           05  HFL-DETAIL.
               10  HFL-ISSUER-NAME    PIC X(30).
               10  HFL-TITLE-OF-CLASS PIC X(10).
               10  HFL-CUSIP          PIC X(09).
               10  HFL-VALUE          PIC 9(13).
               10  HFL-SHARES         PIC 9(13).
               10  HFL-SH-PRN         PIC X(03).
                   88  HFL-SHARES-HELD        VALUE 'SH '.
                   88  HFL-PRINCIPAL-HELD     VALUE 'PRN'.
               10  HFL-PUT-CALL       PIC X(04).
               10  HFL-DISCRETION     PIC X(04).
               10  HFL-VOTE-SOLE      PIC 9(13).
               10  HFL-VOTE-NONE      PIC 9(13).
               10  HFL-INVESTMENT-ID  PIC X(10).
           05  FILLER                 PIC X(27).
       01  HOLDINGS-FILING-HEADER REDEFINES HOLDINGS-FILING-RECORD.
           05  FILLER                 PIC X(01).
           05  HFL-HDR-FILER-ID       PIC X(10).
           05  HFL-HDR-PERIOD-DATE    PIC X(08).
           05  HFL-HDR-FILE-DATE      PIC X(08).
           05  FILLER                 PIC X(123).
       01  HOLDINGS-FILING-TRAILER REDEFINES HOLDINGS-FILING-RECORD.
           05  FILLER                 PIC X(01).
           05  HFL-TRL-ENTRY-COUNT    PIC 9(09).
           05  HFL-TRL-TOTAL-VALUE    PIC 9(15).
           05  HFL-TRL-THRESHOLD-MET  PIC X(01).
               88  HFL-TRL-FILING-REQUIRED VALUE 'Y'.
           05  FILLER                 PIC X(124).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * HFL-ISSUER-NAME    : SEC-DESCRIPTION OF THE SECURITY, OR OF
      *                      THE UNDERLYING FOR AN OPTION
      * HFL-TITLE-OF-CLASS : COM, ETF, NOTE, ... FROM SEC-INSTR-TYPE
      * HFL-CUSIP          : XRF-CUSIP OF THE SECURITY (OF THE
      *                      UNDERLYING FOR AN OPTION)
      * HFL-VALUE          : MARKET VALUE IN BASE CURRENCY, NEAREST
      *                      WHOLE DOLLAR
      * HFL-SHARES         : SHARES, OR PRINCIPAL AMOUNT FOR A BOND;
      *                      FOR AN OPTION THE UNDERLYING SHARES
      *                      (CONTRACTS TIMES SEC-CONTRACT-MULT)
      * HFL-SH-PRN         : SH=SHARES, PRN=PRINCIPAL AMOUNT
      * HFL-PUT-CALL       : PUT OR CALL FOR AN OPTION, ELSE SPACES
      * HFL-DISCRETION     : INVESTMENT DISCRETION -- ALWAYS SOLE
      * HFL-VOTE-SOLE      : SHARES HELD WHERE THE FIRM VOTES THE
      *                      PROXY (PORT-PROXY-DISCRETIONARY)
      * HFL-VOTE-NONE      : SHARES HELD WHERE THE CLIENT VOTES
      * HFL-INVESTMENT-ID  : OUR SEC-ID, FOR TYING BACK TO THE REVIEW
      *                      REPORT
      * HFL-TRL-THRESHOLD-MET: Y WHEN THE TOTAL VALUE OF REPORTABLE
      *                      HOLDINGS REACHED THE FILING THRESHOLD
      *****************************************************************
