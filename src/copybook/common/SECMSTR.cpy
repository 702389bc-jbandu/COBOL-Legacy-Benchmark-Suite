      *              INSTRUMENT'S RISK RATING (1 LOWEST - 5 HIGHEST)
      *              THE SUITABILITY RULES JOIN AGAINST THE ACCOUNT
      *              OBJECTIVE. RECORD LENGTH UNCHANGED.
      * 2026-10-15 - SEC-CLASSIFICATION ADDED: THE ISSUING ENTITY, SO
      *              ONE ISSUER'S EQUITY AND DEBT ROLL UP TOGETHER, AND
      *              THE SECTOR/INDUSTRY CODE RPTISS00 GROUPS HOLDINGS
      *              BY. SEC-FILLER HAD NO ROOM FOR THEM -- THE RECORD
      *              GROWS FROM 126 TO 142 BYTES. AN EXISTING FILE IS
      *              RELOADED BY COPYING IT TO SECMOLD AND RUNNING
      *              UTLMNT00 CONVERT FOR SECURITY-MASTER, WHICH
      *              LEAVES BOTH FIELDS BLANK (UNCLASSIFIED).
      * 2026-10-15 - SEC-MANUAL-OVERRIDES CARVED FROM SEC-FILLER: ONE
      *              FLAG PER FIELD GROUP, SET BY SMNT WHEN A USER
      *              CHANGES THAT GROUP BY HAND, SO THE NIGHTLY VENDOR
      *              LOAD (SECLOD00) HOLDS ITS OWN VALUE FOR THE GROUP
      *              AND FLAGS IT ON THE CHANGE REPORT INSTEAD OF
      *              OVERWRITING IT. RECORD LENGTH UNCHANGED.
      * 2026-10-15 - SEC-FLOATING-RATE ADDED: A FLOATING-RATE NOTE
      *              CARRIES ITS REFERENCE INDEX, SPREAD AND RESET
      *              SCHEDULE, AND FRNRST00 RECOMPUTES THE COUPON
      *              AMOUNT FROM THE REFRATE INDEX ON EACH RESET DATE.
      *              THE RECORD GROWS FROM 142 TO 170 BYTES; THE SAME
      *              UTLMNT00 CONVERT RELOAD SETS SEC-RATE-TYPE TO F
      *              (FIXED RATE), SEC-REF-INDEX AND THE RESET DATE TO
      *              SPACES AND THE NUMERIC TERMS TO ZERO.
      * 2026-10-15 - SEC-OPTION-TERMS ADDED: A LISTED OPTION (INSTR
      *              TYPE OPT) CARRIES ITS UNDERLYING SEC-ID, STRIKE,
      *              EXPIRY, CALL/PUT AND CONTRACT MULTIPLIER. OPTEXP00
      *              LAPSES OR EXERCISES THE CONTRACTS ON EXPIRY AND
      *              TRNVAL00 CHECKS A WRITTEN CALL IS COVERED. THE
      *              RECORD GROWS FROM 170 TO 199 BYTES; THE SAME
      *              UTLMNT00 CONVERT RELOAD LEAVES THE IDENTIFYING
      *              FIELDS BLANK AND THE STRIKE AND MULTIPLIER ZERO.
      *****************************************************************
       01  SECURITY-RECORD.
           05  SEC-KEY.
               10  SEC-COUPON-FREQ-MTHS  PIC 9(02).
               10  SEC-NEXT-COUPON-DATE  PIC X(08).
           05  SEC-RISK-RATING        PIC 9(01).
           05  SEC-CLASSIFICATION.
               10  SEC-ISSUER-ID         PIC X(10).
               10  SEC-SECTOR-CODE       PIC X(06).
           05  SEC-MANUAL-OVERRIDES.
               10  SEC-OVR-DESCRIPTION   PIC X(01).
                   88  SEC-OVR-DESC-HELD     VALUE 'Y'.
               10  SEC-OVR-INSTRUMENT    PIC X(01).
                   88  SEC-OVR-INSTR-HELD    VALUE 'Y'.
               10  SEC-OVR-STATUS        PIC X(01).
                   88  SEC-OVR-STATUS-HELD   VALUE 'Y'.
               10  SEC-OVR-MATURITY      PIC X(01).
                   88  SEC-OVR-MATURITY-HELD VALUE 'Y'.
               10  SEC-OVR-COUPON        PIC X(01).
                   88  SEC-OVR-COUPON-HELD   VALUE 'Y'.
               10  SEC-OVR-RISK          PIC X(01).
                   88  SEC-OVR-RISK-HELD     VALUE 'Y'.
               10  SEC-OVR-CLASS         PIC X(01).
                   88  SEC-OVR-CLASS-HELD    VALUE 'Y'.
           05  SEC-FLOATING-RATE.
               10  SEC-RATE-TYPE         PIC X(01).
                   88  SEC-RATE-FIXED        VALUE 'F' ' '.
                   88  SEC-RATE-FLOATING     VALUE 'V'.
               10  SEC-REF-INDEX         PIC X(08).
               10  SEC-SPREAD-BPS        PIC S9(4)V9(2)  COMP-3.
               10  SEC-RESET-FREQ-MTHS   PIC 9(02).
               10  SEC-NEXT-RESET-DATE   PIC X(08).
               10  SEC-LAST-RESET-RATE   PIC S9(3)V9(6)  COMP-3.
           05  SEC-OPTION-TERMS.
               10  SEC-UNDERLYING-ID     PIC X(10).
               10  SEC-STRIKE-PRICE      PIC S9(9)V9(4)  COMP-3.
               10  SEC-EXPIRY-DATE       PIC X(08).
               10  SEC-OPTION-TYPE       PIC X(01).
                   88  SEC-OPT-CALL          VALUE 'C'.
                   88  SEC-OPT-PUT           VALUE 'P'.
               10  SEC-CONTRACT-MULT     PIC 9(05)       COMP-3.
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * SEC-ID             : INVESTMENT IDENTIFIER (TRN-INVESTMENT-ID)
      * SEC-NEXT-COUPON-DATE : NEXT COUPON PAYMENT DATE
      * SEC-RISK-RATING    : 1 (LOWEST RISK) THROUGH 5 (HIGHEST);
      *                      ZERO = UNRATED, SUITABILITY NOT CHECKED
      * SEC-ISSUER-ID      : ISSUING ENTITY -- EVERY SECURITY OF ONE
      *                      ISSUER CARRIES THE SAME ID (SPACES =
      *                      UNCLASSIFIED)
      * SEC-SECTOR-CODE    : SECTOR/INDUSTRY CLASSIFICATION; THE
      *                      FIRST TWO CHARACTERS ARE THE SECTOR, THE
      *                      REST NARROW IT TO THE INDUSTRY
      * SEC-MANUAL-OVERRIDES : Y = THE GROUP WAS CHANGED BY HAND ON
      *                      SMNT AND THE VENDOR LOAD LEAVES IT ALONE
      *   SEC-OVR-DESCRIPTION : SEC-DESCRIPTION
      *   SEC-OVR-INSTRUMENT  : INSTR-TYPE, MARKET, CURRENCY, DECIMALS
      *   SEC-OVR-STATUS      : SEC-STATUS
      *   SEC-OVR-MATURITY    : MATURITY DATE, REDEMPTION VALUE
      *   SEC-OVR-COUPON      : COUPON AMOUNT, FREQUENCY, NEXT DATE
      *   SEC-OVR-RISK        : SEC-RISK-RATING
      *   SEC-OVR-CLASS       : ISSUER ID, SECTOR CODE
      * SEC-RATE-TYPE      : F OR SPACE = FIXED COUPON, V = FLOATING
      *                      (COUPON AMOUNT SET BY FRNRST00 AT RESET)
      * SEC-REF-INDEX      : REFRATE INDEX THE COUPON FLOATS OVER
      * SEC-SPREAD-BPS     : SPREAD OVER THE INDEX IN BASIS POINTS
      *                      (NEGATIVE FOR A SUB-INDEX NOTE)
      * SEC-RESET-FREQ-MTHS : MONTHS BETWEEN RESETS (ZERO = RESET
      *                      WITH THE COUPON FREQUENCY)
      * SEC-NEXT-RESET-DATE : NEXT DATE THE COUPON IS RESET
      * SEC-LAST-RESET-RATE : ALL-IN ANNUAL RATE (PERCENT) FIXED AT
      *                      THE LAST RESET -- INDEX PLUS SPREAD
      * SEC-UNDERLYING-ID  : OPTIONS -- SEC-ID THE CONTRACT IS WRITTEN
      *                      ON (SPACES FOR ANY OTHER INSTRUMENT)
      * SEC-STRIKE-PRICE   : PRICE PER UNIT OF UNDERLYING AT EXERCISE
      * SEC-EXPIRY-DATE    : LAST DAY THE CONTRACT CAN BE EXERCISED
      * SEC-OPTION-TYPE    : C = CALL (RIGHT TO BUY THE UNDERLYING),
      *                      P = PUT (RIGHT TO SELL IT)
      * SEC-CONTRACT-MULT  : UNITS OF UNDERLYING PER CONTRACT
      *****************************************************************
