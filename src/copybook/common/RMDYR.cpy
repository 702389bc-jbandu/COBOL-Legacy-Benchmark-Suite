      *****************************************************************
      * REQUIRED MINIMUM DISTRIBUTION YEAR RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * One entry per traditional or SEP IRA and distribution year.
      * YECLS00 opens the next year's entry at the year-end close
      * with the account's closing value; PORTTRAN adds every WD it
      * posts to the account during the year, and takes back a
      * reversed one; RMDCAL00 strikes the required amount from the
      * holder's age and the divisor table at month end, reports
      * the shortfall, and records any standing instruction it
      * generated to pay it.
      *****************************************************************
       01  RMD-YEAR-RECORD.
           05  RMY-KEY.
               10  RMY-PORTFOLIO-ID   PIC X(08).
               10  RMY-YEAR           PIC 9(04).
           05  RMY-BASIS.
               10  RMY-PRIOR-YE-VALUE PIC S9(13)V9(2) COMP-3.
               10  RMY-PRIOR-YE-DATE  PIC X(08).
               10  RMY-AGE            PIC 9(03).
               10  RMY-DIVISOR        PIC 9(02)V9(01).
               10  RMY-REQUIRED       PIC S9(13)V9(2) COMP-3.
           05  RMY-DISTRIBUTED.
               10  RMY-TAKEN          PIC S9(13)V9(2) COMP-3.
               10  RMY-DIST-COUNT     PIC 9(05) COMP-3.
               10  RMY-LAST-DIST-DATE PIC X(08).
           05  RMY-INSTRUCTION.
               10  RMY-SI-STATUS      PIC X(01).
                   88  RMY-SI-NONE          VALUE 'N' SPACE.
                   88  RMY-SI-GENERATED     VALUE 'G'.
               10  RMY-SI-NUMBER      PIC X(04).
               10  RMY-SI-AMOUNT      PIC S9(13)V9(2) COMP-3.
               10  RMY-SI-DATE        PIC X(08).
           05  RMY-STATUS             PIC X(01).
               88  RMY-NOT-STRUCK         VALUE 'N' SPACE.
               88  RMY-NOT-REQUIRED       VALUE 'X'.
               88  RMY-OPEN               VALUE 'O'.
               88  RMY-SATISFIED          VALUE 'S'.
           05  RMY-AUDIT.
               10  RMY-LAST-MAINT-DATE PIC X(26).
               10  RMY-LAST-MAINT-USER PIC X(08).
           05  RMY-FILLER             PIC X(20).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * RMY-PRIOR-YE-VALUE : HOLDINGS PLUS CASH AT THE CLOSE OF THE
      *                      PRIOR YEAR, CAPTURED BY YECLS00
      * RMY-AGE            : AGE THE HOLDER REACHES IN RMY-YEAR
      * RMY-DIVISOR        : UNIFORM LIFETIME TABLE PERIOD FOR THE AGE
      * RMY-REQUIRED       : RMY-PRIOR-YE-VALUE / RMY-DIVISOR
      * RMY-TAKEN          : WD DISTRIBUTIONS POSTED IN RMY-YEAR, NET
      *                      OF REVERSALS
      * RMY-SI-STATUS      : G ONCE RMDCAL00 HAS WRITTEN THE STANDING
      *                      INSTRUCTION FOR THE SHORTFALL
      * RMY-STATUS         : N = NOT YET STRUCK, X = HOLDER BELOW THE
      *                      RMD AGE, O = SHORTFALL OUTSTANDING,
      *                      S = REQUIRED AMOUNT TAKEN
      *****************************************************************
