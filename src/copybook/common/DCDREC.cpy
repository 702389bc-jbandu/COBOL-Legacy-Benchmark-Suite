      *****************************************************************
      * DECEDENT ACCOUNT RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * One entry per account whose owner has died, driving the
      * decedent workflow. DCDSTP00 opens the entry from the estate
      * desk's notification, freezing the portfolio in the DECEASED
      * status, then steps every open lot and holding up to its
      * date-of-death value; DCDDST00 passes the stepped-up estate
      * to the named beneficiary or joint owner through ACTXFR00.
      * The stage field records how far the estate has got.
      *****************************************************************
       01  DECEDENT-RECORD.
           05  DCD-KEY.
               10  DCD-PORTFOLIO-ID   PIC X(08).
           05  DCD-DATA.
               10  DCD-DATE-OF-DEATH  PIC X(08).
               10  DCD-NOTIFIED-DATE  PIC X(08).
               10  DCD-PRIOR-STATUS   PIC X(01).
               10  DCD-STAGE          PIC X(01).
                   88  DCD-STAGE-RECORDED     VALUE 'R'.
                   88  DCD-STAGE-STEPPED-UP   VALUE 'S'.
                   88  DCD-STAGE-DISTRIBUTING VALUE 'D'.
                   88  DCD-STAGE-DISTRIBUTED  VALUE 'C'.
                   88  DCD-STAGE-DISTRIBUTABLE
                                              VALUE 'S' 'D'.
               10  DCD-STAGE-DATE     PIC X(08).
           05  DCD-STEP-UP.
               10  DCD-POSITIONS-STEPPED PIC 9(05) COMP-3.
               10  DCD-LOTS-STEPPED   PIC 9(05) COMP-3.
               10  DCD-BASIS-BEFORE   PIC S9(13)V9(2) COMP-3.
               10  DCD-BASIS-AFTER    PIC S9(13)V9(2) COMP-3.
           05  DCD-DISTRIBUTION.
               10  DCD-DIST-COUNT     PIC 9(03).
               10  DCD-LAST-DIST-DATE PIC X(08).
               10  DCD-LAST-TARGET-ID PIC X(08).
           05  DCD-AUDIT.
               10  DCD-ENTERED-BY     PIC X(08).
               10  DCD-LAST-MAINT-DATE PIC X(26).
               10  DCD-LAST-MAINT-USER PIC X(08).
           05  DCD-FILLER             PIC X(20).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * DCD-DATE-OF-DEATH : OWNER'S DATE OF DEATH (YYYYMMDD) -- THE
      *                     VALUATION DATE OF THE STEP-UP AND THE NEW
      *                     OPEN DATE OF EVERY STEPPED LOT
      * DCD-PRIOR-STATUS  : PORT-STATUS BEFORE THE ACCOUNT FROZE
      * DCD-STAGE         : R = RECORDED, ACCOUNT FROZEN, STEP-UP
      *                     NOT YET DONE (WAITING ON PRICES),
      *                     S = STEPPED UP, D = PART DISTRIBUTED,
      *                     C = ESTATE FULLY DISTRIBUTED
      * DCD-BASIS-BEFORE  : HOLDINGS COST BASIS BEFORE THE STEP-UP
      * DCD-BASIS-AFTER   : DATE-OF-DEATH VALUE THE BASIS WAS SET TO
      *****************************************************************
