      *****************************************************************
      * CONTRIBUTIONS TO DATE RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * One entry per tax-advantaged portfolio and tax year: the
      * deposits accepted into the account so far that year, in
      * base currency. TRNVAL00 adds each deposit it passes and
      * takes back a reversed one, and measures the next deposit
      * against the CTBLIM annual limit from this total.
      *****************************************************************
       01  CONTRIBUTION-YTD-RECORD.
           05  CYT-KEY.
               10  CYT-PORTFOLIO-ID   PIC X(08).
               10  CYT-TAX-YEAR       PIC 9(04).
           05  CYT-REG-TYPE           PIC X(02).
           05  CYT-CONTRIBUTED        PIC S9(13)V9(2) COMP-3.
           05  CYT-DEPOSIT-COUNT      PIC 9(05) COMP-3.
           05  CYT-LAST-DEPOSIT-DATE  PIC X(08).
           05  CYT-OVER-LIMIT-SW      PIC X(01).
               88  CYT-OVER-LIMIT         VALUE 'Y'.
               88  CYT-WITHIN-LIMIT       VALUE 'N' SPACE.
           05  CYT-AUDIT.
               10  CYT-LAST-MAINT-DATE PIC X(26).
               10  CYT-LAST-MAINT-USER PIC X(08).
           05  CYT-FILLER             PIC X(20).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * CYT-REG-TYPE          : PORT-REG-TYPE WHEN THE LAST DEPOSIT
      *                         WAS COUNTED
      * CYT-CONTRIBUTED       : BASE-CURRENCY DEPOSITS ACCEPTED IN THE
      *                         TAX YEAR, NET OF REVERSALS
      * CYT-DEPOSIT-COUNT     : DEPOSITS COUNTED IN THE TAX YEAR
      * CYT-OVER-LIMIT-SW     : Y ONCE A WARN-ONLY LIMIT HAS BEEN
      *                         EXCEEDED FOR THE YEAR
      *****************************************************************
