      *****************************************************************
      * CONTRIBUTION LIMIT RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * One entry per tax-advantaged registration type and tax year:
      * the most a client may deposit into one account of that type
      * in the year. TRNVAL00 adds each DP deposit into a retirement
      * or education savings account to the year's contributions so
      * far (CTBYTD) and checks the total here. A deposit taking the
      * year past the limit rejects, or posts with a WTCHRPT
      * compliance line where the limit is set to warn only. No
      * entry for a type and year means no limit is enforced.
      *****************************************************************
       01  CONTRIBUTION-LIMIT-RECORD.
           05  CBL-KEY.
               10  CBL-REG-TYPE       PIC X(02).
               10  CBL-TAX-YEAR       PIC 9(04).
           05  CBL-DATA.
               10  CBL-ANNUAL-LIMIT   PIC S9(11)V9(2) COMP-3.
               10  CBL-BREACH-ACTION  PIC X(01).
                   88  CBL-BREACH-REJECT    VALUE 'R'.
                   88  CBL-BREACH-WARN      VALUE 'W'.
           05  CBL-AUDIT.
               10  CBL-LAST-MAINT-DATE PIC X(26).
               10  CBL-LAST-MAINT-USER PIC X(08).
           05  CBL-FILLER             PIC X(20).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * CBL-REG-TYPE      : PORT-REG-TYPE THE LIMIT APPLIES TO
      *                     (IR, RI, SE, ED)
      * CBL-TAX-YEAR      : CONTRIBUTION YEAR, TAKEN FROM THE DEPOSIT'S
      *                     TRADE DATE
      * CBL-ANNUAL-LIMIT  : MAXIMUM BASE-CURRENCY DEPOSITS INTO ONE
      *                     ACCOUNT OF THE TYPE IN THE YEAR
      * CBL-BREACH-ACTION : R = A DEPOSIT OVER THE LIMIT REJECTS,
      *                     W = IT POSTS AND IS REPORTED ON WTCHRPT
      *****************************************************************
