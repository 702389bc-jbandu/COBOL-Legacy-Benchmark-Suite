      *****************************************************************
      * ADVISOR MASTER RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * One record per advisor or registered representative accounts
      * are assigned to (PORT-ADVISOR-ID), maintained by ADVMNT00.
      * Carries the advisor's payout grid -- up to five production
      * tiers, each a year-to-date revenue threshold and the payout
      * percent paid from it -- and the revenue figures the month-end
      * jobs stamp: ADVBOB00 the month's fees billed and commissions
      * credited to the advisor, ADVPAY00 the payout struck on them.
      * Each month's figures replace the last run's for the same
      * month, so a rerun restates rather than adds.
      *****************************************************************
       01  ADVISOR-MASTER-RECORD.
           05  ADV-ADVISOR-ID         PIC X(08).
           05  ADV-DATA.
               10  ADV-NAME           PIC X(30).
               10  ADV-BRANCH         PIC X(06).
               10  ADV-STATUS         PIC X(01).
                   88  ADV-STATUS-ACTIVE    VALUE 'A'.
                   88  ADV-STATUS-INACTIVE  VALUE 'I'.
                   88  ADV-STATUS-VALID     VALUE 'A' 'I'.
               10  ADV-GRID.
                   15  ADV-GRID-TIER OCCURS 5 TIMES.
                       20  ADV-TIER-THRESHOLD PIC S9(11)V9(2) COMP-3.
                       20  ADV-TIER-PAYOUT-PCT PIC S9(3)V9(2) COMP-3.
           05  ADV-REVENUE.
               10  ADV-REV-MONTH      PIC X(06).
               10  ADV-MTD-FEES       PIC S9(13)V9(2) COMP-3.
               10  ADV-MTD-COMMISSIONS PIC S9(13)V9(2) COMP-3.
               10  ADV-YTD-REVENUE    PIC S9(13)V9(2) COMP-3.
               10  ADV-PAY-MONTH      PIC X(06).
               10  ADV-MTD-PAYOUT     PIC S9(13)V9(2) COMP-3.
               10  ADV-YTD-PAYOUT     PIC S9(13)V9(2) COMP-3.
           05  ADV-AUDIT.
               10  ADV-LAST-MAINT-DATE   PIC X(26).
               10  ADV-LAST-MAINT-USER   PIC X(08).
           05  ADV-FILLER             PIC X(20).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * ADV-STATUS       : A=ACTIVE, I=INACTIVE (LEFT THE FIRM OR NO
      *                    LONGER TAKING ACCOUNTS; NOT PAID OUT)
      * ADV-TIER-THRESHOLD: YEAR-TO-DATE REVENUE AT WHICH THE TIER
      *                    STARTS; TIER 1 NORMALLY ZERO. UNUSED TIERS
      *                    CARRY A ZERO PERCENT AND ZERO THRESHOLD
      * ADV-TIER-PAYOUT-PCT: PERCENT OF THE MONTH'S REVENUE PAID TO
      *                    THE ADVISOR ONCE YTD REVENUE REACHES THE
      *                    TIER'S THRESHOLD
      * ADV-REV-MONTH    : YYYYMM THE MTD FIGURES BELONG TO
      * ADV-MTD-FEES     : FEES BILLED ON THE ADVISOR'S ACCOUNTS
      * ADV-MTD-COMMISSIONS: COMMISSIONS ON THE ADVISOR'S TRADES
      * ADV-YTD-REVENUE  : FEES PLUS COMMISSIONS, YEAR TO DATE,
      *                    INCLUDING ADV-REV-MONTH
      * ADV-PAY-MONTH    : YYYYMM OF THE LAST PAYOUT STRUCK
      *****************************************************************
