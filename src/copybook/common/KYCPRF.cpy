      *****************************************************************
      * KNOW-YOUR-CUSTOMER REVIEW PROFILE RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * One entry per portfolio on the periodic KYC review cycle.
      * KYCMNT00 writes the entry when the first review is recorded
      * and rewrites it at every review after: the client's risk
      * tier sets how many years the review stands before it falls
      * due again. KYCRPT00 reports reviews coming due and overdue
      * at month end, and TRNVAL00 blocks new purchases and deposits
      * on an account whose review is overdue past the grace days
      * on KYCPARM, until the next review is recorded here.
      * MAINTENANCE LOG:
      * 2026-10-15 - ADDED KYC-REG-CLIENT-ID: THE IDENTIFIER THE
      *              REGULATOR KNOWS THE CLIENT BY ON TRANSACTION
      *              REPORTS (LEI FOR A CORPORATE OR TRUST CLIENT,
      *              NATIONAL CLIENT IDENTIFIER FOR AN INDIVIDUAL),
      *              VERIFIED AND KEYED WITH THE KYC RECORD ON A
      *              KYCMNT00 I CARD. TAKEN FROM KYC-FILLER; RECORD
      *              LENGTH UNCHANGED.
      *****************************************************************
       01  KYC-PROFILE-RECORD.
           05  KYC-KEY.
               10  KYC-PORTFOLIO-ID   PIC X(08).
           05  KYC-DATA.
               10  KYC-RISK-TIER      PIC X(01).
                   88  KYC-TIER-HIGH      VALUE 'H'.
                   88  KYC-TIER-MEDIUM    VALUE 'M'.
                   88  KYC-TIER-LOW       VALUE 'L'.
                   88  KYC-TIER-VALID     VALUE 'H' 'M' 'L'.
               10  KYC-LAST-REVIEW-DATE  PIC X(08).
               10  KYC-NEXT-DUE-DATE  PIC X(08).
               10  KYC-REVIEWER       PIC X(08).
               10  KYC-OBJECTIVE      PIC X(02).
               10  KYC-REVIEW-COUNT   PIC 9(04).
           05  KYC-AUDIT.
               10  KYC-LAST-MAINT-DATE   PIC X(26).
               10  KYC-LAST-MAINT-USER   PIC X(08).
           05  KYC-REG-INFO.
               10  KYC-REG-CLIENT-ID  PIC X(20).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * KYC-PORTFOLIO-ID     : PORTFOLIO UNDER REVIEW
      * KYC-RISK-TIER        : H=HIGH, M=MEDIUM, L=LOW CLIENT RISK --
      *                        SETS THE REVIEW INTERVAL (KYCPARM)
      * KYC-LAST-REVIEW-DATE : DATE THE LATEST REVIEW WAS HELD
      * KYC-NEXT-DUE-DATE    : DATE THE NEXT REVIEW FALLS DUE
      * KYC-REVIEWER         : USER WHO HELD THE LATEST REVIEW
      * KYC-OBJECTIVE        : INVESTMENT OBJECTIVE CONFIRMED AT THE
      *                        LATEST REVIEW (CARRIED TO PORT-OBJECTIVE)
      * KYC-REVIEW-COUNT     : REVIEWS RECORDED SINCE THE FIRST
      * KYC-REG-CLIENT-ID    : LEI (CORPORATE/TRUST) OR NATIONAL
      *                        CLIENT IDENTIFIER (INDIVIDUAL) FOR
      *                        REGULATORY TRANSACTION REPORTS
      *****************************************************************
