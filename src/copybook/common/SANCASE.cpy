      *****************************************************************
      * SANCTIONS REVIEW CASE RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * One entry per potential sanctions list match SANSCR00 found
      * on a name on file, for compliance review. Cases stay pending
      * until compliance records a disposition through SANDSP00:
      * cleared as a false positive, or confirmed as a true match.
      * ACCTCHK0 will not open an account with a pending or
      * confirmed case against it.
      *****************************************************************
       01  SANCTIONS-CASE-RECORD.
           05  SNC-KEY.
               10  SNC-PORTFOLIO-ID   PIC X(08).
               10  SNC-CASE-DATE      PIC X(08).
               10  SNC-CASE-SEQ       PIC 9(04).
           05  SNC-DATA.
               10  SNC-ROLE           PIC X(01).
               10  SNC-ROLE-SEQ       PIC X(03).
               10  SNC-SCREENED-NAME  PIC X(30).
               10  SNC-ENTRY-ID       PIC X(10).
               10  SNC-LISTED-NAME    PIC X(40).
               10  SNC-PROGRAM        PIC X(12).
               10  SNC-LIST-VERSION   PIC X(10).
               10  SNC-SCORE          PIC 9(03).
               10  SNC-STATUS         PIC X(01).
                   88  SNC-STATUS-PENDING   VALUE 'P'.
                   88  SNC-STATUS-CLEARED   VALUE 'C'.
                   88  SNC-STATUS-CONFIRMED VALUE 'M'.
                   88  SNC-STATUS-OPEN      VALUE 'P' 'M'.
               10  SNC-REVIEWER       PIC X(08).
               10  SNC-REVIEW-DATE    PIC X(08).
               10  SNC-REVIEW-NOTE    PIC X(40).
           05  SNC-FILLER             PIC X(20).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * SNC-ROLE/ROLE-SEQ : WHICH NAME ON THE PORTFOLIO MATCHED --
      *                     AS SNR-ROLE/SNR-ROLE-SEQ ON SANREG
      * SNC-SCREENED-NAME : THE NAME ON FILE THAT MATCHED
      * SNC-ENTRY-ID      : LISTED PARTY IT MATCHED
      * SNC-LISTED-NAME   : LISTED NAME OR ALIAS IT MATCHED
      * SNC-SCORE         : SIMILARITY, 100 = IDENTICAL ONCE
      *                     NORMALIZED
      * SNC-STATUS        : P=AWAITING COMPLIANCE, C=CLEARED AS A
      *                     FALSE POSITIVE, M=CONFIRMED MATCH
      * SNC-REVIEW-NOTE   : REVIEWER'S REASON FOR THE DISPOSITION
      *****************************************************************
