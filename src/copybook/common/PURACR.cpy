      *****************************************************************
      * PURCHASED ACCRUED INTEREST RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * One entry per bond purchase that paid the seller accrued
      * interest, written by PORTTRAN as the buy posts. The accrued
      * paid is a return of the buyer's own money when the next
      * coupon arrives, not income, so the entry sits OPEN until
      * that first coupon (an IN on the same holding) posts and
      * marks it NETTED with the coupon's date and sequence. The
      * income reports -- RPTINC00 daily, INCEXT00 for the tax year
      * -- take netted amounts back off the interest they report.
      * Keyed like the lot the buy opened, so a buy reversal finds
      * and removes its entry.
      *****************************************************************
       01  PURCHASED-ACCRUED-RECORD.
           05  PAC-KEY.
               10  PAC-PORTFOLIO-ID   PIC X(08).
               10  PAC-INVESTMENT-ID  PIC X(10).
               10  PAC-BUY-DATE       PIC X(08).
               10  PAC-BUY-SEQ        PIC X(06).
           05  PAC-DATA.
               10  PAC-ACCRUED-AMT    PIC S9(13)V9(2) COMP-3.
               10  PAC-CURRENCY       PIC X(03).
               10  PAC-STATUS         PIC X(01).
                   88  PAC-OPEN           VALUE 'O'.
                   88  PAC-NETTED         VALUE 'N'.
               10  PAC-NET-DATE       PIC X(08).
               10  PAC-NET-SEQ        PIC X(06).
           05  PAC-AUDIT.
               10  PAC-LAST-MAINT-DATE PIC X(26).
               10  PAC-LAST-MAINT-USER PIC X(08).
           05  PAC-FILLER             PIC X(10).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * PAC-BUY-DATE/SEQ : TRN-DATE/TRN-SEQUENCE-NO OF THE PURCHASE
      * PAC-ACCRUED-AMT  : TRN-ACCRUED-INT PAID ON THE PURCHASE, IN
      *                    THE TRADING CURRENCY (PAC-CURRENCY)
      * PAC-STATUS       : O = FIRST COUPON NOT YET RECEIVED
      *                    N = NETTED AGAINST THE COUPON NAMED BY
      *                        PAC-NET-DATE/SEQ
      * PAC-NET-DATE/SEQ : TRN-DATE/TRN-SEQUENCE-NO OF THE IN COUPON
      *                    THE AMOUNT WAS NETTED AGAINST
      *****************************************************************
