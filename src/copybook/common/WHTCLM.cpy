      *****************************************************************
      * WITHHOLDING TAX RECLAIM CLAIM RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * One claim per foreign tax authority per portfolio per filing
      * run, written by WHTCLM00 from the WHTLEDG entries where more
      * was withheld than the treaty rate allows. The key leads with
      * the authority so one authority's claims browse together for
      * filing and for the aged outstanding report. WHTRCV00 steps
      * the claim through the authority's acknowledgement to payment
      * or rejection, and credits a paid refund to the client.
      *****************************************************************
       01  WHT-RECLAIM-CLAIM-RECORD.
           05  WRC-KEY.
               10  WRC-AUTHORITY      PIC X(08).
               10  WRC-PORTFOLIO-ID   PIC X(08).
               10  WRC-CLAIM-DATE     PIC X(08).
           05  WRC-DATA.
               10  WRC-ENTRY-COUNT    PIC 9(05).
               10  WRC-GROSS-AMOUNT   PIC S9(13)V9(2) COMP-3.
               10  WRC-WITHHELD-AMT   PIC S9(13)V9(2) COMP-3.
               10  WRC-RECLAIM-AMT    PIC S9(13)V9(2) COMP-3.
               10  WRC-STATUS         PIC X(01).
                   88  WRC-STATUS-FILED     VALUE 'F'.
                   88  WRC-STATUS-ACKED     VALUE 'A'.
                   88  WRC-STATUS-PAID      VALUE 'P'.
                   88  WRC-STATUS-REJECTED  VALUE 'R'.
                   88  WRC-OUTSTANDING      VALUE 'F' 'A'.
               10  WRC-STATUS-DATE    PIC X(08).
               10  WRC-AUTH-REF       PIC X(16).
               10  WRC-REFUND-AMT     PIC S9(13)V9(2) COMP-3.
               10  WRC-REFUND-DATE    PIC X(08).
           05  WRC-AUDIT.
               10  WRC-LAST-MAINT-DATE   PIC X(26).
               10  WRC-LAST-MAINT-USER   PIC X(08).
           05  WRC-FILLER             PIC X(20).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * WRC-CLAIM-DATE   : DATE WHTCLM00 FILED THE CLAIM; THE LEDGER
      *                    ENTRIES ON IT CARRY THE SAME WHL-CLAIM-DATE
      * WRC-RECLAIM-AMT  : WITHHELD ABOVE THE TREATY RATE, CLAIMED
      *                    BACK (BASE CURRENCY)
      * WRC-STATUS       : F=FILED, A=ACKNOWLEDGED BY THE AUTHORITY,
      *                    P=PAID, R=REJECTED
      * WRC-AUTH-REF     : THE AUTHORITY'S OWN REFERENCE, GIVEN ON
      *                    ACKNOWLEDGEMENT AND QUOTED ON ITS REFUND
      * WRC-REFUND-AMT   : AMOUNT THE AUTHORITY PAID, CREDITED TO THE
      *                    CLIENT AS A WR TRANSACTION
      *****************************************************************
