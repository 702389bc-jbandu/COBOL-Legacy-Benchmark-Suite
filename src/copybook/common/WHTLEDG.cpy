      * removes its withholding, and WHTRPT00's remittance report
      * totals what is owed each authority and marks entries
      * reported.
      *
      * MAINTENANCE LOG:
      * 2026-10-15 - WHL-RECLAIM-DATA CARVED OUT OF WHL-FILLER:
      *              WHTCLM00 ASSESSES EACH ENTRY ONCE AGAINST THE
      *              TREATY RATE AND, WHERE THE EXCESS IS RECLAIMABLE,
      *              TIES IT TO THE WHTCLM CLAIM IT WAS FILED ON.
      *              RECORD LENGTH UNCHANGED.
      *****************************************************************
       01  WITHHOLDING-LEDGER-RECORD.
           05  WHL-KEY.
               10  WHL-REMIT-STATUS   PIC X(01).
                   88  WHL-UNREMITTED     VALUE 'U'.
                   88  WHL-REPORTED       VALUE 'R'.
           05  WHL-RECLAIM-DATA.
               10  WHL-RECLAIM-STATUS PIC X(01).
                   88  WHL-RECLAIM-UNASSESSED VALUE SPACE.
                   88  WHL-RECLAIM-NONE       VALUE 'N'.
                   88  WHL-RECLAIM-CLAIMED    VALUE 'C'.
               10  WHL-RECLAIM-AMT    PIC S9(13)V9(2) COMP-3.
               10  WHL-CLAIM-DATE     PIC X(08).
           05  WHL-FILLER             PIC X(03).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * WHL-KEY          : TRN-KEY OF THE INCOME TRANSACTION THE
      * WHL-WITHHELD-AMT : AMOUNT WITHHELD (BASE CURRENCY)
      * WHL-REMIT-STATUS : U=NOT YET ON A REMITTANCE REPORT,
      *                    R=PICKED UP BY WHTRPT00
      * WHL-RECLAIM-STATUS : SPACE=NOT YET ASSESSED, N=NOTHING TO
      *                    RECLAIM, C=EXCESS FILED ON A CLAIM
      * WHL-RECLAIM-AMT  : WITHHELD ABOVE THE TREATY RATE (BASE)
      * WHL-CLAIM-DATE   : FILING DATE OF THE WHTCLM CLAIM -- WITH
      *                    WHL-AUTHORITY AND WHL-PORTFOLIO-ID, ITS KEY
      *****************************************************************
