      * trade date and settlement this ledger is the trade-date view:
      * settled quantity (POSITION-MASTER) plus the open pending
      * quantity here is what the client contractually owns.
      *
      * MAINTENANCE LOG:
      * 2026-10-15 - A FUND ORDER HELD FOR ITS NAV RESERVES ITS CASH
      *              HERE UNDER TYPE FO WITH NO UNITS, SO THE FUNDS
      *              CHECK SEES IT. MFDFIL00 REMOVES THE ENTRY WHEN
      *              IT FILLS THE ORDER, AND THE FILL'S OWN BU TAKES
      *              ITS PLACE. RECORD LENGTH UNCHANGED.
      *****************************************************************
       01  UNSETTLED-TRADE-RECORD.
           05  UNS-KEY.
               10  UNS-SEQUENCE-NO    PIC X(06).
           05  UNS-DATA.
               10  UNS-TRN-TYPE       PIC X(02).
                   88  UNS-FUND-ORDER         VALUE 'FO'.
               10  UNS-PENDING-QTY    PIC S9(11)V9(4) COMP-3.
               10  UNS-PENDING-AMT    PIC S9(13)V9(2) COMP-3.
               10  UNS-SETTLE-DATE    PIC X(08).
      *                    POSITION'S PENDING LEGS BROWSE TOGETHER;
      *                    TRADE DATE + TRN-SEQUENCE-NO COMPLETE THE
      *                    ORIGINATING TRN-KEY LINKAGE
      * UNS-TRN-TYPE     : TRN-TYPE OF THE ORIGINATING TRADE, OR FO
      *                    FOR A FUND ORDER STILL AWAITING ITS NAV
      * UNS-PENDING-QTY  : SIGNED UNIT EFFECT AWAITING SETTLEMENT
      *                    (BUY +, SELL -, TRANSFER - SOURCE/+ DEST)
      * UNS-PENDING-AMT  : SIGNED CASH EFFECT AWAITING SETTLEMENT
      * UNS-SETTLE-DATE  : DATE THE EFFECT POSTS TO POSITION-MASTER
      *                    (FOR FO, THE NAV DATE THE ORDER DEALS AT)
      *****************************************************************
