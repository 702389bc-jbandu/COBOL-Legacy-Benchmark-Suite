      *              toward zero (2148, capped at the short), both
      *              relieving the unsettled ledger and reversing
      *              through 2160.
      * 2026-10-15 - A fund order TRNVAL00 holds for its NAV (TRN-
      *              STATUS-HELD) is skipped like a reject -- its
      *              units are booked by the BU MFDFIL00 generates
      *              when it fills.
      * 2026-10-15 - SF lending fee income is cash only, like the
      *              other income types -- no position movement.
      * 2026-10-15 - RF/DF free receipts and deliveries post units
      *              in and out like a buy and a sale (2115/2125),
      *              relieve the unsettled ledger and back out
      *              through 2160.
      * 2026-10-15 - WR withholding tax refund income is cash only,
      *              like the other income types.
      * 2026-10-15 - RB fund rebate credits are cash only as well.
      * 2026-10-15 - RD complaint redress credits are cash only.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSUPD00.
               EXIT PARAGRAPH
           END-IF

      *    A held fund order has no units to post until MFDFIL00
      *    fills it at its NAV with a BU of its own.
           IF TRN-STATUS-HELD
               ADD 1 TO WS-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF

      *    A reversal instruction carries the original transaction's
      *    key and data -- back its position effect out and leave the
      *    record flagged R rather than marking it done.
                   PERFORM 2145-APPLY-SHORT
               WHEN TRN-TYPE-COVER
                   PERFORM 2148-APPLY-COVER
               WHEN TRN-TYPE-RCVF
                   PERFORM 2115-APPLY-RECEIVE-FREE
               WHEN TRN-TYPE-DLVF
                   PERFORM 2125-APPLY-DELIVER-FREE
               WHEN TRN-TYPE-DIV
               WHEN TRN-TYPE-INT
               WHEN TRN-TYPE-CGD
               WHEN TRN-TYPE-SLF
               WHEN TRN-TYPE-WHTR
               WHEN TRN-TYPE-RBT
               WHEN TRN-TYPE-RDR
               WHEN TRN-TYPE-FXC
               WHEN TRN-TYPE-DEP
               WHEN TRN-TYPE-WDR
           IF WS-TRANS-NOT-FAILED
               PERFORM 2150-MARK-TRANSACTION-DONE
               IF TRN-TYPE-BUY OR TRN-TYPE-SELL OR TRN-TYPE-TRANS
               OR TRN-TYPE-SHORT OR TRN-TYPE-COVER OR TRN-TYPE-FREE
                   PERFORM 2195-RELIEVE-UNSETTLED
               END-IF
               ADD 1 TO WS-APPLIED-COUNT
           PERFORM 2190-SAVE-POSITION
           .

      *    A free receipt's amount is the cost basis it brought in.
       2115-APPLY-RECEIVE-FREE.
           MOVE TRN-PORTFOLIO-ID    TO POS-PORTFOLIO-ID
           MOVE TRN-SETTLEMENT-DATE TO POS-DATE
           MOVE TRN-INVESTMENT-ID   TO POS-INVESTMENT-ID
           PERFORM 2105-FIND-OR-CREATE-POSITION

           ADD TRN-QUANTITY TO POS-QUANTITY
           ADD TRN-AMOUNT   TO POS-COST-BASIS

           PERFORM 2190-SAVE-POSITION
           .

       2120-APPLY-SELL.
           MOVE TRN-PORTFOLIO-ID    TO POS-PORTFOLIO-ID
           MOVE TRN-SETTLEMENT-DATE TO POS-DATE
           PERFORM 2190-SAVE-POSITION
           .

      *    A free delivery's amount is the value it took out.
       2125-APPLY-DELIVER-FREE.
           MOVE TRN-PORTFOLIO-ID    TO POS-PORTFOLIO-ID
           MOVE TRN-SETTLEMENT-DATE TO POS-DATE
           MOVE TRN-INVESTMENT-ID   TO POS-INVESTMENT-ID
           PERFORM 2105-FIND-OR-CREATE-POSITION

           IF POS-QUANTITY < TRN-QUANTITY
               ADD 1 TO WS-ERROR-COUNT
               SET WS-TRANS-FAILED TO TRUE
               DISPLAY 'Insufficient units for delivery: ' TRN-KEY
               EXIT PARAGRAPH
           END-IF

           SUBTRACT TRN-QUANTITY FROM POS-QUANTITY
           SUBTRACT TRN-AMOUNT   FROM POS-COST-BASIS

           PERFORM 2190-SAVE-POSITION
           .

       2130-APPLY-TRANSFER.
      *    Debit the source position
           MOVE TRN-PORTFOLIO-ID    TO POS-PORTFOLIO-ID

           EVALUATE TRUE
               WHEN TRN-TYPE-BUY
               WHEN TRN-TYPE-RCVF
                   PERFORM 2170-BACKOUT-ONE-SIDE
                   IF WS-TRANS-NOT-FAILED
                       SUBTRACT TRN-QUANTITY FROM POS-QUANTITY
                       PERFORM 2190-SAVE-POSITION
                   END-IF
               WHEN TRN-TYPE-SELL
               WHEN TRN-TYPE-DLVF
                   PERFORM 2170-BACKOUT-ONE-SIDE
                   IF WS-TRANS-NOT-FAILED
                       ADD TRN-QUANTITY TO POS-QUANTITY
