      *              ledger entry, backs out the same net amount and
      *              deletes it. No rate on file means gross posting
      *              exactly as before.
      * 2026-10-15 - Accrued interest on bond trades stays out of the
      *              lot: a buy paying accrued records it OPEN on the
      *              PURACR ledger (2212), and the holding's first IN
      *              coupon marks it NETTED (2256) so the income
      *              reports recognize only the interest actually
      *              earned. A buy reversal removes the entry; an
      *              income reversal reopens what it had netted.
      * 2026-10-15 - A fund order held for its NAV (TRN-STATUS-HELD)
      *              is passed over: it has no units or price yet,
      *              and its cash moves with the BU MFDFIL00 books
      *              when it fills.
      * 2026-10-15 - SF securities lending fee income accepted and
      *              posted through the income path like DV/IN/CG,
      *              with no withholding: the fee is the borrower's
      *              payment, not the issuer's.
      * 2026-10-15 - A WD posted to a traditional or SEP IRA counts
      *              toward the year's required minimum distribution
      *              on RMDYR (2275), creating the year's entry if
      *              YECLS00 has not opened one; a WD reversal takes
      *              the amount back off.
      * 2026-10-15 - RF/DF free receipts and deliveries with another
      *              firm. A receipt (2236) opens a lot on the
      *              original acquisition date carrying the supplied
      *              cost basis; a delivery (2237) relieves lots by
      *              the account's PORT-LOT-METHOD through the sale
      *              lot walk and takes their cost off the book, no
      *              gain booked and no cash moved. 2490/2495
      *              reverse them like a buy and a sale.
      * 2026-10-15 - WR withholding tax refunds post as income like
      *              DV/IN but are not withheld again (2252) -- the
      *              refund is the foreign tax coming back.
      * 2026-10-15 - RB fund rebate credits from RBTALC00 post as
      *              income without withholding, the same as WR.
      * 2026-10-15 - RD complaint redress from CPLAGE00 posts as a
      *              cash credit like DP, and reverses like one (2460).
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTTRAN.
               RECORD KEY IS WHL-KEY
               FILE STATUS IS WS-WHL-STATUS.

           SELECT PURCHASED-ACCRUED-FILE
               ASSIGN TO PURACR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAC-KEY
               FILE STATUS IS WS-PAC-STATUS.

           SELECT CURRENCY-CASH-FILE
               ASSIGN TO CSHBAL
               ORGANIZATION IS INDEXED
               RECORD KEY IS GBD-KEY
               FILE STATUS IS WS-GBD-STATUS.

           SELECT RMD-YEAR-FILE
               ASSIGN TO RMDYR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RMY-KEY
               FILE STATUS IS WS-RMY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE
       FD  WITHHOLDING-LEDGER.
       COPY WHTLEDG.

       FD  PURCHASED-ACCRUED-FILE.
           COPY PURACR.

       FD  CURRENCY-CASH-FILE.
       COPY CSHBAL.

       FD  GAINS-BUDGET-FILE.
       COPY GNSBUD.

       FD  RMD-YEAR-FILE.
       COPY RMDYR.

       WORKING-STORAGE SECTION.
           COPY ERRHAND.
           COPY AUDITLOG.
           05  WS-WHL-STATUS       PIC X(2).
           05  WS-CSH-STATUS       PIC X(2).
           05  WS-GBD-STATUS       PIC X(2).
           05  WS-PAC-STATUS       PIC X(2).
           05  WS-RMY-STATUS       PIC X(2).

       01  WS-COUNTERS.
           05  WS-READ-COUNT       PIC 9(8) COMP.
               88  WS-GBD-AVAILABLE   VALUE 'Y'.
               88  WS-GBD-UNAVAILABLE VALUE 'N'.

      *    Signed base amount a WD moves the year's required minimum
      *    distribution taken by -- negative for a reversal.
       01  WS-RMD-AMOUNT           PIC S9(13)V9(2) COMP-3.

      *----------------------------------------------------------------*
      * Request area for POSPUB00, which publishes each applied
      * position change to the downstream message queue. The write
               88  WS-WSM-EOF         VALUE 'Y'.
               88  WS-WSM-MORE        VALUE 'N'.

      *----------------------------------------------------------------*
      * Purchased accrued interest ledger walk -- one holding's
      * entries, read forward from the portfolio/investment prefix.
      *----------------------------------------------------------------*
       01  WS-PAC-EOF-SW            PIC X(01).
           88  WS-PAC-EOF             VALUE 'Y'.
           88  WS-PAC-MORE            VALUE 'N'.

       01  WS-RESTORED-COST-BASIS   PIC S9(13)V9(2) COMP-3.
       01  WS-RESTORED-QUANTITY     PIC S9(11)V9(4) COMP-3.
       01  WS-LCN-EOF-SW            PIC X(01) VALUE 'N'.
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O PURCHASED-ACCRUED-FILE
           IF WS-PAC-STATUS NOT = '00' AND '05'
               MOVE 'Error opening purchased accrued ledger'
                 TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

      *    RMDYR is created by the first entry written to it.
           OPEN I-O RMD-YEAR-FILE
           IF WS-RMY-STATUS NOT = '00' AND '05'
               MOVE 'Error opening RMD year file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

      *    Gains budgets are configuration-driven too.
           OPEN INPUT GAINS-BUDGET-FILE
           IF WS-GBD-STATUS = '00'
               EXIT PARAGRAPH
           END-IF

      *    A fund order held for its NAV posts nothing until it is
      *    filled -- the fill arrives as a BU of its own.
           IF TRN-STATUS-HELD
               SUBTRACT 1 FROM WS-READ-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO ERR-TEXT

      *    A record arriving flagged TRN-STATUS-REV is a reversal
               PERFORM 2122-CHECK-LOT-METHOD
           END-IF
           IF ERR-TEXT = SPACES
              AND (TRN-TYPE-SELL OR TRN-TYPE-TRANS OR TRN-TYPE-DLVF)
               PERFORM 2124-CHECK-SELL-RESTRICTION
           END-IF
           IF ERR-TEXT = SPACES
      * a blank investment ID is allowed there.
      *----------------------------------------------------------------*
       2118-CHECK-INSTRUMENT.
           IF TRN-TYPE = 'DP' OR 'WD' OR 'FX' OR 'RD'
      *        Pure cash movement -- no instrument involved.
               EXIT PARAGRAPH
           END-IF
      *    money is refused.
           IF SEC-STATUS-INACTIVE
              AND TRN-TYPE NOT = 'SL' AND TRN-TYPE NOT = 'BC'
              AND TRN-TYPE NOT = 'DF'
               STRING 'Inactive Investment ID: '
                      TRN-INVESTMENT-ID
                 DELIMITED BY SIZE
               WHEN 'DV'
               WHEN 'IN'
               WHEN 'CG'
               WHEN 'SF'
               WHEN 'WR'
               WHEN 'RB'
               WHEN 'DP'
               WHEN 'RD'
               WHEN 'WD'
               WHEN 'FX'
               WHEN 'SS'
               WHEN 'BC'
               WHEN 'RF'
               WHEN 'DF'
                   CONTINUE
               WHEN OTHER
                   STRING 'Invalid Transaction Type: '
      *    never uses the fee's quantity, and billed fees from
      *    FEEBIL00 legitimately arrive with none.)
           IF TRN-TYPE = 'DV' OR 'IN' OR 'CG' OR 'DP' OR 'WD'
           OR TRN-TYPE = 'FX' OR 'FE' OR 'SF' OR 'WR' OR 'RB' OR 'RD'
               IF TRN-AMOUNT <= ZERO
                   MOVE 'Amount must be greater than zero' TO ERR-TEXT
               END-IF
               EXIT PARAGRAPH
           END-IF

      *    A free movement strikes no price. A receipt's amount is
      *    the cost basis it brings, which may be nil; a delivery's
      *    is only the value it took out.
           IF TRN-TYPE-FREE
               IF TRN-TYPE-RCVF AND TRN-AMOUNT < ZERO
                   MOVE 'Cost basis cannot be negative' TO ERR-TEXT
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF TRN-PRICE <= ZERO AND TRN-TYPE NOT = 'TR'
               MOVE 'Price must be greater than zero' TO ERR-TEXT
               EXIT PARAGRAPH
               WHEN 'DV'
               WHEN 'IN'
               WHEN 'CG'
               WHEN 'SF'
               WHEN 'WR'
               WHEN 'RB'
                   PERFORM 2250-PROCESS-INCOME
               WHEN 'DP'
               WHEN 'RD'
               WHEN 'WD'
                   PERFORM 2260-PROCESS-CASH
               WHEN 'FX'
                   PERFORM 2275-PROCESS-SHORT-SALE
               WHEN 'BC'
                   PERFORM 2278-PROCESS-BUY-TO-COVER
               WHEN 'RF'
                   PERFORM 2236-PROCESS-RECEIVE-FREE
               WHEN 'DF'
                   PERFORM 2237-PROCESS-DELIVER-FREE
           END-EVALUATE

           IF ERR-TEXT = SPACES
           IF ERR-TEXT = SPACES
               PERFORM 2216-CHECK-WASH-BUYBACK
           END-IF

           IF ERR-TEXT = SPACES
              AND TRN-ACCRUED-INT IS NUMERIC
              AND TRN-ACCRUED-INT > ZERO
               PERFORM 2212-RECORD-PURCHASED-ACCRUED
           END-IF
           .

      *----------------------------------------------------------------*
      * Accrued interest paid on a bond purchase is neither cost nor
      * income: it stays out of the lot (2215 capitalizes principal
      * and charges only) and waits on the PURACR ledger for the
      * first coupon to give it back. A rerun rewrites in place.
      *----------------------------------------------------------------*
       2212-RECORD-PURCHASED-ACCRUED.
           INITIALIZE PURCHASED-ACCRUED-RECORD
           MOVE TRN-PORTFOLIO-ID  TO PAC-PORTFOLIO-ID
           MOVE TRN-INVESTMENT-ID TO PAC-INVESTMENT-ID
           MOVE TRN-DATE          TO PAC-BUY-DATE
           MOVE TRN-SEQUENCE-NO   TO PAC-BUY-SEQ
           MOVE TRN-ACCRUED-INT   TO PAC-ACCRUED-AMT
           MOVE TRN-CURRENCY      TO PAC-CURRENCY
           SET PAC-OPEN           TO TRUE
           MOVE SPACES            TO PAC-NET-DATE
           MOVE SPACES            TO PAC-NET-SEQ
           MOVE FUNCTION CURRENT-DATE TO PAC-LAST-MAINT-DATE
           MOVE WS-BATCH-USER-ID      TO PAC-LAST-MAINT-USER

           WRITE PURCHASED-ACCRUED-RECORD
               INVALID KEY
                   REWRITE PURCHASED-ACCRUED-RECORD
                       INVALID KEY
                           MOVE 'Error writing purchased accrued entry'
                             TO ERR-TEXT
                           PERFORM 9000-ERROR-ROUTINE
                   END-REWRITE
           END-WRITE
           .

       2214-SUM-TRADE-CHARGES.
           END-WRITE
           .

      *----------------------------------------------------------------*
      * Units received free from another firm come in at the cost
      * basis and original acquisition date the delivering firm
      * supplied: one new lot keyed on the acquisition date, so the
      * holding period runs from when the client first bought. No
      * cash moves and nothing is a purchase, so the wash sale rules
      * do not look at it.
      *----------------------------------------------------------------*
       2236-PROCESS-RECEIVE-FREE.
           MOVE TRN-PORTFOLIO-ID TO PORT-ID
           READ PORTFOLIO-FILE
               INVALID KEY
                   MOVE 'Portfolio not found for receipt' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-READ

           ADD TRN-QUANTITY TO PORT-TOTAL-UNITS
           ADD TRN-AMOUNT   TO PORT-TOTAL-COST

           REWRITE PORT-RECORD
               INVALID KEY
                   MOVE 'Error updating portfolio' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-REWRITE

           MOVE TRN-PORTFOLIO-ID  TO LOT-PORTFOLIO-ID
           MOVE TRN-INVESTMENT-ID TO LOT-INVESTMENT-ID
           MOVE TRN-ACQUIRED-DATE TO LOT-OPEN-DATE
           MOVE TRN-SEQUENCE-NO   TO LOT-OPEN-SEQ

           MOVE TRN-QUANTITY      TO LOT-ORIGINAL-QTY
           MOVE TRN-QUANTITY      TO LOT-REMAINING-QTY
           MOVE TRN-AMOUNT        TO LOT-COST-BASIS
           COMPUTE LOT-UNIT-COST ROUNDED =
               TRN-AMOUNT / TRN-QUANTITY
           SET LOT-STATUS-OPEN TO TRUE

           MOVE FUNCTION CURRENT-DATE TO LOT-LAST-MAINT-DATE
           MOVE WS-BATCH-USER-ID      TO LOT-LAST-MAINT-USER

           WRITE LOT-RECORD
               INVALID KEY
                   MOVE 'Error creating received lot record'
                     TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-WRITE
           .

      *----------------------------------------------------------------*
      * Units delivered free to another firm leave through the same
      * lot walk a sale uses, drawn by the account's standing lot
      * method, and their cost leaves the book with them. Nothing
      * was sold: no proceeds, no realized gain, no wash sale test.
      * 2229 records the drawdown for a reversal as it does a sale's.
      *----------------------------------------------------------------*
       2237-PROCESS-DELIVER-FREE.
           MOVE TRN-PORTFOLIO-ID TO PORT-ID
           READ PORTFOLIO-FILE
               INVALID KEY
                   MOVE 'Portfolio not found for delivery' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-READ

           IF PORT-TOTAL-UNITS < TRN-QUANTITY
               MOVE 'Insufficient units for delivery' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           IF PORT-LOT-LIFO
               SET TRN-LOT-LIFO TO TRUE
           ELSE
               SET TRN-LOT-FIFO TO TRUE
           END-IF

           SET WS-WANT-LONG-LOTS TO TRUE
           PERFORM 2221-CONSUME-LOTS
           IF ERR-TEXT NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           SUBTRACT TRN-QUANTITY           FROM PORT-TOTAL-UNITS
           SUBTRACT WS-CONSUMED-COST-BASIS FROM PORT-TOTAL-COST

           REWRITE PORT-RECORD
               INVALID KEY
                   MOVE 'Error updating portfolio' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-REWRITE
           .

       2240-PROCESS-FEE.
           MOVE TRN-PORTFOLIO-ID TO PORT-ID
           READ PORTFOLIO-FILE
               MOVE TRN-CURRENCY TO WS-CCY-CURRENCY
               PERFORM 2272-POST-CURRENCY-BUCKET
           END-IF

           IF ERR-TEXT = SPACES
              AND TRN-TYPE-INT
              AND TRN-INVESTMENT-ID NOT = SPACES
               PERFORM 2256-NET-PURCHASED-ACCRUED
           END-IF
           .

      *----------------------------------------------------------------*
      * A bond coupon is the first one after any purchase still OPEN
      * on the PURACR ledger for the holding: the accrued interest
      * paid on those buys comes back in this coupon, so the entries
      * are marked NETTED against it for the income reports. The
      * cash credit itself is the whole coupon, as received.
      *----------------------------------------------------------------*
       2256-NET-PURCHASED-ACCRUED.
           SET WS-PAC-MORE TO TRUE
           MOVE TRN-PORTFOLIO-ID  TO PAC-PORTFOLIO-ID
           MOVE TRN-INVESTMENT-ID TO PAC-INVESTMENT-ID
           MOVE LOW-VALUES        TO PAC-BUY-DATE
           MOVE LOW-VALUES        TO PAC-BUY-SEQ

           START PURCHASED-ACCRUED-FILE KEY NOT LESS THAN PAC-KEY
               INVALID KEY
                   SET WS-PAC-EOF TO TRUE
           END-START

           PERFORM 2257-NET-ONE-ENTRY
               UNTIL WS-PAC-EOF
               OR ERR-TEXT NOT = SPACES
           .

       2257-NET-ONE-ENTRY.
           READ PURCHASED-ACCRUED-FILE NEXT RECORD
               AT END
                   SET WS-PAC-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF PAC-PORTFOLIO-ID  NOT = TRN-PORTFOLIO-ID
           OR PAC-INVESTMENT-ID NOT = TRN-INVESTMENT-ID
               SET WS-PAC-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF NOT PAC-OPEN
           OR PAC-BUY-DATE > TRN-DATE
               EXIT PARAGRAPH
           END-IF

           SET PAC-NETTED TO TRUE
           MOVE TRN-DATE        TO PAC-NET-DATE
           MOVE TRN-SEQUENCE-NO TO PAC-NET-SEQ
           MOVE FUNCTION CURRENT-DATE TO PAC-LAST-MAINT-DATE
           MOVE WS-BATCH-USER-ID      TO PAC-LAST-MAINT-USER

           REWRITE PURCHASED-ACCRUED-RECORD
               INVALID KEY
                   MOVE 'Error netting purchased accrued entry'
                     TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-REWRITE
           .

      *----------------------------------------------------------------*
               EXIT PARAGRAPH
           END-IF

      *    A lending fee is paid by the borrower, not the issuer --
      *    nothing to withhold. A tax refund is the withholding
      *    itself coming back, and a fund rebate is the firm's own
      *    trailer fee passed on.
           IF TRN-TYPE-SLF OR TRN-TYPE-WHTR OR TRN-TYPE-RBT
               EXIT PARAGRAPH
           END-IF

           MOVE 'ALL ' TO WS-WHT-MARKET
           IF TRN-INVESTMENT-ID NOT = SPACES
               MOVE TRN-INVESTMENT-ID TO SEC-ID
               MOVE TRN-CURRENCY TO WS-CCY-CURRENCY
               PERFORM 2272-POST-CURRENCY-BUCKET
           END-IF

           IF ERR-TEXT = SPACES
              AND TRN-TYPE = 'WD'
              AND (PORT-REG-TRAD-IRA OR PORT-REG-SEP-IRA)
               MOVE WS-BASE-AMOUNT TO WS-RMD-AMOUNT
               PERFORM 2262-RECORD-RMD-DISTRIBUTION
           END-IF
           .

      *----------------------------------------------------------------*
      * A withdrawal from a traditional or SEP IRA is a distribution
      * toward the required minimum for the year it is dated in.
      * The year's entry normally exists from the year-end close; a
      * distribution ahead of it -- the account's first year on the
      * book -- opens one with no balance yet for RMDCAL00 to strike
      * from.
      *----------------------------------------------------------------*
       2262-RECORD-RMD-DISTRIBUTION.
           MOVE TRN-PORTFOLIO-ID TO RMY-PORTFOLIO-ID
           MOVE TRN-DATE(1:4)    TO RMY-YEAR
           READ RMD-YEAR-FILE
               INVALID KEY
                   INITIALIZE RMD-YEAR-RECORD
                   MOVE TRN-PORTFOLIO-ID TO RMY-PORTFOLIO-ID
                   MOVE TRN-DATE(1:4)    TO RMY-YEAR
                   SET RMY-SI-NONE    TO TRUE
                   SET RMY-NOT-STRUCK TO TRUE
           END-READ

           ADD WS-RMD-AMOUNT TO RMY-TAKEN
           IF WS-RMD-AMOUNT > ZERO
               ADD 1 TO RMY-DIST-COUNT
               MOVE TRN-DATE TO RMY-LAST-DIST-DATE
           ELSE
               IF RMY-DIST-COUNT > ZERO
                   SUBTRACT 1 FROM RMY-DIST-COUNT
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE TO RMY-LAST-MAINT-DATE
           MOVE WS-BATCH-USER-ID      TO RMY-LAST-MAINT-USER

           IF WS-RMY-STATUS = '00'
               REWRITE RMD-YEAR-RECORD
           ELSE
               WRITE RMD-YEAR-RECORD
           END-IF

           IF WS-RMY-STATUS NOT = '00'
               MOVE 'Error recording RMD distribution' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           .

      *----------------------------------------------------------------*
               WHEN 'DV'
               WHEN 'IN'
               WHEN 'CG'
               WHEN 'SF'
               WHEN 'WR'
               WHEN 'RB'
               WHEN 'DP'
               WHEN 'RD'
               WHEN 'WD'
               WHEN 'FX'
               WHEN 'SS'
               WHEN 'BC'
                   MOVE 'UPDATE  ' TO AUD-ACTION
               WHEN 'RF'
                   MOVE 'CREATE  ' TO AUD-ACTION
               WHEN 'DF'
                   MOVE 'DELETE  ' TO AUD-ACTION
           END-EVALUATE
           
      *    ERR-TEXT, not WS-PORT-STATUS, is the true success/failure
               WHEN 'DV'
               WHEN 'IN'
               WHEN 'CG'
               WHEN 'SF'
               WHEN 'WR'
               WHEN 'RB'
                   PERFORM 2450-REVERSE-INCOME
               WHEN 'DP'
               WHEN 'RD'
               WHEN 'WD'
                   PERFORM 2460-REVERSE-CASH
               WHEN 'FX'
                   PERFORM 2480-REVERSE-SHORT
               WHEN 'BC'
                   PERFORM 2485-REVERSE-COVER
               WHEN 'RF'
                   PERFORM 2490-REVERSE-RECEIVE-FREE
               WHEN 'DF'
                   PERFORM 2495-REVERSE-DELIVER-FREE
               WHEN OTHER
                   STRING 'Invalid Transaction Type on reversal: '
                          TRN-TYPE
               EXIT PARAGRAPH
           END-IF

           PERFORM 2417-REMOVE-PURCHASED-ACCRUED
           IF ERR-TEXT NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           DELETE LOT-FILE
               INVALID KEY
                   MOVE 'Error deleting lot for buy reversal'
           END-REWRITE
           .

      *----------------------------------------------------------------*
      * The accrued interest the reversed buy paid never happened
      * either -- its PURACR entry goes with the lot.
      *----------------------------------------------------------------*
       2417-REMOVE-PURCHASED-ACCRUED.
           MOVE TRN-PORTFOLIO-ID  TO PAC-PORTFOLIO-ID
           MOVE TRN-INVESTMENT-ID TO PAC-INVESTMENT-ID
           MOVE TRN-DATE          TO PAC-BUY-DATE
           MOVE TRN-SEQUENCE-NO   TO PAC-BUY-SEQ

           READ PURCHASED-ACCRUED-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           DELETE PURCHASED-ACCRUED-FILE
               INVALID KEY
                   MOVE 'Error deleting purchased accrued entry'
                     TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-DELETE
           .

      *----------------------------------------------------------------*
      * The buy being reversed may have been the replacement
      * purchase for earlier loss sales: any APPLIED memo naming
               MOVE TRN-CURRENCY TO WS-CCY-CURRENCY
               PERFORM 2272-POST-CURRENCY-BUCKET
           END-IF

      *    A reversed coupon gives back the purchased accrued it
      *    had netted -- the next coupon nets it instead.
           IF ERR-TEXT = SPACES
              AND TRN-TYPE-INT
              AND TRN-INVESTMENT-ID NOT = SPACES
               PERFORM 2456-REOPEN-PURCHASED-ACCRUED
           END-IF
           .

       2456-REOPEN-PURCHASED-ACCRUED.
           SET WS-PAC-MORE TO TRUE
           MOVE TRN-PORTFOLIO-ID  TO PAC-PORTFOLIO-ID
           MOVE TRN-INVESTMENT-ID TO PAC-INVESTMENT-ID
           MOVE LOW-VALUES        TO PAC-BUY-DATE
           MOVE LOW-VALUES        TO PAC-BUY-SEQ

           START PURCHASED-ACCRUED-FILE KEY NOT LESS THAN PAC-KEY
               INVALID KEY
                   SET WS-PAC-EOF TO TRUE
           END-START

           PERFORM 2457-REOPEN-ONE-ENTRY
               UNTIL WS-PAC-EOF
               OR ERR-TEXT NOT = SPACES
           .

       2457-REOPEN-ONE-ENTRY.
           READ PURCHASED-ACCRUED-FILE NEXT RECORD
               AT END
                   SET WS-PAC-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF PAC-PORTFOLIO-ID  NOT = TRN-PORTFOLIO-ID
           OR PAC-INVESTMENT-ID NOT = TRN-INVESTMENT-ID
               SET WS-PAC-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF NOT PAC-NETTED
           OR PAC-NET-DATE NOT = TRN-DATE
           OR PAC-NET-SEQ  NOT = TRN-SEQUENCE-NO
               EXIT PARAGRAPH
           END-IF

           SET PAC-OPEN TO TRUE
           MOVE SPACES TO PAC-NET-DATE
           MOVE SPACES TO PAC-NET-SEQ
           MOVE FUNCTION CURRENT-DATE TO PAC-LAST-MAINT-DATE
           MOVE WS-BATCH-USER-ID      TO PAC-LAST-MAINT-USER

           REWRITE PURCHASED-ACCRUED-RECORD
               INVALID KEY
                   MOVE 'Error reopening purchased accrued entry'
                     TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-REWRITE
           .

       2455-BACKOUT-WITHHOLDING.

           PERFORM 2270-CONVERT-CASH-TO-BASE

           IF TRN-TYPE = 'DP' OR 'RD'
               SUBTRACT WS-BASE-AMOUNT FROM PORT-CASH-BALANCE
               IF PORT-TRUST
                   SUBTRACT WS-BASE-AMOUNT FROM PORT-PRINCIPAL-CASH

      *    The currency bucket's posting comes back out too.
           IF ERR-TEXT = SPACES
               IF TRN-TYPE = 'DP' OR 'RD'
                   COMPUTE WS-CCY-AMOUNT = ZERO - TRN-AMOUNT
               ELSE
                   MOVE TRN-AMOUNT TO WS-CCY-AMOUNT
               MOVE TRN-CURRENCY TO WS-CCY-CURRENCY
               PERFORM 2272-POST-CURRENCY-BUCKET
           END-IF

      *    A reversed IRA withdrawal no longer counts toward the RMD.
           IF ERR-TEXT = SPACES
              AND TRN-TYPE = 'WD'
              AND (PORT-REG-TRAD-IRA OR PORT-REG-SEP-IRA)
               COMPUTE WS-RMD-AMOUNT = ZERO - WS-BASE-AMOUNT
               PERFORM 2262-RECORD-RMD-DISTRIBUTION
           END-IF
           .

      *----------------------------------------------------------------*
           END-REWRITE
           .

      *----------------------------------------------------------------*
      * A received lot comes back out only while whole -- once
      * anything has been sold or delivered from it, those must be
      * reversed first. Its key is the acquisition date it came in on.
      *----------------------------------------------------------------*
       2490-REVERSE-RECEIVE-FREE.
           MOVE TRN-PORTFOLIO-ID  TO LOT-PORTFOLIO-ID
           MOVE TRN-INVESTMENT-ID TO LOT-INVESTMENT-ID
           MOVE TRN-ACQUIRED-DATE TO LOT-OPEN-DATE
           MOVE TRN-SEQUENCE-NO   TO LOT-OPEN-SEQ

           READ LOT-FILE
               INVALID KEY
                   MOVE 'Received lot not found for reversal'
                     TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-READ

           IF LOT-REMAINING-QTY NOT = LOT-ORIGINAL-QTY
               MOVE 'Cannot reverse receipt: lot partially consumed'
                 TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           DELETE LOT-FILE
               INVALID KEY
                   MOVE 'Error deleting lot for receipt reversal'
                     TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-DELETE

           MOVE TRN-PORTFOLIO-ID TO PORT-ID
           READ PORTFOLIO-FILE
               INVALID KEY
                   MOVE 'Portfolio not found for reversal' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-READ

           SUBTRACT TRN-QUANTITY FROM PORT-TOTAL-UNITS
           SUBTRACT TRN-AMOUNT   FROM PORT-TOTAL-COST

           REWRITE PORT-RECORD
               INVALID KEY
                   MOVE 'Error updating portfolio' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-REWRITE
           .

      *----------------------------------------------------------------*
      * The lots a delivery drew down are put back from its LOTCONS
      * entries and their cost returns to the book. No gain was
      * booked, so none comes off.
      *----------------------------------------------------------------*
       2495-REVERSE-DELIVER-FREE.
           PERFORM 2425-RESTORE-CONSUMED-LOTS
           IF ERR-TEXT NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE TRN-PORTFOLIO-ID TO PORT-ID
           READ PORTFOLIO-FILE
               INVALID KEY
                   MOVE 'Portfolio not found for reversal' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-READ

           ADD WS-RESTORED-QUANTITY   TO PORT-TOTAL-UNITS
           ADD WS-RESTORED-COST-BASIS TO PORT-TOTAL-COST

           REWRITE PORT-RECORD
               INVALID KEY
                   MOVE 'Error updating portfolio' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-REWRITE
           .

       3000-TERMINATE.
           CLOSE TRANSACTION-FILE
                 PORTFOLIO-FILE
                 CURRENT-POSITION-FILE
                 WASH-MEMO-FILE
                 CURRENCY-CASH-FILE
                 PURCHASED-ACCRUED-FILE
                 RMD-YEAR-FILE

           IF WS-WHT-AVAILABLE
               CLOSE WITHHOLDING-RATE-FILE
