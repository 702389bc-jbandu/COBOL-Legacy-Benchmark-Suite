      *              value, the unpriced path). Entries operations
      *              approved or corrected through PRCAPP00 apply
      *              first and come off the pending file.
      * 2026-10-15 - Every price accepted into the revaluation is also
      *              written to the dated PRCHIST price history file
      *              (PRCMEM keeps only the latest), giving the
      *              monthly risk report a series to work from.
      * 2026-10-15 - Open FX forward contracts on the FXFWD file are
      *              marked to market as each portfolio is re-totaled:
      *              both legs translated to base through FXRATES,
      *              the difference written back to FWD-MTM-BASE and
      *              carried in PORT-TOTAL-VALUE as unrealized gain
      *              or loss. A contract due today is left to
      *              FWDSTL00, which settles it after the close.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSVAL00.
               RECORD KEY IS FXR-KEY
               FILE STATUS IS WS-FXR-STATUS.

           SELECT FX-FORWARD-FILE
               ASSIGN TO FXFWD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FWD-KEY
               FILE STATUS IS WS-FWD-STATUS.

           SELECT PRICE-MEMORY-FILE
               ASSIGN TO PRCMEM
               ORGANIZATION IS INDEXED
               RECORD KEY IS SEC-KEY
               FILE STATUS IS WS-SEC-STATUS.

           SELECT PRICE-HISTORY-FILE
               ASSIGN TO PRCHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRH-KEY
               FILE STATUS IS WS-PRH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRICE-FILE
       FD  FX-RATE-FILE.
           COPY FXRATE.

       FD  FX-FORWARD-FILE.
           COPY FXFWD.

       FD  PRICE-MEMORY-FILE.
       COPY PRCMEM.

       FD  SECURITY-MASTER.
       COPY SECMSTR.

       FD  PRICE-HISTORY-FILE.
       COPY PRCHIST.

       WORKING-STORAGE SECTION.
           COPY BCHCON.
           COPY ERRHAND.
           05  WS-PTL-STATUS           PIC X(2).
           05  WS-PPD-STATUS           PIC X(2).
           05  WS-SEC-STATUS           PIC X(2).
           05  WS-PRH-STATUS           PIC X(2).
           05  WS-FWD-STATUS           PIC X(2).

       01  WS-CONSTANTS.
      *    POSVAL00's own position in PRCSEQ's STANDARD-SEQUENCES --
           05  WS-PRICE-HELD-SW        PIC X(1) VALUE 'N'.
               88  WS-PRICE-HELD            VALUE 'Y'.
               88  WS-PRICE-CLEAN           VALUE 'N'.
           05  WS-FWD-AVAILABLE-SW     PIC X(1) VALUE 'N'.
               88  WS-FWD-AVAILABLE         VALUE 'Y'.
               88  WS-FWD-UNAVAILABLE       VALUE 'N'.
           05  WS-FWD-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-FWD-EOF               VALUE 'Y'.
               88  WS-FWD-MORE              VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-PORTFOLIO    PIC X(8).
           05  WS-PORTFOLIO-VALUE      PIC S9(13)V9(2) COMP-3.
           05  WS-FX-RATE              PIC S9(7)V9(8) COMP-3.
           05  WS-FWD-CURRENCY         PIC X(3).
           05  WS-FWD-BUY-RATE         PIC S9(7)V9(8) COMP-3.
           05  WS-FWD-SELL-RATE        PIC S9(7)V9(8) COMP-3.

      *----------------------------------------------------------------*
      * Price validation work fields.
           05  WS-PRICES-HELD          PIC 9(5) COMP VALUE 0.
           05  WS-PRICES-APPLIED-PEND  PIC 9(5) COMP VALUE 0.
           05  WS-PENDING-OPEN         PIC 9(5) COMP VALUE 0.
           05  WS-HISTORY-WRITTEN      PIC 9(7) COMP VALUE 0.
           05  WS-FORWARDS-VALUED      PIC 9(7) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(7) COMP VALUE 0.

      *----------------------------------------------------------------*
               MOVE 'Error opening security master' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O PRICE-HISTORY-FILE
           IF WS-PRH-STATUS NOT = '00' AND '05'
               MOVE 'Error opening price history file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

      *    The forward file only exists once the desk has dealt a
      *    contract -- portfolios re-total from their holdings alone
      *    when it is absent, rather than failing the stream.
           OPEN I-O FX-FORWARD-FILE
           IF WS-FWD-STATUS = '00'
               SET WS-FWD-AVAILABLE TO TRUE
           ELSE
               SET WS-FWD-UNAVAILABLE TO TRUE
           END-IF
           .

       1200-INIT-CHECKPOINT.
           MOVE PPD-INVESTMENT-ID  TO PRM-INVESTMENT-ID
           MOVE PPD-APPROVED-PRICE TO WS-MEM-PRICE
           PERFORM 2190-UPDATE-PRICE-MEMORY
           SET PRH-SOURCE-APPROVED TO TRUE
           PERFORM 2195-WRITE-PRICE-HISTORY

           DELETE PENDING-PRICE-FILE
               INVALID KEY
           MOVE PRC-INVESTMENT-ID TO PRM-INVESTMENT-ID
           MOVE PRC-PRICE         TO WS-MEM-PRICE
           PERFORM 2190-UPDATE-PRICE-MEMORY
           SET PRH-SOURCE-VENDOR TO TRUE
           PERFORM 2195-WRITE-PRICE-HISTORY
           .

       2150-VALIDATE-VENDOR-PRICE.
           END-REWRITE
           .

      *----------------------------------------------------------------*
      * The accepted price also lands on the dated history, keyed
      * security/date (the caller sets PRM-INVESTMENT-ID,
      * WS-MEM-PRICE and PRH-SOURCE). A second price for the same
      * security on the same date -- an approved pending entry
      * followed by a fresh vendor price -- replaces the first, the
      * same last-one-wins rule the price table itself follows.
      *----------------------------------------------------------------*
       2195-WRITE-PRICE-HISTORY.
           MOVE PRM-INVESTMENT-ID TO PRH-INVESTMENT-ID
           MOVE WS-CURRENT-DATE-X TO PRH-PRICE-DATE
           MOVE WS-MEM-PRICE      TO PRH-PRICE
           MOVE SPACES            TO PRH-FILLER

           WRITE PRICE-HISTORY-RECORD
               INVALID KEY
                   REWRITE PRICE-HISTORY-RECORD
                       INVALID KEY
                           MOVE 'Error writing price history'
                             TO ERR-TEXT
                           PERFORM 9000-ERROR-ROUTINE
                           EXIT PARAGRAPH
                   END-REWRITE
           END-WRITE

           ADD 1 TO WS-HISTORY-WRITTEN
           .

      *----------------------------------------------------------------*
      * Walk every holding on the current-position view. The view is
      * keyed portfolio/investment, so holdings for one portfolio
                   EXIT PARAGRAPH
           END-READ

           IF WS-FWD-AVAILABLE
               PERFORM 2545-VALUE-OPEN-FORWARDS
           END-IF

           MOVE WS-PORTFOLIO-VALUE TO PORT-TOTAL-VALUE

           REWRITE PORT-RECORD
           ADD 1 TO WS-PORTFOLIOS-RETOTALED
           .

      *----------------------------------------------------------------*
      * The portfolio's open FX forwards are marked to market with the
      * same nightly rates the holdings translated at: what the buy
      * leg is worth in base, less what the sell leg is worth, is the
      * unrealized gain or loss the contract adds to the total. A
      * contract whose value date has come is settled by FWDSTL00
      * tonight, which books the difference as realized cash -- it
      * is left out here so the day's result is not counted twice.
      *----------------------------------------------------------------*
       2545-VALUE-OPEN-FORWARDS.
           SET WS-FWD-MORE TO TRUE
           MOVE WS-CURRENT-PORTFOLIO TO FWD-PORTFOLIO-ID
           MOVE LOW-VALUES           TO FWD-CONTRACT-ID
           START FX-FORWARD-FILE KEY NOT LESS THAN FWD-KEY
               INVALID KEY
                   SET WS-FWD-EOF TO TRUE
           END-START

           PERFORM 2546-VALUE-ONE-FORWARD
               UNTIL WS-FWD-EOF
           .

       2546-VALUE-ONE-FORWARD.
           READ FX-FORWARD-FILE NEXT RECORD
               AT END
                   SET WS-FWD-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF FWD-PORTFOLIO-ID NOT = WS-CURRENT-PORTFOLIO
               SET WS-FWD-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF NOT FWD-OPEN
           OR FWD-VALUE-DATE NOT > WS-CURRENT-DATE-X
               EXIT PARAGRAPH
           END-IF

           MOVE FWD-BUY-CURRENCY  TO WS-FWD-CURRENCY
           PERFORM 2547-FORWARD-RATE
           MOVE WS-FX-RATE        TO WS-FWD-BUY-RATE
           MOVE FWD-SELL-CURRENCY TO WS-FWD-CURRENCY
           PERFORM 2547-FORWARD-RATE
           MOVE WS-FX-RATE        TO WS-FWD-SELL-RATE

           COMPUTE FWD-MTM-BASE ROUNDED =
               (FWD-BUY-AMOUNT  * WS-FWD-BUY-RATE)
             - (FWD-SELL-AMOUNT * WS-FWD-SELL-RATE)
           MOVE WS-CURRENT-DATE-X TO FWD-MTM-DATE

           REWRITE FX-FORWARD-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'Error marking forward: '
                           FWD-PORTFOLIO-ID ' ' FWD-CONTRACT-ID
                   EXIT PARAGRAPH
           END-REWRITE

           ADD FWD-MTM-BASE TO WS-PORTFOLIO-VALUE
           ADD 1 TO WS-FORWARDS-VALUED
           .

      *    Same rule as 2525: base currency, or no rate on file,
      *    carries at rate 1.
       2547-FORWARD-RATE.
           MOVE 1 TO WS-FX-RATE

           IF WS-FWD-CURRENCY NOT = WS-BASE-CURRENCY
               MOVE WS-FWD-CURRENCY TO FXR-CURRENCY
               READ FX-RATE-FILE
                   INVALID KEY
                       ADD 1 TO WS-NO-RATE-COUNT
                   NOT INVALID KEY
                       MOVE FXR-RATE-TO-BASE TO WS-FX-RATE
               END-READ
           END-IF
           .

       3000-TERMINATE.
           PERFORM 3100-UPDATE-COMPLETION
           PERFORM 3200-CLOSE-FILES
                 TOLERANCE-FILE
                 PENDING-PRICE-FILE
                 SECURITY-MASTER
                 PRICE-HISTORY-FILE

           IF WS-FWD-AVAILABLE
               CLOSE FX-FORWARD-FILE
           END-IF
           .

       3300-DISPLAY-STATS.
           DISPLAY '  Approved prices applied:'
                   WS-PRICES-APPLIED-PEND
           DISPLAY '  Still pending review:   ' WS-PENDING-OPEN
           DISPLAY '  Price history written:  ' WS-HISTORY-WRITTEN
           DISPLAY '  FX forwards marked:     ' WS-FORWARDS-VALUED
           DISPLAY '  Errors:                 ' WS-ERROR-COUNT

           PERFORM VARYING WS-UNPRICED-IX FROM 1 BY 1
