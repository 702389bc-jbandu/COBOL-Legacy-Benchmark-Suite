      *              ex-coupon at a period end just after a coupon
      *              paid. A missing accrual file snapshots without
      *              accrued, as before.
      * 2026-10-15 - The true-up now adds the unrealized gain or loss
      *              POSVAL00 last marked on each of the portfolio's
      *              open FXFWD forward contracts, so the month-end
      *              PORT-TOTAL-VALUE agrees with the nightly figure.
      *              A missing forward file rolls holdings alone.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MECLS00.
               RECORD KEY IS ACR-KEY
               FILE STATUS IS WS-ACR-STATUS.

           SELECT FX-FORWARD-FILE
               ASSIGN TO FXFWD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FWD-KEY
               FILE STATUS IS WS-FWD-STATUS.

           SELECT BATCH-CONTROL-FILE
               ASSIGN TO BCHCTL
               ORGANIZATION IS INDEXED
       FD  ACCRUED-INTEREST-FILE.
       COPY ACRINT.

       FD  FX-FORWARD-FILE.
           COPY FXFWD.

       FD  BATCH-CONTROL-FILE.
           COPY BCHCTL.

           05  WS-PORT-STATUS          PIC X(2).
           05  WS-SNAP-STATUS          PIC X(2).
           05  WS-ACR-STATUS           PIC X(2).
           05  WS-FWD-STATUS           PIC X(2).
           05  WS-BCT-STATUS           PIC X(2).

       01  WS-CONSTANTS.
           05  WS-ACR-AVAILABLE-SW     PIC X(1) VALUE 'N'.
               88  WS-ACR-AVAILABLE         VALUE 'Y'.
               88  WS-ACR-UNAVAILABLE       VALUE 'N'.
           05  WS-FWD-AVAILABLE-SW     PIC X(1) VALUE 'N'.
               88  WS-FWD-AVAILABLE         VALUE 'Y'.
               88  WS-FWD-UNAVAILABLE       VALUE 'N'.
           05  WS-FWD-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-FWD-EOF               VALUE 'Y'.
               88  WS-FWD-MORE              VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           ELSE
               SET WS-ACR-UNAVAILABLE TO TRUE
           END-IF

      *    Likewise the forward file, which only exists once the desk
      *    has dealt a contract.
           OPEN INPUT FX-FORWARD-FILE
           IF WS-FWD-STATUS = '00'
               SET WS-FWD-AVAILABLE TO TRUE
           ELSE
               SET WS-FWD-UNAVAILABLE TO TRUE
           END-IF
           .

       1200-INIT-CHECKPOINT.
                   EXIT PARAGRAPH
           END-READ

           IF WS-FWD-AVAILABLE
               PERFORM 2310-ADD-OPEN-FORWARDS
           END-IF

           MOVE WS-PORTFOLIO-VALUE TO PORT-TOTAL-VALUE
           MOVE WS-PORTFOLIO-COST  TO PORT-TOTAL-COST
           MOVE WS-PORTFOLIO-UNITS TO PORT-TOTAL-UNITS
           ADD 1 TO WS-PORTFOLIOS-ROLLED
           .

      *----------------------------------------------------------------*
      * Open forwards carry at the mark POSVAL00 struck last night;
      * contracts FWDSTL00 settled after today's close are already
      * in cash and no longer open.
      *----------------------------------------------------------------*
       2310-ADD-OPEN-FORWARDS.
           SET WS-FWD-MORE TO TRUE
           MOVE WS-CURRENT-PORTFOLIO TO FWD-PORTFOLIO-ID
           MOVE LOW-VALUES           TO FWD-CONTRACT-ID
           START FX-FORWARD-FILE KEY NOT LESS THAN FWD-KEY
               INVALID KEY
                   SET WS-FWD-EOF TO TRUE
           END-START

           PERFORM 2320-ADD-ONE-FORWARD
               UNTIL WS-FWD-EOF
           .

       2320-ADD-ONE-FORWARD.
           READ FX-FORWARD-FILE NEXT RECORD
               AT END
                   SET WS-FWD-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF FWD-PORTFOLIO-ID NOT = WS-CURRENT-PORTFOLIO
               SET WS-FWD-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF FWD-OPEN
               ADD FWD-MTM-BASE TO WS-PORTFOLIO-VALUE
           END-IF
           .

       3000-TERMINATE.
           PERFORM 3100-UPDATE-COMPLETION
           PERFORM 3200-CLOSE-FILES
           IF WS-ACR-AVAILABLE
               CLOSE ACCRUED-INTEREST-FILE
           END-IF

           IF WS-FWD-AVAILABLE
               CLOSE FX-FORWARD-FILE
           END-IF
           .

       3300-DISPLAY-STATS.
