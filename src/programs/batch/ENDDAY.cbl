      * 2026-08-22 - CTLRCN00 pipeline control reconciliation joined
      *              just before ENDDAY; the day now runs seventeen
      *              jobs.
      * 2026-10-15 - Day orders still working on the ORDBOOK order
      *              book at the close are expired (2150); GTC orders
      *              stay working. A missing order book is tolerated.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENDDAY.
               RECORD KEY IS BCT-KEY
               FILE STATUS IS WS-BCT-STATUS.

           SELECT ORDER-BOOK-FILE
               ASSIGN TO ORDBOOK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-KEY
               FILE STATUS IS WS-ORD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BATCH-CONTROL-FILE.
           COPY BCHCTL.

       FD  ORDER-BOOK-FILE.
           COPY ORDBOOK.

       WORKING-STORAGE SECTION.
           COPY BCHCON.
           COPY ERRHAND.
       01  WS-CYCLE-NO             PIC 9(2) VALUE 1.
       01  WS-FILE-STATUS.
           05  WS-BCT-STATUS           PIC X(2).
           05  WS-ORD-STATUS           PIC X(2).

       01  WS-SWITCHES.
           05  WS-ORD-AVAIL-SW         PIC X(1) VALUE 'N'.
               88  WS-ORD-AVAILABLE        VALUE 'Y'.
               88  WS-ORD-UNAVAILABLE      VALUE 'N'.
           05  WS-ORD-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-ORD-EOF              VALUE 'Y'.

       01  WS-CONSTANTS.
      *    ENDDAY is the last job of SEQ-END-OF-DAY in PRCSEQ.cpy.
           05  WS-DONE-COUNT            PIC 9(4) COMP VALUE 0.
           05  WS-INCOMPLETE-COUNT      PIC 9(4) COMP VALUE 0.
           05  WS-ERROR-COUNT           PIC 9(4) COMP VALUE 0.
           05  WS-ORDERS-EXPIRED        PIC 9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
               PERFORM 9000-ERROR-ROUTINE
           END-IF

      *    The order book only exists once order management is
      *    in use; without it there are simply no day orders to
      *    expire.
           OPEN I-O ORDER-BOOK-FILE
           IF WS-ORD-STATUS = '00'
               SET WS-ORD-AVAILABLE TO TRUE
           ELSE
               SET WS-ORD-UNAVAILABLE TO TRUE
           END-IF

           ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
           PERFORM 1100-INIT-CHECKPOINT
           .

       2000-PROCESS.
           PERFORM 2100-VERIFY-JOB-STATUSES
           IF WS-ORD-AVAILABLE
               PERFORM 2150-EXPIRE-DAY-ORDERS
           END-IF
           PERFORM 2200-ADVANCE-PROCESSING-DATE
           PERFORM 2300-WRITE-STATUS-SUMMARY
           .
           END-IF
           .

      *----------------------------------------------------------------*
      * A day order is good for its order date only: any still open
      * or partially filled at the close expires, its unfilled
      * balance withdrawn. Fills already taken stay booked, and the
      * broker's fills for the order date arriving tomorrow still
      * match to it.
      *----------------------------------------------------------------*
       2150-EXPIRE-DAY-ORDERS.
           MOVE LOW-VALUES TO ORD-KEY
           START ORDER-BOOK-FILE KEY NOT LESS THAN ORD-KEY
               INVALID KEY
                   SET WS-ORD-EOF TO TRUE
           END-START

           PERFORM 2160-EXPIRE-ONE-ORDER
               UNTIL WS-ORD-EOF
           .

       2160-EXPIRE-ONE-ORDER.
           READ ORDER-BOOK-FILE NEXT RECORD
               AT END
                   SET WS-ORD-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF NOT ORD-WORKING
           OR NOT ORD-TIF-DAY
           OR ORD-ORDER-DATE > WS-PROCESS-DATE-X
               EXIT PARAGRAPH
           END-IF

           SET ORD-EXPIRED          TO TRUE
           MOVE WS-PROCESS-DATE-X   TO ORD-CLOSE-DATE
           MOVE FUNCTION CURRENT-DATE TO ORD-LAST-MAINT-DATE
           MOVE 'ENDDAY'            TO ORD-LAST-MAINT-USER

           REWRITE ORDER-BOOK-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'Error expiring order ' ORD-ORDER-ID
                   EXIT PARAGRAPH
           END-REWRITE

           ADD 1 TO WS-ORDERS-EXPIRED
           .

      *----------------------------------------------------------------*
      * Flips the system over to the next processing date by rolling
      * today's date forward one calendar day and persisting it in the
           DISPLAY '================================================'
           DISPLAY '  Jobs completed:   ' WS-DONE-COUNT
           DISPLAY '  Jobs incomplete:  ' WS-INCOMPLETE-COUNT
           DISPLAY '  Day orders expired: ' WS-ORDERS-EXPIRED
           DISPLAY '  Next process date: ' WS-NEXT-PROCESS-DATE
           DISPLAY '================================================'
           .

       3200-CLOSE-FILES.
           CLOSE BATCH-CONTROL-FILE
           IF WS-ORD-AVAILABLE
               CLOSE ORDER-BOOK-FILE
           END-IF
           .

       3300-DISPLAY-STATS.
