      * posted WD without one here is a hard error, not a skip.
      * A header/trailer envelope with a count and amount total
      * wraps the extract for the bank's own balancing.
      *
      * Maintenance Log:
      * 2026-10-15 - A portfolio with a payee bank detail change
      *              still pending on PAYCHG keeps paying to the
      *              instruction already verified; with PAYPARM hold
      *              mode H its withdrawals go to PAYHOLD instead,
      *              and are released to the extract at the then
      *              current instruction on the first run after the
      *              change goes live or is cancelled.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYEXT00.
               RECORD KEY IS PAY-KEY
               FILE STATUS IS WS-PAY-STATUS.

           SELECT PARM-FILE
               ASSIGN TO PAYPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PAYEE-CHANGE-FILE
               ASSIGN TO PAYCHG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PYC-KEY
               FILE STATUS IS WS-PYC-STATUS.

           SELECT HELD-PAYMENT-FILE
               ASSIGN TO PAYHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHD-KEY
               FILE STATUS IS WS-PHD-STATUS.

           SELECT PAYMENT-EXTRACT-FILE
               ASSIGN TO PAYEXT
               ORGANIZATION IS SEQUENTIAL
       FD  PAYEE-FILE.
       COPY PAYEE.

       FD  PARM-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PAYPARM.

       FD  PAYEE-CHANGE-FILE.
       COPY PAYCHG.

       FD  HELD-PAYMENT-FILE.
       COPY PAYHLD.

       FD  PAYMENT-EXTRACT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           05  WS-TRAN-STATUS          PIC X(2).
           05  WS-PAY-STATUS           PIC X(2).
           05  WS-EXT-STATUS           PIC X(2).
           05  WS-PARM-STATUS          PIC X(2).
           05  WS-PYC-STATUS           PIC X(2).
           05  WS-PHD-STATUS           PIC X(2).
           05  WS-BCT-STATUS           PIC X(2).

       01  WS-CONSTANTS.
       01  WS-SWITCHES.
           05  WS-TRAN-EOF-SW          PIC X(1) VALUE 'N'.
               88  WS-TRAN-EOF              VALUE 'Y'.
           05  WS-PHD-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-PHD-EOF               VALUE 'Y'.
           05  WS-PYC-AVAIL-SW         PIC X(1) VALUE 'N'.
               88  WS-PYC-AVAILABLE         VALUE 'Y'.
               88  WS-PYC-UNAVAILABLE       VALUE 'N'.
           05  WS-CHANGE-PENDING-SW    PIC X(1) VALUE 'N'.
               88  WS-CHANGE-PENDING        VALUE 'Y'.
               88  WS-NO-CHANGE-PENDING     VALUE 'N'.
      *    What happens to a withdrawal while its portfolio's payee
      *    change is pending; the PAYPARM record overrides.
           05  WS-HOLD-MODE-SW         PIC X(1) VALUE 'O'.
               88  WS-PAY-PRIOR             VALUE 'O'.
               88  WS-HOLD-PAYMENTS         VALUE 'H'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-WD-READ              PIC 9(7) COMP VALUE 0.
           05  WS-PAYMENTS-WRITTEN     PIC 9(7) COMP VALUE 0.
           05  WS-MISSING-PAYEE        PIC 9(5) COMP VALUE 0.
           05  WS-PAID-PRIOR           PIC 9(5) COMP VALUE 0.
           05  WS-PAYMENTS-HELD        PIC 9(5) COMP VALUE 0.
           05  WS-PAYMENTS-RELEASED    PIC 9(5) COMP VALUE 0.
           05  WS-AMOUNT-TOTAL         PIC S9(15)V9(2) COMP-3
                                       VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           MOVE LOW-VALUES TO PHD-KEY
           START HELD-PAYMENT-FILE KEY NOT LESS THAN PHD-KEY
               INVALID KEY
                   SET WS-PHD-EOF TO TRUE
           END-START

           PERFORM 1500-RELEASE-HELD-PAYMENT
               UNTIL WS-PHD-EOF

           PERFORM 2000-EXTRACT-WITHDRAWALS
               UNTIL WS-TRAN-EOF

               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
               IF WS-PARM-STATUS = '00'
                   IF PPM-PAY-PRIOR OR PPM-HOLD-PAYMENTS
                       MOVE PPM-HOLD-MODE TO WS-HOLD-MODE-SW
                   END-IF
               END-IF
               CLOSE PARM-FILE
           END-IF

      *    No change file means no change is pending anywhere.
           OPEN INPUT PAYEE-CHANGE-FILE
           IF WS-PYC-STATUS = '00'
               SET WS-PYC-AVAILABLE TO TRUE
           ELSE
               SET WS-PYC-UNAVAILABLE TO TRUE
           END-IF

      *    The held payment file is created by the first payment
      *    held.
           OPEN I-O HELD-PAYMENT-FILE
           IF WS-PHD-STATUS NOT = '00' AND '05'
               MOVE 'Error opening held payment file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT PAYMENT-EXTRACT-FILE
           IF WS-EXT-STATUS NOT = '00'
               MOVE 'Error opening payment extract' TO ERR-TEXT
           END-REWRITE
           .

      *----------------------------------------------------------------*
      * Held payments go ahead of the day's withdrawals. One whose
      * portfolio no longer has a change pending -- or any, once
      * hold mode is off -- is paid at the instruction now on PAYEE
      * and stamped released. It stays on file for the day so a
      * rerun extracts it again, and is dropped on a later day's run.
      *----------------------------------------------------------------*
       1500-RELEASE-HELD-PAYMENT.
           READ HELD-PAYMENT-FILE NEXT RECORD
               AT END
                   SET WS-PHD-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF PHD-RELEASED-DATE NOT = SPACES
               IF PHD-RELEASED-DATE < WS-CURRENT-DATE-X
                   DELETE HELD-PAYMENT-FILE
                       INVALID KEY
                           MOVE 'Error dropping released payment'
                             TO ERR-TEXT
                           PERFORM 9000-ERROR-ROUTINE
                   END-DELETE
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE PHD-PORTFOLIO-ID TO PYC-PORTFOLIO-ID
               PERFORM 2500-CHECK-PENDING-CHANGE
               IF WS-CHANGE-PENDING AND WS-HOLD-PAYMENTS
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE PHD-PORTFOLIO-ID TO PAY-PORTFOLIO-ID
           READ PAYEE-FILE
               INVALID KEY
                   ADD 1 TO WS-MISSING-PAYEE
                   MOVE 'Held payment without payee instruction'
                     TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-READ

           IF NOT PAY-STATUS-VERIFIED
               ADD 1 TO WS-MISSING-PAYEE
               MOVE 'Held payment with unverified payee' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO PAYMENT-EXTRACT-RECORD
           SET PXT-TYPE-PAYMENT TO TRUE
           MOVE PHD-PORTFOLIO-ID  TO PXT-PORTFOLIO-ID
           MOVE PAY-PAYEE-NAME    TO PXT-PAYEE-NAME
           MOVE PAY-BANK-ROUTING  TO PXT-BANK-ROUTING
           MOVE PAY-BANK-ACCOUNT  TO PXT-BANK-ACCOUNT
           MOVE PHD-AMOUNT        TO PXT-AMOUNT
           MOVE PHD-VALUE-DATE    TO PXT-VALUE-DATE
           STRING PHD-TRN-DATE      DELIMITED BY SIZE
                  PHD-SEQUENCE-NO   DELIMITED BY SIZE
             INTO PXT-REFERENCE

           WRITE PAYMENT-EXTRACT-RECORD
           IF WS-EXT-STATUS NOT = '00'
               MOVE 'Error writing payment record' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-PAYMENTS-WRITTEN
           ADD 1 TO WS-PAYMENTS-RELEASED
           ADD PHD-AMOUNT TO WS-AMOUNT-TOTAL

           IF PHD-RELEASED-DATE = SPACES
               MOVE WS-CURRENT-DATE-X TO PHD-RELEASED-DATE
               REWRITE HELD-PAYMENT-RECORD
                   INVALID KEY
                       MOVE 'Error releasing held payment' TO ERR-TEXT
                       PERFORM 9000-ERROR-ROUTINE
               END-REWRITE
           END-IF
           .

       2000-EXTRACT-WITHDRAWALS.
           READ TRANSACTION-FILE
               AT END
               EXIT PARAGRAPH
           END-IF

      *    PAYEE still carries the verified instruction while a change
      *    is pending, so paying on is paying to the prior details.
           MOVE TRN-PORTFOLIO-ID TO PYC-PORTFOLIO-ID
           PERFORM 2500-CHECK-PENDING-CHANGE
           IF WS-CHANGE-PENDING
               IF WS-HOLD-PAYMENTS
                   PERFORM 2600-HOLD-PAYMENT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PAID-PRIOR
           END-IF

           MOVE SPACES TO PAYMENT-EXTRACT-RECORD
           SET PXT-TYPE-PAYMENT TO TRUE
           MOVE TRN-PORTFOLIO-ID  TO PXT-PORTFOLIO-ID
           ADD TRN-AMOUNT TO WS-AMOUNT-TOTAL
           .

      *    Caller sets PYC-PORTFOLIO-ID.
       2500-CHECK-PENDING-CHANGE.
           SET WS-NO-CHANGE-PENDING TO TRUE
           IF WS-PYC-UNAVAILABLE
               EXIT PARAGRAPH
           END-IF

           READ PAYEE-CHANGE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CHANGE-PENDING TO TRUE
           END-READ
           .

      *    A rerun finds the withdrawal already held and leaves it.
       2600-HOLD-PAYMENT.
           INITIALIZE HELD-PAYMENT-RECORD
           MOVE TRN-PORTFOLIO-ID    TO PHD-PORTFOLIO-ID
           MOVE TRN-DATE            TO PHD-TRN-DATE
           MOVE TRN-SEQUENCE-NO     TO PHD-SEQUENCE-NO
           MOVE TRN-AMOUNT          TO PHD-AMOUNT
           MOVE TRN-SETTLEMENT-DATE TO PHD-VALUE-DATE
           MOVE WS-CURRENT-DATE-X   TO PHD-HELD-DATE
           MOVE SPACES              TO PHD-RELEASED-DATE
           WRITE HELD-PAYMENT-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           ADD 1 TO WS-PAYMENTS-HELD
           .

       3000-WRITE-TRAILER.
           MOVE SPACES TO PAYMENT-EXTRACT-RECORD
           SET PXT-TYPE-TRAILER TO TRUE

           CLOSE TRANSACTION-FILE
                 PAYEE-FILE
                 HELD-PAYMENT-FILE
                 PAYMENT-EXTRACT-FILE
                 BATCH-CONTROL-FILE
           IF WS-PYC-AVAILABLE
               CLOSE PAYEE-CHANGE-FILE
           END-IF

           DISPLAY 'PAYEXT00 Processing Statistics:'
           DISPLAY '  Withdrawals read:     ' WS-WD-READ
           DISPLAY '  Payments written:     ' WS-PAYMENTS-WRITTEN
           DISPLAY '  Missing payee data:   ' WS-MISSING-PAYEE
           DISPLAY '  Paid prior payee:     ' WS-PAID-PRIOR
           DISPLAY '  Payments held:        ' WS-PAYMENTS-HELD
           DISPLAY '  Held payments paid:   ' WS-PAYMENTS-RELEASED
           DISPLAY '  Errors:               ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
