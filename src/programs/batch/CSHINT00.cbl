      * The register report lists every accrual before it posts, the
      * same pre-post review FEEBIL00's fee register gives the
      * billing run.
      *
      * Maintenance Log:
      * 2026-10-15 - Margin accounts (MGNACT) are charged the margin
      *              interest MGNCAL00 accrued daily at the account's
      *              own rate, posted as the FE charge and reset, in
      *              place of the card's debit rate. The margin
      *              file is optional; without it every overdraft
      *              pays the card rate as before.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSHINT00.
               RECORD KEY IS PORT-ID
               FILE STATUS IS WS-PORT-STATUS.

           SELECT MARGIN-ACCOUNT-FILE
               ASSIGN TO MGNACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MGN-KEY
               FILE STATUS IS WS-MGN-STATUS.

           SELECT RATE-PARM-FILE
               ASSIGN TO CSHRATE
               ORGANIZATION IS SEQUENTIAL
           BLOCK CONTAINS 0 RECORDS.
       COPY PORTFLIO.

       FD  MARGIN-ACCOUNT-FILE.
       COPY MGNACT.

       FD  RATE-PARM-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  WS-FILE-STATUS.
           05  WS-PORT-STATUS          PIC X(2).
           05  WS-MGN-STATUS           PIC X(2).
           05  WS-RATE-STATUS          PIC X(2).
           05  WS-TRAN-STATUS          PIC X(2).
           05  WS-RPT-STATUS           PIC X(2).
       01  WS-SWITCHES.
           05  WS-PORT-EOF-SW          PIC X(1) VALUE 'N'.
               88  WS-PORT-EOF              VALUE 'Y'.
           05  WS-MGN-AVAIL-SW         PIC X(1) VALUE 'N'.
               88  WS-MGN-AVAILABLE         VALUE 'Y'.
               88  WS-MGN-UNAVAILABLE       VALUE 'N'.
           05  WS-MARGIN-SW            PIC X(1) VALUE 'N'.
               88  WS-MARGIN-ACCOUNT        VALUE 'Y'.
               88  WS-NOT-MARGIN-ACCOUNT    VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-PORTFOLIOS-READ      PIC 9(7) COMP VALUE 0.
           05  WS-CREDITS-GENERATED    PIC 9(5) COMP VALUE 0.
           05  WS-CHARGES-GENERATED    PIC 9(5) COMP VALUE 0.
           05  WS-MARGIN-CHARGES       PIC 9(5) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       01  WS-REPORT-LINES.
               PERFORM 9000-ERROR-ROUTINE
           END-IF

      *    Only portfolios under a margin agreement have an entry;
      *    with no margin file every overdraft pays the card rate.
           OPEN I-O MARGIN-ACCOUNT-FILE
           IF WS-MGN-STATUS = '00'
               SET WS-MGN-AVAILABLE TO TRUE
           ELSE
               SET WS-MGN-UNAVAILABLE TO TRUE
           END-IF

           OPEN INPUT RATE-PARM-FILE
           IF WS-RATE-STATUS NOT = '00'
               MOVE 'Cash interest rate card is required' TO ERR-TEXT
               EXIT PARAGRAPH
           END-IF

      *    A margin account's interest was accrued day by day on its
      *    debit balance and is owed whatever the cash is tonight.
           PERFORM 2050-CHECK-MARGIN-ACCOUNT
           IF WS-MARGIN-ACCOUNT
               PERFORM 2300-POST-MARGIN-INTEREST
           END-IF

           IF PORT-CASH-BALANCE = ZERO
               EXIT PARAGRAPH
           END-IF
           IF PORT-CASH-BALANCE > ZERO
               PERFORM 2100-ACCRUE-CREDIT-INTEREST
           ELSE
               IF WS-NOT-MARGIN-ACCOUNT
                   PERFORM 2200-ACCRUE-DEBIT-INTEREST
               END-IF
           END-IF
           .

       2050-CHECK-MARGIN-ACCOUNT.
           SET WS-NOT-MARGIN-ACCOUNT TO TRUE
           IF WS-MGN-UNAVAILABLE
               EXIT PARAGRAPH
           END-IF

           MOVE PORT-ID TO MGN-PORTFOLIO-ID
           READ MARGIN-ACCOUNT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           SET WS-MARGIN-ACCOUNT TO TRUE
           .

      *----------------------------------------------------------------*
           END-IF
           .

      *----------------------------------------------------------------*
      * The month's margin interest as MGNCAL00 accrued it; posted as
      * the FE charge and the accrual starts again from zero.
      *----------------------------------------------------------------*
       2300-POST-MARGIN-INTEREST.
           IF MGN-ACCRUED-INT <= ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE MGN-ACCRUED-INT TO WS-INTEREST-AMOUNT
           MOVE 'MARGIN' TO WS-REG-TYPE
           PERFORM 2500-WRITE-REGISTER-LINE

           PERFORM 2700-WRITE-CHARGE-TRANSACTION
           IF ERR-TEXT NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MARGIN-CHARGES

           MOVE ZERO TO MGN-ACCRUED-INT
           MOVE FUNCTION CURRENT-DATE TO MGN-LAST-MAINT-DATE
           MOVE 'CSHINT00' TO MGN-LAST-MAINT-USER
           REWRITE MARGIN-ACCOUNT-RECORD
               INVALID KEY
                   MOVE 'Error resetting margin interest' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-REWRITE
           .

       2500-WRITE-REGISTER-LINE.
           MOVE PORT-ID            TO WS-REG-PORTFOLIO
           MOVE PORT-CASH-BALANCE  TO WS-REG-BALANCE
                 TRANSACTION-FILE
                 REGISTER-REPORT
                 BATCH-CONTROL-FILE
           IF WS-MGN-AVAILABLE
               CLOSE MARGIN-ACCOUNT-FILE
           END-IF

           DISPLAY 'CSHINT00 Processing Statistics:'
           DISPLAY '  Portfolios read:    ' WS-PORTFOLIOS-READ
           DISPLAY '  Credits generated:  ' WS-CREDITS-GENERATED
           DISPLAY '  Charges generated:  ' WS-CHARGES-GENERATED
           DISPLAY '  Margin charges:     ' WS-MARGIN-CHARGES
           DISPLAY '  Errors:             ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
