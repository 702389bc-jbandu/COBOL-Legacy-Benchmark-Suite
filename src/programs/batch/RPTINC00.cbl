      * income from the transaction file, one line per portfolio       *
      * with dividend, interest and combined totals, plus a firm       *
      * total line. Runs from RPTGEN00's end-of-day report pack.       *
      *                                                               *
      * A bond coupon reports net of the purchased accrued interest    *
      * PORTTRAN netted against it on the PURACR ledger -- that part   *
      * of the coupon only repays what the buyer advanced the seller.  *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT PURCHASED-ACCRUED-FILE ASSIGN TO PURACR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAC-KEY
               FILE STATUS IS WS-PAC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD             PIC X(132).

       FD  PURCHASED-ACCRUED-FILE.
       COPY PURACR.

       WORKING-STORAGE SECTION.
       01  WS-ERROR-MESSAGE         PIC X(80) VALUE SPACES.

       01  WS-FILE-STATUS.
           05  WS-TRAN-STATUS        PIC XX.
           05  WS-REPORT-STATUS      PIC XX.
           05  WS-PAC-STATUS         PIC XX.

       01  WS-SWITCHES.
           05  WS-TRAN-EOF-SW        PIC X VALUE 'N'.
           05  WS-PORT-FOUND-SW      PIC X VALUE 'N'.
               88  WS-PORT-FOUND          VALUE 'Y'.
               88  WS-PORT-NOT-FOUND      VALUE 'N'.
           05  WS-PAC-OPEN-SW        PIC X VALUE 'N'.
               88  WS-PAC-AVAILABLE       VALUE 'Y'.
           05  WS-PAC-EOF-SW         PIC X VALUE 'N'.
               88  WS-PAC-EOF             VALUE 'Y'.

       01  WS-REPORT-HEADERS.
           05  WS-HEADER1.
           05  WS-TOTAL-DIV          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-INT          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-LINE-TOTAL         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-INCOME-AMOUNT      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-NETTED-ACCRUED     PIC S9(13)V99 COMP-3 VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
               MOVE 'ERROR OPENING REPORT FILE'
                 TO WS-ERROR-MESSAGE
               PERFORM 9999-ERROR-HANDLER
           END-IF

      *    No ledger catalogued means no bond purchases have paid
      *    accrued -- coupons report gross.
           OPEN INPUT PURCHASED-ACCRUED-FILE
           IF WS-PAC-STATUS = '00'
               SET WS-PAC-AVAILABLE TO TRUE
           END-IF.

       1200-WRITE-HEADERS.
       2110-ACCUMULATE-INCOME.
           ADD 1 TO WS-INCOME-COUNT

           MOVE TRN-AMOUNT TO WS-INCOME-AMOUNT
           IF TRN-TYPE-INT AND WS-PAC-AVAILABLE
              AND TRN-INVESTMENT-ID NOT = SPACES
               PERFORM 2130-SUM-NETTED-ACCRUED
               SUBTRACT WS-NETTED-ACCRUED FROM WS-INCOME-AMOUNT
           END-IF

           IF TRN-TYPE-DIV
               ADD WS-INCOME-AMOUNT TO WS-TOTAL-DIV
           ELSE
               ADD WS-INCOME-AMOUNT TO WS-TOTAL-INT
           END-IF

           PERFORM 2120-FIND-PORTFOLIO-ENTRY

           IF WS-PORT-FOUND
               IF TRN-TYPE-DIV
                   ADD WS-INCOME-AMOUNT TO WS-PORT-DIV(WS-PORT-IX)
               ELSE
                   ADD WS-INCOME-AMOUNT TO WS-PORT-INT(WS-PORT-IX)
               END-IF
           END-IF.

               SUBTRACT 1 FROM WS-PORT-IX
           END-IF.

      *----------------------------------------------------------------*
      * Purchased accrued netted against this coupon: the holding's
      * PURACR entries carrying this IN's date and sequence.
      *----------------------------------------------------------------*
       2130-SUM-NETTED-ACCRUED.
           MOVE ZERO TO WS-NETTED-ACCRUED
           MOVE 'N' TO WS-PAC-EOF-SW

           MOVE TRN-PORTFOLIO-ID  TO PAC-PORTFOLIO-ID
           MOVE TRN-INVESTMENT-ID TO PAC-INVESTMENT-ID
           MOVE LOW-VALUES        TO PAC-BUY-DATE
           MOVE LOW-VALUES        TO PAC-BUY-SEQ
           START PURCHASED-ACCRUED-FILE KEY NOT LESS THAN PAC-KEY
               INVALID KEY SET WS-PAC-EOF TO TRUE
           END-START

           PERFORM UNTIL WS-PAC-EOF
               READ PURCHASED-ACCRUED-FILE NEXT RECORD
                   AT END SET WS-PAC-EOF TO TRUE
               END-READ
               IF NOT WS-PAC-EOF
                   IF PAC-PORTFOLIO-ID  NOT = TRN-PORTFOLIO-ID
                   OR PAC-INVESTMENT-ID NOT = TRN-INVESTMENT-ID
                       SET WS-PAC-EOF TO TRUE
                   ELSE
                       IF PAC-NETTED
                          AND PAC-NET-DATE = TRN-DATE
                          AND PAC-NET-SEQ  = TRN-SEQUENCE-NO
                           ADD PAC-ACCRUED-AMT TO WS-NETTED-ACCRUED
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       2200-WRITE-DETAIL.
           PERFORM VARYING WS-PORT-IX FROM 1 BY 1
                   UNTIL WS-PORT-IX > WS-PORT-COUNT

       3000-CLEANUP.
           CLOSE TRANSACTION-FILE
                REPORT-FILE

           IF WS-PAC-AVAILABLE
               CLOSE PURCHASED-ACCRUED-FILE
           END-IF.

       9999-ERROR-HANDLER.
           DISPLAY WS-ERROR-MESSAGE
