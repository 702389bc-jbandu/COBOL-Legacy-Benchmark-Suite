      * per portfolio and firm-wide, the numbers every fixed-income
      * strategy review needs. Read-only; runs from RPTGEN00's
      * end-of-day report pack.
      *
      * Maintenance Log:
      * 2026-10-15 - Each holding now shows its yield-to-worst date
      *              beside the final maturity: the lowest of the
      *              approximate yield to maturity and the yield to
      *              each future full call on the CALLSCH schedule.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIXRPT00.
               RECORD KEY IS SEC-KEY
               FILE STATUS IS WS-SEC-STATUS.

           SELECT CALL-SCHEDULE-FILE
               ASSIGN TO CALLSCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSC-KEY
               FILE STATUS IS WS-CSC-STATUS.

           SELECT FIXED-INCOME-REPORT
               ASSIGN TO FIXRPT
               ORGANIZATION IS SEQUENTIAL
       FD  SECURITY-MASTER.
       COPY SECMSTR.

       FD  CALL-SCHEDULE-FILE.
       COPY CALLSCH.

       FD  FIXED-INCOME-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  WS-FILE-STATUS.
           05  WS-POS-STATUS           PIC X(2).
           05  WS-SEC-STATUS           PIC X(2).
           05  WS-CSC-STATUS           PIC X(2).
           05  WS-RPT-STATUS           PIC X(2).

       01  WS-SWITCHES.
           05  WS-POS-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-POS-EOF               VALUE 'Y'.
           05  WS-CSC-AVAILABLE-SW     PIC X(1) VALUE 'N'.
               88  WS-CSC-AVAILABLE         VALUE 'Y'.
           05  WS-CSC-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-CSC-EOF               VALUE 'Y'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-YIELD        PIC S9(3)V9(4) COMP-3.
           05  WS-FREQ-PER-YEAR        PIC 9(2) COMP.
           05  WS-CURRENT-PORTFOLIO    PIC X(8).
           05  WS-UNIT-PRICE           PIC S9(11)V9(6) COMP-3.
           05  WS-UNIT-COUPON          PIC S9(9)V9(4) COMP-3.
           05  WS-CALL-NUM             PIC 9(8).
           05  WS-YEARS-TO-CALL        PIC S9(3)V9(4) COMP-3.
           05  WS-CALL-YIELD           PIC S9(5)V9(4) COMP-3.
           05  WS-WORST-YIELD          PIC S9(5)V9(4) COMP-3.
           05  WS-WORST-DATE           PIC X(8).

      *----------------------------------------------------------------*
      * Maturity ladder and weighted-maturity accumulators -- one
               10  WS-HLD-YIELD        PIC ZZ9.999.
               10  FILLER              PIC X(8)  VALUE '  VALUE '.
               10  WS-HLD-VALUE        PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(6)  VALUE '  YTW '.
               10  WS-HLD-YTW-DATE     PIC X(8).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-HLD-YTW          PIC ZZ9.999-.
               10  FILLER              PIC X(38) VALUE SPACES.
           05  WS-LADDER-LINE.
               10  FILLER              PIC X(9)  VALUE '  <1Y    '.
               10  WS-LAD-UNDER-1      PIC ZZZ,ZZZ,ZZ9.99-.
               PERFORM 9000-ERROR-ROUTINE
           END-IF

      *    No schedule catalogued means no callable issues -- every
      *    bond's worst date is its final maturity.
           OPEN INPUT CALL-SCHEDULE-FILE
           IF WS-CSC-STATUS = '00'
               SET WS-CSC-AVAILABLE TO TRUE
           END-IF

           OPEN OUTPUT FIXED-INCOME-REPORT
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'Error opening fixed income report' TO ERR-TEXT
               MOVE ZERO TO WS-CURRENT-YIELD
           END-IF

           PERFORM 2200-FIND-YIELD-TO-WORST

           ADD CUR-BASE-VALUE TO WS-PRT-BUCKET(WS-BUCKET-IX)
           ADD CUR-BASE-VALUE TO WS-PRT-VALUE
           COMPUTE WS-PRT-WGT-YEARS =
           MOVE WS-YEARS-TO-MATURITY TO WS-HLD-YEARS
           MOVE WS-CURRENT-YIELD    TO WS-HLD-YIELD
           MOVE CUR-BASE-VALUE      TO WS-HLD-VALUE
           MOVE WS-WORST-DATE       TO WS-HLD-YTW-DATE
           MOVE WS-WORST-YIELD      TO WS-HLD-YTW
           WRITE REPORT-RECORD FROM WS-HOLDING-LINE
           .

      *----------------------------------------------------------------*
      * Yield to worst: the approximate yield to the final maturity
      * at redemption value, then to every future full call date on
      * the schedule (scheduled or already noticed) at its call
      * price -- annual coupon plus the pull to the redemption price
      * spread over the years remaining, over the average of the
      * redemption and market prices per unit. The lowest wins. A
      * put is the holder's option and never the worst case; a
      * partial call leaves the rest of the issue running to the
      * later date.
      *----------------------------------------------------------------*
       2200-FIND-YIELD-TO-WORST.
           MOVE SEC-MATURITY-DATE TO WS-WORST-DATE
           MOVE WS-CURRENT-YIELD  TO WS-WORST-YIELD

           IF CUR-MARKET-VALUE NOT > ZERO
           OR CUR-QUANTITY NOT > ZERO
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-UNIT-PRICE ROUNDED =
               CUR-MARKET-VALUE / CUR-QUANTITY
           COMPUTE WS-UNIT-COUPON ROUNDED =
               SEC-COUPON-AMOUNT * WS-FREQ-PER-YEAR

           IF WS-YEARS-TO-MATURITY > ZERO
           AND SEC-REDEMPTION-VALUE + WS-UNIT-PRICE > ZERO
               COMPUTE WS-WORST-YIELD ROUNDED =
                   (WS-UNIT-COUPON +
                    (SEC-REDEMPTION-VALUE - WS-UNIT-PRICE) /
                    WS-YEARS-TO-MATURITY) /
                   ((SEC-REDEMPTION-VALUE + WS-UNIT-PRICE) / 2) * 100
           END-IF

           IF NOT WS-CSC-AVAILABLE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-CSC-EOF-SW
           MOVE SEC-ID            TO CSC-SEC-ID
           MOVE WS-CURRENT-DATE-X TO CSC-EVENT-DATE
           START CALL-SCHEDULE-FILE KEY GREATER THAN CSC-KEY
               INVALID KEY
                   SET WS-CSC-EOF TO TRUE
           END-START

           PERFORM 2210-YIELD-TO-ONE-CALL
               UNTIL WS-CSC-EOF
           .

       2210-YIELD-TO-ONE-CALL.
           READ CALL-SCHEDULE-FILE NEXT RECORD
               AT END
                   SET WS-CSC-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF CSC-SEC-ID NOT = SEC-ID
           OR CSC-EVENT-DATE NOT < SEC-MATURITY-DATE
               SET WS-CSC-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF NOT CSC-TYPE-CALL
           OR CSC-CALL-PCT < 100
           OR CSC-STATUS-REDEEMED
           OR CSC-EVENT-DATE IS NOT NUMERIC
           OR CSC-PRICE + WS-UNIT-PRICE NOT > ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE CSC-EVENT-DATE TO WS-CALL-NUM
           COMPUTE WS-YEARS-TO-CALL ROUNDED =
               (FUNCTION INTEGER-OF-DATE(WS-CALL-NUM) -
                WS-TODAY-INTEGER) / 365
           IF WS-YEARS-TO-CALL NOT > ZERO
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-CALL-YIELD ROUNDED =
               (WS-UNIT-COUPON +
                (CSC-PRICE - WS-UNIT-PRICE) / WS-YEARS-TO-CALL) /
               ((CSC-PRICE + WS-UNIT-PRICE) / 2) * 100

           IF WS-CALL-YIELD < WS-WORST-YIELD
               MOVE WS-CALL-YIELD  TO WS-WORST-YIELD
               MOVE CSC-EVENT-DATE TO WS-WORST-DATE
           END-IF
           .

       3000-WRITE-PORTFOLIO-LADDER.
           MOVE WS-PRT-BUCKET(1) TO WS-LAD-UNDER-1
           MOVE WS-PRT-BUCKET(2) TO WS-LAD-1-3
           CLOSE CURRENT-POSITION-FILE
                 SECURITY-MASTER
                 FIXED-INCOME-REPORT
           IF WS-CSC-AVAILABLE
               CLOSE CALL-SCHEDULE-FILE
           END-IF

           DISPLAY 'FIXRPT00 Processing Statistics:'
           DISPLAY '  Bond holdings reported: ' WS-BONDS-REPORTED
