      *================================================================*
      * Program Name: RSKRPT00
      * Description: Monthly Portfolio Risk Report
      * Version: 1.0
      * Date: 2026
      *
      * Month-end stream job, after STMBAL00. Puts a risk number next
      * to the return PRFRPT00 reports: for every portfolio on the
      * POSCUR current-position view, the trailing annualized
      * volatility of the book as it stands today, and its beta
      * against the PORT-BENCHMARK-ID series BMKLOD00 loads.
      *
      * Method: each holding's daily price returns over the trailing
      * window come from the PRCHIST history POSVAL00 writes; they
      * are weighted by the holding's share of the portfolio's base
      * value and summed date by date into one portfolio return
      * series. The benchmark's returns come from its BMKIDX levels
      * over the same window. Volatility is the sample standard
      * deviation of the daily series scaled by the square root of
      * 252 trading days; beta is the covariance of portfolio and
      * benchmark returns on the dates both moved, over the
      * benchmark's variance.
      *
      * A portfolio with too few observations in the window (a new
      * book, or a history still filling) prints with its count and
      * no figures rather than a number built on noise.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RSKRPT00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURRENT-POSITION-FILE
               ASSIGN TO POSCUR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUR-KEY
               FILE STATUS IS WS-POS-STATUS.

           SELECT PORTFOLIO-FILE
               ASSIGN TO PORTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PORT-ID
               FILE STATUS IS WS-PORT-STATUS.

           SELECT PRICE-HISTORY-FILE
               ASSIGN TO PRCHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRH-KEY
               FILE STATUS IS WS-PRH-STATUS.

           SELECT BENCHMARK-INDEX-FILE
               ASSIGN TO BMKIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BMK-KEY
               FILE STATUS IS WS-BMK-STATUS.

           SELECT RISK-REPORT
               ASSIGN TO RSKRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT BATCH-CONTROL-FILE
               ASSIGN TO BCHCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BCT-KEY
               FILE STATUS IS WS-BCT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CURRENT-POSITION-FILE.
       COPY POSCUR.

       FD  PORTFOLIO-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PORTFLIO.

       FD  PRICE-HISTORY-FILE.
       COPY PRCHIST.

       FD  BENCHMARK-INDEX-FILE.
       COPY BMKIDX.

       FD  RISK-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD               PIC X(132).

       FD  BATCH-CONTROL-FILE.
           COPY BCHCTL.

       WORKING-STORAGE SECTION.
           COPY BCHCON.
           COPY ERRHAND.

      *    Cycle within the processing date this run belongs to --
      *    the overnight/scheduler-built sequence is cycle 1.
       01  WS-CYCLE-NO             PIC 9(2) VALUE 1.

       01  WS-FILE-STATUS.
           05  WS-POS-STATUS           PIC X(2).
           05  WS-PORT-STATUS          PIC X(2).
           05  WS-PRH-STATUS           PIC X(2).
           05  WS-BMK-STATUS           PIC X(2).
           05  WS-RPT-STATUS           PIC X(2).
           05  WS-BCT-STATUS           PIC X(2).

       01  WS-CONSTANTS.
      *    RSKRPT00's position in the SEQ-MONTH-END stream -- 14th,
      *    after STMBAL00.
           05  WS-SEQUENCE-NO          PIC 9(4) VALUE 14.
      *    Trailing window in calendar days, and the fewest daily
      *    returns a figure is printed on.
           05  WS-WINDOW-DAYS          PIC 9(3) COMP VALUE 365.
           05  WS-MIN-OBSERVATIONS     PIC 9(3) COMP VALUE 20.
           05  WS-TRADING-DAYS         PIC 9(3) COMP VALUE 252.

       01  WS-SWITCHES.
           05  WS-POS-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-POS-EOF               VALUE 'Y'.
           05  WS-HIST-EOF-SW          PIC X(1) VALUE 'N'.
               88  WS-HIST-EOF              VALUE 'Y'.
               88  WS-HIST-MORE             VALUE 'N'.
           05  WS-BMK-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-BMK-EOF               VALUE 'Y'.
               88  WS-BMK-MORE              VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                     PIC X(8).
           05  WS-CURRENT-TIME8        PIC 9(8).
           05  WS-TODAY-INTEGER        PIC S9(9) COMP.
           05  WS-START-INTEGER        PIC S9(9) COMP.
           05  WS-START-NUM            PIC 9(8).
           05  WS-START-X REDEFINES WS-START-NUM
                                       PIC X(8).
           05  WS-OBS-NUM              PIC 9(8).
           05  WS-DAY-IX               PIC 9(4) COMP.
           05  WS-CURRENT-PORTFOLIO    PIC X(8).
           05  WS-BENCHMARK-ID         PIC X(8).
           05  WS-PORT-VALUE           PIC S9(15)V99 COMP-3.
           05  WS-WEIGHT               PIC S9(3)V9(8) COMP-3.
           05  WS-PRIOR-PRICE          PIC S9(11)V9(4) COMP-3.
           05  WS-PRIOR-LEVEL          PIC S9(9)V9(4) COMP-3.
           05  WS-DAILY-RETURN         PIC S9(3)V9(8) COMP-3.

      *----------------------------------------------------------------*
      * One portfolio's holdings: investment and base value, for
      * the weights. Capped at 500 per portfolio.
      *----------------------------------------------------------------*
       01  WS-HOLDING-TABLE.
           05  WS-HLD-COUNT            PIC 9(4) COMP VALUE 0.
           05  WS-HLD-ENTRY OCCURS 500 TIMES.
               10  WS-HLD-INVESTMENT   PIC X(10).
               10  WS-HLD-VALUE        PIC S9(13)V99 COMP-3.
       01  WS-HLD-IX                   PIC 9(4) COMP.
       01  WS-HLD-MAX                  PIC 9(4) COMP VALUE 500.

      *----------------------------------------------------------------*
      * Daily return series across the window, indexed by calendar
      * day offset from the window start. A slot only counts where
      * a return actually landed on it.
      *----------------------------------------------------------------*
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 366 TIMES.
               10  WS-DAY-PORT-RET     PIC S9(3)V9(8) COMP-3.
               10  WS-DAY-PORT-SW      PIC X(1).
               10  WS-DAY-BMK-RET      PIC S9(3)V9(8) COMP-3.
               10  WS-DAY-BMK-SW       PIC X(1).
       01  WS-DAY-MAX                  PIC 9(4) COMP VALUE 366.

       01  WS-STATISTICS.
           05  WS-PORT-N               PIC 9(5) COMP.
           05  WS-PORT-SUM             PIC S9(5)V9(8) COMP-3.
           05  WS-PORT-MEAN            PIC S9(3)V9(10) COMP-3.
           05  WS-PORT-SUMSQ           PIC S9(5)V9(12) COMP-3.
           05  WS-PORT-VOL             PIC S9(5)V9(4) COMP-3.
           05  WS-PAIR-N               PIC 9(5) COMP.
           05  WS-PAIR-PORT-SUM        PIC S9(5)V9(8) COMP-3.
           05  WS-PAIR-BMK-SUM         PIC S9(5)V9(8) COMP-3.
           05  WS-PAIR-PORT-MEAN       PIC S9(3)V9(10) COMP-3.
           05  WS-PAIR-BMK-MEAN        PIC S9(3)V9(10) COMP-3.
           05  WS-PAIR-COV-SUM         PIC S9(5)V9(12) COMP-3.
           05  WS-PAIR-BMK-SUMSQ       PIC S9(5)V9(12) COMP-3.
           05  WS-BMK-VOL              PIC S9(5)V9(4) COMP-3.
           05  WS-BETA                 PIC S9(3)V9(4) COMP-3.
           05  WS-VARIANCE             PIC S9(3)V9(12) COMP-3.

       01  WS-COUNTERS.
           05  WS-PORTFOLIOS-REPORTED  PIC 9(5) COMP VALUE 0.
           05  WS-PORTFOLIOS-SHORT     PIC 9(5) COMP VALUE 0.
           05  WS-HOLDING-OVERFLOW     PIC 9(5) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       01  WS-REPORT-LINES.
           05  WS-HDR-LINE.
               10  FILLER              PIC X(30) VALUE
                   'PORTFOLIO RISK REPORT  DATE '.
               10  WS-HDR-DATE         PIC X(8).
               10  FILLER              PIC X(18) VALUE
                   '  WINDOW FROM '.
               10  WS-HDR-FROM         PIC X(8).
               10  FILLER              PIC X(68) VALUE SPACES.
           05  WS-COL-LINE.
               10  FILLER              PIC X(132) VALUE
                   'PORTFOLIO  BENCHMARK    OBS    VOLATILITY   BMK VOL
      -            'ATILITY      BETA'.
           05  WS-DETAIL-LINE.
               10  WS-DTL-PORTFOLIO    PIC X(8).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  WS-DTL-BENCHMARK    PIC X(8).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  WS-DTL-OBS          PIC ZZZZ9.
               10  FILLER              PIC X(4)  VALUE SPACES.
               10  WS-DTL-VOL          PIC ZZZ9.99.
               10  FILLER              PIC X(1)  VALUE '%'.
               10  FILLER              PIC X(7)  VALUE SPACES.
               10  WS-DTL-BMK-VOL      PIC ZZZ9.99.
               10  FILLER              PIC X(1)  VALUE '%'.
               10  FILLER              PIC X(4)  VALUE SPACES.
               10  WS-DTL-BETA         PIC -ZZ9.99.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-DTL-NOTE         PIC X(40).
               10  FILLER              PIC X(25) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-WALK-POSITIONS
               UNTIL WS-POS-EOF

           IF WS-CURRENT-PORTFOLIO NOT = SPACES
               PERFORM 3000-MEASURE-PORTFOLIO
           END-IF

           PERFORM 4000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE8)
           COMPUTE WS-START-INTEGER =
               WS-TODAY-INTEGER - WS-WINDOW-DAYS
           COMPUTE WS-START-NUM =
               FUNCTION DATE-OF-INTEGER(WS-START-INTEGER)

           OPEN INPUT CURRENT-POSITION-FILE
           IF WS-POS-STATUS NOT = '00'
               MOVE 'Error opening current position view' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT PORTFOLIO-FILE
           IF WS-PORT-STATUS NOT = '00'
               MOVE 'Error opening portfolio file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT PRICE-HISTORY-FILE
           IF WS-PRH-STATUS NOT = '00'
               MOVE 'Error opening price history file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT BENCHMARK-INDEX-FILE
           IF WS-BMK-STATUS NOT = '00'
               MOVE 'Error opening benchmark index file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT RISK-REPORT
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'Error opening risk report' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O BATCH-CONTROL-FILE
           IF WS-BCT-STATUS NOT = '00'
               MOVE 'Error opening control file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           PERFORM 1200-INIT-CHECKPOINT

           MOVE SPACES TO WS-CURRENT-PORTFOLIO
           MOVE WS-CURRENT-DATE-X TO WS-HDR-DATE
           MOVE WS-START-X        TO WS-HDR-FROM
           WRITE REPORT-RECORD FROM WS-HDR-LINE
           WRITE REPORT-RECORD FROM WS-COL-LINE
           .

       1200-INIT-CHECKPOINT.
           MOVE 'RSKRPT00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for RSKRPT00' TO
                       ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-READ

           MOVE BCT-STAT-ACTIVE   TO BCT-STATUS
           MOVE WS-CURRENT-DATE-X TO BCT-START-TIME

           REWRITE BATCH-CONTROL-RECORD
               INVALID KEY
                   MOVE 'Error updating control record' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-REWRITE
           .

      *----------------------------------------------------------------*
      * The view is keyed portfolio-first: one portfolio's holdings
      * collect into the holding table, and the break measures it.
      *----------------------------------------------------------------*
       2000-WALK-POSITIONS.
           READ CURRENT-POSITION-FILE NEXT RECORD
               AT END
                   SET WS-POS-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF NOT CUR-STATUS-ACTIVE
           OR CUR-QUANTITY = ZERO
               EXIT PARAGRAPH
           END-IF

           IF CUR-PORTFOLIO-ID NOT = WS-CURRENT-PORTFOLIO
               IF WS-CURRENT-PORTFOLIO NOT = SPACES
                   PERFORM 3000-MEASURE-PORTFOLIO
               END-IF
               MOVE CUR-PORTFOLIO-ID TO WS-CURRENT-PORTFOLIO
               MOVE ZERO TO WS-HLD-COUNT
                            WS-PORT-VALUE
           END-IF

           IF WS-HLD-COUNT NOT < WS-HLD-MAX
               ADD 1 TO WS-HOLDING-OVERFLOW
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-HLD-COUNT
           MOVE CUR-INVESTMENT-ID TO WS-HLD-INVESTMENT(WS-HLD-COUNT)
           MOVE CUR-BASE-VALUE    TO WS-HLD-VALUE(WS-HLD-COUNT)
           ADD CUR-BASE-VALUE     TO WS-PORT-VALUE
           .

      *----------------------------------------------------------------*
      * Build the portfolio's and its benchmark's daily series, then
      * strike the statistics and print the line.
      *----------------------------------------------------------------*
       3000-MEASURE-PORTFOLIO.
           INITIALIZE WS-DAY-TABLE

           MOVE WS-CURRENT-PORTFOLIO TO PORT-ID
           MOVE SPACES TO WS-BENCHMARK-ID
           READ PORTFOLIO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PORT-BENCHMARK-ID TO WS-BENCHMARK-ID
           END-READ

           IF WS-PORT-VALUE NOT = ZERO
               PERFORM 3100-ADD-HOLDING-RETURNS
                   VARYING WS-HLD-IX FROM 1 BY 1
                   UNTIL WS-HLD-IX > WS-HLD-COUNT
           END-IF

           IF WS-BENCHMARK-ID NOT = SPACES
               PERFORM 3200-LOAD-BENCHMARK-RETURNS
           END-IF

           PERFORM 3300-COMPUTE-STATISTICS
           PERFORM 3400-WRITE-RISK-LINE
           .

      *----------------------------------------------------------------*
      * One holding's price returns across the window, weighted by
      * its share of today's portfolio value, added into the day
      * slots. The first history entry in the window only seeds the
      * prior price.
      *----------------------------------------------------------------*
       3100-ADD-HOLDING-RETURNS.
           COMPUTE WS-WEIGHT ROUNDED =
               WS-HLD-VALUE(WS-HLD-IX) / WS-PORT-VALUE
           MOVE ZERO TO WS-PRIOR-PRICE
           SET WS-HIST-MORE TO TRUE

           MOVE WS-HLD-INVESTMENT(WS-HLD-IX) TO PRH-INVESTMENT-ID
           MOVE WS-START-X                   TO PRH-PRICE-DATE
           START PRICE-HISTORY-FILE KEY NOT LESS THAN PRH-KEY
               INVALID KEY
                   SET WS-HIST-EOF TO TRUE
           END-START

           PERFORM 3110-NEXT-HISTORY-PRICE
               UNTIL WS-HIST-EOF
           .

       3110-NEXT-HISTORY-PRICE.
           READ PRICE-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-HIST-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF PRH-INVESTMENT-ID NOT = WS-HLD-INVESTMENT(WS-HLD-IX)
           OR PRH-PRICE-DATE > WS-CURRENT-DATE-X
               SET WS-HIST-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF WS-PRIOR-PRICE NOT = ZERO
               COMPUTE WS-DAILY-RETURN ROUNDED =
                   (PRH-PRICE - WS-PRIOR-PRICE) / WS-PRIOR-PRICE
               PERFORM 3150-LOCATE-DAY-SLOT
               IF WS-DAY-IX > 0
                   COMPUTE WS-DAY-PORT-RET(WS-DAY-IX) ROUNDED =
                       WS-DAY-PORT-RET(WS-DAY-IX) +
                       WS-WEIGHT * WS-DAILY-RETURN
                   MOVE 'Y' TO WS-DAY-PORT-SW(WS-DAY-IX)
               END-IF
           END-IF

           MOVE PRH-PRICE TO WS-PRIOR-PRICE
           .

      *    Day slot for the observation date in WS-OBS-NUM; zero
      *    when the date falls outside the window.
       3150-LOCATE-DAY-SLOT.
           MOVE PRH-PRICE-DATE TO WS-OBS-NUM
           PERFORM 3160-SLOT-FROM-DATE
           .

       3160-SLOT-FROM-DATE.
           MOVE ZERO TO WS-DAY-IX
           IF WS-OBS-NUM IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAY-IX =
               FUNCTION INTEGER-OF-DATE(WS-OBS-NUM) -
               WS-START-INTEGER + 1
           IF WS-DAY-IX > WS-DAY-MAX
               MOVE ZERO TO WS-DAY-IX
           END-IF
           .

      *----------------------------------------------------------------*
      * The benchmark's level-to-level returns over the same window.
      *----------------------------------------------------------------*
       3200-LOAD-BENCHMARK-RETURNS.
           MOVE ZERO TO WS-PRIOR-LEVEL
           SET WS-BMK-MORE TO TRUE

           MOVE WS-BENCHMARK-ID TO BMK-INDEX-ID
           MOVE WS-START-X      TO BMK-LEVEL-DATE
           START BENCHMARK-INDEX-FILE KEY NOT LESS THAN BMK-KEY
               INVALID KEY
                   SET WS-BMK-EOF TO TRUE
           END-START

           PERFORM 3210-NEXT-BENCHMARK-LEVEL
               UNTIL WS-BMK-EOF
           .

       3210-NEXT-BENCHMARK-LEVEL.
           READ BENCHMARK-INDEX-FILE NEXT RECORD
               AT END
                   SET WS-BMK-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF BMK-INDEX-ID NOT = WS-BENCHMARK-ID
           OR BMK-LEVEL-DATE > WS-CURRENT-DATE-X
               SET WS-BMK-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF WS-PRIOR-LEVEL NOT = ZERO
               COMPUTE WS-DAILY-RETURN ROUNDED =
                   (BMK-LEVEL - WS-PRIOR-LEVEL) / WS-PRIOR-LEVEL
               MOVE BMK-LEVEL-DATE TO WS-OBS-NUM
               PERFORM 3160-SLOT-FROM-DATE
               IF WS-DAY-IX > 0
                   MOVE WS-DAILY-RETURN TO WS-DAY-BMK-RET(WS-DAY-IX)
                   MOVE 'Y' TO WS-DAY-BMK-SW(WS-DAY-IX)
               END-IF
           END-IF

           MOVE BMK-LEVEL TO WS-PRIOR-LEVEL
           .

      *----------------------------------------------------------------*
      * Two passes over the day slots: sums for the means, then the
      * squared and cross deviations.
      *----------------------------------------------------------------*
       3300-COMPUTE-STATISTICS.
           INITIALIZE WS-STATISTICS

           PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                   UNTIL WS-DAY-IX > WS-DAY-MAX
               IF WS-DAY-PORT-SW(WS-DAY-IX) = 'Y'
                   ADD 1 TO WS-PORT-N
                   ADD WS-DAY-PORT-RET(WS-DAY-IX) TO WS-PORT-SUM
                   IF WS-DAY-BMK-SW(WS-DAY-IX) = 'Y'
                       ADD 1 TO WS-PAIR-N
                       ADD WS-DAY-PORT-RET(WS-DAY-IX)
                         TO WS-PAIR-PORT-SUM
                       ADD WS-DAY-BMK-RET(WS-DAY-IX)
                         TO WS-PAIR-BMK-SUM
                   END-IF
               END-IF
           END-PERFORM

           IF WS-PORT-N < WS-MIN-OBSERVATIONS
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-PORT-MEAN ROUNDED = WS-PORT-SUM / WS-PORT-N
           IF WS-PAIR-N > 1
               COMPUTE WS-PAIR-PORT-MEAN ROUNDED =
                   WS-PAIR-PORT-SUM / WS-PAIR-N
               COMPUTE WS-PAIR-BMK-MEAN ROUNDED =
                   WS-PAIR-BMK-SUM / WS-PAIR-N
           END-IF

           PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                   UNTIL WS-DAY-IX > WS-DAY-MAX
               IF WS-DAY-PORT-SW(WS-DAY-IX) = 'Y'
                   COMPUTE WS-PORT-SUMSQ ROUNDED = WS-PORT-SUMSQ +
                       (WS-DAY-PORT-RET(WS-DAY-IX) - WS-PORT-MEAN)
                     * (WS-DAY-PORT-RET(WS-DAY-IX) - WS-PORT-MEAN)
                   IF WS-DAY-BMK-SW(WS-DAY-IX) = 'Y'
                       COMPUTE WS-PAIR-COV-SUM ROUNDED =
                           WS-PAIR-COV-SUM +
                           (WS-DAY-PORT-RET(WS-DAY-IX)
                              - WS-PAIR-PORT-MEAN)
                         * (WS-DAY-BMK-RET(WS-DAY-IX)
                              - WS-PAIR-BMK-MEAN)
                       COMPUTE WS-PAIR-BMK-SUMSQ ROUNDED =
                           WS-PAIR-BMK-SUMSQ +
                           (WS-DAY-BMK-RET(WS-DAY-IX)
                              - WS-PAIR-BMK-MEAN)
                         * (WS-DAY-BMK-RET(WS-DAY-IX)
                              - WS-PAIR-BMK-MEAN)
                   END-IF
               END-IF
           END-PERFORM

           COMPUTE WS-VARIANCE ROUNDED =
               WS-PORT-SUMSQ / (WS-PORT-N - 1)
           COMPUTE WS-PORT-VOL ROUNDED =
               FUNCTION SQRT(WS-VARIANCE * WS-TRADING-DAYS) * 100

           IF WS-PAIR-N NOT < WS-MIN-OBSERVATIONS
              AND WS-PAIR-BMK-SUMSQ NOT = ZERO
               COMPUTE WS-BETA ROUNDED =
                   WS-PAIR-COV-SUM / WS-PAIR-BMK-SUMSQ
               COMPUTE WS-VARIANCE ROUNDED =
                   WS-PAIR-BMK-SUMSQ / (WS-PAIR-N - 1)
               COMPUTE WS-BMK-VOL ROUNDED =
                   FUNCTION SQRT(WS-VARIANCE * WS-TRADING-DAYS) * 100
           END-IF
           .

       3400-WRITE-RISK-LINE.
           MOVE WS-CURRENT-PORTFOLIO TO WS-DTL-PORTFOLIO
           MOVE WS-BENCHMARK-ID      TO WS-DTL-BENCHMARK
           MOVE WS-PORT-N            TO WS-DTL-OBS
           MOVE ZERO TO WS-DTL-VOL
                        WS-DTL-BMK-VOL
                        WS-DTL-BETA
           MOVE SPACES TO WS-DTL-NOTE

           EVALUATE TRUE
               WHEN WS-PORT-N < WS-MIN-OBSERVATIONS
                   ADD 1 TO WS-PORTFOLIOS-SHORT
                   MOVE 'INSUFFICIENT PRICE HISTORY' TO WS-DTL-NOTE
               WHEN WS-BENCHMARK-ID = SPACES
                   MOVE WS-PORT-VOL TO WS-DTL-VOL
                   MOVE 'NO BENCHMARK ASSIGNED' TO WS-DTL-NOTE
               WHEN WS-PAIR-N < WS-MIN-OBSERVATIONS
               OR WS-PAIR-BMK-SUMSQ = ZERO
                   MOVE WS-PORT-VOL TO WS-DTL-VOL
                   MOVE 'INSUFFICIENT BENCHMARK HISTORY'
                     TO WS-DTL-NOTE
               WHEN OTHER
                   MOVE WS-PORT-VOL TO WS-DTL-VOL
                   MOVE WS-BMK-VOL  TO WS-DTL-BMK-VOL
                   MOVE WS-BETA     TO WS-DTL-BETA
           END-EVALUATE

           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           ADD 1 TO WS-PORTFOLIOS-REPORTED
           .

       4000-TERMINATE.
           PERFORM 4100-UPDATE-COMPLETION

           CLOSE CURRENT-POSITION-FILE
                 PORTFOLIO-FILE
                 PRICE-HISTORY-FILE
                 BENCHMARK-INDEX-FILE
                 RISK-REPORT
                 BATCH-CONTROL-FILE

           IF WS-HOLDING-OVERFLOW > 0
               DISPLAY 'RSKRPT00: holding table overflow, '
                       WS-HOLDING-OVERFLOW
                       ' holdings not measured'
           END-IF

           DISPLAY 'RSKRPT00 Processing Statistics:'
           DISPLAY '  Portfolios reported:    ' WS-PORTFOLIOS-REPORTED
           DISPLAY '  Short of history:       ' WS-PORTFOLIOS-SHORT
           DISPLAY '  Errors:                 ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       4100-UPDATE-COMPLETION.
           MOVE 'RSKRPT00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for RSKRPT00' TO
                       ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-READ

           MOVE BCT-STAT-DONE TO BCT-STATUS
           ACCEPT WS-CURRENT-TIME8 FROM TIME
           MOVE WS-CURRENT-TIME8 TO BCT-END-TIME

           IF WS-ERROR-COUNT > 0
               MOVE BCT-RC-ERROR TO BCT-RETURN-CODE
           ELSE
               MOVE BCT-RC-SUCCESS TO BCT-RETURN-CODE
           END-IF

           REWRITE BATCH-CONTROL-RECORD
               INVALID KEY
                   MOVE 'Error updating control record' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-REWRITE
           .

       9000-ERROR-ROUTINE.
           ADD 1 TO WS-ERROR-COUNT
           MOVE 'RSKRPT00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
