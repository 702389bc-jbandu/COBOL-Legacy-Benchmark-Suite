      *              shows benchmark YTD and the excess -- the "did
      *              you beat the index" line every client meeting
      *              opens with.
      * 2026-10-15 - Pipe-delimited copy of the portfolio detail
      *              (PRFDLM): a header row, then one row per YTD,
      *              benchmark, quarter and month line with raw
      *              returns. The ranked firm summary repeats the YTD
      *              rows and is not carried.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRFRPT00.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT DELIMITED-FILE
               ASSIGN TO PRFDLM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLM-STATUS.

           SELECT BENCHMARK-INDEX-FILE
               ASSIGN TO BMKIDX
               ORGANIZATION IS INDEXED
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD               PIC X(132).

       FD  DELIMITED-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  DELIMITED-RECORD            PIC X(132).

       FD  BATCH-CONTROL-FILE.
           COPY BCHCTL.

           05  WS-BCT-STATUS           PIC X(2).
           05  WS-BMK-STATUS           PIC X(2).
           05  WS-PORT-STATUS          PIC X(2).
           05  WS-DLM-STATUS           PIC X(2).

       01  WS-SWITCHES.
           05  WS-SNAP-EOF-SW          PIC X(1) VALUE 'N'.
           05  WS-BMK-FOUND-SW         PIC X(1) VALUE 'N'.
               88  WS-BMK-FOUND             VALUE 'Y'.
               88  WS-BMK-NOT-FOUND         VALUE 'N'.
           05  WS-DLM-OPEN-SW          PIC X(1) VALUE 'N'.
               88  WS-DLM-OPEN              VALUE 'Y'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
                   'FIRM SUMMARY RANKED BY YTD RETURN'.
               10  FILLER              PIC X(92) VALUE SPACES.

      *----------------------------------------------------------------*
      * Delimited copy of the portfolio detail: one header row, then
      * one row per printed detail line. Returns are percentages to
      * the full precision carried, unrounded by the print picture.
      * A missing PRFDLM DD just means no delimited file.
      *----------------------------------------------------------------*
       01  WS-DLM-HEADER.
           05  FILLER                  PIC X(40) VALUE
               'PORTFOLIO|LINE_TYPE|PERIOD|RETURN_PCT|BE'.
           05  FILLER                  PIC X(18) VALUE
               'NCHMARK|EXCESS_PCT'.

       01  WS-DLM-DETAIL.
           05  WS-DLM-PORTFOLIO        PIC X(08).
           05  FILLER                  PIC X(01) VALUE '|'.
           05  WS-DLM-LINE-TYPE        PIC X(09).
           05  FILLER                  PIC X(01) VALUE '|'.
           05  WS-DLM-PERIOD           PIC X(04).
           05  FILLER                  PIC X(01) VALUE '|'.
           05  WS-DLM-RETURN           PIC -9(3).9(6).
           05  FILLER                  PIC X(01) VALUE '|'.
           05  WS-DLM-BENCHMARK        PIC X(08).
           05  FILLER                  PIC X(01) VALUE '|'.
           05  WS-DLM-EXCESS           PIC -9(3).9(6).
           05  WS-DLM-EXCESS-X REDEFINES WS-DLM-EXCESS
                                       PIC X(11).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT DELIMITED-FILE
           IF WS-DLM-STATUS = '00'
               SET WS-DLM-OPEN TO TRUE
               WRITE DELIMITED-RECORD FROM WS-DLM-HEADER
           ELSE
               DISPLAY 'PRFRPT00: PRFDLM not available, status '
                       WS-DLM-STATUS ' -- no delimited file'
           END-IF
           MOVE SPACES TO WS-DLM-BENCHMARK
                          WS-DLM-EXCESS-X

           OPEN INPUT BENCHMARK-INDEX-FILE
           IF WS-BMK-STATUS = '00'
               MOVE LOW-VALUES TO BMK-KEY
               WS-PRF-YTD-RETURN(WS-PERF-IX) * 100
           WRITE REPORT-RECORD FROM WS-PORT-LINE

           MOVE WS-PRF-PORTFOLIO(WS-PERF-IX) TO WS-DLM-PORTFOLIO
           MOVE 'YTD'          TO WS-DLM-LINE-TYPE
           MOVE WS-REPORT-YEAR TO WS-DLM-PERIOD
           COMPUTE WS-DLM-RETURN =
               WS-PRF-YTD-RETURN(WS-PERF-IX) * 100
           PERFORM 3700-WRITE-DELIMITED-ROW

           PERFORM 3650-WRITE-BENCHMARK-LINE

           PERFORM VARYING WS-QTR-IX FROM 1 BY 1
               COMPUTE WS-QTR-RETURN ROUNDED =
                   WS-PRF-QTR-RETURN(WS-PERF-IX, WS-QTR-IX) * 100
               WRITE REPORT-RECORD FROM WS-QTR-LINE

               MOVE 'QUARTER'     TO WS-DLM-LINE-TYPE
               MOVE SPACES        TO WS-DLM-PERIOD
               STRING 'Q' WS-QTR-NUMBER DELIMITED BY SIZE
                   INTO WS-DLM-PERIOD
               COMPUTE WS-DLM-RETURN =
                   WS-PRF-QTR-RETURN(WS-PERF-IX, WS-QTR-IX) * 100
               PERFORM 3700-WRITE-DELIMITED-ROW
           END-PERFORM

           PERFORM VARYING WS-MONTH-NUM FROM 1 BY 1
               COMPUTE WS-MTH-RETURN ROUNDED =
                   WS-PRF-RETURN(WS-PERF-IX, WS-MONTH-NUM) * 100
               WRITE REPORT-RECORD FROM WS-MONTH-LINE

               MOVE 'MONTH'       TO WS-DLM-LINE-TYPE
               MOVE WS-MTH-NUMBER TO WS-DLM-PERIOD
               COMPUTE WS-DLM-RETURN =
                   WS-PRF-RETURN(WS-PERF-IX, WS-MONTH-NUM) * 100
               PERFORM 3700-WRITE-DELIMITED-ROW
           END-PERFORM
           .

               WS-BMK-YTD-RETURN(WS-BMK-IX)
           COMPUTE WS-BMK-L-EXCESS ROUNDED = WS-BMK-EXCESS * 100
           WRITE REPORT-RECORD FROM WS-BENCHMARK-LINE

           MOVE 'BENCHMARK'    TO WS-DLM-LINE-TYPE
           MOVE WS-REPORT-YEAR TO WS-DLM-PERIOD
           COMPUTE WS-DLM-RETURN =
               WS-BMK-YTD-RETURN(WS-BMK-IX) * 100
           MOVE WS-BMK-ID(WS-BMK-IX) TO WS-DLM-BENCHMARK
           COMPUTE WS-DLM-EXCESS = WS-BMK-EXCESS * 100
           PERFORM 3700-WRITE-DELIMITED-ROW
           .

      *----------------------------------------------------------------*
      * One delimited row from the WS-DLM-DETAIL fields the caller
      * has set; the benchmark columns only carry on the benchmark
      * row and are cleared after every write.
      *----------------------------------------------------------------*
       3700-WRITE-DELIMITED-ROW.
           IF WS-DLM-OPEN
               WRITE DELIMITED-RECORD FROM WS-DLM-DETAIL
           END-IF
           MOVE SPACES TO WS-DLM-BENCHMARK
           MOVE SPACES TO WS-DLM-EXCESS-X
           .

      *----------------------------------------------------------------*
                 BATCH-CONTROL-FILE
                 PORTFOLIO-FILE

           IF WS-DLM-OPEN
               CLOSE DELIMITED-FILE
           END-IF

           IF WS-BMK-STATUS = '00'
               CLOSE BENCHMARK-INDEX-FILE
           END-IF
