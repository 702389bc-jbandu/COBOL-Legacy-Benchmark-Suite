      *              drawn down, so only lots genuinely still open     *
      *              (LOT-STATUS-OPEN) are reported, at their actual   *
      *              remaining quantity.                               *
      * 2026-10-15 - Optional LOTPARM card restricts the report to     *
      *              one portfolio, so a single account's lots can be  *
      *              run on a terminal request (RPTQRN00). No card, or *
      *              a blank portfolio, reports every position.        *
      * 2026-10-15 - Writes a pipe-delimited copy of the lot lines     *
      *              (LOTDLM) with a header row and raw values, one    *
      *              row per open lot with its position repeated.      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT LOT-PARM-FILE ASSIGN TO LOTPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LPM-STATUS.

           SELECT DELIMITED-FILE ASSIGN TO LOTDLM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSITION-MASTER.
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD              PIC X(132).

       FD  LOT-PARM-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  LOT-PARM-RECORD.
           05  LPM-PORTFOLIO-ID        PIC X(08).
           05  FILLER                  PIC X(72).

       FD  DELIMITED-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  DELIMITED-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
           COPY ERRHAND.

           05  WS-POS-STATUS           PIC XX.
           05  WS-LOT-STATUS            PIC XX.
           05  WS-RPT-STATUS           PIC XX.
           05  WS-LPM-STATUS           PIC XX.
           05  WS-DLM-STATUS           PIC XX.

      *    Portfolio the LOTPARM card restricts the report to;
      *    spaces report every position.
       01  WS-SELECT-PORTFOLIO         PIC X(08) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-POS-EOF-SW           PIC X VALUE 'N'.
           05  WS-LOT-EOF-SW           PIC X VALUE 'N'.
               88  END-OF-LOTS              VALUE 'Y'.
               88  MORE-LOTS                VALUE 'N'.
           05  WS-DLM-OPEN-SW          PIC X VALUE 'N'.
               88  WS-DLM-OPEN              VALUE 'Y'.

       01  WS-LOT-WORK-AREAS.
           05  WS-LOT-UNIT-PRICE       PIC S9(11)V9(4) COMP-3.
           05  WS-HEADER3.
               10  FILLER              PIC X(13) VALUE 'Report Date:'.
               10  WS-RPT-DATE         PIC X(10).
               10  FILLER              PIC X(5)  VALUE SPACES.
               10  FILLER              PIC X(11) VALUE 'Portfolio:'.
               10  WS-RPT-PORTFOLIO    PIC X(8)  VALUE 'ALL'.
               10  FILLER              PIC X(85) VALUE SPACES.
           05  WS-POSITION-HDR.
               10  FILLER              PIC X(10) VALUE 'Portfolio'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-SUM-GAIN-LOSS    PIC -(13)9.99.
               10  FILLER              PIC X(54) VALUE SPACES.

      *----------------------------------------------------------------*
      * Delimited copy of the lot lines: one header row, then one row
      * per open lot, with its portfolio and investment repeated so
      * each row stands alone -- no headings, no position summaries,
      * no totals. A missing LOTDLM DD just means no delimited file.
      *----------------------------------------------------------------*
       01  WS-DLM-HEADER.
           05  FILLER                  PIC X(40) VALUE
               'PORTFOLIO|INVESTMENT|LOT_DATE|LOT_QUANTI'.
           05  FILLER                  PIC X(40) VALUE
               'TY|LOT_UNIT_COST|LOT_COST_BASIS|LOT_GAIN'.
           05  FILLER                  PIC X(19) VALUE
               '_LOSS|WASH_ADJUSTED'.

       01  WS-DLM-DETAIL.
           05  WS-DLM-PORTFOLIO        PIC X(8).
           05  FILLER                  PIC X VALUE '|'.
           05  WS-DLM-INVESTMENT       PIC X(10).
           05  FILLER                  PIC X VALUE '|'.
           05  WS-DLM-LOT-DATE         PIC X(8).
           05  FILLER                  PIC X VALUE '|'.
           05  WS-DLM-LOT-QTY          PIC -9(11).9(4).
           05  FILLER                  PIC X VALUE '|'.
           05  WS-DLM-LOT-UNIT-COST    PIC -9(11).9(4).
           05  FILLER                  PIC X VALUE '|'.
           05  WS-DLM-LOT-COST-BASIS   PIC -9(13).99.
           05  FILLER                  PIC X VALUE '|'.
           05  WS-DLM-LOT-GAIN-LOSS    PIC -9(13).99.
           05  FILLER                  PIC X VALUE '|'.
           05  WS-DLM-WASH-FLAG        PIC X(1).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           .

       1000-INITIALIZE.
           PERFORM 1050-LOAD-PARM
           PERFORM 1100-OPEN-FILES
           PERFORM 1300-WRITE-REPORT-HEADERS
           .

      *----------------------------------------------------------------*
      * The LOTPARM card is optional -- the scheduled run has none.
      *----------------------------------------------------------------*
       1050-LOAD-PARM.
           OPEN INPUT LOT-PARM-FILE
           IF WS-LPM-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           READ LOT-PARM-FILE
           IF WS-LPM-STATUS = '00'
           AND LPM-PORTFOLIO-ID NOT = SPACES
               MOVE LPM-PORTFOLIO-ID TO WS-SELECT-PORTFOLIO
               MOVE LPM-PORTFOLIO-ID TO WS-RPT-PORTFOLIO
           END-IF
           CLOSE LOT-PARM-FILE
           .

       1100-OPEN-FILES.
           OPEN INPUT POSITION-MASTER
           IF WS-POS-STATUS NOT = '00'
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT DELIMITED-FILE
           IF WS-DLM-STATUS = '00'
               SET WS-DLM-OPEN TO TRUE
               WRITE DELIMITED-RECORD FROM WS-DLM-HEADER
           ELSE
               DISPLAY 'RPTLOT00: LOTDLM not available, status '
                       WS-DLM-STATUS ' -- no delimited file'
           END-IF

           SET MORE-POSITIONS TO TRUE
           MOVE LOW-VALUES TO POS-KEY
           IF WS-SELECT-PORTFOLIO NOT = SPACES
               MOVE WS-SELECT-PORTFOLIO TO POS-PORTFOLIO-ID
           END-IF
           START POSITION-MASTER KEY NOT LESS THAN POS-KEY
               INVALID KEY
                   SET END-OF-POSITIONS TO TRUE
           .

       2100-PROCESS-ONE-POSITION.
           IF WS-SELECT-PORTFOLIO NOT = SPACES
           AND POS-PORTFOLIO-ID NOT = WS-SELECT-PORTFOLIO
               SET END-OF-POSITIONS TO TRUE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-POSITIONS-READ

           IF POS-STATUS-ACTIVE
           END-IF

           WRITE REPORT-RECORD FROM WS-LOT-LINE

           IF WS-DLM-OPEN
               MOVE POS-PORTFOLIO-ID      TO WS-DLM-PORTFOLIO
               MOVE POS-INVESTMENT-ID     TO WS-DLM-INVESTMENT
               MOVE LOT-OPEN-DATE         TO WS-DLM-LOT-DATE
               MOVE LOT-REMAINING-QTY     TO WS-DLM-LOT-QTY
               MOVE LOT-UNIT-COST         TO WS-DLM-LOT-UNIT-COST
               MOVE WS-LOT-REMAIN-COST    TO WS-DLM-LOT-COST-BASIS
               MOVE WS-LOT-GAIN-LOSS-CALC TO WS-DLM-LOT-GAIN-LOSS
               MOVE WS-LOT-WASH-FLAG      TO WS-DLM-WASH-FLAG
               WRITE DELIMITED-RECORD FROM WS-DLM-DETAIL
           END-IF
           .

       3000-TERMINATE.
           CLOSE POSITION-MASTER
                 LOT-FILE
                 REPORT-FILE
           IF WS-DLM-OPEN
               CLOSE DELIMITED-FILE
           END-IF
           .

       3400-DISPLAY-STATS.
