      * - Transaction activity                                         *
      * - Exception reporting                                          *
      * - Performance metrics                                          *
      * - A pipe-delimited copy of the position lines (POSDLM) with a  *
      *   header row and raw values, for loading to a spreadsheet      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS UNS-KEY
               FILE STATUS IS WS-UNS-STATUS.

           SELECT DELIMITED-FILE ASSIGN TO POSDLM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSITION-MASTER.
       FD  UNSETTLED-LEDGER.
           COPY UNSETL.

       FD  DELIMITED-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  DELIMITED-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RTNCODE.
           COPY ERRHAND.
           05  WS-TRAN-STATUS        PIC XX.
           05  WS-REPORT-STATUS      PIC XX.
           05  WS-UNS-STATUS         PIC XX.
           05  WS-DLM-STATUS         PIC XX.

       01  WS-SWITCHES.
           05  WS-POSITION-EOF-SW    PIC X VALUE 'N'.
           05  WS-UNS-EOF-SW         PIC X VALUE 'N'.
               88  WS-UNS-EOF             VALUE 'Y'.
               88  WS-UNS-MORE            VALUE 'N'.
           05  WS-DLM-OPEN-SW        PIC X VALUE 'N'.
               88  WS-DLM-OPEN            VALUE 'Y'.

       01  WS-PENDING-WORK.
           05  WS-PENDING-QTY        PIC S9(11)V9(4) COMP-3.
           05  WS-TRADE-BASIS-QTY    PIC S9(11)V9(4) COMP-3.
           05  WS-CHANGE-PCT         PIC S9(3)V99 COMP-3.

       01  WS-REPORT-HEADERS.
           05  WS-HEADER1.
           05  WS-POS-BASE-VALUE    PIC $$$$,$$$,$$9.99.
           05  FILLER               PIC X(1) VALUE SPACES.

      *----------------------------------------------------------------*
      * Delimited copy of the position line: one header row, then one
      * row per position with raw values -- no page headings, no
      * totals. A missing POSDLM DD just means no delimited file.
      *----------------------------------------------------------------*
       01  WS-DLM-HEADER.
           05  FILLER               PIC X(40) VALUE
               'PORTFOLIO|INVESTMENT|QUANTITY|MARKET_VAL'.
           05  FILLER               PIC X(40) VALUE
               'UE|CHANGE_PCT|CHANGE_NOTE|TRADE_DATE_QTY'.
           05  FILLER               PIC X(11) VALUE
               '|BASE_VALUE'.

       01  WS-DLM-DETAIL.
           05  WS-DLM-PORTFOLIO     PIC X(8).
           05  FILLER               PIC X VALUE '|'.
           05  WS-DLM-INVESTMENT    PIC X(10).
           05  FILLER               PIC X VALUE '|'.
           05  WS-DLM-QUANTITY      PIC -9(11).9(4).
           05  FILLER               PIC X VALUE '|'.
           05  WS-DLM-VALUE         PIC -9(13).99.
           05  FILLER               PIC X VALUE '|'.
           05  WS-DLM-CHANGE-PCT    PIC -9(3).99.
           05  FILLER               PIC X VALUE '|'.
           05  WS-DLM-CHANGE-NOTE   PIC X(3).
           05  FILLER               PIC X VALUE '|'.
           05  WS-DLM-TRADE-QTY     PIC -9(11).9(4).
           05  FILLER               PIC X VALUE '|'.
           05  WS-DLM-BASE-VALUE    PIC -9(13).99.

      *----------------------------------------------------------------*
      * Counters used to build the transaction-activity, exception and
      * performance sections of the summary.
               MOVE 'ERROR OPENING UNSETTLED LEDGER'
                 TO WS-ERROR-MESSAGE
               PERFORM 9999-ERROR-HANDLER
           END-IF

           OPEN OUTPUT DELIMITED-FILE
           IF WS-DLM-STATUS = '00'
               SET WS-DLM-OPEN TO TRUE
               WRITE DELIMITED-RECORD FROM WS-DLM-HEADER
           ELSE
               DISPLAY 'RPTPOS00: POSDLM not available, status '
                       WS-DLM-STATUS ' -- no delimited file'
           END-IF.

       1200-WRITE-HEADERS.
      * of dividing by zero.
      *----------------------------------------------------------------*
           IF POS-PREVIOUS-VALUE = ZERO
               MOVE ZERO    TO WS-CHANGE-PCT
               MOVE 'N/A'   TO WS-POS-CHANGE-NOTE
               ADD 1 TO WS-EXCEPTION-COUNT
           ELSE
               COMPUTE WS-CHANGE-PCT =
                   (POS-MARKET-VALUE - POS-PREVIOUS-VALUE) /
                    POS-PREVIOUS-VALUE * 100
               MOVE SPACES TO WS-POS-CHANGE-NOTE
           END-IF
           MOVE WS-CHANGE-PCT TO WS-POS-CHANGE-PCT

           PERFORM 2120-SUM-PENDING-UNITS
           COMPUTE WS-TRADE-BASIS-QTY =
           ADD 1 TO WS-POSITION-COUNT
           ADD POS-MARKET-VALUE TO WS-TOTAL-MARKET-VALUE

           WRITE REPORT-RECORD FROM WS-POSITION-DETAIL

           IF WS-DLM-OPEN
               MOVE POS-PORTFOLIO-ID   TO WS-DLM-PORTFOLIO
               MOVE POS-INVESTMENT-ID  TO WS-DLM-INVESTMENT
               MOVE POS-QUANTITY       TO WS-DLM-QUANTITY
               MOVE POS-MARKET-VALUE   TO WS-DLM-VALUE
               MOVE WS-CHANGE-PCT      TO WS-DLM-CHANGE-PCT
               MOVE WS-POS-CHANGE-NOTE TO WS-DLM-CHANGE-NOTE
               MOVE WS-TRADE-BASIS-QTY TO WS-DLM-TRADE-QTY
               MOVE POS-BASE-VALUE     TO WS-DLM-BASE-VALUE
               WRITE DELIMITED-RECORD FROM WS-DLM-DETAIL
           END-IF.

      *----------------------------------------------------------------*
      * Open pending units for this portfolio/investment from the
           CLOSE POSITION-MASTER
                TRANSACTION-HISTORY
                REPORT-FILE
                UNSETTLED-LEDGER
           IF WS-DLM-OPEN
               CLOSE DELIMITED-FILE
           END-IF.

       9999-ERROR-HANDLER.
           DISPLAY WS-ERROR-MESSAGE
