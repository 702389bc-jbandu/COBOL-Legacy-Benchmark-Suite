      *              alternate index, so one security's holders       *
      *              arrive together and the per-record table         *
      *              search collapses to a same-as-last check.        *
      * 2026-10-15 - Writes a pipe-delimited copy of the full listing *
      *              (EXPDLM) with a header row and raw values.       *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT DELIMITED-FILE ASSIGN TO EXPDLM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CURRENT-POSITION-FILE.
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD             PIC X(132).

       FD  DELIMITED-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  DELIMITED-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ERROR-MESSAGE         PIC X(80) VALUE SPACES.

       01  WS-FILE-STATUS.
           05  WS-POSITION-STATUS    PIC XX.
           05  WS-REPORT-STATUS      PIC XX.
           05  WS-DLM-STATUS         PIC XX.

       01  WS-SWITCHES.
           05  WS-POSITION-EOF-SW    PIC X VALUE 'N'.
           05  WS-SEC-FOUND-SW       PIC X VALUE 'N'.
               88  WS-SEC-FOUND           VALUE 'Y'.
               88  WS-SEC-NOT-FOUND       VALUE 'N'.
           05  WS-DLM-OPEN-SW        PIC X VALUE 'N'.
               88  WS-DLM-OPEN            VALUE 'Y'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8      PIC 9(8).
           05  FILLER               PIC X(11) VALUE ' PORTFOLIOS'.
           05  FILLER               PIC X(63) VALUE SPACES.

      *----------------------------------------------------------------*
      * Delimited copy of the full listing: one header row, then one
      * row per security in exposure order with raw values. The
      * top-ten section is only a repeat of the first ten rows, so it
      * is not carried. A missing EXPDLM DD just means no file.
      *----------------------------------------------------------------*
       01  WS-DLM-HEADER.
           05  FILLER               PIC X(40) VALUE
               'RANK|INVESTMENT|QUANTITY|MARKET_VALUE|PC'.
           05  FILLER               PIC X(20) VALUE
               'T_OF_FIRM|PORTFOLIOS'.

       01  WS-DLM-DETAIL.
           05  WS-DLM-RANK          PIC 9(4).
           05  FILLER               PIC X VALUE '|'.
           05  WS-DLM-INVESTMENT    PIC X(10).
           05  FILLER               PIC X VALUE '|'.
           05  WS-DLM-QUANTITY      PIC -9(11).9(4).
           05  FILLER               PIC X VALUE '|'.
           05  WS-DLM-VALUE         PIC -9(13).99.
           05  FILLER               PIC X VALUE '|'.
           05  WS-DLM-PCT           PIC -9(3).99.
           05  FILLER               PIC X VALUE '|'.
           05  WS-DLM-PORTFOLIOS    PIC 9(5).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
               MOVE 'ERROR OPENING REPORT FILE'
                 TO WS-ERROR-MESSAGE
               PERFORM 9999-ERROR-HANDLER
           END-IF

           OPEN OUTPUT DELIMITED-FILE
           IF WS-DLM-STATUS = '00'
               SET WS-DLM-OPEN TO TRUE
               WRITE DELIMITED-RECORD FROM WS-DLM-HEADER
           ELSE
               DISPLAY 'RPTEXP00: EXPDLM not available, status '
                       WS-DLM-STATUS ' -- no delimited file'
           END-IF.

       2000-AGGREGATE-POSITIONS.
           PERFORM VARYING WS-EXP-IX FROM 1 BY 1
                   UNTIL WS-EXP-IX > WS-EXP-COUNT
               PERFORM 4100-WRITE-DETAIL-LINE
               IF WS-DLM-OPEN
                   PERFORM 4200-WRITE-DELIMITED-ROW
               END-IF
           END-PERFORM

           IF WS-EXP-OVERFLOW > 0
           MOVE WS-EXP-PORT-COUNT(WS-EXP-IX) TO WS-DET-PORTFOLIOS
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE.

       4200-WRITE-DELIMITED-ROW.
           MOVE WS-EXP-IX                    TO WS-DLM-RANK
           MOVE WS-EXP-INVESTMENT(WS-EXP-IX) TO WS-DLM-INVESTMENT
           MOVE WS-EXP-QUANTITY(WS-EXP-IX)   TO WS-DLM-QUANTITY
           MOVE WS-EXP-VALUE(WS-EXP-IX)      TO WS-DLM-VALUE
           IF WS-FIRM-TOTAL-VALUE = ZERO
               MOVE ZERO TO WS-DLM-PCT
           ELSE
               COMPUTE WS-DLM-PCT ROUNDED =
                   WS-EXP-VALUE(WS-EXP-IX) /
                   WS-FIRM-TOTAL-VALUE * 100
           END-IF
           MOVE WS-EXP-PORT-COUNT(WS-EXP-IX) TO WS-DLM-PORTFOLIOS
           WRITE DELIMITED-RECORD FROM WS-DLM-DETAIL.

       5000-CLEANUP.
           CLOSE CURRENT-POSITION-FILE
                REPORT-FILE
           IF WS-DLM-OPEN
               CLOSE DELIMITED-FILE
           END-IF.

       9999-ERROR-HANDLER.
           DISPLAY WS-ERROR-MESSAGE
