      *              (the same document-file pattern CNFGEN00's
      *              confirms use) and an open receivable lands on
      *              the FEERECV file for FEEAGE00's aging report.
      * 2026-10-15 - Register client names print at the identifier
      *              masking level the MSKPARM entry sets.
      * 2026-10-15 - Pipe-delimited copy of the register detail
      *              (FEEDLM): a header row, then one row per
      *              register line with raw values, no total.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEBIL00.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT DELIMITED-FILE
               ASSIGN TO FEEDLM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLM-STATUS.

           SELECT INVOICE-DOCUMENT-FILE
               ASSIGN TO INVDOC
               ORGANIZATION IS SEQUENTIAL
           BLOCK CONTAINS 0 RECORDS.
       01  REGISTER-RECORD             PIC X(132).

       FD  DELIMITED-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  DELIMITED-RECORD            PIC X(132).

       FD  INVOICE-DOCUMENT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       WORKING-STORAGE SECTION.
           COPY BCHCON.
           COPY ERRHAND.
           COPY IDMASK.

      *    Identifier masking level this report prints at (MSKPARM).
       01  WS-MASK-LEVEL-REQUEST.
           05  WS-MKL-REPORT-ID        PIC X(08) VALUE 'FEEBIL00'.
           05  WS-MKL-LEVEL            PIC X(01).

      *    Cycle within the processing date this run belongs to --
      *    the overnight/scheduler-built sequence is cycle 1; the
           05  WS-REG-STATUS           PIC X(2).
           05  WS-INV-STATUS           PIC X(2).
           05  WS-RCV-STATUS           PIC X(2).
           05  WS-DLM-STATUS           PIC X(2).

       01  WS-CONSTANTS.
      *    Fees bill quarterly: annual basis points prorate by 4.
           05  WS-SCHED-FOUND-SW       PIC X(1) VALUE 'N'.
               88  WS-SCHED-FOUND           VALUE 'Y'.
               88  WS-SCHED-NOT-FOUND       VALUE 'N'.
           05  WS-DLM-OPEN-SW          PIC X(1) VALUE 'N'.
               88  WS-DLM-OPEN              VALUE 'Y'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
               10  WS-REG-TOTAL        PIC $$$$,$$$,$$9.99.
               10  FILLER              PIC X(97) VALUE SPACES.

      *----------------------------------------------------------------*
      * Delimited copy of the register detail: one header row, then
      * one row per register line with raw values and the client
      * name at the same masking level as the print. A missing
      * FEEDLM DD just means no delimited file.
      *----------------------------------------------------------------*
       01  WS-DLM-HEADER.
           05  FILLER                  PIC X(40) VALUE
               'PORTFOLIO|CLIENT_NAME|PORTFOLIO_VALUE|FE'.
           05  FILLER                  PIC X(08) VALUE
               'E_AMOUNT'.

       01  WS-DLM-DETAIL.
           05  WS-DLM-PORTFOLIO        PIC X(08).
           05  FILLER                  PIC X(01) VALUE '|'.
           05  WS-DLM-CLIENT           PIC X(30).
           05  FILLER                  PIC X(01) VALUE '|'.
           05  WS-DLM-VALUE            PIC -9(13).99.
           05  FILLER                  PIC X(01) VALUE '|'.
           05  WS-DLM-FEE              PIC -9(13).99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME8 FROM TIME
           CALL 'MSKLVL00' USING WS-MASK-LEVEL-REQUEST

           OPEN INPUT PORTFOLIO-FILE
           IF WS-PORT-STATUS NOT = '00'
           MOVE WS-CURRENT-DATE-X TO WS-REG-HDR-DATE
           WRITE REGISTER-RECORD FROM WS-REG-HEADER

           OPEN OUTPUT DELIMITED-FILE
           IF WS-DLM-STATUS = '00'
               SET WS-DLM-OPEN TO TRUE
               WRITE DELIMITED-RECORD FROM WS-DLM-HEADER
           ELSE
               DISPLAY 'FEEBIL00: FEEDLM not available, status '
                       WS-DLM-STATUS ' -- no delimited file'
           END-IF

           OPEN I-O BATCH-CONTROL-FILE
           IF WS-BCT-STATUS NOT = '00'
               MOVE 'Error opening control file' TO ERR-TEXT

       2400-WRITE-REGISTER-LINE.
           MOVE PORT-ID           TO WS-REG-PORTFOLIO
           MOVE WS-MKL-LEVEL      TO MSK-LEVEL
           MOVE SPACES            TO MSK-ACCOUNT-NO
           MOVE PORT-CLIENT-NAME  TO MSK-CLIENT-NAME
           CALL 'IDMASK00' USING IDMASK-REQUEST
           MOVE MSK-CLIENT-NAME   TO WS-REG-CLIENT
           MOVE PORT-TOTAL-VALUE  TO WS-REG-VALUE
           MOVE WS-FEE-AMOUNT     TO WS-REG-FEE
           WRITE REGISTER-RECORD FROM WS-REG-DETAIL

           IF WS-DLM-OPEN
               MOVE PORT-ID          TO WS-DLM-PORTFOLIO
               MOVE MSK-CLIENT-NAME  TO WS-DLM-CLIENT
               MOVE PORT-TOTAL-VALUE TO WS-DLM-VALUE
               MOVE WS-FEE-AMOUNT    TO WS-DLM-FEE
               WRITE DELIMITED-RECORD FROM WS-DLM-DETAIL
           END-IF
           .

       3000-TERMINATE.
                 RECEIVABLE-FILE
                 BATCH-CONTROL-FILE

           IF WS-DLM-OPEN
               CLOSE DELIMITED-FILE
           END-IF

           DISPLAY 'FEEBIL00 Processing Statistics:'
           DISPLAY '  Portfolios read:      ' WS-PORTFOLIOS-READ
           DISPLAY '  Fees billed:          ' WS-FEES-BILLED
