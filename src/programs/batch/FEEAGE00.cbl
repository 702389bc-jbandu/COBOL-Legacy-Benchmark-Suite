       WORKING-STORAGE SECTION.
           COPY BCHCON.
           COPY ERRHAND.
           COPY IDMASK.

      *    Identifier masking level this report prints at (MSKPARM).
       01  WS-MASK-LEVEL-REQUEST.
           05  WS-MKL-REPORT-ID        PIC X(08) VALUE 'FEEAGE00'.
           05  WS-MKL-LEVEL            PIC X(01).

      *    Cycle within the processing date this run belongs to --
      *    the overnight/scheduler-built sequence is cycle 1.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           CALL 'MSKLVL00' USING WS-MASK-LEVEL-REQUEST

           OPEN INPUT RECEIVABLE-FILE
           IF WS-RCV-STATUS NOT = '00'
           ADD RCV-AMOUNT TO WS-OPEN-AMOUNT

           MOVE RCV-PORTFOLIO-ID TO WS-DTL-PORTFOLIO
           MOVE WS-MKL-LEVEL     TO MSK-LEVEL
           MOVE SPACES           TO MSK-ACCOUNT-NO
           MOVE RCV-CLIENT-NAME  TO MSK-CLIENT-NAME
           CALL 'IDMASK00' USING IDMASK-REQUEST
           MOVE MSK-CLIENT-NAME  TO WS-DTL-CLIENT
           MOVE RCV-INVOICE-DATE TO WS-DTL-ISSUED
           MOVE RCV-AMOUNT       TO WS-DTL-AMOUNT
           MOVE WS-AGE-DAYS      TO WS-DTL-AGE
