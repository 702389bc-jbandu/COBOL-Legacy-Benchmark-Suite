           05  WS-HH-MEMBER-COUNT    PIC 9(4) COMP VALUE ZERO.
           05  WS-HOUSEHOLD-COUNT    PIC 9(6) VALUE ZERO.

           COPY IDMASK.

      *    Identifier masking level this report prints at (MSKPARM).
       01  WS-MASK-LEVEL-REQUEST.
           05  WS-MKL-REPORT-ID        PIC X(08) VALUE 'HSHRPT00'.
           05  WS-MKL-LEVEL            PIC X(01).

       01  WS-REPORT-HEADERS.
           05  WS-HEADER1.
               10  FILLER            PIC X(132) VALUE ALL '*'.
           GOBACK.

       1000-INITIALIZE.
           CALL 'MSKLVL00' USING WS-MASK-LEVEL-REQUEST

           OPEN INPUT HOUSEHOLD-FILE
           IF WS-HSH-STATUS NOT = '00'
               MOVE 'ERROR OPENING HOUSEHOLD FILE'
           END-READ

           MOVE PORT-ID           TO WS-MBR-PORTFOLIO
           MOVE WS-MKL-LEVEL      TO MSK-LEVEL
           MOVE SPACES            TO MSK-ACCOUNT-NO
           MOVE PORT-CLIENT-NAME  TO MSK-CLIENT-NAME
           CALL 'IDMASK00' USING IDMASK-REQUEST
           MOVE MSK-CLIENT-NAME   TO WS-MBR-CLIENT
           MOVE PORT-TOTAL-VALUE  TO WS-MBR-VALUE
           MOVE PORT-CASH-BALANCE TO WS-MBR-CASH
           WRITE REPORT-RECORD FROM WS-MEMBER-LINE
