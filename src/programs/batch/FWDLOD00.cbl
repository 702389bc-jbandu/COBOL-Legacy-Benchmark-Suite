      *================================================================*
      * Program Name: FWDLOD00
      * Description: FX Forward Contract Load
      * Version: 1.0
      * Date: 2026
      *
      * Loads the dealing desk's FX forward contract file into the
      * keyed FXFWD file, scheduled with the FX rate load ahead of
      * the nightly cycle so tonight's POSVAL00 revalues what was
      * dealt today. A new contract (action N) goes on open; a
      * cancellation (action C) steps an open contract to C before
      * its value date. A contract already settled, or a new one
      * whose reference is already on file, is rejected -- the desk
      * books a correction as a cancel and a new reference.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FWDLOD00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORWARD-INPUT-FILE
               ASSIGN TO FWDIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT FX-FORWARD-FILE
               ASSIGN TO FXFWD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FWD-KEY
               FILE STATUS IS WS-FWD-STATUS.

           SELECT PORTFOLIO-FILE
               ASSIGN TO PORTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PORT-ID
               FILE STATUS IS WS-PORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FORWARD-INPUT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FORWARD-INPUT-RECORD.
           05  FDI-ACTION              PIC X(01).
               88  FDI-NEW                 VALUE 'N'.
               88  FDI-CANCEL              VALUE 'C'.
           05  FDI-PORTFOLIO-ID        PIC X(08).
           05  FDI-CONTRACT-ID         PIC X(10).
           05  FDI-BUY-CURRENCY        PIC X(03).
           05  FDI-BUY-AMOUNT          PIC 9(13)V9(2).
           05  FDI-SELL-CURRENCY       PIC X(03).
           05  FDI-SELL-AMOUNT         PIC 9(13)V9(2).
           05  FDI-CONTRACT-RATE       PIC 9(7)V9(8).
           05  FDI-TRADE-DATE          PIC X(08).
           05  FDI-VALUE-DATE          PIC X(08).
           05  FILLER                  PIC X(14).

       FD  FX-FORWARD-FILE.
           COPY FXFWD.

       FD  PORTFOLIO-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PORTFLIO.

       WORKING-STORAGE SECTION.
           COPY ERRHAND.

       01  WS-FILE-STATUS.
           05  WS-IN-STATUS            PIC X(2).
           05  WS-FWD-STATUS           PIC X(2).
           05  WS-PORT-STATUS          PIC X(2).

       01  WS-SWITCHES.
           05  WS-IN-EOF-SW            PIC X(1) VALUE 'N'.
               88  WS-IN-EOF               VALUE 'Y'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                     PIC X(8).

       01  WS-COUNTERS.
           05  WS-CONTRACTS-READ       PIC 9(5) COMP VALUE 0.
           05  WS-CONTRACTS-ADDED      PIC 9(5) COMP VALUE 0.
           05  WS-CONTRACTS-CANCELLED  PIC 9(5) COMP VALUE 0.
           05  WS-CONTRACTS-REJECTED   PIC 9(5) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-LOAD-CONTRACTS
               UNTIL WS-IN-EOF

           PERFORM 3000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD

           OPEN INPUT FORWARD-INPUT-FILE
           IF WS-IN-STATUS NOT = '00'
               MOVE 'Error opening forward contract input' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O FX-FORWARD-FILE
           IF WS-FWD-STATUS NOT = '00'
               MOVE 'Error opening FX forward file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT PORTFOLIO-FILE
           IF WS-PORT-STATUS NOT = '00'
               MOVE 'Error opening portfolio file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           .

       2000-LOAD-CONTRACTS.
           READ FORWARD-INPUT-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-CONTRACTS-READ

           IF FDI-PORTFOLIO-ID = SPACES
           OR FDI-CONTRACT-ID = SPACES
           OR (NOT FDI-NEW AND NOT FDI-CANCEL)
               ADD 1 TO WS-CONTRACTS-REJECTED
               DISPLAY 'FWDLOD00: rejected contract record for '
                       FDI-PORTFOLIO-ID ' ' FDI-CONTRACT-ID
               EXIT PARAGRAPH
           END-IF

           MOVE FDI-PORTFOLIO-ID TO FWD-PORTFOLIO-ID
           MOVE FDI-CONTRACT-ID  TO FWD-CONTRACT-ID

           IF FDI-CANCEL
               PERFORM 2200-CANCEL-CONTRACT
           ELSE
               PERFORM 2100-ADD-CONTRACT
           END-IF
           .

      *    Both legs must be real amounts in two different currencies,
      *    dealt for a value date still to come.
       2100-ADD-CONTRACT.
           IF FDI-BUY-CURRENCY = SPACES
           OR FDI-SELL-CURRENCY = SPACES
           OR FDI-BUY-CURRENCY = FDI-SELL-CURRENCY
           OR FDI-BUY-AMOUNT IS NOT NUMERIC
           OR FDI-SELL-AMOUNT IS NOT NUMERIC
           OR FDI-CONTRACT-RATE IS NOT NUMERIC
           OR FDI-BUY-AMOUNT = ZERO
           OR FDI-SELL-AMOUNT = ZERO
           OR FDI-CONTRACT-RATE = ZERO
           OR FDI-TRADE-DATE IS NOT NUMERIC
           OR FDI-VALUE-DATE IS NOT NUMERIC
           OR FDI-VALUE-DATE NOT > FDI-TRADE-DATE
           OR FDI-VALUE-DATE NOT > WS-CURRENT-DATE-X
               ADD 1 TO WS-CONTRACTS-REJECTED
               DISPLAY 'FWDLOD00: rejected contract terms for '
                       FDI-PORTFOLIO-ID ' ' FDI-CONTRACT-ID
               EXIT PARAGRAPH
           END-IF

           MOVE FDI-PORTFOLIO-ID TO PORT-ID
           READ PORTFOLIO-FILE
               INVALID KEY
                   ADD 1 TO WS-CONTRACTS-REJECTED
                   DISPLAY 'FWDLOD00: portfolio not found for '
                           FDI-PORTFOLIO-ID ' ' FDI-CONTRACT-ID
                   EXIT PARAGRAPH
           END-READ

           INITIALIZE FX-FORWARD-RECORD
           MOVE FDI-PORTFOLIO-ID   TO FWD-PORTFOLIO-ID
           MOVE FDI-CONTRACT-ID    TO FWD-CONTRACT-ID
           MOVE FDI-BUY-CURRENCY   TO FWD-BUY-CURRENCY
           MOVE FDI-BUY-AMOUNT     TO FWD-BUY-AMOUNT
           MOVE FDI-SELL-CURRENCY  TO FWD-SELL-CURRENCY
           MOVE FDI-SELL-AMOUNT    TO FWD-SELL-AMOUNT
           MOVE FDI-CONTRACT-RATE  TO FWD-CONTRACT-RATE
           MOVE FDI-TRADE-DATE     TO FWD-TRADE-DATE
           MOVE FDI-VALUE-DATE     TO FWD-VALUE-DATE
           SET FWD-OPEN            TO TRUE
           MOVE SPACES             TO FWD-MTM-DATE
           MOVE SPACES             TO FWD-SETTLED-DATE
           MOVE FUNCTION CURRENT-DATE TO FWD-LAST-MAINT-DATE
           MOVE 'FWDLOD00'         TO FWD-LAST-MAINT-USER
           MOVE SPACES             TO FWD-FILLER

           WRITE FX-FORWARD-RECORD
               INVALID KEY
                   ADD 1 TO WS-CONTRACTS-REJECTED
                   DISPLAY 'FWDLOD00: contract already on file, '
                           'rejected: '
                           FDI-PORTFOLIO-ID ' ' FDI-CONTRACT-ID
                   EXIT PARAGRAPH
           END-WRITE

           ADD 1 TO WS-CONTRACTS-ADDED
           .

       2200-CANCEL-CONTRACT.
           READ FX-FORWARD-FILE
               INVALID KEY
                   ADD 1 TO WS-CONTRACTS-REJECTED
                   DISPLAY 'FWDLOD00: cancel for unknown contract '
                           FDI-PORTFOLIO-ID ' ' FDI-CONTRACT-ID
                   EXIT PARAGRAPH
           END-READ

           IF NOT FWD-OPEN
           OR FWD-VALUE-DATE NOT > WS-CURRENT-DATE-X
               ADD 1 TO WS-CONTRACTS-REJECTED
               DISPLAY 'FWDLOD00: contract no longer open, '
                       'cancel rejected for '
                       FDI-PORTFOLIO-ID ' ' FDI-CONTRACT-ID
               EXIT PARAGRAPH
           END-IF

           SET FWD-CANCELLED          TO TRUE
           MOVE ZERO                  TO FWD-MTM-BASE
           MOVE FUNCTION CURRENT-DATE TO FWD-LAST-MAINT-DATE
           MOVE 'FWDLOD00'            TO FWD-LAST-MAINT-USER

           REWRITE FX-FORWARD-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'Error cancelling contract '
                           FWD-PORTFOLIO-ID ' ' FWD-CONTRACT-ID
                   EXIT PARAGRAPH
           END-REWRITE

           ADD 1 TO WS-CONTRACTS-CANCELLED
           .

       3000-TERMINATE.
           CLOSE FORWARD-INPUT-FILE
                 FX-FORWARD-FILE
                 PORTFOLIO-FILE

           DISPLAY 'FWDLOD00 Processing Statistics:'
           DISPLAY '  Contracts read:      ' WS-CONTRACTS-READ
           DISPLAY '  Contracts added:     ' WS-CONTRACTS-ADDED
           DISPLAY '  Contracts cancelled: ' WS-CONTRACTS-CANCELLED
           DISPLAY '  Contracts rejected:  ' WS-CONTRACTS-REJECTED
           DISPLAY '  Errors:              ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       9000-ERROR-ROUTINE.
           ADD 1 TO WS-ERROR-COUNT
           MOVE 'FWDLOD00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
