      *              exchange-fee/other-charge breakdown; they map
      *              onto the new TRN-CHARGE-DATA fields, with
      *              BRK-AMOUNT now the trade principal.
      * 2026-10-15 - The broker's symbol resolves to our SEC-ID
      *              through the SECXREF identifier cross-reference
      *              (internal ID, ticker, CUSIP or SEDOL); a symbol
      *              with no cross-reference entry goes to the
      *              exception report as an unmapped identifier
      *              instead of flowing through as an unknown
      *              investment.
      * 2026-10-15 - Bond trades carry the accrued interest the
      *              broker computed in the old filler; it maps onto
      *              TRN-ACCRUED-INT. A blank field goes through as
      *              zero and TRNVAL00 computes it.
      * 2026-10-15 - Version 3 of the broker's layout appends the
      *              client order ID an execution was routed under;
      *              when present it rides in TRN-BROKER-REF in place
      *              of the execution reference so ORDMGR00 can match
      *              the fill to its order on the ORDBOOK order book.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRKTRN00.
               RECORD KEY IS PORT-ID
               FILE STATUS IS WS-PORT-STATUS.

           SELECT SECURITY-XREF-FILE
               ASSIGN TO SECXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XRF-KEY
               FILE STATUS IS WS-XRF-STATUS.

           SELECT LOT-PREF-FILE
               ASSIGN TO LOTPREF
               ORGANIZATION IS SEQUENTIAL
           05  BRK-COMMISSION          PIC 9(7)V9(2).
           05  BRK-EXCH-FEE            PIC 9(5)V9(2).
           05  BRK-OTHER-CHARGE        PIC 9(5)V9(2).
           05  BRK-ACCRUED-INT         PIC 9(7)V9(2).
           05  FILLER                  PIC X(04).
           05  BRK-CLIENT-ORDER-ID     PIC X(12).

       FD  PORTFOLIO-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PORTFLIO.

       FD  SECURITY-XREF-FILE.
       COPY SECXREF.

       FD  LOT-PREF-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           05  WS-BRK-STATUS           PIC X(2).
           05  WS-PORT-STATUS          PIC X(2).
           05  WS-PREF-STATUS          PIC X(2).
           05  WS-XRF-STATUS           PIC X(2).
           05  WS-TRAN-STATUS          PIC X(2).
           05  WS-ERR-STATUS           PIC X(2).

           05  WS-ACCT-FOUND-SW        PIC X(1) VALUE 'N'.
               88  WS-ACCT-FOUND            VALUE 'Y'.
               88  WS-ACCT-NOT-FOUND        VALUE 'N'.
           05  WS-XRF-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-XRF-EOF               VALUE 'Y'.
           05  WS-SEC-FOUND-SW         PIC X(1) VALUE 'N'.
               88  WS-SEC-FOUND             VALUE 'Y'.
               88  WS-SEC-NOT-FOUND         VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-TIME8        PIC 9(8).
       01  WS-ACCT-IX                  PIC 9(4) COMP.
       01  WS-ACCT-MAX                 PIC 9(4) COMP VALUE 2000.

      *----------------------------------------------------------------*
      * Identifier cross-reference loaded from SECXREF: the broker's
      * symbol may be our own SEC-ID, a ticker, a CUSIP or a SEDOL.
      *----------------------------------------------------------------*
       01  WS-XREF-TABLE.
           05  WS-XRF-COUNT            PIC 9(4) COMP VALUE 0.
           05  WS-XRF-ENTRY OCCURS 5000 TIMES.
               10  WS-XRF-SEC-ID       PIC X(10).
               10  WS-XRF-CUSIP        PIC X(09).
               10  WS-XRF-SEDOL        PIC X(07).
               10  WS-XRF-TICKER       PIC X(10).
       01  WS-XRF-IX                   PIC 9(4) COMP.
       01  WS-XRF-MAX                  PIC 9(4) COMP VALUE 5000.
       01  WS-RESOLVED-SEC-ID          PIC X(10).

       01  WS-COUNTERS.
           05  WS-TRADES-READ          PIC 9(7) COMP VALUE 0.
           05  WS-TRADES-MAPPED        PIC 9(7) COMP VALUE 0.
           05  WS-TRADES-REJECTED      PIC 9(7) COMP VALUE 0.
           05  WS-TRADES-UNMAPPED-ID   PIC 9(7) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       PROCEDURE DIVISION.
           CLOSE PORTFOLIO-FILE

           PERFORM 1200-LOAD-LOT-PREFERENCES
           PERFORM 1300-LOAD-XREF-TABLE
           .

       1100-LOAD-ACCOUNT-TABLE.
           END-PERFORM
           .

       1300-LOAD-XREF-TABLE.
           OPEN INPUT SECURITY-XREF-FILE
           IF WS-XRF-STATUS NOT = '00'
               MOVE 'Error opening security cross-reference'
                 TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           PERFORM 1310-LOAD-ONE-XREF
               UNTIL WS-XRF-EOF
               OR ERR-TEXT NOT = SPACES

           CLOSE SECURITY-XREF-FILE
           .

       1310-LOAD-ONE-XREF.
           READ SECURITY-XREF-FILE NEXT RECORD
               AT END
                   SET WS-XRF-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF WS-XRF-COUNT NOT < WS-XRF-MAX
               MOVE 'Cross-reference table capacity exceeded'
                 TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-XRF-COUNT
           MOVE XRF-SEC-ID TO WS-XRF-SEC-ID(WS-XRF-COUNT)
           MOVE XRF-CUSIP  TO WS-XRF-CUSIP(WS-XRF-COUNT)
           MOVE XRF-SEDOL  TO WS-XRF-SEDOL(WS-XRF-COUNT)
           MOVE XRF-TICKER TO WS-XRF-TICKER(WS-XRF-COUNT)
           .

       2000-TRANSLATE-TRADES.
           READ BROKER-FILE
               AT END
               EXIT PARAGRAPH
           END-IF

           PERFORM 2250-RESOLVE-SYMBOL
           IF WS-SEC-NOT-FOUND
               PERFORM 2450-WRITE-ID-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           PERFORM 2300-BUILD-TRANSACTION
           .

           END-IF
           .

      *----------------------------------------------------------------*
      * Our own SEC-ID wins; otherwise the first entry whose ticker,
      * CUSIP or SEDOL carries the broker's symbol.
      *----------------------------------------------------------------*
       2250-RESOLVE-SYMBOL.
           SET WS-SEC-NOT-FOUND TO TRUE
           MOVE SPACES TO WS-RESOLVED-SEC-ID
           IF BRK-SYMBOL = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-XRF-IX FROM 1 BY 1
                   UNTIL WS-XRF-IX > WS-XRF-COUNT
                   OR WS-SEC-FOUND
               IF WS-XRF-SEC-ID(WS-XRF-IX) = BRK-SYMBOL
                   SET WS-SEC-FOUND TO TRUE
                   MOVE WS-XRF-SEC-ID(WS-XRF-IX)
                     TO WS-RESOLVED-SEC-ID
               END-IF
           END-PERFORM

           PERFORM VARYING WS-XRF-IX FROM 1 BY 1
                   UNTIL WS-XRF-IX > WS-XRF-COUNT
                   OR WS-SEC-FOUND
               IF WS-XRF-TICKER(WS-XRF-IX) = BRK-SYMBOL
               OR WS-XRF-CUSIP(WS-XRF-IX)  = BRK-SYMBOL
               OR WS-XRF-SEDOL(WS-XRF-IX)  = BRK-SYMBOL
                   SET WS-SEC-FOUND TO TRUE
                   MOVE WS-XRF-SEC-ID(WS-XRF-IX)
                     TO WS-RESOLVED-SEC-ID
               END-IF
           END-PERFORM
           .

       2300-BUILD-TRANSACTION.
           INITIALIZE TRANSACTION-RECORD

           MOVE WS-SEQUENCE            TO WS-SEQ-NUMBER
           MOVE WS-SEQ-BUILD           TO TRN-SEQUENCE-NO

           MOVE WS-RESOLVED-SEC-ID     TO TRN-INVESTMENT-ID
           IF BRK-SIDE-BUY
               MOVE 'BU' TO TRN-TYPE
           ELSE
           SET TRN-STATUS-PEND         TO TRUE
           MOVE BRK-SETTLE-DATE        TO TRN-SETTLEMENT-DATE
           MOVE 'BRKTRN00'             TO TRN-PROCESS-USER
      *    An execution against one of our routed orders carries
      *    the order's ID for ORDMGR00 to match on; the execution
      *    reference stays on the broker's own file.
           IF BRK-CLIENT-ORDER-ID NOT = SPACES
               MOVE BRK-CLIENT-ORDER-ID TO TRN-BROKER-REF
           ELSE
               MOVE BRK-REFERENCE      TO TRN-BROKER-REF
           END-IF

      *    The charge breakdown rides beside the principal; a feed
      *    row with unpunched charge fields carries them as zero.
           ELSE
               MOVE ZERO TO TRN-OTHER-CHARGE
           END-IF
           IF BRK-ACCRUED-INT IS NUMERIC
               MOVE BRK-ACCRUED-INT TO TRN-ACCRUED-INT
           ELSE
               MOVE ZERO TO TRN-ACCRUED-INT
           END-IF

           WRITE TRANSACTION-RECORD
           IF WS-TRAN-STATUS NOT = '00'
           WRITE EXCEPTION-RECORD
           .

       2450-WRITE-ID-EXCEPTION.
           ADD 1 TO WS-TRADES-REJECTED
           ADD 1 TO WS-TRADES-UNMAPPED-ID

           MOVE SPACES TO EXCEPTION-RECORD
           STRING 'UNMAPPED IDENTIFIER: REF ' DELIMITED BY SIZE
                  BRK-REFERENCE      DELIMITED BY SIZE
                  ' ACCOUNT '        DELIMITED BY SIZE
                  BRK-ACCOUNT-NO     DELIMITED BY SIZE
                  ' SYMBOL '         DELIMITED BY SIZE
                  BRK-SYMBOL         DELIMITED BY SIZE
                  ' NOT ON SECXREF'  DELIMITED BY SIZE
             INTO EXCEPTION-RECORD

           WRITE EXCEPTION-RECORD
           .

       3000-TERMINATE.
           CLOSE BROKER-FILE
                 TRANSACTION-OUT
           DISPLAY '  Broker trades read:   ' WS-TRADES-READ
           DISPLAY '  Trades mapped:        ' WS-TRADES-MAPPED
           DISPLAY '  Trades unmappable:    ' WS-TRADES-REJECTED
           DISPLAY '    Unmapped symbol:    ' WS-TRADES-UNMAPPED-ID
           DISPLAY '  Errors:               ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
