      *              filtered to today's date: holdings that did not
      *              trade today have no today-dated master record
      *              and were silently missing from the feed.
      * 2026-10-15 - Each detail also carries the custodian's
      *              preferred identifier (CUSIP, ISIN, SEDOL or
      *              ticker, chosen by CUS-PARM-ID-TYPE) looked up
      *              on the SECXREF cross-reference. A holding with
      *              no such identifier on file goes out under our
      *              SEC-ID, type N, and is listed as an exception.
      * 2026-10-15 - The day's posted RF/DF free receipts and
      *              deliveries follow the holdings as movement
      *              records (type M, 2400) naming the contra firm,
      *              so the custodian can match them to the
      *              settlement instructions it received. They count
      *              in the trailer record count but not its value.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSEXT00.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE
               ASSIGN TO TRANFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT CURRENT-POSITION-FILE
               ASSIGN TO POSCUR
               ORGANIZATION IS INDEXED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.

           SELECT SECURITY-XREF-FILE
               ASSIGN TO SECXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XRF-KEY
               FILE STATUS IS WS-XRF-STATUS.

           SELECT PARM-FILE
               ASSIGN TO CUSPARM
               ORGANIZATION IS SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY TRNREC.

       FD  CURRENT-POSITION-FILE.
       COPY POSCUR.

           05  EXT-RECORD-TYPE         PIC X(01).
               88  EXT-TYPE-DETAIL         VALUE 'D'.
               88  EXT-TYPE-TRAILER        VALUE 'T'.
               88  EXT-TYPE-MOVEMENT       VALUE 'M'.
           05  EXT-PORTFOLIO-ID        PIC X(08).
           05  EXT-ACCOUNT-NO          PIC X(10).
           05  EXT-INVESTMENT-ID       PIC X(10).
           05  EXT-COST-BASIS          PIC S9(13)V9(2).
           05  EXT-MARKET-VALUE        PIC S9(13)V9(2).
           05  EXT-POSITION-DATE       PIC X(08).
           05  EXT-SECURITY-ID         PIC X(12).
           05  EXT-ID-TYPE             PIC X(01).
               88  EXT-ID-CUSIP            VALUE 'C'.
               88  EXT-ID-ISIN             VALUE 'I'.
               88  EXT-ID-SEDOL            VALUE 'S'.
               88  EXT-ID-TICKER           VALUE 'T'.
               88  EXT-ID-INTERNAL         VALUE 'N'.
           05  FILLER                  PIC X(03).

       01  EXTRACT-TRAILER REDEFINES EXTRACT-RECORD.
           05  FILLER                  PIC X(01).
           05  EXT-TRL-VALUE-TOTAL     PIC S9(15)V9(2).
           05  FILLER                  PIC X(71).

      *    A free receipt (R) or delivery (D) against another firm.
      *    The amount is the cost basis received or the value
      *    delivered; the acquired date travels with a receipt.
       01  EXTRACT-MOVEMENT REDEFINES EXTRACT-RECORD.
           05  FILLER                  PIC X(01).
           05  EXM-PORTFOLIO-ID        PIC X(08).
           05  EXM-ACCOUNT-NO          PIC X(10).
           05  EXM-INVESTMENT-ID       PIC X(10).
           05  EXM-DIRECTION           PIC X(01).
               88  EXM-RECEIVE             VALUE 'R'.
               88  EXM-DELIVER             VALUE 'D'.
           05  EXM-QUANTITY            PIC S9(11)V9(4).
           05  EXM-AMOUNT              PIC S9(13)V9(2).
           05  EXM-SETTLE-DATE         PIC X(08).
           05  EXM-SECURITY-ID         PIC X(12).
           05  EXM-ID-TYPE             PIC X(01).
           05  EXM-CONTRA-FIRM         PIC X(08).
           05  EXM-ACQUIRED-DATE       PIC X(08).
           05  FILLER                  PIC X(01).

       FD  SECURITY-XREF-FILE.
       COPY SECXREF.

       FD  PARM-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PARM-RECORD.
           05  CUS-PARM-MODE           PIC X(01).
               88  CUS-MODE-DELTA          VALUE 'D'.
      *    Identifier the custodian keys on: C=CUSIP, I=ISIN,
      *    S=SEDOL, T=ticker; blank sends our SEC-ID.
           05  CUS-PARM-ID-TYPE        PIC X(01).
               88  CUS-ID-TYPE-VALID       VALUE 'C' 'I' 'S' 'T'.
           05  FILLER                  PIC X(78).

       FD  BATCH-CONTROL-FILE.
           COPY BCHCTL.
      *    reserved SYSDATE sentinel record stays cycle 0.
       01  WS-CYCLE-NO             PIC 9(2) VALUE 1.
       01  WS-FILE-STATUS.
           05  WS-TRAN-STATUS          PIC X(2).
           05  WS-POS-STATUS           PIC X(2).
           05  WS-PORT-STATUS          PIC X(2).
           05  WS-EXT-STATUS           PIC X(2).
           05  WS-PARM-STATUS          PIC X(2).
           05  WS-XRF-STATUS           PIC X(2).
           05  WS-BCT-STATUS           PIC X(2).

       01  WS-CONSTANTS.
       01  WS-SWITCHES.
           05  WS-POS-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-POS-EOF               VALUE 'Y'.
           05  WS-TRAN-EOF-SW          PIC X(1) VALUE 'N'.
               88  WS-TRAN-EOF              VALUE 'Y'.
           05  WS-DELTA-MODE-SW        PIC X(1) VALUE 'N'.
               88  WS-DELTA-MODE            VALUE 'Y'.
               88  WS-FULL-MODE             VALUE 'N'.
           05  WS-PREFERRED-ID-TYPE    PIC X(1) VALUE 'N'.
               88  WS-SEND-INTERNAL-ID      VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-TIME8        PIC 9(8).
           05  WS-SAVE-ACCOUNT         PIC X(10).
           05  WS-SAVE-PORTFOLIO       PIC X(8) VALUE SPACES.
           05  WS-PREFERRED-ID         PIC X(12).

       01  WS-COUNTERS.
           05  WS-POSITIONS-READ       PIC 9(7) COMP VALUE 0.
           05  WS-RECORDS-EXTRACTED    PIC 9(9) VALUE 0.
           05  WS-IDS-UNMAPPED         PIC 9(7) COMP VALUE 0.
           05  WS-MOVEMENTS-EXTRACTED  PIC 9(7) COMP VALUE 0.
           05  WS-VALUE-TOTAL          PIC S9(15)V9(2) COMP-3
                                       VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.
           PERFORM 2000-EXTRACT-POSITIONS
               UNTIL WS-POS-EOF

           PERFORM 2400-EXTRACT-FREE-MOVEMENTS
               UNTIL WS-TRAN-EOF

           PERFORM 2500-WRITE-TRAILER
           PERFORM 3000-TERMINATE
           GOBACK
       1000-INITIALIZE.
           PERFORM 1100-OPEN-FILES
           PERFORM 1150-LOAD-PARM
           PERFORM 1160-OPEN-XREF
           PERFORM 1200-INIT-CHECKPOINT
           .

       1100-OPEN-FILES.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRAN-STATUS NOT = '00'
               MOVE 'Error opening transaction file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               SET WS-TRAN-EOF TO TRUE
           END-IF

           OPEN INPUT CURRENT-POSITION-FILE
           IF WS-POS-STATUS NOT = '00'
               MOVE 'Error opening position master' TO ERR-TEXT
               IF WS-PARM-STATUS = '00' AND CUS-MODE-DELTA
                   SET WS-DELTA-MODE TO TRUE
               END-IF
               IF WS-PARM-STATUS = '00' AND CUS-ID-TYPE-VALID
                   MOVE CUS-PARM-ID-TYPE TO WS-PREFERRED-ID-TYPE
               END-IF
               CLOSE PARM-FILE
           END-IF
           .

      *    The cross-reference is only needed when the custodian
      *    keys on a market identifier.
       1160-OPEN-XREF.
           IF WS-SEND-INTERNAL-ID
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT SECURITY-XREF-FILE
           IF WS-XRF-STATUS NOT = '00'
               MOVE 'Error opening security cross-reference'
                 TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               MOVE 'N' TO WS-PREFERRED-ID-TYPE
           END-IF
           .

       1200-INIT-CHECKPOINT.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD

           MOVE CUR-COST-BASIS    TO EXT-COST-BASIS
           MOVE CUR-MARKET-VALUE  TO EXT-MARKET-VALUE
           MOVE CUR-POSITION-DATE TO EXT-POSITION-DATE
           PERFORM 2300-GET-PREFERRED-ID
           MOVE WS-PREFERRED-ID   TO EXT-SECURITY-ID
           MOVE WS-PREFERRED-ID-TYPE TO EXT-ID-TYPE
           IF WS-PREFERRED-ID = SPACES
               MOVE CUR-INVESTMENT-ID TO EXT-SECURITY-ID
               SET EXT-ID-INTERNAL    TO TRUE
           END-IF

           WRITE EXTRACT-RECORD
           IF WS-EXT-STATUS NOT = '00'
           END-READ
           .

      *----------------------------------------------------------------*
      * The custodian's identifier for the holding; spaces when it
      * keys on our SEC-ID or the cross-reference has none, the
      * latter listed as an exception.
      *----------------------------------------------------------------*
       2300-GET-PREFERRED-ID.
           MOVE SPACES TO WS-PREFERRED-ID
           IF WS-SEND-INTERNAL-ID
               EXIT PARAGRAPH
           END-IF

           MOVE CUR-INVESTMENT-ID TO XRF-SEC-ID
           READ SECURITY-XREF-FILE
               INVALID KEY
                   MOVE SPACES TO SECURITY-XREF-RECORD
           END-READ

           EVALUATE WS-PREFERRED-ID-TYPE
               WHEN 'C'
                   MOVE XRF-CUSIP  TO WS-PREFERRED-ID
               WHEN 'I'
                   MOVE XRF-ISIN   TO WS-PREFERRED-ID
               WHEN 'S'
                   MOVE XRF-SEDOL  TO WS-PREFERRED-ID
               WHEN 'T'
                   MOVE XRF-TICKER TO WS-PREFERRED-ID
           END-EVALUATE

           IF WS-PREFERRED-ID = SPACES
               ADD 1 TO WS-IDS-UNMAPPED
               DISPLAY 'Unmapped identifier, sent as SEC-ID: '
                       CUR-PORTFOLIO-ID ' ' CUR-INVESTMENT-ID
                       ' type ' WS-PREFERRED-ID-TYPE
           END-IF
           .

      *----------------------------------------------------------------*
      * The day's free receipts and deliveries, once posted. The
      * account and identifier lookups key on the CUR- fields, so
      * the movement's portfolio and investment are set there first.
      *----------------------------------------------------------------*
       2400-EXTRACT-FREE-MOVEMENTS.
           READ TRANSACTION-FILE
               AT END
                   SET WS-TRAN-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF TRN-DATE = '*HEADER ' OR TRN-DATE = '*TRAILER'
               EXIT PARAGRAPH
           END-IF

           IF NOT TRN-STATUS-DONE OR NOT TRN-TYPE-FREE
               EXIT PARAGRAPH
           END-IF

           MOVE TRN-PORTFOLIO-ID  TO CUR-PORTFOLIO-ID
           MOVE TRN-INVESTMENT-ID TO CUR-INVESTMENT-ID
           PERFORM 2200-GET-ACCOUNT-NO
           PERFORM 2300-GET-PREFERRED-ID

           MOVE SPACES TO EXTRACT-RECORD
           SET EXT-TYPE-MOVEMENT TO TRUE
           MOVE TRN-PORTFOLIO-ID    TO EXM-PORTFOLIO-ID
           MOVE WS-SAVE-ACCOUNT     TO EXM-ACCOUNT-NO
           MOVE TRN-INVESTMENT-ID   TO EXM-INVESTMENT-ID
           IF TRN-TYPE-RCVF
               SET EXM-RECEIVE TO TRUE
               MOVE TRN-ACQUIRED-DATE TO EXM-ACQUIRED-DATE
           ELSE
               SET EXM-DELIVER TO TRUE
           END-IF
           MOVE TRN-QUANTITY        TO EXM-QUANTITY
           MOVE TRN-AMOUNT          TO EXM-AMOUNT
           MOVE TRN-SETTLEMENT-DATE TO EXM-SETTLE-DATE
           MOVE WS-PREFERRED-ID     TO EXM-SECURITY-ID
           MOVE WS-PREFERRED-ID-TYPE TO EXM-ID-TYPE
           IF WS-PREFERRED-ID = SPACES
               MOVE TRN-INVESTMENT-ID TO EXM-SECURITY-ID
               MOVE 'N'               TO EXM-ID-TYPE
           END-IF
           MOVE TRN-CONTRA-FIRM     TO EXM-CONTRA-FIRM

           WRITE EXTRACT-RECORD
           IF WS-EXT-STATUS NOT = '00'
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'Error writing movement record: ' TRN-KEY
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-RECORDS-EXTRACTED
           ADD 1 TO WS-MOVEMENTS-EXTRACTED
           .

       2500-WRITE-TRAILER.
           MOVE SPACES TO EXTRACT-RECORD
           SET EXT-TYPE-TRAILER TO TRUE
       3000-TERMINATE.
           PERFORM 3100-UPDATE-COMPLETION

           CLOSE TRANSACTION-FILE
                 CURRENT-POSITION-FILE
                 PORTFOLIO-FILE
                 EXTRACT-FILE
                 BATCH-CONTROL-FILE
           IF NOT WS-SEND-INTERNAL-ID
               CLOSE SECURITY-XREF-FILE
           END-IF

           DISPLAY 'CUSEXT00 Processing Statistics:'
           DISPLAY '  Positions read:      ' WS-POSITIONS-READ
           DISPLAY '  Records extracted:   ' WS-RECORDS-EXTRACTED
           DISPLAY '  Free movements:      ' WS-MOVEMENTS-EXTRACTED
           DISPLAY '  Unmapped identifiers:' WS-IDS-UNMAPPED
           IF WS-DELTA-MODE
               DISPLAY '  Mode:                DELTA'
           ELSE
