      *================================================================*
      * Program Name: XRFLOD00
      * Description: Security Identifier Cross-Reference Maintenance
      * Version: 1.0
      * Date: 2026
      *
      * Applies add, change and delete transactions to the keyed
      * SECXREF file that maps our internal SEC-ID to the CUSIP,
      * ISIN, SEDOL and exchange ticker the broker and custodian
      * interfaces use. Every entry must name a security on the
      * security master. A change replaces only the identifiers the
      * transaction carries -- a blank field leaves the one on file
      * alone -- so a single new SEDOL does not need the full set
      * re-keyed. Each applied or rejected transaction is listed on
      * the XRFRPT report.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. XRFLOD00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XREF-INPUT-FILE
               ASSIGN TO XRFIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT SECURITY-XREF-FILE
               ASSIGN TO SECXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XRF-KEY
               FILE STATUS IS WS-XRF-STATUS.

           SELECT SECURITY-MASTER
               ASSIGN TO SECMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEC-KEY
               FILE STATUS IS WS-SEC-STATUS.

           SELECT XREF-REPORT
               ASSIGN TO XRFRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  XREF-INPUT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  XREF-INPUT-RECORD.
           05  XRI-ACTION              PIC X(01).
               88  XRI-ACTION-ADD          VALUE 'A'.
               88  XRI-ACTION-CHANGE       VALUE 'C'.
               88  XRI-ACTION-DELETE       VALUE 'D'.
           05  XRI-SEC-ID              PIC X(10).
           05  XRI-CUSIP               PIC X(09).
           05  XRI-ISIN                PIC X(12).
           05  XRI-SEDOL               PIC X(07).
           05  XRI-TICKER              PIC X(10).
           05  FILLER                  PIC X(31).

       FD  SECURITY-XREF-FILE.
       COPY SECXREF.

       FD  SECURITY-MASTER.
       COPY SECMSTR.

       FD  XREF-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY ERRHAND.

       01  WS-FILE-STATUS.
           05  WS-IN-STATUS            PIC X(2).
           05  WS-XRF-STATUS           PIC X(2).
           05  WS-SEC-STATUS           PIC X(2).
           05  WS-RPT-STATUS           PIC X(2).

       01  WS-SWITCHES.
           05  WS-IN-EOF-SW            PIC X(1) VALUE 'N'.
               88  WS-IN-EOF               VALUE 'Y'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                     PIC X(8).
           05  WS-REJECT-REASON        PIC X(30).

       01  WS-COUNTERS.
           05  WS-TRANS-READ           PIC 9(5) COMP VALUE 0.
           05  WS-ENTRIES-ADDED        PIC 9(5) COMP VALUE 0.
           05  WS-ENTRIES-CHANGED      PIC 9(5) COMP VALUE 0.
           05  WS-ENTRIES-DELETED      PIC 9(5) COMP VALUE 0.
           05  WS-TRANS-REJECTED       PIC 9(5) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       01  WS-REPORT-LINES.
           05  WS-HDR-LINE.
               10  FILLER              PIC X(40) VALUE
                   'SECURITY CROSS-REFERENCE MAINTENANCE  '.
               10  FILLER              PIC X(5)  VALUE 'DATE '.
               10  WS-HDR-DATE         PIC X(8).
               10  FILLER              PIC X(79) VALUE SPACES.
           05  WS-DETAIL-LINE.
               10  WS-DTL-RESULT       PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-ACTION       PIC X(1).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-SEC-ID       PIC X(10).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-CUSIP        PIC X(9).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-ISIN         PIC X(12).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-SEDOL        PIC X(7).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-TICKER       PIC X(10).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-DTL-REASON       PIC X(30).
               10  FILLER              PIC X(37) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-APPLY-TRANSACTIONS
               UNTIL WS-IN-EOF

           PERFORM 3000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD

           OPEN INPUT XREF-INPUT-FILE
           IF WS-IN-STATUS NOT = '00'
               MOVE 'Error opening cross-reference input' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O SECURITY-XREF-FILE
           IF WS-XRF-STATUS NOT = '00' AND '05'
               MOVE 'Error opening cross-reference file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT SECURITY-MASTER
           IF WS-SEC-STATUS NOT = '00'
               MOVE 'Error opening security master' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT XREF-REPORT
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'Error opening cross-reference report' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           MOVE WS-CURRENT-DATE-X TO WS-HDR-DATE
           WRITE REPORT-RECORD FROM WS-HDR-LINE
           .

       2000-APPLY-TRANSACTIONS.
           READ XREF-INPUT-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-TRANS-READ
           MOVE SPACES TO WS-REJECT-REASON

           EVALUATE TRUE
               WHEN XRI-ACTION-ADD
                   PERFORM 2100-ADD-ENTRY
               WHEN XRI-ACTION-CHANGE
                   PERFORM 2200-CHANGE-ENTRY
               WHEN XRI-ACTION-DELETE
                   PERFORM 2300-DELETE-ENTRY
               WHEN OTHER
                   MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
           END-EVALUATE

           PERFORM 2900-REPORT-TRANSACTION
           .

      *    A new entry must name a security we hold on the master.
       2100-ADD-ENTRY.
           MOVE XRI-SEC-ID TO SEC-ID
           READ SECURITY-MASTER
               INVALID KEY
                   MOVE 'SECURITY NOT ON MASTER' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-READ

           INITIALIZE SECURITY-XREF-RECORD
           MOVE XRI-SEC-ID        TO XRF-SEC-ID
           MOVE XRI-CUSIP         TO XRF-CUSIP
           MOVE XRI-ISIN          TO XRF-ISIN
           MOVE XRI-SEDOL         TO XRF-SEDOL
           MOVE XRI-TICKER        TO XRF-TICKER
           MOVE WS-CURRENT-DATE-X TO XRF-LAST-MAINT
           MOVE SPACES            TO XRF-FILLER

           WRITE SECURITY-XREF-RECORD
               INVALID KEY
                   MOVE 'ENTRY ALREADY ON FILE' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-WRITE

           ADD 1 TO WS-ENTRIES-ADDED
           .

       2200-CHANGE-ENTRY.
           MOVE XRI-SEC-ID TO XRF-SEC-ID
           READ SECURITY-XREF-FILE
               INVALID KEY
                   MOVE 'ENTRY NOT ON FILE' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-READ

           IF XRI-CUSIP NOT = SPACES
               MOVE XRI-CUSIP  TO XRF-CUSIP
           END-IF
           IF XRI-ISIN NOT = SPACES
               MOVE XRI-ISIN   TO XRF-ISIN
           END-IF
           IF XRI-SEDOL NOT = SPACES
               MOVE XRI-SEDOL  TO XRF-SEDOL
           END-IF
           IF XRI-TICKER NOT = SPACES
               MOVE XRI-TICKER TO XRF-TICKER
           END-IF
           MOVE WS-CURRENT-DATE-X TO XRF-LAST-MAINT

           REWRITE SECURITY-XREF-RECORD
               INVALID KEY
                   MOVE 'Error rewriting cross-reference entry'
                     TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-REWRITE

           ADD 1 TO WS-ENTRIES-CHANGED
           .

       2300-DELETE-ENTRY.
           MOVE XRI-SEC-ID TO XRF-SEC-ID
           DELETE SECURITY-XREF-FILE
               INVALID KEY
                   MOVE 'ENTRY NOT ON FILE' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-DELETE

           ADD 1 TO WS-ENTRIES-DELETED
           .

       2900-REPORT-TRANSACTION.
           IF WS-REJECT-REASON = SPACES
               MOVE 'APPLIED ' TO WS-DTL-RESULT
           ELSE
               MOVE 'REJECTED' TO WS-DTL-RESULT
               ADD 1 TO WS-TRANS-REJECTED
           END-IF
           MOVE XRI-ACTION       TO WS-DTL-ACTION
           MOVE XRI-SEC-ID       TO WS-DTL-SEC-ID
           MOVE XRI-CUSIP        TO WS-DTL-CUSIP
           MOVE XRI-ISIN         TO WS-DTL-ISIN
           MOVE XRI-SEDOL        TO WS-DTL-SEDOL
           MOVE XRI-TICKER       TO WS-DTL-TICKER
           MOVE WS-REJECT-REASON TO WS-DTL-REASON
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

       3000-TERMINATE.
           CLOSE XREF-INPUT-FILE
                 SECURITY-XREF-FILE
                 SECURITY-MASTER
                 XREF-REPORT

           DISPLAY 'XRFLOD00 Processing Statistics:'
           DISPLAY '  Transactions read:  ' WS-TRANS-READ
           DISPLAY '  Entries added:      ' WS-ENTRIES-ADDED
           DISPLAY '  Entries changed:    ' WS-ENTRIES-CHANGED
           DISPLAY '  Entries deleted:    ' WS-ENTRIES-DELETED
           DISPLAY '  Rejected:           ' WS-TRANS-REJECTED
           DISPLAY '  Errors:             ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       9000-ERROR-ROUTINE.
           ADD 1 TO WS-ERROR-COUNT
           MOVE 'XRFLOD00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
