      *================================================================*
      * Program Name: RRTLOD00
      * Description: Daily Reference Rate Load
      * Version: 1.0
      * Date: 2026
      *
      * Loads the vendor's daily reference rate feed (SOFR, EURIBOR
      * and the other indices floating-rate notes pay over) into the
      * keyed REFRATE file FRNRST00 fixes coupons from. Scheduled
      * with the FX rate load ahead of the nightly cycle. Existing
      * indices are replaced in place; an index missing from today's
      * feed keeps its last fixing, which carries its own rate date.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RRTLOD00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-INPUT-FILE
               ASSIGN TO REFIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT REFERENCE-RATE-FILE
               ASSIGN TO REFRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RRT-KEY
               FILE STATUS IS WS-RRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-INPUT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  RATE-INPUT-RECORD.
           05  RTI-INDEX-ID            PIC X(08).
           05  RTI-RATE-DATE           PIC X(08).
           05  RTI-RATE-PCT            PIC S9(3)V9(6)
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(54).

       FD  REFERENCE-RATE-FILE.
           COPY REFRATE.

       WORKING-STORAGE SECTION.
           COPY ERRHAND.

       01  WS-FILE-STATUS.
           05  WS-IN-STATUS            PIC X(2).
           05  WS-RRT-STATUS           PIC X(2).

       01  WS-SWITCHES.
           05  WS-IN-EOF-SW            PIC X(1) VALUE 'N'.
               88  WS-IN-EOF               VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RATES-READ           PIC 9(5) COMP VALUE 0.
           05  WS-RATES-LOADED         PIC 9(5) COMP VALUE 0.
           05  WS-RATES-REJECTED       PIC 9(5) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-LOAD-RATES
               UNTIL WS-IN-EOF

           PERFORM 3000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           OPEN INPUT RATE-INPUT-FILE
           IF WS-IN-STATUS NOT = '00'
               MOVE 'Error opening reference rate input' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O REFERENCE-RATE-FILE
           IF WS-RRT-STATUS NOT = '00'
               MOVE 'Error opening reference rate file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           .

      *    A zero fixing is a real rate for some indices, so only a
      *    blank index, an unusable date or a non-numeric rate is
      *    rejected.
       2000-LOAD-RATES.
           READ RATE-INPUT-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-RATES-READ

           IF RTI-INDEX-ID = SPACES
           OR RTI-RATE-DATE IS NOT NUMERIC
           OR RTI-RATE-PCT IS NOT NUMERIC
               ADD 1 TO WS-RATES-REJECTED
               DISPLAY 'RRTLOD00: rejected rate record for '
                       RTI-INDEX-ID
               EXIT PARAGRAPH
           END-IF

           MOVE RTI-INDEX-ID  TO RRT-INDEX-ID
           MOVE RTI-RATE-PCT  TO RRT-RATE-PCT
           MOVE RTI-RATE-DATE TO RRT-RATE-DATE
           MOVE SPACES        TO RRT-FILLER

           WRITE REFERENCE-RATE-RECORD
               INVALID KEY
                   REWRITE REFERENCE-RATE-RECORD
                       INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                           DISPLAY 'Error loading rate for '
                                   RRT-INDEX-ID
                           EXIT PARAGRAPH
                   END-REWRITE
           END-WRITE

           ADD 1 TO WS-RATES-LOADED
           .

       3000-TERMINATE.
           CLOSE RATE-INPUT-FILE
                 REFERENCE-RATE-FILE

           DISPLAY 'RRTLOD00 Processing Statistics:'
           DISPLAY '  Rates read:     ' WS-RATES-READ
           DISPLAY '  Rates loaded:   ' WS-RATES-LOADED
           DISPLAY '  Rates rejected: ' WS-RATES-REJECTED
           DISPLAY '  Errors:         ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       9000-ERROR-ROUTINE.
           ADD 1 TO WS-ERROR-COUNT
           MOVE 'RRTLOD00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
