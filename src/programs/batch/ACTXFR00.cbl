           05  WS-DLT-FUNCTION     PIC X(1).
           05  WS-DLT-RESULT       PIC X(1).
               88  WS-DLT-BUILT        VALUE 'D'.
               88  WS-DLT-HELD         VALUE 'H'.
           05  WS-DLT-BEFORE       PIC X(400).
           05  WS-DLT-AFTER        PIC X(400).
           05  WS-DLT-DELTA        PIC X(400).
           05  WS-DLT-PORTFOLIO-ID PIC X(8).
           05  WS-DLT-HIST-DATE    PIC X(8).


       01  WS-POS-KEY-TABLE.
       01  WS-COUNTERS.
           05  WS-POSITIONS-MOVED      PIC 9(5) COMP VALUE 0.
           05  WS-LOTS-MOVED           PIC 9(5) COMP VALUE 0.
           05  WS-HELD-FULL            PIC 9(5) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       01  WS-REPORT-LINES.
               MOVE 'C' TO WS-DLT-FUNCTION
               MOVE WS-BEFORE-IMAGE  TO WS-DLT-BEFORE
               MOVE HIST-AFTER-IMAGE TO WS-DLT-AFTER
               MOVE HIST-PORTFOLIO-ID TO WS-DLT-PORTFOLIO-ID
               MOVE WS-CURRENT-DATE-X TO WS-DLT-HIST-DATE
               CALL 'HSTDLT00' USING WS-DELTA-REQUEST
               IF WS-DLT-HELD
                   ADD 1 TO WS-HELD-FULL
               END-IF
           ELSE
               MOVE 'F' TO WS-DLT-RESULT
           END-IF
           DISPLAY 'ACTXFR00 Processing Statistics:'
           DISPLAY '  Positions moved: ' WS-POSITIONS-MOVED
           DISPLAY '  Lots moved:      ' WS-LOTS-MOVED
           DISPLAY '  Kept full (hold): ' WS-HELD-FULL
           DISPLAY '  Errors:          ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
