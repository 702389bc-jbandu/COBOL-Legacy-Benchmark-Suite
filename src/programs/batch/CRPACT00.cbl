      *              units at the subscription price. Both run
      *              through the normal pipeline so lots, cash and
      *              the funds check behave exactly as for any trade.
      * 2026-10-15 - History images for a portfolio under legal hold
      *              are kept in full rather than compacted to a
      *              delta; the count kept full is displayed.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRPACT00.
           05  WS-TENDERS-GEN      PIC 9(7) COMP VALUE 0.
           05  WS-RIGHTS-GEN       PIC 9(7) COMP VALUE 0.
           05  WS-DECLINED-COUNT   PIC 9(7) COMP VALUE 0.
           05  WS-HELD-FULL        PIC 9(7) COMP VALUE 0.
           05  WS-ERROR-COUNT      PIC 9(7) COMP VALUE 0.

      *----------------------------------------------------------------*
           05  WS-DLT-FUNCTION     PIC X(1).
           05  WS-DLT-RESULT       PIC X(1).
               88  WS-DLT-BUILT        VALUE 'D'.
               88  WS-DLT-HELD         VALUE 'H'.
           05  WS-DLT-BEFORE       PIC X(400).
           05  WS-DLT-AFTER        PIC X(400).
           05  WS-DLT-DELTA        PIC X(400).
           05  WS-DLT-PORTFOLIO-ID PIC X(8).
           05  WS-DLT-HIST-DATE    PIC X(8).


       PROCEDURE DIVISION.
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
           DISPLAY '  Tender sales gen:     ' WS-TENDERS-GEN
           DISPLAY '  Rights buys gen:      ' WS-RIGHTS-GEN
           DISPLAY '  Elections declined:   ' WS-DECLINED-COUNT
           DISPLAY '  Kept full, legal hold:' WS-HELD-FULL
           DISPLAY '  Errors:               ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
