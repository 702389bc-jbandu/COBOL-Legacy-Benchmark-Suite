      *                         -- the master shows CLOSED with zero
      *                         units and zero cash. Anything else is
      *                         reported and left standing.
      * 2026-10-15 [Author]     An account any active legal hold
      *                         covers (LGLCHK00) is never deleted,
      *                         wound down or not; each one refused
      *                         is reported with the hold and counted.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTDEL.
           05  WS-ERROR-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-NOT-FND-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-NOT-ELIG-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-HELD-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-RETURN-CODE      PIC S9(4) VALUE +0.

      *----------------------------------------------------------------*
      * Legal hold check request (LGLCHK00)
      *----------------------------------------------------------------*
       01  WS-HOLD-REQUEST.
           05  WS-LGL-PORTFOLIO-ID PIC X(8).
           05  WS-LGL-DATE         PIC X(8).
           05  WS-LGL-RESULT       PIC X.
               88  WS-LGL-HELD              VALUE 'Y'.
           05  WS-LGL-HOLD-ID      PIC X(8).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           
           EVALUATE TRUE
               WHEN WS-SUCCESS-STATUS
                   PERFORM 2120-CHECK-LEGAL-HOLD
                   IF WS-LGL-HELD
                       ADD 1 TO WS-HELD-COUNT
                       DISPLAY 'Delete refused, legal hold '
                               WS-LGL-HOLD-ID ': ' PORT-KEY
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM 2150-CHECK-ELIGIBILITY
                   IF WS-DELETABLE
                       PERFORM 2200-DELETE-RECORD
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * Any active hold on the account, whatever period it covers,
      * keeps the account -- the held records hang off it.
      *----------------------------------------------------------------*
       2120-CHECK-LEGAL-HOLD.
           MOVE PORT-ID TO WS-LGL-PORTFOLIO-ID
           MOVE SPACES  TO WS-LGL-DATE
           CALL 'LGLCHK00' USING WS-HOLD-REQUEST
           .

      *----------------------------------------------------------------*
      * An account is only eligible for deletion once it is actually
      * wound down: its CLOSREQ closure request sits at stage P --
           DISPLAY 'Records deleted:  ' WS-DELETE-COUNT
           DISPLAY 'Records not found:' WS-NOT-FND-COUNT
           DISPLAY 'Records refused:  ' WS-NOT-ELIG-COUNT
           DISPLAY 'Under legal hold: ' WS-HELD-COUNT
           DISPLAY 'Errors occurred:  ' WS-ERROR-COUNT
           
           MOVE WS-RETURN-CODE TO RETURN-CODE
