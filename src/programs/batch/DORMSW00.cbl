      * withdrawals are blocked in the validation gate until a
      * supervisor reactivates the account through the maker-checker
      * flow in PORTMSTR.
      *
      * Returned mail feeds the same lifecycle. An owner whose address
      * is flagged undeliverable on CLICON (MALCHK00), with no
      * e-delivery on file and at least the DORMPARM number of returns
      * counted against it, is a lost owner: an active account moves
      * to inactive on that alone, without waiting out the idle days.
      * No letter goes to a flagged address -- the stage change lands
      * on the LOSTOWN extract instead, for the address search.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMSW00.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LTR-STATUS.

           SELECT LOST-OWNER-FILE
               ASSIGN TO LOSTOWN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LST-STATUS.

           SELECT PARM-FILE
               ASSIGN TO DORMPARM
               ORGANIZATION IS SEQUENTIAL
           05  LTR-LAST-ACTIVITY       PIC X(08).
           05  FILLER                  PIC X(33).

       FD  LOST-OWNER-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  LOST-OWNER-RECORD.
           05  LST-PORTFOLIO-ID        PIC X(08).
           05  LST-CLIENT-NAME         PIC X(30).
           05  LST-STAGE               PIC X(01).
           05  LST-LAST-ACTIVITY       PIC X(08).
           05  LST-RETURNED-DATE       PIC X(08).
           05  LST-RETURN-COUNT        PIC 9(03).
           05  LST-LOST-OWNER          PIC X(01).
           05  FILLER                  PIC X(21).

       FD  PARM-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           05  DRM-PARM-INACTIVE-DAYS  PIC 9(05).
           05  DRM-PARM-DORMANT-DAYS   PIC 9(05).
           05  DRM-PARM-ESCHEAT-DAYS   PIC 9(05).
           05  DRM-PARM-LOST-RETURNS   PIC 9(03).
           05  FILLER                  PIC X(62).

       WORKING-STORAGE SECTION.
           COPY ERRHAND.
           05  WS-PSH-STATUS           PIC X(2).
           05  WS-LTR-STATUS           PIC X(2).
           05  WS-PARM-STATUS          PIC X(2).
           05  WS-LST-STATUS           PIC X(2).

       01  WS-THRESHOLDS.
      *    Days without client-initiated activity before each stage;
           05  WS-INACTIVE-DAYS        PIC 9(5) VALUE 365.
           05  WS-DORMANT-DAYS         PIC 9(5) VALUE 730.
           05  WS-ESCHEAT-DAYS         PIC 9(5) VALUE 1825.
      *    Returned items counted against a flagged address before
      *    its owner is treated as lost.
           05  WS-LOST-RETURNS         PIC 9(3) VALUE 2.

      *    Returned-mail answer for the portfolio (MALCHK00).
       01  WS-MAIL-REQUEST.
           05  WS-MLC-PORTFOLIO-ID     PIC X(08).
           05  WS-MLC-DATE             PIC X(08).
           05  WS-MLC-RESULT           PIC X(01).
               88  WS-MLC-SUPPRESS         VALUE 'S'.
           05  WS-MLC-RETURNED-DATE    PIC X(08).
           05  WS-MLC-RETURN-COUNT     PIC 9(03).

       01  WS-SWITCHES.
           05  WS-PORT-EOF-SW          PIC X(1) VALUE 'N'.
               88  WS-PORT-EOF              VALUE 'Y'.
           05  WS-LOST-OWNER-SW        PIC X(1) VALUE 'N'.
               88  WS-LOST-OWNER            VALUE 'Y'.
               88  WS-OWNER-NOT-LOST        VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-PORTFOLIOS-READ      PIC 9(7) COMP VALUE 0.
           05  WS-PROGRESSED-COUNT     PIC 9(5) COMP VALUE 0.
           05  WS-LETTERS-WRITTEN      PIC 9(5) COMP VALUE 0.
           05  WS-LOST-OWNER-COUNT     PIC 9(5) COMP VALUE 0.
           05  WS-LETTERS-HELD         PIC 9(5) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       PROCEDURE DIVISION.
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT LOST-OWNER-FILE
           IF WS-LST-STATUS NOT = '00'
               MOVE 'Error opening lost owner extract' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                       MOVE DRM-PARM-ESCHEAT-DAYS
                         TO WS-ESCHEAT-DAYS
                   END-IF
                   IF DRM-PARM-LOST-RETURNS IS NUMERIC
                      AND DRM-PARM-LOST-RETURNS NOT = 0
                       MOVE DRM-PARM-LOST-RETURNS
                         TO WS-LOST-RETURNS
                   END-IF
               END-IF
               CLOSE PARM-FILE
           END-IF

           MOVE PORT-STATUS TO WS-BEFORE-STATUS

      *    Lost owner: mail keeps coming back and there is no other
      *    way to reach the client.
           MOVE PORT-ID           TO WS-MLC-PORTFOLIO-ID
           MOVE WS-CURRENT-DATE-X TO WS-MLC-DATE
           CALL 'MALCHK00' USING WS-MAIL-REQUEST
           SET WS-OWNER-NOT-LOST TO TRUE
           IF WS-MLC-SUPPRESS
              AND WS-MLC-RETURN-COUNT NOT < WS-LOST-RETURNS
               SET WS-LOST-OWNER TO TRUE
           END-IF

      *    One stage per sweep, so a long-idle account still walks
      *    the full progression (and produces a letter at each
      *    stage) rather than jumping straight to escheatment.
               WHEN PORT-ACTIVE
                    AND WS-IDLE-DAYS > WS-INACTIVE-DAYS
                   SET PORT-INACTIVE TO TRUE
               WHEN PORT-ACTIVE
                    AND WS-LOST-OWNER
                   SET PORT-INACTIVE TO TRUE
                   ADD 1 TO WS-LOST-OWNER-COUNT
               WHEN PORT-INACTIVE
                    AND WS-IDLE-DAYS > WS-DORMANT-DAYS
                   SET PORT-DORMANT TO TRUE

           ADD 1 TO WS-PROGRESSED-COUNT
           PERFORM 2200-WRITE-STATUS-HISTORY
           IF WS-MLC-SUPPRESS
               PERFORM 2400-WRITE-LOST-OWNER
           ELSE
               PERFORM 2300-WRITE-LETTER
           END-IF
           .

       2200-WRITE-STATUS-HISTORY.
           MOVE WS-PSH-TIME       TO PSH-CHANGE-TIME
           MOVE WS-BEFORE-STATUS  TO PSH-FROM-STATUS
           MOVE PORT-STATUS       TO PSH-TO-STATUS
           IF WS-LOST-OWNER
              AND WS-IDLE-DAYS NOT > WS-INACTIVE-DAYS
              AND PORT-INACTIVE
               MOVE 'Lost owner - mail returned' TO PSH-REASON
           ELSE
               MOVE 'Dormancy sweep progression' TO PSH-REASON
           END-IF
           MOVE 'DORMSW00'        TO PSH-CHANGE-USER

           WRITE PORT-STATUS-HIST-RECORD
           ADD 1 TO WS-LETTERS-WRITTEN
           .

      *----------------------------------------------------------------*
      * The stage letter is held when the address is flagged
      * undeliverable; the stage, the returns and whether the owner
      * now counts as lost go to the address search instead.
      *----------------------------------------------------------------*
       2400-WRITE-LOST-OWNER.
           MOVE SPACES TO LOST-OWNER-RECORD
           MOVE PORT-ID              TO LST-PORTFOLIO-ID
           MOVE PORT-CLIENT-NAME     TO LST-CLIENT-NAME
           MOVE PORT-STATUS          TO LST-STAGE
           MOVE PORT-LAST-TRANS      TO LST-LAST-ACTIVITY
           MOVE WS-MLC-RETURNED-DATE TO LST-RETURNED-DATE
           MOVE WS-MLC-RETURN-COUNT  TO LST-RETURN-COUNT
           IF WS-LOST-OWNER
               MOVE 'Y' TO LST-LOST-OWNER
           ELSE
               MOVE 'N' TO LST-LOST-OWNER
           END-IF

           WRITE LOST-OWNER-RECORD
           IF WS-LST-STATUS NOT = '00'
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'Error writing lost owner extract: ' PORT-ID
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-LETTERS-HELD
           .

       3000-TERMINATE.
           CLOSE PORTFOLIO-FILE
                 PORT-STATUS-HISTORY
                 LETTER-FILE
                 LOST-OWNER-FILE

           DISPLAY 'DORMSW00 Processing Statistics:'
           DISPLAY '  Portfolios read:     ' WS-PORTFOLIOS-READ
           DISPLAY '  Stages progressed:   ' WS-PROGRESSED-COUNT
           DISPLAY '  Letters extracted:   ' WS-LETTERS-WRITTEN
           DISPLAY '  Lost owners:         ' WS-LOST-OWNER-COUNT
           DISPLAY '  Letters held:        ' WS-LETTERS-HELD
           DISPLAY '  Errors:              ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
