      *================================================================*
      * Program Name: PAYMNT00
      * Description: Payee Bank Detail Change Maintenance
      * Version: 1.0
      * Date: 2026
      *
      * Works the payments desk's PAYIN cards against a portfolio's
      * standing PAYEE instruction. Bank details never change on the
      * spot -- every change waits on PAYCHG until it has been
      * confirmed and has sat out a cooling-off period:
      *
      *  - a C card requests a change to the payee name, routing and
      *    account numbers (or a first instruction). The change is
      *    held until a set number of business days from today --
      *    PAYPARM's hold days, three when none are given -- skipping
      *    weekends and HOLCAL all-market holidays. Re-keying a
      *    pending change replaces it and starts the hold and the
      *    callback over;
      *  - a K card records the callback to the client on the
      *    details already on file, by a user other than the one
      *    who requested the change, naming who was spoken to;
      *  - an X card cancels a pending change.
      *
      * PAYACT00 puts a change live on the first daily run after
      * its callback is recorded and its hold has run. Until then
      * PAYEXT00 keeps paying withdrawals to the instruction already
      * verified, or holds them, as PAYPARM directs. Every change to
      * PAYCHG is written to AUDITLOG through AUDPROC under the user
      * on the card.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYMNT00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYEE-CARD-FILE
               ASSIGN TO PAYIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PMI-STATUS.

           SELECT PARM-FILE
               ASSIGN TO PAYPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PORTFOLIO-FILE
               ASSIGN TO PORTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PORT-ID
               FILE STATUS IS WS-PORT-STATUS.

           SELECT PAYEE-FILE
               ASSIGN TO PAYEE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAY-KEY
               FILE STATUS IS WS-PAY-STATUS.

           SELECT PAYEE-CHANGE-FILE
               ASSIGN TO PAYCHG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PYC-KEY
               FILE STATUS IS WS-PYC-STATUS.

           SELECT HOLIDAY-FILE
               ASSIGN TO HOLCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HOL-KEY
               FILE STATUS IS WS-HOL-STATUS.

           SELECT PAYEE-REPORT
               ASSIGN TO PAYMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYEE-CARD-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
      *----------------------------------------------------------------*
      * One card per payments desk action. A C card carries the new
      * bank details; a K card who was spoken to on the callback.
      *----------------------------------------------------------------*
       01  PAYEE-CARD-RECORD.
           05  PMI-ACTION              PIC X(01).
               88  PMI-REQUEST-CHANGE      VALUE 'C'.
               88  PMI-RECORD-CALLBACK     VALUE 'K'.
               88  PMI-CANCEL-CHANGE       VALUE 'X'.
           05  PMI-PORTFOLIO-ID        PIC X(08).
           05  PMI-ENTERED-BY          PIC X(08).
           05  PMI-DETAIL              PIC X(63).
           05  PMI-CHANGE-DETAIL REDEFINES PMI-DETAIL.
               10  PMI-PAYEE-NAME      PIC X(30).
               10  PMI-BANK-ROUTING    PIC X(09).
               10  PMI-BANK-ACCOUNT    PIC X(17).
               10  FILLER              PIC X(07).
           05  PMI-CALLBACK-DETAIL REDEFINES PMI-DETAIL.
               10  PMI-CONTACT         PIC X(30).
               10  FILLER              PIC X(33).

       FD  PARM-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PAYPARM.

       FD  PORTFOLIO-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PORTFLIO.

       FD  PAYEE-FILE.
       COPY PAYEE.

       FD  PAYEE-CHANGE-FILE.
       COPY PAYCHG.

       FD  HOLIDAY-FILE.
           COPY HOLCAL.

       FD  PAYEE-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY ERRHAND.
           COPY AUDITLOG.

       01  WS-FILE-STATUS.
           05  WS-PMI-STATUS       PIC X(2).
           05  WS-PARM-STATUS      PIC X(2).
           05  WS-PORT-STATUS      PIC X(2).
           05  WS-PAY-STATUS       PIC X(2).
           05  WS-PYC-STATUS       PIC X(2).
           05  WS-HOL-STATUS       PIC X(2).
           05  WS-RPT-STATUS       PIC X(2).

       01  WS-CONSTANTS.
           05  WS-BATCH-USER-ID    PIC X(8) VALUE 'PAYMNT00'.

       01  WS-THRESHOLDS.
      *    Business days a bank detail change waits before it may go
      *    live; the PAYPARM record overrides when present.
           05  WS-HOLD-DAYS        PIC 9(2) VALUE 3.

       01  WS-SWITCHES.
           05  WS-PMI-EOF-SW       PIC X(1) VALUE 'N'.
               88  WS-PMI-EOF          VALUE 'Y'.
           05  WS-HOL-AVAIL-SW     PIC X(1) VALUE 'N'.
               88  WS-HOL-AVAILABLE    VALUE 'Y'.
               88  WS-HOL-UNAVAILABLE  VALUE 'N'.
           05  WS-PYC-FOUND-SW     PIC X(1) VALUE 'N'.
               88  WS-PYC-FOUND        VALUE 'Y'.
               88  WS-PYC-NOT-FOUND    VALUE 'N'.
           05  WS-HOLIDAY-SW       PIC X(1) VALUE 'N'.
               88  WS-IS-HOLIDAY       VALUE 'Y'.
               88  WS-NOT-HOLIDAY      VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8    PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                 PIC X(8).
           05  WS-ACCOUNT-NO       PIC X(10).
           05  WS-REJECT-REASON    PIC X(40).
           05  WS-ACTION-TEXT      PIC X(40).
           05  WS-AUD-ACTION       PIC X(8).
           05  WS-AUD-TEXT         PIC X(100).

      *----------------------------------------------------------------*
      * Hold date work fields. INTEGER-OF-DATE day 1 is 1601-01-01,
      * a Monday, so REM(integer, 7) of 6 is Saturday and 0 is
      * Sunday -- the same shortcut TRNVAL00's settlement roll uses.
      *----------------------------------------------------------------*
       01  WS-HOLD-WORK.
           05  WS-HLD-COUNTED      PIC 9(2).
           05  WS-HLD-INTEGER      PIC S9(9) COMP.
           05  WS-HLD-DOW          PIC 9(1).
           05  WS-HLD-CANDIDATE    PIC 9(8).
           05  WS-HLD-CANDIDATE-X REDEFINES WS-HLD-CANDIDATE
                                 PIC X(8).

       01  WS-COUNTERS.
           05  WS-CARDS-READ       PIC 9(5) COMP VALUE 0.
           05  WS-CHANGES-REQUESTED PIC 9(5) COMP VALUE 0.
           05  WS-CALLBACKS-RECORDED PIC 9(5) COMP VALUE 0.
           05  WS-CHANGES-CANCELLED PIC 9(5) COMP VALUE 0.
           05  WS-CARDS-REJECTED   PIC 9(5) COMP VALUE 0.
           05  WS-ERROR-COUNT      PIC 9(5) COMP VALUE 0.

       01  WS-IMAGE-AREAS.
           05  WS-BEFORE-IMAGE     PIC X(400).
           05  WS-AFTER-IMAGE      PIC X(400).

       01  WS-REPORT-LINES.
           05  WS-HDR-LINE.
               10  FILLER          PIC X(40) VALUE
                   'PAYEE BANK DETAIL CHANGES  DATE '.
               10  WS-HDR-DATE     PIC X(8).
               10  FILLER          PIC X(84) VALUE SPACES.
           05  WS-ACT-LINE.
               10  WS-ACT-L-VERB       PIC X(11).
               10  WS-ACT-L-PORTFOLIO  PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-ACT-L-USER       PIC X(8).
               10  FILLER              PIC X(3)  VALUE ' - '.
               10  WS-ACT-L-TEXT       PIC X(40).
               10  FILLER              PIC X(61) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-APPLY-CARD
               UNTIL WS-PMI-EOF

           PERFORM 5000-TERMINATE

           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD

           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
               IF WS-PARM-STATUS = '00'
                   IF PPM-HOLD-DAYS IS NUMERIC
                      AND PPM-HOLD-DAYS NOT = 0
                       MOVE PPM-HOLD-DAYS TO WS-HOLD-DAYS
                   END-IF
               END-IF
               CLOSE PARM-FILE
           END-IF

           OPEN INPUT PAYEE-CARD-FILE
           IF WS-PMI-STATUS NOT = '00'
               SET WS-PMI-EOF TO TRUE
           END-IF

           OPEN INPUT PORTFOLIO-FILE
           IF WS-PORT-STATUS NOT = '00'
               MOVE 'Error opening portfolio file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT PAYEE-FILE
           IF WS-PAY-STATUS NOT = '00'
               MOVE 'Error opening payee instruction file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

      *    The change file is created by the first request written
      *    to it.
           OPEN I-O PAYEE-CHANGE-FILE
           IF WS-PYC-STATUS NOT = '00' AND '05'
               MOVE 'Error opening payee change file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

      *    Without the holiday calendar only weekends are skipped
      *    in counting out the hold.
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOL-STATUS = '00'
               SET WS-HOL-AVAILABLE TO TRUE
           ELSE
               SET WS-HOL-UNAVAILABLE TO TRUE
           END-IF

           OPEN OUTPUT PAYEE-REPORT
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'Error opening payee change report' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           MOVE WS-CURRENT-DATE-X TO WS-HDR-DATE
           WRITE REPORT-RECORD FROM WS-HDR-LINE
           .

       2000-APPLY-CARD.
           READ PAYEE-CARD-FILE
               AT END
                   SET WS-PMI-EOF TO TRUE
                   CLOSE PAYEE-CARD-FILE
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-CARDS-READ
           MOVE SPACES TO WS-REJECT-REASON

           IF PMI-PORTFOLIO-ID = SPACES
               MOVE 'PORTFOLIO REQUIRED' TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

      *    The maker-checker split below rests on the user named on
      *    the card, so an unnamed card is refused outright.
           IF PMI-ENTERED-BY = SPACES
               MOVE 'ENTERING USER REQUIRED' TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN PMI-REQUEST-CHANGE
                   PERFORM 2100-REQUEST-CHANGE
               WHEN PMI-RECORD-CALLBACK
                   PERFORM 2200-RECORD-CALLBACK
               WHEN PMI-CANCEL-CHANGE
                   PERFORM 2300-CANCEL-CHANGE
               WHEN OTHER
                   MOVE 'UNKNOWN PAYEE ACTION' TO WS-REJECT-REASON
                   PERFORM 2090-REJECT-CARD
           END-EVALUATE
           .

       2090-REJECT-CARD.
           ADD 1 TO WS-CARDS-REJECTED
           MOVE 'REJECTED:  '     TO WS-ACT-L-VERB
           MOVE WS-REJECT-REASON  TO WS-ACTION-TEXT
           PERFORM 2095-WRITE-ACTION-LINE
           .

       2095-WRITE-ACTION-LINE.
           MOVE PMI-PORTFOLIO-ID  TO WS-ACT-L-PORTFOLIO
           MOVE PMI-ENTERED-BY    TO WS-ACT-L-USER
           MOVE WS-ACTION-TEXT    TO WS-ACT-L-TEXT
           WRITE REPORT-RECORD FROM WS-ACT-LINE
           .

      *----------------------------------------------------------------*
      * A change request. The details are checked for form only --
      * the callback is what proves them. A request identical to the
      * verified instruction already on file changes nothing.
      *----------------------------------------------------------------*
       2100-REQUEST-CHANGE.
           MOVE PMI-PORTFOLIO-ID TO PORT-ID
           READ PORTFOLIO-FILE
               INVALID KEY
                   MOVE 'PORTFOLIO NOT ON FILE' TO WS-REJECT-REASON
                   PERFORM 2090-REJECT-CARD
                   EXIT PARAGRAPH
           END-READ

           IF PORT-CLOSED
               MOVE 'ACCOUNT IS CLOSED' TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

           IF PMI-PAYEE-NAME = SPACES
               MOVE 'PAYEE NAME REQUIRED' TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

           IF PMI-BANK-ROUTING IS NOT NUMERIC
               MOVE 'ROUTING NUMBER MUST BE NINE DIGITS'
                 TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

           IF PMI-BANK-ACCOUNT = SPACES
               MOVE 'BANK ACCOUNT NUMBER REQUIRED' TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

           MOVE PMI-PORTFOLIO-ID TO PAY-PORTFOLIO-ID
           READ PAYEE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PAY-STATUS-VERIFIED
                      AND PAY-PAYEE-NAME   = PMI-PAYEE-NAME
                      AND PAY-BANK-ROUTING = PMI-BANK-ROUTING
                      AND PAY-BANK-ACCOUNT = PMI-BANK-ACCOUNT
                       MOVE 'SAME AS VERIFIED INSTRUCTION'
                         TO WS-REJECT-REASON
                       PERFORM 2090-REJECT-CARD
                       EXIT PARAGRAPH
                   END-IF
           END-READ

           MOVE PMI-PORTFOLIO-ID TO PYC-PORTFOLIO-ID
           READ PAYEE-CHANGE-FILE
               INVALID KEY
                   SET WS-PYC-NOT-FOUND TO TRUE
                   MOVE SPACES TO WS-BEFORE-IMAGE
               NOT INVALID KEY
                   SET WS-PYC-FOUND TO TRUE
                   MOVE PAYEE-CHANGE-RECORD TO WS-BEFORE-IMAGE
           END-READ

           PERFORM 2150-DERIVE-HOLD-DATE

           INITIALIZE PAYEE-CHANGE-RECORD
           MOVE PMI-PORTFOLIO-ID  TO PYC-PORTFOLIO-ID
           MOVE PMI-PAYEE-NAME    TO PYC-NEW-PAYEE-NAME
           MOVE PMI-BANK-ROUTING  TO PYC-NEW-BANK-ROUTING
           MOVE PMI-BANK-ACCOUNT  TO PYC-NEW-BANK-ACCOUNT
           SET PYC-AWAITING-CALLBACK TO TRUE
           MOVE WS-CURRENT-DATE-X TO PYC-REQUEST-DATE
           MOVE PMI-ENTERED-BY    TO PYC-REQUEST-USER
           MOVE WS-HLD-CANDIDATE-X TO PYC-HOLD-UNTIL
           MOVE FUNCTION CURRENT-DATE TO PYC-LAST-MAINT-DATE
           MOVE WS-BATCH-USER-ID  TO PYC-LAST-MAINT-USER

           IF WS-PYC-FOUND
               REWRITE PAYEE-CHANGE-RECORD
                   INVALID KEY
                       MOVE 'Error replacing payee change' TO ERR-TEXT
                       PERFORM 9000-ERROR-ROUTINE
                       EXIT PARAGRAPH
               END-REWRITE
               MOVE 'UPDATE  ' TO WS-AUD-ACTION
               MOVE 'Pending payee change replaced - hold restarted'
                 TO WS-AUD-TEXT
           ELSE
               WRITE PAYEE-CHANGE-RECORD
                   INVALID KEY
                       MOVE 'Error writing payee change' TO ERR-TEXT
                       PERFORM 9000-ERROR-ROUTINE
                       EXIT PARAGRAPH
               END-WRITE
               MOVE 'CREATE  ' TO WS-AUD-ACTION
               MOVE 'Payee bank detail change requested - held'
                 TO WS-AUD-TEXT
           END-IF

           MOVE PAYEE-CHANGE-RECORD TO WS-AFTER-IMAGE
           MOVE PORT-ACCOUNT-NO   TO WS-ACCOUNT-NO
           PERFORM 4000-WRITE-AUDIT

           ADD 1 TO WS-CHANGES-REQUESTED
           MOVE 'REQUESTED: '     TO WS-ACT-L-VERB
           MOVE 'CALLBACK DUE, HOLD UNTIL' TO WS-ACTION-TEXT
           MOVE PYC-HOLD-UNTIL    TO WS-ACTION-TEXT(26:8)
           PERFORM 2095-WRITE-ACTION-LINE
           .

      *----------------------------------------------------------------*
      * Counts WS-HOLD-DAYS business days forward from today into
      * WS-HLD-CANDIDATE.
      *----------------------------------------------------------------*
       2150-DERIVE-HOLD-DATE.
           COMPUTE WS-HLD-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE8)

           MOVE ZERO TO WS-HLD-COUNTED
           PERFORM 2155-ADVANCE-ONE-BUSINESS-DAY
               UNTIL WS-HLD-COUNTED >= WS-HOLD-DAYS

           COMPUTE WS-HLD-CANDIDATE =
               FUNCTION DATE-OF-INTEGER(WS-HLD-INTEGER)
           .

       2155-ADVANCE-ONE-BUSINESS-DAY.
           ADD 1 TO WS-HLD-INTEGER
           PERFORM 2158-CHECK-BUSINESS-DAY
           IF WS-NOT-HOLIDAY
              AND WS-HLD-DOW NOT = 6
              AND WS-HLD-DOW NOT = 0
               ADD 1 TO WS-HLD-COUNTED
           END-IF
           .

      *    Payments move on the bank's calendar, so only a holiday
      *    closing all markets holds a change over.
       2158-CHECK-BUSINESS-DAY.
           COMPUTE WS-HLD-DOW = FUNCTION REM(WS-HLD-INTEGER, 7)
           COMPUTE WS-HLD-CANDIDATE =
               FUNCTION DATE-OF-INTEGER(WS-HLD-INTEGER)

           SET WS-NOT-HOLIDAY TO TRUE
           IF WS-HOL-UNAVAILABLE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-HLD-CANDIDATE-X TO HOL-DATE
           READ HOLIDAY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HOL-ALL-MARKETS
                       SET WS-IS-HOLIDAY TO TRUE
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * The callback confirms the change with the client on contact
      * details already on file. It must be made by someone other
      * than the requester -- the second pair of eyes the change
      * waits for.
      *----------------------------------------------------------------*
       2200-RECORD-CALLBACK.
           MOVE PMI-PORTFOLIO-ID TO PYC-PORTFOLIO-ID
           READ PAYEE-CHANGE-FILE
               INVALID KEY
                   MOVE 'NO PAYEE CHANGE PENDING' TO WS-REJECT-REASON
                   PERFORM 2090-REJECT-CARD
                   EXIT PARAGRAPH
           END-READ

           IF PYC-CALLBACK-DONE
               MOVE 'CALLBACK ALREADY RECORDED' TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

           IF PMI-ENTERED-BY = PYC-REQUEST-USER
               MOVE 'CALLBACK MUST BE BY A SECOND USER'
                 TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

           IF PMI-CONTACT = SPACES
               MOVE 'CALLBACK CONTACT REQUIRED' TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

           MOVE PAYEE-CHANGE-RECORD TO WS-BEFORE-IMAGE
           SET PYC-CALLBACK-DONE  TO TRUE
           MOVE WS-CURRENT-DATE-X TO PYC-CALLBACK-DATE
           MOVE PMI-ENTERED-BY    TO PYC-CALLBACK-USER
           MOVE PMI-CONTACT       TO PYC-CALLBACK-CONTACT
           MOVE FUNCTION CURRENT-DATE TO PYC-LAST-MAINT-DATE
           MOVE WS-BATCH-USER-ID  TO PYC-LAST-MAINT-USER
           REWRITE PAYEE-CHANGE-RECORD
               INVALID KEY
                   MOVE 'Error recording payee callback' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-REWRITE

           MOVE PAYEE-CHANGE-RECORD TO WS-AFTER-IMAGE
           PERFORM 2250-GET-ACCOUNT-NO
           MOVE 'UPDATE  '        TO WS-AUD-ACTION
           MOVE 'Payee change callback confirmed by second user'
             TO WS-AUD-TEXT
           PERFORM 4000-WRITE-AUDIT

           ADD 1 TO WS-CALLBACKS-RECORDED
           MOVE 'CALLBACK:  '     TO WS-ACT-L-VERB
           MOVE 'CONFIRMED, LIVE FROM' TO WS-ACTION-TEXT
           MOVE PYC-HOLD-UNTIL    TO WS-ACTION-TEXT(22:8)
           PERFORM 2095-WRITE-ACTION-LINE
           .

       2250-GET-ACCOUNT-NO.
           MOVE SPACES TO WS-ACCOUNT-NO
           MOVE PMI-PORTFOLIO-ID TO PORT-ID
           READ PORTFOLIO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PORT-ACCOUNT-NO TO WS-ACCOUNT-NO
           END-READ
           .

       2300-CANCEL-CHANGE.
           MOVE PMI-PORTFOLIO-ID TO PYC-PORTFOLIO-ID
           READ PAYEE-CHANGE-FILE
               INVALID KEY
                   MOVE 'NO PAYEE CHANGE PENDING' TO WS-REJECT-REASON
                   PERFORM 2090-REJECT-CARD
                   EXIT PARAGRAPH
           END-READ

           MOVE PAYEE-CHANGE-RECORD TO WS-BEFORE-IMAGE
           DELETE PAYEE-CHANGE-FILE
               INVALID KEY
                   MOVE 'Error cancelling payee change' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-DELETE

           MOVE SPACES            TO WS-AFTER-IMAGE
           PERFORM 2250-GET-ACCOUNT-NO
           MOVE 'DELETE  '        TO WS-AUD-ACTION
           MOVE 'Pending payee bank detail change cancelled'
             TO WS-AUD-TEXT
           PERFORM 4000-WRITE-AUDIT

           ADD 1 TO WS-CHANGES-CANCELLED
           MOVE 'CANCELLED: '     TO WS-ACT-L-VERB
           MOVE 'PENDING CHANGE WITHDRAWN' TO WS-ACTION-TEXT
           PERFORM 2095-WRITE-ACTION-LINE
           .

      *----------------------------------------------------------------*
      * Before and after images through AUDPROC, the chained trail,
      * under the user named on the card. The caller sets the
      * action and message.
      *----------------------------------------------------------------*
       4000-WRITE-AUDIT.
           INITIALIZE AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE 'BATCH'               TO AUD-SYSTEM-ID
           MOVE PMI-ENTERED-BY        TO AUD-USER-ID
           MOVE 'PAYMNT00'            TO AUD-PROGRAM
           MOVE 'PAYE'                TO AUD-TYPE
           MOVE WS-AUD-ACTION         TO AUD-ACTION
           MOVE 'SUCC'                TO AUD-STATUS
           MOVE PMI-PORTFOLIO-ID      TO AUD-PORTFOLIO-ID
           MOVE WS-ACCOUNT-NO         TO AUD-ACCOUNT-NO
           MOVE WS-BEFORE-IMAGE       TO AUD-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE        TO AUD-AFTER-IMAGE
           MOVE WS-AUD-TEXT           TO AUD-MESSAGE

           CALL 'AUDPROC' USING AUDIT-RECORD

           IF RETURN-CODE NOT = ZERO
               MOVE 'Error writing audit record' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           .

       5000-TERMINATE.
           CLOSE PORTFOLIO-FILE
                 PAYEE-FILE
                 PAYEE-CHANGE-FILE
                 PAYEE-REPORT
           IF WS-HOL-AVAILABLE
               CLOSE HOLIDAY-FILE
           END-IF

           DISPLAY 'PAYMNT00 Processing Statistics:'
           DISPLAY '  Cards read:           ' WS-CARDS-READ
           DISPLAY '  Changes requested:    ' WS-CHANGES-REQUESTED
           DISPLAY '  Callbacks recorded:   ' WS-CALLBACKS-RECORDED
           DISPLAY '  Changes cancelled:    ' WS-CHANGES-CANCELLED
           DISPLAY '  Cards rejected:       ' WS-CARDS-REJECTED
           DISPLAY '  Errors:               ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       9000-ERROR-ROUTINE.
           ADD 1 TO WS-ERROR-COUNT
           MOVE ERR-CAT-PROC TO ERR-CATEGORY
           MOVE 'PAYMNT00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
