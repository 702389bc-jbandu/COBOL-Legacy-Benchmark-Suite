      *================================================================*
      * Program Name: FRNRST00
      * Description: Floating-Rate Note Coupon Reset
      * Version: 1.0
      * Date: 2026
      *
      * Post-close group of the daily sequence, after the day's
      * coupons have been paid. One pass over the security master
      * picks out every active floating-rate note (SEC-RATE-TYPE V)
      * whose reset date has arrived, reads its reference index off
      * the REFRATE file RRTLOD00 loads, and fixes the coming
      * period's coupon: index plus the note's spread, floored at
      * zero, on the per-unit redemption value for the months in one
      * coupon period. SEC-COUPON-AMOUNT then carries the floating
      * coupon like any fixed one, so ACRINT00 accrues and BNDMAT00
      * pays the reset amount with no special handling.
      *
      * The reset date rolls forward by the reset frequency and
      * every reset is written to the audit trail with the record's
      * before and after image. A note whose index has no fixing on
      * file is reported and left for the next night.
      *
      * Maintenance Log:
      * 2026-10-15 - Audit before-image widened to the 199-byte
      *              security master carrying the option terms.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRNRST00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECURITY-MASTER
               ASSIGN TO SECMSTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-KEY
               FILE STATUS IS WS-SEC-STATUS.

           SELECT REFERENCE-RATE-FILE
               ASSIGN TO REFRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RRT-KEY
               FILE STATUS IS WS-RRT-STATUS.

           SELECT RESET-REPORT
               ASSIGN TO FRNRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT BATCH-CONTROL-FILE
               ASSIGN TO BCHCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BCT-KEY
               FILE STATUS IS WS-BCT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SECURITY-MASTER.
       COPY SECMSTR.

       FD  REFERENCE-RATE-FILE.
       COPY REFRATE.

       FD  RESET-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD               PIC X(132).

       FD  BATCH-CONTROL-FILE.
           COPY BCHCTL.

       WORKING-STORAGE SECTION.
           COPY BCHCON.
           COPY ERRHAND.
           COPY AUDITLOG.

      *    Cycle within the processing date this run belongs to --
      *    the overnight/scheduler-built sequence is cycle 1.
       01  WS-CYCLE-NO             PIC 9(2) VALUE 1.

       01  WS-FILE-STATUS.
           05  WS-SEC-STATUS           PIC X(2).
           05  WS-RRT-STATUS           PIC X(2).
           05  WS-RPT-STATUS           PIC X(2).
           05  WS-BCT-STATUS           PIC X(2).

       01  WS-CONSTANTS.
      *    FRNRST00's position in the post-close group of the daily
      *    sequence, after BNDCAL00.
           05  WS-SEQUENCE-NO          PIC 9(4) VALUE 34.

       01  WS-SWITCHES.
           05  WS-SEC-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-SEC-EOF               VALUE 'Y'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                     PIC X(8).
           05  WS-CURRENT-TIME8        PIC 9(8).
           05  WS-NEXT-NUM             PIC 9(8).
           05  WS-NEXT-PARTS REDEFINES WS-NEXT-NUM.
               10  WS-NEXT-YYYY        PIC 9(4).
               10  WS-NEXT-MM          PIC 9(2).
               10  WS-NEXT-DD          PIC 9(2).
           05  WS-NEXT-X REDEFINES WS-NEXT-NUM
                                       PIC X(8).
           05  WS-MONTH-ADD            PIC 9(2) COMP.
           05  WS-COUPON-MTHS          PIC 9(2) COMP.
           05  WS-ALL-IN-RATE          PIC S9(3)V9(6) COMP-3.
           05  WS-OLD-COUPON           PIC S9(7)V9(4) COMP-3.
           05  WS-BEFORE-RECORD        PIC X(199).

       01  WS-COUNTERS.
           05  WS-FLOATERS-SEEN        PIC 9(5) COMP VALUE 0.
           05  WS-RESETS-APPLIED       PIC 9(5) COMP VALUE 0.
           05  WS-RESETS-NO-RATE       PIC 9(5) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       01  WS-REPORT-LINES.
           05  WS-HDR-LINE.
               10  FILLER              PIC X(40) VALUE
                   'FLOATING-RATE COUPON RESETS  DATE '.
               10  WS-HDR-DATE         PIC X(8).
               10  FILLER              PIC X(84) VALUE SPACES.
           05  WS-RESET-LINE.
               10  WS-RST-SEC-ID       PIC X(10).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-RST-INDEX        PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACES.
               10  WS-RST-INDEX-RATE   PIC ZZ9.999999-.
               10  FILLER              PIC X(3)  VALUE ' + '.
               10  WS-RST-SPREAD       PIC ZZZ9.99-.
               10  FILLER              PIC X(7)  VALUE ' BP  = '.
               10  WS-RST-ALL-IN       PIC ZZ9.999999-.
               10  FILLER              PIC X(7)  VALUE '  CPN  '.
               10  WS-RST-OLD-COUPON   PIC ZZZZZZ9.9999.
               10  FILLER              PIC X(4)  VALUE ' -> '.
               10  WS-RST-NEW-COUPON   PIC ZZZZZZ9.9999.
               10  FILLER              PIC X(12) VALUE
                   '  NEXT RESET'.
               10  FILLER              PIC X(1)  VALUE SPACES.
               10  WS-RST-NEXT-DATE    PIC X(8).
               10  FILLER              PIC X(15) VALUE SPACES.
           05  WS-NO-RATE-LINE.
               10  WS-NRT-SEC-ID       PIC X(10).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-NRT-INDEX        PIC X(8).
               10  FILLER              PIC X(40) VALUE
                   '  NO FIXING ON FILE -- RESET DEFERRED'.
               10  FILLER              PIC X(72) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-SCAN-SECURITIES
               UNTIL WS-SEC-EOF

           PERFORM 4000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME8 FROM TIME

           OPEN I-O SECURITY-MASTER
           IF WS-SEC-STATUS NOT = '00'
               MOVE 'Error opening security master' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT REFERENCE-RATE-FILE
           IF WS-RRT-STATUS NOT = '00'
               MOVE 'Error opening reference rate file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT RESET-REPORT
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'Error opening reset report' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O BATCH-CONTROL-FILE
           IF WS-BCT-STATUS NOT = '00'
               MOVE 'Error opening control file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           PERFORM 1200-INIT-CHECKPOINT

           MOVE WS-CURRENT-DATE-X TO WS-HDR-DATE
           WRITE REPORT-RECORD FROM WS-HDR-LINE
           .

       1200-INIT-CHECKPOINT.
           MOVE 'FRNRST00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for FRNRST00' TO
                       ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-READ

           MOVE BCT-STAT-ACTIVE   TO BCT-STATUS
           MOVE WS-CURRENT-DATE-X TO BCT-START-TIME

           REWRITE BATCH-CONTROL-RECORD
               INVALID KEY
                   MOVE 'Error updating control record' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-REWRITE
           .

      *----------------------------------------------------------------*
      * One pass over the security master. A reset date missed by a
      * skipped night is still caught on the next, and the roll
      * forward below lands it past today.
      *----------------------------------------------------------------*
       2000-SCAN-SECURITIES.
           READ SECURITY-MASTER NEXT RECORD
               AT END
                   SET WS-SEC-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF NOT SEC-STATUS-ACTIVE
           OR NOT SEC-RATE-FLOATING
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-FLOATERS-SEEN

           IF SEC-NEXT-RESET-DATE IS NOT NUMERIC
           OR SEC-NEXT-RESET-DATE > WS-CURRENT-DATE-X
               EXIT PARAGRAPH
           END-IF

           MOVE SEC-REF-INDEX TO RRT-INDEX-ID
           READ REFERENCE-RATE-FILE
               INVALID KEY
                   ADD 1 TO WS-RESETS-NO-RATE
                   MOVE SEC-ID        TO WS-NRT-SEC-ID
                   MOVE SEC-REF-INDEX TO WS-NRT-INDEX
                   WRITE REPORT-RECORD FROM WS-NO-RATE-LINE
                   EXIT PARAGRAPH
           END-READ

           PERFORM 2100-RESET-COUPON
           .

       2100-RESET-COUPON.
           MOVE SECURITY-RECORD   TO WS-BEFORE-RECORD
           MOVE SEC-COUPON-AMOUNT TO WS-OLD-COUPON

           IF SEC-COUPON-FREQ-MTHS IS NOT NUMERIC
           OR SEC-COUPON-FREQ-MTHS = 0
               MOVE 3 TO WS-COUPON-MTHS
           ELSE
               MOVE SEC-COUPON-FREQ-MTHS TO WS-COUPON-MTHS
           END-IF

      *    Index plus spread, floored at zero -- a note never pays
      *    the holder negative interest.
           COMPUTE WS-ALL-IN-RATE =
               RRT-RATE-PCT + (SEC-SPREAD-BPS / 100)
           IF WS-ALL-IN-RATE < ZERO
               MOVE ZERO TO WS-ALL-IN-RATE
           END-IF

           MOVE WS-ALL-IN-RATE TO SEC-LAST-RESET-RATE
           COMPUTE SEC-COUPON-AMOUNT ROUNDED =
               SEC-REDEMPTION-VALUE * WS-ALL-IN-RATE / 100 *
               WS-COUPON-MTHS / 12

           PERFORM 2200-ADVANCE-RESET-DATE

           MOVE FUNCTION CURRENT-DATE TO SEC-LAST-MAINT-DATE
           MOVE 'FRNRST00'             TO SEC-LAST-MAINT-USER
           REWRITE SECURITY-RECORD
               INVALID KEY
                   MOVE 'Error rewriting reset coupon' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-REWRITE

           ADD 1 TO WS-RESETS-APPLIED

           MOVE SEC-ID               TO WS-RST-SEC-ID
           MOVE SEC-REF-INDEX        TO WS-RST-INDEX
           MOVE RRT-RATE-PCT         TO WS-RST-INDEX-RATE
           MOVE SEC-SPREAD-BPS       TO WS-RST-SPREAD
           MOVE WS-ALL-IN-RATE       TO WS-RST-ALL-IN
           MOVE WS-OLD-COUPON        TO WS-RST-OLD-COUPON
           MOVE SEC-COUPON-AMOUNT    TO WS-RST-NEW-COUPON
           MOVE SEC-NEXT-RESET-DATE  TO WS-RST-NEXT-DATE
           WRITE REPORT-RECORD FROM WS-RESET-LINE

           PERFORM 2400-AUDIT-RESET
           .

      *----------------------------------------------------------------*
      * Next reset date rolls forward by the reset frequency (the
      * coupon frequency when none is set) until it passes today,
      * day of month clamped to 28 -- the same shortcut BNDMAT00
      * uses for the next coupon date.
      *----------------------------------------------------------------*
       2200-ADVANCE-RESET-DATE.
           MOVE SEC-NEXT-RESET-DATE TO WS-NEXT-X

           IF SEC-RESET-FREQ-MTHS IS NOT NUMERIC
           OR SEC-RESET-FREQ-MTHS = 0
               MOVE WS-COUPON-MTHS TO WS-MONTH-ADD
           ELSE
               MOVE SEC-RESET-FREQ-MTHS TO WS-MONTH-ADD
           END-IF

      *    A reset date with no real month rolls from today instead.
           IF WS-NEXT-MM < 01 OR WS-NEXT-MM > 12
               MOVE WS-CURRENT-DATE-X TO WS-NEXT-X
           END-IF

           PERFORM 2210-ROLL-ONE-PERIOD
               UNTIL WS-NEXT-X > WS-CURRENT-DATE-X
           IF WS-NEXT-DD > 28
               MOVE 28 TO WS-NEXT-DD
           END-IF

           MOVE WS-NEXT-X TO SEC-NEXT-RESET-DATE
           .

       2210-ROLL-ONE-PERIOD.
           PERFORM WS-MONTH-ADD TIMES
               IF WS-NEXT-MM = 12
                   ADD 1 TO WS-NEXT-YYYY
                   MOVE 01 TO WS-NEXT-MM
               ELSE
                   ADD 1 TO WS-NEXT-MM
               END-IF
           END-PERFORM
           .

       2400-AUDIT-RESET.
           INITIALIZE AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE 'BATCH'             TO AUD-SYSTEM-ID
           MOVE 'FRNRST00'          TO AUD-USER-ID
           MOVE 'FRNRST00'          TO AUD-PROGRAM
           MOVE 'SYST'              TO AUD-TYPE
           MOVE 'UPDATE  '          TO AUD-ACTION
           MOVE 'SUCC'              TO AUD-STATUS
           MOVE WS-BEFORE-RECORD    TO AUD-BEFORE-IMAGE
           MOVE SECURITY-RECORD     TO AUD-AFTER-IMAGE

           STRING 'Floating coupon reset: '  DELIMITED BY SIZE
                  SEC-ID                     DELIMITED BY SIZE
                  ' index '                  DELIMITED BY SIZE
                  SEC-REF-INDEX              DELIMITED BY SPACE
                  ' fixing of '              DELIMITED BY SIZE
                  RRT-RATE-DATE              DELIMITED BY SIZE
             INTO AUD-MESSAGE

           CALL 'AUDPROC' USING AUDIT-RECORD
           .

       4000-TERMINATE.
           PERFORM 4100-UPDATE-COMPLETION

           CLOSE SECURITY-MASTER
                 REFERENCE-RATE-FILE
                 RESET-REPORT
                 BATCH-CONTROL-FILE

           DISPLAY 'FRNRST00 Processing Statistics:'
           DISPLAY '  Floating notes seen:   ' WS-FLOATERS-SEEN
           DISPLAY '  Coupons reset:         ' WS-RESETS-APPLIED
           DISPLAY '  Deferred (no fixing):  ' WS-RESETS-NO-RATE
           DISPLAY '  Errors:                ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       4100-UPDATE-COMPLETION.
           MOVE 'FRNRST00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for FRNRST00' TO
                       ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-READ

           MOVE BCT-STAT-DONE TO BCT-STATUS
           ACCEPT WS-CURRENT-TIME8 FROM TIME
           MOVE WS-CURRENT-TIME8 TO BCT-END-TIME

           IF WS-ERROR-COUNT > 0
               MOVE BCT-RC-ERROR TO BCT-RETURN-CODE
           ELSE
               MOVE BCT-RC-SUCCESS TO BCT-RETURN-CODE
           END-IF

           REWRITE BATCH-CONTROL-RECORD
               INVALID KEY
                   MOVE 'Error updating control record' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-REWRITE
           .

       9000-ERROR-ROUTINE.
           ADD 1 TO WS-ERROR-COUNT
           MOVE 'FRNRST00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
