      *================================================================*
      * Program Name: PAYACT00
      * Description: Payee Bank Detail Change Activation
      * Version: 1.0
      * Date: 2026
      *
      * Runs after POLNAV00 at the end of the post-close group of
      * the daily sequence, so a change going live today first pays
      * on the next cycle's PAYEXT00. Walks every pending payee bank
      * detail change PAYMNT00 has left on PAYCHG:
      *
      *  - one whose callback has been recorded and whose hold date
      *    has arrived goes live: its details are moved onto the
      *    portfolio's PAYEE instruction, marked VERIFIED, and the
      *    change entry is removed. The instruction is written to
      *    AUDITLOG, before and after image, through AUDPROC;
      *  - any other is listed on the pending change report with
      *    what it is waiting for -- the callback, or the end of its
      *    hold.
      *
      * The report then lists every withdrawal PAYEXT00 is holding
      * on PAYHOLD for a portfolio with a change pending, with the
      * total, so the payments desk can see what will pay once the
      * changes resolve.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYACT00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYEE-CHANGE-FILE
               ASSIGN TO PAYCHG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PYC-KEY
               FILE STATUS IS WS-PYC-STATUS.

           SELECT PAYEE-FILE
               ASSIGN TO PAYEE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAY-KEY
               FILE STATUS IS WS-PAY-STATUS.

           SELECT HELD-PAYMENT-FILE
               ASSIGN TO PAYHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHD-KEY
               FILE STATUS IS WS-PHD-STATUS.

           SELECT PORTFOLIO-FILE
               ASSIGN TO PORTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PORT-ID
               FILE STATUS IS WS-PORT-STATUS.

           SELECT PENDING-REPORT
               ASSIGN TO PAYARPT
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
       FD  PAYEE-CHANGE-FILE.
       COPY PAYCHG.

       FD  PAYEE-FILE.
       COPY PAYEE.

       FD  HELD-PAYMENT-FILE.
       COPY PAYHLD.

       FD  PORTFOLIO-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PORTFLIO.

       FD  PENDING-REPORT
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
           05  WS-PYC-STATUS           PIC X(2).
           05  WS-PAY-STATUS           PIC X(2).
           05  WS-PHD-STATUS           PIC X(2).
           05  WS-PORT-STATUS          PIC X(2).
           05  WS-RPT-STATUS           PIC X(2).
           05  WS-BCT-STATUS           PIC X(2).

       01  WS-CONSTANTS.
      *    PAYACT00 follows POLNAV00 at the end of the post-close
      *    group of the daily sequence.
           05  WS-SEQUENCE-NO          PIC 9(4) VALUE 41.
           05  WS-BATCH-USER-ID        PIC X(8) VALUE 'PAYACT00'.

       01  WS-SWITCHES.
           05  WS-PYC-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-PYC-EOF               VALUE 'Y'.
           05  WS-PHD-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-PHD-EOF               VALUE 'Y'.
           05  WS-PHD-AVAIL-SW         PIC X(1) VALUE 'N'.
               88  WS-PHD-AVAILABLE         VALUE 'Y'.
               88  WS-PHD-UNAVAILABLE       VALUE 'N'.
           05  WS-PAY-FOUND-SW         PIC X(1) VALUE 'N'.
               88  WS-PAY-FOUND             VALUE 'Y'.
               88  WS-PAY-NOT-FOUND         VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                     PIC X(8).
           05  WS-CURRENT-TIME8        PIC 9(8).
           05  WS-ACCOUNT-NO           PIC X(10).
           05  WS-AUD-ACTION           PIC X(8).
           05  WS-HELD-TOTAL           PIC S9(15)V9(2) COMP-3
                                       VALUE 0.

       01  WS-COUNTERS.
           05  WS-CHANGES-READ         PIC 9(5) COMP VALUE 0.
           05  WS-CHANGES-ACTIVATED    PIC 9(5) COMP VALUE 0.
           05  WS-AWAITING-CALLBACK    PIC 9(5) COMP VALUE 0.
           05  WS-COOLING-OFF          PIC 9(5) COMP VALUE 0.
           05  WS-PAYMENTS-HELD        PIC 9(5) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       01  WS-IMAGE-AREAS.
           05  WS-BEFORE-IMAGE         PIC X(400).
           05  WS-AFTER-IMAGE          PIC X(400).

       01  WS-REPORT-LINES.
           05  WS-HDR-LINE.
               10  FILLER              PIC X(40) VALUE
                   'PENDING PAYEE BANK DETAIL CHANGES  DATE '.
               10  WS-HDR-DATE         PIC X(8).
               10  FILLER              PIC X(84) VALUE SPACES.
           05  WS-COL-LINE.
               10  FILLER              PIC X(11) VALUE SPACES.
               10  FILLER              PIC X(9)  VALUE 'PORTFOLIO'.
               10  FILLER              PIC X(31) VALUE 'NEW PAYEE'.
               10  FILLER              PIC X(10) VALUE 'ROUTING'.
               10  FILLER              PIC X(18) VALUE 'ACCOUNT'.
               10  FILLER              PIC X(9)  VALUE 'REQUESTED'.
               10  FILLER              PIC X(9)  VALUE 'BY'.
               10  FILLER              PIC X(35) VALUE 'STATUS'.
           05  WS-CHG-LINE.
               10  WS-CHG-VERB         PIC X(11).
               10  WS-CHG-PORTFOLIO    PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-CHG-NAME         PIC X(30).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-CHG-ROUTING      PIC X(9).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-CHG-ACCOUNT      PIC X(17).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-CHG-REQ-DATE     PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-CHG-REQ-USER     PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-CHG-STATUS       PIC X(35).
           05  WS-HELD-HDR-LINE.
               10  FILLER              PIC X(50) VALUE
                   'WITHDRAWALS HELD FOR A PENDING PAYEE CHANGE'.
               10  FILLER              PIC X(82) VALUE SPACES.
           05  WS-HELD-LINE.
               10  FILLER              PIC X(11) VALUE 'HELD:'.
               10  WS-HLD-PORTFOLIO    PIC X(8).
               10  FILLER              PIC X(5)  VALUE ' TRN '.
               10  WS-HLD-TRN-DATE     PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-HLD-SEQUENCE     PIC X(6).
               10  FILLER              PIC X(8)  VALUE ' AMOUNT '.
               10  WS-HLD-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(7)  VALUE ' VALUE '.
               10  WS-HLD-VALUE-DATE   PIC X(8).
               10  FILLER              PIC X(11) VALUE ' HELD SINCE'.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-HLD-HELD-DATE    PIC X(8).
               10  FILLER              PIC X(35) VALUE SPACES.
           05  WS-TOTAL-LINE.
               10  FILLER              PIC X(22) VALUE
                   'TOTAL HELD PAYMENTS:'.
               10  WS-TOT-COUNT        PIC ZZ,ZZ9.
               10  FILLER              PIC X(8)  VALUE ' AMOUNT '.
               10  WS-TOT-AMOUNT       PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(77) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           MOVE LOW-VALUES TO PYC-KEY
           START PAYEE-CHANGE-FILE KEY NOT LESS THAN PYC-KEY
               INVALID KEY
                   SET WS-PYC-EOF TO TRUE
           END-START

           PERFORM 2000-PROCESS-CHANGE
               UNTIL WS-PYC-EOF

           PERFORM 3000-LIST-HELD-PAYMENTS

           PERFORM 4000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD

      *    The change file is created by the first request PAYMNT00
      *    writes; until then there is nothing to activate.
           OPEN I-O PAYEE-CHANGE-FILE
           IF WS-PYC-STATUS NOT = '00' AND '05'
               MOVE 'Error opening payee change file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O PAYEE-FILE
           IF WS-PAY-STATUS NOT = '00'
               MOVE 'Error opening payee instruction file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

      *    No held payment file means PAYEXT00 has never held one.
           OPEN INPUT HELD-PAYMENT-FILE
           IF WS-PHD-STATUS = '00'
               SET WS-PHD-AVAILABLE TO TRUE
           ELSE
               SET WS-PHD-UNAVAILABLE TO TRUE
           END-IF

           OPEN INPUT PORTFOLIO-FILE
           IF WS-PORT-STATUS NOT = '00'
               MOVE 'Error opening portfolio file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT PENDING-REPORT
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'Error opening pending change report' TO ERR-TEXT
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
           WRITE REPORT-RECORD FROM WS-COL-LINE
           .

       1200-INIT-CHECKPOINT.
           MOVE 'PAYACT00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for PAYACT00' TO
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
      * A change goes live only with its callback recorded and its
      * hold run out; anything short of both is reported as pending.
      *----------------------------------------------------------------*
       2000-PROCESS-CHANGE.
           READ PAYEE-CHANGE-FILE NEXT RECORD
               AT END
                   SET WS-PYC-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-CHANGES-READ

           MOVE PYC-PORTFOLIO-ID     TO WS-CHG-PORTFOLIO
           MOVE PYC-NEW-PAYEE-NAME   TO WS-CHG-NAME
           MOVE PYC-NEW-BANK-ROUTING TO WS-CHG-ROUTING
           MOVE PYC-NEW-BANK-ACCOUNT TO WS-CHG-ACCOUNT
           MOVE PYC-REQUEST-DATE     TO WS-CHG-REQ-DATE
           MOVE PYC-REQUEST-USER     TO WS-CHG-REQ-USER
           MOVE SPACES               TO WS-CHG-STATUS

           IF PYC-AWAITING-CALLBACK
               ADD 1 TO WS-AWAITING-CALLBACK
               MOVE 'PENDING:   '    TO WS-CHG-VERB
               MOVE 'AWAITING CALLBACK, HOLD TO'
                 TO WS-CHG-STATUS
               MOVE PYC-HOLD-UNTIL   TO WS-CHG-STATUS(28:8)
               WRITE REPORT-RECORD FROM WS-CHG-LINE
               EXIT PARAGRAPH
           END-IF

           IF PYC-HOLD-UNTIL > WS-CURRENT-DATE-X
               ADD 1 TO WS-COOLING-OFF
               MOVE 'PENDING:   '    TO WS-CHG-VERB
               MOVE 'CALLBACK DONE, COOLING OFF TO'
                 TO WS-CHG-STATUS
               MOVE PYC-HOLD-UNTIL   TO WS-CHG-STATUS(28:8)
               WRITE REPORT-RECORD FROM WS-CHG-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM 2100-ACTIVATE-CHANGE
           .

       2100-ACTIVATE-CHANGE.
           MOVE PYC-PORTFOLIO-ID TO PAY-PORTFOLIO-ID
           READ PAYEE-FILE
               INVALID KEY
                   SET WS-PAY-NOT-FOUND TO TRUE
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   INITIALIZE PAYEE-INSTRUCTION-RECORD
                   MOVE PYC-PORTFOLIO-ID TO PAY-PORTFOLIO-ID
               NOT INVALID KEY
                   SET WS-PAY-FOUND TO TRUE
                   MOVE PAYEE-INSTRUCTION-RECORD TO WS-BEFORE-IMAGE
           END-READ

           MOVE PYC-NEW-PAYEE-NAME   TO PAY-PAYEE-NAME
           MOVE PYC-NEW-BANK-ROUTING TO PAY-BANK-ROUTING
           MOVE PYC-NEW-BANK-ACCOUNT TO PAY-BANK-ACCOUNT
           SET PAY-STATUS-VERIFIED   TO TRUE
           MOVE FUNCTION CURRENT-DATE TO PAY-LAST-MAINT-DATE
           MOVE WS-BATCH-USER-ID     TO PAY-LAST-MAINT-USER

           IF WS-PAY-FOUND
               REWRITE PAYEE-INSTRUCTION-RECORD
                   INVALID KEY
                       MOVE 'Error updating payee instruction'
                         TO ERR-TEXT
                       PERFORM 9000-ERROR-ROUTINE
                       EXIT PARAGRAPH
               END-REWRITE
               MOVE 'UPDATE  ' TO WS-AUD-ACTION
           ELSE
               WRITE PAYEE-INSTRUCTION-RECORD
                   INVALID KEY
                       MOVE 'Error writing payee instruction'
                         TO ERR-TEXT
                       PERFORM 9000-ERROR-ROUTINE
                       EXIT PARAGRAPH
               END-WRITE
               MOVE 'CREATE  ' TO WS-AUD-ACTION
           END-IF

           MOVE PAYEE-INSTRUCTION-RECORD TO WS-AFTER-IMAGE

           MOVE SPACES TO WS-ACCOUNT-NO
           MOVE PYC-PORTFOLIO-ID TO PORT-ID
           READ PORTFOLIO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PORT-ACCOUNT-NO TO WS-ACCOUNT-NO
           END-READ

           PERFORM 2900-WRITE-AUDIT

           DELETE PAYEE-CHANGE-FILE
               INVALID KEY
                   MOVE 'Error removing activated payee change'
                     TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-DELETE

           ADD 1 TO WS-CHANGES-ACTIVATED
           MOVE 'ACTIVATED: '    TO WS-CHG-VERB
           MOVE 'LIVE - CALLBACK BY' TO WS-CHG-STATUS
           MOVE PYC-CALLBACK-USER TO WS-CHG-STATUS(20:8)
           WRITE REPORT-RECORD FROM WS-CHG-LINE
           .

      *----------------------------------------------------------------*
      * The instruction's before and after images through AUDPROC,
      * the chained trail.
      *----------------------------------------------------------------*
       2900-WRITE-AUDIT.
           INITIALIZE AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE 'BATCH'               TO AUD-SYSTEM-ID
           MOVE WS-BATCH-USER-ID      TO AUD-USER-ID
           MOVE 'PAYACT00'            TO AUD-PROGRAM
           MOVE 'PAYE'                TO AUD-TYPE
           MOVE WS-AUD-ACTION         TO AUD-ACTION
           MOVE 'SUCC'                TO AUD-STATUS
           MOVE PYC-PORTFOLIO-ID      TO AUD-PORTFOLIO-ID
           MOVE WS-ACCOUNT-NO         TO AUD-ACCOUNT-NO
           MOVE WS-BEFORE-IMAGE       TO AUD-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE        TO AUD-AFTER-IMAGE
           MOVE 'Payee bank detail change live after hold and callback'
             TO AUD-MESSAGE

           CALL 'AUDPROC' USING AUDIT-RECORD

           IF RETURN-CODE NOT = ZERO
               MOVE 'Error writing audit record' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           .

      *----------------------------------------------------------------*
      * Entries PAYEXT00 has already released wait only for its next
      * day's run to drop them, so are not listed.
      *----------------------------------------------------------------*
       3000-LIST-HELD-PAYMENTS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM WS-HELD-HDR-LINE

           IF WS-PHD-AVAILABLE
               MOVE LOW-VALUES TO PHD-KEY
               START HELD-PAYMENT-FILE KEY NOT LESS THAN PHD-KEY
                   INVALID KEY
                       SET WS-PHD-EOF TO TRUE
               END-START

               PERFORM 3100-LIST-HELD-PAYMENT
                   UNTIL WS-PHD-EOF
           END-IF

           MOVE WS-PAYMENTS-HELD TO WS-TOT-COUNT
           MOVE WS-HELD-TOTAL    TO WS-TOT-AMOUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           .

       3100-LIST-HELD-PAYMENT.
           READ HELD-PAYMENT-FILE NEXT RECORD
               AT END
                   SET WS-PHD-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF PHD-RELEASED-DATE NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE PHD-PORTFOLIO-ID TO WS-HLD-PORTFOLIO
           MOVE PHD-TRN-DATE     TO WS-HLD-TRN-DATE
           MOVE PHD-SEQUENCE-NO  TO WS-HLD-SEQUENCE
           MOVE PHD-AMOUNT       TO WS-HLD-AMOUNT
           MOVE PHD-VALUE-DATE   TO WS-HLD-VALUE-DATE
           MOVE PHD-HELD-DATE    TO WS-HLD-HELD-DATE
           WRITE REPORT-RECORD FROM WS-HELD-LINE

           ADD 1 TO WS-PAYMENTS-HELD
           ADD PHD-AMOUNT TO WS-HELD-TOTAL
           .

       4000-TERMINATE.
           PERFORM 4100-UPDATE-COMPLETION

           CLOSE PAYEE-CHANGE-FILE
                 PAYEE-FILE
                 PORTFOLIO-FILE
                 PENDING-REPORT
                 BATCH-CONTROL-FILE
           IF WS-PHD-AVAILABLE
               CLOSE HELD-PAYMENT-FILE
           END-IF

           DISPLAY 'PAYACT00 Processing Statistics:'
           DISPLAY '  Changes read:         ' WS-CHANGES-READ
           DISPLAY '  Changes activated:    ' WS-CHANGES-ACTIVATED
           DISPLAY '  Awaiting callback:    ' WS-AWAITING-CALLBACK
           DISPLAY '  Cooling off:          ' WS-COOLING-OFF
           DISPLAY '  Payments held:        ' WS-PAYMENTS-HELD
           DISPLAY '  Errors:               ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       4100-UPDATE-COMPLETION.
           MOVE 'PAYACT00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for PAYACT00' TO
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
           MOVE 'PAYACT00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
