      *================================================================*
      * Program Name: TRXFBK00
      * Description: Regulatory Transaction Report Feedback Load
      * Version: 1.0
      * Date: 2026
      *
      * Loads the regulator's feedback file -- an acceptance or a
      * rejection for each transaction report TRXEXT00 submitted --
      * onto the TRXREG register. Scheduled ahead of the nightly
      * cycle when the feedback arrives, so that night's TRXEXT00
      * rebuilds the rejected reports and lists the ones still
      * wrong on its exceptions report.
      *
      * A rejection carries the regulator's reason code and
      * narrative onto the entry. Feedback for a report we have
      * since replaced (a cancellation or a resubmission gone out
      * after it) is stale and left unapplied, as is feedback for a
      * reference we never sent.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRXFBK00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEEDBACK-INPUT-FILE
               ASSIGN TO TRXFBK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT REGISTER-FILE
               ASSIGN TO TRXREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TXR-KEY
               FILE STATUS IS WS-TXR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEEDBACK-INPUT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FEEDBACK-INPUT-RECORD.
           05  FBK-TRANS-REF           PIC X(28).
           05  FBK-ACTION              PIC X(04).
           05  FBK-RESULT              PIC X(01).
               88  FBK-ACCEPTED            VALUE 'A'.
               88  FBK-REJECTED            VALUE 'R'.
           05  FBK-REJECT-CODE         PIC X(06).
           05  FBK-REJECT-TEXT         PIC X(40).
           05  FBK-DATE                PIC X(08).
           05  FILLER                  PIC X(13).

       FD  REGISTER-FILE.
           COPY TRXREG.

       WORKING-STORAGE SECTION.
           COPY ERRHAND.

       01  WS-FILE-STATUS.
           05  WS-IN-STATUS            PIC X(2).
           05  WS-TXR-STATUS           PIC X(2).

       01  WS-SWITCHES.
           05  WS-IN-EOF-SW            PIC X(1) VALUE 'N'.
               88  WS-IN-EOF               VALUE 'Y'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                     PIC X(8).

       01  WS-COUNTERS.
           05  WS-RECORDS-READ         PIC 9(5) COMP VALUE 0.
           05  WS-ACCEPTANCES          PIC 9(5) COMP VALUE 0.
           05  WS-REJECTIONS           PIC 9(5) COMP VALUE 0.
           05  WS-STALE-FEEDBACK       PIC 9(5) COMP VALUE 0.
           05  WS-RECORDS-REJECTED     PIC 9(5) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-LOAD-FEEDBACK
               UNTIL WS-IN-EOF

           PERFORM 3000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD

           OPEN INPUT FEEDBACK-INPUT-FILE
           IF WS-IN-STATUS NOT = '00'
               MOVE 'Error opening regulator feedback input'
                 TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               SET WS-IN-EOF TO TRUE
           END-IF

           OPEN I-O REGISTER-FILE
           IF WS-TXR-STATUS NOT = '00'
               MOVE 'Error opening transaction report register'
                 TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               SET WS-IN-EOF TO TRUE
           END-IF
           .

       2000-LOAD-FEEDBACK.
           READ FEEDBACK-INPUT-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-RECORDS-READ

           IF FBK-TRANS-REF = SPACES
           OR (NOT FBK-ACCEPTED AND NOT FBK-REJECTED)
               ADD 1 TO WS-RECORDS-REJECTED
               DISPLAY 'TRXFBK00: rejected feedback record for '
                       FBK-TRANS-REF
               EXIT PARAGRAPH
           END-IF

           MOVE FBK-TRANS-REF TO TXR-TRANS-REF
           READ REGISTER-FILE
               INVALID KEY
                   ADD 1 TO WS-RECORDS-REJECTED
                   DISPLAY 'TRXFBK00: feedback for unknown report '
                           FBK-TRANS-REF
                   EXIT PARAGRAPH
           END-READ

      *    Only the report last sent is still open -- feedback on
      *    one since cancelled or resubmitted has been overtaken.
           IF FBK-ACTION NOT = TXR-LAST-REPORT(1:4)
           OR NOT TXR-SUBMITTED
               ADD 1 TO WS-STALE-FEEDBACK
               DISPLAY 'TRXFBK00: stale ' FBK-ACTION
                       ' feedback for ' FBK-TRANS-REF
               EXIT PARAGRAPH
           END-IF

           IF FBK-ACCEPTED
               SET TXR-ACCEPTED TO TRUE
               MOVE SPACES          TO TXR-REJECT-CODE
                                       TXR-REJECT-TEXT
               ADD 1 TO WS-ACCEPTANCES
           ELSE
               SET TXR-REJECTED TO TRUE
               MOVE FBK-REJECT-CODE TO TXR-REJECT-CODE
               MOVE FBK-REJECT-TEXT TO TXR-REJECT-TEXT
               ADD 1 TO WS-REJECTIONS
               DISPLAY 'TRXFBK00: ' FBK-ACTION ' rejected '
                       FBK-TRANS-REF ' ' FBK-REJECT-CODE ' '
                       FBK-REJECT-TEXT
           END-IF

           IF FBK-DATE IS NUMERIC
               MOVE FBK-DATE          TO TXR-STATUS-DATE
           ELSE
               MOVE WS-CURRENT-DATE-X TO TXR-STATUS-DATE
           END-IF

           REWRITE TRX-REGISTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'Error updating report register: '
                           TXR-TRANS-REF
           END-REWRITE
           .

       3000-TERMINATE.
           CLOSE FEEDBACK-INPUT-FILE
                 REGISTER-FILE

           DISPLAY 'TRXFBK00 Processing Statistics:'
           DISPLAY '  Records read:      ' WS-RECORDS-READ
           DISPLAY '  Accepted:          ' WS-ACCEPTANCES
           DISPLAY '  Rejected reports:  ' WS-REJECTIONS
           DISPLAY '  Stale feedback:    ' WS-STALE-FEEDBACK
           DISPLAY '  Records rejected:  ' WS-RECORDS-REJECTED
           DISPLAY '  Errors:            ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       9000-ERROR-ROUTINE.
           ADD 1 TO WS-ERROR-COUNT
           MOVE 'TRXFBK00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
