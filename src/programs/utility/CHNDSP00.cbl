      *================================================================*
      * Program Name: CHNDSP00
      * Description: Excessive Trading Case Disposition
      * Version: 1.0
      * Date: 2026
      *
      * Compliance's disposition step over the CHNCASE review file
      * CHNSRV00 opens at month end. Each CHNDIN card names a case
      * and a disposition -- C (cleared: the trading suited the
      * client's objective and was authorized) or E (escalated for
      * supervisory action) -- with the reviewer's ID and the
      * reason. A pending case may be cleared or escalated; an
      * escalated case may later be cleared, on a reason, once the
      * supervisory action is closed. Every disposition is written
      * to AUDITLOG, so the review trail itself survives an
      * examination.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHNDSP00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPOSITION-CARD-FILE
               ASSIGN TO CHNDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT CHURN-CASE-FILE
               ASSIGN TO CHNCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHC-KEY
               FILE STATUS IS WS-CHC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPOSITION-CARD-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  DISPOSITION-CARD-RECORD.
           05  DSP-PORTFOLIO-ID        PIC X(08).
           05  DSP-CASE-DATE           PIC X(08).
           05  DSP-CASE-SEQ            PIC 9(04).
           05  DSP-DISPOSITION         PIC X(01).
               88  DSP-CLEAR               VALUE 'C'.
               88  DSP-ESCALATE            VALUE 'E'.
           05  DSP-REVIEWER            PIC X(08).
           05  DSP-NOTE                PIC X(40).
           05  FILLER                  PIC X(11).

       FD  CHURN-CASE-FILE.
       COPY CHNCASE.

       WORKING-STORAGE SECTION.
           COPY ERRHAND.
           COPY AUDITLOG.

       01  WS-FILE-STATUS.
           05  WS-IN-STATUS            PIC X(2).
           05  WS-CHC-STATUS           PIC X(2).

       01  WS-SWITCHES.
           05  WS-IN-EOF-SW            PIC X(1) VALUE 'N'.
               88  WS-IN-EOF               VALUE 'Y'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                     PIC X(8).
           05  WS-BEFORE-IMAGE         PIC X(400).

       01  WS-COUNTERS.
           05  WS-CARDS-READ           PIC 9(5) COMP VALUE 0.
           05  WS-CASES-CLEARED        PIC 9(5) COMP VALUE 0.
           05  WS-CASES-ESCALATED      PIC 9(5) COMP VALUE 0.
           05  WS-CARDS-IGNORED        PIC 9(5) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-PROCESS-CARDS
               UNTIL WS-IN-EOF

           PERFORM 3000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD

           OPEN INPUT DISPOSITION-CARD-FILE
           IF WS-IN-STATUS NOT = '00'
               MOVE 'Error opening disposition cards' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O CHURN-CASE-FILE
           IF WS-CHC-STATUS NOT = '00'
               MOVE 'Error opening trading case file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           .

       2000-PROCESS-CARDS.
           READ DISPOSITION-CARD-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-CARDS-READ

           IF NOT DSP-CLEAR AND NOT DSP-ESCALATE
               ADD 1 TO WS-CARDS-IGNORED
               DISPLAY 'Unknown disposition ignored: '
                       DSP-DISPOSITION ' ' DSP-PORTFOLIO-ID
               EXIT PARAGRAPH
           END-IF

           IF DSP-REVIEWER = SPACES OR DSP-NOTE = SPACES
               ADD 1 TO WS-CARDS-IGNORED
               DISPLAY 'Reviewer and reason required: '
                       DSP-PORTFOLIO-ID ' ' DSP-CASE-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE DSP-PORTFOLIO-ID TO CHC-PORTFOLIO-ID
           MOVE DSP-CASE-DATE    TO CHC-CASE-DATE
           MOVE DSP-CASE-SEQ     TO CHC-CASE-SEQ
           READ CHURN-CASE-FILE
               INVALID KEY
                   ADD 1 TO WS-CARDS-IGNORED
                   DISPLAY 'Case not found for card: '
                           DSP-PORTFOLIO-ID ' ' DSP-CASE-DATE
                   EXIT PARAGRAPH
           END-READ

           IF CHC-STATUS-CLEARED
           OR (CHC-STATUS-ESCALATED AND DSP-ESCALATE)
               ADD 1 TO WS-CARDS-IGNORED
               DISPLAY 'Case already dispositioned: '
                       DSP-PORTFOLIO-ID ' ' DSP-CASE-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE CHURN-CASE-RECORD TO WS-BEFORE-IMAGE
           IF DSP-CLEAR
               SET CHC-STATUS-CLEARED TO TRUE
               ADD 1 TO WS-CASES-CLEARED
           ELSE
               SET CHC-STATUS-ESCALATED TO TRUE
               ADD 1 TO WS-CASES-ESCALATED
           END-IF
           MOVE DSP-REVIEWER      TO CHC-REVIEWER
           MOVE WS-CURRENT-DATE-X TO CHC-REVIEW-DATE
           MOVE DSP-NOTE          TO CHC-REVIEW-NOTE

           REWRITE CHURN-CASE-RECORD
               INVALID KEY
                   MOVE 'Error updating trading review case' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-REWRITE

           PERFORM 2500-AUDIT-DISPOSITION
           .

       2500-AUDIT-DISPOSITION.
           INITIALIZE AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE 'BATCH'          TO AUD-SYSTEM-ID
           MOVE DSP-REVIEWER     TO AUD-USER-ID
           MOVE 'CHNDSP00'       TO AUD-PROGRAM
           MOVE 'USER'           TO AUD-TYPE
           MOVE 'UPDATE  '       TO AUD-ACTION
           MOVE 'SUCC'           TO AUD-STATUS
           MOVE CHC-PORTFOLIO-ID TO AUD-PORTFOLIO-ID
           MOVE WS-BEFORE-IMAGE  TO AUD-BEFORE-IMAGE
           MOVE CHURN-CASE-RECORD TO AUD-AFTER-IMAGE

           STRING 'Trading review case ' DELIMITED BY SIZE
                  CHC-CASE-DATE     DELIMITED BY SIZE
                  ' pattern '       DELIMITED BY SIZE
                  CHC-PATTERN       DELIMITED BY SIZE
                  ' disposition '   DELIMITED BY SIZE
                  DSP-DISPOSITION   DELIMITED BY SIZE
             INTO AUD-MESSAGE

           CALL 'AUDPROC' USING AUDIT-RECORD

           IF RETURN-CODE NOT = ZERO
               MOVE 'Error writing audit record' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           .

       3000-TERMINATE.
           CLOSE DISPOSITION-CARD-FILE
                 CHURN-CASE-FILE

           DISPLAY 'CHNDSP00 Processing Statistics:'
           DISPLAY '  Cards read:       ' WS-CARDS-READ
           DISPLAY '  Cases cleared:    ' WS-CASES-CLEARED
           DISPLAY '  Cases escalated:  ' WS-CASES-ESCALATED
           DISPLAY '  Cards ignored:    ' WS-CARDS-IGNORED
           DISPLAY '  Errors:           ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       9000-ERROR-ROUTINE.
           ADD 1 TO WS-ERROR-COUNT
           MOVE 'CHNDSP00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
