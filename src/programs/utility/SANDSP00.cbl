      *================================================================*
      * Program Name: SANDSP00
      * Description: Sanctions Case Disposition
      * Version: 1.0
      * Date: 2026
      *
      * Compliance's disposition step over the SANCASE review file
      * SANSCR00 opens. Each SANDIN card names a case and a
      * disposition -- C (cleared as a false positive) or M
      * (confirmed match) -- with the reviewer's ID and the reason.
      * A pending case may be cleared or confirmed; a confirmed
      * match may later be cleared, on a reason, if the listing is
      * withdrawn. A cleared case is not reopened by SANSCR00 for
      * the same name and listed party. Every disposition is written
      * to AUDITLOG, so the review trail itself survives an
      * examination.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANDSP00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPOSITION-CARD-FILE
               ASSIGN TO SANDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT SANCTIONS-CASE-FILE
               ASSIGN TO SANCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNC-KEY
               FILE STATUS IS WS-SNC-STATUS.

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
               88  DSP-CONFIRM             VALUE 'M'.
           05  DSP-REVIEWER            PIC X(08).
           05  DSP-NOTE                PIC X(40).
           05  FILLER                  PIC X(11).

       FD  SANCTIONS-CASE-FILE.
       COPY SANCASE.

       WORKING-STORAGE SECTION.
           COPY ERRHAND.
           COPY AUDITLOG.

       01  WS-FILE-STATUS.
           05  WS-IN-STATUS            PIC X(2).
           05  WS-SNC-STATUS           PIC X(2).

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
           05  WS-CASES-CONFIRMED      PIC 9(5) COMP VALUE 0.
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

           OPEN I-O SANCTIONS-CASE-FILE
           IF WS-SNC-STATUS NOT = '00'
               MOVE 'Error opening sanctions case file' TO ERR-TEXT
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

           IF NOT DSP-CLEAR AND NOT DSP-CONFIRM
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

           MOVE DSP-PORTFOLIO-ID TO SNC-PORTFOLIO-ID
           MOVE DSP-CASE-DATE    TO SNC-CASE-DATE
           MOVE DSP-CASE-SEQ     TO SNC-CASE-SEQ
           READ SANCTIONS-CASE-FILE
               INVALID KEY
                   ADD 1 TO WS-CARDS-IGNORED
                   DISPLAY 'Case not found for card: '
                           DSP-PORTFOLIO-ID ' ' DSP-CASE-DATE
                   EXIT PARAGRAPH
           END-READ

           IF SNC-STATUS-CLEARED
           OR (SNC-STATUS-CONFIRMED AND DSP-CONFIRM)
               ADD 1 TO WS-CARDS-IGNORED
               DISPLAY 'Case already dispositioned: '
                       DSP-PORTFOLIO-ID ' ' DSP-CASE-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE SANCTIONS-CASE-RECORD TO WS-BEFORE-IMAGE
           IF DSP-CLEAR
               SET SNC-STATUS-CLEARED TO TRUE
               ADD 1 TO WS-CASES-CLEARED
           ELSE
               SET SNC-STATUS-CONFIRMED TO TRUE
               ADD 1 TO WS-CASES-CONFIRMED
           END-IF
           MOVE DSP-REVIEWER      TO SNC-REVIEWER
           MOVE WS-CURRENT-DATE-X TO SNC-REVIEW-DATE
           MOVE DSP-NOTE          TO SNC-REVIEW-NOTE

           REWRITE SANCTIONS-CASE-RECORD
               INVALID KEY
                   MOVE 'Error updating sanctions case' TO ERR-TEXT
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
           MOVE 'SANDSP00'       TO AUD-PROGRAM
           MOVE 'USER'           TO AUD-TYPE
           MOVE 'UPDATE  '       TO AUD-ACTION
           MOVE 'SUCC'           TO AUD-STATUS
           MOVE SNC-PORTFOLIO-ID TO AUD-PORTFOLIO-ID
           MOVE WS-BEFORE-IMAGE  TO AUD-BEFORE-IMAGE
           MOVE SANCTIONS-CASE-RECORD TO AUD-AFTER-IMAGE

           STRING 'Sanctions case ' DELIMITED BY SIZE
                  SNC-CASE-DATE     DELIMITED BY SIZE
                  ' entry '         DELIMITED BY SIZE
                  SNC-ENTRY-ID      DELIMITED BY SIZE
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
                 SANCTIONS-CASE-FILE

           DISPLAY 'SANDSP00 Processing Statistics:'
           DISPLAY '  Cards read:       ' WS-CARDS-READ
           DISPLAY '  Cases cleared:    ' WS-CASES-CLEARED
           DISPLAY '  Cases confirmed:  ' WS-CASES-CONFIRMED
           DISPLAY '  Cards ignored:    ' WS-CARDS-IGNORED
           DISPLAY '  Errors:           ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       9000-ERROR-ROUTINE.
           ADD 1 TO WS-ERROR-COUNT
           MOVE 'SANDSP00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
