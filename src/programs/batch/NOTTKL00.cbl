       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTTKL00.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Account Note Follow-up Tickler                                *
      *                                                               *
      * Lists every account note whose follow-up is still open and   *
      * falls due today or earlier, grouped by the user it is        *
      * assigned to and oldest first within each, with the days      *
      * overdue, so each user starts the day with what they promised *
      * clients. Follow-ups close only through an annotation at the  *
      * terminal (NOTMNT); this report never changes a note. Runs    *
      * from RPTGEN00's end-of-day report pack.                      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTE-FILE ASSIGN TO ACTNOT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-KEY
               FILE STATUS IS WS-NOTE-STATUS.

           SELECT REPORT-FILE ASSIGN TO NOTTKL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT SORT-WORK
               ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTE-FILE.
           COPY ACTNOT.

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD             PIC X(132).

      *----------------------------------------------------------------*
      * Assignee, then oldest follow-up first, then portfolio.
      *----------------------------------------------------------------*
       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SRT-ASSIGNEE          PIC X(08).
           05  SRT-FOLLOWUP-DATE     PIC 9(08).
           05  SRT-PORTFOLIO-ID      PIC X(08).
           05  SRT-NOTE-DATE         PIC X(08).
           05  SRT-CATEGORY          PIC X(01).
           05  SRT-AUTHOR            PIC X(08).
           05  SRT-TEXT              PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-ERROR-MESSAGE         PIC X(80) VALUE SPACES.

       01  WS-FILE-STATUS.
           05  WS-NOTE-STATUS        PIC XX.
           05  WS-REPORT-STATUS      PIC XX.

       01  WS-SWITCHES.
           05  WS-NOTE-EOF-SW        PIC X VALUE 'N'.
               88  END-OF-NOTES           VALUE 'Y'.
           05  WS-SORT-EOF-SW        PIC X VALUE 'N'.
               88  END-OF-SORT            VALUE 'Y'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8      PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                     PIC X(8).
           05  WS-TODAY-INTEGER      PIC S9(9) COMP.
           05  WS-DAYS-OVERDUE       PIC S9(5) COMP.
           05  WS-LAST-ASSIGNEE      PIC X(08) VALUE LOW-VALUES.
           05  WS-NOTES-READ         PIC 9(6) VALUE ZERO.
           05  WS-ASG-DUE-COUNT      PIC 9(6) VALUE ZERO.
           05  WS-ASG-OVERDUE-COUNT  PIC 9(6) VALUE ZERO.
           05  WS-DUE-COUNT          PIC 9(6) VALUE ZERO.
           05  WS-OVERDUE-COUNT      PIC 9(6) VALUE ZERO.
           05  WS-ASSIGNEE-COUNT     PIC 9(6) VALUE ZERO.

       01  WS-REPORT-HEADERS.
           05  WS-HEADER1.
               10  FILLER            PIC X(132) VALUE ALL '*'.
           05  WS-HEADER2.
               10  FILLER            PIC X(40) VALUE SPACES.
               10  FILLER            PIC X(36)
                   VALUE 'ACCOUNT NOTE FOLLOW-UPS DUE AS OF '.
               10  WS-HDR-DATE       PIC X(8).
               10  FILLER            PIC X(48) VALUE SPACES.
           05  WS-ASSIGNEE-LINE.
               10  FILLER            PIC X(10) VALUE 'ASSIGNEE: '.
               10  WS-ASL-ASSIGNEE   PIC X(8).
               10  FILLER            PIC X(114) VALUE SPACES.
           05  WS-COLUMN-LINE.
               10  FILLER            PIC X(40) VALUE
                   '  DUE DATE  OVERDUE PORTFOL  NOTED   CAT'.
               10  FILLER            PIC X(22) VALUE
                   ' AUTHOR   NOTE TEXT'.
               10  FILLER            PIC X(70) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DET-DUE-DATE      PIC X(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DET-OVERDUE       PIC ZZZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DET-PORTFOLIO     PIC X(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-DET-NOTE-DATE     PIC X(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-DET-CATEGORY      PIC X(3).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-DET-AUTHOR        PIC X(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-DET-TEXT          PIC X(60).
           05  FILLER               PIC X(22) VALUE SPACES.

       01  WS-ASSIGNEE-TOTAL-LINE.
           05  FILLER               PIC X(12) VALUE '  DUE TODAY:'.
           05  WS-ATL-DUE           PIC ZZZZZ9.
           05  FILLER               PIC X(12) VALUE '   OVERDUE:'.
           05  WS-ATL-OVERDUE       PIC ZZZZZ9.
           05  FILLER               PIC X(96) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           SORT SORT-WORK
               ON ASCENDING KEY SRT-ASSIGNEE
                                SRT-FOLLOWUP-DATE
                                SRT-PORTFOLIO-ID
               INPUT PROCEDURE IS 2000-SELECT-FOLLOWUPS
               OUTPUT PROCEDURE IS 3000-PRINT-FOLLOWUPS

           PERFORM 4000-CLEANUP
           GOBACK.

       1000-INITIALIZE SECTION.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE8)

      *    No notes file yet means nothing is due -- the report
      *    still prints, empty.
           OPEN INPUT NOTE-FILE
           IF WS-NOTE-STATUS NOT = '00'
               SET END-OF-NOTES TO TRUE
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'ERROR OPENING TICKLER REPORT FILE'
                 TO WS-ERROR-MESSAGE
               PERFORM 9999-ERROR-HANDLER
           END-IF

           MOVE WS-CURRENT-DATE-X TO WS-HDR-DATE
           WRITE REPORT-RECORD FROM WS-HEADER1
           WRITE REPORT-RECORD FROM WS-HEADER2
           WRITE REPORT-RECORD FROM WS-HEADER1.

      *----------------------------------------------------------------*
      * Input side: open follow-ups dated today or earlier.
      *----------------------------------------------------------------*
       2000-SELECT-FOLLOWUPS SECTION.
           PERFORM 2100-SELECT-ONE
               UNTIL END-OF-NOTES.

       2100-SELECT-ONE SECTION.
           READ NOTE-FILE NEXT RECORD
               AT END
                   SET END-OF-NOTES TO TRUE
                   EXIT SECTION
           END-READ
           ADD 1 TO WS-NOTES-READ

           IF NOT ANT-FOLLOWUP-OPEN
              OR ANT-FOLLOWUP-DATE NOT NUMERIC
              OR ANT-FOLLOWUP-DATE > WS-CURRENT-DATE-X
               EXIT SECTION
           END-IF

           MOVE ANT-ASSIGNEE      TO SRT-ASSIGNEE
           MOVE ANT-FOLLOWUP-DATE TO SRT-FOLLOWUP-DATE
           MOVE ANT-PORTFOLIO-ID  TO SRT-PORTFOLIO-ID
           MOVE ANT-NOTE-DATE     TO SRT-NOTE-DATE
           MOVE ANT-CATEGORY      TO SRT-CATEGORY
           MOVE ANT-AUTHOR        TO SRT-AUTHOR
           MOVE ANT-TEXT(1:60)    TO SRT-TEXT
           RELEASE SORT-RECORD.

      *----------------------------------------------------------------*
      * Output side: a block per assignee, with its own counts.
      *----------------------------------------------------------------*
       3000-PRINT-FOLLOWUPS SECTION.
           PERFORM 3100-PRINT-ONE
               UNTIL END-OF-SORT
           IF WS-LAST-ASSIGNEE NOT = LOW-VALUES
               PERFORM 3300-ASSIGNEE-TOTALS
           END-IF.

       3100-PRINT-ONE SECTION.
           RETURN SORT-WORK
               AT END
                   SET END-OF-SORT TO TRUE
                   EXIT SECTION
           END-RETURN

           IF SRT-ASSIGNEE NOT = WS-LAST-ASSIGNEE
               IF WS-LAST-ASSIGNEE NOT = LOW-VALUES
                   PERFORM 3300-ASSIGNEE-TOTALS
               END-IF
               MOVE SRT-ASSIGNEE TO WS-LAST-ASSIGNEE
               PERFORM 3200-START-ASSIGNEE
           END-IF

           COMPUTE WS-DAYS-OVERDUE = WS-TODAY-INTEGER
               - FUNCTION INTEGER-OF-DATE(SRT-FOLLOWUP-DATE)
           IF WS-DAYS-OVERDUE > 0
               ADD 1 TO WS-ASG-OVERDUE-COUNT
           ELSE
               ADD 1 TO WS-ASG-DUE-COUNT
           END-IF

           MOVE SRT-FOLLOWUP-DATE TO WS-DET-DUE-DATE
           MOVE WS-DAYS-OVERDUE   TO WS-DET-OVERDUE
           MOVE SRT-PORTFOLIO-ID  TO WS-DET-PORTFOLIO
           MOVE SRT-NOTE-DATE     TO WS-DET-NOTE-DATE
           EVALUATE SRT-CATEGORY
               WHEN 'C'
                   MOVE 'CAL' TO WS-DET-CATEGORY
               WHEN 'M'
                   MOVE 'MTG' TO WS-DET-CATEGORY
               WHEN 'W'
                   MOVE 'WRT' TO WS-DET-CATEGORY
               WHEN 'R'
                   MOVE 'REQ' TO WS-DET-CATEGORY
               WHEN OTHER
                   MOVE 'OTH' TO WS-DET-CATEGORY
           END-EVALUATE
           MOVE SRT-AUTHOR        TO WS-DET-AUTHOR
           MOVE SRT-TEXT          TO WS-DET-TEXT
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE.

       3200-START-ASSIGNEE SECTION.
           ADD 1 TO WS-ASSIGNEE-COUNT
           MOVE ZERO TO WS-ASG-DUE-COUNT
           MOVE ZERO TO WS-ASG-OVERDUE-COUNT
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SRT-ASSIGNEE TO WS-ASL-ASSIGNEE
           WRITE REPORT-RECORD FROM WS-ASSIGNEE-LINE
           WRITE REPORT-RECORD FROM WS-COLUMN-LINE.

       3300-ASSIGNEE-TOTALS SECTION.
           MOVE WS-ASG-DUE-COUNT     TO WS-ATL-DUE
           MOVE WS-ASG-OVERDUE-COUNT TO WS-ATL-OVERDUE
           WRITE REPORT-RECORD FROM WS-ASSIGNEE-TOTAL-LINE
           ADD WS-ASG-DUE-COUNT     TO WS-DUE-COUNT
           ADD WS-ASG-OVERDUE-COUNT TO WS-OVERDUE-COUNT.

       4000-CLEANUP SECTION.
           IF WS-NOTE-STATUS NOT = '35'
               CLOSE NOTE-FILE
           END-IF
           CLOSE REPORT-FILE

           DISPLAY 'NOTTKL00 Notes read:          ' WS-NOTES-READ
           DISPLAY 'NOTTKL00 Assignees listed:    ' WS-ASSIGNEE-COUNT
           DISPLAY 'NOTTKL00 Follow-ups due today:' WS-DUE-COUNT
           DISPLAY 'NOTTKL00 Follow-ups overdue:  ' WS-OVERDUE-COUNT.

       9999-ERROR-HANDLER SECTION.
           DISPLAY WS-ERROR-MESSAGE
           MOVE 12 TO RETURN-CODE
           GOBACK.
