      *================================================================*
      * Program Name: RPTQRN00
      * Description: On-Request Report Runner
      * Version: 1.0
      * Date: 2026
      *
      * Runs the reports users have asked for at the terminal (RREQ
      * screen, RPTREQ handler). Each queued RPTQUE entry is marked
      * running, its parameters are handed to the report on the
      * report's own parameter file, the report is CALLed, and its
      * RPTFILE output is filed in the report repository under the
      * requester's user ID and today's date -- continuing after
      * any pages already filed for that user today, so two
      * requests the same day do not overwrite each other. The
      * entry is then marked done with where the output filed, or
      * failed with the reason, for the requester's status display.
      *
      * Only reports on the RPTCAT catalog run. Each report is
      * CANCELled after its run so the next request starts it
      * fresh. Filed output and finished queue entries older than
      * WS-REQUEST-RETENTION days are purged as the queue is read.
      * Run as the last step of RPTGEN00, or on its own in an
      * intraday cycle.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTQRN00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-QUEUE
               ASSIGN TO RPTQUE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RRQ-KEY
               FILE STATUS IS WS-QUE-STATUS.

           SELECT REPOSITORY-FILE
               ASSIGN TO RPTREPO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPR-KEY
               FILE STATUS IS WS-REPO-STATUS.

           SELECT RTN-CONFIG-FILE
               ASSIGN TO RTNPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

           SELECT LOT-PARM-FILE
               ASSIGN TO LOTPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LPM-STATUS.

           SELECT REPORT-OUTPUT
               ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-QUEUE.
           COPY RPTQUE.

       FD  REPOSITORY-FILE.
           COPY RPTREPO.

       FD  RTN-CONFIG-FILE.
           COPY RTNPARM.

       FD  LOT-PARM-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  LOT-PARM-RECORD.
           05  LPM-PORTFOLIO-ID        PIC X(08).
           05  FILLER                  PIC X(72).

      *    RTNANA00 prints 133-byte lines, RPTLOT00 132.
       FD  REPORT-OUTPUT
           RECORD CONTAINS 132 TO 133 CHARACTERS.
       01  REPORT-OUTPUT-LINE          PIC X(132).
       01  REPORT-OUTPUT-LINE-133      PIC X(133).

       WORKING-STORAGE SECTION.
           COPY ERRHAND.
           COPY RPTCAT.

       01  WS-FILE-STATUS.
           05  WS-QUE-STATUS           PIC X(2).
           05  WS-REPO-STATUS          PIC X(2).
           05  WS-CFG-STATUS           PIC X(2).
           05  WS-LPM-STATUS           PIC X(2).
           05  WS-RPT-STATUS           PIC X(2).

       01  WS-CONSTANTS.
           05  WS-LINES-PER-PAGE       PIC 9(2) VALUE 60.
           05  WS-REQUEST-RETENTION    PIC 9(4) VALUE 30.

       01  WS-SWITCHES.
           05  WS-QUE-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-QUE-EOF              VALUE 'Y'.
           05  WS-REPO-EOF-SW          PIC X(1) VALUE 'N'.
               88  WS-REPO-EOF             VALUE 'Y'.
           05  WS-RPT-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-RPT-EOF              VALUE 'Y'.
           05  WS-CATALOG-SW           PIC X(1).
               88  WS-ON-CATALOG           VALUE 'Y'.
               88  WS-NOT-ON-CATALOG       VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                     PIC X(8).
           05  WS-CUTOFF-INTEGER       PIC S9(9) COMP.
           05  WS-CUTOFF-DATE          PIC 9(8).
           05  WS-CUTOFF-DATE-X REDEFINES WS-CUTOFF-DATE
                                     PIC X(8).
           05  WS-CAT-IX               PIC 9(4) COMP.
           05  WS-RUN-RC               PIC S9(4) COMP.
           05  WS-RUN-RC-EDIT          PIC -ZZZ9.
           05  WS-PAGE-NO              PIC 9(5).
           05  WS-LINE-NO              PIC 9(4).
           05  WS-FIRST-PAGE           PIC 9(5).
           05  WS-PAGE-EDIT            PIC ZZZZ9.
           05  WS-OUTPUT-LINES         PIC 9(7) COMP.
           05  WS-FAIL-REASON          PIC X(40).

       01  WS-MASK-LEVEL-REQUEST.
           05  WS-MKL-REPORT-ID        PIC X(08).
           05  WS-MKL-LEVEL            PIC X(01).

       01  WS-COUNTERS.
           05  WS-REQUESTS-RUN         PIC 9(5) COMP VALUE 0.
           05  WS-REQUESTS-DONE        PIC 9(5) COMP VALUE 0.
           05  WS-REQUESTS-FAILED      PIC 9(5) COMP VALUE 0.
           05  WS-ENTRIES-PURGED       PIC 9(5) COMP VALUE 0.
           05  WS-LINES-FILED          PIC 9(7) COMP VALUE 0.
           05  WS-LINES-PURGED         PIC 9(7) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           IF ERR-TEXT = SPACES
               PERFORM 2000-PROCESS-QUEUE
                   UNTIL WS-QUE-EOF
           END-IF

           PERFORM 3000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD

           COMPUTE WS-CUTOFF-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE8) -
               WS-REQUEST-RETENTION
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)

           OPEN I-O REQUEST-QUEUE
           IF WS-QUE-STATUS = '35'
               DISPLAY 'RPTQRN00: no report request queue -- nothing '
                       'to run'
               SET WS-QUE-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-QUE-STATUS NOT = '00'
               MOVE 'Error opening report request queue' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O REPOSITORY-FILE
           IF WS-REPO-STATUS NOT = '00'
               MOVE 'Error opening report repository' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO RRQ-KEY
           START REQUEST-QUEUE KEY IS NOT LESS THAN RRQ-KEY
               INVALID KEY
                   SET WS-QUE-EOF TO TRUE
           END-START
           .

      *----------------------------------------------------------------*
      * One queue entry. Finished entries past retention are purged
      * along with the output they filed; queued entries run.
      *----------------------------------------------------------------*
       2000-PROCESS-QUEUE.
           READ REQUEST-QUEUE NEXT RECORD
               AT END
                   SET WS-QUE-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF (RRQ-DONE OR RRQ-FAILED)
           AND RRQ-RUN-DATE < WS-CUTOFF-DATE-X
               PERFORM 2700-PURGE-ENTRY
               EXIT PARAGRAPH
           END-IF

           IF NOT RRQ-QUEUED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-REQUESTS-RUN
           MOVE SPACES TO WS-FAIL-REASON

           PERFORM 2100-FIND-CATALOG
           IF WS-NOT-ON-CATALOG
               MOVE 'Report is not on the request catalog'
                 TO WS-FAIL-REASON
               PERFORM 2900-MARK-FINISHED
               EXIT PARAGRAPH
           END-IF

           SET RRQ-RUNNING TO TRUE
           MOVE SPACES TO RRQ-RESULT-MSG
           REWRITE REPORT-REQUEST-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'Error updating request: ' RRQ-KEY
                   EXIT PARAGRAPH
           END-REWRITE

           PERFORM 2300-RUN-REPORT

           IF WS-FAIL-REASON = SPACES
               PERFORM 2400-FILE-OUTPUT
           END-IF

           PERFORM 2900-MARK-FINISHED
           .

       2100-FIND-CATALOG.
           SET WS-NOT-ON-CATALOG TO TRUE
           PERFORM VARYING WS-CAT-IX FROM 1 BY 1
                   UNTIL WS-CAT-IX > RCT-ENTRY-COUNT
                      OR WS-ON-CATALOG
               IF RCT-REPORT-ID(WS-CAT-IX) = RRQ-REPORT-ID
                   SET WS-ON-CATALOG TO TRUE
               END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Hand the request's parameters to the report on its own
      * parameter file, run it, and release it so the next request
      * gets a fresh copy.
      *----------------------------------------------------------------*
       2300-RUN-REPORT.
           MOVE 0 TO WS-RUN-RC

           EVALUATE RRQ-REPORT-ID
               WHEN 'RTNANA00'
                   PERFORM 2310-RUN-RTNANA00
               WHEN 'RPTLOT00'
                   PERFORM 2320-RUN-RPTLOT00
               WHEN OTHER
                   MOVE 'Report has no request hand-off'
                     TO WS-FAIL-REASON
           END-EVALUATE

           IF WS-RUN-RC NOT = 0
               MOVE WS-RUN-RC TO WS-RUN-RC-EDIT
               STRING 'Report ended with return code '
                           DELIMITED BY SIZE
                      WS-RUN-RC-EDIT DELIMITED BY SIZE
                   INTO WS-FAIL-REASON
               END-STRING
           END-IF
           .

       2310-RUN-RTNANA00.
           OPEN OUTPUT RTN-CONFIG-FILE
           IF WS-CFG-STATUS NOT = '00'
               MOVE 'Cannot write RTNPARM parameter' TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO RTN-CONFIG-RECORD
           IF RRQ-FROM-DATE NOT = SPACES
               STRING RRQ-FROM-DATE(1:4) '-'
                      RRQ-FROM-DATE(5:2) '-'
                      RRQ-FROM-DATE(7:2)
                   DELIMITED BY SIZE INTO CFG-START-DATE
               END-STRING
           END-IF
           IF RRQ-TO-DATE NOT = SPACES
               STRING RRQ-TO-DATE(1:4) '-'
                      RRQ-TO-DATE(5:2) '-'
                      RRQ-TO-DATE(7:2)
                   DELIMITED BY SIZE INTO CFG-END-DATE
               END-STRING
           END-IF
           WRITE RTN-CONFIG-RECORD
           CLOSE RTN-CONFIG-FILE

           CALL 'RTNANA00'
           MOVE RETURN-CODE TO WS-RUN-RC
           CANCEL 'RTNANA00'
           .

       2320-RUN-RPTLOT00.
           OPEN OUTPUT LOT-PARM-FILE
           IF WS-LPM-STATUS NOT = '00'
               MOVE 'Cannot write LOTPARM parameter' TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO LOT-PARM-RECORD
           MOVE RRQ-PORTFOLIO-ID TO LPM-PORTFOLIO-ID
           WRITE LOT-PARM-RECORD
           CLOSE LOT-PARM-FILE

           CALL 'RPTLOT00'
           MOVE RETURN-CODE TO WS-RUN-RC
           CANCEL 'RPTLOT00'
           .

      *----------------------------------------------------------------*
      * File the report's output under the requester's user ID for
      * today, starting on the page after any already filed for
      * them today. Lines carry the requested report's masking
      * level, as REPOLD00 stamps the scheduled reports.
      *----------------------------------------------------------------*
       2400-FILE-OUTPUT.
           PERFORM 2410-FIND-NEXT-PAGE

           MOVE RRQ-REPORT-ID TO WS-MKL-REPORT-ID
           CALL 'MSKLVL00' USING WS-MASK-LEVEL-REQUEST

           OPEN INPUT REPORT-OUTPUT
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'Report output could not be read' TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-RPT-EOF-SW
           MOVE 0 TO WS-OUTPUT-LINES
           MOVE WS-FIRST-PAGE TO WS-PAGE-NO
           MOVE 0 TO WS-LINE-NO
           PERFORM 2420-FILE-ONE-LINE
               UNTIL WS-RPT-EOF
           CLOSE REPORT-OUTPUT

           IF WS-OUTPUT-LINES = 0
               MOVE 'Report produced no output' TO WS-FAIL-REASON
           END-IF
           .

       2410-FIND-NEXT-PAGE.
           MOVE 1 TO WS-FIRST-PAGE
           MOVE 'N' TO WS-REPO-EOF-SW

           MOVE RRQ-USER-ID       TO RPR-REPORT-ID
           MOVE WS-CURRENT-DATE-X TO RPR-RUN-DATE
           MOVE ZERO TO RPR-PAGE-NO
           MOVE ZERO TO RPR-LINE-NO
           START REPOSITORY-FILE KEY IS NOT LESS THAN RPR-KEY
               INVALID KEY
                   SET WS-REPO-EOF TO TRUE
           END-START

           PERFORM 2411-CHECK-FILED-PAGE
               UNTIL WS-REPO-EOF
           .

       2411-CHECK-FILED-PAGE.
           READ REPOSITORY-FILE NEXT RECORD
               AT END
                   SET WS-REPO-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF RPR-REPORT-ID NOT = RRQ-USER-ID
           OR RPR-RUN-DATE NOT = WS-CURRENT-DATE-X
               SET WS-REPO-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-FIRST-PAGE = RPR-PAGE-NO + 1
           .

       2420-FILE-ONE-LINE.
           READ REPORT-OUTPUT
               AT END
                   SET WS-RPT-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-LINE-NO
           IF WS-LINE-NO > WS-LINES-PER-PAGE
               ADD 1 TO WS-PAGE-NO
               MOVE 1 TO WS-LINE-NO
           END-IF

           INITIALIZE REPORT-REPO-RECORD
           MOVE RRQ-USER-ID        TO RPR-REPORT-ID
           MOVE WS-CURRENT-DATE-X  TO RPR-RUN-DATE
           MOVE WS-PAGE-NO         TO RPR-PAGE-NO
           MOVE WS-LINE-NO         TO RPR-LINE-NO
           MOVE REPORT-OUTPUT-LINE TO RPR-LINE-TEXT
           MOVE WS-MKL-LEVEL       TO RPR-MASK-LEVEL
           MOVE RRQ-USER-ID        TO RPR-REQUESTED-BY

           WRITE REPORT-REPO-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'Error filing report line: ' RPR-KEY
                   EXIT PARAGRAPH
           END-WRITE

           ADD 1 TO WS-OUTPUT-LINES
           ADD 1 TO WS-LINES-FILED
           .

      *----------------------------------------------------------------*
      * A finished entry past retention goes, and with it every line
      * filed for that user on that day -- the browse ends at the
      * first line of another user or another day.
      *----------------------------------------------------------------*
       2700-PURGE-ENTRY.
           IF RRQ-DONE
               MOVE 'N' TO WS-REPO-EOF-SW
               MOVE RRQ-USER-ID  TO RPR-REPORT-ID
               MOVE RRQ-RUN-DATE TO RPR-RUN-DATE
               MOVE ZERO TO RPR-PAGE-NO
               MOVE ZERO TO RPR-LINE-NO
               START REPOSITORY-FILE KEY IS NOT LESS THAN RPR-KEY
                   INVALID KEY
                       SET WS-REPO-EOF TO TRUE
               END-START
               PERFORM 2710-PURGE-ONE-LINE
                   UNTIL WS-REPO-EOF
           END-IF

           DELETE REQUEST-QUEUE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'Error purging request: ' RRQ-KEY
                   EXIT PARAGRAPH
           END-DELETE

           ADD 1 TO WS-ENTRIES-PURGED
           .

       2710-PURGE-ONE-LINE.
           READ REPOSITORY-FILE NEXT RECORD
               AT END
                   SET WS-REPO-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF RPR-REPORT-ID NOT = RRQ-USER-ID
           OR RPR-RUN-DATE NOT = RRQ-RUN-DATE
               SET WS-REPO-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           DELETE REPOSITORY-FILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'Error purging report line: ' RPR-KEY
                   EXIT PARAGRAPH
           END-DELETE

           ADD 1 TO WS-LINES-PURGED
           .

      *----------------------------------------------------------------*
      * Done with where the output filed, or failed with the reason.
      *----------------------------------------------------------------*
       2900-MARK-FINISHED.
           IF WS-FAIL-REASON = SPACES
               SET RRQ-DONE TO TRUE
               MOVE WS-CURRENT-DATE-X TO RRQ-RUN-DATE
               MOVE WS-FIRST-PAGE     TO RRQ-FIRST-PAGE
               COMPUTE RRQ-PAGE-COUNT = WS-PAGE-NO - WS-FIRST-PAGE + 1
               MOVE WS-FIRST-PAGE TO WS-PAGE-EDIT
               MOVE SPACES TO RRQ-RESULT-MSG
               STRING 'Filed under ' DELIMITED BY SIZE
                      RRQ-USER-ID DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      WS-CURRENT-DATE-X DELIMITED BY SIZE
                      ' page' DELIMITED BY SIZE
                      WS-PAGE-EDIT DELIMITED BY SIZE
                   INTO RRQ-RESULT-MSG
               END-STRING
               ADD 1 TO WS-REQUESTS-DONE
           ELSE
               SET RRQ-FAILED TO TRUE
               MOVE WS-CURRENT-DATE-X TO RRQ-RUN-DATE
               MOVE ZERO TO RRQ-FIRST-PAGE
               MOVE ZERO TO RRQ-PAGE-COUNT
               MOVE WS-FAIL-REASON TO RRQ-RESULT-MSG
               ADD 1 TO WS-REQUESTS-FAILED
           END-IF

           REWRITE REPORT-REQUEST-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'Error updating request: ' RRQ-KEY
           END-REWRITE
           .

       3000-TERMINATE.
           IF WS-QUE-STATUS NOT = '35'
               CLOSE REQUEST-QUEUE
                     REPOSITORY-FILE
           END-IF

           DISPLAY 'RPTQRN00 Processing Statistics:'
           DISPLAY '  Requests run:     ' WS-REQUESTS-RUN
           DISPLAY '  Requests done:    ' WS-REQUESTS-DONE
           DISPLAY '  Requests failed:  ' WS-REQUESTS-FAILED
           DISPLAY '  Lines filed:      ' WS-LINES-FILED
           DISPLAY '  Entries purged:   ' WS-ENTRIES-PURGED
           DISPLAY '  Lines purged:     ' WS-LINES-PURGED
           DISPLAY '  Errors:           ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       9000-ERROR-ROUTINE.
           ADD 1 TO WS-ERROR-COUNT
           MOVE 'RPTQRN00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
