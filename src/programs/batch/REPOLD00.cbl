      *              STMREL release token STMBAL00 writes for the run
      *              date, so unbalanced statements cannot reach the
      *              repository. Other reports load as before.
      * 2026-10-15 - Each stored line carries the report's identifier
      *              masking level from MSKLVL00, so INQRPT can keep a
      *              report printed with full identifiers from viewers
      *              not granted them.
      * 2026-10-15 - REPPARM column 9 'D' loads RPTIN as the report's
      *              delimited data file, filed under the report ID
      *              with its last byte set to D and purged on the
      *              report's own retention period.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPOLD00.
           BLOCK CONTAINS 0 RECORDS.
       01  PARM-RECORD.
           05  REP-PARM-REPORT-ID      PIC X(08).
           05  REP-PARM-FORMAT         PIC X(01).
               88  REP-PARM-PRINT           VALUE ' '.
               88  REP-PARM-DELIMITED       VALUE 'D'.
           05  FILLER                  PIC X(71).

       FD  RETENTION-FILE
           RECORDING MODE IS F
           05  WS-CUTOFF-DATE          PIC 9(8).
           05  WS-CUTOFF-DATE-X REDEFINES WS-CUTOFF-DATE
                                     PIC X(8).
           05  WS-FILED-REPORT-ID      PIC X(8).

       01  WS-MASK-LEVEL-REQUEST.
           05  WS-MKL-REPORT-ID        PIC X(08).
           05  WS-MKL-LEVEL            PIC X(01).

       01  WS-COUNTERS.
           05  WS-LINES-STORED         PIC 9(7) COMP VALUE 0.
               MOVE 'Invalid report ID parameter' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           IF ERR-TEXT = SPACES
           AND NOT REP-PARM-PRINT
           AND NOT REP-PARM-DELIMITED
               MOVE 'Invalid report format parameter' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           CLOSE PARM-FILE

           IF REP-PARM-REPORT-ID = 'STMGEN00'
           END-IF

           PERFORM 1100-LOAD-RETENTION

      *    A delimited data file files under its own report ID so
      *    its lines never share a key with the print version's.
           MOVE REP-PARM-REPORT-ID TO RPR-REPORT-ID
           IF REP-PARM-DELIMITED
               MOVE 'D' TO RPR-REPORT-ID-SUFFIX
           END-IF
           MOVE RPR-REPORT-ID TO WS-FILED-REPORT-ID

           MOVE REP-PARM-REPORT-ID TO WS-MKL-REPORT-ID
           CALL 'MSKLVL00' USING WS-MASK-LEVEL-REQUEST
           .

      *----------------------------------------------------------------*
           END-IF

           INITIALIZE REPORT-REPO-RECORD
           MOVE WS-FILED-REPORT-ID TO RPR-REPORT-ID
           MOVE WS-CURRENT-DATE-X  TO RPR-RUN-DATE
           MOVE WS-PAGE-NO         TO RPR-PAGE-NO
           MOVE WS-LINE-NO         TO RPR-LINE-NO
           MOVE REPORT-INPUT-LINE  TO RPR-LINE-TEXT
           MOVE WS-MKL-LEVEL       TO RPR-MASK-LEVEL
           MOVE REP-PARM-FORMAT    TO RPR-FORMAT

           WRITE REPORT-REPO-RECORD
               INVALID KEY
      * Purge this report's entries older than its retention cutoff.
      * The browse starts at the report's first record and ends as
      * soon as the run date reaches the cutoff, since run date is
      * the second key segment. A delimited load purges the lines
      * filed under the delimited version's report ID.
      *----------------------------------------------------------------*
       3000-PURGE-EXPIRED.
           COMPUTE WS-CUTOFF-INTEGER =
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)

           MOVE WS-FILED-REPORT-ID TO RPR-REPORT-ID
           MOVE LOW-VALUES TO RPR-RUN-DATE
           MOVE ZERO TO RPR-PAGE-NO
           MOVE ZERO TO RPR-LINE-NO
                   EXIT PARAGRAPH
           END-READ

           IF RPR-REPORT-ID NOT = WS-FILED-REPORT-ID
           OR RPR-RUN-DATE >= WS-CUTOFF-DATE-X
               SET WS-PURGE-EOF TO TRUE
               EXIT PARAGRAPH

           DISPLAY 'REPOLD00 Processing Statistics:'
           DISPLAY '  Report:         ' REP-PARM-REPORT-ID
           DISPLAY '  Format:         ' REP-PARM-FORMAT
           DISPLAY '  Lines stored:   ' WS-LINES-STORED
           DISPLAY '  Lines purged:   ' WS-LINES-PURGED
           DISPLAY '  Retention days: ' WS-RETENTION-DAYS
           DISPLAY '  Masking level:  ' WS-MKL-LEVEL
           DISPLAY '  Errors:         ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
