      *================================================================*
      * Program Name: SECEXC00
      * Description: Daily Security Exceptions Report
      * Version: 1.0
      * Date: 2026
      *
      * Daily job, last of the post-close group after CPLAGE00.
      * Reads the audit file end to end and takes the LOGIN entries
      * SECMGR wrote for today's sign-ons. The event code at the
      * front of each entry's message (SGNAUD) sorts it into one of
      * three sections:
      *
      *   lockouts   profiles locked by consecutive failed sign-ons,
      *              sign-ons refused because the profile was locked,
      *              and the supervisor unlocks that answered them.
      *   expired    sign-ons refused because the credential had
      *              expired, and those accepted inside the warning
      *              window.
      *   out of     sign-ons accepted before or after business
      *   hours      hours, or at the weekend, by the SGNPARM hours.
      *
      * Each section lists its entries in audit file order -- time,
      * user, terminal, event and the message text -- and closes with
      * its count. Failed sign-ons that did not lock a profile are
      * counted in the totals line only. A section holds up to 500
      * entries; any beyond that are counted, not listed.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECEXC00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE
               ASSIGN TO AUDFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT PARM-FILE
               ASSIGN TO SGNPARM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SGP-KEY
               FILE STATUS IS WS-PARM-STATUS.

           SELECT EXCEPTION-REPORT
               ASSIGN TO SECEXC
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
       FD  AUDIT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY AUDITLOG.

       FD  PARM-FILE.
       COPY SGNPARM.

       FD  EXCEPTION-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD               PIC X(132).

       FD  BATCH-CONTROL-FILE.
           COPY BCHCTL.

       WORKING-STORAGE SECTION.
           COPY BCHCON.
           COPY ERRHAND.
           COPY SGNAUD.

      *    Cycle within the processing date this run belongs to --
      *    the overnight/scheduler-built sequence is cycle 1.
       01  WS-CYCLE-NO             PIC 9(2) VALUE 1.

       01  WS-FILE-STATUS.
           05  WS-AUD-STATUS           PIC X(2).
           05  WS-PARM-STATUS          PIC X(2).
           05  WS-RPT-STATUS           PIC X(2).
           05  WS-BCT-STATUS           PIC X(2).

       01  WS-CONSTANTS.
      *    SECEXC00 follows CPLAGE00 at the end of the post-close
      *    group of the daily sequence.
           05  WS-SEQUENCE-NO          PIC 9(4) VALUE 49.
           05  WS-SECTION-MAX          PIC 9(4) COMP VALUE 500.

      *    Business hours (HHMM), Monday to Friday; the SGNPARM
      *    record overrides when present.
       01  WS-PARAMETERS.
           05  WS-HOURS-FROM           PIC 9(4) VALUE 0700.
           05  WS-HOURS-TO             PIC 9(4) VALUE 1900.

       01  WS-SWITCHES.
           05  WS-AUD-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-AUD-EOF               VALUE 'Y'.
           05  WS-OUT-OF-HOURS-SW      PIC X(1) VALUE 'N'.
               88  WS-OUT-OF-HOURS          VALUE 'Y'.
               88  WS-IN-HOURS              VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                     PIC X(8).
           05  WS-CURRENT-TIME8        PIC 9(8).
           05  WS-AUD-DATE             PIC X(8).
           05  WS-AUD-HHMM.
               10  WS-AUD-HH           PIC X(2).
               10  WS-AUD-MI           PIC X(2).
           05  WS-AUD-HHMM-N REDEFINES WS-AUD-HHMM
                                     PIC 9(4).
           05  WS-DAY-OF-WEEK          PIC 9(1).
           05  WS-IX                   PIC 9(4) COMP.

      *    Detail lines held per section until the audit file has been
      *    read through, so each section prints together.
       01  WS-LOCKOUT-TABLE.
           05  WS-LOCKOUT-COUNT        PIC 9(4) COMP VALUE 0.
           05  WS-LOCKOUT-LINE         PIC X(132)
                                     OCCURS 500 TIMES.
       01  WS-EXPIRED-TABLE.
           05  WS-EXPIRED-COUNT        PIC 9(4) COMP VALUE 0.
           05  WS-EXPIRED-LINE         PIC X(132)
                                     OCCURS 500 TIMES.
       01  WS-HOURS-TABLE.
           05  WS-HOURS-COUNT          PIC 9(4) COMP VALUE 0.
           05  WS-HOURS-LINE           PIC X(132)
                                     OCCURS 500 TIMES.

       01  WS-COUNTERS.
           05  WS-AUDIT-READ           PIC 9(7) COMP VALUE 0.
           05  WS-SIGNON-EVENTS        PIC 9(7) COMP VALUE 0.
           05  WS-FAILED-COUNT         PIC 9(7) COMP VALUE 0.
           05  WS-LOCKOUT-TOTAL        PIC 9(7) COMP VALUE 0.
           05  WS-EXPIRED-TOTAL        PIC 9(7) COMP VALUE 0.
           05  WS-HOURS-TOTAL          PIC 9(7) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       01  WS-REPORT-LINES.
           05  WS-HDR-LINE.
               10  FILLER              PIC X(36) VALUE
                   'DAILY SECURITY EXCEPTIONS    DATE   '.
               10  WS-HDR-DATE         PIC X(8).
               10  FILLER              PIC X(19) VALUE
                   '   BUSINESS HOURS '.
               10  WS-HDR-FROM         PIC 9(4).
               10  FILLER              PIC X(3)  VALUE ' - '.
               10  WS-HDR-TO           PIC 9(4).
               10  FILLER              PIC X(58) VALUE
                   ' MONDAY TO FRIDAY'.
           05  WS-SECTION-LINE.
               10  WS-SEC-TITLE        PIC X(40).
               10  FILLER              PIC X(92) VALUE SPACES.
           05  WS-COL-LINE.
               10  FILLER              PIC X(36) VALUE
                   'TIME      USER      TERMINAL  EVENT '.
               10  FILLER              PIC X(36) VALUE
                   '    MESSAGE                         '.
               10  FILLER              PIC X(60) VALUE SPACES.
           05  WS-DETAIL-LINE.
               10  WS-DTL-TIME         PIC X(8).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-DTL-USER         PIC X(8).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-DTL-TERMINAL     PIC X(8).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-DTL-EVENT        PIC X(8).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-DTL-TEXT         PIC X(91).
               10  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-NONE-LINE.
               10  FILLER              PIC X(20) VALUE
                   '  NONE'.
               10  FILLER              PIC X(112) VALUE SPACES.
           05  WS-SECTION-TOTAL-LINE.
               10  FILLER              PIC X(10) VALUE
                   '  ENTRIES '.
               10  WS-STL-COUNT        PIC ZZZ,ZZ9.
               10  FILLER              PIC X(17) VALUE
                   '  NOT LISTED:    '.
               10  WS-STL-OVERFLOW     PIC ZZZ,ZZ9.
               10  FILLER              PIC X(91) VALUE SPACES.
           05  WS-TOTAL-LINE.
               10  FILLER              PIC X(18) VALUE
                   'SIGN-ON EVENTS:   '.
               10  WS-TOT-EVENTS       PIC ZZZ,ZZ9.
               10  FILLER              PIC X(11) VALUE
                   '  FAILED:  '.
               10  WS-TOT-FAILED       PIC ZZZ,ZZ9.
               10  FILLER              PIC X(12) VALUE
                   '  LOCKOUTS: '.
               10  WS-TOT-LOCKOUTS     PIC ZZZ,ZZ9.
               10  FILLER              PIC X(11) VALUE
                   '  EXPIRED: '.
               10  WS-TOT-EXPIRED      PIC ZZZ,ZZ9.
               10  FILLER              PIC X(18) VALUE
                   '  OUT OF HOURS:   '.
               10  WS-TOT-HOURS        PIC ZZZ,ZZ9.
               10  FILLER              PIC X(27) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-PROCESS-ONE-ENTRY
               UNTIL WS-AUD-EOF

           PERFORM 3000-WRITE-REPORT

           PERFORM 4000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME8 FROM TIME

           PERFORM 1100-READ-PARAMETERS

           OPEN INPUT AUDIT-FILE
           IF WS-AUD-STATUS NOT = '00'
      *        No audit file -- nothing was signed on today.
               SET WS-AUD-EOF TO TRUE
           END-IF

           OPEN OUTPUT EXCEPTION-REPORT
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'Error opening security exceptions report' TO
                   ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O BATCH-CONTROL-FILE
           IF WS-BCT-STATUS NOT = '00'
               MOVE 'Error opening control file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           PERFORM 1200-INIT-CHECKPOINT

           MOVE WS-CURRENT-DATE-X TO WS-HDR-DATE
           MOVE WS-HOURS-FROM     TO WS-HDR-FROM
           MOVE WS-HOURS-TO       TO WS-HDR-TO
           WRITE REPORT-RECORD FROM WS-HDR-LINE
           .

       1100-READ-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
               IF WS-PARM-STATUS = '00'
                   IF SGP-HOURS-FROM IS NUMERIC
                      AND SGP-HOURS-TO IS NUMERIC
                      AND SGP-HOURS-TO > SGP-HOURS-FROM
                       MOVE SGP-HOURS-FROM TO WS-HOURS-FROM
                       MOVE SGP-HOURS-TO   TO WS-HOURS-TO
                   END-IF
               END-IF
               CLOSE PARM-FILE
           END-IF
           .

       1200-INIT-CHECKPOINT.
           MOVE 'SECEXC00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for SECEXC00' TO
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
      * Only today's LOGIN entries count. The timestamp is the
      * YYYY-MM-DD-HH.MM.SS form, so the date and time are taken by
      * position.
      *----------------------------------------------------------------*
       2000-PROCESS-ONE-ENTRY.
           READ AUDIT-FILE
               AT END
                   SET WS-AUD-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-AUDIT-READ

           IF NOT AUD-LOGIN
               EXIT PARAGRAPH
           END-IF

           MOVE AUD-TIMESTAMP(1:4) TO WS-AUD-DATE(1:4)
           MOVE AUD-TIMESTAMP(6:2) TO WS-AUD-DATE(5:2)
           MOVE AUD-TIMESTAMP(9:2) TO WS-AUD-DATE(7:2)
           IF WS-AUD-DATE NOT = WS-CURRENT-DATE-X
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-SIGNON-EVENTS
           MOVE AUD-MESSAGE TO SIGNON-AUDIT-MESSAGE

           MOVE AUD-TIMESTAMP(12:8) TO WS-DTL-TIME
           MOVE AUD-USER-ID         TO WS-DTL-USER
           MOVE AUD-TERMINAL        TO WS-DTL-TERMINAL
           MOVE SGA-EVENT           TO WS-DTL-EVENT
           MOVE SGA-TEXT            TO WS-DTL-TEXT

           EVALUATE TRUE
               WHEN SGA-FAILED
                   ADD 1 TO WS-FAILED-COUNT
               WHEN SGA-LOCKED
               WHEN SGA-REFUSED-LOCKED
               WHEN SGA-UNLOCKED
                   PERFORM 2100-HOLD-LOCKOUT
               WHEN SGA-EXPIRED
                   PERFORM 2200-HOLD-EXPIRED
               WHEN SGA-EXPIRY-WARNING
                   PERFORM 2200-HOLD-EXPIRED
                   PERFORM 2300-CHECK-HOURS
               WHEN SGA-SIGNED-ON
                   PERFORM 2300-CHECK-HOURS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       2100-HOLD-LOCKOUT.
           ADD 1 TO WS-LOCKOUT-TOTAL
           IF WS-LOCKOUT-COUNT < WS-SECTION-MAX
               ADD 1 TO WS-LOCKOUT-COUNT
               MOVE WS-DETAIL-LINE
                 TO WS-LOCKOUT-LINE(WS-LOCKOUT-COUNT)
           END-IF
           .

       2200-HOLD-EXPIRED.
           ADD 1 TO WS-EXPIRED-TOTAL
           IF WS-EXPIRED-COUNT < WS-SECTION-MAX
               ADD 1 TO WS-EXPIRED-COUNT
               MOVE WS-DETAIL-LINE
                 TO WS-EXPIRED-LINE(WS-EXPIRED-COUNT)
           END-IF
           .

      *----------------------------------------------------------------*
      * Outside business hours: before the opening time, at or after
      * the closing time, or at the weekend. INTEGER-OF-DATE counts
      * from a Monday, so the remainder by seven is 6 on a Saturday
      * and 0 on a Sunday.
      *----------------------------------------------------------------*
       2300-CHECK-HOURS.
           SET WS-IN-HOURS TO TRUE
           MOVE AUD-TIMESTAMP(12:2) TO WS-AUD-HH
           MOVE AUD-TIMESTAMP(15:2) TO WS-AUD-MI
           IF WS-AUD-HHMM-N NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DAY-OF-WEEK =
               FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE8), 7)
           IF WS-AUD-HHMM-N < WS-HOURS-FROM
              OR WS-AUD-HHMM-N NOT < WS-HOURS-TO
              OR WS-DAY-OF-WEEK = 6
              OR WS-DAY-OF-WEEK = 0
               SET WS-OUT-OF-HOURS TO TRUE
           END-IF

           IF WS-OUT-OF-HOURS
               ADD 1 TO WS-HOURS-TOTAL
               IF WS-HOURS-COUNT < WS-SECTION-MAX
                   ADD 1 TO WS-HOURS-COUNT
                   MOVE WS-DETAIL-LINE
                     TO WS-HOURS-LINE(WS-HOURS-COUNT)
               END-IF
           END-IF
           .

       3000-WRITE-REPORT.
           MOVE 'LOCKOUTS' TO WS-SEC-TITLE
           PERFORM 3900-WRITE-SECTION-HEADING
           IF WS-LOCKOUT-COUNT = 0
               WRITE REPORT-RECORD FROM WS-NONE-LINE
           END-IF
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-LOCKOUT-COUNT
               WRITE REPORT-RECORD FROM WS-LOCKOUT-LINE(WS-IX)
           END-PERFORM
           MOVE WS-LOCKOUT-TOTAL TO WS-STL-COUNT
           COMPUTE WS-STL-OVERFLOW =
               WS-LOCKOUT-TOTAL - WS-LOCKOUT-COUNT
           WRITE REPORT-RECORD FROM WS-SECTION-TOTAL-LINE

           MOVE 'EXPIRED CREDENTIALS' TO WS-SEC-TITLE
           PERFORM 3900-WRITE-SECTION-HEADING
           IF WS-EXPIRED-COUNT = 0
               WRITE REPORT-RECORD FROM WS-NONE-LINE
           END-IF
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-EXPIRED-COUNT
               WRITE REPORT-RECORD FROM WS-EXPIRED-LINE(WS-IX)
           END-PERFORM
           MOVE WS-EXPIRED-TOTAL TO WS-STL-COUNT
           COMPUTE WS-STL-OVERFLOW =
               WS-EXPIRED-TOTAL - WS-EXPIRED-COUNT
           WRITE REPORT-RECORD FROM WS-SECTION-TOTAL-LINE

           MOVE 'SIGN-ONS OUTSIDE BUSINESS HOURS' TO WS-SEC-TITLE
           PERFORM 3900-WRITE-SECTION-HEADING
           IF WS-HOURS-COUNT = 0
               WRITE REPORT-RECORD FROM WS-NONE-LINE
           END-IF
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-HOURS-COUNT
               WRITE REPORT-RECORD FROM WS-HOURS-LINE(WS-IX)
           END-PERFORM
           MOVE WS-HOURS-TOTAL TO WS-STL-COUNT
           COMPUTE WS-STL-OVERFLOW =
               WS-HOURS-TOTAL - WS-HOURS-COUNT
           WRITE REPORT-RECORD FROM WS-SECTION-TOTAL-LINE

           MOVE WS-SIGNON-EVENTS TO WS-TOT-EVENTS
           MOVE WS-FAILED-COUNT  TO WS-TOT-FAILED
           MOVE WS-LOCKOUT-TOTAL TO WS-TOT-LOCKOUTS
           MOVE WS-EXPIRED-TOTAL TO WS-TOT-EXPIRED
           MOVE WS-HOURS-TOTAL   TO WS-TOT-HOURS
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           .

       3900-WRITE-SECTION-HEADING.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM WS-SECTION-LINE
           WRITE REPORT-RECORD FROM WS-COL-LINE
           .

       4000-TERMINATE.
           PERFORM 4100-UPDATE-COMPLETION

           IF WS-AUD-STATUS = '00' OR '10'
               CLOSE AUDIT-FILE
           END-IF
           CLOSE EXCEPTION-REPORT
                 BATCH-CONTROL-FILE

           DISPLAY 'SECEXC00 Processing Statistics:'
           DISPLAY '  Audit entries read: ' WS-AUDIT-READ
           DISPLAY '  Sign-on events:     ' WS-SIGNON-EVENTS
           DISPLAY '  Failed sign-ons:    ' WS-FAILED-COUNT
           DISPLAY '  Lockouts:           ' WS-LOCKOUT-TOTAL
           DISPLAY '  Expired/expiring:   ' WS-EXPIRED-TOTAL
           DISPLAY '  Out of hours:       ' WS-HOURS-TOTAL
           DISPLAY '  Errors:             ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       4100-UPDATE-COMPLETION.
           MOVE 'SECEXC00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for SECEXC00' TO
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
           MOVE 'SECEXC00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
