      *================================================================*
      * Program Name: RMDCAL00
      * Description: Required Minimum Distribution Calculation
      * Version: 1.0
      * Date: 2026
      *
      * Month-end stream job, after the lending income posting.
      * Works the year's required minimum distributions for the
      * traditional and SEP IRAs on the book:
      *
      *  - the RMDIN profile cards apply first: each sets an
      *    account's holder birth date and whether the client has
      *    elected automatic payment of the distribution, and in
      *    which month and on which day, on the RMDPRF profile;
      *  - every RMDYR entry for the current year is then struck:
      *    the holder's age in the year picks the period from the
      *    RMDDIV uniform lifetime table, and the prior year-end
      *    balance YECLS00 captured, divided by that period, is the
      *    year's required amount. What PORTTRAN has counted as
      *    distributed from the account's WD postings comes off it,
      *    leaving the shortfall. A holder younger than the RMD age
      *    owes nothing for the year;
      *  - every account still short lands on the RMDRPT shortfall
      *    report, month by month until the year's requirement is
      *    met. Where the client elected automatic payment, the
      *    month-end before the elected month writes the shortfall
      *    as a one-time WD standing instruction on STINST, dated
      *    the elected day, for STINST00 to fire into the pipeline.
      *    A distribution taken by hand before it fires cuts the
      *    instruction back at the next month end, or cancels it.
      *
      * An account with no profile, no year-end balance yet or an
      * age off the table is reported as an exception rather than
      * struck. Roth IRAs and education accounts carry no lifetime
      * requirement and never have an RMDYR entry.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RMDCAL00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFILE-CARD-FILE
               ASSIGN TO RMDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPI-STATUS.

           SELECT RMD-PROFILE-FILE
               ASSIGN TO RMDPRF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RMP-KEY
               FILE STATUS IS WS-RMP-STATUS.

           SELECT RMD-DIVISOR-FILE
               ASSIGN TO RMDDIV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RDV-KEY
               FILE STATUS IS WS-RDV-STATUS.

           SELECT RMD-YEAR-FILE
               ASSIGN TO RMDYR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMY-KEY
               FILE STATUS IS WS-RMY-STATUS.

           SELECT PORTFOLIO-FILE
               ASSIGN TO PORTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PORT-ID
               FILE STATUS IS WS-PORT-STATUS.

           SELECT INSTRUCTION-FILE
               ASSIGN TO STINST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SIN-KEY
               FILE STATUS IS WS-SIN-STATUS.

           SELECT RMD-REPORT
               ASSIGN TO RMDRPT
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
       FD  PROFILE-CARD-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
      *----------------------------------------------------------------*
      * One card per account from the retirement desk. A blank
      * month takes December, a blank day the 15th.
      *----------------------------------------------------------------*
       01  PROFILE-CARD-RECORD.
           05  RPI-ACTION              PIC X(01).
               88  RPI-SET-PROFILE         VALUE 'P'.
           05  RPI-PORTFOLIO-ID        PIC X(08).
           05  RPI-BIRTH-DATE          PIC X(08).
           05  RPI-AUTO-DIST           PIC X(01).
           05  RPI-DIST-MONTH          PIC X(02).
           05  RPI-DIST-MONTH-N REDEFINES RPI-DIST-MONTH
                                       PIC 9(02).
           05  RPI-DIST-DAY            PIC X(02).
           05  RPI-DIST-DAY-N REDEFINES RPI-DIST-DAY
                                       PIC 9(02).
           05  RPI-ENTERED-BY          PIC X(08).
           05  FILLER                  PIC X(50).

       FD  RMD-PROFILE-FILE.
       COPY RMDPRF.

       FD  RMD-DIVISOR-FILE.
       COPY RMDDIV.

       FD  RMD-YEAR-FILE.
       COPY RMDYR.

       FD  PORTFOLIO-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PORTFLIO.

       FD  INSTRUCTION-FILE.
           COPY SIREC.

       FD  RMD-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD               PIC X(132).

       FD  BATCH-CONTROL-FILE.
           COPY BCHCTL.

       WORKING-STORAGE SECTION.
           COPY BCHCON.
           COPY ERRHAND.

      *    Cycle within the processing date this run belongs to --
      *    the overnight/scheduler-built sequence is cycle 1.
       01  WS-CYCLE-NO             PIC 9(2) VALUE 1.

       01  WS-FILE-STATUS.
           05  WS-RPI-STATUS           PIC X(2).
           05  WS-RMP-STATUS           PIC X(2).
           05  WS-RDV-STATUS           PIC X(2).
           05  WS-RMY-STATUS           PIC X(2).
           05  WS-PORT-STATUS          PIC X(2).
           05  WS-SIN-STATUS           PIC X(2).
           05  WS-RPT-STATUS           PIC X(2).
           05  WS-BCT-STATUS           PIC X(2).

       01  WS-CONSTANTS.
      *    RMDCAL00's position in the SEQ-MONTH-END stream -- 16th,
      *    after SLNINC00.
           05  WS-SEQUENCE-NO          PIC 9(4) VALUE 16.
           05  WS-BASE-CURRENCY        PIC X(3) VALUE 'USD'.
      *    A holder owes a distribution for the year they reach
      *    this age and every year after.
           05  WS-RMD-START-AGE        PIC 9(3) VALUE 73.
      *    The uniform lifetime table's last age; its period serves
      *    every older holder.
           05  WS-DIVISOR-TOP-AGE      PIC 9(3) VALUE 120.
           05  WS-DEFAULT-DIST-MONTH   PIC 9(2) VALUE 12.
           05  WS-DEFAULT-DIST-DAY     PIC 9(2) VALUE 15.

       01  WS-SWITCHES.
           05  WS-RPI-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-RPI-EOF               VALUE 'Y'.
           05  WS-RMY-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-RMY-EOF               VALUE 'Y'.
           05  WS-RMY-AVAIL-SW         PIC X(1) VALUE 'N'.
               88  WS-RMY-AVAILABLE         VALUE 'Y'.
               88  WS-RMY-UNAVAILABLE       VALUE 'N'.
           05  WS-RDV-AVAIL-SW         PIC X(1) VALUE 'N'.
               88  WS-RDV-AVAILABLE         VALUE 'Y'.
               88  WS-RDV-UNAVAILABLE       VALUE 'N'.
           05  WS-DIVISOR-FOUND-SW     PIC X(1) VALUE 'N'.
               88  WS-DIVISOR-FOUND         VALUE 'Y'.
               88  WS-DIVISOR-NOT-FOUND     VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                     PIC X(8).
           05  WS-CURRENT-DATE-PARTS REDEFINES WS-CURRENT-DATE8.
               10  WS-CURRENT-YYYY     PIC 9(4).
               10  WS-CURRENT-MM       PIC 9(2).
               10  WS-CURRENT-DD       PIC 9(2).
           05  WS-CURRENT-TIME8        PIC 9(8).
           05  WS-DUE-DATE8            PIC 9(8).
           05  WS-DUE-DATE-X REDEFINES WS-DUE-DATE8
                                     PIC X(8).
           05  WS-DUE-DATE-PARTS REDEFINES WS-DUE-DATE8.
               10  WS-DUE-YYYY         PIC 9(4).
               10  WS-DUE-MM           PIC 9(2).
               10  WS-DUE-DD           PIC 9(2).
           05  WS-YEAR-END-X.
               10  WS-YEAR-END-YYYY    PIC 9(4).
               10  FILLER              PIC X(4) VALUE '1231'.
           05  WS-BIRTH-YEAR           PIC 9(4).
           05  WS-AGE                  PIC 9(3).
           05  WS-MONTHS-LEFT          PIC 9(2).
           05  WS-REMAINING            PIC S9(13)V9(2) COMP-3.
           05  WS-SI-NUMBER.
               10  FILLER              PIC X(2) VALUE 'RM'.
               10  WS-SI-YY            PIC X(2).
           05  WS-REJECT-REASON        PIC X(40).
           05  WS-ACTION-TEXT          PIC X(40).
           05  WS-NOTE-TEXT            PIC X(24).

       01  WS-COUNTERS.
           05  WS-CARDS-READ           PIC 9(5) COMP VALUE 0.
           05  WS-PROFILES-SET         PIC 9(5) COMP VALUE 0.
           05  WS-CARDS-REJECTED       PIC 9(5) COMP VALUE 0.
           05  WS-YEARS-STRUCK         PIC 9(5) COMP VALUE 0.
           05  WS-NOT-REQUIRED         PIC 9(5) COMP VALUE 0.
           05  WS-SATISFIED            PIC 9(5) COMP VALUE 0.
           05  WS-SHORTFALLS           PIC 9(5) COMP VALUE 0.
           05  WS-SI-GENERATED         PIC 9(5) COMP VALUE 0.
           05  WS-SI-ADJUSTED          PIC 9(5) COMP VALUE 0.
           05  WS-EXCEPTIONS           PIC 9(5) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       01  WS-TOTALS.
           05  WS-TOTAL-REQUIRED       PIC S9(13)V9(2) COMP-3
                                           VALUE ZERO.
           05  WS-TOTAL-SHORTFALL      PIC S9(13)V9(2) COMP-3
                                           VALUE ZERO.

       01  WS-REPORT-LINES.
           05  WS-HDR-LINE.
               10  FILLER              PIC X(36) VALUE
                   'REQUIRED MINIMUM DISTRIBUTIONS YEAR '.
               10  WS-HDR-YEAR         PIC 9(4).
               10  FILLER              PIC X(8)  VALUE '  AS OF '.
               10  WS-HDR-DATE         PIC X(8).
               10  FILLER              PIC X(76) VALUE SPACES.
           05  WS-COL-LINE.
               10  FILLER              PIC X(9)  VALUE 'PORTFOLIO'.
               10  FILLER              PIC X(4)  VALUE 'AGE'.
               10  FILLER              PIC X(5)  VALUE ' DIV'.
               10  FILLER              PIC X(18) VALUE
                   '  PRIOR YEAR-END'.
               10  FILLER              PIC X(18) VALUE
                   '          REQUIRED'.
               10  FILLER              PIC X(18) VALUE
                   '             TAKEN'.
               10  FILLER              PIC X(18) VALUE
                   '         REMAINING'.
               10  FILLER              PIC X(3)  VALUE ' ML'.
               10  FILLER              PIC X(39) VALUE ' NOTE'.
           05  WS-SHORT-LINE.
               10  WS-SH-PORTFOLIO     PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-SH-AGE           PIC ZZ9.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-SH-DIVISOR       PIC Z9.9.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-SH-PRIOR-YE      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               10  WS-SH-REQUIRED      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               10  WS-SH-TAKEN         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               10  WS-SH-REMAINING     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-SH-MONTHS-LEFT   PIC Z9.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-SH-NOTE          PIC X(24).
               10  FILLER              PIC X(14) VALUE SPACES.
           05  WS-ACT-LINE.
               10  WS-ACT-L-VERB       PIC X(11).
               10  WS-ACT-L-PORTFOLIO  PIC X(8).
               10  FILLER              PIC X(3)  VALUE ' - '.
               10  WS-ACT-L-TEXT       PIC X(40).
               10  FILLER              PIC X(70) VALUE SPACES.
           05  WS-TOT-LINE.
               10  FILLER              PIC X(30) VALUE
                   'TOTAL REQUIRED THIS YEAR     '.
               10  WS-TOT-REQUIRED     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(20) VALUE
                   '   TOTAL SHORTFALL '.
               10  WS-TOT-SHORTFALL    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-APPLY-PROFILE-CARD
               UNTIL WS-RPI-EOF

           WRITE REPORT-RECORD FROM WS-COL-LINE

           PERFORM 3000-STRIKE-RMD-YEAR
               UNTIL WS-RMY-EOF
               OR ERR-TEXT NOT = SPACES

           MOVE WS-TOTAL-REQUIRED  TO WS-TOT-REQUIRED
           MOVE WS-TOTAL-SHORTFALL TO WS-TOT-SHORTFALL
           WRITE REPORT-RECORD FROM WS-TOT-LINE

           PERFORM 4000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME8 FROM TIME
           MOVE WS-CURRENT-DATE-X(3:2) TO WS-SI-YY
           MOVE WS-CURRENT-YYYY        TO WS-YEAR-END-YYYY
           COMPUTE WS-MONTHS-LEFT = 12 - WS-CURRENT-MM

      *    No cards from the retirement desk is the usual month --
      *    the strike still runs on the profiles on file.
           OPEN INPUT PROFILE-CARD-FILE
           IF WS-RPI-STATUS NOT = '00'
               SET WS-RPI-EOF TO TRUE
           END-IF

      *    RMDPRF is created by the first profile card applied.
           OPEN I-O RMD-PROFILE-FILE
           IF WS-RMP-STATUS NOT = '00' AND '05'
               MOVE 'Error opening RMD profile file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

      *    Without the divisor table nothing can be struck; every
      *    account due a distribution is reported as an exception.
           OPEN INPUT RMD-DIVISOR-FILE
           IF WS-RDV-STATUS = '00'
               SET WS-RDV-AVAILABLE TO TRUE
           ELSE
               SET WS-RDV-UNAVAILABLE TO TRUE
           END-IF

      *    No year file means no IRA has been through a year-end
      *    close or paid a distribution -- nothing to strike.
           OPEN I-O RMD-YEAR-FILE
           IF WS-RMY-STATUS = '00'
               SET WS-RMY-AVAILABLE TO TRUE
           ELSE
               SET WS-RMY-UNAVAILABLE TO TRUE
               SET WS-RMY-EOF TO TRUE
           END-IF

           OPEN INPUT PORTFOLIO-FILE
           IF WS-PORT-STATUS NOT = '00'
               MOVE 'Error opening portfolio file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O INSTRUCTION-FILE
           IF WS-SIN-STATUS NOT = '00' AND '05'
               MOVE 'Error opening standing instruction file' TO
                   ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT RMD-REPORT
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'Error opening RMD shortfall report' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O BATCH-CONTROL-FILE
           IF WS-BCT-STATUS NOT = '00'
               MOVE 'Error opening control file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           PERFORM 1200-INIT-CHECKPOINT

           MOVE WS-CURRENT-YYYY   TO WS-HDR-YEAR
           MOVE WS-CURRENT-DATE-X TO WS-HDR-DATE
           WRITE REPORT-RECORD FROM WS-HDR-LINE
           .

       1200-INIT-CHECKPOINT.
           MOVE 'RMDCAL00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for RMDCAL00' TO
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
      * Profile cards apply ahead of the strike, so an account set
      * up this month is struck on its new profile.
      *----------------------------------------------------------------*
       2000-APPLY-PROFILE-CARD.
           READ PROFILE-CARD-FILE
               AT END
                   SET WS-RPI-EOF TO TRUE
                   CLOSE PROFILE-CARD-FILE
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-CARDS-READ
           MOVE SPACES TO WS-REJECT-REASON

           IF NOT RPI-SET-PROFILE
               MOVE 'UNKNOWN PROFILE ACTION' TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

           MOVE RPI-PORTFOLIO-ID TO PORT-ID
           READ PORTFOLIO-FILE
               INVALID KEY
                   MOVE 'PORTFOLIO NOT ON FILE' TO WS-REJECT-REASON
                   PERFORM 2090-REJECT-CARD
                   EXIT PARAGRAPH
           END-READ

           IF NOT PORT-REG-TRAD-IRA AND NOT PORT-REG-SEP-IRA
               MOVE 'NOT A TRADITIONAL OR SEP IRA'
                 TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

           IF RPI-BIRTH-DATE IS NOT NUMERIC
           OR RPI-BIRTH-DATE > WS-CURRENT-DATE-X
               MOVE 'BIRTH DATE MISSING OR IN THE FUTURE'
                 TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

           IF RPI-AUTO-DIST NOT = 'Y' AND 'N'
               MOVE 'AUTOMATIC DISTRIBUTION MUST BE Y OR N'
                 TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

           IF RPI-DIST-MONTH NOT = SPACES
              AND (RPI-DIST-MONTH IS NOT NUMERIC
                   OR RPI-DIST-MONTH-N < 1 OR RPI-DIST-MONTH-N > 12)
               MOVE 'DISTRIBUTION MONTH MUST BE 01 TO 12'
                 TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

           IF RPI-DIST-DAY NOT = SPACES
              AND (RPI-DIST-DAY IS NOT NUMERIC
                   OR RPI-DIST-DAY-N < 1 OR RPI-DIST-DAY-N > 31)
               MOVE 'DISTRIBUTION DAY MUST BE 01 TO 31'
                 TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

           PERFORM 2100-SET-PROFILE
           .

       2090-REJECT-CARD.
           ADD 1 TO WS-CARDS-REJECTED
           MOVE 'REJECTED:  '     TO WS-ACT-L-VERB
           MOVE WS-REJECT-REASON  TO WS-ACTION-TEXT
           PERFORM 2095-WRITE-ACTION-LINE
           .

       2095-WRITE-ACTION-LINE.
           MOVE RPI-PORTFOLIO-ID  TO WS-ACT-L-PORTFOLIO
           MOVE WS-ACTION-TEXT    TO WS-ACT-L-TEXT
           WRITE REPORT-RECORD FROM WS-ACT-LINE
           .

      *----------------------------------------------------------------*
      * Sets or replaces the account's profile. The day is clamped
      * to 28 so the elected day exists in every month.
      *----------------------------------------------------------------*
       2100-SET-PROFILE.
           MOVE RPI-PORTFOLIO-ID TO RMP-PORTFOLIO-ID
           READ RMD-PROFILE-FILE
               INVALID KEY
                   INITIALIZE RMD-PROFILE-RECORD
                   MOVE RPI-PORTFOLIO-ID TO RMP-PORTFOLIO-ID
           END-READ

           MOVE RPI-BIRTH-DATE   TO RMP-BIRTH-DATE
           MOVE RPI-AUTO-DIST    TO RMP-AUTO-DIST
           IF RPI-DIST-MONTH = SPACES
               MOVE WS-DEFAULT-DIST-MONTH TO RMP-DIST-MONTH
           ELSE
               MOVE RPI-DIST-MONTH-N      TO RMP-DIST-MONTH
           END-IF
           IF RPI-DIST-DAY = SPACES
               MOVE WS-DEFAULT-DIST-DAY   TO RMP-DIST-DAY
           ELSE
               MOVE RPI-DIST-DAY-N        TO RMP-DIST-DAY
           END-IF
           IF RMP-DIST-DAY > 28
               MOVE 28 TO RMP-DIST-DAY
           END-IF
           MOVE RPI-ENTERED-BY   TO RMP-ENTERED-BY
           MOVE FUNCTION CURRENT-DATE TO RMP-LAST-MAINT-DATE
           MOVE 'RMDCAL00'       TO RMP-LAST-MAINT-USER

           IF WS-RMP-STATUS = '00'
               REWRITE RMD-PROFILE-RECORD
           ELSE
               WRITE RMD-PROFILE-RECORD
           END-IF

           IF WS-RMP-STATUS NOT = '00'
               MOVE 'Error writing RMD profile' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-PROFILES-SET
           MOVE 'PROFILE:   '          TO WS-ACT-L-VERB
           IF RMP-AUTO-ELECTED
               MOVE 'SET - AUTOMATIC DISTRIBUTION ELECTED'
                 TO WS-ACTION-TEXT
           ELSE
               MOVE 'SET - REPORT ONLY' TO WS-ACTION-TEXT
           END-IF
           PERFORM 2095-WRITE-ACTION-LINE
           .

      *----------------------------------------------------------------*
      * Strikes one account's requirement for the current year.
      * Entries for other years are history, left as they stand.
      *----------------------------------------------------------------*
       3000-STRIKE-RMD-YEAR.
           READ RMD-YEAR-FILE NEXT RECORD
               AT END
                   SET WS-RMY-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF RMY-YEAR NOT = WS-CURRENT-YYYY
               EXIT PARAGRAPH
           END-IF

           MOVE RMY-PORTFOLIO-ID TO PORT-ID
           READ PORTFOLIO-FILE
               INVALID KEY
                   MOVE 'PORTFOLIO NOT ON FILE' TO WS-ACTION-TEXT
                   PERFORM 3090-WRITE-EXCEPTION
                   EXIT PARAGRAPH
           END-READ

      *    Re-registered away from a traditional or SEP IRA since
      *    the entry opened -- no longer subject to the requirement.
           IF NOT PORT-REG-TRAD-IRA AND NOT PORT-REG-SEP-IRA
               EXIT PARAGRAPH
           END-IF

           IF RMY-PRIOR-YE-DATE = SPACES
               MOVE 'NO PRIOR YEAR-END BALANCE CAPTURED'
                 TO WS-ACTION-TEXT
               PERFORM 3090-WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           MOVE RMY-PORTFOLIO-ID TO RMP-PORTFOLIO-ID
           READ RMD-PROFILE-FILE
               INVALID KEY
                   MOVE 'NO RMD PROFILE - BIRTH DATE UNKNOWN'
                     TO WS-ACTION-TEXT
                   PERFORM 3090-WRITE-EXCEPTION
                   EXIT PARAGRAPH
           END-READ

           MOVE RMP-BIRTH-DATE(1:4) TO WS-BIRTH-YEAR
           COMPUTE WS-AGE = WS-CURRENT-YYYY - WS-BIRTH-YEAR
           MOVE WS-AGE TO RMY-AGE

           IF WS-AGE < WS-RMD-START-AGE
               MOVE ZERO TO RMY-DIVISOR
                            RMY-REQUIRED
               SET RMY-NOT-REQUIRED TO TRUE
               ADD 1 TO WS-NOT-REQUIRED
               PERFORM 3500-REWRITE-RMD-YEAR
               EXIT PARAGRAPH
           END-IF

           PERFORM 3100-LOOK-UP-DIVISOR
           IF WS-DIVISOR-NOT-FOUND
               MOVE 'NO LIFE EXPECTANCY DIVISOR FOR AGE'
                 TO WS-ACTION-TEXT
               PERFORM 3090-WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           MOVE RDV-DIVISOR TO RMY-DIVISOR
           COMPUTE RMY-REQUIRED ROUNDED =
               RMY-PRIOR-YE-VALUE / RDV-DIVISOR
           IF RMY-REQUIRED < ZERO
               MOVE ZERO TO RMY-REQUIRED
           END-IF
           ADD RMY-REQUIRED TO WS-TOTAL-REQUIRED

           COMPUTE WS-REMAINING = RMY-REQUIRED - RMY-TAKEN
           IF WS-REMAINING NOT > ZERO
               MOVE ZERO TO WS-REMAINING
               SET RMY-SATISFIED TO TRUE
               ADD 1 TO WS-SATISFIED
           ELSE
               SET RMY-OPEN TO TRUE
               ADD 1 TO WS-SHORTFALLS
               ADD WS-REMAINING TO WS-TOTAL-SHORTFALL
           END-IF

           MOVE SPACES TO WS-NOTE-TEXT
           IF RMY-SI-GENERATED
               PERFORM 3400-TRUE-UP-INSTRUCTION
           ELSE
               IF RMY-OPEN
                   PERFORM 3300-SCHEDULE-DISTRIBUTION
               END-IF
           END-IF

           PERFORM 3500-REWRITE-RMD-YEAR

           IF RMY-OPEN
               PERFORM 3200-WRITE-SHORTFALL-LINE
           END-IF
           .

       3090-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTIONS
           MOVE 'EXCEPTION: '     TO WS-ACT-L-VERB
           MOVE RMY-PORTFOLIO-ID  TO WS-ACT-L-PORTFOLIO
           MOVE WS-ACTION-TEXT    TO WS-ACT-L-TEXT
           WRITE REPORT-RECORD FROM WS-ACT-LINE
           .

      *----------------------------------------------------------------*
      * The period for the holder's age; past the end of the table
      * the top age's period applies.
      *----------------------------------------------------------------*
       3100-LOOK-UP-DIVISOR.
           SET WS-DIVISOR-NOT-FOUND TO TRUE
           IF WS-RDV-UNAVAILABLE
               EXIT PARAGRAPH
           END-IF

           IF WS-AGE > WS-DIVISOR-TOP-AGE
               MOVE WS-DIVISOR-TOP-AGE TO RDV-AGE
           ELSE
               MOVE WS-AGE TO RDV-AGE
           END-IF

           READ RMD-DIVISOR-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           IF RDV-DIVISOR > ZERO
               SET WS-DIVISOR-FOUND TO TRUE
           END-IF
           .

       3200-WRITE-SHORTFALL-LINE.
           MOVE RMY-PORTFOLIO-ID   TO WS-SH-PORTFOLIO
           MOVE RMY-AGE            TO WS-SH-AGE
           MOVE RMY-DIVISOR        TO WS-SH-DIVISOR
           MOVE RMY-PRIOR-YE-VALUE TO WS-SH-PRIOR-YE
           MOVE RMY-REQUIRED       TO WS-SH-REQUIRED
           MOVE RMY-TAKEN          TO WS-SH-TAKEN
           MOVE WS-REMAINING       TO WS-SH-REMAINING
           MOVE WS-MONTHS-LEFT     TO WS-SH-MONTHS-LEFT
           MOVE WS-NOTE-TEXT       TO WS-SH-NOTE
           WRITE REPORT-RECORD FROM WS-SHORT-LINE
           .

      *----------------------------------------------------------------*
      * An elected account's shortfall is scheduled at the month end
      * before its elected month, so the instruction carries the
      * balance as late as possible. If that month end was missed
      * -- the profile arrived late -- the elected day of next month
      * is used instead. December's month end is too late to
      * schedule anything within the year.
      *----------------------------------------------------------------*
       3300-SCHEDULE-DISTRIBUTION.
           IF RMP-NOT-ELECTED
               MOVE 'CLIENT TO INSTRUCT'    TO WS-NOTE-TEXT
               EXIT PARAGRAPH
           END-IF

           IF WS-CURRENT-MM = 12
               MOVE 'DUE BY YEAR END'       TO WS-NOTE-TEXT
               EXIT PARAGRAPH
           END-IF

           IF WS-CURRENT-MM + 1 < RMP-DIST-MONTH
               MOVE 'AUTO WD ELECTED MONTH' TO WS-NOTE-TEXT
               MOVE RMP-DIST-MONTH          TO WS-NOTE-TEXT(23:2)
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CURRENT-YYYY TO WS-DUE-YYYY
           MOVE RMP-DIST-MONTH  TO WS-DUE-MM
           MOVE RMP-DIST-DAY    TO WS-DUE-DD
           IF WS-DUE-DATE-X NOT > WS-CURRENT-DATE-X
               COMPUTE WS-DUE-MM = WS-CURRENT-MM + 1
           END-IF

           MOVE RMY-PORTFOLIO-ID TO SIN-PORTFOLIO-ID
           MOVE WS-SI-NUMBER     TO SIN-INSTRUCTION-NO
           READ INSTRUCTION-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           MOVE RMY-PORTFOLIO-ID  TO SIN-PORTFOLIO-ID
           MOVE WS-SI-NUMBER      TO SIN-INSTRUCTION-NO
           MOVE 'WD'              TO SIN-TRN-TYPE
           MOVE SPACES            TO SIN-INVESTMENT-ID
           MOVE ZERO              TO SIN-QUANTITY
           MOVE WS-REMAINING      TO SIN-AMOUNT
           MOVE WS-BASE-CURRENCY  TO SIN-CURRENCY
           SET SIN-FREQ-ONCE      TO TRUE
           MOVE WS-DUE-DATE-X     TO SIN-START-DATE
                                     SIN-NEXT-RUN-DATE
           MOVE WS-YEAR-END-X     TO SIN-END-DATE
           SET SIN-ROLL-FORWARD   TO TRUE
           MOVE SPACES            TO SIN-LOT-METHOD
           SET SIN-STATUS-ACTIVE  TO TRUE
           MOVE SPACES            TO SIN-FILLER

           IF WS-SIN-STATUS = '00'
               REWRITE STANDING-INSTRUCTION-RECORD
           ELSE
               WRITE STANDING-INSTRUCTION-RECORD
           END-IF

           IF WS-SIN-STATUS NOT = '00'
               MOVE 'Error writing RMD standing instruction' TO
                   ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           SET RMY-SI-GENERATED  TO TRUE
           MOVE WS-SI-NUMBER     TO RMY-SI-NUMBER
           MOVE WS-REMAINING     TO RMY-SI-AMOUNT
           MOVE WS-DUE-DATE-X    TO RMY-SI-DATE
           ADD 1 TO WS-SI-GENERATED

           MOVE 'AUTO WD SET FOR'        TO WS-NOTE-TEXT
           MOVE WS-DUE-DATE-X            TO WS-NOTE-TEXT(17:8)
           .

      *----------------------------------------------------------------*
      * An instruction already written and not yet fired follows the
      * shortfall down: a distribution taken by hand in the meantime
      * cuts it back, and one that meets the requirement cancels it.
      * Once fired it stands as paid.
      *----------------------------------------------------------------*
       3400-TRUE-UP-INSTRUCTION.
           MOVE RMY-PORTFOLIO-ID TO SIN-PORTFOLIO-ID
           MOVE RMY-SI-NUMBER    TO SIN-INSTRUCTION-NO
           READ INSTRUCTION-FILE
               INVALID KEY
                   MOVE 'AUTO WD NOT ON FILE'   TO WS-NOTE-TEXT
                   EXIT PARAGRAPH
           END-READ

           IF NOT SIN-STATUS-ACTIVE
               MOVE 'AUTO WD PAID'          TO WS-NOTE-TEXT
               EXIT PARAGRAPH
           END-IF

           MOVE 'AUTO WD SET FOR'           TO WS-NOTE-TEXT
           MOVE SIN-NEXT-RUN-DATE           TO WS-NOTE-TEXT(17:8)

           IF SIN-AMOUNT = WS-REMAINING
               EXIT PARAGRAPH
           END-IF

           IF WS-REMAINING NOT > ZERO
               SET SIN-STATUS-INACTIVE TO TRUE
           ELSE
               MOVE WS-REMAINING TO SIN-AMOUNT
           END-IF

           REWRITE STANDING-INSTRUCTION-RECORD
               INVALID KEY
                   MOVE 'Error adjusting RMD standing instruction' TO
                       ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-REWRITE

           MOVE WS-REMAINING TO RMY-SI-AMOUNT
           ADD 1 TO WS-SI-ADJUSTED
           .

       3500-REWRITE-RMD-YEAR.
           MOVE FUNCTION CURRENT-DATE TO RMY-LAST-MAINT-DATE
           MOVE 'RMDCAL00'       TO RMY-LAST-MAINT-USER
           REWRITE RMD-YEAR-RECORD
               INVALID KEY
                   MOVE 'Error rewriting RMD year' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-REWRITE

           ADD 1 TO WS-YEARS-STRUCK
           .

       4000-TERMINATE.
           PERFORM 4100-UPDATE-COMPLETION

           CLOSE RMD-PROFILE-FILE
                 PORTFOLIO-FILE
                 INSTRUCTION-FILE
                 RMD-REPORT
                 BATCH-CONTROL-FILE
           IF WS-RDV-AVAILABLE
               CLOSE RMD-DIVISOR-FILE
           END-IF
           IF WS-RMY-AVAILABLE
               CLOSE RMD-YEAR-FILE
           END-IF

           DISPLAY 'RMDCAL00 Processing Statistics:'
           DISPLAY '  Profile cards read:     ' WS-CARDS-READ
           DISPLAY '  Profiles set:           ' WS-PROFILES-SET
           DISPLAY '  Cards rejected:         ' WS-CARDS-REJECTED
           DISPLAY '  Accounts struck:        ' WS-YEARS-STRUCK
           DISPLAY '  Below RMD age:          ' WS-NOT-REQUIRED
           DISPLAY '  Requirement met:        ' WS-SATISFIED
           DISPLAY '  Shortfalls:             ' WS-SHORTFALLS
           DISPLAY '  Instructions written:   ' WS-SI-GENERATED
           DISPLAY '  Instructions adjusted:  ' WS-SI-ADJUSTED
           DISPLAY '  Exceptions:             ' WS-EXCEPTIONS
           DISPLAY '  Errors:                 ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       4100-UPDATE-COMPLETION.
           MOVE 'RMDCAL00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for RMDCAL00' TO
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
           MOVE 'RMDCAL00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
