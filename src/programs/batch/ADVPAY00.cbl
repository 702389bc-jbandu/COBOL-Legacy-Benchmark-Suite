      *================================================================*
      * Program Name: ADVPAY00
      * Description: Advisor Payout Calculation
      * Version: 1.0
      * Date: 2026
      *
      * Month-end stream job, after ADVBOB00 has stamped each
      * advisor's revenue for the month on ADVMST. Strikes the
      * month's payout from the advisor's grid: the month's fees and
      * commissions times the payout percent of the highest tier
      * whose threshold the year-to-date revenue has reached. The
      * payout is stamped on ADVMST with the year to date, and listed
      * on the payout register for the payroll interface.
      *
      * An inactive advisor, or one with no grid set, is listed at
      * zero. A rerun in the same month restates the month's payout
      * rather than adding to it.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVPAY00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADVISOR-MASTER-FILE
               ASSIGN TO ADVMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ADV-ADVISOR-ID
               FILE STATUS IS WS-ADV-STATUS.

           SELECT PAYOUT-REPORT
               ASSIGN TO ADVPAY
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
       FD  ADVISOR-MASTER-FILE.
       COPY ADVMST.

       FD  PAYOUT-REPORT
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
           05  WS-ADV-STATUS           PIC X(2).
           05  WS-RPT-STATUS           PIC X(2).
           05  WS-BCT-STATUS           PIC X(2).

       01  WS-CONSTANTS.
      *    ADVPAY00's position in the SEQ-MONTH-END stream -- 24th,
      *    after ADVBOB00.
           05  WS-SEQUENCE-NO          PIC 9(4) VALUE 24.

       01  WS-SWITCHES.
           05  WS-ADV-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-ADV-EOF               VALUE 'Y'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                     PIC X(8).
           05  WS-CURRENT-TIME8        PIC 9(8).
           05  WS-PAY-MONTH            PIC X(6).
           05  WS-REVENUE              PIC S9(13)V9(2) COMP-3.
           05  WS-PAYOUT               PIC S9(13)V9(2) COMP-3.
           05  WS-PAYOUT-PCT           PIC S9(3)V9(2) COMP-3.
           05  WS-TIER-USED            PIC 9(1).
           05  WS-NOTE                 PIC X(20).

       01  WS-SUBSCRIPTS.
           05  WS-TIER-IX              PIC 9(1) COMP.

       01  WS-COUNTERS.
           05  WS-ADVISORS-READ        PIC 9(5) COMP VALUE 0.
           05  WS-ADVISORS-PAID        PIC 9(5) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       01  WS-TOTALS.
           05  WS-TOT-REVENUE          PIC S9(13)V9(2) COMP-3
                                           VALUE ZERO.
           05  WS-TOT-PAYOUT           PIC S9(13)V9(2) COMP-3
                                           VALUE ZERO.

       01  WS-REPORT-LINES.
           05  WS-HDR-LINE.
               10  FILLER              PIC X(36) VALUE
                   'ADVISOR PAYOUT REGISTER   MONTH '.
               10  WS-HDR-MONTH        PIC X(6).
               10  FILLER              PIC X(90) VALUE SPACES.
           05  WS-COL-LINE.
               10  FILLER              PIC X(33) VALUE
                   'ADVISOR  NAME                   '.
               10  FILLER              PIC X(32) VALUE
                   ' BRANCH    MONTH REVENUE      YT'.
               10  FILLER              PIC X(32) VALUE
                   'D REVENUE TIER PAYOUT%        PA'.
               10  FILLER              PIC X(35) VALUE
                   'YOUT  NOTE'.
           05  WS-PAY-LINE.
               10  WS-PYL-ADVISOR      PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-PYL-NAME         PIC X(24).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-PYL-BRANCH       PIC X(6).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-PYL-REVENUE      PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-PYL-YTD-REVENUE  PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-PYL-TIER         PIC 9.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-PYL-PCT          PIC ZZ9.99.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-PYL-PAYOUT       PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-PYL-NOTE         PIC X(20).
               10  FILLER              PIC X(11) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-PROCESS-ADVISOR
               UNTIL WS-ADV-EOF
           PERFORM 3000-WRITE-TOTAL-LINE

           PERFORM 4000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE-X(1:6) TO WS-PAY-MONTH

      *    No master means no advisors to pay.
           OPEN I-O ADVISOR-MASTER-FILE
           IF WS-ADV-STATUS NOT = '00'
               SET WS-ADV-EOF TO TRUE
           END-IF

           OPEN OUTPUT PAYOUT-REPORT
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'Error opening payout register' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O BATCH-CONTROL-FILE
           IF WS-BCT-STATUS NOT = '00'
               MOVE 'Error opening control file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           PERFORM 1200-INIT-CHECKPOINT

           MOVE WS-PAY-MONTH TO WS-HDR-MONTH
           WRITE REPORT-RECORD FROM WS-HDR-LINE
           WRITE REPORT-RECORD FROM WS-COL-LINE
           .

       1200-INIT-CHECKPOINT.
           MOVE 'ADVPAY00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for ADVPAY00' TO
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
      * One advisor: the payout on this month's revenue, if ADVBOB00
      * stamped any.
      *----------------------------------------------------------------*
       2000-PROCESS-ADVISOR.
           READ ADVISOR-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-ADV-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-ADVISORS-READ
           IF ADV-REV-MONTH NOT = WS-PAY-MONTH
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-REVENUE = ADV-MTD-FEES + ADV-MTD-COMMISSIONS
           MOVE ZERO   TO WS-PAYOUT
                          WS-PAYOUT-PCT
                          WS-TIER-USED
           MOVE SPACES TO WS-NOTE

           EVALUATE TRUE
               WHEN ADV-STATUS-INACTIVE
                   MOVE 'INACTIVE - NOT PAID' TO WS-NOTE
               WHEN OTHER
                   PERFORM 2100-SELECT-TIER
                   IF WS-TIER-USED = 0
                       MOVE 'NO PAYOUT GRID'  TO WS-NOTE
                   ELSE
                       COMPUTE WS-PAYOUT ROUNDED =
                           WS-REVENUE * WS-PAYOUT-PCT / 100
                   END-IF
           END-EVALUATE

           PERFORM 2200-STAMP-PAYOUT
           PERFORM 2300-WRITE-PAY-LINE
           .

      *----------------------------------------------------------------*
      * The highest tier in use whose threshold the year-to-date
      * revenue has reached.
      *----------------------------------------------------------------*
       2100-SELECT-TIER.
           PERFORM VARYING WS-TIER-IX FROM 1 BY 1
                   UNTIL WS-TIER-IX > 5
               IF ADV-TIER-PAYOUT-PCT(WS-TIER-IX) > ZERO
               AND ADV-TIER-THRESHOLD(WS-TIER-IX)
                   NOT > ADV-YTD-REVENUE
                   MOVE WS-TIER-IX TO WS-TIER-USED
                   MOVE ADV-TIER-PAYOUT-PCT(WS-TIER-IX)
                     TO WS-PAYOUT-PCT
               END-IF
           END-PERFORM
           .

      *    Restate a rerun's month; start the year over in January.
       2200-STAMP-PAYOUT.
           IF ADV-PAY-MONTH = WS-PAY-MONTH
               SUBTRACT ADV-MTD-PAYOUT FROM ADV-YTD-PAYOUT
           ELSE
               IF ADV-PAY-MONTH(1:4) NOT = WS-PAY-MONTH(1:4)
                   MOVE ZERO TO ADV-YTD-PAYOUT
               END-IF
           END-IF

           MOVE WS-PAY-MONTH TO ADV-PAY-MONTH
           MOVE WS-PAYOUT    TO ADV-MTD-PAYOUT
           ADD WS-PAYOUT     TO ADV-YTD-PAYOUT
           MOVE FUNCTION CURRENT-DATE TO ADV-LAST-MAINT-DATE
           MOVE 'ADVPAY00'            TO ADV-LAST-MAINT-USER

           REWRITE ADVISOR-MASTER-RECORD
               INVALID KEY
                   MOVE 'Error updating advisor payout' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-REWRITE
           .

       2300-WRITE-PAY-LINE.
           IF WS-PAYOUT > ZERO
               ADD 1 TO WS-ADVISORS-PAID
           END-IF
           ADD WS-REVENUE TO WS-TOT-REVENUE
           ADD WS-PAYOUT  TO WS-TOT-PAYOUT

           MOVE ADV-ADVISOR-ID  TO WS-PYL-ADVISOR
           MOVE ADV-NAME        TO WS-PYL-NAME
           MOVE ADV-BRANCH      TO WS-PYL-BRANCH
           MOVE WS-REVENUE      TO WS-PYL-REVENUE
           MOVE ADV-YTD-REVENUE TO WS-PYL-YTD-REVENUE
           MOVE WS-TIER-USED    TO WS-PYL-TIER
           MOVE WS-PAYOUT-PCT   TO WS-PYL-PCT
           MOVE WS-PAYOUT       TO WS-PYL-PAYOUT
           MOVE WS-NOTE         TO WS-PYL-NOTE
           WRITE REPORT-RECORD FROM WS-PAY-LINE
           .

       3000-WRITE-TOTAL-LINE.
           MOVE 'TOTAL'         TO WS-PYL-ADVISOR
           MOVE 'ALL ADVISORS'  TO WS-PYL-NAME
           MOVE SPACES          TO WS-PYL-BRANCH
                                   WS-PYL-NOTE
           MOVE WS-TOT-REVENUE  TO WS-PYL-REVENUE
           MOVE ZERO            TO WS-PYL-YTD-REVENUE
                                   WS-PYL-TIER
                                   WS-PYL-PCT
           MOVE WS-TOT-PAYOUT   TO WS-PYL-PAYOUT
           WRITE REPORT-RECORD FROM WS-PAY-LINE
           .

       4000-TERMINATE.
           PERFORM 4100-UPDATE-COMPLETION

           CLOSE PAYOUT-REPORT
                 BATCH-CONTROL-FILE
           IF WS-ADV-STATUS NOT = '35'
               CLOSE ADVISOR-MASTER-FILE
           END-IF

           DISPLAY 'ADVPAY00 Processing Statistics:'
           DISPLAY '  Advisors read:      ' WS-ADVISORS-READ
           DISPLAY '  Advisors paid:      ' WS-ADVISORS-PAID
           DISPLAY '  Errors:             ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       4100-UPDATE-COMPLETION.
           MOVE 'ADVPAY00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for ADVPAY00' TO
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
           MOVE 'ADVPAY00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
