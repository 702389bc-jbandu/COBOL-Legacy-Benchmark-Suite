      *================================================================*
      * Program Name: KYCRPT00
      * Description: KYC Review Due and Overdue Report
      * Version: 1.0
      * Date: 2026
      *
      * Month-end stream job, after the RMD strike. Sweeps the
      * portfolio master against the KYCPRF review profiles and
      * lists, for the onboarding desk, every open account whose
      * periodic know-your-customer review needs attention:
      *
      *  - DUE        -- the next review falls due within KYCPARM's
      *                  look-ahead window (90 days when none is
      *                  given);
      *  - OVERDUE    -- the review date has passed, still within
      *                  the grace days;
      *  - RESTRICTED -- overdue past the grace days (30 when none
      *                  are given): TRNVAL00 is rejecting new
      *                  purchases and deposits on the account until
      *                  KYCMNT00 records the review;
      *  - NO PROFILE -- an open account that has never had a review
      *                  recorded and so is not on the cycle at all.
      *
      * Closed accounts and accounts still in the opening pipeline
      * are passed over. The report is read-only -- nothing on file
      * is changed here.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYCRPT00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE
               ASSIGN TO KYCPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PORTFOLIO-FILE
               ASSIGN TO PORTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PORT-ID
               FILE STATUS IS WS-PORT-STATUS.

           SELECT KYC-PROFILE-FILE
               ASSIGN TO KYCPRF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KYC-KEY
               FILE STATUS IS WS-KYC-STATUS.

           SELECT KYC-REPORT
               ASSIGN TO KYCRPT
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
       FD  PARM-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY KYCPARM.

       FD  PORTFOLIO-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PORTFLIO.

       FD  KYC-PROFILE-FILE.
       COPY KYCPRF.

       FD  KYC-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD               PIC X(132).

       FD  BATCH-CONTROL-FILE.
           COPY BCHCTL.

       WORKING-STORAGE SECTION.
           COPY BCHCON.
           COPY ERRHAND.
           COPY IDMASK.

      *    Identifier masking level this report prints at (MSKPARM).
       01  WS-MASK-LEVEL-REQUEST.
           05  WS-MKL-REPORT-ID        PIC X(08) VALUE 'KYCRPT00'.
           05  WS-MKL-LEVEL            PIC X(01).

      *    Cycle within the processing date this run belongs to --
      *    the overnight/scheduler-built sequence is cycle 1.
       01  WS-CYCLE-NO             PIC 9(2) VALUE 1.

       01  WS-FILE-STATUS.
           05  WS-PARM-STATUS          PIC X(2).
           05  WS-PORT-STATUS          PIC X(2).
           05  WS-KYC-STATUS           PIC X(2).
           05  WS-RPT-STATUS           PIC X(2).
           05  WS-BCT-STATUS           PIC X(2).

       01  WS-CONSTANTS.
      *    KYCRPT00's position in the SEQ-MONTH-END stream -- 17th,
      *    after RMDCAL00.
           05  WS-SEQUENCE-NO          PIC 9(4) VALUE 17.

       01  WS-THRESHOLDS.
      *    Days ahead a review coming due is listed, and days past
      *    due before trading is restricted; the KYCPARM record
      *    overrides each when present.
           05  WS-WINDOW-DAYS          PIC 9(3) VALUE 90.
           05  WS-GRACE-DAYS           PIC 9(3) VALUE 30.

       01  WS-SWITCHES.
           05  WS-PORT-EOF-SW          PIC X(1) VALUE 'N'.
               88  WS-PORT-EOF              VALUE 'Y'.
           05  WS-KYC-AVAIL-SW         PIC X(1) VALUE 'N'.
               88  WS-KYC-AVAILABLE         VALUE 'Y'.
               88  WS-KYC-UNAVAILABLE       VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                     PIC X(8).
           05  WS-CURRENT-TIME8        PIC 9(8).
           05  WS-DUE-DATE8            PIC 9(8).
           05  WS-DUE-DATE-X REDEFINES WS-DUE-DATE8
                                     PIC X(8).
           05  WS-TODAY-INTEGER        PIC S9(9) COMP.
           05  WS-DUE-INTEGER          PIC S9(9) COMP.
           05  WS-DAYS-TO-DUE          PIC S9(9) COMP.

       01  WS-COUNTERS.
           05  WS-PORTFOLIOS-READ      PIC 9(7) COMP VALUE 0.
           05  WS-ON-CYCLE             PIC 9(7) COMP VALUE 0.
           05  WS-COMING-DUE           PIC 9(7) COMP VALUE 0.
           05  WS-OVERDUE              PIC 9(7) COMP VALUE 0.
           05  WS-RESTRICTED           PIC 9(7) COMP VALUE 0.
           05  WS-NO-PROFILE           PIC 9(7) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       01  WS-REPORT-LINES.
           05  WS-HDR-LINE.
               10  FILLER              PIC X(40) VALUE
                   'KYC REVIEWS DUE AND OVERDUE  AS OF '.
               10  WS-HDR-DATE         PIC X(8).
               10  FILLER              PIC X(14) VALUE
                   '  WINDOW DAYS '.
               10  WS-HDR-WINDOW       PIC ZZ9.
               10  FILLER              PIC X(13) VALUE
                   '  GRACE DAYS '.
               10  WS-HDR-GRACE        PIC ZZ9.
               10  FILLER              PIC X(51) VALUE SPACES.
           05  WS-COL-LINE.
               10  FILLER              PIC X(9)  VALUE 'PORTFOLIO'.
               10  FILLER              PIC X(31) VALUE 'CLIENT NAME'.
               10  FILLER              PIC X(5)  VALUE 'TIER'.
               10  FILLER              PIC X(10) VALUE 'LAST REVW'.
               10  FILLER              PIC X(10) VALUE 'NEXT DUE'.
               10  FILLER              PIC X(9)  VALUE 'REVIEWER'.
               10  FILLER              PIC X(8)  VALUE '    DAYS'.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  FILLER              PIC X(49) VALUE 'STATUS'.
           05  WS-DTL-LINE.
               10  WS-DTL-PORTFOLIO    PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-CLIENT       PIC X(30).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-TIER         PIC X(1).
               10  FILLER              PIC X(4)  VALUE SPACES.
               10  WS-DTL-LAST-REVIEW  PIC X(8).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-DTL-NEXT-DUE     PIC X(8).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-DTL-REVIEWER     PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-DAYS         PIC ZZ,ZZ9-.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-DTL-STATUS       PIC X(10).
               10  FILLER              PIC X(39) VALUE SPACES.
           05  WS-TOT-LINE.
               10  FILLER              PIC X(18) VALUE
                   'ACCOUNTS ON CYCLE '.
               10  WS-TOT-ON-CYCLE     PIC ZZZ,ZZ9.
               10  FILLER              PIC X(11) VALUE
                   '  DUE SOON '.
               10  WS-TOT-DUE          PIC ZZZ,ZZ9.
               10  FILLER              PIC X(10) VALUE
                   '  OVERDUE '.
               10  WS-TOT-OVERDUE      PIC ZZZ,ZZ9.
               10  FILLER              PIC X(13) VALUE
                   '  RESTRICTED '.
               10  WS-TOT-RESTRICTED   PIC ZZZ,ZZ9.
               10  FILLER              PIC X(13) VALUE
                   '  NO PROFILE '.
               10  WS-TOT-NO-PROFILE   PIC ZZZ,ZZ9.
               10  FILLER              PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-CHECK-PORTFOLIO
               UNTIL WS-PORT-EOF
               OR ERR-TEXT NOT = SPACES

           MOVE WS-ON-CYCLE       TO WS-TOT-ON-CYCLE
           MOVE WS-COMING-DUE     TO WS-TOT-DUE
           MOVE WS-OVERDUE        TO WS-TOT-OVERDUE
           MOVE WS-RESTRICTED     TO WS-TOT-RESTRICTED
           MOVE WS-NO-PROFILE     TO WS-TOT-NO-PROFILE
           WRITE REPORT-RECORD FROM WS-TOT-LINE

           PERFORM 4000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME8 FROM TIME
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE8)
           CALL 'MSKLVL00' USING WS-MASK-LEVEL-REQUEST

           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
               IF WS-PARM-STATUS = '00'
                   IF KPM-WINDOW-DAYS IS NUMERIC
                      AND KPM-WINDOW-DAYS NOT = 0
                       MOVE KPM-WINDOW-DAYS TO WS-WINDOW-DAYS
                   END-IF
                   IF KPM-GRACE-DAYS IS NUMERIC
                      AND KPM-GRACE-DAYS NOT = 0
                       MOVE KPM-GRACE-DAYS TO WS-GRACE-DAYS
                   END-IF
               END-IF
               CLOSE PARM-FILE
           END-IF

           OPEN INPUT PORTFOLIO-FILE
           IF WS-PORT-STATUS NOT = '00'
               MOVE 'Error opening portfolio file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

      *    No profile file means no review has been recorded yet --
      *    every open account is listed as off the cycle.
           OPEN INPUT KYC-PROFILE-FILE
           IF WS-KYC-STATUS = '00'
               SET WS-KYC-AVAILABLE TO TRUE
           ELSE
               SET WS-KYC-UNAVAILABLE TO TRUE
           END-IF

           OPEN OUTPUT KYC-REPORT
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'Error opening KYC review report' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O BATCH-CONTROL-FILE
           IF WS-BCT-STATUS NOT = '00'
               MOVE 'Error opening control file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           PERFORM 1200-INIT-CHECKPOINT

           MOVE WS-CURRENT-DATE-X TO WS-HDR-DATE
           MOVE WS-WINDOW-DAYS    TO WS-HDR-WINDOW
           MOVE WS-GRACE-DAYS     TO WS-HDR-GRACE
           WRITE REPORT-RECORD FROM WS-HDR-LINE
           WRITE REPORT-RECORD FROM WS-COL-LINE
           .

       1200-INIT-CHECKPOINT.
           MOVE 'KYCRPT00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for KYCRPT00' TO
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
      * One portfolio against its review profile. Days to due are
      * negative once the review date has passed.
      *----------------------------------------------------------------*
       2000-CHECK-PORTFOLIO.
           READ PORTFOLIO-FILE NEXT RECORD
               AT END
                   SET WS-PORT-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-PORTFOLIOS-READ

           IF PORT-CLOSED OR PORT-PENDING-SETUP
               EXIT PARAGRAPH
           END-IF

           MOVE PORT-ID           TO WS-DTL-PORTFOLIO
           MOVE WS-MKL-LEVEL      TO MSK-LEVEL
           MOVE SPACES            TO MSK-ACCOUNT-NO
           MOVE PORT-CLIENT-NAME  TO MSK-CLIENT-NAME
           CALL 'IDMASK00' USING IDMASK-REQUEST
           MOVE MSK-CLIENT-NAME   TO WS-DTL-CLIENT

           IF WS-KYC-UNAVAILABLE
               PERFORM 2100-LIST-NO-PROFILE
               EXIT PARAGRAPH
           END-IF

           MOVE PORT-ID TO KYC-PORTFOLIO-ID
           READ KYC-PROFILE-FILE
               INVALID KEY
                   PERFORM 2100-LIST-NO-PROFILE
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-ON-CYCLE

           MOVE KYC-NEXT-DUE-DATE TO WS-DUE-DATE-X
           COMPUTE WS-DUE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DUE-DATE8)
           COMPUTE WS-DAYS-TO-DUE = WS-DUE-INTEGER - WS-TODAY-INTEGER

           EVALUATE TRUE
               WHEN WS-DAYS-TO-DUE > WS-WINDOW-DAYS
                   EXIT PARAGRAPH
               WHEN WS-DAYS-TO-DUE >= 0
                   MOVE 'DUE'        TO WS-DTL-STATUS
                   ADD 1 TO WS-COMING-DUE
               WHEN (0 - WS-DAYS-TO-DUE) > WS-GRACE-DAYS
                   MOVE 'RESTRICTED' TO WS-DTL-STATUS
                   ADD 1 TO WS-RESTRICTED
               WHEN OTHER
                   MOVE 'OVERDUE'    TO WS-DTL-STATUS
                   ADD 1 TO WS-OVERDUE
           END-EVALUATE

           MOVE KYC-RISK-TIER        TO WS-DTL-TIER
           MOVE KYC-LAST-REVIEW-DATE TO WS-DTL-LAST-REVIEW
           MOVE KYC-NEXT-DUE-DATE    TO WS-DTL-NEXT-DUE
           MOVE KYC-REVIEWER         TO WS-DTL-REVIEWER
           MOVE WS-DAYS-TO-DUE       TO WS-DTL-DAYS
           WRITE REPORT-RECORD FROM WS-DTL-LINE
           .

       2100-LIST-NO-PROFILE.
           ADD 1 TO WS-NO-PROFILE
           MOVE SPACES            TO WS-DTL-TIER
                                     WS-DTL-LAST-REVIEW
                                     WS-DTL-NEXT-DUE
                                     WS-DTL-REVIEWER
           MOVE ZERO              TO WS-DTL-DAYS
           MOVE 'NO PROFILE'      TO WS-DTL-STATUS
           WRITE REPORT-RECORD FROM WS-DTL-LINE
           .

       4000-TERMINATE.
           PERFORM 4100-UPDATE-COMPLETION

           CLOSE PORTFOLIO-FILE
                 KYC-REPORT
                 BATCH-CONTROL-FILE
           IF WS-KYC-AVAILABLE
               CLOSE KYC-PROFILE-FILE
           END-IF

           DISPLAY 'KYCRPT00 Processing Statistics:'
           DISPLAY '  Portfolios read:        ' WS-PORTFOLIOS-READ
           DISPLAY '  Accounts on cycle:      ' WS-ON-CYCLE
           DISPLAY '  Reviews coming due:     ' WS-COMING-DUE
           DISPLAY '  Reviews overdue:        ' WS-OVERDUE
           DISPLAY '  Accounts restricted:    ' WS-RESTRICTED
           DISPLAY '  Accounts no profile:    ' WS-NO-PROFILE
           DISPLAY '  Errors:                 ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       4100-UPDATE-COMPLETION.
           MOVE 'KYCRPT00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for KYCRPT00' TO
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
           MOVE 'KYCRPT00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
