      *================================================================*
      * Program Name: SLNINC00
      * Description: Monthly Securities Lending Income Posting
      * Version: 1.0
      * Date: 2026
      *
      * Month-end stream job, after the risk report. Posts the
      * lending fee SLNMGR00 accrued day by day on each securities
      * loan during the month: one SF lending income transaction per
      * loan, for the portfolio that lent the units, appended to
      * TRANFILE behind the trailer for the next cycle so it posts
      * through the normal pipeline. The transaction names the
      * security lent and, in TRN-BROKER-REF, the borrower.
      *
      * A loan returned during the month still has its fee up to
      * the return to post, so closed loans are included. Once
      * posted, the loan's accrual is cleared and added to its
      * life-to-date lending income. The register report lists every
      * posting, the same pre-post review CSHINT00's interest
      * register gives.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLNINC00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECURITIES-LOAN-FILE
               ASSIGN TO SECLOAN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SLN-KEY
               FILE STATUS IS WS-SLN-STATUS.

           SELECT TRANSACTION-FILE
               ASSIGN TO TRANFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT REGISTER-REPORT
               ASSIGN TO SLNIRPT
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
       FD  SECURITIES-LOAN-FILE.
       COPY SECLOAN.

       FD  TRANSACTION-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY TRNREC.

       FD  REGISTER-REPORT
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
           05  WS-SLN-STATUS           PIC X(2).
           05  WS-TRAN-STATUS          PIC X(2).
           05  WS-RPT-STATUS           PIC X(2).
           05  WS-BCT-STATUS           PIC X(2).

       01  WS-CONSTANTS.
      *    SLNINC00's position in the SEQ-MONTH-END stream -- 15th,
      *    after RSKRPT00.
           05  WS-SEQUENCE-NO          PIC 9(4) VALUE 15.
           05  WS-BASE-CURRENCY        PIC X(3) VALUE 'USD'.

       01  WS-SWITCHES.
           05  WS-SLN-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-SLN-EOF               VALUE 'Y'.
           05  WS-SLN-AVAIL-SW         PIC X(1) VALUE 'N'.
               88  WS-SLN-AVAILABLE         VALUE 'Y'.
               88  WS-SLN-UNAVAILABLE       VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                     PIC X(8).
           05  WS-CURRENT-TIME8        PIC 9(8).
           05  WS-CURRENT-TIME-X REDEFINES WS-CURRENT-TIME8
                                     PIC X(8).
           05  WS-SEQUENCE             PIC 9(4) VALUE 0.
           05  WS-SEQ-BUILD.
               10  FILLER              PIC X(2) VALUE 'LF'.
               10  WS-SEQ-NUMBER       PIC 9(4).

       01  WS-COUNTERS.
           05  WS-LOANS-READ           PIC 9(7) COMP VALUE 0.
           05  WS-INCOME-POSTED        PIC 9(5) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       01  WS-TOTALS.
           05  WS-TOTAL-POSTED         PIC S9(13)V9(2) COMP-3
                                           VALUE ZERO.

       01  WS-REPORT-LINES.
           05  WS-HDR-LINE.
               10  FILLER              PIC X(36) VALUE
                   'SECURITIES LENDING INCOME  PERIOD '.
               10  WS-HDR-DATE         PIC X(8).
               10  FILLER              PIC X(88) VALUE SPACES.
           05  WS-REGISTER-LINE.
               10  WS-REG-PORTFOLIO    PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-REG-INVESTMENT   PIC X(10).
               10  FILLER              PIC X(10) VALUE ' BORROWER '.
               10  WS-REG-BORROWER     PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-REG-STATE        PIC X(8).
               10  FILLER              PIC X(8)  VALUE '  INCOME'.
               10  WS-REG-INCOME       PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(16) VALUE
                   '  LIFE TO DATE '.
               10  WS-REG-LTD          PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(32) VALUE SPACES.
           05  WS-TOT-LINE.
               10  FILLER              PIC X(30) VALUE
                   'TOTAL LENDING INCOME POSTED  '.
               10  WS-TOT-POSTED       PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(87) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-PROCESS-LOANS
               UNTIL WS-SLN-EOF
               OR ERR-TEXT NOT = SPACES

           MOVE WS-TOTAL-POSTED TO WS-TOT-POSTED
           WRITE REPORT-RECORD FROM WS-TOT-LINE

           PERFORM 4000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME8 FROM TIME

      *    No loan file means nothing has ever been lent -- there is
      *    no income to post and the register prints empty.
           OPEN I-O SECURITIES-LOAN-FILE
           IF WS-SLN-STATUS = '00'
               SET WS-SLN-AVAILABLE TO TRUE
           ELSE
               SET WS-SLN-UNAVAILABLE TO TRUE
               SET WS-SLN-EOF TO TRUE
           END-IF

           OPEN EXTEND TRANSACTION-FILE
           IF WS-TRAN-STATUS NOT = '00'
               MOVE 'Error opening transaction file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT REGISTER-REPORT
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'Error opening lending income register' TO
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
           WRITE REPORT-RECORD FROM WS-HDR-LINE
           .

       1200-INIT-CHECKPOINT.
           MOVE 'SLNINC00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for SLNINC00' TO
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

       2000-PROCESS-LOANS.
           READ SECURITIES-LOAN-FILE NEXT RECORD
               AT END
                   SET WS-SLN-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-LOANS-READ

           IF SLN-ACCRUED-FEE NOT > ZERO
               EXIT PARAGRAPH
           END-IF

           PERFORM 2600-WRITE-INCOME-TRANSACTION
           IF ERR-TEXT NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           ADD SLN-ACCRUED-FEE    TO SLN-FEE-POSTED-LTD
           ADD SLN-ACCRUED-FEE    TO WS-TOTAL-POSTED
           PERFORM 2500-WRITE-REGISTER-LINE

           MOVE ZERO              TO SLN-ACCRUED-FEE
           MOVE WS-CURRENT-DATE-X TO SLN-LAST-POST-DATE
           MOVE FUNCTION CURRENT-DATE TO SLN-LAST-MAINT-DATE
           MOVE 'SLNINC00'        TO SLN-LAST-MAINT-USER
           REWRITE SECURITIES-LOAN-RECORD
               INVALID KEY
                   MOVE 'Error rewriting securities loan' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-REWRITE

           ADD 1 TO WS-INCOME-POSTED
           .

       2500-WRITE-REGISTER-LINE.
           MOVE SLN-PORTFOLIO-ID   TO WS-REG-PORTFOLIO
           MOVE SLN-INVESTMENT-ID  TO WS-REG-INVESTMENT
           MOVE SLN-BORROWER-ID    TO WS-REG-BORROWER
           IF SLN-CLOSED
               MOVE 'RETURNED' TO WS-REG-STATE
           ELSE
               MOVE 'ON LOAN ' TO WS-REG-STATE
           END-IF
           MOVE SLN-ACCRUED-FEE    TO WS-REG-INCOME
           MOVE SLN-FEE-POSTED-LTD TO WS-REG-LTD
           WRITE REPORT-RECORD FROM WS-REGISTER-LINE
           .

       2600-WRITE-INCOME-TRANSACTION.
           INITIALIZE TRANSACTION-RECORD
           MOVE 'SF'                   TO TRN-TYPE
           MOVE WS-CURRENT-DATE-X      TO TRN-DATE
           MOVE WS-CURRENT-TIME-X(1:6) TO TRN-TIME
           MOVE SLN-PORTFOLIO-ID       TO TRN-PORTFOLIO-ID
           ADD 1 TO WS-SEQUENCE
           MOVE WS-SEQUENCE            TO WS-SEQ-NUMBER
           MOVE WS-SEQ-BUILD           TO TRN-SEQUENCE-NO
           MOVE SLN-INVESTMENT-ID      TO TRN-INVESTMENT-ID
           MOVE ZERO                   TO TRN-QUANTITY
           MOVE ZERO                   TO TRN-PRICE
           MOVE SLN-ACCRUED-FEE        TO TRN-AMOUNT
           MOVE WS-BASE-CURRENCY       TO TRN-CURRENCY
           MOVE SLN-BORROWER-ID        TO TRN-BROKER-REF
           SET TRN-STATUS-PEND         TO TRUE
           MOVE WS-CURRENT-DATE-X      TO TRN-SETTLEMENT-DATE
           MOVE 'SLNINC00'             TO TRN-PROCESS-USER

           WRITE TRANSACTION-RECORD
           IF WS-TRAN-STATUS NOT = '00'
               MOVE 'Error writing lending income' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           .

       4000-TERMINATE.
           PERFORM 4100-UPDATE-COMPLETION

           CLOSE TRANSACTION-FILE
                 REGISTER-REPORT
                 BATCH-CONTROL-FILE
           IF WS-SLN-AVAILABLE
               CLOSE SECURITIES-LOAN-FILE
           END-IF

           DISPLAY 'SLNINC00 Processing Statistics:'
           DISPLAY '  Loans read:         ' WS-LOANS-READ
           DISPLAY '  Income posted:      ' WS-INCOME-POSTED
           DISPLAY '  Errors:             ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       4100-UPDATE-COMPLETION.
           MOVE 'SLNINC00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for SLNINC00' TO
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
           MOVE 'SLNINC00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
