      *================================================================*
      * Program Name: MGNCAL00
      * Description: Daily Margin Calculation and Margin Calls
      * Version: 1.0
      * Date: 2026
      *
      * Runs after MFDFIL00 at the end of the post-close group of the
      * daily sequence, on the values the nightly revaluation struck.
      * For every active margin account on MGNACT, each holding on
      * the POSCUR view is valued in base currency and weighed by
      * its instrument type's MGNRATE row (the 'ALL' row when the
      * type has none; no row at all means not marginable):
      *     loan value   = long value times the loan value rate
      *     requirement  = long or short value times the
      *                    maintenance rate
      *     equity       = market value plus the cash balance
      *     excess       = equity less requirement
      * The loan value becomes the account's OVRDRF tolerance, so
      * TRNVAL00's buy funds check lets a margin account borrow as
      * far as its holdings support -- no further.
      *
      * An account in deficit gets a margin call on MGNCALL. The
      * call ages each day it stands and is met the day the account
      * is back in surplus; once it has stood past the account's
      * allowed days it goes past due, and the suggested-liquidation
      * report (MGNLIQ) lists the holdings whose sale would cover
      * the deficit, in key order. Margin interest accrues daily on
      * the debit balance at the account's own rate, actual/360,
      * for the calendar days since the last accrual; CSHINT00 posts
      * the accrual at month end.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MGNCAL00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MARGIN-ACCOUNT-FILE
               ASSIGN TO MGNACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MGN-KEY
               FILE STATUS IS WS-MGN-STATUS.

           SELECT MARGIN-RATE-FILE
               ASSIGN TO MGNRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MGR-KEY
               FILE STATUS IS WS-MGR-STATUS.

           SELECT MARGIN-CALL-FILE
               ASSIGN TO MGNCALL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MGC-KEY
               FILE STATUS IS WS-MGC-STATUS.

           SELECT PORTFOLIO-FILE
               ASSIGN TO PORTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PORT-ID
               FILE STATUS IS WS-PORT-STATUS.

           SELECT CURRENT-POSITION-FILE
               ASSIGN TO POSCUR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUR-KEY
               ALTERNATE RECORD KEY IS CUR-INVESTMENT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-POS-STATUS.

           SELECT SECURITY-MASTER
               ASSIGN TO SECMSTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEC-KEY
               FILE STATUS IS WS-SEC-STATUS.

           SELECT OVERDRAFT-FILE
               ASSIGN TO OVRDRFT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OVR-KEY
               FILE STATUS IS WS-OVR-STATUS.

           SELECT MARGIN-REPORT
               ASSIGN TO MGNRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT LIQUIDATION-REPORT
               ASSIGN TO MGNLIQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIQ-STATUS.

           SELECT BATCH-CONTROL-FILE
               ASSIGN TO BCHCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BCT-KEY
               FILE STATUS IS WS-BCT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MARGIN-ACCOUNT-FILE.
       COPY MGNACT.

       FD  MARGIN-RATE-FILE.
       COPY MGNRATE.

       FD  MARGIN-CALL-FILE.
       COPY MGNCALL.

       FD  PORTFOLIO-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PORTFLIO.

       FD  CURRENT-POSITION-FILE.
       COPY POSCUR.

       FD  SECURITY-MASTER.
       COPY SECMSTR.

       FD  OVERDRAFT-FILE.
       COPY OVRDRF.

       FD  MARGIN-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD               PIC X(132).

       FD  LIQUIDATION-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  LIQUIDATION-RECORD          PIC X(132).

       FD  BATCH-CONTROL-FILE.
           COPY BCHCTL.

       WORKING-STORAGE SECTION.
           COPY BCHCON.
           COPY ERRHAND.

      *    Cycle within the processing date this run belongs to --
      *    the overnight/scheduler-built sequence is cycle 1.
       01  WS-CYCLE-NO             PIC 9(2) VALUE 1.

       01  WS-FILE-STATUS.
           05  WS-MGN-STATUS           PIC X(2).
           05  WS-MGR-STATUS           PIC X(2).
           05  WS-MGC-STATUS           PIC X(2).
           05  WS-PORT-STATUS          PIC X(2).
           05  WS-POS-STATUS           PIC X(2).
           05  WS-SEC-STATUS           PIC X(2).
           05  WS-OVR-STATUS           PIC X(2).
           05  WS-RPT-STATUS           PIC X(2).
           05  WS-LIQ-STATUS           PIC X(2).
           05  WS-BCT-STATUS           PIC X(2).

       01  WS-CONSTANTS.
      *    MGNCAL00 follows MFDFIL00 at the end of the post-close
      *    group of the daily sequence.
           05  WS-SEQUENCE-NO          PIC 9(4) VALUE 38.
           05  WS-BATCH-USER-ID        PIC X(8) VALUE 'MGNCAL'.
           05  WS-INTEREST-BASIS       PIC 9(3) VALUE 360.

       01  WS-SWITCHES.
           05  WS-MGN-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-MGN-EOF               VALUE 'Y'.
           05  WS-POS-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-POS-EOF               VALUE 'Y'.
           05  WS-ACCOUNT-OK-SW        PIC X(1) VALUE 'Y'.
               88  WS-ACCOUNT-OK            VALUE 'Y'.
               88  WS-ACCOUNT-SKIPPED       VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                     PIC X(8).
           05  WS-CURRENT-TIME8        PIC 9(8).
           05  WS-TODAY-INTEGER        PIC S9(9) COMP.
           05  WS-WORK-DATE            PIC 9(8).
           05  WS-WORK-DATE-X REDEFINES WS-WORK-DATE
                                     PIC X(8).
           05  WS-WORK-INTEGER         PIC S9(9) COMP.
           05  WS-ACCRUAL-DAYS         PIC S9(5) COMP.
           05  WS-INTEREST-AMOUNT      PIC S9(11)V9(2) COMP-3.
           05  WS-CASH-BALANCE         PIC S9(13)V9(2) COMP-3.
           05  WS-HOLDING-VALUE        PIC S9(13)V9(2) COMP-3.
           05  WS-LOAN-VALUE-PCT       PIC S9(3)V9(2) COMP-3.
           05  WS-MAINT-PCT            PIC S9(3)V9(2) COMP-3.
           05  WS-TOTAL-MV             PIC S9(13)V9(2) COMP-3.
           05  WS-TOTAL-LV             PIC S9(13)V9(2) COMP-3.
           05  WS-TOTAL-REQ            PIC S9(13)V9(2) COMP-3.
           05  WS-UNCOVERED            PIC S9(13)V9(2) COMP-3.
           05  WS-SELL-VALUE           PIC S9(13)V9(2) COMP-3.
           05  WS-SELL-QUANTITY        PIC S9(11)V9(4) COMP-3.
           05  WS-CALL-STATE           PIC X(16).

      *----------------------------------------------------------------*
      * The account's long holdings as they were valued, kept for
      * the suggested-liquidation pass when the call is past due.
      *----------------------------------------------------------------*
       01  WS-HOLDING-TABLE.
           05  WS-HLD-COUNT            PIC 9(3) COMP VALUE 0.
           05  WS-HLD-ENTRY OCCURS 500 TIMES.
               10  WS-HLD-SEC-ID       PIC X(10).
               10  WS-HLD-QUANTITY     PIC S9(11)V9(4) COMP-3.
               10  WS-HLD-VALUE        PIC S9(13)V9(2) COMP-3.
               10  WS-HLD-MAINT-PCT    PIC S9(3)V9(2) COMP-3.
       01  WS-HLD-IX                   PIC 9(3) COMP.
       01  WS-HLD-MAX                  PIC 9(3) COMP VALUE 500.

       01  WS-COUNTERS.
           05  WS-ACCOUNTS-READ        PIC 9(5) COMP VALUE 0.
           05  WS-ACCOUNTS-CALCULATED  PIC 9(5) COMP VALUE 0.
           05  WS-ACCOUNTS-IN-DEFICIT  PIC 9(5) COMP VALUE 0.
           05  WS-CALLS-RAISED         PIC 9(5) COMP VALUE 0.
           05  WS-CALLS-MET            PIC 9(5) COMP VALUE 0.
           05  WS-CALLS-PAST-DUE       PIC 9(5) COMP VALUE 0.
           05  WS-LIQUIDATION-LINES    PIC 9(5) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       01  WS-REPORT-LINES.
           05  WS-HDR-LINE.
               10  FILLER              PIC X(32) VALUE
                   'DAILY MARGIN CALCULATION  DATE '.
               10  WS-HDR-DATE         PIC X(8).
               10  FILLER              PIC X(92) VALUE SPACES.
           05  WS-COL-LINE.
               10  FILLER              PIC X(9)  VALUE 'PORTFOLIO'.
               10  FILLER              PIC X(16) VALUE
                   '    MARKET VALUE'.
               10  FILLER              PIC X(16) VALUE
                   '      LOAN VALUE'.
               10  FILLER              PIC X(16) VALUE
                   '   DEBIT BALANCE'.
               10  FILLER              PIC X(16) VALUE
                   '          EQUITY'.
               10  FILLER              PIC X(16) VALUE
                   '     REQUIREMENT'.
               10  FILLER              PIC X(16) VALUE
                   ' EXCESS/DEFICIT'.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  FILLER              PIC X(16) VALUE 'CALL'.
               10  FILLER              PIC X(10) VALUE SPACES.
           05  WS-ACCOUNT-LINE.
               10  WS-ACC-PORTFOLIO    PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-ACC-MARKET       PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-ACC-LOAN         PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-ACC-DEBIT        PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-ACC-EQUITY       PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-ACC-REQUIREMENT  PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-ACC-EXCESS       PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-ACC-CALL         PIC X(16).
               10  FILLER              PIC X(10) VALUE SPACES.
           05  WS-LIQ-HDR-LINE.
               10  FILLER              PIC X(36) VALUE
                   'SUGGESTED MARGIN LIQUIDATION  DATE '.
               10  WS-LIQ-HDR-DATE     PIC X(8).
               10  FILLER              PIC X(88) VALUE SPACES.
           05  WS-LIQ-ACCOUNT-LINE.
               10  FILLER              PIC X(10) VALUE 'PORTFOLIO '.
               10  WS-LQA-PORTFOLIO    PIC X(8).
               10  FILLER              PIC X(13) VALUE '  CALL ISSUED'.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-LQA-ISSUE-DATE   PIC X(8).
               10  FILLER              PIC X(6)  VALUE '  DUE '.
               10  WS-LQA-DUE-DATE     PIC X(8).
               10  FILLER              PIC X(10) VALUE '  DEFICIT '.
               10  WS-LQA-DEFICIT      PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(12) VALUE '  DAYS OPEN '.
               10  WS-LQA-DAYS-OPEN    PIC ZZ9.
               10  FILLER              PIC X(38) VALUE SPACES.
           05  WS-LIQ-HOLDING-LINE.
               10  FILLER              PIC X(6)  VALUE '  SELL'.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-LQH-SEC-ID       PIC X(10).
               10  FILLER              PIC X(10) VALUE '  HOLDING '.
               10  WS-LQH-VALUE        PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(7)  VALUE '  SELL '.
               10  WS-LQH-SELL-VALUE   PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(6)  VALUE '  QTY '.
               10  WS-LQH-QUANTITY     PIC ZZZ,ZZZ,ZZ9.9999.
               10  FILLER              PIC X(46) VALUE SPACES.
           05  WS-LIQ-SHORT-LINE.
               10  FILLER              PIC X(35) VALUE
                   '  HOLDINGS DO NOT COVER; REMAINING '.
               10  WS-LQS-UNCOVERED    PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(82) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-PROCESS-ACCOUNT
               UNTIL WS-MGN-EOF

           PERFORM 4000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE8)

           OPEN I-O MARGIN-ACCOUNT-FILE
           IF WS-MGN-STATUS NOT = '00'
               MOVE 'Error opening margin account file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               SET WS-MGN-EOF TO TRUE
           END-IF

           OPEN INPUT MARGIN-RATE-FILE
           IF WS-MGR-STATUS NOT = '00'
               MOVE 'Error opening margin rate file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O MARGIN-CALL-FILE
           IF WS-MGC-STATUS NOT = '00' AND '05'
               MOVE 'Error opening margin call file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT PORTFOLIO-FILE
           IF WS-PORT-STATUS NOT = '00'
               MOVE 'Error opening portfolio file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT CURRENT-POSITION-FILE
           IF WS-POS-STATUS NOT = '00'
               MOVE 'Error opening current position view' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT SECURITY-MASTER
           IF WS-SEC-STATUS NOT = '00'
               MOVE 'Error opening security master' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O OVERDRAFT-FILE
           IF WS-OVR-STATUS NOT = '00'
               MOVE 'Error opening overdraft file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT MARGIN-REPORT
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'Error opening margin report' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT LIQUIDATION-REPORT
           IF WS-LIQ-STATUS NOT = '00'
               MOVE 'Error opening liquidation report' TO ERR-TEXT
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
           WRITE REPORT-RECORD FROM WS-COL-LINE
           MOVE WS-CURRENT-DATE-X TO WS-LIQ-HDR-DATE
           WRITE LIQUIDATION-RECORD FROM WS-LIQ-HDR-LINE

           MOVE LOW-VALUES TO MGN-KEY
           START MARGIN-ACCOUNT-FILE KEY NOT LESS THAN MGN-KEY
               INVALID KEY
                   SET WS-MGN-EOF TO TRUE
           END-START
           .

       1200-INIT-CHECKPOINT.
           MOVE 'MGNCAL00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for MGNCAL00' TO
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

       2000-PROCESS-ACCOUNT.
           READ MARGIN-ACCOUNT-FILE NEXT RECORD
               AT END
                   SET WS-MGN-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-ACCOUNTS-READ
           IF NOT MGN-ACTIVE
               EXIT PARAGRAPH
           END-IF

           SET WS-ACCOUNT-OK TO TRUE
           PERFORM 2100-VALUE-HOLDINGS
           PERFORM 2200-STRIKE-FIGURES
           IF WS-ACCOUNT-SKIPPED
               EXIT PARAGRAPH
           END-IF

           PERFORM 2300-ACCRUE-INTEREST
           PERFORM 2400-MANAGE-CALL
           PERFORM 2500-SET-BORROWING-LIMIT

           MOVE FUNCTION CURRENT-DATE TO MGN-LAST-MAINT-DATE
           MOVE WS-BATCH-USER-ID   TO MGN-LAST-MAINT-USER
           REWRITE MARGIN-ACCOUNT-RECORD
               INVALID KEY
                   MOVE 'Error rewriting margin account' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-REWRITE

           ADD 1 TO WS-ACCOUNTS-CALCULATED
           PERFORM 2800-WRITE-ACCOUNT-LINE
           .

      *----------------------------------------------------------------*
      * Every active holding of the account, valued in base currency
      * as the revaluation left it on the view.
      *----------------------------------------------------------------*
       2100-VALUE-HOLDINGS.
           MOVE ZERO TO WS-TOTAL-MV
                        WS-TOTAL-LV
                        WS-TOTAL-REQ
                        WS-HLD-COUNT
           MOVE 'N' TO WS-POS-EOF-SW

           MOVE MGN-PORTFOLIO-ID TO CUR-PORTFOLIO-ID
           MOVE LOW-VALUES       TO CUR-INVESTMENT-ID
           START CURRENT-POSITION-FILE KEY NOT LESS THAN CUR-KEY
               INVALID KEY
                   SET WS-POS-EOF TO TRUE
           END-START

           PERFORM 2110-VALUE-ONE-HOLDING
               UNTIL WS-POS-EOF
           .

       2110-VALUE-ONE-HOLDING.
           READ CURRENT-POSITION-FILE NEXT RECORD
               AT END
                   SET WS-POS-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF CUR-PORTFOLIO-ID NOT = MGN-PORTFOLIO-ID
               SET WS-POS-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF NOT CUR-STATUS-ACTIVE OR CUR-QUANTITY = ZERO
               EXIT PARAGRAPH
           END-IF

           PERFORM 2120-RESOLVE-RATES
           MOVE CUR-BASE-VALUE TO WS-HOLDING-VALUE
           ADD WS-HOLDING-VALUE TO WS-TOTAL-MV

      *    A short holding carries negative value: it lends nothing
      *    and its requirement is struck on the value owed.
           IF CUR-QUANTITY > ZERO
               COMPUTE WS-TOTAL-LV ROUNDED = WS-TOTAL-LV +
                   WS-HOLDING-VALUE * WS-LOAN-VALUE-PCT / 100
               COMPUTE WS-TOTAL-REQ ROUNDED = WS-TOTAL-REQ +
                   WS-HOLDING-VALUE * WS-MAINT-PCT / 100
               PERFORM 2130-TABLE-HOLDING
           ELSE
               COMPUTE WS-TOTAL-REQ ROUNDED = WS-TOTAL-REQ +
                   (ZERO - WS-HOLDING-VALUE) * WS-MAINT-PCT / 100
           END-IF
           .

      *    Most specific rate wins: the instrument type's own row,
      *    then the 'ALL' row; with neither the holding is not
      *    marginable.
       2120-RESOLVE-RATES.
           MOVE ZERO TO WS-LOAN-VALUE-PCT
           MOVE 100  TO WS-MAINT-PCT

           MOVE CUR-INVESTMENT-ID TO SEC-ID
           READ SECURITY-MASTER
               INVALID KEY
                   MOVE 'ALL' TO MGR-INSTR-TYPE
               NOT INVALID KEY
                   MOVE SEC-INSTR-TYPE TO MGR-INSTR-TYPE
           END-READ

           READ MARGIN-RATE-FILE
               INVALID KEY
                   MOVE 'ALL' TO MGR-INSTR-TYPE
                   READ MARGIN-RATE-FILE
                       INVALID KEY
                           EXIT PARAGRAPH
                   END-READ
           END-READ

           MOVE MGR-LOAN-VALUE-PCT TO WS-LOAN-VALUE-PCT
           MOVE MGR-MAINT-PCT      TO WS-MAINT-PCT
           .

       2130-TABLE-HOLDING.
           IF WS-HLD-COUNT NOT < WS-HLD-MAX
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-HLD-COUNT
           MOVE CUR-INVESTMENT-ID TO WS-HLD-SEC-ID(WS-HLD-COUNT)
           MOVE CUR-QUANTITY      TO WS-HLD-QUANTITY(WS-HLD-COUNT)
           MOVE WS-HOLDING-VALUE  TO WS-HLD-VALUE(WS-HLD-COUNT)
           MOVE WS-MAINT-PCT      TO WS-HLD-MAINT-PCT(WS-HLD-COUNT)
           .

       2200-STRIKE-FIGURES.
           MOVE MGN-PORTFOLIO-ID TO PORT-ID
           READ PORTFOLIO-FILE
               INVALID KEY
                   MOVE 'Margin account has no portfolio' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   SET WS-ACCOUNT-SKIPPED TO TRUE
                   EXIT PARAGRAPH
           END-READ

           MOVE PORT-CASH-BALANCE TO WS-CASH-BALANCE
           MOVE WS-CURRENT-DATE-X TO MGN-CALC-DATE
           MOVE WS-TOTAL-MV       TO MGN-MARKET-VALUE
           MOVE WS-TOTAL-LV       TO MGN-LOAN-VALUE
           MOVE WS-TOTAL-REQ      TO MGN-REQUIREMENT
           IF WS-CASH-BALANCE < ZERO
               COMPUTE MGN-DEBIT-BALANCE = ZERO - WS-CASH-BALANCE
           ELSE
               MOVE ZERO TO MGN-DEBIT-BALANCE
           END-IF
           COMPUTE MGN-EQUITY = WS-TOTAL-MV + WS-CASH-BALANCE
           COMPUTE MGN-EXCESS = MGN-EQUITY - MGN-REQUIREMENT
           .

      *----------------------------------------------------------------*
      * Margin interest on the debit balance for each calendar day
      * since the accrual last ran -- a weekend's interest accrues
      * on the Monday. A same-day rerun accrues nothing.
      *----------------------------------------------------------------*
       2300-ACCRUE-INTEREST.
           IF MGN-ACCRUED-TO IS NUMERIC
               MOVE MGN-ACCRUED-TO TO WS-WORK-DATE
               COMPUTE WS-WORK-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
               COMPUTE WS-ACCRUAL-DAYS =
                   WS-TODAY-INTEGER - WS-WORK-INTEGER
           ELSE
               MOVE 1 TO WS-ACCRUAL-DAYS
           END-IF

           IF WS-ACCRUAL-DAYS NOT > ZERO
               EXIT PARAGRAPH
           END-IF

           IF MGN-DEBIT-BALANCE > ZERO
               COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                   MGN-DEBIT-BALANCE * MGN-INTEREST-PCT / 100
                   * WS-ACCRUAL-DAYS / WS-INTEREST-BASIS
               ADD WS-INTEREST-AMOUNT TO MGN-ACCRUED-INT
           END-IF
           MOVE WS-CURRENT-DATE-X TO MGN-ACCRUED-TO
           .

       2400-MANAGE-CALL.
           MOVE SPACES TO WS-CALL-STATE

           IF MGN-EXCESS < ZERO
               ADD 1 TO WS-ACCOUNTS-IN-DEFICIT
               IF MGN-OPEN-CALL-DATE = SPACES
                   PERFORM 2410-RAISE-CALL
               ELSE
                   PERFORM 2420-AGE-CALL
               END-IF
           ELSE
               IF MGN-OPEN-CALL-DATE NOT = SPACES
                   PERFORM 2430-MEET-CALL
               END-IF
           END-IF
           .

       2410-RAISE-CALL.
           INITIALIZE MARGIN-CALL-RECORD
           MOVE MGN-PORTFOLIO-ID  TO MGC-PORTFOLIO-ID
           MOVE WS-CURRENT-DATE-X TO MGC-ISSUE-DATE
           COMPUTE MGC-CALL-AMOUNT = ZERO - MGN-EXCESS
           MOVE MGC-CALL-AMOUNT   TO MGC-CURRENT-DEFICIT
           COMPUTE WS-WORK-INTEGER = WS-TODAY-INTEGER + MGN-CALL-DAYS
           COMPUTE WS-WORK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
           MOVE WS-WORK-DATE-X    TO MGC-DUE-DATE
           MOVE ZERO              TO MGC-DAYS-OPEN
           SET MGC-OPEN           TO TRUE
           MOVE SPACES            TO MGC-CLOSE-DATE
           MOVE FUNCTION CURRENT-DATE TO MGC-LAST-MAINT-DATE
           MOVE WS-BATCH-USER-ID  TO MGC-LAST-MAINT-USER

           WRITE MARGIN-CALL-RECORD
               INVALID KEY
                   MOVE 'Error writing margin call' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-WRITE

           MOVE WS-CURRENT-DATE-X TO MGN-OPEN-CALL-DATE
           ADD 1 TO WS-CALLS-RAISED
           MOVE 'CALL ISSUED' TO WS-CALL-STATE
           .

       2420-AGE-CALL.
           MOVE MGN-PORTFOLIO-ID   TO MGC-PORTFOLIO-ID
           MOVE MGN-OPEN-CALL-DATE TO MGC-ISSUE-DATE
           READ MARGIN-CALL-FILE
               INVALID KEY
      *            The pointer outlived its call; raise a fresh one.
                   MOVE SPACES TO MGN-OPEN-CALL-DATE
                   PERFORM 2410-RAISE-CALL
                   EXIT PARAGRAPH
           END-READ

           COMPUTE MGC-CURRENT-DEFICIT = ZERO - MGN-EXCESS
           MOVE MGC-ISSUE-DATE TO WS-WORK-DATE
           COMPUTE MGC-DAYS-OPEN = WS-TODAY-INTEGER -
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
           IF WS-CURRENT-DATE-X > MGC-DUE-DATE
               SET MGC-PAST-DUE TO TRUE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO MGC-LAST-MAINT-DATE
           MOVE WS-BATCH-USER-ID  TO MGC-LAST-MAINT-USER

           REWRITE MARGIN-CALL-RECORD
               INVALID KEY
                   MOVE 'Error rewriting margin call' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-REWRITE

           IF MGC-PAST-DUE
               ADD 1 TO WS-CALLS-PAST-DUE
               MOVE 'CALL PAST DUE' TO WS-CALL-STATE
               PERFORM 2600-SUGGEST-LIQUIDATION
           ELSE
               MOVE 'CALL OPEN' TO WS-CALL-STATE
           END-IF
           .

       2430-MEET-CALL.
           MOVE MGN-PORTFOLIO-ID   TO MGC-PORTFOLIO-ID
           MOVE MGN-OPEN-CALL-DATE TO MGC-ISSUE-DATE
           MOVE SPACES             TO MGN-OPEN-CALL-DATE
           READ MARGIN-CALL-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           SET MGC-MET            TO TRUE
           MOVE ZERO              TO MGC-CURRENT-DEFICIT
           MOVE WS-CURRENT-DATE-X TO MGC-CLOSE-DATE
           MOVE FUNCTION CURRENT-DATE TO MGC-LAST-MAINT-DATE
           MOVE WS-BATCH-USER-ID  TO MGC-LAST-MAINT-USER

           REWRITE MARGIN-CALL-RECORD
               INVALID KEY
                   MOVE 'Error rewriting margin call' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-REWRITE

           ADD 1 TO WS-CALLS-MET
           MOVE 'CALL MET' TO WS-CALL-STATE
           .

      *----------------------------------------------------------------*
      * The account's borrowing capacity is its loan value: the
      * OVRDRF tolerance TRNVAL00 checks buys against is reset to it
      * every night.
      *----------------------------------------------------------------*
       2500-SET-BORROWING-LIMIT.
           MOVE MGN-PORTFOLIO-ID TO OVR-PORTFOLIO-ID
           READ OVERDRAFT-FILE
               INVALID KEY
                   INITIALIZE OVERDRAFT-RECORD
                   MOVE MGN-PORTFOLIO-ID TO OVR-PORTFOLIO-ID
                   MOVE MGN-LOAN-VALUE   TO OVR-TOLERANCE
                   MOVE FUNCTION CURRENT-DATE TO OVR-LAST-MAINT-DATE
                   MOVE WS-BATCH-USER-ID TO OVR-LAST-MAINT-USER
                   WRITE OVERDRAFT-RECORD
                       INVALID KEY
                           MOVE 'Error writing overdraft tolerance'
                             TO ERR-TEXT
                           PERFORM 9000-ERROR-ROUTINE
                   END-WRITE
                   EXIT PARAGRAPH
           END-READ

           MOVE MGN-LOAN-VALUE   TO OVR-TOLERANCE
           MOVE FUNCTION CURRENT-DATE TO OVR-LAST-MAINT-DATE
           MOVE WS-BATCH-USER-ID TO OVR-LAST-MAINT-USER
           REWRITE OVERDRAFT-RECORD
               INVALID KEY
                   MOVE 'Error rewriting overdraft tolerance'
                     TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-REWRITE
           .

      *----------------------------------------------------------------*
      * Selling a long holding turns value into cash: equity is
      * unchanged and the requirement falls by the value sold times
      * the holding's maintenance rate. The deficit is worked off
      * holding by holding in key order -- the desk decides what
      * actually goes, this is the arithmetic to start from.
      *----------------------------------------------------------------*
       2600-SUGGEST-LIQUIDATION.
           MOVE MGC-PORTFOLIO-ID    TO WS-LQA-PORTFOLIO
           MOVE MGC-ISSUE-DATE      TO WS-LQA-ISSUE-DATE
           MOVE MGC-DUE-DATE        TO WS-LQA-DUE-DATE
           MOVE MGC-CURRENT-DEFICIT TO WS-LQA-DEFICIT
           MOVE MGC-DAYS-OPEN       TO WS-LQA-DAYS-OPEN
           WRITE LIQUIDATION-RECORD FROM WS-LIQ-ACCOUNT-LINE

           MOVE MGC-CURRENT-DEFICIT TO WS-UNCOVERED
           PERFORM VARYING WS-HLD-IX FROM 1 BY 1
                   UNTIL WS-HLD-IX > WS-HLD-COUNT
                   OR WS-UNCOVERED NOT > ZERO
               IF WS-HLD-MAINT-PCT(WS-HLD-IX) > ZERO
                   PERFORM 2610-SUGGEST-ONE-SALE
               END-IF
           END-PERFORM

           IF WS-UNCOVERED > ZERO
               MOVE WS-UNCOVERED TO WS-LQS-UNCOVERED
               WRITE LIQUIDATION-RECORD FROM WS-LIQ-SHORT-LINE
           END-IF
           .

       2610-SUGGEST-ONE-SALE.
           COMPUTE WS-SELL-VALUE ROUNDED =
               WS-UNCOVERED * 100 / WS-HLD-MAINT-PCT(WS-HLD-IX)

           IF WS-SELL-VALUE NOT < WS-HLD-VALUE(WS-HLD-IX)
               MOVE WS-HLD-VALUE(WS-HLD-IX) TO WS-SELL-VALUE
               MOVE WS-HLD-QUANTITY(WS-HLD-IX) TO WS-SELL-QUANTITY
               COMPUTE WS-UNCOVERED ROUNDED = WS-UNCOVERED -
                   WS-SELL-VALUE * WS-HLD-MAINT-PCT(WS-HLD-IX) / 100
           ELSE
               COMPUTE WS-SELL-QUANTITY ROUNDED =
                   WS-HLD-QUANTITY(WS-HLD-IX) * WS-SELL-VALUE /
                   WS-HLD-VALUE(WS-HLD-IX)
               MOVE ZERO TO WS-UNCOVERED
           END-IF

           MOVE WS-HLD-SEC-ID(WS-HLD-IX) TO WS-LQH-SEC-ID
           MOVE WS-HLD-VALUE(WS-HLD-IX)  TO WS-LQH-VALUE
           MOVE WS-SELL-VALUE            TO WS-LQH-SELL-VALUE
           MOVE WS-SELL-QUANTITY         TO WS-LQH-QUANTITY
           WRITE LIQUIDATION-RECORD FROM WS-LIQ-HOLDING-LINE
           ADD 1 TO WS-LIQUIDATION-LINES
           .

       2800-WRITE-ACCOUNT-LINE.
           MOVE MGN-PORTFOLIO-ID  TO WS-ACC-PORTFOLIO
           MOVE MGN-MARKET-VALUE  TO WS-ACC-MARKET
           MOVE MGN-LOAN-VALUE    TO WS-ACC-LOAN
           MOVE MGN-DEBIT-BALANCE TO WS-ACC-DEBIT
           MOVE MGN-EQUITY        TO WS-ACC-EQUITY
           MOVE MGN-REQUIREMENT   TO WS-ACC-REQUIREMENT
           MOVE MGN-EXCESS        TO WS-ACC-EXCESS
           MOVE WS-CALL-STATE     TO WS-ACC-CALL
           WRITE REPORT-RECORD FROM WS-ACCOUNT-LINE
           .

       4000-TERMINATE.
           PERFORM 4100-UPDATE-COMPLETION

           CLOSE MARGIN-ACCOUNT-FILE
                 MARGIN-RATE-FILE
                 MARGIN-CALL-FILE
                 PORTFOLIO-FILE
                 CURRENT-POSITION-FILE
                 SECURITY-MASTER
                 OVERDRAFT-FILE
                 MARGIN-REPORT
                 LIQUIDATION-REPORT
                 BATCH-CONTROL-FILE

           DISPLAY 'MGNCAL00 Processing Statistics:'
           DISPLAY '  Margin accounts read:   ' WS-ACCOUNTS-READ
           DISPLAY '  Accounts calculated:    ' WS-ACCOUNTS-CALCULATED
           DISPLAY '  Accounts in deficit:    ' WS-ACCOUNTS-IN-DEFICIT
           DISPLAY '  Calls raised:           ' WS-CALLS-RAISED
           DISPLAY '  Calls met:              ' WS-CALLS-MET
           DISPLAY '  Calls past due:         ' WS-CALLS-PAST-DUE
           DISPLAY '  Liquidation lines:      ' WS-LIQUIDATION-LINES
           DISPLAY '  Errors:                 ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       4100-UPDATE-COMPLETION.
           MOVE 'MGNCAL00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for MGNCAL00' TO
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
           MOVE 'MGNCAL00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
