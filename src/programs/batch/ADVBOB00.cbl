      *================================================================*
      * Program Name: ADVBOB00
      * Description: Advisor Book of Business Report
      * Version: 1.0
      * Date: 2026
      *
      * Month-end stream job, after the fee billing run. One line per
      * advisor on the ADVMST master, with the month's:
      *
      *  - AUM and account count -- the PORT-TOTAL-VALUE the close
      *    has just trued up, for each open account on the advisor's
      *    book today (PORT-ADVISOR-ID);
      *  - client flows -- posted DP deposits in and WD withdrawals
      *    out, from the STMTRN concatenation of the month's
      *    TRANFILEs;
      *  - fees billed -- FEEBIL00's billing tonight, both the FE
      *    debits it has just queued on TRANFILE and the invoices it
      *    raised on FEERECV for direct-billed clients, plus any
      *    other FE fee posted during the month. FEEBIL00's own FE
      *    debits on STMTRN are last month-end's billing, already
      *    counted then, and are skipped;
      *  - commissions -- TRN-COMMISSION on the month's posted
      *    trades.
      *
      * Flows, fees and commissions are credited to the advisor who
      * had the account on the transaction date, from the dated
      * ADVASN assignment history, so an account reassigned in the
      * month splits between the two. Accounts on nobody's book
      * total on an UNASSIGNED line.
      *
      * Each advisor's fees and commissions are stamped on ADVMST as
      * the month's revenue, with the year to date, for ADVPAY00 to
      * strike the payout from. A rerun in the same month restates
      * the month's figures rather than adding to them.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVBOB00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-TRAN-FILE
               ASSIGN TO STMTRN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STM-STATUS.

           SELECT TONIGHT-TRAN-FILE
               ASSIGN TO TRANFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT RECEIVABLE-FILE
               ASSIGN TO FEERECV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RCV-KEY
               FILE STATUS IS WS-RCV-STATUS.

           SELECT PORTFOLIO-FILE
               ASSIGN TO PORTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PORT-ID
               FILE STATUS IS WS-PORT-STATUS.

           SELECT ASSIGNMENT-FILE
               ASSIGN TO ADVASN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASG-KEY
               FILE STATUS IS WS-ASG-STATUS.

           SELECT ADVISOR-MASTER-FILE
               ASSIGN TO ADVMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ADV-ADVISOR-ID
               FILE STATUS IS WS-ADV-STATUS.

           SELECT BOOK-REPORT
               ASSIGN TO ADVBOB
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
       FD  PERIOD-TRAN-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY TRNREC.

      *    Tonight's queue carries the same layout; only the fields
      *    a billed fee needs are named here.
       FD  TONIGHT-TRAN-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  TONIGHT-TRAN-RECORD.
           05  TNT-DATE                PIC X(08).
           05  TNT-TIME                PIC X(06).
           05  TNT-PORTFOLIO-ID        PIC X(08).
           05  TNT-SEQUENCE-NO         PIC X(06).
           05  TNT-INVESTMENT-ID       PIC X(10).
           05  TNT-TYPE                PIC X(02).
           05  TNT-QUANTITY            PIC S9(11)V9(4) COMP-3.
           05  TNT-PRICE               PIC S9(11)V9(4) COMP-3.
           05  TNT-AMOUNT              PIC S9(13)V9(2) COMP-3.
           05  TNT-CURRENCY            PIC X(03).
           05  TNT-STATUS              PIC X(01).
           05  TNT-TO-PORTFOLIO-ID     PIC X(08).
           05  TNT-PROCESS-DATE        PIC X(26).
           05  TNT-PROCESS-USER        PIC X(08).

       FD  RECEIVABLE-FILE.
       COPY FEERECV.

       FD  PORTFOLIO-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PORTFLIO.

       FD  ASSIGNMENT-FILE.
       COPY ADVASN.

       FD  ADVISOR-MASTER-FILE.
       COPY ADVMST.

       FD  BOOK-REPORT
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
           05  WS-STM-STATUS           PIC X(2).
           05  WS-TRAN-STATUS          PIC X(2).
           05  WS-RCV-STATUS           PIC X(2).
           05  WS-PORT-STATUS          PIC X(2).
           05  WS-ASG-STATUS           PIC X(2).
           05  WS-ADV-STATUS           PIC X(2).
           05  WS-RPT-STATUS           PIC X(2).
           05  WS-BCT-STATUS           PIC X(2).

       01  WS-CONSTANTS.
      *    ADVBOB00's position in the SEQ-MONTH-END stream -- 23rd,
      *    after RBTALC00.
           05  WS-SEQUENCE-NO          PIC 9(4) VALUE 23.
           05  WS-MAX-BOOKS            PIC 9(3) COMP VALUE 500.

       01  WS-SWITCHES.
           05  WS-STM-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-STM-EOF               VALUE 'Y'.
           05  WS-TRAN-EOF-SW          PIC X(1) VALUE 'N'.
               88  WS-TRAN-EOF              VALUE 'Y'.
           05  WS-RCV-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-RCV-EOF               VALUE 'Y'.
           05  WS-PORT-EOF-SW          PIC X(1) VALUE 'N'.
               88  WS-PORT-EOF              VALUE 'Y'.
           05  WS-ASG-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-ASG-EOF               VALUE 'Y'.
           05  WS-ASG-AVAIL-SW         PIC X(1) VALUE 'N'.
               88  WS-ASG-AVAILABLE         VALUE 'Y'.
           05  WS-ADV-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-ADV-EOF               VALUE 'Y'.
           05  WS-ADV-AVAIL-SW         PIC X(1) VALUE 'N'.
               88  WS-ADV-AVAILABLE         VALUE 'Y'.
           05  WS-BOOK-FOUND-SW        PIC X(1) VALUE 'N'.
               88  WS-BOOK-FOUND            VALUE 'Y'.
               88  WS-BOOK-NOT-FOUND        VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                     PIC X(8).
           05  WS-CURRENT-TIME8        PIC 9(8).
           05  WS-REV-MONTH            PIC X(6).
           05  WS-KEY-PORTFOLIO        PIC X(8).
           05  WS-KEY-DATE             PIC X(8).
           05  WS-KEY-ADVISOR          PIC X(8).
      *    Last assignment lookup, kept so a run of one portfolio's
      *    transactions on one date reads the history once.
           05  WS-LKP-PORTFOLIO        PIC X(8) VALUE SPACES.
           05  WS-LKP-DATE             PIC X(8) VALUE SPACES.
           05  WS-LKP-ADVISOR          PIC X(8) VALUE SPACES.
           05  WS-NET-FLOWS            PIC S9(13)V9(2) COMP-3.

      *    One book per advisor met on the accounts or transactions;
      *    the unassigned book is the one with a blank advisor.
       01  WS-BOOK-TABLE.
           05  WS-BOOK-COUNT           PIC 9(3) COMP VALUE 0.
           05  WS-BOOK-ENTRY OCCURS 500 TIMES.
               10  WS-BOK-ADVISOR      PIC X(8).
               10  WS-BOK-ACCOUNTS     PIC 9(7) COMP.
               10  WS-BOK-AUM          PIC S9(15)V9(2) COMP-3.
               10  WS-BOK-INFLOWS      PIC S9(13)V9(2) COMP-3.
               10  WS-BOK-OUTFLOWS     PIC S9(13)V9(2) COMP-3.
               10  WS-BOK-FEES         PIC S9(13)V9(2) COMP-3.
               10  WS-BOK-COMMISSIONS  PIC S9(13)V9(2) COMP-3.
               10  WS-BOK-REPORTED-SW  PIC X(1).
                   88  WS-BOK-REPORTED      VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-BOOK-IX              PIC 9(3) COMP.

       01  WS-COUNTERS.
           05  WS-TRANS-READ           PIC 9(9) COMP VALUE 0.
           05  WS-ACCOUNTS-READ        PIC 9(7) COMP VALUE 0.
           05  WS-ADVISORS-REPORTED    PIC 9(5) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       01  WS-TOTALS.
           05  WS-TOT-ACCOUNTS         PIC 9(7) COMP VALUE 0.
           05  WS-TOT-AUM              PIC S9(15)V9(2) COMP-3
                                           VALUE ZERO.
           05  WS-TOT-INFLOWS          PIC S9(13)V9(2) COMP-3
                                           VALUE ZERO.
           05  WS-TOT-OUTFLOWS         PIC S9(13)V9(2) COMP-3
                                           VALUE ZERO.
           05  WS-TOT-FEES             PIC S9(13)V9(2) COMP-3
                                           VALUE ZERO.
           05  WS-TOT-COMMISSIONS      PIC S9(13)V9(2) COMP-3
                                           VALUE ZERO.

       01  WS-REPORT-LINES.
           05  WS-HDR-LINE.
               10  FILLER              PIC X(36) VALUE
                   'ADVISOR BOOK OF BUSINESS  MONTH '.
               10  WS-HDR-MONTH        PIC X(6).
               10  FILLER              PIC X(90) VALUE SPACES.
           05  WS-COL-LINE.
               10  FILLER              PIC X(33) VALUE
                   'ADVISOR  NAME             ACCTS '.
               10  FILLER              PIC X(32) VALUE
                   '            AUM         INFLOWS'.
               10  FILLER              PIC X(32) VALUE
                   '        OUTFLOWS       NET FLOWS'.
               10  FILLER              PIC X(28) VALUE
                   '  FEES BILLED   COMMISSIONS'.
               10  FILLER              PIC X(7)  VALUE SPACES.
           05  WS-BOOK-LINE.
               10  WS-BKL-ADVISOR      PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-BKL-NAME         PIC X(16).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-BKL-ACCOUNTS     PIC ZZZZ9.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-BKL-AUM          PIC ZZZ,ZZZ,ZZZ,ZZ9.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-BKL-INFLOWS      PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-BKL-OUTFLOWS     PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-BKL-NET-FLOWS    PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-BKL-FEES         PIC ZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-BKL-COMMISSIONS  PIC ZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(11) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-LOAD-ACCOUNTS
               UNTIL WS-PORT-EOF
           PERFORM 2100-LOAD-PERIOD-TRANSACTION
               UNTIL WS-STM-EOF
           PERFORM 2200-LOAD-TONIGHT-BILLING
               UNTIL WS-TRAN-EOF
           PERFORM 2300-LOAD-INVOICE
               UNTIL WS-RCV-EOF

           PERFORM 3000-REPORT-ADVISOR
               UNTIL WS-ADV-EOF
           PERFORM 3500-REPORT-OTHER-BOOKS
           PERFORM 3900-WRITE-TOTAL-LINE

           PERFORM 4000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE-X(1:6) TO WS-REV-MONTH

           OPEN INPUT PORTFOLIO-FILE
           IF WS-PORT-STATUS NOT = '00'
               MOVE 'Error opening portfolio file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               SET WS-PORT-EOF TO TRUE
           END-IF

      *    A month with no transaction file has no flows, fees or
      *    commissions to credit.
           OPEN INPUT PERIOD-TRAN-FILE
           IF WS-STM-STATUS NOT = '00'
               SET WS-STM-EOF TO TRUE
           END-IF

           OPEN INPUT TONIGHT-TRAN-FILE
           IF WS-TRAN-STATUS NOT = '00'
               SET WS-TRAN-EOF TO TRUE
           END-IF

           OPEN INPUT RECEIVABLE-FILE
           IF WS-RCV-STATUS NOT = '00'
               SET WS-RCV-EOF TO TRUE
           END-IF

      *    No history yet means every account is unassigned.
           OPEN INPUT ASSIGNMENT-FILE
           IF WS-ASG-STATUS = '00'
               SET WS-ASG-AVAILABLE TO TRUE
           END-IF

           OPEN I-O ADVISOR-MASTER-FILE
           IF WS-ADV-STATUS = '00'
               SET WS-ADV-AVAILABLE TO TRUE
           ELSE
               SET WS-ADV-EOF TO TRUE
           END-IF

           OPEN OUTPUT BOOK-REPORT
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'Error opening book of business report'
                 TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O BATCH-CONTROL-FILE
           IF WS-BCT-STATUS NOT = '00'
               MOVE 'Error opening control file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           PERFORM 1200-INIT-CHECKPOINT

           MOVE WS-REV-MONTH TO WS-HDR-MONTH
           WRITE REPORT-RECORD FROM WS-HDR-LINE
           WRITE REPORT-RECORD FROM WS-COL-LINE
           .

       1200-INIT-CHECKPOINT.
           MOVE 'ADVBOB00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for ADVBOB00' TO
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
      * AUM and account count go to the advisor with the account
      * today.
      *----------------------------------------------------------------*
       2000-LOAD-ACCOUNTS.
           READ PORTFOLIO-FILE NEXT RECORD
               AT END
                   SET WS-PORT-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF PORT-CLOSED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ACCOUNTS-READ
           MOVE PORT-ADVISOR-ID TO WS-KEY-ADVISOR
           PERFORM 2600-FIND-BOOK
           IF WS-BOOK-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-BOK-ACCOUNTS(WS-BOOK-IX)
           ADD PORT-TOTAL-VALUE TO WS-BOK-AUM(WS-BOOK-IX)
           .

       2100-LOAD-PERIOD-TRANSACTION.
           READ PERIOD-TRAN-FILE
               AT END
                   SET WS-STM-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF TRN-DATE = '*HEADER ' OR TRN-DATE = '*TRAILER'
               EXIT PARAGRAPH
           END-IF

           IF NOT TRN-STATUS-DONE
               EXIT PARAGRAPH
           END-IF

      *    Last month-end's billing run, counted in its own month.
           IF TRN-TYPE-FEE
           AND TRN-PROCESS-USER = 'FEEBIL00'
               EXIT PARAGRAPH
           END-IF

           IF NOT TRN-TYPE-DEP AND NOT TRN-TYPE-WDR
           AND NOT TRN-TYPE-FEE
           AND NOT TRN-TYPE-BUY AND NOT TRN-TYPE-SELL
           AND NOT TRN-TYPE-SHORT AND NOT TRN-TYPE-COVER
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TRANS-READ
           MOVE TRN-PORTFOLIO-ID TO WS-KEY-PORTFOLIO
           MOVE TRN-DATE         TO WS-KEY-DATE
           PERFORM 2500-ADVISOR-ON-DATE
           PERFORM 2600-FIND-BOOK
           IF WS-BOOK-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN TRN-TYPE-DEP
                   ADD TRN-AMOUNT TO WS-BOK-INFLOWS(WS-BOOK-IX)
               WHEN TRN-TYPE-WDR
                   ADD TRN-AMOUNT TO WS-BOK-OUTFLOWS(WS-BOOK-IX)
               WHEN TRN-TYPE-FEE
                   ADD TRN-AMOUNT TO WS-BOK-FEES(WS-BOOK-IX)
               WHEN TRN-TYPE-BUY
               WHEN TRN-TYPE-SELL
               WHEN TRN-TYPE-SHORT
               WHEN TRN-TYPE-COVER
                   IF TRN-COMMISSION NUMERIC
                       ADD TRN-COMMISSION
                         TO WS-BOK-COMMISSIONS(WS-BOOK-IX)
                   END-IF
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * The FE debits FEEBIL00 queued tonight for the next cycle to
      * post -- this month-end's billing.
      *----------------------------------------------------------------*
       2200-LOAD-TONIGHT-BILLING.
           READ TONIGHT-TRAN-FILE
               AT END
                   SET WS-TRAN-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF TNT-TYPE NOT = 'FE'
           OR TNT-PROCESS-USER NOT = 'FEEBIL00'
           OR TNT-DATE NOT = WS-CURRENT-DATE-X
               EXIT PARAGRAPH
           END-IF

           MOVE TNT-PORTFOLIO-ID TO WS-KEY-PORTFOLIO
           MOVE TNT-DATE         TO WS-KEY-DATE
           PERFORM 2500-ADVISOR-ON-DATE
           PERFORM 2600-FIND-BOOK
           IF WS-BOOK-FOUND
               ADD TNT-AMOUNT TO WS-BOK-FEES(WS-BOOK-IX)
           END-IF
           .

      *----------------------------------------------------------------*
      * Fees FEEBIL00 invoiced tonight to direct-billed clients.
      *----------------------------------------------------------------*
       2300-LOAD-INVOICE.
           READ RECEIVABLE-FILE NEXT RECORD
               AT END
                   SET WS-RCV-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF RCV-INVOICE-DATE NOT = WS-CURRENT-DATE-X
               EXIT PARAGRAPH
           END-IF

           MOVE RCV-PORTFOLIO-ID TO WS-KEY-PORTFOLIO
           MOVE RCV-INVOICE-DATE TO WS-KEY-DATE
           PERFORM 2500-ADVISOR-ON-DATE
           PERFORM 2600-FIND-BOOK
           IF WS-BOOK-FOUND
               ADD RCV-AMOUNT TO WS-BOK-FEES(WS-BOOK-IX)
           END-IF
           .

      *----------------------------------------------------------------*
      * The advisor who had WS-KEY-PORTFOLIO on WS-KEY-DATE: the
      * latest ADVASN assignment effective on or before the date,
      * into WS-KEY-ADVISOR (spaces when none).
      *----------------------------------------------------------------*
       2500-ADVISOR-ON-DATE.
           IF WS-KEY-PORTFOLIO = WS-LKP-PORTFOLIO
           AND WS-KEY-DATE = WS-LKP-DATE
               MOVE WS-LKP-ADVISOR TO WS-KEY-ADVISOR
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-KEY-ADVISOR
           IF WS-ASG-AVAILABLE
               MOVE 'N'              TO WS-ASG-EOF-SW
               MOVE WS-KEY-PORTFOLIO TO ASG-PORTFOLIO-ID
               MOVE LOW-VALUES       TO ASG-EFFECTIVE-DATE
               START ASSIGNMENT-FILE KEY NOT LESS THAN ASG-KEY
                   INVALID KEY
                       SET WS-ASG-EOF TO TRUE
               END-START
               PERFORM 2550-READ-ASSIGNMENT
                   UNTIL WS-ASG-EOF
           END-IF

           MOVE WS-KEY-PORTFOLIO TO WS-LKP-PORTFOLIO
           MOVE WS-KEY-DATE      TO WS-LKP-DATE
           MOVE WS-KEY-ADVISOR   TO WS-LKP-ADVISOR
           .

       2550-READ-ASSIGNMENT.
           READ ASSIGNMENT-FILE NEXT RECORD
               AT END
                   SET WS-ASG-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF ASG-PORTFOLIO-ID NOT = WS-KEY-PORTFOLIO
           OR ASG-EFFECTIVE-DATE > WS-KEY-DATE
               SET WS-ASG-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE ASG-ADVISOR-ID TO WS-KEY-ADVISOR
           .

      *----------------------------------------------------------------*
      * WS-KEY-ADVISOR's book, opened on first sight.
      *----------------------------------------------------------------*
       2600-FIND-BOOK.
           SET WS-BOOK-NOT-FOUND TO TRUE
           PERFORM VARYING WS-BOOK-IX FROM 1 BY 1
                   UNTIL WS-BOOK-IX > WS-BOOK-COUNT
                   OR WS-BOOK-FOUND
               IF WS-BOK-ADVISOR(WS-BOOK-IX) = WS-KEY-ADVISOR
                   SET WS-BOOK-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-BOOK-FOUND
               SUBTRACT 1 FROM WS-BOOK-IX
               EXIT PARAGRAPH
           END-IF

           IF WS-BOOK-COUNT NOT < WS-MAX-BOOKS
               MOVE 'Advisor book table full' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-BOOK-COUNT
           MOVE WS-BOOK-COUNT  TO WS-BOOK-IX
           INITIALIZE WS-BOOK-ENTRY(WS-BOOK-IX)
           MOVE WS-KEY-ADVISOR TO WS-BOK-ADVISOR(WS-BOOK-IX)
           SET WS-BOOK-FOUND   TO TRUE
           .

      *----------------------------------------------------------------*
      * One advisor from the master, in advisor order: the book line,
      * and the month's revenue stamped for the payout run.
      *----------------------------------------------------------------*
       3000-REPORT-ADVISOR.
           READ ADVISOR-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-ADV-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           MOVE ADV-ADVISOR-ID TO WS-KEY-ADVISOR
           PERFORM 2600-FIND-BOOK
           IF WS-BOOK-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           MOVE ADV-NAME TO WS-BKL-NAME
           PERFORM 3800-WRITE-BOOK-LINE

      *    Restate a rerun's month; start the year over in January.
           IF ADV-REV-MONTH = WS-REV-MONTH
               SUBTRACT ADV-MTD-FEES ADV-MTD-COMMISSIONS
                   FROM ADV-YTD-REVENUE
           ELSE
               IF ADV-REV-MONTH(1:4) NOT = WS-REV-MONTH(1:4)
                   MOVE ZERO TO ADV-YTD-REVENUE
               END-IF
           END-IF

           MOVE WS-REV-MONTH TO ADV-REV-MONTH
           MOVE WS-BOK-FEES(WS-BOOK-IX)        TO ADV-MTD-FEES
           MOVE WS-BOK-COMMISSIONS(WS-BOOK-IX) TO ADV-MTD-COMMISSIONS
           ADD ADV-MTD-FEES ADV-MTD-COMMISSIONS TO ADV-YTD-REVENUE
           MOVE FUNCTION CURRENT-DATE TO ADV-LAST-MAINT-DATE
           MOVE 'ADVBOB00'            TO ADV-LAST-MAINT-USER

           REWRITE ADVISOR-MASTER-RECORD
               INVALID KEY
                   MOVE 'Error updating advisor revenue' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-REWRITE
           .

      *----------------------------------------------------------------*
      * Books with no advisor on the master: the unassigned accounts,
      * and any account still pointing at an advisor removed from it.
      *----------------------------------------------------------------*
       3500-REPORT-OTHER-BOOKS.
           PERFORM VARYING WS-BOOK-IX FROM 1 BY 1
                   UNTIL WS-BOOK-IX > WS-BOOK-COUNT
               IF NOT WS-BOK-REPORTED(WS-BOOK-IX)
                   IF WS-BOK-ADVISOR(WS-BOOK-IX) = SPACES
                       MOVE 'UNASSIGNED'     TO WS-BKL-NAME
                   ELSE
                       MOVE 'NOT ON MASTER'  TO WS-BKL-NAME
                   END-IF
                   PERFORM 3800-WRITE-BOOK-LINE
               END-IF
           END-PERFORM
           .

       3800-WRITE-BOOK-LINE.
           SET WS-BOK-REPORTED(WS-BOOK-IX) TO TRUE
           ADD 1 TO WS-ADVISORS-REPORTED

           MOVE WS-BOK-ADVISOR(WS-BOOK-IX)     TO WS-BKL-ADVISOR
           MOVE WS-BOK-ACCOUNTS(WS-BOOK-IX)    TO WS-BKL-ACCOUNTS
           MOVE WS-BOK-AUM(WS-BOOK-IX)         TO WS-BKL-AUM
           MOVE WS-BOK-INFLOWS(WS-BOOK-IX)     TO WS-BKL-INFLOWS
           MOVE WS-BOK-OUTFLOWS(WS-BOOK-IX)    TO WS-BKL-OUTFLOWS
           COMPUTE WS-NET-FLOWS =
               WS-BOK-INFLOWS(WS-BOOK-IX) - WS-BOK-OUTFLOWS(WS-BOOK-IX)
           MOVE WS-NET-FLOWS                   TO WS-BKL-NET-FLOWS
           MOVE WS-BOK-FEES(WS-BOOK-IX)        TO WS-BKL-FEES
           MOVE WS-BOK-COMMISSIONS(WS-BOOK-IX) TO WS-BKL-COMMISSIONS
           WRITE REPORT-RECORD FROM WS-BOOK-LINE

           ADD WS-BOK-ACCOUNTS(WS-BOOK-IX)    TO WS-TOT-ACCOUNTS
           ADD WS-BOK-AUM(WS-BOOK-IX)         TO WS-TOT-AUM
           ADD WS-BOK-INFLOWS(WS-BOOK-IX)     TO WS-TOT-INFLOWS
           ADD WS-BOK-OUTFLOWS(WS-BOOK-IX)    TO WS-TOT-OUTFLOWS
           ADD WS-BOK-FEES(WS-BOOK-IX)        TO WS-TOT-FEES
           ADD WS-BOK-COMMISSIONS(WS-BOOK-IX) TO WS-TOT-COMMISSIONS
           .

       3900-WRITE-TOTAL-LINE.
           MOVE 'TOTAL'            TO WS-BKL-ADVISOR
           MOVE 'ALL ADVISORS'     TO WS-BKL-NAME
           MOVE WS-TOT-ACCOUNTS    TO WS-BKL-ACCOUNTS
           MOVE WS-TOT-AUM         TO WS-BKL-AUM
           MOVE WS-TOT-INFLOWS     TO WS-BKL-INFLOWS
           MOVE WS-TOT-OUTFLOWS    TO WS-BKL-OUTFLOWS
           COMPUTE WS-NET-FLOWS = WS-TOT-INFLOWS - WS-TOT-OUTFLOWS
           MOVE WS-NET-FLOWS       TO WS-BKL-NET-FLOWS
           MOVE WS-TOT-FEES        TO WS-BKL-FEES
           MOVE WS-TOT-COMMISSIONS TO WS-BKL-COMMISSIONS
           WRITE REPORT-RECORD FROM WS-BOOK-LINE
           .

       4000-TERMINATE.
           PERFORM 4100-UPDATE-COMPLETION

           CLOSE PORTFOLIO-FILE
                 BOOK-REPORT
                 BATCH-CONTROL-FILE
           IF WS-STM-STATUS NOT = '35'
               CLOSE PERIOD-TRAN-FILE
           END-IF
           IF WS-TRAN-STATUS NOT = '35'
               CLOSE TONIGHT-TRAN-FILE
           END-IF
           IF WS-RCV-STATUS NOT = '35'
               CLOSE RECEIVABLE-FILE
           END-IF
           IF WS-ASG-AVAILABLE
               CLOSE ASSIGNMENT-FILE
           END-IF
           IF WS-ADV-AVAILABLE
               CLOSE ADVISOR-MASTER-FILE
           END-IF

           DISPLAY 'ADVBOB00 Processing Statistics:'
           DISPLAY '  Accounts read:      ' WS-ACCOUNTS-READ
           DISPLAY '  Transactions used:  ' WS-TRANS-READ
           DISPLAY '  Books reported:     ' WS-ADVISORS-REPORTED
           DISPLAY '  Errors:             ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       4100-UPDATE-COMPLETION.
           MOVE 'ADVBOB00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for ADVBOB00' TO
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
           MOVE 'ADVBOB00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
