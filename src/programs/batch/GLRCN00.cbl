      *================================================================*
      * Program Name: GLRCN00
      * Description: General Ledger Trial Balance Reconciliation
      * Version: 1.0
      * Date: 2026
      *
      * Post-close group of the daily sequence -- the inbound half
      * of the GL interface GLEXT00 sends the journal half of. Takes
      * the GL system's GLTBAL trial balance back in and proves each
      * GLMAP account that names a sub-ledger source against the
      * figure our own records give for it:
      *
      *   C  client cash -- PORT-CASH-BALANCE over the portfolio
      *      master, or the CSHBAL buckets in the account's currency
      *   P  cost of holdings -- CUR-COST-BASIS over the active
      *      POSCUR positions
      *   A  accrued income -- ACR-ACCRUED-AMOUNT over tonight's
      *      ACCRINT rebuild
      *   F  fee receivables -- the open FEERECV invoices
      *
      * A trial balance struck before tonight has not taken
      * tonight's GLJRNL batch; those lines are added as in transit
      * so the GL side stands at the same point as ours. A
      * difference beyond tolerance opens (or carries) a break on
      * the persistent GLBRK file, aged by days since first seen;
      * an account back in agreement marks its carried break
      * resolved. A trial balance whose trailer does not prove is
      * not reconciled at all, rather than breaking every account.
      * GLMAP accounts with no source are listed with their GL
      * balance for information.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLRCN00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRIAL-BALANCE-FILE
               ASSIGN TO GLTBAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GTB-STATUS.

           SELECT GL-MAP-FILE
               ASSIGN TO GLMAP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GLM-KEY
               FILE STATUS IS WS-MAP-STATUS.

           SELECT JOURNAL-FILE
               ASSIGN TO GLJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.

           SELECT PORTFOLIO-FILE
               ASSIGN TO PORTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PORT-ID
               FILE STATUS IS WS-PORT-STATUS.

           SELECT CURRENCY-CASH-FILE
               ASSIGN TO CSHBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CSH-KEY
               FILE STATUS IS WS-CSH-STATUS.

           SELECT CURRENT-POSITION-FILE
               ASSIGN TO POSCUR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUR-KEY
               FILE STATUS IS WS-POS-STATUS.

           SELECT ACCRUED-INTEREST-FILE
               ASSIGN TO ACCRINT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACR-KEY
               FILE STATUS IS WS-ACR-STATUS.

           SELECT FEE-RECEIVABLE-FILE
               ASSIGN TO FEERECV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RCV-KEY
               FILE STATUS IS WS-RCV-STATUS.

           SELECT BREAK-FILE
               ASSIGN TO GLBRK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GBK-KEY
               FILE STATUS IS WS-BRK-STATUS.

           SELECT BREAK-REPORT
               ASSIGN TO GLRRPT
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
       FD  TRIAL-BALANCE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY GLTBAL.

       FD  GL-MAP-FILE.
           COPY GLMAP.

      *----------------------------------------------------------------*
      * Tonight's journal batch as GLEXT00 writes it.
      *----------------------------------------------------------------*
       FD  JOURNAL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  JOURNAL-RECORD.
           05  GLJ-RECORD-TYPE         PIC X(01).
               88  GLJ-TYPE-LINE           VALUE 'J'.
               88  GLJ-TYPE-TRAILER        VALUE 'T'.
           05  GLJ-ACCOUNT             PIC X(10).
           05  GLJ-DR-CR               PIC X(01).
               88  GLJ-DEBIT               VALUE 'D'.
               88  GLJ-CREDIT              VALUE 'C'.
           05  GLJ-AMOUNT              PIC S9(13)V9(2).
           05  GLJ-TRAN-KEY            PIC X(28).
           05  GLJ-POST-DATE           PIC X(08).
           05  FILLER                  PIC X(12).

       FD  PORTFOLIO-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PORTFLIO.

       FD  CURRENCY-CASH-FILE.
       COPY CSHBAL.

       FD  CURRENT-POSITION-FILE.
       COPY POSCUR.

       FD  ACCRUED-INTEREST-FILE.
       COPY ACRINT.

       FD  FEE-RECEIVABLE-FILE.
       COPY FEERECV.

       FD  BREAK-FILE.
       COPY GLBRK.

       FD  BREAK-REPORT
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
           05  WS-GTB-STATUS           PIC X(2).
           05  WS-MAP-STATUS           PIC X(2).
           05  WS-JRN-STATUS           PIC X(2).
           05  WS-PORT-STATUS          PIC X(2).
           05  WS-CSH-STATUS           PIC X(2).
           05  WS-POS-STATUS           PIC X(2).
           05  WS-ACR-STATUS           PIC X(2).
           05  WS-RCV-STATUS           PIC X(2).
           05  WS-BRK-STATUS           PIC X(2).
           05  WS-RPT-STATUS           PIC X(2).
           05  WS-BCT-STATUS           PIC X(2).

       01  WS-CONSTANTS.
      *    GLRCN00's position in the post-close group of the daily
      *    sequence, after MTGENT00.
           05  WS-SEQUENCE-NO          PIC 9(4) VALUE 44.
      *    Balances within this much of each other agree --
      *    rounding in the GL's own postings is not a break.
           05  WS-VALUE-TOLERANCE      PIC S9(5)V9(2) COMP-3
                                       VALUE 1.00.

       01  WS-SWITCHES.
           05  WS-GTB-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-GTB-EOF               VALUE 'Y'.
           05  WS-MAP-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-MAP-EOF               VALUE 'Y'.
           05  WS-JRN-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-JRN-EOF               VALUE 'Y'.
           05  WS-PORT-EOF-SW          PIC X(1) VALUE 'N'.
               88  WS-PORT-EOF              VALUE 'Y'.
           05  WS-CSH-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-CSH-EOF               VALUE 'Y'.
           05  WS-POS-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-POS-EOF               VALUE 'Y'.
           05  WS-ACR-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-ACR-EOF               VALUE 'Y'.
           05  WS-RCV-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-RCV-EOF               VALUE 'Y'.
           05  WS-FOUND-SW             PIC X(1) VALUE 'N'.
               88  WS-FOUND                 VALUE 'Y'.
               88  WS-NOT-FOUND             VALUE 'N'.
           05  WS-BREAK-NEW-SW         PIC X(1) VALUE 'N'.
               88  WS-BREAK-NEW             VALUE 'Y'.
               88  WS-BREAK-CARRIED         VALUE 'N'.
           05  WS-TRAILER-SW           PIC X(1) VALUE 'N'.
               88  WS-TRAILER-SEEN          VALUE 'Y'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                     PIC X(8).
           05  WS-CURRENT-TIME8        PIC 9(8).
           05  WS-FIRST-NUM            PIC 9(8).
           05  WS-TB-AS-OF             PIC X(8) VALUE SPACES.
           05  WS-KEY-ACCOUNT          PIC X(10).
           05  WS-KEY-SOURCE           PIC X(1).
           05  WS-KEY-CURRENCY         PIC X(3).
           05  WS-SIGNED-AMOUNT        PIC S9(15)V9(2) COMP-3.
           05  WS-VALUE-DIFF           PIC S9(15)V9(2) COMP-3.
           05  WS-ABS-DIFF             PIC S9(15)V9(2) COMP-3.
           05  WS-TB-LINES             PIC 9(9) COMP VALUE 0.
           05  WS-TB-DEBIT-TOTAL       PIC S9(17)V9(2) COMP-3
                                       VALUE 0.
           05  WS-TB-CREDIT-TOTAL      PIC S9(17)V9(2) COMP-3
                                       VALUE 0.

      *----------------------------------------------------------------*
      * Every GL account GLMAP names, with its source and the three
      * figures that reconcile it. Capped at 500.
      *----------------------------------------------------------------*
       01  WS-ACCOUNT-TABLE.
           05  WS-GLA-COUNT            PIC 9(4) COMP VALUE 0.
           05  WS-GLA-ENTRY OCCURS 500 TIMES.
               10  WS-GLA-ACCOUNT      PIC X(10).
               10  WS-GLA-SOURCE       PIC X(1).
                   88  WS-GLA-NO-SOURCE     VALUE ' '.
               10  WS-GLA-CURRENCY     PIC X(3).
               10  WS-GLA-GL-BALANCE   PIC S9(15)V9(2) COMP-3.
               10  WS-GLA-IN-TRANSIT   PIC S9(15)V9(2) COMP-3.
               10  WS-GLA-OURS         PIC S9(15)V9(2) COMP-3.
               10  WS-GLA-ON-TB-SW     PIC X(1).
                   88  WS-GLA-ON-TB         VALUE 'Y'.
       01  WS-GLA-MAX                  PIC 9(4) COMP VALUE 500.
       01  WS-GLA-IX                   PIC 9(4) COMP.

      *----------------------------------------------------------------*
      * Sub-ledger figures: one entry per source for the whole book
      * (currency spaces), and one per source and currency where the
      * records carry one. Capped at 200.
      *----------------------------------------------------------------*
       01  WS-SOURCE-TABLE.
           05  WS-SRC-COUNT            PIC 9(4) COMP VALUE 0.
           05  WS-SRC-ENTRY OCCURS 200 TIMES.
               10  WS-SRC-SOURCE       PIC X(1).
               10  WS-SRC-CURRENCY     PIC X(3).
               10  WS-SRC-AMOUNT       PIC S9(15)V9(2) COMP-3.
       01  WS-SRC-MAX                  PIC 9(4) COMP VALUE 200.
       01  WS-SRC-IX                   PIC 9(4) COMP.

       01  WS-COUNTERS.
           05  WS-MAP-READ             PIC 9(5) COMP VALUE 0.
           05  WS-JOURNAL-LINES        PIC 9(9) COMP VALUE 0.
           05  WS-ACCOUNTS-AGREED      PIC 9(5) COMP VALUE 0.
           05  WS-ACCOUNTS-UNSOURCED   PIC 9(5) COMP VALUE 0.
           05  WS-BREAKS-NEW           PIC 9(5) COMP VALUE 0.
           05  WS-BREAKS-CARRIED       PIC 9(5) COMP VALUE 0.
           05  WS-BREAKS-RESOLVED      PIC 9(5) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       01  WS-REPORT-LINES.
           05  WS-HDR-LINE.
               10  FILLER              PIC X(38) VALUE
                   'GL TRIAL BALANCE RECONCILIATION  DATE '.
               10  WS-HDR-DATE         PIC X(8).
               10  FILLER              PIC X(22) VALUE
                   '  TRIAL BALANCE AS OF '.
               10  WS-HDR-AS-OF        PIC X(8).
               10  FILLER              PIC X(56) VALUE SPACES.
           05  WS-COL-LINE.
               10  FILLER              PIC X(25) VALUE
                   'STATE    ACCOUNT    S CCY'.
               10  FILLER              PIC X(40) VALUE
                   '          GL BALANCE          IN TRANSIT'.
               10  FILLER              PIC X(40) VALUE
                   '           OUR BOOKS          DIFFERENCE'.
               10  FILLER              PIC X(11) VALUE
                   '        AGE'.
               10  FILLER              PIC X(16) VALUE SPACES.
           05  WS-BREAK-LINE.
               10  WS-BRK-L-STATE      PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-BRK-L-ACCOUNT    PIC X(10).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-BRK-L-SOURCE     PIC X(1).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-BRK-L-CURRENCY   PIC X(3).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-BRK-L-GL         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-BRK-L-TRANSIT    PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-BRK-L-OURS       PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-BRK-L-DIFF       PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(5)  VALUE SPACES.
               10  WS-BRK-L-AGE        PIC ZZ,ZZ9.
               10  FILLER              PIC X(16) VALUE SPACES.
           05  WS-NOTE-LINE.
               10  WS-NTL-TEXT         PIC X(80).
               10  FILLER              PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-LOAD-MAP-ACCOUNT
               UNTIL WS-MAP-EOF
               OR ERR-TEXT NOT = SPACES

           PERFORM 2100-LOAD-TRIAL-BALANCE
               UNTIL WS-GTB-EOF
               OR ERR-TEXT NOT = SPACES
           IF ERR-TEXT = SPACES
               PERFORM 2150-PROVE-TRIAL-BALANCE
           END-IF

           IF ERR-TEXT = SPACES
               IF WS-TB-AS-OF < WS-CURRENT-DATE-X
                   PERFORM 2200-LOAD-JOURNAL
                       UNTIL WS-JRN-EOF
               END-IF
               PERFORM 2300-LOAD-PORTFOLIO
                   UNTIL WS-PORT-EOF
               PERFORM 2400-LOAD-CURRENCY-CASH
                   UNTIL WS-CSH-EOF
               PERFORM 2500-LOAD-POSITION
                   UNTIL WS-POS-EOF
               PERFORM 2600-LOAD-ACCRUAL
                   UNTIL WS-ACR-EOF
               PERFORM 2700-LOAD-RECEIVABLE
                   UNTIL WS-RCV-EOF
           END-IF

           IF ERR-TEXT = SPACES
               MOVE WS-TB-AS-OF TO WS-HDR-AS-OF
               WRITE REPORT-RECORD FROM WS-HDR-LINE
               WRITE REPORT-RECORD FROM WS-COL-LINE
               PERFORM 3000-RECONCILE-ACCOUNT
                   VARYING WS-GLA-IX FROM 1 BY 1
                   UNTIL WS-GLA-IX > WS-GLA-COUNT
               PERFORM 3800-REPORT-UNSOURCED
           ELSE
               WRITE REPORT-RECORD FROM WS-HDR-LINE
               MOVE 'TRIAL BALANCE NOT RECONCILED - SEE ERROR LOG'
                 TO WS-NTL-TEXT
               WRITE REPORT-RECORD FROM WS-NOTE-LINE
           END-IF

           PERFORM 4000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE-X TO WS-HDR-DATE

           OPEN INPUT TRIAL-BALANCE-FILE
           IF WS-GTB-STATUS NOT = '00'
               MOVE 'Error opening GL trial balance file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT GL-MAP-FILE
           IF WS-MAP-STATUS NOT = '00'
               MOVE 'Error opening GL mapping file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

      *    No journal batch tonight means nothing in transit.
           OPEN INPUT JOURNAL-FILE
           IF WS-JRN-STATUS NOT = '00'
               SET WS-JRN-EOF TO TRUE
           END-IF

           OPEN INPUT PORTFOLIO-FILE
           IF WS-PORT-STATUS NOT = '00'
               MOVE 'Error opening portfolio file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

      *    Sub-ledgers not yet in use contribute nothing.
           OPEN INPUT CURRENCY-CASH-FILE
           IF WS-CSH-STATUS NOT = '00'
               SET WS-CSH-EOF TO TRUE
           END-IF

           OPEN INPUT CURRENT-POSITION-FILE
           IF WS-POS-STATUS NOT = '00'
               MOVE 'Error opening current position view' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT ACCRUED-INTEREST-FILE
           IF WS-ACR-STATUS NOT = '00'
               SET WS-ACR-EOF TO TRUE
           END-IF

           OPEN INPUT FEE-RECEIVABLE-FILE
           IF WS-RCV-STATUS NOT = '00'
               SET WS-RCV-EOF TO TRUE
           END-IF

           OPEN I-O BREAK-FILE
           IF WS-BRK-STATUS NOT = '00' AND '05'
               MOVE 'Error opening GL break file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT BREAK-REPORT
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'Error opening GL reconciliation report'
                 TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O BATCH-CONTROL-FILE
           IF WS-BCT-STATUS NOT = '00'
               MOVE 'Error opening control file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           PERFORM 1200-INIT-CHECKPOINT
           .

       1200-INIT-CHECKPOINT.
           MOVE 'GLRCN00 '        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for GLRCN00' TO
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
      * Both accounts of each mapping join the table; the first
      * source met for an account is the one it keeps.
      *----------------------------------------------------------------*
       2000-LOAD-MAP-ACCOUNT.
           READ GL-MAP-FILE NEXT RECORD
               AT END
                   SET WS-MAP-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-MAP-READ

           MOVE GLM-DEBIT-ACCOUNT   TO WS-KEY-ACCOUNT
           MOVE GLM-DEBIT-SOURCE    TO WS-KEY-SOURCE
           MOVE GLM-DEBIT-CURRENCY  TO WS-KEY-CURRENCY
           PERFORM 2050-ADD-MAP-ACCOUNT

           MOVE GLM-CREDIT-ACCOUNT  TO WS-KEY-ACCOUNT
           MOVE GLM-CREDIT-SOURCE   TO WS-KEY-SOURCE
           MOVE GLM-CREDIT-CURRENCY TO WS-KEY-CURRENCY
           PERFORM 2050-ADD-MAP-ACCOUNT
           .

       2050-ADD-MAP-ACCOUNT.
           IF WS-KEY-ACCOUNT = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM 2900-FIND-ACCOUNT
           IF WS-FOUND
               IF WS-GLA-NO-SOURCE(WS-GLA-IX)
                   MOVE WS-KEY-SOURCE   TO WS-GLA-SOURCE(WS-GLA-IX)
                   MOVE WS-KEY-CURRENCY TO WS-GLA-CURRENCY(WS-GLA-IX)
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-GLA-COUNT NOT < WS-GLA-MAX
               MOVE 'GL account table capacity exceeded' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-GLA-COUNT
           MOVE WS-GLA-COUNT TO WS-GLA-IX
           INITIALIZE WS-GLA-ENTRY(WS-GLA-IX)
           MOVE WS-KEY-ACCOUNT  TO WS-GLA-ACCOUNT(WS-GLA-IX)
           MOVE WS-KEY-SOURCE   TO WS-GLA-SOURCE(WS-GLA-IX)
           MOVE WS-KEY-CURRENCY TO WS-GLA-CURRENCY(WS-GLA-IX)
           MOVE 'N'             TO WS-GLA-ON-TB-SW(WS-GLA-IX)
           .

      *----------------------------------------------------------------*
      * The GL's balances, debit positive. Accounts GLMAP does not
      * name are the GL's own business and pass by.
      *----------------------------------------------------------------*
       2100-LOAD-TRIAL-BALANCE.
           READ TRIAL-BALANCE-FILE
               AT END
                   SET WS-GTB-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF GTB-TYPE-TRAILER
               SET WS-TRAILER-SEEN TO TRUE
               SET WS-GTB-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF NOT GTB-TYPE-BALANCE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TB-LINES
           IF WS-TB-AS-OF = SPACES
               MOVE GTB-AS-OF-DATE TO WS-TB-AS-OF
           END-IF

           IF GTB-CREDIT
               ADD GTB-BALANCE TO WS-TB-CREDIT-TOTAL
               COMPUTE WS-SIGNED-AMOUNT = ZERO - GTB-BALANCE
           ELSE
               ADD GTB-BALANCE TO WS-TB-DEBIT-TOTAL
               MOVE GTB-BALANCE TO WS-SIGNED-AMOUNT
           END-IF

           MOVE GTB-ACCOUNT TO WS-KEY-ACCOUNT
           PERFORM 2900-FIND-ACCOUNT
           IF WS-FOUND
               ADD WS-SIGNED-AMOUNT TO WS-GLA-GL-BALANCE(WS-GLA-IX)
               MOVE 'Y' TO WS-GLA-ON-TB-SW(WS-GLA-IX)
           END-IF
           .

      *    The trailer must be there and agree with what was sent.
       2150-PROVE-TRIAL-BALANCE.
           IF NOT WS-TRAILER-SEEN
               MOVE 'GL trial balance has no trailer' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           IF GTB-TRL-LINE-COUNT   NOT = WS-TB-LINES
           OR GTB-TRL-DEBIT-TOTAL  NOT = WS-TB-DEBIT-TOTAL
           OR GTB-TRL-CREDIT-TOTAL NOT = WS-TB-CREDIT-TOTAL
               MOVE 'GL trial balance does not agree with its trailer'
                 TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           .

      *    Tonight's journals the trial balance has yet to take.
       2200-LOAD-JOURNAL.
           READ JOURNAL-FILE
               AT END
                   SET WS-JRN-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF NOT GLJ-TYPE-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE GLJ-ACCOUNT TO WS-KEY-ACCOUNT
           PERFORM 2900-FIND-ACCOUNT
           IF WS-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-JOURNAL-LINES
           IF GLJ-CREDIT
               SUBTRACT GLJ-AMOUNT FROM WS-GLA-IN-TRANSIT(WS-GLA-IX)
           ELSE
               ADD GLJ-AMOUNT TO WS-GLA-IN-TRANSIT(WS-GLA-IX)
           END-IF
           .

       2300-LOAD-PORTFOLIO.
           READ PORTFOLIO-FILE NEXT RECORD
               AT END
                   SET WS-PORT-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           MOVE 'C'               TO WS-KEY-SOURCE
           MOVE SPACES            TO WS-KEY-CURRENCY
           MOVE PORT-CASH-BALANCE TO WS-SIGNED-AMOUNT
           PERFORM 2950-ADD-SOURCE-AMOUNT
           .

       2400-LOAD-CURRENCY-CASH.
           READ CURRENCY-CASH-FILE NEXT RECORD
               AT END
                   SET WS-CSH-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           MOVE 'C'          TO WS-KEY-SOURCE
           MOVE CSH-CURRENCY TO WS-KEY-CURRENCY
           MOVE CSH-BALANCE  TO WS-SIGNED-AMOUNT
           PERFORM 2950-ADD-SOURCE-AMOUNT
           .

       2500-LOAD-POSITION.
           READ CURRENT-POSITION-FILE NEXT RECORD
               AT END
                   SET WS-POS-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF NOT CUR-STATUS-ACTIVE
               EXIT PARAGRAPH
           END-IF

           MOVE 'P'            TO WS-KEY-SOURCE
           MOVE SPACES         TO WS-KEY-CURRENCY
           MOVE CUR-COST-BASIS TO WS-SIGNED-AMOUNT
           PERFORM 2950-ADD-SOURCE-AMOUNT
           MOVE CUR-CURRENCY   TO WS-KEY-CURRENCY
           PERFORM 2950-ADD-SOURCE-AMOUNT
           .

       2600-LOAD-ACCRUAL.
           READ ACCRUED-INTEREST-FILE NEXT RECORD
               AT END
                   SET WS-ACR-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           MOVE 'A'                TO WS-KEY-SOURCE
           MOVE SPACES             TO WS-KEY-CURRENCY
           MOVE ACR-ACCRUED-AMOUNT TO WS-SIGNED-AMOUNT
           PERFORM 2950-ADD-SOURCE-AMOUNT
           MOVE ACR-CURRENCY       TO WS-KEY-CURRENCY
           PERFORM 2950-ADD-SOURCE-AMOUNT
           .

      *    Invoices are raised in base currency only.
       2700-LOAD-RECEIVABLE.
           READ FEE-RECEIVABLE-FILE NEXT RECORD
               AT END
                   SET WS-RCV-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF NOT RCV-STATUS-OPEN
               EXIT PARAGRAPH
           END-IF

           MOVE 'F'        TO WS-KEY-SOURCE
           MOVE SPACES     TO WS-KEY-CURRENCY
           MOVE RCV-AMOUNT TO WS-SIGNED-AMOUNT
           PERFORM 2950-ADD-SOURCE-AMOUNT
           .

       2900-FIND-ACCOUNT.
           SET WS-NOT-FOUND TO TRUE
           PERFORM VARYING WS-GLA-IX FROM 1 BY 1
                   UNTIL WS-GLA-IX > WS-GLA-COUNT
                   OR WS-FOUND
               IF WS-GLA-ACCOUNT(WS-GLA-IX) = WS-KEY-ACCOUNT
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-FOUND
               SUBTRACT 1 FROM WS-GLA-IX
           END-IF
           .

       2950-ADD-SOURCE-AMOUNT.
           SET WS-NOT-FOUND TO TRUE
           PERFORM VARYING WS-SRC-IX FROM 1 BY 1
                   UNTIL WS-SRC-IX > WS-SRC-COUNT
                   OR WS-FOUND
               IF WS-SRC-SOURCE(WS-SRC-IX)   = WS-KEY-SOURCE
               AND WS-SRC-CURRENCY(WS-SRC-IX) = WS-KEY-CURRENCY
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-FOUND
               SUBTRACT 1 FROM WS-SRC-IX
           ELSE
               IF WS-SRC-COUNT NOT < WS-SRC-MAX
                   MOVE 'Sub-ledger figure table capacity exceeded'
                     TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SRC-COUNT
               MOVE WS-SRC-COUNT    TO WS-SRC-IX
               MOVE WS-KEY-SOURCE   TO WS-SRC-SOURCE(WS-SRC-IX)
               MOVE WS-KEY-CURRENCY TO WS-SRC-CURRENCY(WS-SRC-IX)
               MOVE ZERO            TO WS-SRC-AMOUNT(WS-SRC-IX)
           END-IF

           ADD WS-SIGNED-AMOUNT TO WS-SRC-AMOUNT(WS-SRC-IX)
           .

      *----------------------------------------------------------------*
      * One sourced account: GL plus in transit against ours. A
      * difference opens or carries a break; agreement resolves a
      * carried one.
      *----------------------------------------------------------------*
       3000-RECONCILE-ACCOUNT.
           IF WS-GLA-NO-SOURCE(WS-GLA-IX)
               ADD 1 TO WS-ACCOUNTS-UNSOURCED
               EXIT PARAGRAPH
           END-IF

      *    Fee invoices carry no currency: the whole book stands for
      *    any currency-specific receivable account.
           MOVE WS-GLA-SOURCE(WS-GLA-IX)   TO WS-KEY-SOURCE
           MOVE WS-GLA-CURRENCY(WS-GLA-IX) TO WS-KEY-CURRENCY
           IF WS-KEY-SOURCE = 'F'
               MOVE SPACES TO WS-KEY-CURRENCY
           END-IF
           MOVE ZERO TO WS-GLA-OURS(WS-GLA-IX)
           PERFORM VARYING WS-SRC-IX FROM 1 BY 1
                   UNTIL WS-SRC-IX > WS-SRC-COUNT
               IF WS-SRC-SOURCE(WS-SRC-IX)   = WS-KEY-SOURCE
               AND WS-SRC-CURRENCY(WS-SRC-IX) = WS-KEY-CURRENCY
                   MOVE WS-SRC-AMOUNT(WS-SRC-IX)
                     TO WS-GLA-OURS(WS-GLA-IX)
               END-IF
           END-PERFORM

           COMPUTE WS-VALUE-DIFF =
               WS-GLA-GL-BALANCE(WS-GLA-IX)
             + WS-GLA-IN-TRANSIT(WS-GLA-IX)
             - WS-GLA-OURS(WS-GLA-IX)
           MOVE WS-VALUE-DIFF TO WS-ABS-DIFF
           IF WS-ABS-DIFF < ZERO
               COMPUTE WS-ABS-DIFF = ZERO - WS-ABS-DIFF
           END-IF

           IF WS-ABS-DIFF > WS-VALUE-TOLERANCE
               PERFORM 3300-UPSERT-BREAK
           ELSE
               ADD 1 TO WS-ACCOUNTS-AGREED
               PERFORM 3400-RESOLVE-CARRIED-BREAK
           END-IF
           .

       3300-UPSERT-BREAK.
           MOVE WS-GLA-ACCOUNT(WS-GLA-IX) TO GBK-ACCOUNT
           READ BREAK-FILE
               INVALID KEY
                   INITIALIZE GL-BREAK-RECORD
                   MOVE WS-GLA-ACCOUNT(WS-GLA-IX) TO GBK-ACCOUNT
                   PERFORM 3315-FILL-NEW-BREAK
                   WRITE GL-BREAK-RECORD
                       INVALID KEY
                           MOVE 'Error opening GL break' TO ERR-TEXT
                           PERFORM 9000-ERROR-ROUTINE
                   END-WRITE
                   PERFORM 3320-REPORT-BREAK
                   EXIT PARAGRAPH
           END-READ

           IF GBK-STATUS-RESOLVED
      *        The difference came back -- it opens fresh.
               PERFORM 3315-FILL-NEW-BREAK
           ELSE
               SET WS-BREAK-CARRIED TO TRUE
               ADD 1 TO WS-BREAKS-CARRIED
               PERFORM 3330-FILL-BREAK-SIDES
               MOVE GBK-FIRST-SEEN TO WS-FIRST-NUM
               COMPUTE GBK-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE8) -
                   FUNCTION INTEGER-OF-DATE(WS-FIRST-NUM)
           END-IF

           REWRITE GL-BREAK-RECORD
               INVALID KEY
                   MOVE 'Error carrying GL break' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-REWRITE
           PERFORM 3320-REPORT-BREAK
           .

       3315-FILL-NEW-BREAK.
           SET WS-BREAK-NEW TO TRUE
           ADD 1 TO WS-BREAKS-NEW
           PERFORM 3330-FILL-BREAK-SIDES
           MOVE WS-CURRENT-DATE-X TO GBK-FIRST-SEEN
           MOVE ZERO              TO GBK-AGE-DAYS
           MOVE SPACES            TO GBK-RESOLVED-DATE
           SET GBK-STATUS-OPEN    TO TRUE
           .

       3330-FILL-BREAK-SIDES.
           MOVE WS-GLA-SOURCE(WS-GLA-IX)     TO GBK-SOURCE
           MOVE WS-GLA-CURRENCY(WS-GLA-IX)   TO GBK-CURRENCY
           MOVE WS-GLA-GL-BALANCE(WS-GLA-IX) TO GBK-GL-BALANCE
           MOVE WS-GLA-IN-TRANSIT(WS-GLA-IX) TO GBK-IN-TRANSIT
           MOVE WS-GLA-OURS(WS-GLA-IX)       TO GBK-OUR-BALANCE
           MOVE WS-VALUE-DIFF                TO GBK-DIFFERENCE
           MOVE WS-CURRENT-DATE-X            TO GBK-LAST-SEEN
           .

       3320-REPORT-BREAK.
           IF WS-BREAK-NEW
               MOVE 'NEW     ' TO WS-BRK-L-STATE
           ELSE
               MOVE 'CARRIED ' TO WS-BRK-L-STATE
           END-IF
           PERFORM 3350-WRITE-BREAK-LINE
           .

       3350-WRITE-BREAK-LINE.
           MOVE GBK-ACCOUNT       TO WS-BRK-L-ACCOUNT
           MOVE GBK-SOURCE        TO WS-BRK-L-SOURCE
           MOVE GBK-CURRENCY      TO WS-BRK-L-CURRENCY
           MOVE GBK-GL-BALANCE    TO WS-BRK-L-GL
           MOVE GBK-IN-TRANSIT    TO WS-BRK-L-TRANSIT
           MOVE GBK-OUR-BALANCE   TO WS-BRK-L-OURS
           MOVE GBK-DIFFERENCE    TO WS-BRK-L-DIFF
           MOVE GBK-AGE-DAYS      TO WS-BRK-L-AGE
           WRITE REPORT-RECORD FROM WS-BREAK-LINE
           .

      *    Agreement after a carried break closes it out.
       3400-RESOLVE-CARRIED-BREAK.
           MOVE WS-GLA-ACCOUNT(WS-GLA-IX) TO GBK-ACCOUNT
           READ BREAK-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           IF NOT GBK-STATUS-OPEN
               EXIT PARAGRAPH
           END-IF

           PERFORM 3330-FILL-BREAK-SIDES
           MOVE WS-CURRENT-DATE-X TO GBK-RESOLVED-DATE
           SET GBK-STATUS-RESOLVED TO TRUE
           REWRITE GL-BREAK-RECORD
               INVALID KEY
                   MOVE 'Error resolving GL break' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-REWRITE

           ADD 1 TO WS-BREAKS-RESOLVED
           MOVE 'RESOLVED' TO WS-BRK-L-STATE
           PERFORM 3350-WRITE-BREAK-LINE
           .

      *    For information: the GL balances nothing of ours proves.
       3800-REPORT-UNSOURCED.
           IF WS-ACCOUNTS-UNSOURCED = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'GLMAP ACCOUNTS WITH NO SUB-LEDGER SOURCE - NOT PROVED'
             TO WS-NTL-TEXT
           WRITE REPORT-RECORD FROM WS-NOTE-LINE

           PERFORM VARYING WS-GLA-IX FROM 1 BY 1
                   UNTIL WS-GLA-IX > WS-GLA-COUNT
               IF WS-GLA-NO-SOURCE(WS-GLA-IX)
                   MOVE SPACES TO WS-BRK-L-STATE
                                  WS-BRK-L-SOURCE
                                  WS-BRK-L-CURRENCY
                   MOVE WS-GLA-ACCOUNT(WS-GLA-IX)
                     TO WS-BRK-L-ACCOUNT
                   MOVE WS-GLA-GL-BALANCE(WS-GLA-IX)
                     TO WS-BRK-L-GL
                   MOVE WS-GLA-IN-TRANSIT(WS-GLA-IX)
                     TO WS-BRK-L-TRANSIT
                   MOVE ZERO TO WS-BRK-L-OURS
                                WS-BRK-L-DIFF
                                WS-BRK-L-AGE
                   WRITE REPORT-RECORD FROM WS-BREAK-LINE
               END-IF
           END-PERFORM
           .

       4000-TERMINATE.
           PERFORM 4100-UPDATE-COMPLETION

           CLOSE TRIAL-BALANCE-FILE
                 GL-MAP-FILE
                 PORTFOLIO-FILE
                 CURRENT-POSITION-FILE
                 BREAK-FILE
                 BREAK-REPORT
                 BATCH-CONTROL-FILE
           IF WS-JRN-STATUS NOT = '35'
               CLOSE JOURNAL-FILE
           END-IF
           IF WS-CSH-STATUS NOT = '35'
               CLOSE CURRENCY-CASH-FILE
           END-IF
           IF WS-ACR-STATUS NOT = '35'
               CLOSE ACCRUED-INTEREST-FILE
           END-IF
           IF WS-RCV-STATUS NOT = '35'
               CLOSE FEE-RECEIVABLE-FILE
           END-IF

           DISPLAY 'GLRCN00 Processing Statistics:'
           DISPLAY '  Mappings read:         ' WS-MAP-READ
           DISPLAY '  GL accounts named:     ' WS-GLA-COUNT
           DISPLAY '  Trial balance lines:   ' WS-TB-LINES
           DISPLAY '  Journal lines in transit: ' WS-JOURNAL-LINES
           DISPLAY '  Accounts agreed:       ' WS-ACCOUNTS-AGREED
           DISPLAY '  Accounts not sourced:  ' WS-ACCOUNTS-UNSOURCED
           DISPLAY '  Breaks new:            ' WS-BREAKS-NEW
           DISPLAY '  Breaks carried:        ' WS-BREAKS-CARRIED
           DISPLAY '  Breaks resolved:       ' WS-BREAKS-RESOLVED
           DISPLAY '  Errors:                ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       4100-UPDATE-COMPLETION.
           MOVE 'GLRCN00 '        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for GLRCN00' TO
                       ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-READ

           MOVE BCT-STAT-DONE TO BCT-STATUS
           ACCEPT WS-CURRENT-TIME8 FROM TIME
           MOVE WS-CURRENT-TIME8 TO BCT-END-TIME

           IF WS-ERROR-COUNT > 0
               MOVE BCT-RC-ERROR TO BCT-RETURN-CODE
           ELSE
               IF WS-BREAKS-NEW > 0 OR WS-BREAKS-CARRIED > 0
                   MOVE BCT-RC-WARNING TO BCT-RETURN-CODE
               ELSE
                   MOVE BCT-RC-SUCCESS TO BCT-RETURN-CODE
               END-IF
           END-IF

           REWRITE BATCH-CONTROL-RECORD
               INVALID KEY
                   MOVE 'Error updating control record' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-REWRITE
           .

       9000-ERROR-ROUTINE.
           ADD 1 TO WS-ERROR-COUNT
           MOVE 'GLRCN00 ' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
