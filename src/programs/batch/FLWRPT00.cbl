      *================================================================*
      * Program Name: FLWRPT00
      * Description: Net New Assets and AUM Flow Analysis Report
      * Version: 1.0
      * Date: 2026
      *
      * Month-end stream job. Breaks each portfolio's change in
      * assets since the prior month-end close into what the client
      * did and what the market did:
      *
      *   opening value  the prior month's MESNAP snapshot (PRVSNAP)
      *                  plus the cash balance on the prior month's
      *                  statement summary (PRVSUM) -- the snapshot
      *                  holds positions only
      *   deposits and withdrawals   posted DP / WD
      *   transfers      posted TR moves between portfolios, valued
      *                  at quantity times price where the entry
      *                  carries one (otherwise the cost moved), and
      *                  ACTXFR00 full-account transfers, taken from
      *                  the value and cash change on its 'XFER'
      *                  portfolio history images
      *   in-kind        RF securities received free from another
      *                  firm (at the cost basis brought in) and DF
      *                  deliveries out (at the value delivered)
      *   income         DV, IN, CG, SF, WR and RB credits, and RD
      *                  complaint redress -- firm money, not the
      *                  client's, so never net new assets
      *   fees           FE debits, split fees to each sharing
      *                  portfolio
      *   closing value  this month's MESNAP snapshot MECLS00 has
      *                  just written (CURSNAP) plus today's cash
      *   market         whatever is left: closing less opening less
      *                  all of the above
      *
      * Transactions come from the STMTRN concatenation of the
      * month's TRANFILEs, as for statements. The analysis rolls up
      * by client type, by household (HOUSHLD) and by model
      * (PORT-MODEL-ID), with a firm total and its gross components,
      * in thousands. Accounts funded from nothing this month and
      * accounts closed with assets at the prior month-end are
      * listed separately, in dollars.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLWRPT00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORTFOLIO-FILE
               ASSIGN TO PORTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PORT-ID
               FILE STATUS IS WS-PORT-STATUS.

           SELECT HOUSEHOLD-FILE
               ASSIGN TO HOUSHLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HSH-KEY
               FILE STATUS IS WS-HSH-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO HISTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT PRIOR-SNAPSHOT-FILE
               ASSIGN TO PRVSNAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PSNP-STATUS.

           SELECT PRIOR-SUMMARY-FILE
               ASSIGN TO PRVSUM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PSUM-STATUS.

           SELECT CURRENT-SNAPSHOT-FILE
               ASSIGN TO CURSNAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CSNP-STATUS.

           SELECT PERIOD-TRAN-FILE
               ASSIGN TO STMTRN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STM-STATUS.

           SELECT FLOW-REPORT
               ASSIGN TO FLWRPT
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
       FD  PORTFOLIO-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PORTFLIO.

       FD  HOUSEHOLD-FILE.
           COPY HOUSHLD.

       FD  HISTORY-FILE.
       COPY HISTREC.

      *----------------------------------------------------------------*
      * MECLS00 writes POSITION-RECORD images padded to 200 bytes --
      * these layouts mirror POSREC's leading fields, as STMGEN00's
      * does.
      *----------------------------------------------------------------*
       FD  PRIOR-SNAPSHOT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PRIOR-SNAPSHOT-RECORD.
           05  SNP-PORTFOLIO-ID        PIC X(08).
           05  SNP-DATE                PIC X(08).
           05  SNP-INVESTMENT-ID       PIC X(10).
           05  SNP-QUANTITY            PIC S9(11)V9(4) COMP-3.
           05  SNP-COST-BASIS          PIC S9(13)V9(2) COMP-3.
           05  SNP-MARKET-VALUE        PIC S9(13)V9(2) COMP-3.
           05  SNP-BASE-VALUE          PIC S9(13)V9(2) COMP-3.
           05  FILLER                  PIC X(142).

       FD  PRIOR-SUMMARY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY STMSUM.

       FD  CURRENT-SNAPSHOT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CURRENT-SNAPSHOT-RECORD.
           05  SNC-PORTFOLIO-ID        PIC X(08).
           05  SNC-DATE                PIC X(08).
           05  SNC-INVESTMENT-ID       PIC X(10).
           05  SNC-QUANTITY            PIC S9(11)V9(4) COMP-3.
           05  SNC-COST-BASIS          PIC S9(13)V9(2) COMP-3.
           05  SNC-MARKET-VALUE        PIC S9(13)V9(2) COMP-3.
           05  SNC-BASE-VALUE          PIC S9(13)V9(2) COMP-3.
           05  FILLER                  PIC X(142).

       FD  PERIOD-TRAN-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY TRNREC.

       FD  FLOW-REPORT
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
           05  WS-PORT-STATUS          PIC X(2).
           05  WS-HSH-STATUS           PIC X(2).
           05  WS-HIST-STATUS          PIC X(2).
           05  WS-PSNP-STATUS          PIC X(2).
           05  WS-PSUM-STATUS          PIC X(2).
           05  WS-CSNP-STATUS          PIC X(2).
           05  WS-STM-STATUS           PIC X(2).
           05  WS-RPT-STATUS           PIC X(2).
           05  WS-BCT-STATUS           PIC X(2).

       01  WS-CONSTANTS.
      *    FLWRPT00's position in the SEQ-MONTH-END stream -- 25th,
      *    after ADVPAY00.
           05  WS-SEQUENCE-NO          PIC 9(4) VALUE 25.
           05  WS-MAX-ACCOUNTS         PIC 9(4) COMP VALUE 5000.
           05  WS-MAX-GROUPS           PIC 9(4) COMP VALUE 1500.
      *    ACTXFR00's history reason on the portfolio images it
      *    writes.
           05  WS-XFER-REASON          PIC X(4) VALUE 'XFER'.

       01  WS-SWITCHES.
           05  WS-PORT-EOF-SW          PIC X(1) VALUE 'N'.
               88  WS-PORT-EOF              VALUE 'Y'.
           05  WS-HSH-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-HSH-EOF               VALUE 'Y'.
           05  WS-HIST-EOF-SW          PIC X(1) VALUE 'N'.
               88  WS-HIST-EOF              VALUE 'Y'.
           05  WS-HIST-AVAIL-SW        PIC X(1) VALUE 'N'.
               88  WS-HIST-AVAILABLE        VALUE 'Y'.
           05  WS-PSNP-EOF-SW          PIC X(1) VALUE 'N'.
               88  WS-PSNP-EOF              VALUE 'Y'.
           05  WS-PSUM-EOF-SW          PIC X(1) VALUE 'N'.
               88  WS-PSUM-EOF              VALUE 'Y'.
           05  WS-CSNP-EOF-SW          PIC X(1) VALUE 'N'.
               88  WS-CSNP-EOF              VALUE 'Y'.
           05  WS-STM-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-STM-EOF               VALUE 'Y'.
           05  WS-ACCT-FOUND-SW        PIC X(1) VALUE 'N'.
               88  WS-ACCT-FOUND            VALUE 'Y'.
               88  WS-ACCT-NOT-FOUND        VALUE 'N'.
           05  WS-GROUP-FOUND-SW       PIC X(1) VALUE 'N'.
               88  WS-GROUP-FOUND           VALUE 'Y'.
               88  WS-GROUP-NOT-FOUND       VALUE 'N'.
           05  WS-LISTED-SW            PIC X(1) VALUE 'N'.
               88  WS-LISTED                VALUE 'Y'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                     PIC X(8).
           05  WS-CURRENT-TIME8        PIC 9(8).
           05  WS-MONTH-START          PIC X(8).
           05  WS-KEY-PORTFOLIO        PIC X(8).
           05  WS-KEY-KIND             PIC X(1).
           05  WS-KEY-GROUP            PIC X(8).
           05  WS-LOW                  PIC 9(4) COMP.
           05  WS-HIGH                 PIC 9(4) COMP.
           05  WS-MID                  PIC 9(4) COMP.
           05  WS-SPLIT-IX             PIC 9(1) COMP.
           05  WS-MOVE-VALUE           PIC S9(13)V9(2) COMP-3.
           05  WS-NET-VALUE            PIC S9(13)V9(2) COMP-3.
           05  WS-EXPLAINED            PIC S9(13)V9(2) COMP-3.

      *----------------------------------------------------------------*
      * Request area for HSTDLT00, the compact delta form behind
      * HIST-FORMAT 'D'. The portfolio record being loaded is the
      * base: the value and cash chunks a transfer changed carry both
      * old and new in the delta, so their difference comes out the
      * same whatever the rest of the base holds.
      *----------------------------------------------------------------*
       01  WS-DELTA-REQUEST.
           05  WS-DLT-FUNCTION     PIC X(1).
           05  WS-DLT-RESULT       PIC X(1).
           05  WS-DLT-BEFORE       PIC X(400).
           05  WS-DLT-AFTER        PIC X(400).
           05  WS-DLT-DELTA        PIC X(400).
           05  WS-DLT-PORTFOLIO-ID PIC X(8).
           05  WS-DLT-HIST-DATE    PIC X(8).

      *    PORT-RECORD images off the history file, as far as the
      *    value and cash fields.
       01  WS-HIST-PORT-BEFORE.
           05  FILLER                  PIC X(141).
           05  HPB-TOTAL-VALUE         PIC S9(13)V99 COMP-3.
           05  HPB-CASH-BALANCE        PIC S9(13)V99 COMP-3.
           05  FILLER                  PIC X(243).
       01  WS-HIST-PORT-AFTER.
           05  FILLER                  PIC X(141).
           05  HPA-TOTAL-VALUE         PIC S9(13)V99 COMP-3.
           05  HPA-CASH-BALANCE        PIC S9(13)V99 COMP-3.
           05  FILLER                  PIC X(243).

      *----------------------------------------------------------------*
      * One entry per portfolio on the master, in PORT-ID order as
      * the master is read, so lookups can halve the table.
      *----------------------------------------------------------------*
       01  WS-ACCOUNT-TABLE.
           05  WS-ACCT-COUNT           PIC 9(4) COMP VALUE 0.
           05  WS-ACCT-ENTRY OCCURS 5000 TIMES.
               10  WS-ACC-PORTFOLIO    PIC X(8).
               10  WS-ACC-CLIENT-TYPE  PIC X(1).
               10  WS-ACC-MODEL        PIC X(8).
               10  WS-ACC-HOUSEHOLD    PIC X(8).
               10  WS-ACC-STATUS       PIC X(1).
                   88  WS-ACC-CLOSED        VALUE 'C'.
               10  WS-ACC-OPENING      PIC S9(13)V9(2) COMP-3.
               10  WS-ACC-CLOSING      PIC S9(13)V9(2) COMP-3.
               10  WS-ACC-DEPOSITS     PIC S9(13)V9(2) COMP-3.
               10  WS-ACC-WITHDRAWALS  PIC S9(13)V9(2) COMP-3.
               10  WS-ACC-XFER-IN      PIC S9(13)V9(2) COMP-3.
               10  WS-ACC-XFER-OUT     PIC S9(13)V9(2) COMP-3.
               10  WS-ACC-KIND-IN      PIC S9(13)V9(2) COMP-3.
               10  WS-ACC-KIND-OUT     PIC S9(13)V9(2) COMP-3.
               10  WS-ACC-INCOME       PIC S9(13)V9(2) COMP-3.
               10  WS-ACC-FEES         PIC S9(13)V9(2) COMP-3.
               10  WS-ACC-MARKET       PIC S9(13)V9(2) COMP-3.
               10  WS-ACC-CLASS        PIC X(1).
                   88  WS-ACC-NEW-FUNDED    VALUE 'N'.
                   88  WS-ACC-NEW-CLOSED    VALUE 'C'.
                   88  WS-ACC-CONTINUING    VALUE 'E'.
                   88  WS-ACC-EMPTY         VALUE ' '.

      *----------------------------------------------------------------*
      * Roll-up groups: kind T client type, H household, M model,
      * F the firm total. Households register in HOUSHLD key order,
      * the others as first met.
      *----------------------------------------------------------------*
       01  WS-GROUP-TABLE.
           05  WS-GROUP-COUNT          PIC 9(4) COMP VALUE 0.
           05  WS-GROUP-ENTRY OCCURS 1500 TIMES.
               10  WS-GRP-KIND         PIC X(1).
               10  WS-GRP-KEY          PIC X(8).
               10  WS-GRP-ACCOUNTS     PIC 9(7) COMP.
               10  WS-GRP-NEW          PIC 9(7) COMP.
               10  WS-GRP-CLOSED       PIC 9(7) COMP.
               10  WS-GRP-OPENING      PIC S9(15)V9(2) COMP-3.
               10  WS-GRP-CLOSING      PIC S9(15)V9(2) COMP-3.
               10  WS-GRP-DEPOSITS     PIC S9(15)V9(2) COMP-3.
               10  WS-GRP-WITHDRAWALS  PIC S9(15)V9(2) COMP-3.
               10  WS-GRP-XFER-IN      PIC S9(15)V9(2) COMP-3.
               10  WS-GRP-XFER-OUT     PIC S9(15)V9(2) COMP-3.
               10  WS-GRP-KIND-IN      PIC S9(15)V9(2) COMP-3.
               10  WS-GRP-KIND-OUT     PIC S9(15)V9(2) COMP-3.
               10  WS-GRP-INCOME       PIC S9(15)V9(2) COMP-3.
               10  WS-GRP-FEES         PIC S9(15)V9(2) COMP-3.
               10  WS-GRP-MARKET       PIC S9(15)V9(2) COMP-3.

       01  WS-SUBSCRIPTS.
           05  WS-ACCT-IX              PIC 9(4) COMP.
           05  WS-GROUP-IX             PIC 9(4) COMP.
           05  WS-FIRM-IX              PIC 9(4) COMP.

       01  WS-COUNTERS.
           05  WS-TRANS-USED           PIC 9(9) COMP VALUE 0.
           05  WS-ACCT-TRANSFERS       PIC 9(7) COMP VALUE 0.
           05  WS-NOT-ON-MASTER        PIC 9(7) COMP VALUE 0.
           05  WS-NEW-FUNDED-COUNT     PIC 9(7) COMP VALUE 0.
           05  WS-CLOSED-COUNT         PIC 9(7) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       01  WS-REPORT-LINES.
           05  WS-HDR-LINE.
               10  FILLER              PIC X(40) VALUE
                   'NET NEW ASSETS AND AUM FLOWS  MONTH END '.
               10  WS-HDR-DATE         PIC X(8).
               10  FILLER              PIC X(84) VALUE SPACES.
           05  WS-SECTION-LINE.
               10  WS-SEC-TITLE        PIC X(60).
               10  FILLER              PIC X(72) VALUE SPACES.
           05  WS-GRP-COL-LINE.
               10  FILLER              PIC X(17) VALUE
                   'GROUP        ACCT'.
               10  FILLER              PIC X(26) VALUE
                   '      OPENING    DEP - WDL'.
               10  FILLER              PIC X(26) VALUE
                   '    TRANSFERS      IN-KIND'.
               10  FILLER              PIC X(26) VALUE
                   '       INCOME         FEES'.
               10  FILLER              PIC X(26) VALUE
                   '       MARKET      CLOSING'.
               10  FILLER              PIC X(11) VALUE SPACES.
           05  WS-GROUP-LINE.
               10  WS-GRL-LABEL        PIC X(12).
               10  WS-GRL-ACCOUNTS     PIC ZZZZ9.
               10  WS-GRL-COLUMN OCCURS 8 TIMES.
                   15  FILLER          PIC X(1).
                   15  WS-GRL-AMOUNT   PIC ZZZ,ZZZ,ZZ9-.
               10  FILLER              PIC X(11).
           05  WS-COMPONENT-LINE.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-CML-LABEL        PIC X(36).
               10  WS-CML-AMOUNT       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(73) VALUE SPACES.
           05  WS-ACCT-COL-LINE.
               10  FILLER              PIC X(30) VALUE
                   'PORTFOLI T  MODEL    HOUSEHLD '.
               10  FILLER              PIC X(32) VALUE
                   '         OPENING    CLIENT FLOWS'.
               10  FILLER              PIC X(32) VALUE
                   '   TRANSFER/KIND          MARKET'.
               10  FILLER              PIC X(16) VALUE
                   '         CLOSING'.
               10  FILLER              PIC X(22) VALUE SPACES.
           05  WS-ACCT-LINE.
               10  WS-ACL-PORTFOLIO    PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-ACL-CLIENT-TYPE  PIC X(1).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-ACL-MODEL        PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-ACL-HOUSEHOLD    PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-ACL-OPENING      PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-ACL-CLIENT-FLOWS PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-ACL-MOVEMENTS    PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-ACL-MARKET       PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-ACL-CLOSING      PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(22) VALUE SPACES.
           05  WS-NONE-LINE.
               10  FILLER              PIC X(8)  VALUE SPACES.
               10  FILLER              PIC X(20) VALUE
                   'NONE THIS MONTH'.
               10  FILLER              PIC X(104) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-LOAD-PORTFOLIO
               UNTIL WS-PORT-EOF
           PERFORM 2200-LOAD-HOUSEHOLD
               UNTIL WS-HSH-EOF
           PERFORM 2300-LOAD-PRIOR-SNAPSHOT
               UNTIL WS-PSNP-EOF
           PERFORM 2400-LOAD-PRIOR-SUMMARY
               UNTIL WS-PSUM-EOF
           PERFORM 2500-LOAD-CURRENT-SNAPSHOT
               UNTIL WS-CSNP-EOF
           PERFORM 2600-LOAD-TRANSACTION
               UNTIL WS-STM-EOF

           PERFORM 3000-ROLL-UP-ACCOUNT
               VARYING WS-ACCT-IX FROM 1 BY 1
               UNTIL WS-ACCT-IX > WS-ACCT-COUNT

           PERFORM 4000-WRITE-REPORT

           PERFORM 5000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE-X TO WS-MONTH-START
           MOVE '01'              TO WS-MONTH-START(7:2)

           OPEN INPUT PORTFOLIO-FILE
           IF WS-PORT-STATUS NOT = '00'
               MOVE 'Error opening portfolio file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               SET WS-PORT-EOF TO TRUE
           END-IF

      *    No household links means no household groups.
           OPEN INPUT HOUSEHOLD-FILE
           IF WS-HSH-STATUS NOT = '00'
               SET WS-HSH-EOF TO TRUE
           END-IF

      *    No history file means no full-account transfers to
      *    separate out.
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = '00'
               SET WS-HIST-AVAILABLE TO TRUE
           END-IF

      *    The first month-end has no prior snapshot or statement
      *    summary -- every account opens at zero.
           OPEN INPUT PRIOR-SNAPSHOT-FILE
           IF WS-PSNP-STATUS NOT = '00'
               SET WS-PSNP-EOF TO TRUE
           END-IF

           OPEN INPUT PRIOR-SUMMARY-FILE
           IF WS-PSUM-STATUS NOT = '00'
               SET WS-PSUM-EOF TO TRUE
           END-IF

           OPEN INPUT CURRENT-SNAPSHOT-FILE
           IF WS-CSNP-STATUS NOT = '00'
               MOVE 'Error opening current month-end snapshot'
                 TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               SET WS-CSNP-EOF TO TRUE
           END-IF

           OPEN INPUT PERIOD-TRAN-FILE
           IF WS-STM-STATUS NOT = '00'
               SET WS-STM-EOF TO TRUE
           END-IF

           OPEN OUTPUT FLOW-REPORT
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'Error opening flow report' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O BATCH-CONTROL-FILE
           IF WS-BCT-STATUS NOT = '00'
               MOVE 'Error opening control file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           PERFORM 1200-INIT-CHECKPOINT

      *    The firm total first, then the client types in their
      *    usual order.
           MOVE 'F'    TO WS-KEY-KIND
           MOVE SPACES TO WS-KEY-GROUP
           PERFORM 3500-FIND-GROUP
           MOVE WS-GROUP-IX TO WS-FIRM-IX
           MOVE 'T' TO WS-KEY-KIND
           MOVE 'I' TO WS-KEY-GROUP
           PERFORM 3500-FIND-GROUP
           MOVE 'C' TO WS-KEY-GROUP
           PERFORM 3500-FIND-GROUP
           MOVE 'T' TO WS-KEY-GROUP
           PERFORM 3500-FIND-GROUP
           .

       1200-INIT-CHECKPOINT.
           MOVE 'FLWRPT00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for FLWRPT00' TO
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
      * One portfolio off the master: its table entry, today's cash
      * toward the closing value, and any full-account transfer it
      * took part in this month.
      *----------------------------------------------------------------*
       2000-LOAD-PORTFOLIO.
           READ PORTFOLIO-FILE NEXT RECORD
               AT END
                   SET WS-PORT-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF WS-ACCT-COUNT NOT < WS-MAX-ACCOUNTS
               MOVE 'Flow account table full' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               SET WS-PORT-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ACCT-COUNT
           MOVE WS-ACCT-COUNT TO WS-ACCT-IX
           INITIALIZE WS-ACCT-ENTRY(WS-ACCT-IX)
           MOVE PORT-ID           TO WS-ACC-PORTFOLIO(WS-ACCT-IX)
           MOVE PORT-CLIENT-TYPE  TO WS-ACC-CLIENT-TYPE(WS-ACCT-IX)
           MOVE PORT-MODEL-ID     TO WS-ACC-MODEL(WS-ACCT-IX)
           MOVE PORT-STATUS       TO WS-ACC-STATUS(WS-ACCT-IX)
           MOVE SPACES            TO WS-ACC-HOUSEHOLD(WS-ACCT-IX)
           MOVE SPACE             TO WS-ACC-CLASS(WS-ACCT-IX)
           ADD PORT-CASH-BALANCE  TO WS-ACC-CLOSING(WS-ACCT-IX)

           IF WS-HIST-AVAILABLE
               PERFORM 2050-LOAD-ACCOUNT-TRANSFERS
           END-IF
           .

      *----------------------------------------------------------------*
      * ACTXFR00's portfolio images for this account dated this
      * month: the value and cash the image pair shows moving is a
      * transfer in or out.
      *----------------------------------------------------------------*
       2050-LOAD-ACCOUNT-TRANSFERS.
           MOVE 'N'            TO WS-HIST-EOF-SW
           MOVE LOW-VALUES     TO HIST-KEY
           MOVE PORT-ID        TO HIST-PORTFOLIO-ID
           MOVE WS-MONTH-START TO HIST-DATE
           START HISTORY-FILE KEY NOT LESS THAN HIST-KEY
               INVALID KEY
                   SET WS-HIST-EOF TO TRUE
           END-START

           PERFORM 2060-READ-HISTORY
               UNTIL WS-HIST-EOF
           .

       2060-READ-HISTORY.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-HIST-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF HIST-PORTFOLIO-ID NOT = PORT-ID
           OR HIST-DATE > WS-CURRENT-DATE-X
               SET WS-HIST-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF NOT HIST-TYPE-PORT
           OR NOT HIST-ACTION-CHG
           OR HIST-REASON-CODE NOT = WS-XFER-REASON
               EXIT PARAGRAPH
           END-IF

           IF HIST-FORMAT-DELTA
               MOVE 'X'               TO WS-DLT-FUNCTION
               MOVE PORT-RECORD       TO WS-DLT-BEFORE
               MOVE HIST-BEFORE-IMAGE TO WS-DLT-DELTA
               CALL 'HSTDLT00' USING WS-DELTA-REQUEST
               MOVE WS-DLT-BEFORE TO WS-HIST-PORT-BEFORE
               MOVE WS-DLT-AFTER  TO WS-HIST-PORT-AFTER
           ELSE
               MOVE HIST-BEFORE-IMAGE TO WS-HIST-PORT-BEFORE
               MOVE HIST-AFTER-IMAGE  TO WS-HIST-PORT-AFTER
           END-IF

           IF HPB-TOTAL-VALUE NOT NUMERIC
           OR HPB-CASH-BALANCE NOT NUMERIC
           OR HPA-TOTAL-VALUE NOT NUMERIC
           OR HPA-CASH-BALANCE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-NET-VALUE =
               (HPA-TOTAL-VALUE + HPA-CASH-BALANCE)
             - (HPB-TOTAL-VALUE + HPB-CASH-BALANCE)

           ADD 1 TO WS-ACCT-TRANSFERS
           IF WS-NET-VALUE > ZERO
               ADD WS-NET-VALUE TO WS-ACC-XFER-IN(WS-ACCT-IX)
           ELSE
               SUBTRACT WS-NET-VALUE FROM WS-ACC-XFER-OUT(WS-ACCT-IX)
           END-IF
           .

      *----------------------------------------------------------------*
      * Household links: each household registers as a group in key
      * order, and tags its member accounts.
      *----------------------------------------------------------------*
       2200-LOAD-HOUSEHOLD.
           READ HOUSEHOLD-FILE NEXT RECORD
               AT END
                   SET WS-HSH-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           MOVE 'H'              TO WS-KEY-KIND
           MOVE HSH-HOUSEHOLD-ID TO WS-KEY-GROUP
           PERFORM 3500-FIND-GROUP

           MOVE HSH-PORTFOLIO-ID TO WS-KEY-PORTFOLIO
           PERFORM 2900-FIND-ACCOUNT
           IF WS-ACCT-FOUND
               MOVE HSH-HOUSEHOLD-ID TO WS-ACC-HOUSEHOLD(WS-ACCT-IX)
           END-IF
           .

       2300-LOAD-PRIOR-SNAPSHOT.
           READ PRIOR-SNAPSHOT-FILE
               AT END
                   SET WS-PSNP-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           MOVE SNP-PORTFOLIO-ID TO WS-KEY-PORTFOLIO
           PERFORM 2900-FIND-ACCOUNT
           IF WS-ACCT-NOT-FOUND
               ADD 1 TO WS-NOT-ON-MASTER
               EXIT PARAGRAPH
           END-IF

      *    Generations written before the base value joined the
      *    snapshot carry spaces in that slot.
           IF SNP-BASE-VALUE NUMERIC
               ADD SNP-BASE-VALUE   TO WS-ACC-OPENING(WS-ACCT-IX)
           ELSE
               ADD SNP-MARKET-VALUE TO WS-ACC-OPENING(WS-ACCT-IX)
           END-IF
           .

       2400-LOAD-PRIOR-SUMMARY.
           READ PRIOR-SUMMARY-FILE
               AT END
                   SET WS-PSUM-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           MOVE STS-PORTFOLIO-ID TO WS-KEY-PORTFOLIO
           PERFORM 2900-FIND-ACCOUNT
           IF WS-ACCT-FOUND
               ADD STS-CASH-BALANCE TO WS-ACC-OPENING(WS-ACCT-IX)
           END-IF
           .

       2500-LOAD-CURRENT-SNAPSHOT.
           READ CURRENT-SNAPSHOT-FILE
               AT END
                   SET WS-CSNP-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           MOVE SNC-PORTFOLIO-ID TO WS-KEY-PORTFOLIO
           PERFORM 2900-FIND-ACCOUNT
           IF WS-ACCT-NOT-FOUND
               ADD 1 TO WS-NOT-ON-MASTER
               EXIT PARAGRAPH
           END-IF

           IF SNC-BASE-VALUE NUMERIC
               ADD SNC-BASE-VALUE   TO WS-ACC-CLOSING(WS-ACCT-IX)
           ELSE
               ADD SNC-MARKET-VALUE TO WS-ACC-CLOSING(WS-ACCT-IX)
           END-IF
           .

      *----------------------------------------------------------------*
      * One posted transaction of the month, into the component it
      * belongs to. Trades and currency conversions move value within
      * the account and are left to the market figure.
      *----------------------------------------------------------------*
       2600-LOAD-TRANSACTION.
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

           MOVE TRN-PORTFOLIO-ID TO WS-KEY-PORTFOLIO
           PERFORM 2900-FIND-ACCOUNT
           IF WS-ACCT-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN TRN-TYPE-DEP
                   ADD TRN-AMOUNT TO WS-ACC-DEPOSITS(WS-ACCT-IX)
               WHEN TRN-TYPE-WDR
                   ADD TRN-AMOUNT TO WS-ACC-WITHDRAWALS(WS-ACCT-IX)
               WHEN TRN-TYPE-TRANS
                   PERFORM 2650-APPLY-TRANSFER
               WHEN TRN-TYPE-RCVF
                   ADD TRN-AMOUNT TO WS-ACC-KIND-IN(WS-ACCT-IX)
               WHEN TRN-TYPE-DLVF
                   ADD TRN-AMOUNT TO WS-ACC-KIND-OUT(WS-ACCT-IX)
               WHEN TRN-TYPE-DIV
               WHEN TRN-TYPE-INT
               WHEN TRN-TYPE-CGD
               WHEN TRN-TYPE-SLF
               WHEN TRN-TYPE-WHTR
               WHEN TRN-TYPE-RBT
               WHEN TRN-TYPE-RDR
                   ADD TRN-AMOUNT TO WS-ACC-INCOME(WS-ACCT-IX)
               WHEN TRN-TYPE-FEE
                   PERFORM 2660-APPLY-FEE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           ADD 1 TO WS-TRANS-USED
           .

      *    Out of the sending portfolio, into TRN-TO-PORTFOLIO-ID.
       2650-APPLY-TRANSFER.
           IF TRN-PRICE > ZERO
               COMPUTE WS-MOVE-VALUE ROUNDED =
                   TRN-QUANTITY * TRN-PRICE
           ELSE
               MOVE TRN-AMOUNT TO WS-MOVE-VALUE
           END-IF

           ADD WS-MOVE-VALUE TO WS-ACC-XFER-OUT(WS-ACCT-IX)

           MOVE TRN-TO-PORTFOLIO-ID TO WS-KEY-PORTFOLIO
           PERFORM 2900-FIND-ACCOUNT
           IF WS-ACCT-FOUND
               ADD WS-MOVE-VALUE TO WS-ACC-XFER-IN(WS-ACCT-IX)
           END-IF
           .

      *    The primary leg, then each portfolio sharing the fee.
       2660-APPLY-FEE.
           ADD TRN-AMOUNT TO WS-ACC-FEES(WS-ACCT-IX)

           IF TRN-FEE-SPLIT-COUNT NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-SPLIT-IX FROM 1 BY 1
                   UNTIL WS-SPLIT-IX > TRN-FEE-SPLIT-COUNT
                   OR WS-SPLIT-IX > 2
               MOVE TRN-SPLIT-PORTFOLIO-ID(WS-SPLIT-IX)
                 TO WS-KEY-PORTFOLIO
               PERFORM 2900-FIND-ACCOUNT
               IF WS-ACCT-FOUND
                   ADD TRN-SPLIT-AMOUNT(WS-SPLIT-IX)
                     TO WS-ACC-FEES(WS-ACCT-IX)
               END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * WS-KEY-PORTFOLIO's entry, halving the table (it is in PORT-ID
      * order).
      *----------------------------------------------------------------*
       2900-FIND-ACCOUNT.
           SET WS-ACCT-NOT-FOUND TO TRUE
           MOVE 1             TO WS-LOW
           MOVE WS-ACCT-COUNT TO WS-HIGH

           PERFORM UNTIL WS-LOW > WS-HIGH
                   OR WS-ACCT-FOUND
               COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2
               EVALUATE TRUE
                   WHEN WS-ACC-PORTFOLIO(WS-MID) = WS-KEY-PORTFOLIO
                       SET WS-ACCT-FOUND TO TRUE
                   WHEN WS-ACC-PORTFOLIO(WS-MID) < WS-KEY-PORTFOLIO
                       COMPUTE WS-LOW = WS-MID + 1
                   WHEN WS-MID = 1
                       MOVE ZERO TO WS-HIGH
                   WHEN OTHER
                       COMPUTE WS-HIGH = WS-MID - 1
               END-EVALUATE
           END-PERFORM

           IF WS-ACCT-FOUND
               MOVE WS-MID TO WS-ACCT-IX
           END-IF
           .

      *----------------------------------------------------------------*
      * One account: the market residual, new/closed classification,
      * and its figures into its client type, household, model and
      * firm groups. Accounts with nothing at either month-end and
      * no activity are left out.
      *----------------------------------------------------------------*
       3000-ROLL-UP-ACCOUNT.
           COMPUTE WS-EXPLAINED =
               WS-ACC-DEPOSITS(WS-ACCT-IX)
             - WS-ACC-WITHDRAWALS(WS-ACCT-IX)
             + WS-ACC-XFER-IN(WS-ACCT-IX)
             - WS-ACC-XFER-OUT(WS-ACCT-IX)
             + WS-ACC-KIND-IN(WS-ACCT-IX)
             - WS-ACC-KIND-OUT(WS-ACCT-IX)
             + WS-ACC-INCOME(WS-ACCT-IX)
             - WS-ACC-FEES(WS-ACCT-IX)

           IF WS-ACC-OPENING(WS-ACCT-IX) = ZERO
           AND WS-ACC-CLOSING(WS-ACCT-IX) = ZERO
           AND WS-EXPLAINED = ZERO
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-ACC-MARKET(WS-ACCT-IX) =
               WS-ACC-CLOSING(WS-ACCT-IX)
             - WS-ACC-OPENING(WS-ACCT-IX)
             - WS-EXPLAINED

           EVALUATE TRUE
               WHEN WS-ACC-OPENING(WS-ACCT-IX) = ZERO
               AND  WS-ACC-CLOSING(WS-ACCT-IX) > ZERO
                   SET WS-ACC-NEW-FUNDED(WS-ACCT-IX) TO TRUE
                   ADD 1 TO WS-NEW-FUNDED-COUNT
               WHEN WS-ACC-OPENING(WS-ACCT-IX) NOT = ZERO
               AND  WS-ACC-CLOSED(WS-ACCT-IX)
                   SET WS-ACC-NEW-CLOSED(WS-ACCT-IX) TO TRUE
                   ADD 1 TO WS-CLOSED-COUNT
               WHEN OTHER
                   SET WS-ACC-CONTINUING(WS-ACCT-IX) TO TRUE
           END-EVALUATE

           MOVE WS-FIRM-IX TO WS-GROUP-IX
           PERFORM 3100-ADD-TO-GROUP

           MOVE 'T' TO WS-KEY-KIND
           MOVE WS-ACC-CLIENT-TYPE(WS-ACCT-IX) TO WS-KEY-GROUP
           PERFORM 3500-FIND-GROUP
           IF WS-GROUP-FOUND
               PERFORM 3100-ADD-TO-GROUP
           END-IF

           MOVE 'H' TO WS-KEY-KIND
           MOVE WS-ACC-HOUSEHOLD(WS-ACCT-IX) TO WS-KEY-GROUP
           PERFORM 3500-FIND-GROUP
           IF WS-GROUP-FOUND
               PERFORM 3100-ADD-TO-GROUP
           END-IF

           MOVE 'M' TO WS-KEY-KIND
           MOVE WS-ACC-MODEL(WS-ACCT-IX) TO WS-KEY-GROUP
           PERFORM 3500-FIND-GROUP
           IF WS-GROUP-FOUND
               PERFORM 3100-ADD-TO-GROUP
           END-IF
           .

       3100-ADD-TO-GROUP.
           ADD 1 TO WS-GRP-ACCOUNTS(WS-GROUP-IX)
           IF WS-ACC-NEW-FUNDED(WS-ACCT-IX)
               ADD 1 TO WS-GRP-NEW(WS-GROUP-IX)
           END-IF
           IF WS-ACC-NEW-CLOSED(WS-ACCT-IX)
               ADD 1 TO WS-GRP-CLOSED(WS-GROUP-IX)
           END-IF

           ADD WS-ACC-OPENING(WS-ACCT-IX)
             TO WS-GRP-OPENING(WS-GROUP-IX)
           ADD WS-ACC-CLOSING(WS-ACCT-IX)
             TO WS-GRP-CLOSING(WS-GROUP-IX)
           ADD WS-ACC-DEPOSITS(WS-ACCT-IX)
             TO WS-GRP-DEPOSITS(WS-GROUP-IX)
           ADD WS-ACC-WITHDRAWALS(WS-ACCT-IX)
             TO WS-GRP-WITHDRAWALS(WS-GROUP-IX)
           ADD WS-ACC-XFER-IN(WS-ACCT-IX)
             TO WS-GRP-XFER-IN(WS-GROUP-IX)
           ADD WS-ACC-XFER-OUT(WS-ACCT-IX)
             TO WS-GRP-XFER-OUT(WS-GROUP-IX)
           ADD WS-ACC-KIND-IN(WS-ACCT-IX)
             TO WS-GRP-KIND-IN(WS-GROUP-IX)
           ADD WS-ACC-KIND-OUT(WS-ACCT-IX)
             TO WS-GRP-KIND-OUT(WS-GROUP-IX)
           ADD WS-ACC-INCOME(WS-ACCT-IX)
             TO WS-GRP-INCOME(WS-GROUP-IX)
           ADD WS-ACC-FEES(WS-ACCT-IX)
             TO WS-GRP-FEES(WS-GROUP-IX)
           ADD WS-ACC-MARKET(WS-ACCT-IX)
             TO WS-GRP-MARKET(WS-GROUP-IX)
           .

      *----------------------------------------------------------------*
      * WS-KEY-KIND/WS-KEY-GROUP's group, registered on first sight.
      *----------------------------------------------------------------*
       3500-FIND-GROUP.
           SET WS-GROUP-NOT-FOUND TO TRUE
           PERFORM VARYING WS-GROUP-IX FROM 1 BY 1
                   UNTIL WS-GROUP-IX > WS-GROUP-COUNT
                   OR WS-GROUP-FOUND
               IF WS-GRP-KIND(WS-GROUP-IX) = WS-KEY-KIND
               AND WS-GRP-KEY(WS-GROUP-IX) = WS-KEY-GROUP
                   SET WS-GROUP-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-GROUP-FOUND
               SUBTRACT 1 FROM WS-GROUP-IX
               EXIT PARAGRAPH
           END-IF

           IF WS-GROUP-COUNT NOT < WS-MAX-GROUPS
               MOVE 'Flow group table full' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-GROUP-COUNT
           MOVE WS-GROUP-COUNT TO WS-GROUP-IX
           INITIALIZE WS-GROUP-ENTRY(WS-GROUP-IX)
           MOVE WS-KEY-KIND    TO WS-GRP-KIND(WS-GROUP-IX)
           MOVE WS-KEY-GROUP   TO WS-GRP-KEY(WS-GROUP-IX)
           SET WS-GROUP-FOUND  TO TRUE
           .

       4000-WRITE-REPORT.
           MOVE WS-CURRENT-DATE-X TO WS-HDR-DATE
           WRITE REPORT-RECORD FROM WS-HDR-LINE

           MOVE 'BY CLIENT TYPE  ($000S)' TO WS-SEC-TITLE
           MOVE 'T' TO WS-KEY-KIND
           PERFORM 4100-WRITE-GROUP-SECTION

           MOVE 'BY HOUSEHOLD  ($000S)' TO WS-SEC-TITLE
           MOVE 'H' TO WS-KEY-KIND
           PERFORM 4100-WRITE-GROUP-SECTION

           MOVE 'BY MODEL  ($000S)' TO WS-SEC-TITLE
           MOVE 'M' TO WS-KEY-KIND
           PERFORM 4100-WRITE-GROUP-SECTION

           MOVE 'FIRM TOTAL  ($000S)' TO WS-SEC-TITLE
           MOVE 'F' TO WS-KEY-KIND
           PERFORM 4100-WRITE-GROUP-SECTION
           PERFORM 4300-WRITE-FIRM-COMPONENTS

           MOVE 'NEW FUNDED ACCOUNTS' TO WS-SEC-TITLE
           PERFORM 4500-WRITE-NEW-ACCOUNTS

           MOVE 'CLOSED ACCOUNTS' TO WS-SEC-TITLE
           PERFORM 4600-WRITE-CLOSED-ACCOUNTS
           .

       4100-WRITE-GROUP-SECTION.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM WS-SECTION-LINE
           WRITE REPORT-RECORD FROM WS-GRP-COL-LINE

           PERFORM VARYING WS-GROUP-IX FROM 1 BY 1
                   UNTIL WS-GROUP-IX > WS-GROUP-COUNT
               IF WS-GRP-KIND(WS-GROUP-IX) = WS-KEY-KIND
               AND WS-GRP-ACCOUNTS(WS-GROUP-IX) > ZERO
                   PERFORM 4200-WRITE-GROUP-LINE
               END-IF
           END-PERFORM
           .

       4200-WRITE-GROUP-LINE.
           MOVE SPACES TO WS-GROUP-LINE
           EVALUATE TRUE
               WHEN WS-GRP-KIND(WS-GROUP-IX) = 'F'
                   MOVE 'FIRM'           TO WS-GRL-LABEL
               WHEN WS-GRP-KIND(WS-GROUP-IX) = 'T'
               AND  WS-GRP-KEY(WS-GROUP-IX) = 'I'
                   MOVE 'INDIVIDUAL'     TO WS-GRL-LABEL
               WHEN WS-GRP-KIND(WS-GROUP-IX) = 'T'
               AND  WS-GRP-KEY(WS-GROUP-IX) = 'C'
                   MOVE 'CORPORATE'      TO WS-GRL-LABEL
               WHEN WS-GRP-KIND(WS-GROUP-IX) = 'T'
               AND  WS-GRP-KEY(WS-GROUP-IX) = 'T'
                   MOVE 'TRUST'          TO WS-GRL-LABEL
               WHEN WS-GRP-KIND(WS-GROUP-IX) = 'T'
                   MOVE 'OTHER TYPE'     TO WS-GRL-LABEL
               WHEN WS-GRP-KEY(WS-GROUP-IX) = SPACES
               AND  WS-GRP-KIND(WS-GROUP-IX) = 'H'
                   MOVE 'NO HOUSEHOLD'   TO WS-GRL-LABEL
               WHEN WS-GRP-KEY(WS-GROUP-IX) = SPACES
                   MOVE 'NO MODEL'       TO WS-GRL-LABEL
               WHEN OTHER
                   MOVE WS-GRP-KEY(WS-GROUP-IX) TO WS-GRL-LABEL
           END-EVALUATE

           MOVE WS-GRP-ACCOUNTS(WS-GROUP-IX) TO WS-GRL-ACCOUNTS
           COMPUTE WS-GRL-AMOUNT(1) ROUNDED =
               WS-GRP-OPENING(WS-GROUP-IX) / 1000
           COMPUTE WS-GRL-AMOUNT(2) ROUNDED =
               (WS-GRP-DEPOSITS(WS-GROUP-IX)
              - WS-GRP-WITHDRAWALS(WS-GROUP-IX)) / 1000
           COMPUTE WS-GRL-AMOUNT(3) ROUNDED =
               (WS-GRP-XFER-IN(WS-GROUP-IX)
              - WS-GRP-XFER-OUT(WS-GROUP-IX)) / 1000
           COMPUTE WS-GRL-AMOUNT(4) ROUNDED =
               (WS-GRP-KIND-IN(WS-GROUP-IX)
              - WS-GRP-KIND-OUT(WS-GROUP-IX)) / 1000
           COMPUTE WS-GRL-AMOUNT(5) ROUNDED =
               WS-GRP-INCOME(WS-GROUP-IX) / 1000
           COMPUTE WS-GRL-AMOUNT(6) ROUNDED =
               (ZERO - WS-GRP-FEES(WS-GROUP-IX)) / 1000
           COMPUTE WS-GRL-AMOUNT(7) ROUNDED =
               WS-GRP-MARKET(WS-GROUP-IX) / 1000
           COMPUTE WS-GRL-AMOUNT(8) ROUNDED =
               WS-GRP-CLOSING(WS-GROUP-IX) / 1000
           WRITE REPORT-RECORD FROM WS-GROUP-LINE
           .

      *----------------------------------------------------------------*
      * The firm's change in assets, gross, to the cent.
      *----------------------------------------------------------------*
       4300-WRITE-FIRM-COMPONENTS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'OPENING ASSETS'               TO WS-CML-LABEL
           MOVE WS-GRP-OPENING(WS-FIRM-IX)     TO WS-CML-AMOUNT
           WRITE REPORT-RECORD FROM WS-COMPONENT-LINE
           MOVE 'DEPOSITS'                     TO WS-CML-LABEL
           MOVE WS-GRP-DEPOSITS(WS-FIRM-IX)    TO WS-CML-AMOUNT
           WRITE REPORT-RECORD FROM WS-COMPONENT-LINE
           MOVE 'WITHDRAWALS'                  TO WS-CML-LABEL
           COMPUTE WS-CML-AMOUNT =
               ZERO - WS-GRP-WITHDRAWALS(WS-FIRM-IX)
           WRITE REPORT-RECORD FROM WS-COMPONENT-LINE
           MOVE 'TRANSFERS IN'                 TO WS-CML-LABEL
           MOVE WS-GRP-XFER-IN(WS-FIRM-IX)     TO WS-CML-AMOUNT
           WRITE REPORT-RECORD FROM WS-COMPONENT-LINE
           MOVE 'TRANSFERS OUT'                TO WS-CML-LABEL
           COMPUTE WS-CML-AMOUNT =
               ZERO - WS-GRP-XFER-OUT(WS-FIRM-IX)
           WRITE REPORT-RECORD FROM WS-COMPONENT-LINE
           MOVE 'IN-KIND RECEIVED'             TO WS-CML-LABEL
           MOVE WS-GRP-KIND-IN(WS-FIRM-IX)     TO WS-CML-AMOUNT
           WRITE REPORT-RECORD FROM WS-COMPONENT-LINE
           MOVE 'IN-KIND DELIVERED'            TO WS-CML-LABEL
           COMPUTE WS-CML-AMOUNT =
               ZERO - WS-GRP-KIND-OUT(WS-FIRM-IX)
           WRITE REPORT-RECORD FROM WS-COMPONENT-LINE
           MOVE 'NET NEW ASSETS'               TO WS-CML-LABEL
           COMPUTE WS-CML-AMOUNT =
               WS-GRP-DEPOSITS(WS-FIRM-IX)
             - WS-GRP-WITHDRAWALS(WS-FIRM-IX)
             + WS-GRP-XFER-IN(WS-FIRM-IX)
             - WS-GRP-XFER-OUT(WS-FIRM-IX)
             + WS-GRP-KIND-IN(WS-FIRM-IX)
             - WS-GRP-KIND-OUT(WS-FIRM-IX)
           WRITE REPORT-RECORD FROM WS-COMPONENT-LINE
           MOVE 'INCOME'                       TO WS-CML-LABEL
           MOVE WS-GRP-INCOME(WS-FIRM-IX)      TO WS-CML-AMOUNT
           WRITE REPORT-RECORD FROM WS-COMPONENT-LINE
           MOVE 'FEES'                         TO WS-CML-LABEL
           COMPUTE WS-CML-AMOUNT =
               ZERO - WS-GRP-FEES(WS-FIRM-IX)
           WRITE REPORT-RECORD FROM WS-COMPONENT-LINE
           MOVE 'MARKET APPRECIATION'          TO WS-CML-LABEL
           MOVE WS-GRP-MARKET(WS-FIRM-IX)      TO WS-CML-AMOUNT
           WRITE REPORT-RECORD FROM WS-COMPONENT-LINE
           MOVE 'CLOSING ASSETS'               TO WS-CML-LABEL
           MOVE WS-GRP-CLOSING(WS-FIRM-IX)     TO WS-CML-AMOUNT
           WRITE REPORT-RECORD FROM WS-COMPONENT-LINE
           .

       4500-WRITE-NEW-ACCOUNTS.
           PERFORM 4700-WRITE-ACCOUNT-HEADING
           MOVE 'N' TO WS-LISTED-SW

           PERFORM VARYING WS-ACCT-IX FROM 1 BY 1
                   UNTIL WS-ACCT-IX > WS-ACCT-COUNT
               IF WS-ACC-NEW-FUNDED(WS-ACCT-IX)
                   PERFORM 4800-WRITE-ACCOUNT-LINE
               END-IF
           END-PERFORM

           IF NOT WS-LISTED
               WRITE REPORT-RECORD FROM WS-NONE-LINE
           END-IF
           .

       4600-WRITE-CLOSED-ACCOUNTS.
           PERFORM 4700-WRITE-ACCOUNT-HEADING
           MOVE 'N' TO WS-LISTED-SW

           PERFORM VARYING WS-ACCT-IX FROM 1 BY 1
                   UNTIL WS-ACCT-IX > WS-ACCT-COUNT
               IF WS-ACC-NEW-CLOSED(WS-ACCT-IX)
                   PERFORM 4800-WRITE-ACCOUNT-LINE
               END-IF
           END-PERFORM

           IF NOT WS-LISTED
               WRITE REPORT-RECORD FROM WS-NONE-LINE
           END-IF
           .

       4700-WRITE-ACCOUNT-HEADING.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM WS-SECTION-LINE
           WRITE REPORT-RECORD FROM WS-ACCT-COL-LINE
           .

       4800-WRITE-ACCOUNT-LINE.
           SET WS-LISTED TO TRUE
           MOVE WS-ACC-PORTFOLIO(WS-ACCT-IX)   TO WS-ACL-PORTFOLIO
           MOVE WS-ACC-CLIENT-TYPE(WS-ACCT-IX) TO WS-ACL-CLIENT-TYPE
           MOVE WS-ACC-MODEL(WS-ACCT-IX)       TO WS-ACL-MODEL
           MOVE WS-ACC-HOUSEHOLD(WS-ACCT-IX)   TO WS-ACL-HOUSEHOLD
           MOVE WS-ACC-OPENING(WS-ACCT-IX)     TO WS-ACL-OPENING
           COMPUTE WS-ACL-CLIENT-FLOWS =
               WS-ACC-DEPOSITS(WS-ACCT-IX)
             - WS-ACC-WITHDRAWALS(WS-ACCT-IX)
           COMPUTE WS-ACL-MOVEMENTS =
               WS-ACC-XFER-IN(WS-ACCT-IX)
             - WS-ACC-XFER-OUT(WS-ACCT-IX)
             + WS-ACC-KIND-IN(WS-ACCT-IX)
             - WS-ACC-KIND-OUT(WS-ACCT-IX)
           MOVE WS-ACC-MARKET(WS-ACCT-IX)      TO WS-ACL-MARKET
           MOVE WS-ACC-CLOSING(WS-ACCT-IX)     TO WS-ACL-CLOSING
           WRITE REPORT-RECORD FROM WS-ACCT-LINE
           .

       5000-TERMINATE.
           PERFORM 5100-UPDATE-COMPLETION

           CLOSE PORTFOLIO-FILE
                 FLOW-REPORT
                 BATCH-CONTROL-FILE
           IF WS-HSH-STATUS NOT = '35'
               CLOSE HOUSEHOLD-FILE
           END-IF
           IF WS-HIST-AVAILABLE
               CLOSE HISTORY-FILE
           END-IF
           IF WS-PSNP-STATUS NOT = '35'
               CLOSE PRIOR-SNAPSHOT-FILE
           END-IF
           IF WS-PSUM-STATUS NOT = '35'
               CLOSE PRIOR-SUMMARY-FILE
           END-IF
           IF WS-CSNP-STATUS NOT = '35'
               CLOSE CURRENT-SNAPSHOT-FILE
           END-IF
           IF WS-STM-STATUS NOT = '35'
               CLOSE PERIOD-TRAN-FILE
           END-IF

           DISPLAY 'FLWRPT00 Processing Statistics:'
           DISPLAY '  Accounts loaded:     ' WS-ACCT-COUNT
           DISPLAY '  Transactions used:   ' WS-TRANS-USED
           DISPLAY '  Account transfers:   ' WS-ACCT-TRANSFERS
           DISPLAY '  New funded accounts: ' WS-NEW-FUNDED-COUNT
           DISPLAY '  Closed accounts:     ' WS-CLOSED-COUNT
           DISPLAY '  Snapshot lines not on master: ' WS-NOT-ON-MASTER
           DISPLAY '  Errors:              ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       5100-UPDATE-COMPLETION.
           MOVE 'FLWRPT00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for FLWRPT00' TO
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
           MOVE 'FLWRPT00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
