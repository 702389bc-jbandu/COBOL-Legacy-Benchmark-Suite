      *================================================================*
      * Program Name: CSTDSC00
      * Description: Annual Costs and Charges Disclosure Statement
      * Version: 1.0
      * Date: 2026
      *
      * Fourth job of the SEQ-YEAR-END stream. Gives every client
      * the ex-post breakdown of everything the year cost them, paid
      * to us and to third parties, for the tax year YECLS00 wrote
      * to TAXPARM:
      *
      *  - service costs: the advisory/management fees FEEBIL00
      *    debited and the fees invoiced to direct-billed clients on
      *    FEERECV, plus any other FE account fee (CSHINT00's debit
      *    interest is interest, not a charge, and is left out);
      *  - transaction costs: TRN-COMMISSION, TRN-EXCH-FEE and
      *    TRN-OTHER-CHARGE on the year's posted trades;
      *  - product costs: each fund's ongoing charges from the
      *    FNDEXP file applied to the client's average holding of
      *    it, taken over the year's month-end MESNAP images (the
      *    YRSNAP concatenation) -- a fund missing from an image was
      *    not held that month.
      *
      * Each is shown as an amount and as a percentage of the
      * account's average assets over its month-end statements that
      * year (the YRSUM concatenation of the year's STMSUM
      * generations: closing value plus cash), with the total's
      * cumulative effect on return.
      *
      * The transactions come from YRTRN, the year's TRANFILE
      * generations concatenated; December's quarter-end billing,
      * raised tonight by FEEBIL00 and not yet posted, is read off
      * tonight's TRANFILE and FEERECV as ADVBOB00 does, and a
      * FEEBIL00 debit dated today on YRTRN is taken to be the same
      * billing and not counted twice. Items dated outside the year
      * -- last year's December billing posted in January -- belong
      * to the year they were raised in.
      *
      * The statements are written to CSTSTM in the STMGEN00 print
      * format, each opening on the rule line and 'STATEMENT: '
      * header ESTMXT00 splits on, so they are routed to print or
      * e-delivery by the client's delivery preference the same way
      * the monthly statements are: ESTMXT00 runs with CSTSTM on its
      * STMTFILE DD and the CSTREL token on its STMREL DD. The token
      * is written only when every cost item collected landed on a
      * statement; an item for a portfolio the master does not carry
      * is a break, listed on the CSTRPT control report, and holds
      * the run.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSTDSC00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE
               ASSIGN TO TAXPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PORTFOLIO-FILE
               ASSIGN TO PORTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PORT-ID
               FILE STATUS IS WS-PORT-STATUS.

           SELECT YEAR-TRAN-FILE
               ASSIGN TO YRTRN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-YTR-STATUS.

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

           SELECT SNAPSHOT-HISTORY-FILE
               ASSIGN TO YRSNAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.

           SELECT SUMMARY-FILE
               ASSIGN TO YRSUM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUM-STATUS.

           SELECT FUND-EXPENSE-FILE
               ASSIGN TO FNDEXP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FXP-KEY
               FILE STATUS IS WS-FXP-STATUS.

           SELECT COST-STATEMENT-FILE
               ASSIGN TO CSTSTM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.

           SELECT RELEASE-TOKEN-FILE
               ASSIGN TO CSTREL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.

           SELECT CONTROL-REPORT
               ASSIGN TO CSTRPT
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
       01  PARM-RECORD.
           05  TAX-PARM-YEAR           PIC X(04).
           05  FILLER                  PIC X(76).

       FD  PORTFOLIO-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PORTFLIO.

       FD  YEAR-TRAN-FILE
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

       FD  SNAPSHOT-HISTORY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  SNAPSHOT-RECORD.
           05  SNP-PORTFOLIO-ID        PIC X(08).
           05  SNP-DATE                PIC X(08).
           05  SNP-INVESTMENT-ID       PIC X(10).
           05  SNP-QUANTITY            PIC S9(11)V9(4) COMP-3.
           05  SNP-COST-BASIS          PIC S9(13)V9(2) COMP-3.
           05  SNP-MARKET-VALUE        PIC S9(13)V9(2) COMP-3.
           05  SNP-BASE-VALUE          PIC S9(13)V9(2) COMP-3.
           05  FILLER                  PIC X(142).

       FD  SUMMARY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY STMSUM.

       FD  FUND-EXPENSE-FILE.
       COPY FNDEXP.

       FD  COST-STATEMENT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  STATEMENT-LINE              PIC X(132).

       FD  RELEASE-TOKEN-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY STMREL.

       FD  CONTROL-REPORT
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
           05  WS-MKL-REPORT-ID        PIC X(08) VALUE 'CSTDSC00'.
           05  WS-MKL-LEVEL            PIC X(01).

      *    Cycle within the processing date this run belongs to --
      *    the overnight/scheduler-built sequence is cycle 1.
       01  WS-CYCLE-NO             PIC 9(2) VALUE 1.

       01  WS-FILE-STATUS.
           05  WS-PARM-STATUS          PIC X(2).
           05  WS-PORT-STATUS          PIC X(2).
           05  WS-YTR-STATUS           PIC X(2).
           05  WS-TRAN-STATUS          PIC X(2).
           05  WS-RCV-STATUS           PIC X(2).
           05  WS-SNAP-STATUS          PIC X(2).
           05  WS-SUM-STATUS           PIC X(2).
           05  WS-FXP-STATUS           PIC X(2).
           05  WS-STMT-STATUS          PIC X(2).
           05  WS-REL-STATUS           PIC X(2).
           05  WS-RPT-STATUS           PIC X(2).
           05  WS-BCT-STATUS           PIC X(2).

       01  WS-CONSTANTS.
      *    CSTDSC00's position in the SEQ-YEAR-END stream -- fourth,
      *    after INCEXT00.
           05  WS-SEQUENCE-NO          PIC 9(4) VALUE 4.
           05  WS-MAX-ACCOUNTS         PIC 9(4) COMP VALUE 5000.
           05  WS-MAX-IMAGES           PIC 9(2) COMP VALUE 24.

       01  WS-SWITCHES.
           05  WS-PORT-EOF-SW          PIC X(1) VALUE 'N'.
               88  WS-PORT-EOF              VALUE 'Y'.
           05  WS-YTR-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-YTR-EOF               VALUE 'Y'.
           05  WS-TRAN-EOF-SW          PIC X(1) VALUE 'N'.
               88  WS-TRAN-EOF              VALUE 'Y'.
           05  WS-RCV-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-RCV-EOF               VALUE 'Y'.
           05  WS-SNAP-EOF-SW          PIC X(1) VALUE 'N'.
               88  WS-SNAP-EOF              VALUE 'Y'.
           05  WS-SUM-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-SUM-EOF               VALUE 'Y'.
           05  WS-FXP-AVAIL-SW         PIC X(1) VALUE 'N'.
               88  WS-FXP-AVAILABLE         VALUE 'Y'.
           05  WS-ACCT-FOUND-SW        PIC X(1) VALUE 'N'.
               88  WS-ACCT-FOUND            VALUE 'Y'.
               88  WS-ACCT-NOT-FOUND        VALUE 'N'.
           05  WS-IMAGE-FOUND-SW       PIC X(1) VALUE 'N'.
               88  WS-IMAGE-FOUND           VALUE 'Y'.
               88  WS-IMAGE-NOT-FOUND       VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                     PIC X(8).
           05  WS-CURRENT-TIME8        PIC 9(8).
           05  WS-TAX-YEAR             PIC X(4).
           05  WS-YEAR-START           PIC X(8).
           05  WS-YEAR-END             PIC X(8).
           05  WS-KEY-PORTFOLIO        PIC X(8).
           05  WS-LOW                  PIC 9(4) COMP.
           05  WS-HIGH                 PIC 9(4) COMP.
           05  WS-MID                  PIC 9(4) COMP.
           05  WS-ITEM-SOURCE          PIC X(12).
           05  WS-ITEM-AMOUNT          PIC S9(13)V9(2) COMP-3.
           05  WS-HOLDING-VALUE        PIC S9(13)V9(2) COMP-3.
           05  WS-LAST-FUND-ID         PIC X(10) VALUE SPACES.
           05  WS-LAST-FUND-RATIO      PIC 9(02)V9(04) VALUE ZERO.
           05  WS-AVG-ASSETS           PIC S9(13)V9(2) COMP-3.
           05  WS-FUND-COST            PIC S9(13)V9(2) COMP-3.
           05  WS-SERVICE-COST         PIC S9(13)V9(2) COMP-3.
           05  WS-TRADING-COST         PIC S9(13)V9(2) COMP-3.
           05  WS-TOTAL-COST           PIC S9(13)V9(2) COMP-3.
           05  WS-LINE-AMOUNT          PIC S9(13)V9(2) COMP-3.
           05  WS-LINE-PCT             PIC S9(3)V9(4) COMP-3.

      *----------------------------------------------------------------*
      * One entry per portfolio on the master, in PORT-ID order as
      * the master is read, so lookups can halve the table.
      *----------------------------------------------------------------*
       01  WS-ACCOUNT-TABLE.
           05  WS-ACCT-COUNT           PIC 9(4) COMP VALUE 0.
           05  WS-ACCT-ENTRY OCCURS 5000 TIMES.
               10  WS-ACC-PORTFOLIO    PIC X(8).
               10  WS-ACC-ACCOUNT-NO   PIC X(10).
               10  WS-ACC-NAME         PIC X(30).
               10  WS-ACC-JOINT        PIC X(30).
               10  WS-ACC-STATEMENTS   PIC 9(3) COMP.
               10  WS-ACC-ASSET-SUM    PIC S9(15)V9(2) COMP-3.
               10  WS-ACC-MGMT-FEES    PIC S9(13)V9(2) COMP-3.
               10  WS-ACC-OTHER-FEES   PIC S9(13)V9(2) COMP-3.
               10  WS-ACC-COMMISSION   PIC S9(13)V9(2) COMP-3.
               10  WS-ACC-EXCH-FEES    PIC S9(13)V9(2) COMP-3.
               10  WS-ACC-OTHER-CHG    PIC S9(13)V9(2) COMP-3.
               10  WS-ACC-FUND-WEIGHTED
                                       PIC S9(15)V9(4) COMP-3.

      *    The distinct month-end image dates inside the year.
       01  WS-IMAGE-TABLE.
           05  WS-IMAGE-COUNT          PIC 9(2) COMP VALUE 0.
           05  WS-IMAGE-DATE OCCURS 24 TIMES
                                       PIC X(8).

       01  WS-SUBSCRIPTS.
           05  WS-ACCT-IX              PIC 9(4) COMP.
           05  WS-IMAGE-IX             PIC 9(2) COMP.

       01  WS-COUNTERS.
           05  WS-TRANS-USED           PIC 9(9) COMP VALUE 0.
           05  WS-INVOICES-USED        PIC 9(7) COMP VALUE 0.
           05  WS-FUND-HOLDINGS        PIC 9(9) COMP VALUE 0.
           05  WS-STATEMENTS-WRITTEN   PIC 9(7) COMP VALUE 0.
           05  WS-BREAK-COUNT          PIC 9(7) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       01  WS-TOTALS.
           05  WS-TOT-MGMT-FEES        PIC S9(15)V9(2) COMP-3
                                           VALUE ZERO.
           05  WS-TOT-OTHER-FEES       PIC S9(15)V9(2) COMP-3
                                           VALUE ZERO.
           05  WS-TOT-COMMISSION       PIC S9(15)V9(2) COMP-3
                                           VALUE ZERO.
           05  WS-TOT-EXCH-FEES        PIC S9(15)V9(2) COMP-3
                                           VALUE ZERO.
           05  WS-TOT-OTHER-CHG        PIC S9(15)V9(2) COMP-3
                                           VALUE ZERO.
           05  WS-TOT-FUND-COST        PIC S9(15)V9(2) COMP-3
                                           VALUE ZERO.
           05  WS-TOT-COSTS            PIC S9(15)V9(2) COMP-3
                                           VALUE ZERO.

       01  WS-STATEMENT-LINES.
           05  WS-RULE-LINE            PIC X(132) VALUE ALL '='.
           05  WS-HDR-LINE1.
               10  FILLER              PIC X(11) VALUE 'STATEMENT: '.
               10  WS-HDR-PORTFOLIO    PIC X(8).
               10  FILLER              PIC X(10) VALUE '  ACCOUNT '.
               10  WS-HDR-ACCOUNT      PIC X(10).
               10  FILLER              PIC X(8)  VALUE '  AS OF '.
               10  WS-HDR-DATE         PIC X(8).
               10  FILLER              PIC X(77) VALUE SPACES.
           05  WS-HDR-LINE2.
               10  FILLER              PIC X(16) VALUE
                   'ACCOUNT HOLDER: '.
               10  WS-HDR-CLIENT       PIC X(30).
               10  FILLER              PIC X(13) VALUE ' JOINT OWNER:'.
               10  WS-HDR-JOINT        PIC X(30).
               10  FILLER              PIC X(43) VALUE SPACES.
           05  WS-TITLE-LINE.
               10  FILLER              PIC X(45) VALUE
                   'ANNUAL COSTS AND CHARGES DISCLOSURE FOR YEAR '.
               10  WS-TTL-YEAR         PIC X(4).
               10  FILLER              PIC X(83) VALUE SPACES.
           05  WS-ASSETS-LINE.
               10  FILLER              PIC X(40) VALUE
                   'AVERAGE ASSETS OVER THE YEAR'.
               10  WS-AST-AMOUNT       PIC $$$$,$$$,$$9.99-.
               10  FILLER              PIC X(76) VALUE SPACES.
           05  WS-COLUMN-LINE.
               10  FILLER              PIC X(40) VALUE SPACES.
               10  FILLER              PIC X(16) VALUE
                   '          AMOUNT'.
               10  FILLER              PIC X(14) VALUE
                   '   % OF ASSETS'.
               10  FILLER              PIC X(62) VALUE SPACES.
           05  WS-GROUP-LINE.
               10  WS-GRP-TITLE        PIC X(60).
               10  FILLER              PIC X(72) VALUE SPACES.
           05  WS-COST-LINE.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-CST-LABEL        PIC X(38).
               10  WS-CST-AMOUNT       PIC $$$$,$$$,$$9.99-.
               10  FILLER              PIC X(4)  VALUE SPACES.
               10  WS-CST-PCT          PIC ZZ9.9999-.
               10  FILLER              PIC X(1)  VALUE '%'.
               10  FILLER              PIC X(62) VALUE SPACES.
           05  WS-EFFECT-LINE.
               10  FILLER              PIC X(43) VALUE
                   'CUMULATIVE EFFECT OF COSTS ON YOUR RETURN: '.
               10  FILLER              PIC X(18) VALUE
                   'RETURN REDUCED BY '.
               10  WS-EFF-PCT          PIC ZZ9.9999-.
               10  FILLER              PIC X(3)  VALUE '%, '.
               10  WS-EFF-AMOUNT       PIC $$$$,$$$,$$9.99-.
               10  FILLER              PIC X(43) VALUE SPACES.
           05  WS-BLANK-LINE           PIC X(132) VALUE SPACES.

       01  WS-REPORT-LINES.
           05  WS-RPT-HDR-LINE.
               10  FILLER              PIC X(40) VALUE
                   'COSTS AND CHARGES DISCLOSURE RUN  YEAR '.
               10  WS-RPH-YEAR         PIC X(4).
               10  FILLER              PIC X(88) VALUE SPACES.
           05  WS-BREAK-LINE.
               10  FILLER              PIC X(31) VALUE
                   'BREAK  NO PORTFOLIO ON MASTER: '.
               10  WS-BRK-PORTFOLIO    PIC X(8).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-BRK-SOURCE       PIC X(12).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-BRK-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(62) VALUE SPACES.
           05  WS-TOTAL-LINE.
               10  WS-TTL-LABEL        PIC X(40).
               10  WS-TTL-AMOUNT       PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(73) VALUE SPACES.
           05  WS-RESULT-LINE.
               10  WS-RES-TEXT         PIC X(60).
               10  FILLER              PIC X(72) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           IF ERR-TEXT = SPACES
               PERFORM 2100-LOAD-PORTFOLIO
                   UNTIL WS-PORT-EOF
               PERFORM 2200-LOAD-SUMMARY
                   UNTIL WS-SUM-EOF
               PERFORM 2300-LOAD-YEAR-TRANSACTION
                   UNTIL WS-YTR-EOF
               PERFORM 2400-LOAD-TONIGHT-FEE
                   UNTIL WS-TRAN-EOF
               PERFORM 2500-LOAD-INVOICE
                   UNTIL WS-RCV-EOF
               PERFORM 2600-LOAD-FUND-HOLDING
                   UNTIL WS-SNAP-EOF

               PERFORM 3000-WRITE-STATEMENT
                   VARYING WS-ACCT-IX FROM 1 BY 1
                   UNTIL WS-ACCT-IX > WS-ACCT-COUNT

               PERFORM 3500-DECIDE-RELEASE
           END-IF

           PERFORM 4000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           CALL 'MSKLVL00' USING WS-MASK-LEVEL-REQUEST

           OPEN I-O BATCH-CONTROL-FILE
           IF WS-BCT-STATUS NOT = '00'
               MOVE 'Error opening control file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           PERFORM 1200-INIT-CHECKPOINT

           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
               MOVE 'Error opening tax year parameter' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF
           READ PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
           OR TAX-PARM-YEAR NOT NUMERIC
               MOVE 'Tax year parameter missing or invalid' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               CLOSE PARM-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE TAX-PARM-YEAR TO WS-TAX-YEAR
           CLOSE PARM-FILE

           STRING WS-TAX-YEAR '0101' DELIMITED BY SIZE
               INTO WS-YEAR-START
           STRING WS-TAX-YEAR '1231' DELIMITED BY SIZE
               INTO WS-YEAR-END

           OPEN INPUT PORTFOLIO-FILE
           IF WS-PORT-STATUS NOT = '00'
               MOVE 'Error opening portfolio file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT YEAR-TRAN-FILE
           IF WS-YTR-STATUS NOT = '00'
               MOVE 'Error opening year transaction file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

      *    The supporting files are optional: no FEERECV means no
      *    direct-billed clients, no FNDEXP no fund costs, and so on.
           OPEN INPUT TONIGHT-TRAN-FILE
           IF WS-TRAN-STATUS NOT = '00'
               SET WS-TRAN-EOF TO TRUE
           END-IF

           OPEN INPUT RECEIVABLE-FILE
           IF WS-RCV-STATUS NOT = '00'
               SET WS-RCV-EOF TO TRUE
           END-IF

           OPEN INPUT SUMMARY-FILE
           IF WS-SUM-STATUS NOT = '00'
               SET WS-SUM-EOF TO TRUE
           END-IF

           OPEN INPUT FUND-EXPENSE-FILE
           IF WS-FXP-STATUS = '00'
               SET WS-FXP-AVAILABLE TO TRUE
           END-IF

           OPEN INPUT SNAPSHOT-HISTORY-FILE
           IF WS-SNAP-STATUS NOT = '00'
           OR NOT WS-FXP-AVAILABLE
               SET WS-SNAP-EOF TO TRUE
           END-IF

           OPEN OUTPUT COST-STATEMENT-FILE
           IF WS-STMT-STATUS NOT = '00'
               MOVE 'Error opening cost statement file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT CONTROL-REPORT
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'Error opening cost control report' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TAX-YEAR TO WS-RPH-YEAR
           WRITE REPORT-RECORD FROM WS-RPT-HDR-LINE
           .

       1200-INIT-CHECKPOINT.
           MOVE 'CSTDSC00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for CSTDSC00' TO
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

       2100-LOAD-PORTFOLIO.
           READ PORTFOLIO-FILE NEXT RECORD
               AT END
                   SET WS-PORT-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF WS-ACCT-COUNT NOT < WS-MAX-ACCOUNTS
               MOVE 'Disclosure account table full' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               SET WS-PORT-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ACCT-COUNT
           MOVE WS-ACCT-COUNT TO WS-ACCT-IX
           INITIALIZE WS-ACCT-ENTRY(WS-ACCT-IX)
           MOVE PORT-ID               TO WS-ACC-PORTFOLIO(WS-ACCT-IX)
           MOVE PORT-ACCOUNT-NO       TO WS-ACC-ACCOUNT-NO(WS-ACCT-IX)
           MOVE PORT-CLIENT-NAME      TO WS-ACC-NAME(WS-ACCT-IX)
           MOVE PORT-JOINT-OWNER-NAME TO WS-ACC-JOINT(WS-ACCT-IX)
           .

      *    One month-end statement in the year toward the average
      *    assets.
       2200-LOAD-SUMMARY.
           READ SUMMARY-FILE
               AT END
                   SET WS-SUM-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF STS-STATEMENT-DATE < WS-YEAR-START
           OR STS-STATEMENT-DATE > WS-YEAR-END
               EXIT PARAGRAPH
           END-IF

           MOVE STS-PORTFOLIO-ID TO WS-KEY-PORTFOLIO
           PERFORM 2900-FIND-ACCOUNT
           IF WS-ACCT-FOUND
               ADD 1 TO WS-ACC-STATEMENTS(WS-ACCT-IX)
               ADD STS-CLOSING-VALUE STS-CASH-BALANCE
                 TO WS-ACC-ASSET-SUM(WS-ACCT-IX)
           END-IF
           .

       2300-LOAD-YEAR-TRANSACTION.
           READ YEAR-TRAN-FILE
               AT END
                   SET WS-YTR-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF TRN-DATE = '*HEADER ' OR TRN-DATE = '*TRAILER'
               EXIT PARAGRAPH
           END-IF

           IF NOT TRN-STATUS-DONE
           OR TRN-DATE < WS-YEAR-START
           OR TRN-DATE > WS-YEAR-END
               EXIT PARAGRAPH
           END-IF

      *    Tonight's billing is read off tonight's queue.
           IF TRN-TYPE-FEE
           AND TRN-PROCESS-USER = 'FEEBIL00'
           AND TRN-DATE = WS-CURRENT-DATE-X
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN TRN-TYPE-BUY
               WHEN TRN-TYPE-SELL
               WHEN TRN-TYPE-SHORT
               WHEN TRN-TYPE-COVER
                   CONTINUE
               WHEN TRN-TYPE-FEE
               AND  TRN-PROCESS-USER NOT = 'CSHINT00'
                   CONTINUE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           ADD 1 TO WS-TRANS-USED
           MOVE TRN-PORTFOLIO-ID TO WS-KEY-PORTFOLIO
           PERFORM 2900-FIND-ACCOUNT

           IF TRN-TYPE-FEE
               MOVE TRN-AMOUNT TO WS-ITEM-AMOUNT
               IF TRN-PROCESS-USER = 'FEEBIL00'
                   MOVE 'FEE DEBIT' TO WS-ITEM-SOURCE
                   ADD TRN-AMOUNT TO WS-TOT-MGMT-FEES
                   IF WS-ACCT-FOUND
                       ADD TRN-AMOUNT
                         TO WS-ACC-MGMT-FEES(WS-ACCT-IX)
                   END-IF
               ELSE
                   MOVE 'ACCOUNT FEE' TO WS-ITEM-SOURCE
                   ADD TRN-AMOUNT TO WS-TOT-OTHER-FEES
                   IF WS-ACCT-FOUND
                       ADD TRN-AMOUNT
                         TO WS-ACC-OTHER-FEES(WS-ACCT-IX)
                   END-IF
               END-IF
               PERFORM 2950-CHECK-BREAK
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-ITEM-AMOUNT
           IF TRN-COMMISSION NUMERIC
               ADD TRN-COMMISSION TO WS-ITEM-AMOUNT
                                     WS-TOT-COMMISSION
               IF WS-ACCT-FOUND
                   ADD TRN-COMMISSION TO WS-ACC-COMMISSION(WS-ACCT-IX)
               END-IF
           END-IF
           IF TRN-EXCH-FEE NUMERIC
               ADD TRN-EXCH-FEE TO WS-ITEM-AMOUNT
                                   WS-TOT-EXCH-FEES
               IF WS-ACCT-FOUND
                   ADD TRN-EXCH-FEE TO WS-ACC-EXCH-FEES(WS-ACCT-IX)
               END-IF
           END-IF
           IF TRN-OTHER-CHARGE NUMERIC
               ADD TRN-OTHER-CHARGE TO WS-ITEM-AMOUNT
                                       WS-TOT-OTHER-CHG
               IF WS-ACCT-FOUND
                   ADD TRN-OTHER-CHARGE
                     TO WS-ACC-OTHER-CHG(WS-ACCT-IX)
               END-IF
           END-IF
           MOVE 'TRADE COSTS' TO WS-ITEM-SOURCE
           PERFORM 2950-CHECK-BREAK
           .

      *----------------------------------------------------------------*
      * Tonight's quarter-end billing, queued for the next cycle to
      * post.
      *----------------------------------------------------------------*
       2400-LOAD-TONIGHT-FEE.
           READ TONIGHT-TRAN-FILE
               AT END
                   SET WS-TRAN-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF TNT-DATE NOT = WS-CURRENT-DATE-X
           OR TNT-DATE < WS-YEAR-START
           OR TNT-DATE > WS-YEAR-END
           OR TNT-TYPE NOT = 'FE'
           OR TNT-PROCESS-USER NOT = 'FEEBIL00'
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TRANS-USED
           ADD TNT-AMOUNT TO WS-TOT-MGMT-FEES
           MOVE TNT-PORTFOLIO-ID TO WS-KEY-PORTFOLIO
           PERFORM 2900-FIND-ACCOUNT
           IF WS-ACCT-FOUND
               ADD TNT-AMOUNT TO WS-ACC-MGMT-FEES(WS-ACCT-IX)
           END-IF
           MOVE 'FEE DEBIT'  TO WS-ITEM-SOURCE
           MOVE TNT-AMOUNT   TO WS-ITEM-AMOUNT
           PERFORM 2950-CHECK-BREAK
           .

      *    Fees invoiced to direct-billed clients in the year.
       2500-LOAD-INVOICE.
           READ RECEIVABLE-FILE NEXT RECORD
               AT END
                   SET WS-RCV-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF RCV-INVOICE-DATE < WS-YEAR-START
           OR RCV-INVOICE-DATE > WS-YEAR-END
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-INVOICES-USED
           ADD RCV-AMOUNT TO WS-TOT-MGMT-FEES
           MOVE RCV-PORTFOLIO-ID TO WS-KEY-PORTFOLIO
           PERFORM 2900-FIND-ACCOUNT
           IF WS-ACCT-FOUND
               ADD RCV-AMOUNT TO WS-ACC-MGMT-FEES(WS-ACCT-IX)
           END-IF
           MOVE 'FEE INVOICE' TO WS-ITEM-SOURCE
           MOVE RCV-AMOUNT    TO WS-ITEM-AMOUNT
           PERFORM 2950-CHECK-BREAK
           .

      *----------------------------------------------------------------*
      * One holding on one month-end image. A fund on FNDEXP adds
      * its value at the fund's annual rate; averaging over the
      * year's images once they are all in gives the year's cost.
      *----------------------------------------------------------------*
       2600-LOAD-FUND-HOLDING.
           READ SNAPSHOT-HISTORY-FILE
               AT END
                   SET WS-SNAP-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF SNP-DATE < WS-YEAR-START
           OR SNP-DATE > WS-YEAR-END
               EXIT PARAGRAPH
           END-IF

           PERFORM 2650-NOTE-IMAGE-DATE

           IF SNP-INVESTMENT-ID NOT = WS-LAST-FUND-ID
               MOVE SNP-INVESTMENT-ID TO WS-LAST-FUND-ID
                                         FXP-FUND-ID
               READ FUND-EXPENSE-FILE
                   INVALID KEY
                       MOVE ZERO TO FXP-EXPENSE-RATIO
               END-READ
               IF FXP-EXPENSE-RATIO NUMERIC
                   MOVE FXP-EXPENSE-RATIO TO WS-LAST-FUND-RATIO
               ELSE
                   MOVE ZERO TO WS-LAST-FUND-RATIO
               END-IF
           END-IF

           IF WS-LAST-FUND-RATIO = ZERO
               EXIT PARAGRAPH
           END-IF

           IF SNP-BASE-VALUE NUMERIC
               MOVE SNP-BASE-VALUE   TO WS-HOLDING-VALUE
           ELSE
               MOVE SNP-MARKET-VALUE TO WS-HOLDING-VALUE
           END-IF

           MOVE SNP-PORTFOLIO-ID TO WS-KEY-PORTFOLIO
           PERFORM 2900-FIND-ACCOUNT
           IF WS-ACCT-FOUND
               ADD 1 TO WS-FUND-HOLDINGS
               COMPUTE WS-ACC-FUND-WEIGHTED(WS-ACCT-IX) =
                   WS-ACC-FUND-WEIGHTED(WS-ACCT-IX)
                 + WS-HOLDING-VALUE * WS-LAST-FUND-RATIO / 100
           END-IF
           .

       2650-NOTE-IMAGE-DATE.
           SET WS-IMAGE-NOT-FOUND TO TRUE
           PERFORM VARYING WS-IMAGE-IX FROM 1 BY 1
                   UNTIL WS-IMAGE-IX > WS-IMAGE-COUNT
                   OR WS-IMAGE-FOUND
               IF WS-IMAGE-DATE(WS-IMAGE-IX) = SNP-DATE
                   SET WS-IMAGE-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-IMAGE-NOT-FOUND
           AND WS-IMAGE-COUNT < WS-MAX-IMAGES
               ADD 1 TO WS-IMAGE-COUNT
               MOVE SNP-DATE TO WS-IMAGE-DATE(WS-IMAGE-COUNT)
           END-IF
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

      *    A cost item no statement will carry.
       2950-CHECK-BREAK.
           IF WS-ACCT-FOUND
           OR WS-ITEM-AMOUNT = ZERO
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-BREAK-COUNT
           MOVE WS-KEY-PORTFOLIO TO WS-BRK-PORTFOLIO
           MOVE WS-ITEM-SOURCE   TO WS-BRK-SOURCE
           MOVE WS-ITEM-AMOUNT   TO WS-BRK-AMOUNT
           WRITE REPORT-RECORD FROM WS-BREAK-LINE
           .

      *----------------------------------------------------------------*
      * One client's disclosure. A portfolio with no statement and
      * no cost in the year had no relationship with us in it and
      * gets none.
      *----------------------------------------------------------------*
       3000-WRITE-STATEMENT.
           MOVE ZERO TO WS-AVG-ASSETS
                        WS-FUND-COST
           IF WS-ACC-STATEMENTS(WS-ACCT-IX) > ZERO
               COMPUTE WS-AVG-ASSETS ROUNDED =
                   WS-ACC-ASSET-SUM(WS-ACCT-IX)
                 / WS-ACC-STATEMENTS(WS-ACCT-IX)
           END-IF
           IF WS-IMAGE-COUNT > ZERO
               COMPUTE WS-FUND-COST ROUNDED =
                   WS-ACC-FUND-WEIGHTED(WS-ACCT-IX) / WS-IMAGE-COUNT
           END-IF

           COMPUTE WS-SERVICE-COST =
               WS-ACC-MGMT-FEES(WS-ACCT-IX)
             + WS-ACC-OTHER-FEES(WS-ACCT-IX)
           COMPUTE WS-TRADING-COST =
               WS-ACC-COMMISSION(WS-ACCT-IX)
             + WS-ACC-EXCH-FEES(WS-ACCT-IX)
             + WS-ACC-OTHER-CHG(WS-ACCT-IX)
           COMPUTE WS-TOTAL-COST =
               WS-SERVICE-COST + WS-TRADING-COST + WS-FUND-COST

           IF WS-ACC-STATEMENTS(WS-ACCT-IX) = ZERO
           AND WS-TOTAL-COST = ZERO
               EXIT PARAGRAPH
           END-IF

           ADD WS-FUND-COST  TO WS-TOT-FUND-COST
           ADD WS-TOTAL-COST TO WS-TOT-COSTS
           ADD 1 TO WS-STATEMENTS-WRITTEN

           WRITE STATEMENT-LINE FROM WS-RULE-LINE
           MOVE WS-ACC-PORTFOLIO(WS-ACCT-IX)  TO WS-HDR-PORTFOLIO
           MOVE WS-MKL-LEVEL                  TO MSK-LEVEL
           MOVE WS-ACC-ACCOUNT-NO(WS-ACCT-IX) TO MSK-ACCOUNT-NO
           MOVE WS-ACC-NAME(WS-ACCT-IX)       TO MSK-CLIENT-NAME
           CALL 'IDMASK00' USING IDMASK-REQUEST
           MOVE MSK-ACCOUNT-NO                TO WS-HDR-ACCOUNT
           MOVE WS-CURRENT-DATE-X             TO WS-HDR-DATE
           WRITE STATEMENT-LINE FROM WS-HDR-LINE1
           MOVE MSK-CLIENT-NAME               TO WS-HDR-CLIENT
           MOVE SPACES                        TO MSK-ACCOUNT-NO
           MOVE WS-ACC-JOINT(WS-ACCT-IX)      TO MSK-CLIENT-NAME
           CALL 'IDMASK00' USING IDMASK-REQUEST
           MOVE MSK-CLIENT-NAME               TO WS-HDR-JOINT
           WRITE STATEMENT-LINE FROM WS-HDR-LINE2
           WRITE STATEMENT-LINE FROM WS-BLANK-LINE
           MOVE WS-TAX-YEAR TO WS-TTL-YEAR
           WRITE STATEMENT-LINE FROM WS-TITLE-LINE
           MOVE WS-AVG-ASSETS TO WS-AST-AMOUNT
           WRITE STATEMENT-LINE FROM WS-ASSETS-LINE
           WRITE STATEMENT-LINE FROM WS-BLANK-LINE
           WRITE STATEMENT-LINE FROM WS-COLUMN-LINE

           MOVE 'SERVICE COSTS PAID TO US' TO WS-GRP-TITLE
           WRITE STATEMENT-LINE FROM WS-GROUP-LINE
           MOVE 'ADVISORY AND MANAGEMENT FEES' TO WS-CST-LABEL
           MOVE WS-ACC-MGMT-FEES(WS-ACCT-IX)   TO WS-LINE-AMOUNT
           PERFORM 3100-WRITE-COST-LINE
           MOVE 'OTHER ACCOUNT FEES'           TO WS-CST-LABEL
           MOVE WS-ACC-OTHER-FEES(WS-ACCT-IX)  TO WS-LINE-AMOUNT
           PERFORM 3100-WRITE-COST-LINE

           MOVE 'TRANSACTION COSTS' TO WS-GRP-TITLE
           WRITE STATEMENT-LINE FROM WS-GROUP-LINE
           MOVE 'COMMISSIONS'                  TO WS-CST-LABEL
           MOVE WS-ACC-COMMISSION(WS-ACCT-IX)  TO WS-LINE-AMOUNT
           PERFORM 3100-WRITE-COST-LINE
           MOVE 'EXCHANGE FEES'                TO WS-CST-LABEL
           MOVE WS-ACC-EXCH-FEES(WS-ACCT-IX)   TO WS-LINE-AMOUNT
           PERFORM 3100-WRITE-COST-LINE
           MOVE 'OTHER TRANSACTION CHARGES'    TO WS-CST-LABEL
           MOVE WS-ACC-OTHER-CHG(WS-ACCT-IX)   TO WS-LINE-AMOUNT
           PERFORM 3100-WRITE-COST-LINE

           MOVE 'PRODUCT COSTS' TO WS-GRP-TITLE
           WRITE STATEMENT-LINE FROM WS-GROUP-LINE
           MOVE 'ONGOING CHARGES OF FUNDS HELD' TO WS-CST-LABEL
           MOVE WS-FUND-COST                    TO WS-LINE-AMOUNT
           PERFORM 3100-WRITE-COST-LINE

           WRITE STATEMENT-LINE FROM WS-BLANK-LINE
           MOVE 'TOTAL COSTS AND CHARGES' TO WS-CST-LABEL
           MOVE WS-TOTAL-COST             TO WS-LINE-AMOUNT
           PERFORM 3100-WRITE-COST-LINE

           MOVE WS-LINE-PCT   TO WS-EFF-PCT
           MOVE WS-TOTAL-COST TO WS-EFF-AMOUNT
           WRITE STATEMENT-LINE FROM WS-EFFECT-LINE
           .

       3100-WRITE-COST-LINE.
           MOVE ZERO TO WS-LINE-PCT
           IF WS-AVG-ASSETS > ZERO
               COMPUTE WS-LINE-PCT ROUNDED =
                   WS-LINE-AMOUNT * 100 / WS-AVG-ASSETS
                   ON SIZE ERROR
                       MOVE 999.9999 TO WS-LINE-PCT
               END-COMPUTE
           END-IF
           MOVE WS-LINE-AMOUNT TO WS-CST-AMOUNT
           MOVE WS-LINE-PCT    TO WS-CST-PCT
           WRITE STATEMENT-LINE FROM WS-COST-LINE
           .

      *----------------------------------------------------------------*
      * Every cost collected is on a statement: release the run to
      * ESTMXT00. Otherwise hold it -- no token -- and end in error
      * so the breaks are looked at.
      *----------------------------------------------------------------*
       3500-DECIDE-RELEASE.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'ADVISORY AND MANAGEMENT FEES' TO WS-TTL-LABEL
           MOVE WS-TOT-MGMT-FEES               TO WS-TTL-AMOUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'OTHER ACCOUNT FEES'           TO WS-TTL-LABEL
           MOVE WS-TOT-OTHER-FEES              TO WS-TTL-AMOUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'COMMISSIONS'                  TO WS-TTL-LABEL
           MOVE WS-TOT-COMMISSION              TO WS-TTL-AMOUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'EXCHANGE FEES'                TO WS-TTL-LABEL
           MOVE WS-TOT-EXCH-FEES               TO WS-TTL-AMOUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'OTHER TRANSACTION CHARGES'    TO WS-TTL-LABEL
           MOVE WS-TOT-OTHER-CHG               TO WS-TTL-AMOUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'ONGOING CHARGES OF FUNDS HELD' TO WS-TTL-LABEL
           MOVE WS-TOT-FUND-COST               TO WS-TTL-AMOUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'TOTAL DISCLOSED ON STATEMENTS' TO WS-TTL-LABEL
           MOVE WS-TOT-COSTS                   TO WS-TTL-AMOUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE

           IF WS-BREAK-COUNT = ZERO
               MOVE 'RELEASED - ALL COSTS ON A STATEMENT'
                 TO WS-RES-TEXT
               PERFORM 3600-WRITE-RELEASE-TOKEN
           ELSE
               MOVE 'HELD - COST ITEMS WITH NO STATEMENT'
                 TO WS-RES-TEXT
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'CSTDSC00: release held, '
                       WS-BREAK-COUNT ' cost item break(s)'
           END-IF

           WRITE REPORT-RECORD FROM WS-RESULT-LINE
           .

       3600-WRITE-RELEASE-TOKEN.
           OPEN OUTPUT RELEASE-TOKEN-FILE
           IF WS-REL-STATUS NOT = '00'
               MOVE 'Error opening cost release token' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           INITIALIZE RELEASE-TOKEN-RECORD
           MOVE 'RELEASED'            TO REL-STATUS
           MOVE WS-CURRENT-DATE-X     TO REL-STATEMENT-DATE
           MOVE WS-STATEMENTS-WRITTEN TO REL-STATEMENT-COUNT
           MOVE WS-BREAK-COUNT        TO REL-BREAK-COUNT
           MOVE 'N'                   TO REL-OVERRIDE-SW
           WRITE RELEASE-TOKEN-RECORD

           CLOSE RELEASE-TOKEN-FILE
           .

       4000-TERMINATE.
           PERFORM 4100-UPDATE-COMPLETION

           CLOSE BATCH-CONTROL-FILE
                 PORTFOLIO-FILE
                 YEAR-TRAN-FILE
                 COST-STATEMENT-FILE
                 CONTROL-REPORT
           IF WS-TRAN-STATUS NOT = '35'
               CLOSE TONIGHT-TRAN-FILE
           END-IF
           IF WS-RCV-STATUS NOT = '35'
               CLOSE RECEIVABLE-FILE
           END-IF
           IF WS-SUM-STATUS NOT = '35'
               CLOSE SUMMARY-FILE
           END-IF
           IF WS-FXP-AVAILABLE
               CLOSE FUND-EXPENSE-FILE
           END-IF
           IF WS-SNAP-STATUS NOT = '35'
               CLOSE SNAPSHOT-HISTORY-FILE
           END-IF

           DISPLAY 'CSTDSC00 Processing Statistics:'
           DISPLAY '  Tax year:             ' WS-TAX-YEAR
           DISPLAY '  Transactions used:    ' WS-TRANS-USED
           DISPLAY '  Invoices used:        ' WS-INVOICES-USED
           DISPLAY '  Fund holdings costed: ' WS-FUND-HOLDINGS
           DISPLAY '  Month-end images:     ' WS-IMAGE-COUNT
           DISPLAY '  Statements written:   ' WS-STATEMENTS-WRITTEN
           DISPLAY '  Breaks:               ' WS-BREAK-COUNT
           DISPLAY '  Errors:               ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       4100-UPDATE-COMPLETION.
           MOVE 'CSTDSC00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for CSTDSC00' TO
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
           MOVE 'CSTDSC00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
