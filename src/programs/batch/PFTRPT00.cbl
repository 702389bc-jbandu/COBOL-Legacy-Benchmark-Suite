      *================================================================*
      * Program Name: PFTRPT00
      * Description: Client Profitability Report
      * Version: 1.0
      * Date: 2026
      *
      * Month-end stream job; does its work at the quarter-end month
      * closes (March, June, September, December) and simply signs
      * off in the other months. For each portfolio, and each
      * household the HOUSHLD link file groups them into, sets the
      * quarter's revenue against what the relationship cost to
      * service:
      *
      * Revenue
      *  - fees billed: FEEBIL00's FE debits and FEERECV invoices
      *    raised in the quarter -- tonight's billing read off
      *    TRANFILE and FEERECV, as in ADVBOB00 -- and any other FE
      *    fee posted in the quarter;
      *  - net interest margin: the PFTPARM earning rate on the
      *    account's average cash, less the credit interest CSHINT00
      *    paid the client, plus the debit interest it charged;
      *  - retained charges: TRN-OTHER-CHARGE on the quarter's
      *    trades, and the commission too where the cost table says
      *    the firm keeps it.
      *
      * Cost, from the PFTPARM cost table: each trade, each
      * statement, the account itself, and custody basis points on
      * average assets.
      *
      * Average cash and assets are the mean of the quarter's
      * month-end statement summaries (the QTRSUM concatenation of
      * the quarter's STMSUM generations, tonight's included); the
      * transaction figures come from the QTRTRN concatenation of
      * the quarter's TRANFILEs. Anything dated before the quarter
      * began -- last quarter-end's billing and interest, posted in
      * this quarter's first cycle -- is left to the quarter it
      * belongs to.
      *
      * Portfolios and households are ranked by profit, and any
      * below the PFTPARM loss threshold are flagged LOSS.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PFTRPT00.

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

           SELECT QUARTER-TRAN-FILE
               ASSIGN TO QTRTRN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QTR-STATUS.

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

           SELECT SUMMARY-FILE
               ASSIGN TO QTRSUM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUM-STATUS.

           SELECT PFT-PARM-FILE
               ASSIGN TO PFTPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PROFIT-REPORT
               ASSIGN TO PFTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT BATCH-CONTROL-FILE
               ASSIGN TO BCHCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BCT-KEY
               FILE STATUS IS WS-BCT-STATUS.

           SELECT SORT-WORK
               ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  PORTFOLIO-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PORTFLIO.

       FD  HOUSEHOLD-FILE.
           COPY HOUSHLD.

       FD  QUARTER-TRAN-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY TRNREC.

      *    Tonight's queue carries the same layout; only the fields
      *    a billed fee or interest entry needs are named here.
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

       FD  SUMMARY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY STMSUM.

       FD  PFT-PARM-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PFTPARM.

       FD  PROFIT-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD               PIC X(132).

       FD  BATCH-CONTROL-FILE.
           COPY BCHCTL.

      *----------------------------------------------------------------*
      * Portfolios then households, each most profitable first.
      *----------------------------------------------------------------*
       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SRT-LEVEL               PIC X(01).
               88  SRT-PORTFOLIO-LEVEL      VALUE '1'.
               88  SRT-HOUSEHOLD-LEVEL      VALUE '2'.
           05  SRT-PROFIT              PIC S9(13)V9(2) COMP-3.
           05  SRT-ID                  PIC X(08).
           05  SRT-NAME                PIC X(30).
           05  SRT-HOUSEHOLD           PIC X(08).
           05  SRT-ACCOUNTS            PIC 9(05).
           05  SRT-FEES                PIC S9(13)V9(2) COMP-3.
           05  SRT-NIM                 PIC S9(13)V9(2) COMP-3.
           05  SRT-RETAINED            PIC S9(13)V9(2) COMP-3.
           05  SRT-REVENUE             PIC S9(13)V9(2) COMP-3.
           05  SRT-COSTS               PIC S9(13)V9(2) COMP-3.

       WORKING-STORAGE SECTION.
           COPY BCHCON.
           COPY ERRHAND.
           COPY IDMASK.

      *    Identifier masking level this report prints at (MSKPARM).
       01  WS-MASK-LEVEL-REQUEST.
           05  WS-MKL-REPORT-ID        PIC X(08) VALUE 'PFTRPT00'.
           05  WS-MKL-LEVEL            PIC X(01).

      *    Cycle within the processing date this run belongs to --
      *    the overnight/scheduler-built sequence is cycle 1.
       01  WS-CYCLE-NO             PIC 9(2) VALUE 1.

       01  WS-FILE-STATUS.
           05  WS-PORT-STATUS          PIC X(2).
           05  WS-HSH-STATUS           PIC X(2).
           05  WS-QTR-STATUS           PIC X(2).
           05  WS-TRAN-STATUS          PIC X(2).
           05  WS-RCV-STATUS           PIC X(2).
           05  WS-SUM-STATUS           PIC X(2).
           05  WS-PARM-STATUS          PIC X(2).
           05  WS-RPT-STATUS           PIC X(2).
           05  WS-BCT-STATUS           PIC X(2).

       01  WS-CONSTANTS.
      *    PFTRPT00's position in the SEQ-MONTH-END stream -- 26th,
      *    after FLWRPT00.
           05  WS-SEQUENCE-NO          PIC 9(4) VALUE 26.
           05  WS-MAX-ACCOUNTS         PIC 9(4) COMP VALUE 5000.
           05  WS-MAX-HOUSEHOLDS       PIC 9(4) COMP VALUE 1000.
           05  WS-QUARTERS-PER-YEAR    PIC 9(1) VALUE 4.

      *    Cost table; the PFTPARM card overrides.
       01  WS-COST-TABLE.
           05  WS-COST-PER-TRADE       PIC 9(05)V9(02) VALUE 15.00.
           05  WS-COST-PER-STMT        PIC 9(05)V9(02) VALUE 2.50.
           05  WS-COST-PER-ACCOUNT     PIC 9(05)V9(02) VALUE 25.00.
           05  WS-CUSTODY-BPS          PIC 9(03)V9(02) VALUE 2.00.
           05  WS-CASH-EARN-PCT        PIC 9(03)V9(02) VALUE ZERO.
           05  WS-COMMISSION-SW        PIC X(01) VALUE 'N'.
               88  WS-COMMISSION-RETAINED   VALUE 'Y'.
           05  WS-LOSS-THRESHOLD       PIC S9(07)V9(02) VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-PORT-EOF-SW          PIC X(1) VALUE 'N'.
               88  WS-PORT-EOF              VALUE 'Y'.
           05  WS-HSH-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-HSH-EOF               VALUE 'Y'.
           05  WS-QTR-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-QTR-EOF               VALUE 'Y'.
           05  WS-TRAN-EOF-SW          PIC X(1) VALUE 'N'.
               88  WS-TRAN-EOF              VALUE 'Y'.
           05  WS-RCV-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-RCV-EOF               VALUE 'Y'.
           05  WS-SUM-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-SUM-EOF               VALUE 'Y'.
           05  WS-OUT-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-OUT-EOF               VALUE 'Y'.
           05  WS-QUARTER-END-SW       PIC X(1) VALUE 'N'.
               88  WS-QUARTER-END           VALUE 'Y'.
           05  WS-ACCT-FOUND-SW        PIC X(1) VALUE 'N'.
               88  WS-ACCT-FOUND            VALUE 'Y'.
               88  WS-ACCT-NOT-FOUND        VALUE 'N'.
           05  WS-HSH-FOUND-SW         PIC X(1) VALUE 'N'.
               88  WS-HSH-FOUND             VALUE 'Y'.
               88  WS-HSH-NOT-FOUND         VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                     PIC X(8).
           05  WS-CURRENT-PARTS REDEFINES WS-CURRENT-DATE8.
               10  WS-CUR-YYYY         PIC 9(4).
               10  WS-CUR-MM           PIC 9(2).
               10  WS-CUR-DD           PIC 9(2).
           05  WS-CURRENT-TIME8        PIC 9(8).
           05  WS-QUARTER-START8       PIC 9(8).
           05  WS-QUARTER-START-X REDEFINES WS-QUARTER-START8
                                     PIC X(8).
           05  WS-QUARTER-START-PARTS REDEFINES WS-QUARTER-START8.
               10  WS-QST-YYYY         PIC 9(4).
               10  WS-QST-MM           PIC 9(2).
               10  WS-QST-DD           PIC 9(2).
           05  WS-KEY-PORTFOLIO        PIC X(8).
           05  WS-KEY-DATE             PIC X(8).
           05  WS-KEY-HOUSEHOLD        PIC X(8).
           05  WS-LOW                  PIC 9(4) COMP.
           05  WS-HIGH                 PIC 9(4) COMP.
           05  WS-MID                  PIC 9(4) COMP.
           05  WS-AVG-CASH             PIC S9(13)V9(2) COMP-3.
           05  WS-AVG-ASSETS           PIC S9(13)V9(2) COMP-3.
           05  WS-CASH-EARNED          PIC S9(13)V9(2) COMP-3.
           05  WS-CUSTODY-COST         PIC S9(13)V9(2) COMP-3.
           05  WS-RANK                 PIC 9(5) COMP.
           05  WS-LAST-LEVEL           PIC X(1) VALUE SPACE.

      *----------------------------------------------------------------*
      * One entry per portfolio on the master, in PORT-ID order as
      * the master is read, so lookups can halve the table.
      *----------------------------------------------------------------*
       01  WS-ACCOUNT-TABLE.
           05  WS-ACCT-COUNT           PIC 9(4) COMP VALUE 0.
           05  WS-ACCT-ENTRY OCCURS 5000 TIMES.
               10  WS-ACC-PORTFOLIO    PIC X(8).
               10  WS-ACC-NAME         PIC X(30).
               10  WS-ACC-HOUSEHOLD    PIC X(8).
               10  WS-ACC-STATUS       PIC X(1).
                   88  WS-ACC-CLOSED        VALUE 'C'.
               10  WS-ACC-TRADES       PIC 9(7) COMP.
               10  WS-ACC-STATEMENTS   PIC 9(3) COMP.
               10  WS-ACC-CASH-SUM     PIC S9(15)V9(2) COMP-3.
               10  WS-ACC-ASSET-SUM    PIC S9(15)V9(2) COMP-3.
               10  WS-ACC-FEES         PIC S9(13)V9(2) COMP-3.
               10  WS-ACC-INT-PAID     PIC S9(13)V9(2) COMP-3.
               10  WS-ACC-INT-CHARGED  PIC S9(13)V9(2) COMP-3.
               10  WS-ACC-RETAINED     PIC S9(13)V9(2) COMP-3.
               10  WS-ACC-NIM          PIC S9(13)V9(2) COMP-3.
               10  WS-ACC-REVENUE      PIC S9(13)V9(2) COMP-3.
               10  WS-ACC-COSTS        PIC S9(13)V9(2) COMP-3.
               10  WS-ACC-PROFIT       PIC S9(13)V9(2) COMP-3.

       01  WS-HOUSEHOLD-TABLE.
           05  WS-HSH-COUNT            PIC 9(4) COMP VALUE 0.
           05  WS-HSH-ENTRY OCCURS 1000 TIMES.
               10  WS-HHT-ID           PIC X(8).
               10  WS-HHT-NAME         PIC X(30).
               10  WS-HHT-ACCOUNTS     PIC 9(5) COMP.
               10  WS-HHT-FEES         PIC S9(13)V9(2) COMP-3.
               10  WS-HHT-NIM          PIC S9(13)V9(2) COMP-3.
               10  WS-HHT-RETAINED     PIC S9(13)V9(2) COMP-3.
               10  WS-HHT-REVENUE      PIC S9(13)V9(2) COMP-3.
               10  WS-HHT-COSTS        PIC S9(13)V9(2) COMP-3.
               10  WS-HHT-PROFIT       PIC S9(13)V9(2) COMP-3.

       01  WS-SUBSCRIPTS.
           05  WS-ACCT-IX              PIC 9(4) COMP.
           05  WS-HSH-IX               PIC 9(4) COMP.

       01  WS-COUNTERS.
           05  WS-TRANS-USED           PIC 9(9) COMP VALUE 0.
           05  WS-ACCOUNTS-RANKED      PIC 9(7) COMP VALUE 0.
           05  WS-HOUSEHOLDS-RANKED    PIC 9(5) COMP VALUE 0.
           05  WS-LOSS-ACCOUNTS        PIC 9(7) COMP VALUE 0.
           05  WS-LOSS-HOUSEHOLDS      PIC 9(5) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       01  WS-TOTALS.
           05  WS-TOT-REVENUE          PIC S9(15)V9(2) COMP-3
                                           VALUE ZERO.
           05  WS-TOT-COSTS            PIC S9(15)V9(2) COMP-3
                                           VALUE ZERO.
           05  WS-TOT-PROFIT           PIC S9(15)V9(2) COMP-3
                                           VALUE ZERO.

       01  WS-REPORT-LINES.
           05  WS-HDR-LINE.
               10  FILLER              PIC X(36) VALUE
                   'CLIENT PROFITABILITY  QUARTER FROM '.
               10  WS-HDR-FROM         PIC X(8).
               10  FILLER              PIC X(4)  VALUE ' TO '.
               10  WS-HDR-TO           PIC X(8).
               10  FILLER              PIC X(76) VALUE SPACES.
           05  WS-SKIP-LINE.
               10  FILLER              PIC X(44) VALUE
                   'NOT A QUARTER END -- NO PROFITABILITY RUN'.
               10  FILLER              PIC X(88) VALUE SPACES.
           05  WS-PORT-HDR-LINE.
               10  FILLER              PIC X(37) VALUE
                   ' RANK PORTFOLI CLIENT       HOUSEHLD'.
               10  FILLER              PIC X(30) VALUE
                   '           FEES            NIM'.
               10  FILLER              PIC X(30) VALUE
                   '       RETAINED        REVENUE'.
               10  FILLER              PIC X(30) VALUE
                   '          COSTS         PROFIT'.
               10  FILLER              PIC X(5)  VALUE SPACES.
           05  WS-PORT-LINE.
               10  WS-PTL-RANK         PIC ZZZZ9.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-PTL-PORTFOLIO    PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-PTL-NAME         PIC X(12).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-PTL-HOUSEHOLD    PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-PTL-FEES         PIC ZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-PTL-NIM          PIC ZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-PTL-RETAINED     PIC ZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-PTL-REVENUE      PIC ZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-PTL-COSTS        PIC ZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-PTL-PROFIT       PIC ZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-PTL-FLAG         PIC X(4).
           05  WS-HSH-HDR-LINE.
               10  FILLER              PIC X(38) VALUE
                   ' RANK HOUSEHLD NAME             ACCTS'.
               10  FILLER              PIC X(30) VALUE
                   '        REVENUE          COSTS'.
               10  FILLER              PIC X(15) VALUE
                   '         PROFIT'.
               10  FILLER              PIC X(49) VALUE SPACES.
           05  WS-HSH-LINE.
               10  WS-HHL-RANK         PIC ZZZZ9.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-HHL-HOUSEHOLD    PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-HHL-NAME         PIC X(16).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-HHL-ACCOUNTS     PIC ZZZZ9.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-HHL-REVENUE      PIC ZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-HHL-COSTS        PIC ZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-HHL-PROFIT       PIC ZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-HHL-FLAG         PIC X(4).
               10  FILLER              PIC X(45) VALUE SPACES.
           05  WS-SECTION-LINE.
               10  WS-SEC-TITLE        PIC X(60).
               10  FILLER              PIC X(72) VALUE SPACES.
           05  WS-TOTAL-LINE.
               10  FILLER              PIC X(16) VALUE
                   'FIRM   REVENUE '.
               10  WS-TTL-REVENUE      PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(9)  VALUE '  COSTS '.
               10  WS-TTL-COSTS        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(10) VALUE '  PROFIT '.
               10  WS-TTL-PROFIT       PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(40) VALUE SPACES.
           05  WS-LOSS-LINE.
               10  FILLER              PIC X(30) VALUE
                   'LOSS-MAKING PORTFOLIOS:'.
               10  WS-LSL-ACCOUNTS     PIC ZZZZZZ9.
               10  FILLER              PIC X(16) VALUE
                   '   HOUSEHOLDS: '.
               10  WS-LSL-HOUSEHOLDS   PIC ZZZZ9.
               10  FILLER              PIC X(74) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           IF WS-QUARTER-END
               PERFORM 2000-LOAD-QUARTER

               SORT SORT-WORK
                   ON ASCENDING KEY SRT-LEVEL
                      DESCENDING KEY SRT-PROFIT
                      ASCENDING KEY SRT-ID
                   INPUT PROCEDURE IS 3000-RELEASE-RELATIONSHIPS
                   OUTPUT PROCEDURE IS 4000-PRINT-RANKINGS

               PERFORM 4500-WRITE-TOTALS
           ELSE
               WRITE REPORT-RECORD FROM WS-SKIP-LINE
           END-IF

           PERFORM 5000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE SECTION.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           CALL 'MSKLVL00' USING WS-MASK-LEVEL-REQUEST

           IF WS-CUR-MM = 3 OR 6 OR 9 OR 12
               SET WS-QUARTER-END TO TRUE
           END-IF
           MOVE WS-CUR-YYYY TO WS-QST-YYYY
           COMPUTE WS-QST-MM = WS-CUR-MM - 2
           MOVE 1           TO WS-QST-DD

           OPEN OUTPUT PROFIT-REPORT
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'Error opening profitability report' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O BATCH-CONTROL-FILE
           IF WS-BCT-STATUS NOT = '00'
               MOVE 'Error opening control file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           PERFORM 1200-INIT-CHECKPOINT

           IF NOT WS-QUARTER-END
               EXIT SECTION
           END-IF

           OPEN INPUT PORTFOLIO-FILE
           IF WS-PORT-STATUS NOT = '00'
               MOVE 'Error opening portfolio file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               SET WS-PORT-EOF TO TRUE
           END-IF

      *    The supporting files are optional: no households means
      *    no household ranking, and so on.
           OPEN INPUT HOUSEHOLD-FILE
           IF WS-HSH-STATUS NOT = '00'
               SET WS-HSH-EOF TO TRUE
           END-IF

           OPEN INPUT QUARTER-TRAN-FILE
           IF WS-QTR-STATUS NOT = '00'
               SET WS-QTR-EOF TO TRUE
           END-IF

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

           PERFORM 1100-READ-COST-TABLE

           MOVE WS-QUARTER-START-X TO WS-HDR-FROM
           MOVE WS-CURRENT-DATE-X  TO WS-HDR-TO
           WRITE REPORT-RECORD FROM WS-HDR-LINE
           .

       1100-READ-COST-TABLE.
           OPEN INPUT PFT-PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           READ PFT-PARM-FILE
           IF WS-PARM-STATUS = '00'
               IF PPM-COST-PER-TRADE IS NUMERIC
                   MOVE PPM-COST-PER-TRADE   TO WS-COST-PER-TRADE
               END-IF
               IF PPM-COST-PER-STMT IS NUMERIC
                   MOVE PPM-COST-PER-STMT    TO WS-COST-PER-STMT
               END-IF
               IF PPM-COST-PER-ACCOUNT IS NUMERIC
                   MOVE PPM-COST-PER-ACCOUNT TO WS-COST-PER-ACCOUNT
               END-IF
               IF PPM-CUSTODY-BPS IS NUMERIC
                   MOVE PPM-CUSTODY-BPS      TO WS-CUSTODY-BPS
               END-IF
               IF PPM-CASH-EARN-PCT IS NUMERIC
                   MOVE PPM-CASH-EARN-PCT    TO WS-CASH-EARN-PCT
               END-IF
               IF PPM-COMMISSION-IS-REVENUE
                   SET WS-COMMISSION-RETAINED TO TRUE
               END-IF
               IF PPM-LOSS-THRESHOLD IS NUMERIC
                   MOVE PPM-LOSS-THRESHOLD   TO WS-LOSS-THRESHOLD
               END-IF
           END-IF
           CLOSE PFT-PARM-FILE
           .

       1200-INIT-CHECKPOINT.
           MOVE 'PFTRPT00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for PFTRPT00' TO
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
      * Build the quarter's figures for every portfolio, then strike
      * each one's revenue, cost and profit.
      *----------------------------------------------------------------*
       2000-LOAD-QUARTER SECTION.
           PERFORM 2100-LOAD-PORTFOLIO
               UNTIL WS-PORT-EOF
           PERFORM 2200-LOAD-HOUSEHOLD
               UNTIL WS-HSH-EOF
           PERFORM 2300-LOAD-SUMMARY
               UNTIL WS-SUM-EOF
           PERFORM 2400-LOAD-QUARTER-TRANSACTION
               UNTIL WS-QTR-EOF
           PERFORM 2500-LOAD-TONIGHT-ENTRY
               UNTIL WS-TRAN-EOF
           PERFORM 2600-LOAD-INVOICE
               UNTIL WS-RCV-EOF

           PERFORM 2800-STRIKE-PROFIT
               VARYING WS-ACCT-IX FROM 1 BY 1
               UNTIL WS-ACCT-IX > WS-ACCT-COUNT
           .

       2100-LOAD-PORTFOLIO.
           READ PORTFOLIO-FILE NEXT RECORD
               AT END
                   SET WS-PORT-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF WS-ACCT-COUNT NOT < WS-MAX-ACCOUNTS
               MOVE 'Profitability account table full' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               SET WS-PORT-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ACCT-COUNT
           MOVE WS-ACCT-COUNT TO WS-ACCT-IX
           INITIALIZE WS-ACCT-ENTRY(WS-ACCT-IX)
           MOVE PORT-ID          TO WS-ACC-PORTFOLIO(WS-ACCT-IX)
           MOVE PORT-CLIENT-NAME TO WS-ACC-NAME(WS-ACCT-IX)
           MOVE PORT-STATUS      TO WS-ACC-STATUS(WS-ACCT-IX)
           MOVE SPACES           TO WS-ACC-HOUSEHOLD(WS-ACCT-IX)
           .

       2200-LOAD-HOUSEHOLD.
           READ HOUSEHOLD-FILE NEXT RECORD
               AT END
                   SET WS-HSH-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           MOVE HSH-PORTFOLIO-ID TO WS-KEY-PORTFOLIO
           PERFORM 2900-FIND-ACCOUNT
           IF WS-ACCT-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           MOVE HSH-HOUSEHOLD-ID TO WS-ACC-HOUSEHOLD(WS-ACCT-IX)
           MOVE HSH-HOUSEHOLD-ID TO WS-KEY-HOUSEHOLD
           PERFORM 2950-FIND-HOUSEHOLD
           IF WS-HSH-FOUND
               MOVE HSH-HOUSEHOLD-NAME TO WS-HHT-NAME(WS-HSH-IX)
           END-IF
           .

      *    One month-end statement in the quarter: its cash and its
      *    assets toward the quarter's averages.
       2300-LOAD-SUMMARY.
           READ SUMMARY-FILE
               AT END
                   SET WS-SUM-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF STS-STATEMENT-DATE < WS-QUARTER-START-X
           OR STS-STATEMENT-DATE > WS-CURRENT-DATE-X
               EXIT PARAGRAPH
           END-IF

           MOVE STS-PORTFOLIO-ID TO WS-KEY-PORTFOLIO
           PERFORM 2900-FIND-ACCOUNT
           IF WS-ACCT-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ACC-STATEMENTS(WS-ACCT-IX)
           ADD STS-CASH-BALANCE TO WS-ACC-CASH-SUM(WS-ACCT-IX)
           ADD STS-CLOSING-VALUE STS-CASH-BALANCE
               TO WS-ACC-ASSET-SUM(WS-ACCT-IX)
           .

       2400-LOAD-QUARTER-TRANSACTION.
           READ QUARTER-TRAN-FILE
               AT END
                   SET WS-QTR-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF TRN-DATE = '*HEADER ' OR TRN-DATE = '*TRAILER'
               EXIT PARAGRAPH
           END-IF

           IF NOT TRN-STATUS-DONE
           OR TRN-DATE < WS-QUARTER-START-X
               EXIT PARAGRAPH
           END-IF

           MOVE TRN-PORTFOLIO-ID TO WS-KEY-PORTFOLIO
           PERFORM 2900-FIND-ACCOUNT
           IF WS-ACCT-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN TRN-TYPE-BUY
               WHEN TRN-TYPE-SELL
               WHEN TRN-TYPE-SHORT
               WHEN TRN-TYPE-COVER
                   ADD 1 TO WS-ACC-TRADES(WS-ACCT-IX)
                   IF TRN-OTHER-CHARGE NUMERIC
                       ADD TRN-OTHER-CHARGE
                         TO WS-ACC-RETAINED(WS-ACCT-IX)
                   END-IF
                   IF WS-COMMISSION-RETAINED
                   AND TRN-COMMISSION NUMERIC
                       ADD TRN-COMMISSION
                         TO WS-ACC-RETAINED(WS-ACCT-IX)
                   END-IF
               WHEN TRN-TYPE-FEE
               AND  TRN-PROCESS-USER = 'CSHINT00'
                   ADD TRN-AMOUNT TO WS-ACC-INT-CHARGED(WS-ACCT-IX)
               WHEN TRN-TYPE-FEE
                   ADD TRN-AMOUNT TO WS-ACC-FEES(WS-ACCT-IX)
               WHEN TRN-TYPE-INT
               AND  TRN-PROCESS-USER = 'CSHINT00'
                   ADD TRN-AMOUNT TO WS-ACC-INT-PAID(WS-ACCT-IX)
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           ADD 1 TO WS-TRANS-USED
           .

      *----------------------------------------------------------------*
      * Tonight's quarter-end billing and interest, queued for the
      * next cycle to post.
      *----------------------------------------------------------------*
       2500-LOAD-TONIGHT-ENTRY.
           READ TONIGHT-TRAN-FILE
               AT END
                   SET WS-TRAN-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF TNT-DATE NOT = WS-CURRENT-DATE-X
               EXIT PARAGRAPH
           END-IF

           MOVE TNT-PORTFOLIO-ID TO WS-KEY-PORTFOLIO
           PERFORM 2900-FIND-ACCOUNT
           IF WS-ACCT-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN TNT-TYPE = 'FE'
               AND  TNT-PROCESS-USER = 'FEEBIL00'
                   ADD TNT-AMOUNT TO WS-ACC-FEES(WS-ACCT-IX)
               WHEN TNT-TYPE = 'FE'
               AND  TNT-PROCESS-USER = 'CSHINT00'
                   ADD TNT-AMOUNT TO WS-ACC-INT-CHARGED(WS-ACCT-IX)
               WHEN TNT-TYPE = 'IN'
               AND  TNT-PROCESS-USER = 'CSHINT00'
                   ADD TNT-AMOUNT TO WS-ACC-INT-PAID(WS-ACCT-IX)
           END-EVALUATE
           .

      *    Fees invoiced to direct-billed clients in the quarter.
       2600-LOAD-INVOICE.
           READ RECEIVABLE-FILE NEXT RECORD
               AT END
                   SET WS-RCV-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF RCV-INVOICE-DATE < WS-QUARTER-START-X
           OR RCV-INVOICE-DATE > WS-CURRENT-DATE-X
               EXIT PARAGRAPH
           END-IF

           MOVE RCV-PORTFOLIO-ID TO WS-KEY-PORTFOLIO
           PERFORM 2900-FIND-ACCOUNT
           IF WS-ACCT-FOUND
               ADD RCV-AMOUNT TO WS-ACC-FEES(WS-ACCT-IX)
           END-IF
           .

      *----------------------------------------------------------------*
      * One portfolio's quarter. An account that was closed before
      * the quarter began and saw no activity or statement in it is
      * not a relationship this quarter and is left out.
      *----------------------------------------------------------------*
       2800-STRIKE-PROFIT.
           IF WS-ACC-CLOSED(WS-ACCT-IX)
           AND WS-ACC-STATEMENTS(WS-ACCT-IX) = ZERO
           AND WS-ACC-TRADES(WS-ACCT-IX) = ZERO
           AND WS-ACC-FEES(WS-ACCT-IX) = ZERO
               MOVE 'X' TO WS-ACC-STATUS(WS-ACCT-IX)
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-AVG-CASH
                        WS-AVG-ASSETS
                        WS-CASH-EARNED
                        WS-CUSTODY-COST
           IF WS-ACC-STATEMENTS(WS-ACCT-IX) > ZERO
               COMPUTE WS-AVG-CASH ROUNDED =
                   WS-ACC-CASH-SUM(WS-ACCT-IX)
                 / WS-ACC-STATEMENTS(WS-ACCT-IX)
               COMPUTE WS-AVG-ASSETS ROUNDED =
                   WS-ACC-ASSET-SUM(WS-ACCT-IX)
                 / WS-ACC-STATEMENTS(WS-ACCT-IX)
           END-IF

           IF WS-AVG-CASH > ZERO
               COMPUTE WS-CASH-EARNED ROUNDED =
                   WS-AVG-CASH * WS-CASH-EARN-PCT / 100
                 / WS-QUARTERS-PER-YEAR
           END-IF
           IF WS-AVG-ASSETS > ZERO
               COMPUTE WS-CUSTODY-COST ROUNDED =
                   WS-AVG-ASSETS * WS-CUSTODY-BPS / 10000
                 / WS-QUARTERS-PER-YEAR
           END-IF

           COMPUTE WS-ACC-NIM(WS-ACCT-IX) =
               WS-CASH-EARNED
             - WS-ACC-INT-PAID(WS-ACCT-IX)
             + WS-ACC-INT-CHARGED(WS-ACCT-IX)
           COMPUTE WS-ACC-REVENUE(WS-ACCT-IX) =
               WS-ACC-FEES(WS-ACCT-IX)
             + WS-ACC-NIM(WS-ACCT-IX)
             + WS-ACC-RETAINED(WS-ACCT-IX)
           COMPUTE WS-ACC-COSTS(WS-ACCT-IX) =
               WS-ACC-TRADES(WS-ACCT-IX) * WS-COST-PER-TRADE
             + WS-ACC-STATEMENTS(WS-ACCT-IX) * WS-COST-PER-STMT
             + WS-COST-PER-ACCOUNT
             + WS-CUSTODY-COST
           COMPUTE WS-ACC-PROFIT(WS-ACCT-IX) =
               WS-ACC-REVENUE(WS-ACCT-IX) - WS-ACC-COSTS(WS-ACCT-IX)

           ADD WS-ACC-REVENUE(WS-ACCT-IX) TO WS-TOT-REVENUE
           ADD WS-ACC-COSTS(WS-ACCT-IX)   TO WS-TOT-COSTS
           ADD WS-ACC-PROFIT(WS-ACCT-IX)  TO WS-TOT-PROFIT

           IF WS-ACC-HOUSEHOLD(WS-ACCT-IX) = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ACC-HOUSEHOLD(WS-ACCT-IX) TO WS-KEY-HOUSEHOLD
           PERFORM 2950-FIND-HOUSEHOLD
           IF WS-HSH-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-HHT-ACCOUNTS(WS-HSH-IX)
           ADD WS-ACC-FEES(WS-ACCT-IX)     TO WS-HHT-FEES(WS-HSH-IX)
           ADD WS-ACC-NIM(WS-ACCT-IX)      TO WS-HHT-NIM(WS-HSH-IX)
           ADD WS-ACC-RETAINED(WS-ACCT-IX)
             TO WS-HHT-RETAINED(WS-HSH-IX)
           ADD WS-ACC-REVENUE(WS-ACCT-IX)
             TO WS-HHT-REVENUE(WS-HSH-IX)
           ADD WS-ACC-COSTS(WS-ACCT-IX)    TO WS-HHT-COSTS(WS-HSH-IX)
           ADD WS-ACC-PROFIT(WS-ACCT-IX)   TO WS-HHT-PROFIT(WS-HSH-IX)
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

      *    WS-KEY-HOUSEHOLD's entry, added on first sight.
       2950-FIND-HOUSEHOLD.
           SET WS-HSH-NOT-FOUND TO TRUE
           PERFORM VARYING WS-HSH-IX FROM 1 BY 1
                   UNTIL WS-HSH-IX > WS-HSH-COUNT
                   OR WS-HSH-FOUND
               IF WS-HHT-ID(WS-HSH-IX) = WS-KEY-HOUSEHOLD
                   SET WS-HSH-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-HSH-FOUND
               SUBTRACT 1 FROM WS-HSH-IX
               EXIT PARAGRAPH
           END-IF

           IF WS-HSH-COUNT NOT < WS-MAX-HOUSEHOLDS
               MOVE 'Profitability household table full' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-HSH-COUNT
           MOVE WS-HSH-COUNT     TO WS-HSH-IX
           INITIALIZE WS-HSH-ENTRY(WS-HSH-IX)
           MOVE WS-KEY-HOUSEHOLD TO WS-HHT-ID(WS-HSH-IX)
           SET WS-HSH-FOUND      TO TRUE
           .

      *----------------------------------------------------------------*
      * Input side: every relationship struck this quarter, the
      * portfolios then the households.
      *----------------------------------------------------------------*
       3000-RELEASE-RELATIONSHIPS SECTION.
           PERFORM 3100-RELEASE-PORTFOLIO
               VARYING WS-ACCT-IX FROM 1 BY 1
               UNTIL WS-ACCT-IX > WS-ACCT-COUNT
           PERFORM 3200-RELEASE-HOUSEHOLD
               VARYING WS-HSH-IX FROM 1 BY 1
               UNTIL WS-HSH-IX > WS-HSH-COUNT
           .

       3100-RELEASE-PORTFOLIO.
           IF WS-ACC-STATUS(WS-ACCT-IX) = 'X'
               EXIT PARAGRAPH
           END-IF

           SET SRT-PORTFOLIO-LEVEL TO TRUE
           MOVE WS-ACC-PROFIT(WS-ACCT-IX)    TO SRT-PROFIT
           MOVE WS-ACC-PORTFOLIO(WS-ACCT-IX) TO SRT-ID
           MOVE WS-ACC-NAME(WS-ACCT-IX)      TO SRT-NAME
           MOVE WS-ACC-HOUSEHOLD(WS-ACCT-IX) TO SRT-HOUSEHOLD
           MOVE 1                            TO SRT-ACCOUNTS
           MOVE WS-ACC-FEES(WS-ACCT-IX)      TO SRT-FEES
           MOVE WS-ACC-NIM(WS-ACCT-IX)       TO SRT-NIM
           MOVE WS-ACC-RETAINED(WS-ACCT-IX)  TO SRT-RETAINED
           MOVE WS-ACC-REVENUE(WS-ACCT-IX)   TO SRT-REVENUE
           MOVE WS-ACC-COSTS(WS-ACCT-IX)     TO SRT-COSTS
           RELEASE SORT-RECORD
           .

       3200-RELEASE-HOUSEHOLD.
           IF WS-HHT-ACCOUNTS(WS-HSH-IX) = ZERO
               EXIT PARAGRAPH
           END-IF

           SET SRT-HOUSEHOLD-LEVEL TO TRUE
           MOVE WS-HHT-PROFIT(WS-HSH-IX)     TO SRT-PROFIT
           MOVE WS-HHT-ID(WS-HSH-IX)         TO SRT-ID
           MOVE WS-HHT-NAME(WS-HSH-IX)       TO SRT-NAME
           MOVE WS-HHT-ID(WS-HSH-IX)         TO SRT-HOUSEHOLD
           MOVE WS-HHT-ACCOUNTS(WS-HSH-IX)   TO SRT-ACCOUNTS
           MOVE WS-HHT-FEES(WS-HSH-IX)       TO SRT-FEES
           MOVE WS-HHT-NIM(WS-HSH-IX)        TO SRT-NIM
           MOVE WS-HHT-RETAINED(WS-HSH-IX)   TO SRT-RETAINED
           MOVE WS-HHT-REVENUE(WS-HSH-IX)    TO SRT-REVENUE
           MOVE WS-HHT-COSTS(WS-HSH-IX)      TO SRT-COSTS
           RELEASE SORT-RECORD
           .

      *----------------------------------------------------------------*
      * Output side: the rankings, numbered afresh for each level.
      *----------------------------------------------------------------*
       4000-PRINT-RANKINGS SECTION.
           PERFORM 4100-PRINT-ONE
               UNTIL WS-OUT-EOF
           .

       4100-PRINT-ONE.
           RETURN SORT-WORK
               AT END
                   SET WS-OUT-EOF TO TRUE
                   EXIT PARAGRAPH
           END-RETURN

           IF SRT-LEVEL NOT = WS-LAST-LEVEL
               MOVE SRT-LEVEL TO WS-LAST-LEVEL
               MOVE ZERO      TO WS-RANK
               PERFORM 4200-START-LEVEL
           END-IF
           ADD 1 TO WS-RANK

           IF SRT-PORTFOLIO-LEVEL
               PERFORM 4300-PRINT-PORTFOLIO
           ELSE
               PERFORM 4400-PRINT-HOUSEHOLD
           END-IF
           .

       4200-START-LEVEL.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF SRT-PORTFOLIO-LEVEL
               MOVE 'PORTFOLIOS RANKED BY PROFIT' TO WS-SEC-TITLE
               WRITE REPORT-RECORD FROM WS-SECTION-LINE
               WRITE REPORT-RECORD FROM WS-PORT-HDR-LINE
           ELSE
               MOVE 'HOUSEHOLDS RANKED BY PROFIT' TO WS-SEC-TITLE
               WRITE REPORT-RECORD FROM WS-SECTION-LINE
               WRITE REPORT-RECORD FROM WS-HSH-HDR-LINE
           END-IF
           .

       4300-PRINT-PORTFOLIO.
           ADD 1 TO WS-ACCOUNTS-RANKED
           MOVE WS-RANK       TO WS-PTL-RANK
           MOVE SRT-ID        TO WS-PTL-PORTFOLIO
           MOVE WS-MKL-LEVEL  TO MSK-LEVEL
           MOVE SPACES        TO MSK-ACCOUNT-NO
           MOVE SRT-NAME      TO MSK-CLIENT-NAME
           CALL 'IDMASK00' USING IDMASK-REQUEST
           MOVE MSK-CLIENT-NAME TO WS-PTL-NAME
           MOVE SRT-HOUSEHOLD TO WS-PTL-HOUSEHOLD
           MOVE SRT-FEES      TO WS-PTL-FEES
           MOVE SRT-NIM       TO WS-PTL-NIM
           MOVE SRT-RETAINED  TO WS-PTL-RETAINED
           MOVE SRT-REVENUE   TO WS-PTL-REVENUE
           MOVE SRT-COSTS     TO WS-PTL-COSTS
           MOVE SRT-PROFIT    TO WS-PTL-PROFIT
           MOVE SPACES        TO WS-PTL-FLAG
           IF SRT-PROFIT < WS-LOSS-THRESHOLD
               MOVE 'LOSS' TO WS-PTL-FLAG
               ADD 1 TO WS-LOSS-ACCOUNTS
           END-IF
           WRITE REPORT-RECORD FROM WS-PORT-LINE
           .

       4400-PRINT-HOUSEHOLD.
           ADD 1 TO WS-HOUSEHOLDS-RANKED
           MOVE WS-RANK       TO WS-HHL-RANK
           MOVE SRT-ID        TO WS-HHL-HOUSEHOLD
           MOVE SRT-NAME      TO WS-HHL-NAME
           MOVE SRT-ACCOUNTS  TO WS-HHL-ACCOUNTS
           MOVE SRT-REVENUE   TO WS-HHL-REVENUE
           MOVE SRT-COSTS     TO WS-HHL-COSTS
           MOVE SRT-PROFIT    TO WS-HHL-PROFIT
           MOVE SPACES        TO WS-HHL-FLAG
           IF SRT-PROFIT < WS-LOSS-THRESHOLD
               MOVE 'LOSS' TO WS-HHL-FLAG
               ADD 1 TO WS-LOSS-HOUSEHOLDS
           END-IF
           WRITE REPORT-RECORD FROM WS-HSH-LINE
           .

       4500-WRITE-TOTALS SECTION.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOT-REVENUE TO WS-TTL-REVENUE
           MOVE WS-TOT-COSTS   TO WS-TTL-COSTS
           MOVE WS-TOT-PROFIT  TO WS-TTL-PROFIT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE WS-LOSS-ACCOUNTS   TO WS-LSL-ACCOUNTS
           MOVE WS-LOSS-HOUSEHOLDS TO WS-LSL-HOUSEHOLDS
           WRITE REPORT-RECORD FROM WS-LOSS-LINE
           .

       5000-TERMINATE SECTION.
           PERFORM 5100-UPDATE-COMPLETION

           CLOSE PROFIT-REPORT
                 BATCH-CONTROL-FILE
           IF WS-QUARTER-END
               PERFORM 5200-CLOSE-INPUTS
           END-IF

           DISPLAY 'PFTRPT00 Processing Statistics:'
           DISPLAY '  Transactions used:   ' WS-TRANS-USED
           DISPLAY '  Portfolios ranked:   ' WS-ACCOUNTS-RANKED
           DISPLAY '  Households ranked:   ' WS-HOUSEHOLDS-RANKED
           DISPLAY '  Loss-making ports:   ' WS-LOSS-ACCOUNTS
           DISPLAY '  Errors:              ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       5100-UPDATE-COMPLETION.
           MOVE 'PFTRPT00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for PFTRPT00' TO
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

       5200-CLOSE-INPUTS.
           CLOSE PORTFOLIO-FILE
           IF WS-HSH-STATUS NOT = '35'
               CLOSE HOUSEHOLD-FILE
           END-IF
           IF WS-QTR-STATUS NOT = '35'
               CLOSE QUARTER-TRAN-FILE
           END-IF
           IF WS-TRAN-STATUS NOT = '35'
               CLOSE TONIGHT-TRAN-FILE
           END-IF
           IF WS-RCV-STATUS NOT = '35'
               CLOSE RECEIVABLE-FILE
           END-IF
           IF WS-SUM-STATUS NOT = '35'
               CLOSE SUMMARY-FILE
           END-IF
           .

       9000-ERROR-ROUTINE SECTION.
           ADD 1 TO WS-ERROR-COUNT
           MOVE 'PFTRPT00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
