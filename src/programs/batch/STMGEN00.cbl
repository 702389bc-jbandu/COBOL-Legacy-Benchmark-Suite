      *              STMSUM summary record, so STMBAL00 can tie them
      *              back to POSCUR and the portfolio master before
      *              the statements are released.
      * 2026-10-15 - Open FX forwards section added: each of the
      *              portfolio's open FXFWD contracts prints with its
      *              legs, contract rate, value date and the
      *              unrealized gain or loss POSVAL00 last marked.
      *              The marks are listed, not added into the closing
      *              value, which STMBAL00 ties to the POSCUR
      *              holdings. Absent file = no section.
      * 2026-10-15 - Units out on securities loan are marked ON LOAN
      *              with the quantity lent beside the holding line.
      *              They remain the client's holding and stay in the
      *              quantity and value shown. Absent SECLOAN file =
      *              no marking.
      * 2026-10-15 - Pooled fund unitholdings section added: units the
      *              portfolio holds in the house's unitized pools
      *              (UNTREG) print with the pool's current NAV per
      *              unit, their value at it and their cost. Like
      *              the forwards they are listed, not added into the
      *              closing value STMBAL00 ties to POSCUR. Absent
      *              register = no section.
      * 2026-10-15 - Activity summary shows securities received and
      *              delivered free of payment (RF/DF) on their own
      *              lines -- the cost basis brought in and the value
      *              taken out -- apart from purchases and sales.
      * 2026-10-15 - WR withholding tax refunds count as income.
      * 2026-10-15 - RB fund rebate credits count as income.
      * 2026-10-15 - RD complaint redress credits count as income.
      * 2026-10-15 - Header account number prints masked to its last
      *              four characters, and names suppressed, at the
      *              level the statement's MSKPARM entry sets.
      * 2026-10-15 - No paper statement goes to an address flagged
      *              undeliverable on CLICON (MALCHK00) unless
      *              e-delivery is on file. The held statement is
      *              listed on the STMSUP suppression report; its
      *              closing figures still land on STMSUM so the
      *              balancing and performance steps see the whole
      *              book.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STMGEN00.
               RECORD KEY IS CSH-KEY
               FILE STATUS IS WS-CSH-STATUS.

           SELECT FX-FORWARD-FILE
               ASSIGN TO FXFWD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FWD-KEY
               FILE STATUS IS WS-FWD-STATUS.

           SELECT SECURITIES-LOAN-FILE
               ASSIGN TO SECLOAN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLN-KEY
               FILE STATUS IS WS-SLN-STATUS.

           SELECT UNITHOLDER-FILE
               ASSIGN TO UNTREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UNH-KEY
               FILE STATUS IS WS-UNH-STATUS.

           SELECT POOLED-FUND-FILE
               ASSIGN TO POOLFND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PFD-KEY
               FILE STATUS IS WS-PFD-STATUS.

           SELECT BATCH-CONTROL-FILE
               ASSIGN TO BCHCTL
               ORGANIZATION IS INDEXED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUM-STATUS.

           SELECT SUPPRESSION-REPORT
               ASSIGN TO STMSUP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PORTFOLIO-FILE
       FD  CURRENCY-CASH-FILE.
       COPY CSHBAL.

       FD  FX-FORWARD-FILE.
           COPY FXFWD.

       FD  STATEMENT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           BLOCK CONTAINS 0 RECORDS.
       COPY STMSUM.

       FD  SUPPRESSION-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  SUPPRESSION-LINE            PIC X(132).

       FD  SECURITIES-LOAN-FILE.
       COPY SECLOAN.

       FD  UNITHOLDER-FILE.
       COPY UNTREG.

       FD  POOLED-FUND-FILE.
       COPY POOLFND.

       FD  BATCH-CONTROL-FILE.
           COPY BCHCTL.

       WORKING-STORAGE SECTION.
           COPY BCHCON.
           COPY ERRHAND.
           COPY IDMASK.

      *    Identifier masking level this report prints at (MSKPARM).
       01  WS-MASK-LEVEL-REQUEST.
           05  WS-MKL-REPORT-ID        PIC X(08) VALUE 'STMGEN00'.
           05  WS-MKL-LEVEL            PIC X(01).

      *    Returned-mail answer for the portfolio (MALCHK00).
       01  WS-MAIL-REQUEST.
           05  WS-MLC-PORTFOLIO-ID     PIC X(08).
           05  WS-MLC-DATE             PIC X(08).
           05  WS-MLC-RESULT           PIC X(01).
               88  WS-MLC-SUPPRESS         VALUE 'S'.
           05  WS-MLC-RETURNED-DATE    PIC X(08).
           05  WS-MLC-RETURN-COUNT     PIC 9(03).

      *    Cycle within the processing date this run belongs to --
      *    the overnight/scheduler-built sequence is cycle 1; the
           05  WS-SUM-STATUS           PIC X(2).
           05  WS-ACR-STATUS           PIC X(2).
           05  WS-CSH-STATUS           PIC X(2).
           05  WS-FWD-STATUS           PIC X(2).
           05  WS-SLN-STATUS           PIC X(2).
           05  WS-UNH-STATUS           PIC X(2).
           05  WS-PFD-STATUS           PIC X(2).
           05  WS-BCT-STATUS           PIC X(2).
           05  WS-SUP-STATUS           PIC X(2).

       01  WS-SWITCHES.
           05  WS-SNAP-EOF-SW          PIC X(1) VALUE 'N'.
           05  WS-CSH-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-CSH-EOF               VALUE 'Y'.
               88  WS-CSH-MORE              VALUE 'N'.
           05  WS-FWD-AVAILABLE-SW     PIC X(1) VALUE 'N'.
               88  WS-FWD-AVAILABLE         VALUE 'Y'.
               88  WS-FWD-UNAVAILABLE       VALUE 'N'.
           05  WS-FWD-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-FWD-EOF               VALUE 'Y'.
               88  WS-FWD-MORE              VALUE 'N'.
           05  WS-SLN-AVAILABLE-SW     PIC X(1) VALUE 'N'.
               88  WS-SLN-AVAILABLE         VALUE 'Y'.
               88  WS-SLN-UNAVAILABLE       VALUE 'N'.
           05  WS-SLN-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-SLN-EOF               VALUE 'Y'.
               88  WS-SLN-MORE              VALUE 'N'.
           05  WS-UNH-AVAILABLE-SW     PIC X(1) VALUE 'N'.
               88  WS-UNH-AVAILABLE         VALUE 'Y'.
               88  WS-UNH-UNAVAILABLE       VALUE 'N'.
           05  WS-UNH-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-UNH-EOF               VALUE 'Y'.
               88  WS-UNH-MORE              VALUE 'N'.
           05  WS-UNH-HEADING-SW       PIC X(1) VALUE 'N'.
               88  WS-UNH-HEADING-DONE      VALUE 'Y'.
               88  WS-UNH-HEADING-DUE       VALUE 'N'.
           05  WS-STMT-HELD-SW         PIC X(1) VALUE 'N'.
               88  WS-STMT-HELD             VALUE 'Y'.
               88  WS-STMT-PRINTED          VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-TIME8        PIC 9(8).
           05  WS-CLOSING-VALUE        PIC S9(13)V9(2) COMP-3.
           05  WS-ACCRUED-TOTAL        PIC S9(13)V9(2) COMP-3.
           05  WS-LOANED-QTY           PIC S9(11)V9(4) COMP-3.
           05  WS-UNIT-VALUE           PIC S9(13)V9(2) COMP-3.

      *----------------------------------------------------------------*
      * Per-portfolio period activity, accumulated in one pass over
                   15  WS-ACT-INCOME   PIC S9(13)V9(2) COMP-3.
                   15  WS-ACT-DEPOSITS PIC S9(13)V9(2) COMP-3.
                   15  WS-ACT-WDRAWALS PIC S9(13)V9(2) COMP-3.
                   15  WS-ACT-RCVD-FREE PIC S9(13)V9(2) COMP-3.
                   15  WS-ACT-DLVD-FREE PIC S9(13)V9(2) COMP-3.
       01  WS-ACT-IX                   PIC 9(4) COMP.
       01  WS-ACT-MAX                  PIC 9(4) COMP VALUE 2000.

       01  WS-COUNTERS.
           05  WS-STATEMENTS-WRITTEN   PIC 9(7) COMP VALUE 0.
           05  WS-STATEMENTS-HELD      PIC 9(7) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(7) COMP VALUE 0.

       01  WS-SUPPRESSION-LINES.
           05  WS-SUP-TITLE.
               10  FILLER              PIC X(40) VALUE
                   'STMGEN00  STATEMENTS HELD - MAIL RETURNE'.
               10  FILLER              PIC X(20) VALUE
                   'D UNDELIVERABLE     '.
               10  FILLER              PIC X(10) VALUE 'RUN DATE: '.
               10  WS-SUP-RUN-DATE     PIC X(08).
               10  FILLER              PIC X(54) VALUE SPACES.
           05  WS-SUP-HEADING.
               10  FILLER              PIC X(40) VALUE
                   'PORTFOLIO ACCOUNT    CLIENT             '.
               10  FILLER              PIC X(41) VALUE
                   '            RETURNED  RETURNS     CLOSING'.
               10  FILLER              PIC X(07) VALUE ' VALUE '.
               10  FILLER              PIC X(44) VALUE SPACES.
           05  WS-SUP-DETAIL.
               10  WS-SUP-PORTFOLIO    PIC X(08).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-SUP-ACCOUNT      PIC X(10).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  WS-SUP-CLIENT       PIC X(30).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  WS-SUP-RETURNED     PIC X(08).
               10  FILLER              PIC X(04) VALUE SPACES.
               10  WS-SUP-COUNT        PIC ZZ9.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  WS-SUP-CLOSING      PIC Z,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(47) VALUE SPACES.
           05  WS-SUP-TOTAL.
               10  FILLER              PIC X(20) VALUE
                   'STATEMENTS HELD:    '.
               10  WS-SUP-TOTAL-COUNT  PIC ZZZ,ZZ9.
               10  FILLER              PIC X(105) VALUE SPACES.

       01  WS-STATEMENT-LINES.
           05  WS-RULE-LINE            PIC X(132) VALUE ALL '='.
           05  WS-HDR-LINE1.
               10  WS-HLD-COST         PIC $$$$,$$$,$$9.99-.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-HLD-VALUE        PIC $$$$,$$$,$$9.99-.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-HLD-LOAN-MARK    PIC X(8).
               10  WS-HLD-LOAN-QTY     PIC ZZZ,ZZZ,ZZ9.9999
                                       BLANK WHEN ZERO.
               10  FILLER              PIC X(41) VALUE SPACES.
           05  WS-ACTIVITY-LINE.
               10  WS-ACT-LABEL        PIC X(20).
               10  WS-ACT-AMOUNT       PIC $$$$,$$$,$$9.99.
               10  FILLER              PIC X(2)  VALUE ': '.
               10  WS-CCY-BALANCE      PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(98) VALUE SPACES.
           05  WS-FORWARD-LINE.
               10  FILLER              PIC X(11) VALUE
                   'FX FORWARD '.
               10  WS-FWL-CONTRACT     PIC X(10).
               10  FILLER              PIC X(5)  VALUE ' BUY '.
               10  WS-FWL-BUY-CCY      PIC X(3).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-FWL-BUY-AMT      PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(6)  VALUE ' SELL '.
               10  WS-FWL-SELL-CCY     PIC X(3).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-FWL-SELL-AMT     PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(6)  VALUE ' RATE '.
               10  WS-FWL-RATE         PIC Z,ZZZ,ZZ9.99999999.
               10  FILLER              PIC X(7)  VALUE ' VALUE '.
               10  WS-FWL-VALUE-DATE   PIC X(8).
               10  FILLER              PIC X(5)  VALUE ' MTM '.
               10  WS-FWL-MTM          PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(5)  VALUE SPACES.
           05  WS-UNITHOLDING-HDR.
               10  FILLER              PIC X(24) VALUE
                   'POOLED FUND UNITHOLDINGS'.
               10  FILLER              PIC X(108) VALUE SPACES.
           05  WS-UNITHOLDING-LINE.
               10  FILLER              PIC X(5)  VALUE 'POOL '.
               10  WS-UNL-POOL         PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-UNL-NAME         PIC X(30).
               10  FILLER              PIC X(7)  VALUE ' UNITS '.
               10  WS-UNL-UNITS        PIC ZZZ,ZZZ,ZZ9.9999.
               10  FILLER              PIC X(5)  VALUE ' NAV '.
               10  WS-UNL-NAV          PIC Z,ZZZ,ZZ9.9999.
               10  FILLER              PIC X(7)  VALUE ' VALUE '.
               10  WS-UNL-VALUE        PIC $$$$,$$$,$$9.99.
               10  FILLER              PIC X(6)  VALUE ' COST '.
               10  WS-UNL-COST         PIC $$$$,$$$,$$9.99.
               10  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-FIDUCIARY-LINE.
               10  FILLER              PIC X(13) VALUE
                   'INCOME CASH: '.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           CALL 'MSKLVL00' USING WS-MASK-LEVEL-REQUEST

           OPEN INPUT PORTFOLIO-FILE
           IF WS-PORT-STATUS NOT = '00'
               SET WS-CSH-UNAVAILABLE TO TRUE
           END-IF

      *    Likewise the forward file, which only exists once the desk
      *    has dealt a contract.
           OPEN INPUT FX-FORWARD-FILE
           IF WS-FWD-STATUS = '00'
               SET WS-FWD-AVAILABLE TO TRUE
           ELSE
               SET WS-FWD-UNAVAILABLE TO TRUE
           END-IF

      *    And the securities loan file, which only exists once the
      *    lending program has lent something.
           OPEN INPUT SECURITIES-LOAN-FILE
           IF WS-SLN-STATUS = '00'
               SET WS-SLN-AVAILABLE TO TRUE
           ELSE
               SET WS-SLN-UNAVAILABLE TO TRUE
           END-IF

      *    And the unitholder register, which only exists once a
      *    pooled fund has issued units; the pool file beside it
      *    supplies each pool's name and NAV.
           OPEN INPUT UNITHOLDER-FILE
           IF WS-UNH-STATUS = '00'
               OPEN INPUT POOLED-FUND-FILE
               IF WS-PFD-STATUS = '00'
                   SET WS-UNH-AVAILABLE TO TRUE
               ELSE
                   CLOSE UNITHOLDER-FILE
                   SET WS-UNH-UNAVAILABLE TO TRUE
               END-IF
           ELSE
               SET WS-UNH-UNAVAILABLE TO TRUE
           END-IF

           OPEN OUTPUT STATEMENT-FILE
           IF WS-STMT-STATUS NOT = '00'
               MOVE 'Error opening statement file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT SUPPRESSION-REPORT
           IF WS-SUP-STATUS NOT = '00'
               MOVE 'Error opening suppression report' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           MOVE WS-CURRENT-DATE-X TO WS-SUP-RUN-DATE
           WRITE SUPPRESSION-LINE FROM WS-SUP-TITLE
           WRITE SUPPRESSION-LINE FROM WS-SUP-HEADING

           OPEN I-O BATCH-CONTROL-FILE
           IF WS-BCT-STATUS NOT = '00'
               MOVE 'Error opening control file' TO ERR-TEXT
               WHEN TRN-TYPE-DIV
               WHEN TRN-TYPE-INT
               WHEN TRN-TYPE-CGD
               WHEN TRN-TYPE-SLF
               WHEN TRN-TYPE-WHTR
               WHEN TRN-TYPE-RBT
               WHEN TRN-TYPE-RDR
                   ADD TRN-AMOUNT TO WS-ACT-INCOME(WS-ACT-IX)
               WHEN TRN-TYPE-DEP
                   ADD TRN-AMOUNT TO WS-ACT-DEPOSITS(WS-ACT-IX)
               WHEN TRN-TYPE-WDR
                   ADD TRN-AMOUNT TO WS-ACT-WDRAWALS(WS-ACT-IX)
               WHEN TRN-TYPE-RCVF
                   ADD TRN-AMOUNT TO WS-ACT-RCVD-FREE(WS-ACT-IX)
               WHEN TRN-TYPE-DLVF
                   ADD TRN-AMOUNT TO WS-ACT-DLVD-FREE(WS-ACT-IX)
           END-EVALUATE
           .

               EXIT PARAGRAPH
           END-IF

      *    Returned mail: a statement for an address flagged
      *    undeliverable is held, not printed -- but its holdings are
      *    still totalled so the summary record carries the figures.
           MOVE PORT-ID           TO WS-MLC-PORTFOLIO-ID
           MOVE WS-CURRENT-DATE-X TO WS-MLC-DATE
           CALL 'MALCHK00' USING WS-MAIL-REQUEST
           IF WS-MLC-SUPPRESS
               SET WS-STMT-HELD TO TRUE
               PERFORM 3200-WRITE-HOLDINGS
               PERFORM 3500-WRITE-SUMMARY-RECORD
               PERFORM 3800-WRITE-SUPPRESSION-LINE
               SET WS-STMT-PRINTED TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM 3100-WRITE-STATEMENT-HEADER
           PERFORM 3200-WRITE-HOLDINGS
           PERFORM 3300-WRITE-ACTIVITY-SUMMARY
               PERFORM 3400-WRITE-CURRENCY-BALANCES
           END-IF

      *    Open forwards: the hedges still to settle, each with the
      *    unrealized result it was last marked at.
           IF WS-FWD-AVAILABLE
               PERFORM 3600-WRITE-OPEN-FORWARDS
           END-IF

      *    Unitholdings: the portfolio's units in the pooled funds,
      *    at each pool's current NAV per unit.
           IF WS-UNH-AVAILABLE
               PERFORM 3700-WRITE-UNITHOLDINGS
           END-IF

           PERFORM 3500-WRITE-SUMMARY-RECORD

           ADD 1 TO WS-STATEMENTS-WRITTEN
           .

      *----------------------------------------------------------------*
      * One line per held statement, so the returned-mail desk can
      * see what is waiting on a verified address.
      *----------------------------------------------------------------*
       3800-WRITE-SUPPRESSION-LINE.
           MOVE PORT-ID             TO WS-SUP-PORTFOLIO
           MOVE WS-MKL-LEVEL        TO MSK-LEVEL
           MOVE PORT-ACCOUNT-NO     TO MSK-ACCOUNT-NO
           MOVE PORT-CLIENT-NAME    TO MSK-CLIENT-NAME
           CALL 'IDMASK00' USING IDMASK-REQUEST
           MOVE MSK-ACCOUNT-NO      TO WS-SUP-ACCOUNT
           MOVE MSK-CLIENT-NAME     TO WS-SUP-CLIENT
           MOVE WS-MLC-RETURNED-DATE TO WS-SUP-RETURNED
           MOVE WS-MLC-RETURN-COUNT TO WS-SUP-COUNT
           MOVE WS-CLOSING-VALUE    TO WS-SUP-CLOSING
           WRITE SUPPRESSION-LINE FROM WS-SUP-DETAIL
           ADD 1 TO WS-STATEMENTS-HELD
           .

      *----------------------------------------------------------------*
      * The closing figures exactly as they printed, on one summary
      * record per statement, for the pre-release balancing step.
           WRITE STATEMENT-LINE FROM WS-RULE-LINE

           MOVE PORT-ID            TO WS-HDR-PORTFOLIO
           MOVE WS-MKL-LEVEL       TO MSK-LEVEL
           MOVE PORT-ACCOUNT-NO    TO MSK-ACCOUNT-NO
           MOVE PORT-CLIENT-NAME   TO MSK-CLIENT-NAME
           CALL 'IDMASK00' USING IDMASK-REQUEST
           MOVE MSK-ACCOUNT-NO     TO WS-HDR-ACCOUNT
           MOVE WS-CURRENT-DATE-X  TO WS-HDR-DATE
           WRITE STATEMENT-LINE FROM WS-HDR-LINE1

           MOVE MSK-CLIENT-NAME       TO WS-HDR-CLIENT
           MOVE SPACES                TO MSK-ACCOUNT-NO
           MOVE PORT-JOINT-OWNER-NAME TO MSK-CLIENT-NAME
           CALL 'IDMASK00' USING IDMASK-REQUEST
           MOVE MSK-CLIENT-NAME       TO WS-HDR-JOINT
           WRITE STATEMENT-LINE FROM WS-HDR-LINE2

           MOVE PORT-BENEFICIARY-NAME     TO WS-HDR-BENEF
           MOVE CUR-QUANTITY      TO WS-HLD-QUANTITY
           MOVE CUR-COST-BASIS    TO WS-HLD-COST
           MOVE CUR-MARKET-VALUE  TO WS-HLD-VALUE
           MOVE SPACES            TO WS-HLD-LOAN-MARK
           MOVE ZERO              TO WS-HLD-LOAN-QTY
           IF WS-SLN-AVAILABLE
               PERFORM 3230-MARK-LOANED-UNITS
           END-IF
           IF WS-STMT-PRINTED
               WRITE STATEMENT-LINE FROM WS-HOLDING-LINE
           END-IF

      *    Opening/closing totals are struck in base currency so a
      *    mixed-currency statement's value summary adds like for
           ADD ACR-ACCRUED-AMOUNT TO WS-ACCRUED-TOTAL
           .

      *----------------------------------------------------------------*
      * Units lent out under the securities lending program, across
      * all borrowers. They are still the client's and already in
      * the quantity above -- the marking only says where they are.
      *----------------------------------------------------------------*
       3230-MARK-LOANED-UNITS.
           MOVE ZERO TO WS-LOANED-QTY
           SET WS-SLN-MORE TO TRUE

           MOVE CUR-PORTFOLIO-ID  TO SLN-PORTFOLIO-ID
           MOVE CUR-INVESTMENT-ID TO SLN-INVESTMENT-ID
           MOVE LOW-VALUES        TO SLN-BORROWER-ID
           START SECURITIES-LOAN-FILE KEY NOT LESS THAN SLN-KEY
               INVALID KEY
                   SET WS-SLN-EOF TO TRUE
           END-START

           PERFORM 3235-ADD-ONE-LOAN
               UNTIL WS-SLN-EOF

           IF WS-LOANED-QTY > ZERO
               MOVE 'ON LOAN '    TO WS-HLD-LOAN-MARK
               MOVE WS-LOANED-QTY TO WS-HLD-LOAN-QTY
           END-IF
           .

       3235-ADD-ONE-LOAN.
           READ SECURITIES-LOAN-FILE NEXT RECORD
               AT END
                   SET WS-SLN-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF SLN-PORTFOLIO-ID  NOT = CUR-PORTFOLIO-ID
           OR SLN-INVESTMENT-ID NOT = CUR-INVESTMENT-ID
               SET WS-SLN-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF SLN-ON-LOAN
               ADD SLN-QUANTITY TO WS-LOANED-QTY
           END-IF
           .

       3250-WRITE-VALUE-SUMMARY.
           PERFORM 3260-FIND-PORTFOLIO-ACTIVITY

      *    earned to date on the book's fixed-income holdings.
           ADD WS-ACCRUED-TOTAL TO WS-CLOSING-VALUE
           MOVE WS-CLOSING-VALUE TO WS-VAL-CLOSING
           IF WS-STMT-HELD
               EXIT PARAGRAPH
           END-IF
           WRITE STATEMENT-LINE FROM WS-VALUE-LINE

           IF WS-ACCRUED-TOTAL NOT = ZERO
           MOVE 'WITHDRAWALS:'      TO WS-ACT-LABEL
           MOVE WS-ACT-WDRAWALS(WS-ACT-IX) TO WS-ACT-AMOUNT
           WRITE STATEMENT-LINE FROM WS-ACTIVITY-LINE

           MOVE 'RECEIVED FREE:'    TO WS-ACT-LABEL
           MOVE WS-ACT-RCVD-FREE(WS-ACT-IX) TO WS-ACT-AMOUNT
           WRITE STATEMENT-LINE FROM WS-ACTIVITY-LINE

           MOVE 'DELIVERED FREE:'   TO WS-ACT-LABEL
           MOVE WS-ACT-DLVD-FREE(WS-ACT-IX) TO WS-ACT-AMOUNT
           WRITE STATEMENT-LINE FROM WS-ACTIVITY-LINE
           .

       3400-WRITE-CURRENCY-BALANCES.
           WRITE STATEMENT-LINE FROM WS-CURRENCY-LINE
           .

       3600-WRITE-OPEN-FORWARDS.
           SET WS-FWD-MORE TO TRUE
           MOVE PORT-ID    TO FWD-PORTFOLIO-ID
           MOVE LOW-VALUES TO FWD-CONTRACT-ID

           START FX-FORWARD-FILE KEY NOT LESS THAN FWD-KEY
               INVALID KEY
                   SET WS-FWD-EOF TO TRUE
           END-START

           PERFORM 3610-WRITE-ONE-FORWARD
               UNTIL WS-FWD-EOF
           .

       3610-WRITE-ONE-FORWARD.
           READ FX-FORWARD-FILE NEXT RECORD
               AT END
                   SET WS-FWD-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF FWD-PORTFOLIO-ID NOT = PORT-ID
               SET WS-FWD-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF NOT FWD-OPEN
               EXIT PARAGRAPH
           END-IF

           MOVE FWD-CONTRACT-ID   TO WS-FWL-CONTRACT
           MOVE FWD-BUY-CURRENCY  TO WS-FWL-BUY-CCY
           MOVE FWD-BUY-AMOUNT    TO WS-FWL-BUY-AMT
           MOVE FWD-SELL-CURRENCY TO WS-FWL-SELL-CCY
           MOVE FWD-SELL-AMOUNT   TO WS-FWL-SELL-AMT
           MOVE FWD-CONTRACT-RATE TO WS-FWL-RATE
           MOVE FWD-VALUE-DATE    TO WS-FWL-VALUE-DATE
           MOVE FWD-MTM-BASE      TO WS-FWL-MTM
           WRITE STATEMENT-LINE FROM WS-FORWARD-LINE
           .

       3700-WRITE-UNITHOLDINGS.
           SET WS-UNH-MORE        TO TRUE
           SET WS-UNH-HEADING-DUE TO TRUE
           MOVE PORT-ID    TO UNH-INVESTOR-ID
           MOVE LOW-VALUES TO UNH-POOL-ID

           START UNITHOLDER-FILE KEY NOT LESS THAN UNH-KEY
               INVALID KEY
                   SET WS-UNH-EOF TO TRUE
           END-START

           PERFORM 3710-WRITE-ONE-UNITHOLDING
               UNTIL WS-UNH-EOF
           .

       3710-WRITE-ONE-UNITHOLDING.
           READ UNITHOLDER-FILE NEXT RECORD
               AT END
                   SET WS-UNH-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF UNH-INVESTOR-ID NOT = PORT-ID
               SET WS-UNH-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF NOT UNH-ACTIVE
               EXIT PARAGRAPH
           END-IF

           MOVE UNH-POOL-ID TO PFD-POOL-ID
           READ POOLED-FUND-FILE
               INVALID KEY
                   MOVE SPACES TO PFD-POOL-NAME
                   MOVE ZERO   TO PFD-NAV-PER-UNIT
           END-READ

           IF WS-UNH-HEADING-DUE
               WRITE STATEMENT-LINE FROM WS-UNITHOLDING-HDR
               SET WS-UNH-HEADING-DONE TO TRUE
           END-IF

           COMPUTE WS-UNIT-VALUE ROUNDED =
               UNH-UNITS * PFD-NAV-PER-UNIT
           MOVE UNH-POOL-ID       TO WS-UNL-POOL
           MOVE PFD-POOL-NAME     TO WS-UNL-NAME
           MOVE UNH-UNITS         TO WS-UNL-UNITS
           MOVE PFD-NAV-PER-UNIT  TO WS-UNL-NAV
           MOVE WS-UNIT-VALUE     TO WS-UNL-VALUE
           MOVE UNH-COST          TO WS-UNL-COST
           WRITE STATEMENT-LINE FROM WS-UNITHOLDING-LINE
           .

       4000-TERMINATE.
           PERFORM 4100-UPDATE-COMPLETION

           MOVE WS-STATEMENTS-HELD TO WS-SUP-TOTAL-COUNT
           WRITE SUPPRESSION-LINE FROM WS-SUP-TOTAL

           CLOSE PORTFOLIO-FILE
                 CURRENT-POSITION-FILE
                 PRIOR-SNAPSHOT-FILE
                 PERIOD-TRAN-FILE
                 STATEMENT-FILE
                 STATEMENT-SUMMARY-FILE
                 SUPPRESSION-REPORT
                 BATCH-CONTROL-FILE

           IF WS-ACR-AVAILABLE
               CLOSE CURRENCY-CASH-FILE
           END-IF

           IF WS-FWD-AVAILABLE
               CLOSE FX-FORWARD-FILE
           END-IF

           IF WS-SLN-AVAILABLE
               CLOSE SECURITIES-LOAN-FILE
           END-IF

           IF WS-UNH-AVAILABLE
               CLOSE UNITHOLDER-FILE
                     POOLED-FUND-FILE
           END-IF

           DISPLAY 'STMGEN00 Processing Statistics:'
           DISPLAY '  Statements written: ' WS-STATEMENTS-WRITTEN
           DISPLAY '  Statements held:    ' WS-STATEMENTS-HELD
           DISPLAY '  Errors:             ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
