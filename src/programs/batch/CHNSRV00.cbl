      *================================================================*
      * Program Name: CHNSRV00
      * Description: Excessive Trading Surveillance Report
      * Version: 1.0
      * Date: 2026
      *
      * Month-end stream job, after the staff trading report. Looks
      * for accounts traded out of proportion to their equity --
      * the churning pattern supervisors must be able to show they
      * watch for. For each account with posted BU/SL trades in the
      * month (the STMTRN concatenation of the month's TRANFILEs):
      *
      *  - average equity is the mean of the opening holdings value
      *    (the prior month-end MESNAP image on PRVSNAP) and the
      *    closing value (the POSCUR view as the month closes); an
      *    account with no opening image is averaged on its closing
      *    value alone;
      *  - annualized turnover is the month's BU principal times
      *    twelve over average equity;
      *  - cost-to-equity is the month's commission, exchange fee
      *    and other charges on those trades, times twelve, as a
      *    percent of average equity.
      *
      * An account above either CHNPARM limit (default turnover 6.0,
      * cost-to-equity 20 percent) is listed with its PORT-OBJECTIVE
      * and opens a CHNCASE review case pending disposition through
      * CHNDSP00. A rerun for the same date finds its cases already
      * on file and does not open them twice.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHNSRV00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-TRAN-FILE
               ASSIGN TO STMTRN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT PRIOR-SNAPSHOT-FILE
               ASSIGN TO PRVSNAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRV-STATUS.

           SELECT POSITION-FILE
               ASSIGN TO POSCUR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUR-KEY
               FILE STATUS IS WS-POS-STATUS.

           SELECT PORTFOLIO-FILE
               ASSIGN TO PORTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PORT-ID
               FILE STATUS IS WS-PORT-STATUS.

           SELECT CHURN-CASE-FILE
               ASSIGN TO CHNCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHC-KEY
               FILE STATUS IS WS-CHC-STATUS.

           SELECT CHN-PARM-FILE
               ASSIGN TO CHNPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SURVEILLANCE-REPORT
               ASSIGN TO CHNRPT
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

       FD  PRIOR-SNAPSHOT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
      *    POSITION-RECORD images padded to 200 bytes, as MECLS00
      *    writes them; only the leading fields are needed here.
       01  PRIOR-SNAPSHOT-RECORD.
           05  PSN-PORTFOLIO-ID        PIC X(08).
           05  PSN-DATE                PIC X(08).
           05  PSN-INVESTMENT-ID       PIC X(10).
           05  PSN-QUANTITY            PIC S9(11)V9(4) COMP-3.
           05  PSN-COST-BASIS          PIC S9(13)V9(2) COMP-3.
           05  PSN-MARKET-VALUE        PIC S9(13)V9(2) COMP-3.
           05  PSN-BASE-VALUE          PIC S9(13)V9(2) COMP-3.
           05  FILLER                  PIC X(142).

       FD  POSITION-FILE.
       COPY POSCUR.

       FD  PORTFOLIO-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PORTFLIO.

       FD  CHURN-CASE-FILE.
       COPY CHNCASE.

       FD  CHN-PARM-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY CHNPARM.

       FD  SURVEILLANCE-REPORT
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
           05  WS-TRAN-STATUS          PIC X(2).
           05  WS-PRV-STATUS           PIC X(2).
           05  WS-POS-STATUS           PIC X(2).
           05  WS-PORT-STATUS          PIC X(2).
           05  WS-CHC-STATUS           PIC X(2).
           05  WS-PARM-STATUS          PIC X(2).
           05  WS-RPT-STATUS           PIC X(2).
           05  WS-BCT-STATUS           PIC X(2).

       01  WS-CONSTANTS.
      *    CHNSRV00's position in the SEQ-MONTH-END stream -- 19th,
      *    after PCLRPT00.
           05  WS-SEQUENCE-NO          PIC 9(4) VALUE 19.
      *    Flagging limits; the CHNPARM card overrides.
           05  WS-TURNOVER-LIMIT       PIC S9(3)V9(1) COMP-3
                                       VALUE 6.0.
           05  WS-COST-LIMIT           PIC S9(3)V9(1) COMP-3
                                       VALUE 20.0.

       01  WS-SWITCHES.
           05  WS-TRAN-EOF-SW          PIC X(1) VALUE 'N'.
               88  WS-TRAN-EOF              VALUE 'Y'.
           05  WS-PRV-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-PRV-EOF               VALUE 'Y'.
           05  WS-POS-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-POS-EOF               VALUE 'Y'.
           05  WS-CELL-FOUND-SW        PIC X(1) VALUE 'N'.
               88  WS-CELL-FOUND            VALUE 'Y'.
               88  WS-CELL-NOT-FOUND        VALUE 'N'.
           05  WS-TURN-FLAG-SW         PIC X(1) VALUE 'N'.
               88  WS-TURN-FLAGGED          VALUE 'Y'.
               88  WS-TURN-NOT-FLAGGED      VALUE 'N'.
           05  WS-COST-FLAG-SW         PIC X(1) VALUE 'N'.
               88  WS-COST-FLAGGED          VALUE 'Y'.
               88  WS-COST-NOT-FLAGGED      VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                     PIC X(8).
           05  WS-CURRENT-TIME8        PIC 9(8).
           05  WS-KEY-PORTFOLIO        PIC X(8).
           05  WS-CELL-IX              PIC 9(4) COMP.
           05  WS-RPT-IX               PIC 9(4) COMP.
           05  WS-AVG-EQUITY           PIC S9(13)V9(2) COMP-3.
           05  WS-TURNOVER             PIC S9(5)V9(2) COMP-3.
           05  WS-COST-EQUITY          PIC S9(5)V9(2) COMP-3.

      *----------------------------------------------------------------*
      * One cell per portfolio with posted BU/SL trades in the month.
      * The snapshot and POSCUR passes only add to cells already
      * opened by a trade -- an account that did not trade cannot
      * have turned over. Capped at 2000 -- overflow fails the run
      * rather than leaving accounts unsurveyed.
      *----------------------------------------------------------------*
       01  WS-CELL-TABLE.
           05  WS-CELL-COUNT           PIC 9(4) COMP VALUE 0.
           05  WS-CELL-ENTRY OCCURS 2000 TIMES.
               10  WS-CEL-PORTFOLIO    PIC X(08).
               10  WS-CEL-PURCHASES    PIC S9(13)V9(2) COMP-3.
               10  WS-CEL-SALES        PIC S9(13)V9(2) COMP-3.
               10  WS-CEL-CHARGES      PIC S9(11)V9(2) COMP-3.
               10  WS-CEL-OPENING      PIC S9(13)V9(2) COMP-3.
               10  WS-CEL-CLOSING      PIC S9(13)V9(2) COMP-3.
       01  WS-CELL-MAX                 PIC 9(4) COMP VALUE 2000.

       01  WS-COUNTERS.
           05  WS-TRADES-READ          PIC 9(7) COMP VALUE 0.
           05  WS-ACCOUNTS-SURVEYED    PIC 9(5) COMP VALUE 0.
           05  WS-ACCOUNTS-FLAGGED     PIC 9(5) COMP VALUE 0.
           05  WS-CASES-OPENED         PIC 9(5) COMP VALUE 0.
           05  WS-CASES-ON-FILE        PIC 9(5) COMP VALUE 0.
           05  WS-NO-EQUITY            PIC 9(5) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       01  WS-REPORT-LINES.
           05  WS-HDR-LINE.
               10  FILLER              PIC X(36) VALUE
                   'EXCESSIVE TRADING SURVEILLANCE DATE '.
               10  WS-HDR-DATE         PIC X(8).
               10  FILLER              PIC X(12) VALUE
                   '  TURN LIMIT'.
               10  WS-HDR-TURN-LIMIT   PIC ZZ9.9.
               10  FILLER              PIC X(13) VALUE
                   '  COST LIMIT%'.
               10  WS-HDR-COST-LIMIT   PIC ZZ9.9.
               10  FILLER              PIC X(53) VALUE SPACES.
           05  WS-COL-LINE.
               10  FILLER              PIC X(36) VALUE
                   'PORTFOLIO OBJ PAT         AVG EQUITY'.
               10  FILLER              PIC X(20) VALUE
                   '           PURCHASES'.
               10  FILLER              PIC X(19) VALUE
                   '            CHARGES'.
               10  FILLER              PIC X(11) VALUE '   TURNOVER'.
               10  FILLER              PIC X(11) VALUE '   COST/EQ%'.
               10  FILLER              PIC X(35) VALUE '  CASE'.
           05  WS-DETAIL-LINE.
               10  WS-DTL-PORTFOLIO    PIC X(8).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-DTL-OBJECTIVE    PIC X(2).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-DTL-PATTERN      PIC X(1).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-DTL-AVG-EQUITY   PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-PURCHASES    PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-CHARGES      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-DTL-TURNOVER     PIC ZZ,ZZ9.99.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-DTL-COST-EQUITY  PIC ZZ,ZZ9.99.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-DTL-CASE         PIC X(12).
               10  FILLER              PIC X(21) VALUE SPACES.
           05  WS-NOEQ-LINE.
               10  WS-NEQ-PORTFOLIO    PIC X(8).
               10  FILLER              PIC X(44) VALUE
                   '  TRADED WITH NO EQUITY BASE - NOT MEASURED'.
               10  FILLER              PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-LOAD-PERIOD-TRADES
               UNTIL WS-TRAN-EOF
               OR ERR-TEXT NOT = SPACES
           PERFORM 2100-LOAD-OPENING-VALUES
               UNTIL WS-PRV-EOF
               OR ERR-TEXT NOT = SPACES
           PERFORM 2200-LOAD-CLOSING-VALUES
               UNTIL WS-POS-EOF
               OR ERR-TEXT NOT = SPACES

           IF ERR-TEXT = SPACES
               PERFORM 3000-EVALUATE-ACCOUNTS
           END-IF

           PERFORM 4000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD

           OPEN INPUT PERIOD-TRAN-FILE
           IF WS-TRAN-STATUS NOT = '00'
               MOVE 'Error opening period transactions' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT PRIOR-SNAPSHOT-FILE
           IF WS-PRV-STATUS NOT = '00'
               MOVE 'Error opening prior snapshot' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT POSITION-FILE
           IF WS-POS-STATUS NOT = '00'
               MOVE 'Error opening current positions' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT PORTFOLIO-FILE
           IF WS-PORT-STATUS NOT = '00'
               MOVE 'Error opening portfolio file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O CHURN-CASE-FILE
           IF WS-CHC-STATUS NOT = '00' AND '05'
               MOVE 'Error opening trading case file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT CHN-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ CHN-PARM-FILE
               IF WS-PARM-STATUS = '00'
                   IF CPM-TURNOVER-LIMIT IS NUMERIC
                      AND CPM-TURNOVER-LIMIT NOT = ZERO
                       MOVE CPM-TURNOVER-LIMIT TO WS-TURNOVER-LIMIT
                   END-IF
                   IF CPM-COST-LIMIT IS NUMERIC
                      AND CPM-COST-LIMIT NOT = ZERO
                       MOVE CPM-COST-LIMIT TO WS-COST-LIMIT
                   END-IF
               END-IF
               CLOSE CHN-PARM-FILE
           END-IF

           OPEN OUTPUT SURVEILLANCE-REPORT
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'Error opening surveillance report' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O BATCH-CONTROL-FILE
           IF WS-BCT-STATUS NOT = '00'
               MOVE 'Error opening control file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           PERFORM 1200-INIT-CHECKPOINT

           MOVE WS-CURRENT-DATE-X  TO WS-HDR-DATE
           MOVE WS-TURNOVER-LIMIT  TO WS-HDR-TURN-LIMIT
           MOVE WS-COST-LIMIT      TO WS-HDR-COST-LIMIT
           WRITE REPORT-RECORD FROM WS-HDR-LINE
           WRITE REPORT-RECORD FROM WS-COL-LINE
           .

       1200-INIT-CHECKPOINT.
           MOVE 'CHNSRV00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for CHNSRV00' TO
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
      * The month's posted trades: BU principal is the turnover
      * numerator, and the charges on both sides are the cost the
      * client bore for the trading.
      *----------------------------------------------------------------*
       2000-LOAD-PERIOD-TRADES.
           READ PERIOD-TRAN-FILE
               AT END
                   SET WS-TRAN-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF TRN-DATE = '*HEADER ' OR TRN-DATE = '*TRAILER'
               EXIT PARAGRAPH
           END-IF

           IF NOT TRN-STATUS-DONE
               EXIT PARAGRAPH
           END-IF
           IF NOT TRN-TYPE-BUY AND NOT TRN-TYPE-SELL
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TRADES-READ
           MOVE TRN-PORTFOLIO-ID TO WS-KEY-PORTFOLIO
           PERFORM 2500-FIND-CELL
           IF WS-CELL-NOT-FOUND
               PERFORM 2510-ADD-CELL
               IF ERR-TEXT NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF TRN-TYPE-BUY
               ADD TRN-AMOUNT TO WS-CEL-PURCHASES(WS-CELL-IX)
           ELSE
               ADD TRN-AMOUNT TO WS-CEL-SALES(WS-CELL-IX)
           END-IF
           ADD TRN-COMMISSION
               TRN-EXCH-FEE
               TRN-OTHER-CHARGE
             TO WS-CEL-CHARGES(WS-CELL-IX)
           .

       2100-LOAD-OPENING-VALUES.
           READ PRIOR-SNAPSHOT-FILE
               AT END
                   SET WS-PRV-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           MOVE PSN-PORTFOLIO-ID TO WS-KEY-PORTFOLIO
           PERFORM 2500-FIND-CELL
           IF WS-CELL-FOUND
               ADD PSN-BASE-VALUE TO WS-CEL-OPENING(WS-CELL-IX)
           END-IF
           .

       2200-LOAD-CLOSING-VALUES.
           READ POSITION-FILE
               AT END
                   SET WS-POS-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF CUR-STATUS-CLOSED
               EXIT PARAGRAPH
           END-IF

           MOVE CUR-PORTFOLIO-ID TO WS-KEY-PORTFOLIO
           PERFORM 2500-FIND-CELL
           IF WS-CELL-FOUND
               ADD CUR-BASE-VALUE TO WS-CEL-CLOSING(WS-CELL-IX)
           END-IF
           .

       2500-FIND-CELL.
           SET WS-CELL-NOT-FOUND TO TRUE
           PERFORM VARYING WS-CELL-IX FROM 1 BY 1
                   UNTIL WS-CELL-IX > WS-CELL-COUNT
                   OR WS-CELL-FOUND
               IF WS-CEL-PORTFOLIO(WS-CELL-IX) = WS-KEY-PORTFOLIO
                   SET WS-CELL-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-CELL-FOUND
               SUBTRACT 1 FROM WS-CELL-IX
           END-IF
           .

       2510-ADD-CELL.
           IF WS-CELL-COUNT NOT < WS-CELL-MAX
               MOVE 'Trading surveillance table exceeded' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CELL-COUNT
           MOVE WS-CELL-COUNT TO WS-CELL-IX
           INITIALIZE WS-CELL-ENTRY(WS-CELL-IX)
           MOVE WS-KEY-PORTFOLIO TO WS-CEL-PORTFOLIO(WS-CELL-IX)
           .

      *----------------------------------------------------------------*
      * Ratio pass. Both ratios annualize the month by twelve; an
      * account whose ratio will not fit the field is shown at the
      * field's maximum, which is over any sensible limit.
      *----------------------------------------------------------------*
       3000-EVALUATE-ACCOUNTS.
           PERFORM VARYING WS-RPT-IX FROM 1 BY 1
                   UNTIL WS-RPT-IX > WS-CELL-COUNT
                   OR ERR-TEXT NOT = SPACES
               PERFORM 3100-EVALUATE-ONE-ACCOUNT
           END-PERFORM
           .

       3100-EVALUATE-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-SURVEYED

           IF WS-CEL-OPENING(WS-RPT-IX) = ZERO
               MOVE WS-CEL-CLOSING(WS-RPT-IX) TO WS-AVG-EQUITY
           ELSE
               COMPUTE WS-AVG-EQUITY ROUNDED =
                   (WS-CEL-OPENING(WS-RPT-IX) +
                    WS-CEL-CLOSING(WS-RPT-IX)) / 2
           END-IF

           IF WS-AVG-EQUITY NOT > ZERO
               ADD 1 TO WS-NO-EQUITY
               MOVE WS-CEL-PORTFOLIO(WS-RPT-IX) TO WS-NEQ-PORTFOLIO
               WRITE REPORT-RECORD FROM WS-NOEQ-LINE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-TURNOVER ROUNDED =
               WS-CEL-PURCHASES(WS-RPT-IX) * 12 / WS-AVG-EQUITY
               ON SIZE ERROR
                   MOVE 99999.99 TO WS-TURNOVER
           END-COMPUTE
           COMPUTE WS-COST-EQUITY ROUNDED =
               WS-CEL-CHARGES(WS-RPT-IX) * 12 * 100 / WS-AVG-EQUITY
               ON SIZE ERROR
                   MOVE 99999.99 TO WS-COST-EQUITY
           END-COMPUTE

           SET WS-TURN-NOT-FLAGGED TO TRUE
           SET WS-COST-NOT-FLAGGED TO TRUE
           IF WS-TURNOVER > WS-TURNOVER-LIMIT
               SET WS-TURN-FLAGGED TO TRUE
           END-IF
           IF WS-COST-EQUITY > WS-COST-LIMIT
               SET WS-COST-FLAGGED TO TRUE
           END-IF
           IF WS-TURN-NOT-FLAGGED AND WS-COST-NOT-FLAGGED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ACCOUNTS-FLAGGED
           MOVE WS-CEL-PORTFOLIO(WS-RPT-IX) TO PORT-ID
           READ PORTFOLIO-FILE
               INVALID KEY
                   MOVE SPACES TO PORT-OBJECTIVE
           END-READ

           PERFORM 3500-OPEN-CASE
           IF ERR-TEXT NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE CHC-PORTFOLIO-ID  TO WS-DTL-PORTFOLIO
           MOVE CHC-OBJECTIVE     TO WS-DTL-OBJECTIVE
           MOVE CHC-PATTERN       TO WS-DTL-PATTERN
           MOVE CHC-AVG-EQUITY    TO WS-DTL-AVG-EQUITY
           MOVE CHC-PURCHASES     TO WS-DTL-PURCHASES
           MOVE CHC-CHARGES       TO WS-DTL-CHARGES
           MOVE CHC-TURNOVER      TO WS-DTL-TURNOVER
           MOVE CHC-COST-EQUITY   TO WS-DTL-COST-EQUITY
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

      *----------------------------------------------------------------*
      * One case per flagged account per month-end run. A rerun for
      * the same date finds the case on file and leaves it, with any
      * disposition already recorded, as it stands.
      *----------------------------------------------------------------*
       3500-OPEN-CASE.
           MOVE WS-CEL-PORTFOLIO(WS-RPT-IX) TO CHC-PORTFOLIO-ID
           MOVE WS-CURRENT-DATE-X TO CHC-CASE-DATE
           MOVE 1                 TO CHC-CASE-SEQ
           READ CHURN-CASE-FILE
               NOT INVALID KEY
                   ADD 1 TO WS-CASES-ON-FILE
                   MOVE 'CASE ON FILE' TO WS-DTL-CASE
                   EXIT PARAGRAPH
           END-READ

           INITIALIZE CHC-DATA
           MOVE SPACES            TO CHC-FILLER
           EVALUATE TRUE
               WHEN WS-TURN-FLAGGED AND WS-COST-FLAGGED
                   SET CHC-PAT-BOTH     TO TRUE
               WHEN WS-TURN-FLAGGED
                   SET CHC-PAT-TURNOVER TO TRUE
               WHEN OTHER
                   SET CHC-PAT-COST     TO TRUE
           END-EVALUATE
           MOVE PORT-OBJECTIVE              TO CHC-OBJECTIVE
           MOVE WS-CEL-PURCHASES(WS-RPT-IX) TO CHC-PURCHASES
           MOVE WS-CEL-SALES(WS-RPT-IX)     TO CHC-SALES
           MOVE WS-CEL-CHARGES(WS-RPT-IX)   TO CHC-CHARGES
           MOVE WS-AVG-EQUITY               TO CHC-AVG-EQUITY
           MOVE WS-TURNOVER                 TO CHC-TURNOVER
           MOVE WS-COST-EQUITY              TO CHC-COST-EQUITY
           SET CHC-STATUS-PENDING TO TRUE
           MOVE SPACES            TO CHC-REVIEWER
           MOVE SPACES            TO CHC-REVIEW-DATE
           MOVE SPACES            TO CHC-REVIEW-NOTE

           WRITE CHURN-CASE-RECORD
               INVALID KEY
                   MOVE 'Error opening trading review case' TO
                       ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-WRITE

           ADD 1 TO WS-CASES-OPENED
           MOVE 'CASE OPENED' TO WS-DTL-CASE
           .

       4000-TERMINATE.
           PERFORM 4100-UPDATE-COMPLETION

           CLOSE PERIOD-TRAN-FILE
                 PRIOR-SNAPSHOT-FILE
                 POSITION-FILE
                 PORTFOLIO-FILE
                 CHURN-CASE-FILE
                 SURVEILLANCE-REPORT
                 BATCH-CONTROL-FILE

           DISPLAY 'CHNSRV00 Processing Statistics:'
           DISPLAY '  Trades read:         ' WS-TRADES-READ
           DISPLAY '  Accounts surveyed:   ' WS-ACCOUNTS-SURVEYED
           DISPLAY '  Accounts flagged:    ' WS-ACCOUNTS-FLAGGED
           DISPLAY '  Cases opened:        ' WS-CASES-OPENED
           DISPLAY '  Cases already open:  ' WS-CASES-ON-FILE
           DISPLAY '  No equity base:      ' WS-NO-EQUITY
           DISPLAY '  Errors:              ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       4100-UPDATE-COMPLETION.
           MOVE 'CHNSRV00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for CHNSRV00' TO
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
           MOVE 'CHNSRV00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
