      *================================================================*
      * Program Name: RBTALC00
      * Description: Fund Trailer Fee and Rebate Allocation
      * Version: 1.0
      * Date: 2026
      *
      * Month-end stream job. Fund companies pay the firm trailer
      * fees and rebates, usually quarterly, on what our clients
      * hold in their funds; fee policy is that the money belongs to
      * the clients. The statements received since the last run
      * arrive on RBTIN, one card per fund per period. Each is
      * shared across the fund's holders in proportion to their
      * average holding over the statement period, and credited to
      * each as an RB fund rebate transaction appended to TRANFILE
      * behind the trailer, so it posts through the normal pipeline
      * next cycle.
      *
      * The average holding is taken over the month-end position
      * images inside the period: the MESNAP generations the period
      * spans arrive concatenated on RBTHIST, and when the period
      * runs to today the POSCUR current-position view stands in for
      * tonight's image. A holder missing from an image held nothing
      * that month-end. Shares are struck to the cent rounding down,
      * so the credits never exceed the receipt; the cents left over
      * are the rounding residue.
      *
      * Every statement allocated is recorded on the FNDRBT register
      * and a statement already there is rejected, so a resent file
      * or a rerun credits nobody twice. A statement with no holders
      * in its period is not allocated and stays off the register,
      * to be resent with the right history. The RBTRPT report lists
      * each holder's average holding and share, and reconciles each
      * statement -- received, allocated, residue -- with run totals.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBTALC00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REBATE-INPUT-FILE
               ASSIGN TO RBTIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT SNAPSHOT-HISTORY-FILE
               ASSIGN TO RBTHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.

           SELECT CURRENT-POSITION-FILE
               ASSIGN TO POSCUR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUR-KEY
               ALTERNATE RECORD KEY IS CUR-INVESTMENT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-POS-STATUS.

           SELECT FUND-REBATE-FILE
               ASSIGN TO FNDRBT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FRB-KEY
               FILE STATUS IS WS-FRB-STATUS.

           SELECT TRANSACTION-FILE
               ASSIGN TO TRANFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT ALLOCATION-REPORT
               ASSIGN TO RBTRPT
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
       FD  REBATE-INPUT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REBATE-INPUT-RECORD.
           05  RBI-FUND-COMPANY        PIC X(08).
           05  RBI-FUND-ID             PIC X(10).
           05  RBI-PERIOD-START        PIC X(08).
           05  RBI-PERIOD-END          PIC X(08).
           05  RBI-AMOUNT              PIC 9(11)V9(2).
           05  RBI-STATEMENT-REF       PIC X(16).
           05  FILLER                  PIC X(17).

       FD  SNAPSHOT-HISTORY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
      *    POSITION-RECORD images padded to 200 bytes, as MECLS00
      *    writes them; only the leading fields are needed here.
       01  SNAPSHOT-HISTORY-RECORD.
           05  SNP-PORTFOLIO-ID        PIC X(08).
           05  SNP-DATE                PIC X(08).
           05  SNP-INVESTMENT-ID       PIC X(10).
           05  SNP-QUANTITY            PIC S9(11)V9(4) COMP-3.
           05  FILLER                  PIC X(166).

       FD  CURRENT-POSITION-FILE.
       COPY POSCUR.

       FD  FUND-REBATE-FILE.
       COPY FNDRBT.

       FD  TRANSACTION-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY TRNREC.

       FD  ALLOCATION-REPORT
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
           05  WS-IN-STATUS            PIC X(2).
           05  WS-SNAP-STATUS          PIC X(2).
           05  WS-POS-STATUS           PIC X(2).
           05  WS-FRB-STATUS           PIC X(2).
           05  WS-TRAN-STATUS          PIC X(2).
           05  WS-RPT-STATUS           PIC X(2).
           05  WS-BCT-STATUS           PIC X(2).

       01  WS-CONSTANTS.
      *    RBTALC00's position in the SEQ-MONTH-END stream -- 22nd,
      *    after WHTAGE00.
           05  WS-SEQUENCE-NO          PIC 9(4) VALUE 22.
           05  WS-BASE-CURRENCY        PIC X(3) VALUE 'USD'.
           05  WS-MAX-STATEMENTS       PIC 9(3) COMP VALUE 100.
           05  WS-MAX-HOLDINGS         PIC 9(5) COMP VALUE 5000.
           05  WS-MAX-OBS-DATES        PIC 9(3) COMP VALUE 120.

       01  WS-SWITCHES.
           05  WS-IN-EOF-SW            PIC X(1) VALUE 'N'.
               88  WS-IN-EOF                VALUE 'Y'.
           05  WS-SNAP-EOF-SW          PIC X(1) VALUE 'N'.
               88  WS-SNAP-EOF              VALUE 'Y'.
           05  WS-POS-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-POS-EOF               VALUE 'Y'.
           05  WS-POS-AVAIL-SW         PIC X(1) VALUE 'N'.
               88  WS-POS-AVAILABLE         VALUE 'Y'.
           05  WS-OBS-FULL-SW          PIC X(1) VALUE 'N'.
               88  WS-OBS-FULL              VALUE 'Y'.
           05  WS-FOUND-SW             PIC X(1) VALUE 'N'.
               88  WS-FOUND                 VALUE 'Y'.
               88  WS-NOT-FOUND             VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                     PIC X(8).
           05  WS-CURRENT-TIME8        PIC 9(8).
           05  WS-CURRENT-TIME-X REDEFINES WS-CURRENT-TIME8
                                     PIC X(8).
           05  WS-SEQUENCE             PIC 9(4) VALUE 0.
           05  WS-SEQ-BUILD.
               10  FILLER              PIC X(2) VALUE 'RB'.
               10  WS-SEQ-NUMBER       PIC 9(4).
           05  WS-REJECT-REASON        PIC X(40).
           05  WS-ADD-PORTFOLIO        PIC X(8).
           05  WS-ADD-QUANTITY         PIC S9(11)V9(4) COMP-3.
           05  WS-SHARE                PIC S9(13)V9(2) COMP-3.
           05  WS-AVERAGE-HOLDING      PIC S9(11)V9(4) COMP-3.

      *    Statements loaded this run, in card order.
       01  WS-STATEMENT-TABLE.
           05  WS-STM-COUNT            PIC 9(3) COMP VALUE 0.
           05  WS-STM-ENTRY OCCURS 100 TIMES.
               10  WS-STM-COMPANY      PIC X(8).
               10  WS-STM-FUND         PIC X(10).
               10  WS-STM-START        PIC X(8).
               10  WS-STM-END          PIC X(8).
               10  WS-STM-REF          PIC X(16).
               10  WS-STM-AMOUNT       PIC S9(13)V9(2) COMP-3.
               10  WS-STM-OBS          PIC 9(3) COMP.
               10  WS-STM-TOTAL-QTY    PIC S9(15)V9(4) COMP-3.
               10  WS-STM-ALLOCATED    PIC S9(13)V9(2) COMP-3.
               10  WS-STM-HOLDERS      PIC 9(5) COMP.
               10  WS-STM-STATE        PIC X(1).
                   88  WS-STM-OK            VALUE 'Y'.
                   88  WS-STM-OVERFLOW      VALUE 'F'.

      *    Each holder's month-end quantities summed over its
      *    statement's period -- one entry per statement/portfolio.
       01  WS-HOLDING-TABLE.
           05  WS-HLD-COUNT            PIC 9(5) COMP VALUE 0.
           05  WS-HLD-ENTRY OCCURS 5000 TIMES.
               10  WS-HLD-STM-IX       PIC 9(3) COMP.
               10  WS-HLD-PORTFOLIO    PIC X(8).
               10  WS-HLD-QTY          PIC S9(15)V9(4) COMP-3.

      *    Distinct month-end dates on the history file -- a date on
      *    which a fund had no holders still counts toward its
      *    average.
       01  WS-OBS-DATE-TABLE.
           05  WS-OBS-DATE-COUNT       PIC 9(3) COMP VALUE 0.
           05  WS-OBS-DATE             PIC X(8) OCCURS 120 TIMES.

       01  WS-SUBSCRIPTS.
           05  WS-STM-IX               PIC 9(3) COMP.
           05  WS-HLD-IX               PIC 9(5) COMP.
           05  WS-OBS-IX               PIC 9(3) COMP.

       01  WS-COUNTERS.
           05  WS-STMTS-READ           PIC 9(5) COMP VALUE 0.
           05  WS-STMTS-ALLOCATED      PIC 9(5) COMP VALUE 0.
           05  WS-STMTS-REJECTED       PIC 9(5) COMP VALUE 0.
           05  WS-SNAPS-READ           PIC 9(9) COMP VALUE 0.
           05  WS-CREDITS-WRITTEN      PIC 9(7) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       01  WS-TOTALS.
           05  WS-TOTAL-RECEIVED       PIC S9(13)V9(2) COMP-3
                                           VALUE ZERO.
           05  WS-TOTAL-ALLOCATED      PIC S9(13)V9(2) COMP-3
                                           VALUE ZERO.
           05  WS-TOTAL-RESIDUE        PIC S9(13)V9(2) COMP-3
                                           VALUE ZERO.
           05  WS-TOTAL-UNALLOCATED    PIC S9(13)V9(2) COMP-3
                                           VALUE ZERO.

       01  WS-REPORT-LINES.
           05  WS-HDR-LINE.
               10  FILLER              PIC X(44) VALUE
                   'FUND REBATE ALLOCATION AND RECONCILIATION  '.
               10  FILLER              PIC X(5)  VALUE 'DATE '.
               10  WS-HDR-DATE         PIC X(8).
               10  FILLER              PIC X(75) VALUE SPACES.
           05  WS-STMT-LINE.
               10  FILLER              PIC X(10) VALUE 'STATEMENT '.
               10  WS-STL-COMPANY      PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-STL-FUND         PIC X(10).
               10  FILLER              PIC X(8)  VALUE ' PERIOD '.
               10  WS-STL-START        PIC X(8).
               10  FILLER              PIC X(1)  VALUE '-'.
               10  WS-STL-END          PIC X(8).
               10  FILLER              PIC X(5)  VALUE ' REF '.
               10  WS-STL-REF          PIC X(16).
               10  FILLER              PIC X(14) VALUE
                   ' MONTH-ENDS   '.
               10  WS-STL-OBS          PIC ZZ9.
               10  FILLER              PIC X(40) VALUE SPACES.
           05  WS-HOLDER-LINE.
               10  FILLER              PIC X(4)  VALUE SPACES.
               10  WS-HDL-PORTFOLIO    PIC X(8).
               10  FILLER              PIC X(17) VALUE
                   '  AVERAGE HELD   '.
               10  WS-HDL-AVERAGE      PIC ZZZ,ZZZ,ZZ9.9999.
               10  FILLER              PIC X(10) VALUE
                   '  CREDIT  '.
               10  WS-HDL-SHARE        PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(63) VALUE SPACES.
           05  WS-RECON-LINE.
               10  WS-RCN-LABEL        PIC X(14).
               10  FILLER              PIC X(10) VALUE ' RECEIVED '.
               10  WS-RCN-RECEIVED     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(11) VALUE
                   ' ALLOCATED '.
               10  WS-RCN-ALLOCATED    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(9)  VALUE ' RESIDUE '.
               10  WS-RCN-RESIDUE      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(9)  VALUE ' HOLDERS '.
               10  WS-RCN-HOLDERS      PIC ZZZZ9.
               10  FILLER              PIC X(30) VALUE SPACES.
           05  WS-REJECT-LINE.
               10  FILLER              PIC X(10) VALUE 'REJECTED  '.
               10  WS-REJ-COMPANY      PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-REJ-FUND         PIC X(10).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-REJ-END          PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-REJ-AMOUNT       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-REJ-REASON       PIC X(40).
               10  FILLER              PIC X(33) VALUE SPACES.
           05  WS-UNALLOC-LINE.
               10  FILLER              PIC X(24) VALUE
                   'NOT ALLOCATED, RECEIVED '.
               10  WS-UNA-AMOUNT       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-UNA-REASON       PIC X(40).
               10  FILLER              PIC X(48) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-LOAD-STATEMENT
               UNTIL WS-IN-EOF

           IF WS-STM-COUNT > 0
               PERFORM 3000-ACCUMULATE-HISTORY
                   UNTIL WS-SNAP-EOF
               PERFORM VARYING WS-STM-IX FROM 1 BY 1
                       UNTIL WS-STM-IX > WS-STM-COUNT
                   PERFORM 3500-ACCUMULATE-CURRENT
               END-PERFORM
               PERFORM VARYING WS-STM-IX FROM 1 BY 1
                       UNTIL WS-STM-IX > WS-STM-COUNT
                   PERFORM 4000-ALLOCATE-STATEMENT
               END-PERFORM
           END-IF

           PERFORM 5000-WRITE-RUN-TOTALS

           PERFORM 8000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME8 FROM TIME

      *    No statement file means no fund company has paid since
      *    the last run -- the report prints empty.
           OPEN INPUT REBATE-INPUT-FILE
           IF WS-IN-STATUS NOT = '00'
               SET WS-IN-EOF TO TRUE
           END-IF

      *    No history means no month-end images for any period --
      *    only a period running to today can still allocate, from
      *    the current positions.
           OPEN INPUT SNAPSHOT-HISTORY-FILE
           IF WS-SNAP-STATUS NOT = '00'
               SET WS-SNAP-EOF TO TRUE
           END-IF

           OPEN INPUT CURRENT-POSITION-FILE
           IF WS-POS-STATUS = '00'
               SET WS-POS-AVAILABLE TO TRUE
           END-IF

           OPEN I-O FUND-REBATE-FILE
           IF WS-FRB-STATUS NOT = '00' AND '05'
               MOVE 'Error opening fund rebate register' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN EXTEND TRANSACTION-FILE
           IF WS-TRAN-STATUS NOT = '00'
               MOVE 'Error opening transaction file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT ALLOCATION-REPORT
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'Error opening rebate allocation report' TO
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
           MOVE 'RBTALC00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for RBTALC00' TO
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
      * One statement card: edited, checked against the register and
      * the cards already loaded, and tabled for allocation.
      *----------------------------------------------------------------*
       2000-LOAD-STATEMENT.
           READ REBATE-INPUT-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-STMTS-READ
           MOVE SPACES TO WS-REJECT-REASON

           EVALUATE TRUE
               WHEN RBI-FUND-COMPANY = SPACES
               OR RBI-FUND-ID = SPACES
                   MOVE 'FUND COMPANY AND FUND REQUIRED'
                       TO WS-REJECT-REASON
               WHEN RBI-PERIOD-START NOT NUMERIC
               OR RBI-PERIOD-END NOT NUMERIC
               OR RBI-PERIOD-START > RBI-PERIOD-END
                   MOVE 'INVALID STATEMENT PERIOD'
                       TO WS-REJECT-REASON
               WHEN RBI-PERIOD-START > WS-CURRENT-DATE-X
                   MOVE 'PERIOD HAS NOT STARTED'
                       TO WS-REJECT-REASON
               WHEN RBI-AMOUNT NOT NUMERIC
                   MOVE 'INVALID AMOUNT' TO WS-REJECT-REASON
               WHEN RBI-AMOUNT = ZERO
                   MOVE 'INVALID AMOUNT' TO WS-REJECT-REASON
           END-EVALUATE

           IF WS-REJECT-REASON = SPACES
               PERFORM 2100-CHECK-DUPLICATE
           END-IF

           IF WS-REJECT-REASON = SPACES
           AND WS-STM-COUNT NOT < WS-MAX-STATEMENTS
               MOVE 'STATEMENT TABLE FULL - RESEND NEXT RUN'
                   TO WS-REJECT-REASON
           END-IF

           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2500-WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-STM-COUNT
           MOVE WS-STM-COUNT      TO WS-STM-IX
           INITIALIZE WS-STM-ENTRY(WS-STM-IX)
           MOVE RBI-FUND-COMPANY  TO WS-STM-COMPANY(WS-STM-IX)
           MOVE RBI-FUND-ID       TO WS-STM-FUND(WS-STM-IX)
           MOVE RBI-PERIOD-START  TO WS-STM-START(WS-STM-IX)
           MOVE RBI-PERIOD-END    TO WS-STM-END(WS-STM-IX)
           MOVE RBI-STATEMENT-REF TO WS-STM-REF(WS-STM-IX)
           MOVE RBI-AMOUNT        TO WS-STM-AMOUNT(WS-STM-IX)
           SET WS-STM-OK(WS-STM-IX) TO TRUE
           .

       2100-CHECK-DUPLICATE.
           MOVE RBI-FUND-COMPANY TO FRB-FUND-COMPANY
           MOVE RBI-FUND-ID      TO FRB-FUND-ID
           MOVE RBI-PERIOD-END   TO FRB-PERIOD-END
           READ FUND-REBATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'STATEMENT ALREADY ALLOCATED'
                       TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-READ

           PERFORM VARYING WS-STM-IX FROM 1 BY 1
                   UNTIL WS-STM-IX > WS-STM-COUNT
               IF WS-STM-COMPANY(WS-STM-IX) = RBI-FUND-COMPANY
               AND WS-STM-FUND(WS-STM-IX) = RBI-FUND-ID
               AND WS-STM-END(WS-STM-IX) = RBI-PERIOD-END
                   MOVE 'DUPLICATE STATEMENT IN FILE'
                       TO WS-REJECT-REASON
               END-IF
           END-PERFORM
           .

       2500-WRITE-REJECT-LINE.
           ADD 1 TO WS-STMTS-REJECTED
           MOVE RBI-FUND-COMPANY TO WS-REJ-COMPANY
           MOVE RBI-FUND-ID      TO WS-REJ-FUND
           MOVE RBI-PERIOD-END   TO WS-REJ-END
           IF RBI-AMOUNT NUMERIC
               MOVE RBI-AMOUNT   TO WS-REJ-AMOUNT
           ELSE
               MOVE ZERO         TO WS-REJ-AMOUNT
           END-IF
           MOVE WS-REJECT-REASON TO WS-REJ-REASON
           WRITE REPORT-RECORD FROM WS-REJECT-LINE
           .

      *----------------------------------------------------------------*
      * One month-end image from the history. Tonight's own image,
      * if the history already carries it, is left to POSCUR so it
      * is not counted twice.
      *----------------------------------------------------------------*
       3000-ACCUMULATE-HISTORY.
           READ SNAPSHOT-HISTORY-FILE
               AT END
                   SET WS-SNAP-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-SNAPS-READ

           IF SNP-DATE NOT < WS-CURRENT-DATE-X
               EXIT PARAGRAPH
           END-IF

           PERFORM 3050-NOTE-OBS-DATE

           IF SNP-QUANTITY NOT > ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE SNP-PORTFOLIO-ID TO WS-ADD-PORTFOLIO
           MOVE SNP-QUANTITY     TO WS-ADD-QUANTITY
           PERFORM VARYING WS-STM-IX FROM 1 BY 1
                   UNTIL WS-STM-IX > WS-STM-COUNT
               IF WS-STM-FUND(WS-STM-IX) = SNP-INVESTMENT-ID
               AND SNP-DATE NOT < WS-STM-START(WS-STM-IX)
               AND SNP-DATE NOT > WS-STM-END(WS-STM-IX)
                   PERFORM 3200-ADD-HOLDING
               END-IF
           END-PERFORM
           .

       3050-NOTE-OBS-DATE.
           SET WS-NOT-FOUND TO TRUE
           PERFORM VARYING WS-OBS-IX FROM 1 BY 1
                   UNTIL WS-OBS-IX > WS-OBS-DATE-COUNT
                   OR WS-FOUND
               IF WS-OBS-DATE(WS-OBS-IX) = SNP-DATE
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-NOT-FOUND
               IF WS-OBS-DATE-COUNT < WS-MAX-OBS-DATES
                   ADD 1 TO WS-OBS-DATE-COUNT
                   MOVE SNP-DATE TO WS-OBS-DATE(WS-OBS-DATE-COUNT)
               ELSE
                   IF NOT WS-OBS-FULL
                       SET WS-OBS-FULL TO TRUE
                       MOVE 'Too many month-end dates on history' TO
                           ERR-TEXT
                       PERFORM 9000-ERROR-ROUTINE
                   END-IF
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Adds WS-ADD-QUANTITY to the statement/portfolio entry for
      * WS-STM-IX, opening one if the portfolio is new. A statement
      * whose holders will not fit is not allocated at all rather
      * than shared among only some of them.
      *----------------------------------------------------------------*
       3200-ADD-HOLDING.
           SET WS-NOT-FOUND TO TRUE
           PERFORM VARYING WS-HLD-IX FROM 1 BY 1
                   UNTIL WS-HLD-IX > WS-HLD-COUNT
                   OR WS-FOUND
               IF WS-HLD-STM-IX(WS-HLD-IX) = WS-STM-IX
               AND WS-HLD-PORTFOLIO(WS-HLD-IX) = WS-ADD-PORTFOLIO
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-FOUND
               SUBTRACT 1 FROM WS-HLD-IX
               ADD WS-ADD-QUANTITY TO WS-HLD-QTY(WS-HLD-IX)
               EXIT PARAGRAPH
           END-IF

           IF WS-HLD-COUNT NOT < WS-MAX-HOLDINGS
               SET WS-STM-OVERFLOW(WS-STM-IX) TO TRUE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-HLD-COUNT
           MOVE WS-STM-IX        TO WS-HLD-STM-IX(WS-HLD-COUNT)
           MOVE WS-ADD-PORTFOLIO TO WS-HLD-PORTFOLIO(WS-HLD-COUNT)
           MOVE WS-ADD-QUANTITY  TO WS-HLD-QTY(WS-HLD-COUNT)
           .

      *----------------------------------------------------------------*
      * A period that runs to today takes tonight's holdings from
      * the current-position view as its last month-end image.
      *----------------------------------------------------------------*
       3500-ACCUMULATE-CURRENT.
           IF NOT WS-POS-AVAILABLE
           OR WS-CURRENT-DATE-X < WS-STM-START(WS-STM-IX)
           OR WS-CURRENT-DATE-X > WS-STM-END(WS-STM-IX)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-STM-OBS(WS-STM-IX)
           MOVE 'N' TO WS-POS-EOF-SW

           MOVE WS-STM-FUND(WS-STM-IX) TO CUR-INVESTMENT-ID
           START CURRENT-POSITION-FILE
                 KEY NOT LESS THAN CUR-INVESTMENT-ID
               INVALID KEY
                   SET WS-POS-EOF TO TRUE
           END-START

           PERFORM 3550-ADD-ONE-CURRENT
               UNTIL WS-POS-EOF
           .

       3550-ADD-ONE-CURRENT.
           READ CURRENT-POSITION-FILE NEXT RECORD
               AT END
                   SET WS-POS-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF CUR-INVESTMENT-ID NOT = WS-STM-FUND(WS-STM-IX)
               SET WS-POS-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF NOT CUR-STATUS-ACTIVE
           OR CUR-QUANTITY <= ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE CUR-PORTFOLIO-ID TO WS-ADD-PORTFOLIO
           MOVE CUR-QUANTITY     TO WS-ADD-QUANTITY
           PERFORM 3200-ADD-HOLDING
           .

      *----------------------------------------------------------------*
      * Shares the statement across its holders by their summed
      * month-end quantities -- the same proportion as their average
      * holdings, since every holder is averaged over the same
      * month-ends. Each share rounds down to the cent.
      *----------------------------------------------------------------*
       4000-ALLOCATE-STATEMENT.
           PERFORM VARYING WS-OBS-IX FROM 1 BY 1
                   UNTIL WS-OBS-IX > WS-OBS-DATE-COUNT
               IF WS-OBS-DATE(WS-OBS-IX) NOT < WS-STM-START(WS-STM-IX)
               AND WS-OBS-DATE(WS-OBS-IX) NOT > WS-STM-END(WS-STM-IX)
                   ADD 1 TO WS-STM-OBS(WS-STM-IX)
               END-IF
           END-PERFORM

           MOVE ZERO TO WS-STM-TOTAL-QTY(WS-STM-IX)
           PERFORM VARYING WS-HLD-IX FROM 1 BY 1
                   UNTIL WS-HLD-IX > WS-HLD-COUNT
               IF WS-HLD-STM-IX(WS-HLD-IX) = WS-STM-IX
                   ADD WS-HLD-QTY(WS-HLD-IX)
                       TO WS-STM-TOTAL-QTY(WS-STM-IX)
               END-IF
           END-PERFORM

           PERFORM 4100-WRITE-STATEMENT-LINE

           EVALUATE TRUE
               WHEN WS-STM-OVERFLOW(WS-STM-IX)
                   MOVE 'TOO MANY HOLDERS - NOT ALLOCATED'
                       TO WS-UNA-REASON
               WHEN WS-STM-OBS(WS-STM-IX) = ZERO
                   MOVE 'NO MONTH-END HISTORY FOR THE PERIOD'
                       TO WS-UNA-REASON
               WHEN WS-STM-TOTAL-QTY(WS-STM-IX) NOT > ZERO
                   MOVE 'NO HOLDERS IN THE PERIOD'
                       TO WS-UNA-REASON
               WHEN OTHER
                   MOVE SPACES TO WS-UNA-REASON
           END-EVALUATE

           IF WS-UNA-REASON NOT = SPACES
               ADD 1 TO WS-STMTS-REJECTED
               ADD WS-STM-AMOUNT(WS-STM-IX) TO WS-TOTAL-UNALLOCATED
               MOVE WS-STM-AMOUNT(WS-STM-IX) TO WS-UNA-AMOUNT
               WRITE REPORT-RECORD FROM WS-UNALLOC-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO ERR-TEXT
           PERFORM VARYING WS-HLD-IX FROM 1 BY 1
                   UNTIL WS-HLD-IX > WS-HLD-COUNT
                   OR ERR-TEXT NOT = SPACES
               IF WS-HLD-STM-IX(WS-HLD-IX) = WS-STM-IX
                   PERFORM 4200-CREDIT-HOLDER
               END-IF
           END-PERFORM

      *    A credit that could not be written leaves the statement
      *    off the register for the rerun to pick up.
           IF ERR-TEXT NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM 4400-RECORD-STATEMENT
           .

       4100-WRITE-STATEMENT-LINE.
           MOVE WS-STM-COMPANY(WS-STM-IX) TO WS-STL-COMPANY
           MOVE WS-STM-FUND(WS-STM-IX)    TO WS-STL-FUND
           MOVE WS-STM-START(WS-STM-IX)   TO WS-STL-START
           MOVE WS-STM-END(WS-STM-IX)     TO WS-STL-END
           MOVE WS-STM-REF(WS-STM-IX)     TO WS-STL-REF
           MOVE WS-STM-OBS(WS-STM-IX)     TO WS-STL-OBS
           WRITE REPORT-RECORD FROM WS-STMT-LINE
           .

       4200-CREDIT-HOLDER.
           COMPUTE WS-SHARE =
               WS-STM-AMOUNT(WS-STM-IX) * WS-HLD-QTY(WS-HLD-IX)
               / WS-STM-TOTAL-QTY(WS-STM-IX)
           COMPUTE WS-AVERAGE-HOLDING ROUNDED =
               WS-HLD-QTY(WS-HLD-IX) / WS-STM-OBS(WS-STM-IX)

           MOVE WS-HLD-PORTFOLIO(WS-HLD-IX) TO WS-HDL-PORTFOLIO
           MOVE WS-AVERAGE-HOLDING          TO WS-HDL-AVERAGE
           MOVE WS-SHARE                    TO WS-HDL-SHARE
           WRITE REPORT-RECORD FROM WS-HOLDER-LINE

      *    A holding too small to earn a cent gets no credit.
           IF WS-SHARE NOT > ZERO
               EXIT PARAGRAPH
           END-IF

           PERFORM 4300-WRITE-REBATE-TRANSACTION
           IF ERR-TEXT NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           ADD WS-SHARE TO WS-STM-ALLOCATED(WS-STM-IX)
           ADD 1 TO WS-STM-HOLDERS(WS-STM-IX)
           ADD 1 TO WS-CREDITS-WRITTEN
           .

       4300-WRITE-REBATE-TRANSACTION.
           INITIALIZE TRANSACTION-RECORD
           MOVE 'RB'                   TO TRN-TYPE
           MOVE WS-CURRENT-DATE-X      TO TRN-DATE
           MOVE WS-CURRENT-TIME-X(1:6) TO TRN-TIME
           MOVE WS-HLD-PORTFOLIO(WS-HLD-IX) TO TRN-PORTFOLIO-ID
           ADD 1 TO WS-SEQUENCE
           MOVE WS-SEQUENCE            TO WS-SEQ-NUMBER
           MOVE WS-SEQ-BUILD           TO TRN-SEQUENCE-NO
           MOVE WS-STM-FUND(WS-STM-IX) TO TRN-INVESTMENT-ID
           MOVE ZERO                   TO TRN-QUANTITY
           MOVE ZERO                   TO TRN-PRICE
           MOVE WS-SHARE               TO TRN-AMOUNT
           MOVE WS-BASE-CURRENCY       TO TRN-CURRENCY
           MOVE WS-STM-COMPANY(WS-STM-IX) TO TRN-BROKER-REF
           SET TRN-STATUS-PEND         TO TRUE
           MOVE WS-CURRENT-DATE-X      TO TRN-SETTLEMENT-DATE
           MOVE 'RBTALC00'             TO TRN-PROCESS-USER

           WRITE TRANSACTION-RECORD
           IF WS-TRAN-STATUS NOT = '00'
               MOVE 'Error writing fund rebate credit' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           .

      *----------------------------------------------------------------*
      * Reconciles the statement and puts it on the register so it
      * cannot be allocated again.
      *----------------------------------------------------------------*
       4400-RECORD-STATEMENT.
           INITIALIZE FUND-REBATE-RECORD
           MOVE WS-STM-COMPANY(WS-STM-IX) TO FRB-FUND-COMPANY
           MOVE WS-STM-FUND(WS-STM-IX)    TO FRB-FUND-ID
           MOVE WS-STM-END(WS-STM-IX)     TO FRB-PERIOD-END
           MOVE WS-STM-START(WS-STM-IX)   TO FRB-PERIOD-START
           MOVE WS-STM-REF(WS-STM-IX)     TO FRB-STATEMENT-REF
           MOVE WS-STM-AMOUNT(WS-STM-IX)  TO FRB-RECEIVED-AMT
           MOVE WS-STM-ALLOCATED(WS-STM-IX) TO FRB-ALLOCATED-AMT
           COMPUTE FRB-RESIDUE-AMT =
               WS-STM-AMOUNT(WS-STM-IX) - WS-STM-ALLOCATED(WS-STM-IX)
           MOVE WS-STM-HOLDERS(WS-STM-IX) TO FRB-HOLDER-COUNT
           MOVE WS-STM-OBS(WS-STM-IX)     TO FRB-OBSERVATIONS
           SET FRB-STATUS-ALLOCATED       TO TRUE
           MOVE WS-CURRENT-DATE-X         TO FRB-ALLOC-DATE
           MOVE FUNCTION CURRENT-DATE     TO FRB-LAST-MAINT-DATE
           MOVE 'RBTALC00'                TO FRB-LAST-MAINT-USER

           WRITE FUND-REBATE-RECORD
               INVALID KEY
                   MOVE 'Error writing fund rebate register' TO
                       ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-WRITE

           ADD 1 TO WS-STMTS-ALLOCATED
           ADD FRB-RECEIVED-AMT  TO WS-TOTAL-RECEIVED
           ADD FRB-ALLOCATED-AMT TO WS-TOTAL-ALLOCATED
           ADD FRB-RESIDUE-AMT   TO WS-TOTAL-RESIDUE

           MOVE 'RECONCILIATION'  TO WS-RCN-LABEL
           MOVE FRB-RECEIVED-AMT  TO WS-RCN-RECEIVED
           MOVE FRB-ALLOCATED-AMT TO WS-RCN-ALLOCATED
           MOVE FRB-RESIDUE-AMT   TO WS-RCN-RESIDUE
           MOVE FRB-HOLDER-COUNT  TO WS-RCN-HOLDERS
           WRITE REPORT-RECORD FROM WS-RECON-LINE
           .

       5000-WRITE-RUN-TOTALS.
           MOVE 'RUN TOTAL     '    TO WS-RCN-LABEL
           MOVE WS-TOTAL-RECEIVED   TO WS-RCN-RECEIVED
           MOVE WS-TOTAL-ALLOCATED  TO WS-RCN-ALLOCATED
           MOVE WS-TOTAL-RESIDUE    TO WS-RCN-RESIDUE
           MOVE WS-CREDITS-WRITTEN  TO WS-RCN-HOLDERS
           WRITE REPORT-RECORD FROM WS-RECON-LINE

           IF WS-TOTAL-UNALLOCATED > ZERO
               MOVE WS-TOTAL-UNALLOCATED TO WS-UNA-AMOUNT
               MOVE 'RUN TOTAL NOT ALLOCATED' TO WS-UNA-REASON
               WRITE REPORT-RECORD FROM WS-UNALLOC-LINE
           END-IF
           .

       8000-TERMINATE.
           PERFORM 8100-UPDATE-COMPLETION

           IF WS-IN-STATUS NOT = '35'
               CLOSE REBATE-INPUT-FILE
           END-IF
           IF WS-SNAP-STATUS NOT = '35'
               CLOSE SNAPSHOT-HISTORY-FILE
           END-IF
           IF WS-POS-AVAILABLE
               CLOSE CURRENT-POSITION-FILE
           END-IF
           CLOSE FUND-REBATE-FILE
                 TRANSACTION-FILE
                 ALLOCATION-REPORT
                 BATCH-CONTROL-FILE

           DISPLAY 'RBTALC00 Processing Statistics:'
           DISPLAY '  Statements read:    ' WS-STMTS-READ
           DISPLAY '  Allocated:          ' WS-STMTS-ALLOCATED
           DISPLAY '  Not allocated:      ' WS-STMTS-REJECTED
           DISPLAY '  Credits written:    ' WS-CREDITS-WRITTEN
           DISPLAY '  History images:     ' WS-SNAPS-READ
           DISPLAY '  Errors:             ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       8100-UPDATE-COMPLETION.
           MOVE 'RBTALC00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for RBTALC00' TO
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
           MOVE 'RBTALC00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
