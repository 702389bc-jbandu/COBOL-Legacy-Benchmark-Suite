      *================================================================*
      * Program Name: CMPRTN00
      * Description: Performance Composite Returns and Membership
      * Version: 1.0
      * Date: 2026
      *
      * Month-end stream job. For each composite on CMPDEF -- the
      * portfolios run to one strategy, identified by the model
      * they follow (PORT-MODEL-ID) and a minimum size -- strikes
      * the month's result and then brings the membership up to
      * date:
      *
      *   result      the asset-weighted Modified-Dietz return of
      *               the portfolios that were members at the start
      *               of the month (a spell on CMPMBR entered before
      *               the first), with their number, closing assets,
      *               highest and lowest return, and the asset-
      *               weighted standard deviation of their returns
      *               about the composite's (internal dispersion).
      *               The year to date chains from the prior month's
      *               result. The result is written to CMPRTN once
      *               and never rewritten; a rerun of the month
      *               reports what was stored.
      *   leavers     a member closed or dropped from the master, or
      *               moved to another model, leaves today and is
      *               left out of this month's result -- it did not
      *               run to the strategy through the month. One that
      *               has shrunk below the minimum is counted for the
      *               month and leaves after it. When the composite
      *               is terminated every member leaves.
      *   joiners     an active portfolio on the model at or above
      *               the minimum that is not a member joins today
      *               and is first counted next month.
      *
      * Each portfolio's value is its MESNAP positions plus cash:
      * the prior month's snapshot (PRVSNAP) and statement summary
      * cash (PRVSUM) at the start, the snapshot MECLS00 has just
      * written (CURSNAP) and today's cash at the end. Client flows
      * are the month's posted DP and WD from the STMTRN
      * concatenation of its TRANFILEs, as for statements.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPRTN00.

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

           SELECT COMPOSITE-FILE
               ASSIGN TO CMPDEF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CMP-KEY
               FILE STATUS IS WS-CMP-STATUS.

           SELECT MEMBER-FILE
               ASSIGN TO CMPMBR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMB-KEY
               FILE STATUS IS WS-CMB-STATUS.

           SELECT RESULT-FILE
               ASSIGN TO CMPRTN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRT-KEY
               FILE STATUS IS WS-CRT-STATUS.

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

           SELECT COMPOSITE-REPORT
               ASSIGN TO CMPRPT
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

       FD  COMPOSITE-FILE.
       COPY CMPDEF.

       FD  MEMBER-FILE.
       COPY CMPMBR.

       FD  RESULT-FILE.
       COPY CMPRTN.

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

       FD  COMPOSITE-REPORT
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
           05  WS-CMP-STATUS           PIC X(2).
           05  WS-CMB-STATUS           PIC X(2).
           05  WS-CRT-STATUS           PIC X(2).
           05  WS-PSNP-STATUS          PIC X(2).
           05  WS-PSUM-STATUS          PIC X(2).
           05  WS-CSNP-STATUS          PIC X(2).
           05  WS-STM-STATUS           PIC X(2).
           05  WS-RPT-STATUS           PIC X(2).
           05  WS-BCT-STATUS           PIC X(2).

       01  WS-CONSTANTS.
      *    CMPRTN00's position in the SEQ-MONTH-END stream -- 27th,
      *    after PFTRPT00.
           05  WS-SEQUENCE-NO          PIC 9(4) VALUE 27.
           05  WS-MAX-ACCOUNTS         PIC 9(4) COMP VALUE 5000.
           05  WS-MAINT-USER           PIC X(8) VALUE 'CMPRTN00'.

       01  WS-SWITCHES.
           05  WS-PORT-EOF-SW          PIC X(1) VALUE 'N'.
               88  WS-PORT-EOF              VALUE 'Y'.
           05  WS-CMP-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-CMP-EOF               VALUE 'Y'.
           05  WS-CMB-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-CMB-EOF               VALUE 'Y'.
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
           05  WS-CMP-OPEN-SW          PIC X(1) VALUE 'N'.
               88  WS-CMP-OPEN              VALUE 'Y'.
           05  WS-CMP-TERMINATED-SW    PIC X(1) VALUE 'N'.
               88  WS-CMP-TERMINATED        VALUE 'Y'.
           05  WS-RESULT-DUE-SW        PIC X(1) VALUE 'N'.
               88  WS-RESULT-DUE            VALUE 'Y'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                     PIC X(8).
           05  WS-CURRENT-TIME8        PIC 9(8).
           05  WS-MONTH-START          PIC X(8).
           05  WS-PERIOD               PIC X(6).
           05  WS-PRIOR-PERIOD         PIC X(6).
           05  WS-PRIOR-PERIOD-N REDEFINES WS-PRIOR-PERIOD.
               10  WS-PRIOR-YEAR       PIC 9(4).
               10  WS-PRIOR-MONTH      PIC 9(2).
           05  WS-KEY-PORTFOLIO        PIC X(8).
           05  WS-LOW                  PIC 9(4) COMP.
           05  WS-HIGH                 PIC 9(4) COMP.
           05  WS-MID                  PIC 9(4) COMP.
           05  WS-EXIT-REASON          PIC X(1).
           05  WS-REASON-TEXT          PIC X(20).

      *----------------------------------------------------------------*
      * The result being struck for the composite in hand.
      *----------------------------------------------------------------*
       01  WS-RESULT-WORK.
           05  WS-RES-COUNT            PIC 9(5) COMP.
           05  WS-RES-ASSETS           PIC S9(15)V9(2) COMP-3.
           05  WS-RES-GAIN             PIC S9(15)V9(2) COMP-3.
           05  WS-RES-WEIGHT           PIC S9(15)V9(2) COMP-3.
           05  WS-RES-RETURN           PIC S9(3)V9(8) COMP-3.
           05  WS-RES-YTD              PIC S9(3)V9(8) COMP-3.
           05  WS-RES-HIGH             PIC S9(3)V9(8) COMP-3.
           05  WS-RES-LOW              PIC S9(3)V9(8) COMP-3.
           05  WS-RES-SUM-SQUARES      PIC S9(17)V9(12) COMP-3.
           05  WS-RES-VARIANCE         PIC S9(5)V9(12) COMP-3.
           05  WS-RES-DISPERSION       PIC S9(3)V9(8) COMP-3.
           05  WS-DEVIATION            PIC S9(5)V9(8) COMP-3.

      *----------------------------------------------------------------*
      * One entry per portfolio on the master, in PORT-ID order as
      * the master is read, so lookups can halve the table. The
      * spell fields are cleared for each composite.
      *----------------------------------------------------------------*
       01  WS-ACCOUNT-TABLE.
           05  WS-ACCT-COUNT           PIC 9(4) COMP VALUE 0.
           05  WS-ACCT-ENTRY OCCURS 5000 TIMES.
               10  WS-ACC-PORTFOLIO    PIC X(8).
               10  WS-ACC-MODEL        PIC X(8).
               10  WS-ACC-STATUS       PIC X(1).
                   88  WS-ACC-ACTIVE        VALUE 'A'.
               10  WS-ACC-OPENING      PIC S9(13)V9(2) COMP-3.
               10  WS-ACC-CLOSING      PIC S9(13)V9(2) COMP-3.
               10  WS-ACC-FLOW         PIC S9(13)V9(2) COMP-3.
               10  WS-ACC-WEIGHT       PIC S9(13)V9(2) COMP-3.
               10  WS-ACC-RETURN       PIC S9(3)V9(8) COMP-3.
               10  WS-ACC-SPELL        PIC X(1).
                   88  WS-ACC-NO-SPELL      VALUE ' '.
                   88  WS-ACC-SPELL-OPEN    VALUE 'O'.
                   88  WS-ACC-SPELL-ENDED   VALUE 'X'.
               10  WS-ACC-COUNTED-SW   PIC X(1).
                   88  WS-ACC-COUNTED       VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-ACCT-IX              PIC 9(4) COMP.

       01  WS-COUNTERS.
           05  WS-COMPOSITES-READ      PIC 9(5) COMP VALUE 0.
           05  WS-RESULTS-WRITTEN      PIC 9(5) COMP VALUE 0.
           05  WS-RESULTS-ON-FILE      PIC 9(5) COMP VALUE 0.
           05  WS-MEMBERS-JOINED       PIC 9(7) COMP VALUE 0.
           05  WS-MEMBERS-LEFT         PIC 9(7) COMP VALUE 0.
           05  WS-NOT-ON-MASTER        PIC 9(7) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       01  WS-REPORT-LINES.
           05  WS-HDR-LINE.
               10  FILLER              PIC X(40) VALUE
                   'PERFORMANCE COMPOSITES  MONTH END '.
               10  WS-HDR-DATE         PIC X(8).
               10  FILLER              PIC X(84) VALUE SPACES.
           05  WS-COMPOSITE-LINE.
               10  FILLER              PIC X(11) VALUE 'COMPOSITE  '.
               10  WS-CPL-COMPOSITE    PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-CPL-NAME         PIC X(30).
               10  FILLER              PIC X(8)  VALUE '  MODEL '.
               10  WS-CPL-MODEL        PIC X(8).
               10  FILLER              PIC X(10) VALUE '  MINIMUM '.
               10  WS-CPL-MIN-SIZE     PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-CPL-STATE        PIC X(40).
           05  WS-RESULT-COL-LINE.
               10  FILLER              PIC X(4)  VALUE SPACES.
               10  FILLER              PIC X(32) VALUE
                   'PERIOD  PORTS             ASSETS'.
               10  FILLER              PIC X(33) VALUE
                   '     MONTH %     YTD %   DISPERSN'.
               10  FILLER              PIC X(22) VALUE
                   '      HIGH %     LOW %'.
               10  FILLER              PIC X(41) VALUE SPACES.
           05  WS-RESULT-LINE.
               10  FILLER              PIC X(4)  VALUE SPACES.
               10  WS-RSL-PERIOD       PIC X(6).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-RSL-COUNT        PIC ZZZZ9.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-RSL-ASSETS       PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  WS-RSL-RETURN       PIC +ZZ9.9999.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-RSL-YTD          PIC +ZZ9.9999.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-RSL-DISPERSION   PIC ZZ9.9999.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  WS-RSL-HIGH         PIC +ZZ9.9999.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-RSL-LOW          PIC +ZZ9.9999.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-RSL-NOTE         PIC X(30).
               10  FILLER              PIC X(9)  VALUE SPACES.
           05  WS-NOTE-LINE.
               10  FILLER              PIC X(4)  VALUE SPACES.
               10  WS-NTL-TEXT         PIC X(60).
               10  FILLER              PIC X(68) VALUE SPACES.
           05  WS-MEMBER-LINE.
               10  FILLER              PIC X(4)  VALUE SPACES.
               10  WS-MBL-ACTION       PIC X(8).
               10  WS-MBL-PORTFOLIO    PIC X(8).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-MBL-VALUE        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-MBL-REASON       PIC X(20).
               10  FILLER              PIC X(69) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-LOAD-PORTFOLIO
               UNTIL WS-PORT-EOF
           PERFORM 2300-LOAD-PRIOR-SNAPSHOT
               UNTIL WS-PSNP-EOF
           PERFORM 2400-LOAD-PRIOR-SUMMARY
               UNTIL WS-PSUM-EOF
           PERFORM 2500-LOAD-CURRENT-SNAPSHOT
               UNTIL WS-CSNP-EOF
           PERFORM 2600-LOAD-TRANSACTION
               UNTIL WS-STM-EOF

           PERFORM 3000-PROCESS-COMPOSITE
               UNTIL WS-CMP-EOF

           PERFORM 5000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE-X TO WS-MONTH-START
           MOVE '01'              TO WS-MONTH-START(7:2)
           MOVE WS-CURRENT-DATE-X(1:6) TO WS-PERIOD

           MOVE WS-PERIOD TO WS-PRIOR-PERIOD
           IF WS-PRIOR-MONTH = 1
               MOVE 12 TO WS-PRIOR-MONTH
               SUBTRACT 1 FROM WS-PRIOR-YEAR
           ELSE
               SUBTRACT 1 FROM WS-PRIOR-MONTH
           END-IF

           OPEN INPUT PORTFOLIO-FILE
           IF WS-PORT-STATUS NOT = '00'
               MOVE 'Error opening portfolio file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               SET WS-PORT-EOF TO TRUE
           END-IF

      *    No composites defined means nothing to strike.
           OPEN INPUT COMPOSITE-FILE
           IF WS-CMP-STATUS NOT = '00'
               SET WS-CMP-EOF TO TRUE
           END-IF

      *    The membership and result files are created by the first
      *    month-end that has a composite to work.
           OPEN I-O MEMBER-FILE
           IF WS-CMB-STATUS NOT = '00' AND '05'
               MOVE 'Error opening composite membership file'
                 TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               SET WS-CMP-EOF TO TRUE
           END-IF

           OPEN I-O RESULT-FILE
           IF WS-CRT-STATUS NOT = '00' AND '05'
               MOVE 'Error opening composite result file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               SET WS-CMP-EOF TO TRUE
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

           OPEN OUTPUT COMPOSITE-REPORT
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'Error opening composite report' TO ERR-TEXT
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
           MOVE 'CMPRTN00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for CMPRTN00' TO
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

       2000-LOAD-PORTFOLIO.
           READ PORTFOLIO-FILE NEXT RECORD
               AT END
                   SET WS-PORT-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF WS-ACCT-COUNT NOT < WS-MAX-ACCOUNTS
               MOVE 'Composite account table full' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               SET WS-PORT-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ACCT-COUNT
           MOVE WS-ACCT-COUNT TO WS-ACCT-IX
           INITIALIZE WS-ACCT-ENTRY(WS-ACCT-IX)
           MOVE PORT-ID           TO WS-ACC-PORTFOLIO(WS-ACCT-IX)
           MOVE PORT-MODEL-ID     TO WS-ACC-MODEL(WS-ACCT-IX)
           MOVE PORT-STATUS       TO WS-ACC-STATUS(WS-ACCT-IX)
           ADD PORT-CASH-BALANCE  TO WS-ACC-CLOSING(WS-ACCT-IX)
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
      * The month's posted client flows: deposits in, withdrawals
      * out.
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

           IF NOT TRN-TYPE-DEP AND NOT TRN-TYPE-WDR
               EXIT PARAGRAPH
           END-IF

           MOVE TRN-PORTFOLIO-ID TO WS-KEY-PORTFOLIO
           PERFORM 2900-FIND-ACCOUNT
           IF WS-ACCT-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           IF TRN-TYPE-DEP
               ADD TRN-AMOUNT      TO WS-ACC-FLOW(WS-ACCT-IX)
           ELSE
               SUBTRACT TRN-AMOUNT FROM WS-ACC-FLOW(WS-ACCT-IX)
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

      *----------------------------------------------------------------*
      * One composite: its open spells, the month's result, then
      * leavers and joiners.
      *----------------------------------------------------------------*
       3000-PROCESS-COMPOSITE.
           READ COMPOSITE-FILE NEXT RECORD
               AT END
                   SET WS-CMP-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-COMPOSITES-READ

      *    A composite counts this month if it was incepted by today
      *    and not terminated before the month began; it takes new
      *    members only while it has no termination date behind it.
           MOVE 'N' TO WS-RESULT-DUE-SW
                       WS-CMP-OPEN-SW
                       WS-CMP-TERMINATED-SW
           IF CMP-TERMINATION-DATE NOT = SPACES
           AND CMP-TERMINATION-DATE NOT > WS-CURRENT-DATE-X
               SET WS-CMP-TERMINATED TO TRUE
           END-IF
           IF CMP-INCEPTION-DATE NOT > WS-CURRENT-DATE-X
               IF CMP-TERMINATION-DATE = SPACES
               OR CMP-TERMINATION-DATE NOT < WS-MONTH-START
                   SET WS-RESULT-DUE TO TRUE
               END-IF
               IF NOT WS-CMP-TERMINATED
                   SET WS-CMP-OPEN TO TRUE
               END-IF
           END-IF

           MOVE CMP-COMPOSITE-ID TO WS-CPL-COMPOSITE
           MOVE CMP-NAME         TO WS-CPL-NAME
           MOVE CMP-MODEL-ID     TO WS-CPL-MODEL
           MOVE CMP-MIN-SIZE     TO WS-CPL-MIN-SIZE
           EVALUATE TRUE
               WHEN WS-CMP-TERMINATED
                   MOVE SPACES TO WS-CPL-STATE
                   STRING 'TERMINATED ' CMP-TERMINATION-DATE
                       DELIMITED BY SIZE INTO WS-CPL-STATE
               WHEN NOT WS-RESULT-DUE
                   MOVE SPACES TO WS-CPL-STATE
                   STRING 'INCEPTION ' CMP-INCEPTION-DATE
                       DELIMITED BY SIZE INTO WS-CPL-STATE
               WHEN OTHER
                   MOVE SPACES TO WS-CPL-STATE
           END-EVALUATE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM WS-COMPOSITE-LINE

           PERFORM 3050-CLEAR-SPELL
               VARYING WS-ACCT-IX FROM 1 BY 1
               UNTIL WS-ACCT-IX > WS-ACCT-COUNT

           PERFORM 3100-REVIEW-MEMBERS

           IF WS-RESULT-DUE
               PERFORM 3300-STRIKE-RESULT
           END-IF

           IF WS-CMP-OPEN
               PERFORM 3600-ADD-JOINER
                   VARYING WS-ACCT-IX FROM 1 BY 1
                   UNTIL WS-ACCT-IX > WS-ACCT-COUNT
           END-IF
           .

       3050-CLEAR-SPELL.
           MOVE SPACE TO WS-ACC-SPELL(WS-ACCT-IX)
           MOVE 'N'   TO WS-ACC-COUNTED-SW(WS-ACCT-IX)
           .

      *----------------------------------------------------------------*
      * Every spell of the composite. An open one is checked against
      * the rule and closed today if the portfolio no longer meets
      * it; a spell open since before the month began counts toward
      * the month unless the portfolio stopped running to the
      * strategy.
      *----------------------------------------------------------------*
       3100-REVIEW-MEMBERS.
           MOVE 'N'              TO WS-CMB-EOF-SW
           MOVE LOW-VALUES       TO CMB-KEY
           MOVE CMP-COMPOSITE-ID TO CMB-COMPOSITE-ID
           START MEMBER-FILE KEY NOT LESS THAN CMB-KEY
               INVALID KEY
                   SET WS-CMB-EOF TO TRUE
           END-START

           PERFORM 3150-REVIEW-ONE-MEMBER
               UNTIL WS-CMB-EOF
           .

       3150-REVIEW-ONE-MEMBER.
           READ MEMBER-FILE NEXT RECORD
               AT END
                   SET WS-CMB-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF CMB-COMPOSITE-ID NOT = CMP-COMPOSITE-ID
               SET WS-CMB-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE CMB-PORTFOLIO-ID TO WS-KEY-PORTFOLIO
           PERFORM 2900-FIND-ACCOUNT

      *    A spell closed today by an earlier run of this month-end
      *    still keeps the portfolio from rejoining.
           IF CMB-EXIT-DATE NOT = SPACES
               IF CMB-EXIT-DATE = WS-CURRENT-DATE-X
               AND WS-ACCT-FOUND
                   SET WS-ACC-SPELL-ENDED(WS-ACCT-IX) TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO WS-EXIT-REASON
           EVALUATE TRUE
               WHEN WS-CMP-TERMINATED
                   MOVE 'T' TO WS-EXIT-REASON
               WHEN WS-ACCT-NOT-FOUND
                   MOVE 'C' TO WS-EXIT-REASON
               WHEN NOT WS-ACC-ACTIVE(WS-ACCT-IX)
                   MOVE 'C' TO WS-EXIT-REASON
               WHEN WS-ACC-MODEL(WS-ACCT-IX) NOT = CMP-MODEL-ID
                   MOVE 'M' TO WS-EXIT-REASON
               WHEN WS-ACC-CLOSING(WS-ACCT-IX) < CMP-MIN-SIZE
                   MOVE 'S' TO WS-EXIT-REASON
           END-EVALUATE

           IF WS-ACCT-FOUND
               SET WS-ACC-SPELL-OPEN(WS-ACCT-IX) TO TRUE
               IF CMB-ENTRY-DATE < WS-MONTH-START
               AND WS-EXIT-REASON NOT = 'C'
               AND WS-EXIT-REASON NOT = 'M'
                   SET WS-ACC-COUNTED(WS-ACCT-IX) TO TRUE
               END-IF
           END-IF

           IF WS-EXIT-REASON NOT = SPACE
               PERFORM 3200-CLOSE-SPELL
           END-IF
           .

       3200-CLOSE-SPELL.
           MOVE WS-CURRENT-DATE-X TO CMB-EXIT-DATE
           MOVE WS-EXIT-REASON    TO CMB-EXIT-REASON
           IF WS-ACCT-FOUND
               MOVE WS-ACC-CLOSING(WS-ACCT-IX) TO CMB-EXIT-VALUE
               SET WS-ACC-SPELL-ENDED(WS-ACCT-IX) TO TRUE
           ELSE
               MOVE ZERO TO CMB-EXIT-VALUE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO CMB-LAST-MAINT-DATE
           MOVE WS-MAINT-USER     TO CMB-LAST-MAINT-USER

           REWRITE COMPOSITE-MEMBER-RECORD
               INVALID KEY
                   MOVE 'Error closing composite membership'
                     TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-REWRITE

           ADD 1 TO WS-MEMBERS-LEFT
           EVALUATE TRUE
               WHEN CMB-EXIT-CLOSED
                   MOVE 'CLOSED OR REMOVED'   TO WS-REASON-TEXT
               WHEN CMB-EXIT-MODEL
                   MOVE 'MODEL CHANGED'       TO WS-REASON-TEXT
               WHEN CMB-EXIT-SIZE
                   MOVE 'BELOW MINIMUM'       TO WS-REASON-TEXT
               WHEN CMB-EXIT-TERMINATED
                   MOVE 'COMPOSITE TERMINATED' TO WS-REASON-TEXT
           END-EVALUATE
           MOVE 'LEFT    '        TO WS-MBL-ACTION
           MOVE CMB-PORTFOLIO-ID  TO WS-MBL-PORTFOLIO
           MOVE CMB-EXIT-VALUE    TO WS-MBL-VALUE
           MOVE WS-REASON-TEXT    TO WS-MBL-REASON
           WRITE REPORT-RECORD FROM WS-MEMBER-LINE
           .

      *----------------------------------------------------------------*
      * The month's result: struck once from the counted members, or
      * the one already on file for a rerun.
      *----------------------------------------------------------------*
       3300-STRIKE-RESULT.
           MOVE WS-RESULT-COL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE CMP-COMPOSITE-ID TO CRT-COMPOSITE-ID
           MOVE WS-PERIOD        TO CRT-PERIOD
           READ RESULT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-RESULTS-ON-FILE
                   MOVE 'STRUCK EARLIER - AS STORED' TO WS-RSL-NOTE
                   PERFORM 3500-WRITE-RESULT-LINE
                   EXIT PARAGRAPH
           END-READ

           MOVE ZERO TO WS-RES-COUNT
                        WS-RES-ASSETS
                        WS-RES-GAIN
                        WS-RES-WEIGHT
                        WS-RES-RETURN
                        WS-RES-HIGH
                        WS-RES-LOW
                        WS-RES-SUM-SQUARES
                        WS-RES-DISPERSION

           PERFORM 3350-ADD-MEMBER-RETURN
               VARYING WS-ACCT-IX FROM 1 BY 1
               UNTIL WS-ACCT-IX > WS-ACCT-COUNT

           IF WS-RES-COUNT = ZERO
               MOVE 'NO PORTFOLIOS COUNTED THIS MONTH' TO WS-NTL-TEXT
               WRITE REPORT-RECORD FROM WS-NOTE-LINE
               EXIT PARAGRAPH
           END-IF

      *    Summed over the members, the Modified-Dietz gains over the
      *    summed average capital is the asset-weighted mean of
      *    their returns.
           COMPUTE WS-RES-RETURN ROUNDED =
               WS-RES-GAIN / WS-RES-WEIGHT

           IF WS-RES-COUNT > 1
               PERFORM 3400-ADD-MEMBER-DEVIATION
                   VARYING WS-ACCT-IX FROM 1 BY 1
                   UNTIL WS-ACCT-IX > WS-ACCT-COUNT
               COMPUTE WS-RES-VARIANCE ROUNDED =
                   WS-RES-SUM-SQUARES / WS-RES-WEIGHT
               COMPUTE WS-RES-DISPERSION ROUNDED =
                   WS-RES-VARIANCE ** 0.5
           END-IF

      *    The year to date links on from last month's result, when
      *    there is one in the same year.
           MOVE WS-RES-RETURN TO WS-RES-YTD
           IF WS-PRIOR-PERIOD(1:4) = WS-PERIOD(1:4)
               MOVE CMP-COMPOSITE-ID TO CRT-COMPOSITE-ID
               MOVE WS-PRIOR-PERIOD  TO CRT-PERIOD
               READ RESULT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-RES-YTD ROUNDED =
                           ((1 + CRT-YTD-RETURN) * (1 + WS-RES-RETURN))
                           - 1
               END-READ
           END-IF

           INITIALIZE COMPOSITE-RESULT-RECORD
           MOVE CMP-COMPOSITE-ID  TO CRT-COMPOSITE-ID
           MOVE WS-PERIOD         TO CRT-PERIOD
           MOVE WS-CURRENT-DATE-X TO CRT-PERIOD-END
           MOVE WS-RES-COUNT      TO CRT-PORTFOLIO-COUNT
           MOVE WS-RES-ASSETS     TO CRT-ASSETS
           MOVE WS-RES-RETURN     TO CRT-RETURN
           MOVE WS-RES-YTD        TO CRT-YTD-RETURN
           MOVE WS-RES-DISPERSION TO CRT-DISPERSION
           MOVE WS-RES-HIGH       TO CRT-HIGH-RETURN
           MOVE WS-RES-LOW        TO CRT-LOW-RETURN
           MOVE CMP-MODEL-ID      TO CRT-MODEL-ID
           MOVE FUNCTION CURRENT-DATE TO CRT-STRUCK-DATE

           WRITE COMPOSITE-RESULT-RECORD
               INVALID KEY
                   MOVE 'Error writing composite result' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-WRITE

           ADD 1 TO WS-RESULTS-WRITTEN
           MOVE SPACES TO WS-RSL-NOTE
           PERFORM 3500-WRITE-RESULT-LINE
           .

      *    A counted member with capital to earn on this month.
       3350-ADD-MEMBER-RETURN.
           IF NOT WS-ACC-COUNTED(WS-ACCT-IX)
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-ACC-WEIGHT(WS-ACCT-IX) ROUNDED =
               WS-ACC-OPENING(WS-ACCT-IX)
             + (WS-ACC-FLOW(WS-ACCT-IX) / 2)
           IF WS-ACC-WEIGHT(WS-ACCT-IX) NOT > ZERO
               MOVE 'N' TO WS-ACC-COUNTED-SW(WS-ACCT-IX)
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-ACC-RETURN(WS-ACCT-IX) ROUNDED =
               (WS-ACC-CLOSING(WS-ACCT-IX) - WS-ACC-OPENING(WS-ACCT-IX)
                - WS-ACC-FLOW(WS-ACCT-IX))
               / WS-ACC-WEIGHT(WS-ACCT-IX)
               ON SIZE ERROR
                   MOVE 'N' TO WS-ACC-COUNTED-SW(WS-ACCT-IX)
                   EXIT PARAGRAPH
           END-COMPUTE

           ADD 1 TO WS-RES-COUNT
           ADD WS-ACC-CLOSING(WS-ACCT-IX) TO WS-RES-ASSETS
           ADD WS-ACC-WEIGHT(WS-ACCT-IX)  TO WS-RES-WEIGHT
           COMPUTE WS-RES-GAIN =
               WS-RES-GAIN + WS-ACC-CLOSING(WS-ACCT-IX)
             - WS-ACC-OPENING(WS-ACCT-IX) - WS-ACC-FLOW(WS-ACCT-IX)

           IF WS-RES-COUNT = 1
           OR WS-ACC-RETURN(WS-ACCT-IX) > WS-RES-HIGH
               MOVE WS-ACC-RETURN(WS-ACCT-IX) TO WS-RES-HIGH
           END-IF
           IF WS-RES-COUNT = 1
           OR WS-ACC-RETURN(WS-ACCT-IX) < WS-RES-LOW
               MOVE WS-ACC-RETURN(WS-ACCT-IX) TO WS-RES-LOW
           END-IF
           .

       3400-ADD-MEMBER-DEVIATION.
           IF NOT WS-ACC-COUNTED(WS-ACCT-IX)
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DEVIATION =
               WS-ACC-RETURN(WS-ACCT-IX) - WS-RES-RETURN
           COMPUTE WS-RES-SUM-SQUARES =
               WS-RES-SUM-SQUARES
             + (WS-ACC-WEIGHT(WS-ACCT-IX) * WS-DEVIATION
                                          * WS-DEVIATION)
           .

       3500-WRITE-RESULT-LINE.
           MOVE CRT-PERIOD          TO WS-RSL-PERIOD
           MOVE CRT-PORTFOLIO-COUNT TO WS-RSL-COUNT
           MOVE CRT-ASSETS          TO WS-RSL-ASSETS
           COMPUTE WS-RSL-RETURN     ROUNDED = CRT-RETURN * 100
           COMPUTE WS-RSL-YTD        ROUNDED = CRT-YTD-RETURN * 100
           COMPUTE WS-RSL-DISPERSION ROUNDED = CRT-DISPERSION * 100
           COMPUTE WS-RSL-HIGH       ROUNDED = CRT-HIGH-RETURN * 100
           COMPUTE WS-RSL-LOW        ROUNDED = CRT-LOW-RETURN * 100
           WRITE REPORT-RECORD FROM WS-RESULT-LINE
           .

      *----------------------------------------------------------------*
      * A portfolio meeting the rule that is not already a member
      * joins at today's value. A rerun finds the spell already on
      * file and adds nothing.
      *----------------------------------------------------------------*
       3600-ADD-JOINER.
           IF NOT WS-ACC-NO-SPELL(WS-ACCT-IX)
           OR NOT WS-ACC-ACTIVE(WS-ACCT-IX)
           OR WS-ACC-MODEL(WS-ACCT-IX) NOT = CMP-MODEL-ID
           OR WS-ACC-CLOSING(WS-ACCT-IX) < CMP-MIN-SIZE
               EXIT PARAGRAPH
           END-IF

           INITIALIZE COMPOSITE-MEMBER-RECORD
           MOVE CMP-COMPOSITE-ID  TO CMB-COMPOSITE-ID
           MOVE WS-ACC-PORTFOLIO(WS-ACCT-IX) TO CMB-PORTFOLIO-ID
           MOVE WS-CURRENT-DATE-X TO CMB-ENTRY-DATE
           MOVE WS-ACC-CLOSING(WS-ACCT-IX) TO CMB-ENTRY-VALUE
           MOVE SPACES            TO CMB-EXIT-DATE
           MOVE SPACE             TO CMB-EXIT-REASON
           MOVE FUNCTION CURRENT-DATE TO CMB-LAST-MAINT-DATE
           MOVE WS-MAINT-USER     TO CMB-LAST-MAINT-USER

           WRITE COMPOSITE-MEMBER-RECORD
               INVALID KEY
                   EXIT PARAGRAPH
           END-WRITE

           ADD 1 TO WS-MEMBERS-JOINED
           MOVE 'JOINED  '        TO WS-MBL-ACTION
           MOVE CMB-PORTFOLIO-ID  TO WS-MBL-PORTFOLIO
           MOVE CMB-ENTRY-VALUE   TO WS-MBL-VALUE
           MOVE SPACES            TO WS-MBL-REASON
           WRITE REPORT-RECORD FROM WS-MEMBER-LINE
           .

       5000-TERMINATE.
           PERFORM 5100-UPDATE-COMPLETION

           CLOSE PORTFOLIO-FILE
                 COMPOSITE-REPORT
                 BATCH-CONTROL-FILE
           IF WS-CMP-STATUS NOT = '35'
               CLOSE COMPOSITE-FILE
           END-IF
           CLOSE MEMBER-FILE
                 RESULT-FILE
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

           DISPLAY 'CMPRTN00 Processing Statistics:'
           DISPLAY '  Accounts loaded:     ' WS-ACCT-COUNT
           DISPLAY '  Composites read:     ' WS-COMPOSITES-READ
           DISPLAY '  Results struck:      ' WS-RESULTS-WRITTEN
           DISPLAY '  Results on file:     ' WS-RESULTS-ON-FILE
           DISPLAY '  Members joined:      ' WS-MEMBERS-JOINED
           DISPLAY '  Members left:        ' WS-MEMBERS-LEFT
           DISPLAY '  Snapshot lines not on master: ' WS-NOT-ON-MASTER
           DISPLAY '  Errors:              ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       5100-UPDATE-COMPLETION.
           MOVE 'CMPRTN00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for CMPRTN00' TO
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
           MOVE 'CMPRTN00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
