      *================================================================*
      * Program Name: TAXCOR00
      * Description: Corrected Tax Form Detection
      * Version: 1.0
      * Date: 2026
      *
      * Post-close group of the daily sequence. TAXEXT00 and
      * INCEXT00 record on TAXISS the figures each account's gains
      * and income forms were issued with; an as-of trade ASOFRB00
      * backdates into a prior tax year, or a reversal of a prior
      * year's sale or income, changes those figures after the form
      * has gone out. This job finds every account and prior tax
      * year with DV, IN, CG, SL or BC history loaded into POSHIST
      * within the last few days (HISTLD00 stamps the load date),
      * recomputes both forms the way the year-end extracts do, and
      * compares them with what was issued:
      *
      *   - a form whose figures now differ gets a corrected-form
      *     record on TAXCEXT for the tax reporting vendor, and its
      *     TAXISS entry takes the new figures and the correction
      *     count;
      *   - a form never issued for an account that was sent the
      *     other one, and that now has figures, goes out as a new
      *     form against original figures of zero.
      *
      * Every changed form is listed on TAXCRPT with its original,
      * corrected and difference figures. Accounts in a
      * tax-advantaged registration, and account/years no form was
      * issued for, are counted and passed over. The window looks
      * back a few days rather than one, so a night the job did not
      * run is caught the next; an account rechecked with nothing
      * changed produces nothing.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXCOR00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-ISSUED-FILE
               ASSIGN TO TAXISS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TXI-KEY
               FILE STATUS IS WS-TXI-STATUS.

           SELECT CORRECTION-EXTRACT-FILE
               ASSIGN TO TAXCEXT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.

           SELECT CORRECTION-REPORT
               ASSIGN TO TAXCRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT PURCHASED-ACCRUED-FILE
               ASSIGN TO PURACR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAC-KEY
               FILE STATUS IS WS-PAC-STATUS.

           SELECT PORTFOLIO-FILE
               ASSIGN TO PORTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PORT-ID
               FILE STATUS IS WS-PORT-STATUS.

           SELECT BATCH-CONTROL-FILE
               ASSIGN TO BCHCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BCT-KEY
               FILE STATUS IS WS-BCT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-ISSUED-FILE.
           COPY TAXISS.

      *    One record per corrected or newly required form. The
      *    figures run in TXI-FIGURE order for the form type; the
      *    gains form leaves its fourth figure zero.
       FD  CORRECTION-EXTRACT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CORRECTION-EXTRACT-RECORD.
           05  TCX-RECORD-TYPE         PIC X(01).
               88  TCX-TYPE-CORRECTED      VALUE 'C'.
               88  TCX-TYPE-NEW-FORM       VALUE 'N'.
           05  TCX-ACCOUNT-NO          PIC X(08).
           05  TCX-TAX-YEAR            PIC X(04).
           05  TCX-FORM-TYPE           PIC X(01).
           05  TCX-CORRECTION-NO       PIC 9(03).
           05  TCX-CORRECTED-FIGURE    OCCURS 4 TIMES
                                       PIC S9(13)V9(2).
           05  TCX-ORIGINAL-FIGURE     OCCURS 4 TIMES
                                       PIC S9(13)V9(2).
           05  FILLER                  PIC X(13).

       FD  CORRECTION-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD               PIC X(132).

       FD  PURCHASED-ACCRUED-FILE.
           COPY PURACR.

       FD  PORTFOLIO-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PORTFLIO.

       FD  BATCH-CONTROL-FILE.
           COPY BCHCTL.

       WORKING-STORAGE SECTION.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           COPY DBTBLS.
       01  WS-HOST-VARS.
           05  HV-ACCOUNT-NO           PIC X(08).
           05  HV-TAX-YEAR             PIC X(04).
           05  HV-CURRENT-YEAR         PIC X(04).
           05  HV-SINCE-DATE           PIC X(10).
           05  HV-PROCEEDS             PIC S9(13)V9(2) COMP-3.
           05  HV-COST-BASIS           PIC S9(13)V9(2) COMP-3.
           05  HV-GAIN-LOSS            PIC S9(13)V9(2) COMP-3.
           05  HV-DIVIDENDS            PIC S9(13)V9(2) COMP-3.
           05  HV-INTEREST             PIC S9(13)V9(2) COMP-3.
           05  HV-CGD                  PIC S9(13)V9(2) COMP-3.
           EXEC SQL END DECLARE SECTION END-EXEC.

           COPY SQLCA.
           COPY DBPROC.
           COPY BCHCON.
           COPY ERRHAND.

      *    Cycle within the processing date this run belongs to --
      *    the overnight/scheduler-built sequence is cycle 1.
       01  WS-CYCLE-NO             PIC 9(2) VALUE 1.

       01  WS-CONSTANTS.
      *    TAXCOR00's position in the post-close group of the daily
      *    sequence, after GLRCN00.
           05  WS-SEQUENCE-NO          PIC 9(4) VALUE 45.
      *    History loaded within this many days is rechecked, so a
      *    night the job did not run is picked up the next.
           05  WS-LOOKBACK-DAYS        PIC 9(3) VALUE 7.

       01  WS-FILE-STATUS.
           05  WS-TXI-STATUS           PIC X(2).
           05  WS-EXT-STATUS           PIC X(2).
           05  WS-RPT-STATUS           PIC X(2).
           05  WS-PAC-STATUS           PIC X(2).
           05  WS-PORT-STATUS          PIC X(2).
           05  WS-BCT-STATUS           PIC X(2).

       01  WS-SWITCHES.
           05  WS-FETCH-EOF-SW         PIC X(1) VALUE 'N'.
               88  WS-FETCH-EOF             VALUE 'Y'.
           05  WS-PAC-AVAILABLE-SW     PIC X(1) VALUE 'N'.
               88  WS-PAC-AVAILABLE         VALUE 'Y'.
           05  WS-PAC-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-PAC-EOF               VALUE 'Y'.
           05  WS-GAINS-ISSUED-SW      PIC X(1) VALUE 'N'.
               88  WS-GAINS-ISSUED          VALUE 'Y'.
           05  WS-INCOME-ISSUED-SW     PIC X(1) VALUE 'N'.
               88  WS-INCOME-ISSUED         VALUE 'Y'.
           05  WS-CMP-ISSUED-SW        PIC X(1) VALUE 'N'.
               88  WS-CMP-ISSUED            VALUE 'Y'.
           05  WS-DIFFER-SW            PIC X(1) VALUE 'N'.
               88  WS-FIGURES-DIFFER        VALUE 'Y'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                     PIC X(8).
           05  WS-CURRENT-TIME8        PIC 9(8).
           05  WS-DATE-INTEGER         PIC S9(9) COMP.
           05  WS-SINCE-DATE8          PIC 9(8).
           05  WS-SINCE-DATE-X REDEFINES WS-SINCE-DATE8
                                     PIC X(8).
           05  WS-ACCT-NETTED          PIC S9(13)V9(2) COMP-3.

      *    Both forms as recomputed for the account and year, in
      *    TXI-FIGURE order.
       01  WS-GAINS-CALC.
           05  WS-GAINS-FIGURE         OCCURS 4 TIMES
                                       PIC S9(13)V9(2) COMP-3.
       01  WS-INCOME-CALC.
           05  WS-INCOME-FIGURE        OCCURS 4 TIMES
                                       PIC S9(13)V9(2) COMP-3.

      *    The form being compared: its type, how many figures it
      *    carries, where its labels start, and both sets of figures.
       01  WS-COMPARE-AREA.
           05  WS-CMP-FORM-TYPE        PIC X(1).
           05  WS-CMP-FIGURE-COUNT     PIC 9(1).
           05  WS-CMP-LABEL-BASE       PIC 9(1).
           05  WS-CMP-NEW-FIGURE       OCCURS 4 TIMES
                                       PIC S9(13)V9(2) COMP-3.
           05  WS-CMP-OLD-FIGURE       OCCURS 4 TIMES
                                       PIC S9(13)V9(2) COMP-3.
           05  WS-CMP-CORRECTION-NO    PIC S9(3) COMP-3.
       01  WS-FIG-IX                   PIC 9(2) COMP.
       01  WS-LABEL-IX                 PIC 9(2) COMP.

       01  WS-FIGURE-LABEL-VALUES.
           05  FILLER                  PIC X(14) VALUE 'PROCEEDS'.
           05  FILLER                  PIC X(14) VALUE 'COST BASIS'.
           05  FILLER                  PIC X(14) VALUE 'GAIN/LOSS'.
           05  FILLER                  PIC X(14) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE 'DIVIDENDS'.
           05  FILLER                  PIC X(14) VALUE 'INTEREST'.
           05  FILLER                  PIC X(14) VALUE 'CAP GAIN DIST'.
           05  FILLER                  PIC X(14) VALUE 'INCOME TOTAL'.
       01  WS-FIGURE-LABELS REDEFINES WS-FIGURE-LABEL-VALUES.
           05  WS-FIGURE-LABEL         OCCURS 8 TIMES
                                       PIC X(14).

       01  WS-COUNTERS.
           05  WS-CANDIDATES           PIC 9(7) COMP VALUE 0.
           05  WS-TAX-ADVANTAGED-SKIP  PIC 9(5) COMP VALUE 0.
           05  WS-NOT-ISSUED-SKIP      PIC 9(5) COMP VALUE 0.
           05  WS-FORMS-UNCHANGED      PIC 9(5) COMP VALUE 0.
           05  WS-FORMS-CORRECTED      PIC 9(5) COMP VALUE 0.
           05  WS-FORMS-NEW            PIC 9(5) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       01  WS-REPORT-LINES.
           05  WS-HDR-LINE.
               10  FILLER              PIC X(38) VALUE
                   'CORRECTED TAX FORM DETECTION     DATE '.
               10  WS-HDR-DATE         PIC X(8).
               10  FILLER              PIC X(28) VALUE
                   '  HISTORY LOADED ON/AFTER '.
               10  WS-HDR-SINCE        PIC X(10).
               10  FILLER              PIC X(48) VALUE SPACES.
           05  WS-COL-LINE.
               10  FILLER              PIC X(31) VALUE
                   'ACCOUNT  YEAR F ACTION    NO'.
               10  FILLER              PIC X(14) VALUE 'FIGURE'.
               10  FILLER              PIC X(20) VALUE
                   '            ORIGINAL'.
               10  FILLER              PIC X(20) VALUE
                   '           CORRECTED'.
               10  FILLER              PIC X(20) VALUE
                   '          DIFFERENCE'.
               10  FILLER              PIC X(27) VALUE SPACES.
           05  WS-DETAIL-LINE.
               10  WS-DTL-ACCOUNT      PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-YEAR         PIC X(4).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-FORM         PIC X(1).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-ACTION       PIC X(9).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-CORR-NO      PIC ZZ9 BLANK WHEN ZERO.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-DTL-LABEL        PIC X(14).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-ORIGINAL     PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-CORRECTED    PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-DIFFERENCE   PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(27) VALUE SPACES.
           05  WS-NOTE-LINE.
               10  WS-NTL-TEXT         PIC X(80).
               10  FILLER              PIC X(52) VALUE SPACES.
           05  WS-TOTAL-LINE.
               10  FILLER              PIC X(22) VALUE
                   'FORMS CORRECTED:      '.
               10  WS-TOT-CORRECTED    PIC ZZ,ZZ9.
               10  FILLER              PIC X(22) VALUE
                   '   NEW FORMS:         '.
               10  WS-TOT-NEW          PIC ZZ,ZZ9.
               10  FILLER              PIC X(22) VALUE
                   '   UNCHANGED:         '.
               10  WS-TOT-UNCHANGED    PIC ZZ,ZZ9.
               10  FILLER              PIC X(48) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           IF ERR-TEXT = SPACES
               PERFORM 2000-FETCH-CANDIDATE
                   UNTIL WS-FETCH-EOF
                   OR ERR-TEXT NOT = SPACES
           END-IF

           PERFORM 3000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD

           OPEN I-O BATCH-CONTROL-FILE
           IF WS-BCT-STATUS NOT = '00'
               MOVE 'Error opening control file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           PERFORM 1200-INIT-CHECKPOINT

           OPEN INPUT PORTFOLIO-FILE
           IF WS-PORT-STATUS NOT = '00'
               MOVE 'Error opening portfolio file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

      *    The issued-form file is created by the first year-end run.
           OPEN I-O TAX-ISSUED-FILE
           IF WS-TXI-STATUS NOT = '00' AND '05'
               MOVE 'Error opening tax issued file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT CORRECTION-EXTRACT-FILE
           IF WS-EXT-STATUS NOT = '00'
               MOVE 'Error opening corrected form extract' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT CORRECTION-REPORT
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'Error opening correction report' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

      *    No purchased accrued ledger catalogued means no bond
      *    purchase paid accrued -- interest recomputes gross, as
      *    INCEXT00 extracts it.
           OPEN INPUT PURCHASED-ACCRUED-FILE
           IF WS-PAC-STATUS = '00'
               SET WS-PAC-AVAILABLE TO TRUE
           END-IF

           PERFORM 1300-SET-SINCE-DATE

           MOVE WS-CURRENT-DATE-X TO WS-HDR-DATE
           MOVE HV-SINCE-DATE     TO WS-HDR-SINCE
           WRITE REPORT-RECORD FROM WS-HDR-LINE
           WRITE REPORT-RECORD FROM WS-COL-LINE

           PERFORM CONNECT-TO-DB2

           EXEC SQL
               DECLARE CANDCSR CURSOR FOR
               SELECT DISTINCT PH_ACCOUNT_NO,
                      SUBSTR(PH_TRANS_DATE, 1, 4)
                 FROM POSHIST
                WHERE PH_TRANS_TYPE IN ('SL', 'BC', 'DV', 'IN', 'CG')
                  AND SUBSTR(PH_TRANS_DATE, 1, 4) < :HV-CURRENT-YEAR
                  AND PH_PROCESS_DATE >= :HV-SINCE-DATE
                ORDER BY 1, 2
           END-EXEC

           EXEC SQL OPEN CANDCSR END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'Error opening candidate cursor' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           .

       1200-INIT-CHECKPOINT.
           MOVE 'TAXCOR00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for TAXCOR00' TO
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
      * Prior tax years are those before the current year. History
      * carries its dates as YYYY-MM-DD.
      *----------------------------------------------------------------*
       1300-SET-SINCE-DATE.
           MOVE WS-CURRENT-DATE-X(1:4) TO HV-CURRENT-YEAR

           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE8)
               - WS-LOOKBACK-DAYS
           COMPUTE WS-SINCE-DATE8 =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)

           MOVE SPACES TO HV-SINCE-DATE
           STRING WS-SINCE-DATE-X(1:4) '-'
                  WS-SINCE-DATE-X(5:2) '-'
                  WS-SINCE-DATE-X(7:2)
               DELIMITED BY SIZE INTO HV-SINCE-DATE
           .

       2000-FETCH-CANDIDATE.
           EXEC SQL
               FETCH CANDCSR
                INTO :HV-ACCOUNT-NO, :HV-TAX-YEAR
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WS-FETCH-EOF TO TRUE
               WHEN SQLCODE = 0
                   ADD 1 TO WS-CANDIDATES
                   PERFORM 2100-CHECK-ONE-ACCOUNT
               WHEN OTHER
                   MOVE 'Error fetching correction candidates'
                     TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * One account and prior tax year with history loaded in the
      * window. An account no longer on the master is treated as
      * taxable, as the year-end extracts treat it.
      *----------------------------------------------------------------*
       2100-CHECK-ONE-ACCOUNT.
           MOVE HV-ACCOUNT-NO TO PORT-ID
           READ PORTFOLIO-FILE
               INVALID KEY
                   MOVE SPACES TO PORT-REG-TYPE
           END-READ
           IF PORT-REG-TAX-ADVANTAGED
               ADD 1 TO WS-TAX-ADVANTAGED-SKIP
               EXIT PARAGRAPH
           END-IF

           PERFORM 2150-FIND-ISSUED-FORMS
           IF NOT WS-GAINS-ISSUED
              AND NOT WS-INCOME-ISSUED
               ADD 1 TO WS-NOT-ISSUED-SKIP
               EXIT PARAGRAPH
           END-IF

           PERFORM 2200-RECOMPUTE-GAINS
           IF ERR-TEXT NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM 2300-RECOMPUTE-INCOME
           IF ERR-TEXT NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 'B'                TO WS-CMP-FORM-TYPE
           MOVE 3                  TO WS-CMP-FIGURE-COUNT
           MOVE 0                  TO WS-CMP-LABEL-BASE
           MOVE WS-GAINS-ISSUED-SW TO WS-CMP-ISSUED-SW
           PERFORM VARYING WS-FIG-IX FROM 1 BY 1
                   UNTIL WS-FIG-IX > 4
               MOVE WS-GAINS-FIGURE(WS-FIG-IX)
                 TO WS-CMP-NEW-FIGURE(WS-FIG-IX)
           END-PERFORM
           PERFORM 2400-COMPARE-FORM

           MOVE 'I'                 TO WS-CMP-FORM-TYPE
           MOVE 4                   TO WS-CMP-FIGURE-COUNT
           MOVE 4                   TO WS-CMP-LABEL-BASE
           MOVE WS-INCOME-ISSUED-SW TO WS-CMP-ISSUED-SW
           PERFORM VARYING WS-FIG-IX FROM 1 BY 1
                   UNTIL WS-FIG-IX > 4
               MOVE WS-INCOME-FIGURE(WS-FIG-IX)
                 TO WS-CMP-NEW-FIGURE(WS-FIG-IX)
           END-PERFORM
           PERFORM 2400-COMPARE-FORM
           .

       2150-FIND-ISSUED-FORMS.
           MOVE 'N' TO WS-GAINS-ISSUED-SW
           MOVE 'N' TO WS-INCOME-ISSUED-SW

           MOVE HV-ACCOUNT-NO TO TXI-ACCOUNT-NO
           MOVE HV-TAX-YEAR   TO TXI-TAX-YEAR
           SET TXI-FORM-GAINS TO TRUE
           READ TAX-ISSUED-FILE
               NOT INVALID KEY
                   SET WS-GAINS-ISSUED TO TRUE
           END-READ

           MOVE HV-ACCOUNT-NO TO TXI-ACCOUNT-NO
           MOVE HV-TAX-YEAR   TO TXI-TAX-YEAR
           SET TXI-FORM-INCOME TO TRUE
           READ TAX-ISSUED-FILE
               NOT INVALID KEY
                   SET WS-INCOME-ISSUED TO TRUE
           END-READ
           .

      *----------------------------------------------------------------*
      * Realized gains as TAXEXT00 totals them: the year's SL and BC
      * history for the account.
      *----------------------------------------------------------------*
       2200-RECOMPUTE-GAINS.
           EXEC SQL
               SELECT COALESCE(SUM(PH_AMOUNT), 0),
                      COALESCE(SUM(PH_COST_BASIS), 0),
                      COALESCE(SUM(PH_GAIN_LOSS), 0)
                 INTO :HV-PROCEEDS, :HV-COST-BASIS, :HV-GAIN-LOSS
                 FROM POSHIST
                WHERE PH_ACCOUNT_NO = :HV-ACCOUNT-NO
                  AND PH_TRANS_TYPE IN ('SL', 'BC')
                  AND SUBSTR(PH_TRANS_DATE, 1, 4) = :HV-TAX-YEAR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'Error recomputing realized gains' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           MOVE HV-PROCEEDS   TO WS-GAINS-FIGURE(1)
           MOVE HV-COST-BASIS TO WS-GAINS-FIGURE(2)
           MOVE HV-GAIN-LOSS  TO WS-GAINS-FIGURE(3)
           MOVE ZERO          TO WS-GAINS-FIGURE(4)
           .

      *----------------------------------------------------------------*
      * Income as INCEXT00 extracts it: the year's DV, IN and CG
      * history split by type, interest net of purchased accrued
      * netted during the year.
      *----------------------------------------------------------------*
       2300-RECOMPUTE-INCOME.
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN PH_TRANS_TYPE = 'DV'
                                        THEN PH_AMOUNT ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN PH_TRANS_TYPE = 'IN'
                                        THEN PH_AMOUNT ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN PH_TRANS_TYPE = 'CG'
                                        THEN PH_AMOUNT ELSE 0 END), 0)
                 INTO :HV-DIVIDENDS, :HV-INTEREST, :HV-CGD
                 FROM POSHIST
                WHERE PH_ACCOUNT_NO = :HV-ACCOUNT-NO
                  AND PH_TRANS_TYPE IN ('DV', 'IN', 'CG')
                  AND SUBSTR(PH_TRANS_DATE, 1, 4) = :HV-TAX-YEAR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'Error recomputing income' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           IF WS-PAC-AVAILABLE
               PERFORM 2310-NET-PURCHASED-ACCRUED
               SUBTRACT WS-ACCT-NETTED FROM HV-INTEREST
           END-IF

           MOVE HV-DIVIDENDS TO WS-INCOME-FIGURE(1)
           MOVE HV-INTEREST  TO WS-INCOME-FIGURE(2)
           MOVE HV-CGD       TO WS-INCOME-FIGURE(3)
           COMPUTE WS-INCOME-FIGURE(4) =
               HV-DIVIDENDS + HV-INTEREST + HV-CGD
           .

      *----------------------------------------------------------------*
      * Purchased accrued interest netted against a coupon paid in
      * the tax year, by the same rule as INCEXT00. The ledger is
      * keyed portfolio first, and the POSHIST account number is the
      * portfolio ID.
      *----------------------------------------------------------------*
       2310-NET-PURCHASED-ACCRUED.
           MOVE ZERO TO WS-ACCT-NETTED
           MOVE 'N' TO WS-PAC-EOF-SW

           MOVE HV-ACCOUNT-NO TO PAC-PORTFOLIO-ID
           MOVE LOW-VALUES    TO PAC-INVESTMENT-ID
           MOVE LOW-VALUES    TO PAC-BUY-DATE
           MOVE LOW-VALUES    TO PAC-BUY-SEQ
           START PURCHASED-ACCRUED-FILE KEY NOT LESS THAN PAC-KEY
               INVALID KEY
                   SET WS-PAC-EOF TO TRUE
           END-START

           PERFORM 2320-NET-ONE-ENTRY
               UNTIL WS-PAC-EOF
           .

       2320-NET-ONE-ENTRY.
           READ PURCHASED-ACCRUED-FILE NEXT RECORD
               AT END
                   SET WS-PAC-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF PAC-PORTFOLIO-ID NOT = HV-ACCOUNT-NO
               SET WS-PAC-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF PAC-NETTED
              AND PAC-NET-DATE(1:4) = HV-TAX-YEAR
               ADD PAC-ACCRUED-AMT TO WS-ACCT-NETTED
           END-IF
           .

      *----------------------------------------------------------------*
      * Recomputed figures against the form as issued. A form never
      * issued is compared against zeros, and goes out new only if
      * the account now has something to report on it.
      *----------------------------------------------------------------*
       2400-COMPARE-FORM.
           MOVE 'N' TO WS-DIFFER-SW
           MOVE ZERO TO WS-CMP-CORRECTION-NO

           IF WS-CMP-ISSUED
               MOVE HV-ACCOUNT-NO    TO TXI-ACCOUNT-NO
               MOVE HV-TAX-YEAR      TO TXI-TAX-YEAR
               MOVE WS-CMP-FORM-TYPE TO TXI-FORM-TYPE
               READ TAX-ISSUED-FILE
                   INVALID KEY
                       MOVE 'Issued tax form not found' TO ERR-TEXT
                       PERFORM 9000-ERROR-ROUTINE
                       EXIT PARAGRAPH
               END-READ
               PERFORM VARYING WS-FIG-IX FROM 1 BY 1
                       UNTIL WS-FIG-IX > 4
                   MOVE TXI-FIGURE(WS-FIG-IX)
                     TO WS-CMP-OLD-FIGURE(WS-FIG-IX)
               END-PERFORM
               COMPUTE WS-CMP-CORRECTION-NO = TXI-CORRECTION-NO + 1
           ELSE
               PERFORM VARYING WS-FIG-IX FROM 1 BY 1
                       UNTIL WS-FIG-IX > 4
                   MOVE ZERO TO WS-CMP-OLD-FIGURE(WS-FIG-IX)
               END-PERFORM
           END-IF

           PERFORM VARYING WS-FIG-IX FROM 1 BY 1
                   UNTIL WS-FIG-IX > WS-CMP-FIGURE-COUNT
               IF WS-CMP-NEW-FIGURE(WS-FIG-IX)
                  NOT = WS-CMP-OLD-FIGURE(WS-FIG-IX)
                   SET WS-FIGURES-DIFFER TO TRUE
               END-IF
           END-PERFORM

           IF NOT WS-FIGURES-DIFFER
               IF WS-CMP-ISSUED
                   ADD 1 TO WS-FORMS-UNCHANGED
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM 2410-WRITE-CORRECTION
           IF ERR-TEXT NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM 2420-PRINT-FORM
           PERFORM 2450-UPDATE-ISSUED

           IF WS-CMP-ISSUED
               ADD 1 TO WS-FORMS-CORRECTED
           ELSE
               ADD 1 TO WS-FORMS-NEW
           END-IF
           .

       2410-WRITE-CORRECTION.
           MOVE SPACES TO CORRECTION-EXTRACT-RECORD
           IF WS-CMP-ISSUED
               SET TCX-TYPE-CORRECTED TO TRUE
           ELSE
               SET TCX-TYPE-NEW-FORM TO TRUE
           END-IF
           MOVE HV-ACCOUNT-NO        TO TCX-ACCOUNT-NO
           MOVE HV-TAX-YEAR          TO TCX-TAX-YEAR
           MOVE WS-CMP-FORM-TYPE     TO TCX-FORM-TYPE
           MOVE WS-CMP-CORRECTION-NO TO TCX-CORRECTION-NO
           PERFORM VARYING WS-FIG-IX FROM 1 BY 1
                   UNTIL WS-FIG-IX > 4
               MOVE WS-CMP-NEW-FIGURE(WS-FIG-IX)
                 TO TCX-CORRECTED-FIGURE(WS-FIG-IX)
               MOVE WS-CMP-OLD-FIGURE(WS-FIG-IX)
                 TO TCX-ORIGINAL-FIGURE(WS-FIG-IX)
           END-PERFORM

           WRITE CORRECTION-EXTRACT-RECORD
           IF WS-EXT-STATUS NOT = '00'
               MOVE 'Error writing corrected form record' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           .

      *----------------------------------------------------------------*
      * One line per figure the form carries; the account, year and
      * form are shown on the first.
      *----------------------------------------------------------------*
       2420-PRINT-FORM.
           MOVE HV-ACCOUNT-NO        TO WS-DTL-ACCOUNT
           MOVE HV-TAX-YEAR          TO WS-DTL-YEAR
           MOVE WS-CMP-FORM-TYPE     TO WS-DTL-FORM
           IF WS-CMP-ISSUED
               MOVE 'CORRECTED'      TO WS-DTL-ACTION
           ELSE
               MOVE 'NEW FORM'       TO WS-DTL-ACTION
           END-IF
           MOVE WS-CMP-CORRECTION-NO TO WS-DTL-CORR-NO

           PERFORM 2430-PRINT-ONE-FIGURE
               VARYING WS-FIG-IX FROM 1 BY 1
               UNTIL WS-FIG-IX > WS-CMP-FIGURE-COUNT
           .

       2430-PRINT-ONE-FIGURE.
           COMPUTE WS-LABEL-IX = WS-CMP-LABEL-BASE + WS-FIG-IX
           MOVE WS-FIGURE-LABEL(WS-LABEL-IX)  TO WS-DTL-LABEL
           MOVE WS-CMP-OLD-FIGURE(WS-FIG-IX)  TO WS-DTL-ORIGINAL
           MOVE WS-CMP-NEW-FIGURE(WS-FIG-IX)  TO WS-DTL-CORRECTED
           COMPUTE WS-DTL-DIFFERENCE =
               WS-CMP-NEW-FIGURE(WS-FIG-IX)
               - WS-CMP-OLD-FIGURE(WS-FIG-IX)
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE

           MOVE SPACES TO WS-DTL-ACCOUNT
                          WS-DTL-YEAR
                          WS-DTL-FORM
                          WS-DTL-ACTION
           MOVE ZERO   TO WS-DTL-CORR-NO
           .

      *----------------------------------------------------------------*
      * The entry now matches the corrected form the client is sent.
      * A new form is recorded as an original issued today.
      *----------------------------------------------------------------*
       2450-UPDATE-ISSUED.
           PERFORM VARYING WS-FIG-IX FROM 1 BY 1
                   UNTIL WS-FIG-IX > 4
               MOVE WS-CMP-NEW-FIGURE(WS-FIG-IX)
                 TO TXI-FIGURE(WS-FIG-IX)
           END-PERFORM

           IF WS-CMP-ISSUED
               MOVE WS-CMP-CORRECTION-NO TO TXI-CORRECTION-NO
               MOVE WS-CURRENT-DATE-X    TO TXI-CORRECTED-DATE
               REWRITE TAX-ISSUED-RECORD
                   INVALID KEY
                       MOVE 'Error updating issued tax form'
                         TO ERR-TEXT
                       PERFORM 9000-ERROR-ROUTINE
               END-REWRITE
           ELSE
               MOVE HV-ACCOUNT-NO        TO TXI-ACCOUNT-NO
               MOVE HV-TAX-YEAR          TO TXI-TAX-YEAR
               MOVE WS-CMP-FORM-TYPE     TO TXI-FORM-TYPE
               MOVE WS-CURRENT-DATE-X    TO TXI-ISSUE-DATE
               MOVE ZERO                 TO TXI-CORRECTION-NO
               MOVE SPACES               TO TXI-CORRECTED-DATE
               MOVE SPACES               TO TXI-FILLER
               WRITE TAX-ISSUED-RECORD
                   INVALID KEY
                       MOVE 'Error recording issued tax form'
                         TO ERR-TEXT
                       PERFORM 9000-ERROR-ROUTINE
               END-WRITE
           END-IF
           .

       3000-TERMINATE.
           EXEC SQL CLOSE CANDCSR END-EXEC

           PERFORM DISCONNECT-FROM-DB2

           IF WS-FORMS-CORRECTED = 0 AND WS-FORMS-NEW = 0
               MOVE 'NO ISSUED TAX FORM HAS CHANGED' TO WS-NTL-TEXT
               WRITE REPORT-RECORD FROM WS-NOTE-LINE
           END-IF
           MOVE WS-FORMS-CORRECTED TO WS-TOT-CORRECTED
           MOVE WS-FORMS-NEW       TO WS-TOT-NEW
           MOVE WS-FORMS-UNCHANGED TO WS-TOT-UNCHANGED
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE

           PERFORM 3100-UPDATE-COMPLETION

           CLOSE TAX-ISSUED-FILE
                 CORRECTION-EXTRACT-FILE
                 CORRECTION-REPORT
                 PORTFOLIO-FILE
                 BATCH-CONTROL-FILE

           IF WS-PAC-AVAILABLE
               CLOSE PURCHASED-ACCRUED-FILE
           END-IF

           DISPLAY 'TAXCOR00 Processing Statistics:'
           DISPLAY '  Account/years checked:' WS-CANDIDATES
           DISPLAY '  Tax-advantaged skips: ' WS-TAX-ADVANTAGED-SKIP
           DISPLAY '  No form issued:       ' WS-NOT-ISSUED-SKIP
           DISPLAY '  Forms unchanged:      ' WS-FORMS-UNCHANGED
           DISPLAY '  Forms corrected:      ' WS-FORMS-CORRECTED
           DISPLAY '  New forms:            ' WS-FORMS-NEW
           DISPLAY '  Errors:               ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       3100-UPDATE-COMPLETION.
           MOVE 'TAXCOR00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for TAXCOR00' TO
                       ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-READ

           MOVE BCT-STAT-DONE TO BCT-STATUS
           ACCEPT WS-CURRENT-TIME8 FROM TIME
           MOVE WS-CURRENT-TIME8 TO BCT-END-TIME

           IF WS-ERROR-COUNT > 0
               MOVE BCT-RC-ERROR TO BCT-RETURN-CODE
           ELSE
               IF WS-FORMS-CORRECTED > 0 OR WS-FORMS-NEW > 0
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
           MOVE 'TAXCOR00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
