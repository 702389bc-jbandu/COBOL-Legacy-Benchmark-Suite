      *================================================================*
      * Program Name: PCLRPT00
      * Description: Staff Trading Near Client Block Trades Report
      * Version: 1.0
      * Date: 2026
      *
      * Month-end stream job, after the KYC review listing. Lists
      * for compliance every trade an employee or related-party
      * account (PORT-STAFF-ACCOUNT) placed within a few days either
      * side of a client block trade in the same security -- the
      * front-running and piggy-backing pattern the personal trading
      * policy exists to catch.
      *
      * Block trades are the BLKTRD00 allocations in the DB2 TRNHIST
      * table TRNHLD00 loads, known by their 'BL' sequence numbers.
      * Each distinct security and date traded in blocks this month
      * is taken in turn, and the buys, sales, shorts and covers in
      * that security within PCLPARM's proximity days of it (5 when
      * none are given) are checked against the portfolio master;
      * those in staff accounts are listed with the block date and
      * the days between. A block's own allocations are not listed.
      * A staff trade near two block dates is listed once for each,
      * and a pairing is reported in the month of its block trade.
      * The report is read-only -- nothing on file is changed here.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCLRPT00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE
               ASSIGN TO PCLPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PORTFOLIO-FILE
               ASSIGN TO PORTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PORT-ID
               FILE STATUS IS WS-PORT-STATUS.

           SELECT PCL-REPORT
               ASSIGN TO PCLRPT
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
       COPY PCLPARM.

       FD  PORTFOLIO-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PORTFLIO.

       FD  PCL-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD               PIC X(132).

       FD  BATCH-CONTROL-FILE.
           COPY BCHCTL.

       WORKING-STORAGE SECTION.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           COPY DBTBLS.
       01  WS-HOST-VARS.
           05  HV-MONTH-START          PIC X(08).
           05  HV-MONTH-END            PIC X(08).
           05  HV-BLOCK-INVESTMENT     PIC X(10).
           05  HV-BLOCK-DATE           PIC X(08).
           05  HV-WINDOW-FROM          PIC X(08).
           05  HV-WINDOW-TO            PIC X(08).
           EXEC SQL END DECLARE SECTION END-EXEC.

           COPY SQLCA.
           COPY DBPROC.
           COPY BCHCON.
           COPY ERRHAND.
           COPY IDMASK.

      *    Identifier masking level this report prints at (MSKPARM).
       01  WS-MASK-LEVEL-REQUEST.
           05  WS-MKL-REPORT-ID        PIC X(08) VALUE 'PCLRPT00'.
           05  WS-MKL-LEVEL            PIC X(01).

      *    Cycle within the processing date this run belongs to --
      *    the overnight/scheduler-built sequence is cycle 1.
       01  WS-CYCLE-NO             PIC 9(2) VALUE 1.

       01  WS-FILE-STATUS.
           05  WS-PARM-STATUS          PIC X(2).
           05  WS-PORT-STATUS          PIC X(2).
           05  WS-RPT-STATUS           PIC X(2).
           05  WS-BCT-STATUS           PIC X(2).

       01  WS-CONSTANTS.
      *    PCLRPT00's position in the SEQ-MONTH-END stream -- 18th,
      *    after KYCRPT00.
           05  WS-SEQUENCE-NO          PIC 9(4) VALUE 18.

       01  WS-THRESHOLDS.
      *    Days either side of a block trade a staff trade is listed;
      *    the PCLPARM record overrides it when present.
           05  WS-PROXIMITY-DAYS       PIC 9(3) VALUE 5.

       01  WS-SWITCHES.
           05  WS-BLOCK-EOF-SW         PIC X(1) VALUE 'N'.
               88  WS-BLOCK-EOF             VALUE 'Y'.
           05  WS-STAFF-EOF-SW         PIC X(1) VALUE 'N'.
               88  WS-STAFF-EOF             VALUE 'Y'.
               88  WS-STAFF-MORE            VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                     PIC X(8).
           05  WS-CURRENT-TIME8        PIC 9(8).
           05  WS-WORK-DATE8           PIC 9(8).
           05  WS-WORK-DATE-X REDEFINES WS-WORK-DATE8
                                     PIC X(8).
           05  WS-BLOCK-INTEGER        PIC S9(9) COMP.
           05  WS-TRADE-INTEGER        PIC S9(9) COMP.
           05  WS-WORK-INTEGER         PIC S9(9) COMP.
           05  WS-DAYS-APART           PIC S9(5) COMP.

       01  WS-COUNTERS.
           05  WS-BLOCKS-CHECKED       PIC 9(7) COMP VALUE 0.
           05  WS-TRADES-CHECKED       PIC 9(7) COMP VALUE 0.
           05  WS-STAFF-TRADES         PIC 9(7) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       01  WS-REPORT-LINES.
           05  WS-HDR-LINE.
               10  FILLER              PIC X(44) VALUE
                   'STAFF TRADES NEAR CLIENT BLOCK TRADES  FROM '.
               10  WS-HDR-FROM         PIC X(8).
               10  FILLER              PIC X(4)  VALUE ' TO '.
               10  WS-HDR-TO           PIC X(8).
               10  FILLER              PIC X(18) VALUE
                   '  PROXIMITY DAYS '.
               10  WS-HDR-PROXIMITY    PIC ZZ9.
               10  FILLER              PIC X(47) VALUE SPACES.
           05  WS-COL-LINE.
               10  FILLER              PIC X(9)  VALUE 'PORTFOLIO'.
               10  FILLER              PIC X(31) VALUE 'CLIENT NAME'.
               10  FILLER              PIC X(6)  VALUE 'STAFF'.
               10  FILLER              PIC X(11) VALUE 'SECURITY'.
               10  FILLER              PIC X(10) VALUE 'TRADE DT'.
               10  FILLER              PIC X(7)  VALUE 'SEQ'.
               10  FILLER              PIC X(5)  VALUE 'TYPE'.
               10  FILLER              PIC X(22) VALUE
                   '          QUANTITY'.
               10  FILLER              PIC X(10) VALUE 'BLOCK DT'.
               10  FILLER              PIC X(21) VALUE '  DAYS'.
           05  WS-DTL-LINE.
               10  WS-DTL-PORTFOLIO    PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-CLIENT       PIC X(30).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-STAFF-TYPE   PIC X(1).
               10  FILLER              PIC X(5)  VALUE SPACES.
               10  WS-DTL-INVESTMENT   PIC X(10).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-TRADE-DATE   PIC X(8).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-DTL-SEQUENCE     PIC X(6).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-TYPE         PIC X(2).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  WS-DTL-QUANTITY     PIC ZZZ,ZZZ,ZZ9.9999-.
               10  FILLER              PIC X(4)  VALUE SPACES.
               10  WS-DTL-BLOCK-DATE   PIC X(8).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-DTL-DAYS         PIC ZZ9-.
               10  FILLER              PIC X(18) VALUE SPACES.
           05  WS-TOT-LINE.
               10  FILLER              PIC X(22) VALUE
                   'BLOCK DATES CHECKED  '.
               10  WS-TOT-BLOCKS       PIC ZZZ,ZZ9.
               10  FILLER              PIC X(18) VALUE
                   '  TRADES CHECKED  '.
               10  WS-TOT-TRADES       PIC ZZZ,ZZ9.
               10  FILLER              PIC X(22) VALUE
                   '  STAFF TRADES LISTED '.
               10  WS-TOT-STAFF        PIC ZZZ,ZZ9.
               10  FILLER              PIC X(49) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           IF ERR-TEXT = SPACES
               PERFORM 2000-SCAN-BLOCK-TRADES
           END-IF

           MOVE WS-BLOCKS-CHECKED TO WS-TOT-BLOCKS
           MOVE WS-TRADES-CHECKED TO WS-TOT-TRADES
           MOVE WS-STAFF-TRADES   TO WS-TOT-STAFF
           WRITE REPORT-RECORD FROM WS-TOT-LINE

           PERFORM 4000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME8 FROM TIME
           CALL 'MSKLVL00' USING WS-MASK-LEVEL-REQUEST

           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
               IF WS-PARM-STATUS = '00'
                   IF PPM-PROXIMITY-DAYS IS NUMERIC
                      AND PPM-PROXIMITY-DAYS NOT = 0
                       MOVE PPM-PROXIMITY-DAYS TO WS-PROXIMITY-DAYS
                   END-IF
               END-IF
               CLOSE PARM-FILE
           END-IF

      *    The month runs from its first through today, the last
      *    business day the stream runs on.
           MOVE WS-CURRENT-DATE-X TO HV-MONTH-START
           MOVE '01'              TO HV-MONTH-START(7:2)
           MOVE WS-CURRENT-DATE-X TO HV-MONTH-END

           OPEN INPUT PORTFOLIO-FILE
           IF WS-PORT-STATUS NOT = '00'
               MOVE 'Error opening portfolio file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT PCL-REPORT
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'Error opening staff trading report' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O BATCH-CONTROL-FILE
           IF WS-BCT-STATUS NOT = '00'
               MOVE 'Error opening control file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           PERFORM 1200-INIT-CHECKPOINT

           PERFORM CONNECT-TO-DB2

           MOVE HV-MONTH-START    TO WS-HDR-FROM
           MOVE HV-MONTH-END      TO WS-HDR-TO
           MOVE WS-PROXIMITY-DAYS TO WS-HDR-PROXIMITY
           WRITE REPORT-RECORD FROM WS-HDR-LINE
           WRITE REPORT-RECORD FROM WS-COL-LINE
           .

       1200-INIT-CHECKPOINT.
           MOVE 'PCLRPT00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for PCLRPT00' TO
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
      * Each security and date traded in blocks this month, once.
      *----------------------------------------------------------------*
       2000-SCAN-BLOCK-TRADES.
           EXEC SQL
               DECLARE BLOCKCSR CURSOR FOR
               SELECT DISTINCT TH_INVESTMENT_ID, TH_TRN_DATE
                 FROM TRNHIST
                WHERE SUBSTR(TH_SEQUENCE_NO, 1, 2) = 'BL'
                  AND TH_TRN_DATE BETWEEN :HV-MONTH-START
                                      AND :HV-MONTH-END
                ORDER BY TH_INVESTMENT_ID, TH_TRN_DATE
           END-EXEC

           EXEC SQL OPEN BLOCKCSR END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'Error opening block trade cursor' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           PERFORM 2100-FETCH-ONE-BLOCK
               UNTIL WS-BLOCK-EOF
               OR ERR-TEXT NOT = SPACES

           EXEC SQL CLOSE BLOCKCSR END-EXEC
           .

       2100-FETCH-ONE-BLOCK.
           EXEC SQL
               FETCH BLOCKCSR
                INTO :HV-BLOCK-INVESTMENT,
                     :HV-BLOCK-DATE
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WS-BLOCK-EOF TO TRUE
               WHEN SQLCODE = 0
                   ADD 1 TO WS-BLOCKS-CHECKED
                   PERFORM 2200-SCAN-NEARBY-TRADES
               WHEN OTHER
                   MOVE 'Error fetching block trades' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * The trades in the block's security within the proximity days
      * either side of it, other than block allocations themselves.
      *----------------------------------------------------------------*
       2200-SCAN-NEARBY-TRADES.
           MOVE HV-BLOCK-DATE TO WS-WORK-DATE-X
           COMPUTE WS-BLOCK-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE8)

           COMPUTE WS-WORK-INTEGER =
               WS-BLOCK-INTEGER - WS-PROXIMITY-DAYS
           COMPUTE WS-WORK-DATE8 =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
           MOVE WS-WORK-DATE-X TO HV-WINDOW-FROM

           COMPUTE WS-WORK-INTEGER =
               WS-BLOCK-INTEGER + WS-PROXIMITY-DAYS
           COMPUTE WS-WORK-DATE8 =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
           MOVE WS-WORK-DATE-X TO HV-WINDOW-TO

           EXEC SQL
               DECLARE NEARCSR CURSOR FOR
               SELECT TH_PORTFOLIO_ID, TH_TRN_DATE, TH_SEQUENCE_NO,
                      TH_TRN_TYPE, TH_QUANTITY
                 FROM TRNHIST
                WHERE TH_INVESTMENT_ID = :HV-BLOCK-INVESTMENT
                  AND TH_TRN_DATE BETWEEN :HV-WINDOW-FROM
                                      AND :HV-WINDOW-TO
                  AND TH_TRN_TYPE IN ('BU', 'SL', 'SS', 'BC')
                  AND SUBSTR(TH_SEQUENCE_NO, 1, 2) <> 'BL'
                ORDER BY TH_PORTFOLIO_ID, TH_TRN_DATE,
                         TH_SEQUENCE_NO
           END-EXEC

           EXEC SQL OPEN NEARCSR END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'Error opening nearby trade cursor' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           SET WS-STAFF-MORE TO TRUE
           PERFORM 2300-FETCH-ONE-TRADE
               UNTIL WS-STAFF-EOF
               OR ERR-TEXT NOT = SPACES

           EXEC SQL CLOSE NEARCSR END-EXEC
           .

       2300-FETCH-ONE-TRADE.
           EXEC SQL
               FETCH NEARCSR
                INTO :TH2-PORTFOLIO-ID,
                     :TH2-TRN-DATE,
                     :TH2-SEQUENCE-NO,
                     :TH2-TRN-TYPE,
                     :TH2-QUANTITY
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WS-STAFF-EOF TO TRUE
               WHEN SQLCODE = 0
                   ADD 1 TO WS-TRADES-CHECKED
                   PERFORM 2400-LIST-IF-STAFF
               WHEN OTHER
                   MOVE 'Error fetching nearby trades' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * Days apart are negative for a staff trade ahead of the block
      * -- the front-running case.
      *----------------------------------------------------------------*
       2400-LIST-IF-STAFF.
           MOVE TH2-PORTFOLIO-ID TO PORT-ID
           READ PORTFOLIO-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           IF NOT PORT-STAFF-ACCOUNT
               EXIT PARAGRAPH
           END-IF

           MOVE TH2-TRN-DATE TO WS-WORK-DATE-X
           COMPUTE WS-TRADE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE8)
           COMPUTE WS-DAYS-APART = WS-TRADE-INTEGER - WS-BLOCK-INTEGER

           ADD 1 TO WS-STAFF-TRADES
           MOVE PORT-ID             TO WS-DTL-PORTFOLIO
           MOVE WS-MKL-LEVEL        TO MSK-LEVEL
           MOVE SPACES              TO MSK-ACCOUNT-NO
           MOVE PORT-CLIENT-NAME    TO MSK-CLIENT-NAME
           CALL 'IDMASK00' USING IDMASK-REQUEST
           MOVE MSK-CLIENT-NAME     TO WS-DTL-CLIENT
           MOVE PORT-STAFF-TYPE     TO WS-DTL-STAFF-TYPE
           MOVE HV-BLOCK-INVESTMENT TO WS-DTL-INVESTMENT
           MOVE TH2-TRN-DATE        TO WS-DTL-TRADE-DATE
           MOVE TH2-SEQUENCE-NO     TO WS-DTL-SEQUENCE
           MOVE TH2-TRN-TYPE        TO WS-DTL-TYPE
           MOVE TH2-QUANTITY        TO WS-DTL-QUANTITY
           MOVE HV-BLOCK-DATE       TO WS-DTL-BLOCK-DATE
           MOVE WS-DAYS-APART       TO WS-DTL-DAYS
           WRITE REPORT-RECORD FROM WS-DTL-LINE
           .

       4000-TERMINATE.
           PERFORM DISCONNECT-FROM-DB2

           PERFORM 4100-UPDATE-COMPLETION

           CLOSE PORTFOLIO-FILE
                 PCL-REPORT
                 BATCH-CONTROL-FILE

           DISPLAY 'PCLRPT00 Processing Statistics:'
           DISPLAY '  Block dates checked:    ' WS-BLOCKS-CHECKED
           DISPLAY '  Nearby trades checked:  ' WS-TRADES-CHECKED
           DISPLAY '  Staff trades listed:    ' WS-STAFF-TRADES
           DISPLAY '  Errors:                 ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       4100-UPDATE-COMPLETION.
           MOVE 'PCLRPT00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for PCLRPT00' TO
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
           MOVE 'PCLRPT00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
