      *================================================================*
      * Program Name: HLDFIL00
      * Description: Quarterly Institutional Holdings Filing Extract
      * Version: 1.0
      * Date: 2026
      *
      * Month-end stream job; does its work at the quarter-end month
      * closes (March, June, September, December) and simply signs
      * off in the other months. The month-end stream runs on the
      * last business day, so the POSCUR view read here is the
      * quarter-end holding.
      *
      * The view is read through its investment-ID alternate index,
      * so each security's holders arrive together and are summed
      * as they come. Only the firm's discretionary portfolios --
      * those run to a model (PORT-MODEL-ID), as for the performance
      * composites -- count, and only long holdings of the HLDPARM
      * reportable instrument types (common stock, ETFs and listed
      * options unless the card says otherwise). Each security is
      * filed under its issuer name and CUSIP with the share count
      * and market value; an option is filed under its underlying
      * with the underlying share count and PUT or CALL. Voting
      * authority follows PORT-PROXY-AUTH: sole where the firm votes
      * the account's proxies, none where the client does.
      *
      * The total value of reportable holdings is checked against
      * the HLDPARM filing threshold. The HLDFIL extract is written
      * either way, its trailer saying whether a filing is due; the
      * HLDRPT review report lists every security filed and, as
      * exceptions, the reportable securities that cannot be filed
      * for want of a CUSIP on SECXREF or an entry on the security
      * master.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HLDFIL00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURRENT-POSITION-FILE
               ASSIGN TO POSCUR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUR-KEY
               ALTERNATE RECORD KEY IS CUR-INVESTMENT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-CUR-STATUS.

           SELECT PORTFOLIO-FILE
               ASSIGN TO PORTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PORT-ID
               FILE STATUS IS WS-PORT-STATUS.

           SELECT SECURITY-MASTER
               ASSIGN TO SECMSTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEC-KEY
               FILE STATUS IS WS-SEC-STATUS.

           SELECT SECURITY-XREF-FILE
               ASSIGN TO SECXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XRF-KEY
               FILE STATUS IS WS-XRF-STATUS.

           SELECT PARM-FILE
               ASSIGN TO HLDPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT FILING-FILE
               ASSIGN TO HLDFIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIL-STATUS.

           SELECT REVIEW-REPORT
               ASSIGN TO HLDRPT
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
       FD  CURRENT-POSITION-FILE.
           COPY POSCUR.

       FD  PORTFOLIO-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PORTFLIO.

       FD  SECURITY-MASTER.
       COPY SECMSTR.

       FD  SECURITY-XREF-FILE.
       COPY SECXREF.

       FD  PARM-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  HLD-PARM-RECORD.
      *    The filer's identifier, the filing threshold in whole
      *    dollars, and the reportable instrument types (spaces in
      *    the first keeps the standard list).
           05  HLD-PARM-FILER-ID       PIC X(10).
           05  HLD-PARM-THRESHOLD      PIC 9(13).
           05  HLD-PARM-TYPE           PIC X(03) OCCURS 10 TIMES.
           05  FILLER                  PIC X(27).

       FD  FILING-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY HLDFIL.

       FD  REVIEW-REPORT
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
           05  WS-CUR-STATUS           PIC X(2).
           05  WS-PORT-STATUS          PIC X(2).
           05  WS-SEC-STATUS           PIC X(2).
           05  WS-XRF-STATUS           PIC X(2).
           05  WS-PARM-STATUS          PIC X(2).
           05  WS-FIL-STATUS           PIC X(2).
           05  WS-RPT-STATUS           PIC X(2).
           05  WS-BCT-STATUS           PIC X(2).

       01  WS-CONSTANTS.
      *    HLDFIL00's position in the SEQ-MONTH-END stream -- 28th,
      *    after CMPRTN00.
           05  WS-SEQUENCE-NO          PIC 9(4) VALUE 28.
           05  WS-DEFAULT-MULT         PIC 9(5) VALUE 100.

      *    Filing parameters; the HLDPARM card overrides.
       01  WS-PARMS.
           05  WS-FILER-ID             PIC X(10) VALUE SPACES.
           05  WS-THRESHOLD            PIC 9(13) VALUE 100000000.
           05  WS-TYPE-COUNT           PIC 9(4) COMP VALUE 3.
           05  WS-REPORTABLE-TYPE      PIC X(03) OCCURS 10 TIMES.

       01  WS-SWITCHES.
           05  WS-CUR-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-CUR-EOF               VALUE 'Y'.
           05  WS-QUARTER-END-SW       PIC X(1) VALUE 'N'.
               88  WS-QUARTER-END           VALUE 'Y'.
           05  WS-TYPE-FOUND-SW        PIC X(1) VALUE 'N'.
               88  WS-TYPE-FOUND            VALUE 'Y'.
               88  WS-TYPE-NOT-FOUND        VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                     PIC X(8).
           05  WS-CURRENT-PARTS REDEFINES WS-CURRENT-DATE8.
               10  WS-CUR-YYYY         PIC 9(4).
               10  WS-CUR-MM           PIC 9(2).
               10  WS-CUR-DD           PIC 9(2).
           05  WS-CURRENT-TIME8        PIC 9(8).
           05  WS-TYPE-IX              PIC 9(4) COMP.
           05  WS-EXC-REASON           PIC X(30).
           05  WS-REPORTABLE-TOTAL     PIC S9(15)V9(2) COMP-3
                                           VALUE ZERO.
           05  WS-FILED-TOTAL          PIC S9(15)V9(2) COMP-3
                                           VALUE ZERO.

      *----------------------------------------------------------------*
      * The security whose holders are being summed. G marks a
      * reportable type, U one not on the security master, S one
      * of a type that is not filed.
      *----------------------------------------------------------------*
       01  WS-SECURITY-GROUP.
           05  WS-GRP-INVESTMENT       PIC X(10) VALUE SPACES.
           05  WS-GRP-STATE            PIC X(1).
               88  WS-GRP-REPORTABLE        VALUE 'G'.
               88  WS-GRP-UNKNOWN           VALUE 'U'.
               88  WS-GRP-SKIPPED           VALUE 'S'.
           05  WS-GRP-INSTR-TYPE       PIC X(3).
               88  WS-GRP-OPTION            VALUE 'OPT'.
               88  WS-GRP-BOND              VALUE 'BND'.
           05  WS-GRP-ISSUER           PIC X(30).
           05  WS-GRP-CLASS            PIC X(10).
           05  WS-GRP-CUSIP            PIC X(9).
           05  WS-GRP-PUT-CALL         PIC X(4).
           05  WS-GRP-MULT             PIC 9(5).
           05  WS-GRP-PORTFOLIOS       PIC 9(5) COMP.
           05  WS-GRP-QUANTITY         PIC S9(13)V9(4) COMP-3.
           05  WS-GRP-VOTE-SOLE        PIC S9(13)V9(4) COMP-3.
           05  WS-GRP-VALUE            PIC S9(15)V9(2) COMP-3.

      *----------------------------------------------------------------*
      * Reportable securities that cannot be filed, printed after
      * the filing listing.
      *----------------------------------------------------------------*
       01  WS-EXCEPTION-TABLE.
           05  WS-EXC-COUNT            PIC 9(4) COMP VALUE 0.
           05  WS-EXC-ENTRY OCCURS 500 TIMES.
               10  WS-EXT-INVESTMENT   PIC X(10).
               10  WS-EXT-ISSUER       PIC X(30).
               10  WS-EXT-TYPE         PIC X(3).
               10  WS-EXT-VALUE        PIC S9(15)V9(2) COMP-3.
               10  WS-EXT-PORTFOLIOS   PIC 9(5) COMP.
               10  WS-EXT-REASON       PIC X(30).
       01  WS-EXC-IX                   PIC 9(4) COMP.
       01  WS-EXC-MAX                  PIC 9(4) COMP VALUE 500.

       01  WS-COUNTERS.
           05  WS-POSITIONS-READ       PIC 9(9) COMP VALUE 0.
           05  WS-POSITIONS-USED       PIC 9(9) COMP VALUE 0.
           05  WS-NON-DISCRETIONARY    PIC 9(9) COMP VALUE 0.
           05  WS-SECURITIES-FILED     PIC 9(9) VALUE 0.
           05  WS-EXC-OVERFLOW         PIC 9(5) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       01  WS-REPORT-LINES.
           05  WS-HDR-LINE.
               10  FILLER              PIC X(38) VALUE
                   'INSTITUTIONAL HOLDINGS FILING REVIEW  '.
               10  FILLER              PIC X(14) VALUE
                   'QUARTER ENDED '.
               10  WS-HDR-DATE         PIC X(8).
               10  FILLER              PIC X(10) VALUE '  FILER '.
               10  WS-HDR-FILER        PIC X(10).
               10  FILLER              PIC X(52) VALUE SPACES.
           05  WS-SKIP-LINE.
               10  FILLER              PIC X(44) VALUE
                   'NOT A QUARTER END -- NO HOLDINGS FILING RUN'.
               10  FILLER              PIC X(88) VALUE SPACES.
           05  WS-COL-LINE.
               10  FILLER              PIC X(11) VALUE 'INVESTMENT'.
               10  FILLER              PIC X(31) VALUE 'ISSUER'.
               10  FILLER              PIC X(11) VALUE 'CLASS'.
               10  FILLER              PIC X(10) VALUE 'CUSIP'.
               10  FILLER              PIC X(5)  VALUE 'P/C'.
               10  FILLER              PIC X(16) VALUE
                   ' SHARES/PRN AMT '.
               10  FILLER              PIC X(4)  VALUE 'S/P'.
               10  FILLER              PIC X(16) VALUE
                   '   MARKET VALUE '.
               10  FILLER              PIC X(5)  VALUE 'PORTS'.
               10  FILLER              PIC X(23) VALUE SPACES.
           05  WS-DETAIL-LINE.
               10  WS-DTL-INVESTMENT   PIC X(10).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-ISSUER       PIC X(30).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-CLASS        PIC X(10).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-CUSIP        PIC X(9).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-PUT-CALL     PIC X(4).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-SHARES       PIC ZZZ,ZZZ,ZZZ,ZZ9.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-SH-PRN       PIC X(3).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-VALUE        PIC ZZZ,ZZZ,ZZZ,ZZ9.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-PORTFOLIOS   PIC ZZZZ9.
               10  FILLER              PIC X(23) VALUE SPACES.
           05  WS-SECTION-LINE.
               10  WS-SEC-TITLE        PIC X(60).
               10  FILLER              PIC X(72) VALUE SPACES.
           05  WS-EXC-COL-LINE.
               10  FILLER              PIC X(11) VALUE 'INVESTMENT'.
               10  FILLER              PIC X(31) VALUE 'ISSUER'.
               10  FILLER              PIC X(5)  VALUE 'TYPE'.
               10  FILLER              PIC X(16) VALUE
                   '   MARKET VALUE '.
               10  FILLER              PIC X(6)  VALUE 'PORTS'.
               10  FILLER              PIC X(63) VALUE 'REASON'.
           05  WS-EXC-LINE.
               10  WS-EXL-INVESTMENT   PIC X(10).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-EXL-ISSUER       PIC X(30).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-EXL-TYPE         PIC X(3).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-EXL-VALUE        PIC ZZZ,ZZZ,ZZZ,ZZ9.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-EXL-PORTFOLIOS   PIC ZZZZ9.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-EXL-REASON       PIC X(30).
               10  FILLER              PIC X(33) VALUE SPACES.
           05  WS-TOTAL-LINE.
               10  WS-TTL-LABEL        PIC X(40).
               10  WS-TTL-AMOUNT       PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
               10  FILLER              PIC X(73) VALUE SPACES.
           05  WS-VERDICT-LINE.
               10  WS-VDL-TEXT         PIC X(60).
               10  FILLER              PIC X(72) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           IF WS-QUARTER-END
               PERFORM 2000-SUM-POSITIONS
                   UNTIL WS-CUR-EOF
               IF WS-GRP-INVESTMENT NOT = SPACES
                   PERFORM 2500-CLOSE-SECURITY
               END-IF
               PERFORM 4000-WRITE-TOTALS
           ELSE
               WRITE REPORT-RECORD FROM WS-SKIP-LINE
           END-IF

           PERFORM 5000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD

           IF WS-CUR-MM = 3 OR 6 OR 9 OR 12
               SET WS-QUARTER-END TO TRUE
           END-IF

           OPEN OUTPUT REVIEW-REPORT
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'Error opening holdings review report'
                 TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O BATCH-CONTROL-FILE
           IF WS-BCT-STATUS NOT = '00'
               MOVE 'Error opening control file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           PERFORM 1200-INIT-CHECKPOINT

           IF NOT WS-QUARTER-END
               EXIT PARAGRAPH
           END-IF

           PERFORM 1100-OPEN-FILES
           PERFORM 1150-LOAD-PARM

           MOVE WS-CURRENT-DATE-X TO WS-HDR-DATE
           MOVE WS-FILER-ID       TO WS-HDR-FILER
           WRITE REPORT-RECORD FROM WS-HDR-LINE
           WRITE REPORT-RECORD FROM WS-COL-LINE

           MOVE SPACES TO HOLDINGS-FILING-RECORD
           SET HFL-TYPE-HEADER TO TRUE
           MOVE WS-FILER-ID       TO HFL-HDR-FILER-ID
           MOVE WS-CURRENT-DATE-X TO HFL-HDR-PERIOD-DATE
           MOVE WS-CURRENT-DATE-X TO HFL-HDR-FILE-DATE
           WRITE HOLDINGS-FILING-RECORD
           IF WS-FIL-STATUS NOT = '00'
               MOVE 'Error writing holdings filing header'
                 TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

      *    Read order: the investment-ID alternate index, so each
      *    security's holders arrive together.
           MOVE LOW-VALUES TO CUR-INVESTMENT-ID
           START CURRENT-POSITION-FILE
                 KEY NOT LESS THAN CUR-INVESTMENT-ID
               INVALID KEY
                   SET WS-CUR-EOF TO TRUE
           END-START
           .

       1100-OPEN-FILES.
           OPEN INPUT CURRENT-POSITION-FILE
           IF WS-CUR-STATUS NOT = '00'
               MOVE 'Error opening current position view' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               SET WS-CUR-EOF TO TRUE
           END-IF

           OPEN INPUT PORTFOLIO-FILE
           IF WS-PORT-STATUS NOT = '00'
               MOVE 'Error opening portfolio file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               SET WS-CUR-EOF TO TRUE
           END-IF

           OPEN INPUT SECURITY-MASTER
           IF WS-SEC-STATUS NOT = '00'
               MOVE 'Error opening security master' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT SECURITY-XREF-FILE
           IF WS-XRF-STATUS NOT = '00'
               MOVE 'Error opening security cross-reference'
                 TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT FILING-FILE
           IF WS-FIL-STATUS NOT = '00'
               MOVE 'Error opening holdings filing extract'
                 TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           .

       1150-LOAD-PARM.
           MOVE 'STK' TO WS-REPORTABLE-TYPE(1)
           MOVE 'ETF' TO WS-REPORTABLE-TYPE(2)
           MOVE 'OPT' TO WS-REPORTABLE-TYPE(3)

           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           READ PARM-FILE
           IF WS-PARM-STATUS = '00'
               MOVE HLD-PARM-FILER-ID TO WS-FILER-ID
               IF HLD-PARM-THRESHOLD IS NUMERIC
                   MOVE HLD-PARM-THRESHOLD TO WS-THRESHOLD
               END-IF
               IF HLD-PARM-TYPE(1) NOT = SPACES
                   MOVE ZERO TO WS-TYPE-COUNT
                   PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
                           UNTIL WS-TYPE-IX > 10
                       IF HLD-PARM-TYPE(WS-TYPE-IX) NOT = SPACES
                           ADD 1 TO WS-TYPE-COUNT
                           MOVE HLD-PARM-TYPE(WS-TYPE-IX)
                             TO WS-REPORTABLE-TYPE(WS-TYPE-COUNT)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           CLOSE PARM-FILE
           .

       1200-INIT-CHECKPOINT.
           MOVE 'HLDFIL00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for HLDFIL00' TO
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
      * One holding. A new investment ID closes the security before
      * it; long holdings in discretionary portfolios are summed.
      *----------------------------------------------------------------*
       2000-SUM-POSITIONS.
           READ CURRENT-POSITION-FILE NEXT RECORD
               AT END
                   SET WS-CUR-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-POSITIONS-READ

           IF CUR-INVESTMENT-ID NOT = WS-GRP-INVESTMENT
               IF WS-GRP-INVESTMENT NOT = SPACES
                   PERFORM 2500-CLOSE-SECURITY
               END-IF
               PERFORM 2100-OPEN-SECURITY
           END-IF

           IF WS-GRP-SKIPPED
               EXIT PARAGRAPH
           END-IF

           IF NOT CUR-STATUS-ACTIVE
           OR CUR-QUANTITY NOT > ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE CUR-PORTFOLIO-ID TO PORT-ID
           READ PORTFOLIO-FILE
               INVALID KEY
                   MOVE SPACES TO PORT-MODEL-ID
           END-READ
           IF PORT-MODEL-ID = SPACES
               ADD 1 TO WS-NON-DISCRETIONARY
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-POSITIONS-USED
           ADD 1 TO WS-GRP-PORTFOLIOS
           ADD CUR-QUANTITY   TO WS-GRP-QUANTITY
           ADD CUR-BASE-VALUE TO WS-GRP-VALUE
           IF PORT-PROXY-DISCRETIONARY
               ADD CUR-QUANTITY TO WS-GRP-VOTE-SOLE
           END-IF
           .

      *----------------------------------------------------------------*
      * Name the security about to be summed. An option is filed
      * under its underlying: the issuer and CUSIP come from it.
      *----------------------------------------------------------------*
       2100-OPEN-SECURITY.
           INITIALIZE WS-SECURITY-GROUP
           MOVE CUR-INVESTMENT-ID TO WS-GRP-INVESTMENT

           MOVE CUR-INVESTMENT-ID TO SEC-ID
           READ SECURITY-MASTER
               INVALID KEY
                   SET WS-GRP-UNKNOWN TO TRUE
                   MOVE '???' TO WS-GRP-INSTR-TYPE
                   EXIT PARAGRAPH
           END-READ

           SET WS-TYPE-NOT-FOUND TO TRUE
           PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
                   UNTIL WS-TYPE-IX > WS-TYPE-COUNT
                   OR WS-TYPE-FOUND
               IF WS-REPORTABLE-TYPE(WS-TYPE-IX) = SEC-INSTR-TYPE
                   SET WS-TYPE-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-TYPE-NOT-FOUND
               SET WS-GRP-SKIPPED TO TRUE
               EXIT PARAGRAPH
           END-IF

           SET WS-GRP-REPORTABLE TO TRUE
           MOVE SEC-INSTR-TYPE    TO WS-GRP-INSTR-TYPE
           MOVE SEC-DESCRIPTION   TO WS-GRP-ISSUER
           MOVE CUR-INVESTMENT-ID TO XRF-SEC-ID

           EVALUATE TRUE
               WHEN WS-GRP-OPTION
                   IF SEC-OPT-PUT
                       MOVE 'PUT'  TO WS-GRP-PUT-CALL
                   ELSE
                       MOVE 'CALL' TO WS-GRP-PUT-CALL
                   END-IF
                   IF SEC-CONTRACT-MULT > ZERO
                       MOVE SEC-CONTRACT-MULT TO WS-GRP-MULT
                   ELSE
                       MOVE WS-DEFAULT-MULT   TO WS-GRP-MULT
                   END-IF
                   MOVE 'COM'             TO WS-GRP-CLASS
                   MOVE SEC-UNDERLYING-ID TO XRF-SEC-ID
                   MOVE SEC-UNDERLYING-ID TO SEC-ID
                   READ SECURITY-MASTER
                       NOT INVALID KEY
                           MOVE SEC-DESCRIPTION TO WS-GRP-ISSUER
                   END-READ
               WHEN SEC-INSTR-TYPE = 'STK'
                   MOVE 'COM'  TO WS-GRP-CLASS
               WHEN WS-GRP-BOND
                   MOVE 'NOTE' TO WS-GRP-CLASS
               WHEN OTHER
                   MOVE SEC-INSTR-TYPE TO WS-GRP-CLASS
           END-EVALUATE

           READ SECURITY-XREF-FILE
               INVALID KEY
                   MOVE SPACES TO XRF-CUSIP
           END-READ
           MOVE XRF-CUSIP TO WS-GRP-CUSIP
           .

      *----------------------------------------------------------------*
      * File the security, or hold it out as an exception. Both
      * count toward the threshold: a missing CUSIP does not make
      * the holding any less reportable.
      *----------------------------------------------------------------*
       2500-CLOSE-SECURITY.
           IF WS-GRP-SKIPPED
           OR WS-GRP-PORTFOLIOS = ZERO
               EXIT PARAGRAPH
           END-IF

           IF WS-GRP-UNKNOWN
               MOVE 'NOT ON SECURITY MASTER' TO WS-EXC-REASON
               PERFORM 2600-ADD-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           ADD WS-GRP-VALUE TO WS-REPORTABLE-TOTAL

           IF WS-GRP-CUSIP = SPACES
               MOVE 'NO CUSIP ON SECXREF' TO WS-EXC-REASON
               PERFORM 2600-ADD-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           IF WS-GRP-OPTION
               COMPUTE WS-GRP-QUANTITY =
                   WS-GRP-QUANTITY * WS-GRP-MULT
               COMPUTE WS-GRP-VOTE-SOLE =
                   WS-GRP-VOTE-SOLE * WS-GRP-MULT
           END-IF

           MOVE SPACES TO HOLDINGS-FILING-RECORD
           SET HFL-TYPE-DETAIL TO TRUE
           MOVE WS-GRP-ISSUER     TO HFL-ISSUER-NAME
           MOVE WS-GRP-CLASS      TO HFL-TITLE-OF-CLASS
           MOVE WS-GRP-CUSIP      TO HFL-CUSIP
           COMPUTE HFL-VALUE ROUNDED  = WS-GRP-VALUE
           COMPUTE HFL-SHARES ROUNDED = WS-GRP-QUANTITY
           IF WS-GRP-BOND
               SET HFL-PRINCIPAL-HELD TO TRUE
           ELSE
               SET HFL-SHARES-HELD    TO TRUE
           END-IF
           MOVE WS-GRP-PUT-CALL   TO HFL-PUT-CALL
           MOVE 'SOLE'            TO HFL-DISCRETION
           COMPUTE HFL-VOTE-SOLE ROUNDED = WS-GRP-VOTE-SOLE
           COMPUTE HFL-VOTE-NONE = HFL-SHARES - HFL-VOTE-SOLE
           MOVE WS-GRP-INVESTMENT TO HFL-INVESTMENT-ID

           WRITE HOLDINGS-FILING-RECORD
           IF WS-FIL-STATUS NOT = '00'
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'Error writing holdings filing entry: '
                       WS-GRP-INVESTMENT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-SECURITIES-FILED
           ADD WS-GRP-VALUE TO WS-FILED-TOTAL

           MOVE WS-GRP-INVESTMENT TO WS-DTL-INVESTMENT
           MOVE WS-GRP-ISSUER     TO WS-DTL-ISSUER
           MOVE WS-GRP-CLASS      TO WS-DTL-CLASS
           MOVE WS-GRP-CUSIP      TO WS-DTL-CUSIP
           MOVE WS-GRP-PUT-CALL   TO WS-DTL-PUT-CALL
           MOVE HFL-SHARES        TO WS-DTL-SHARES
           MOVE HFL-SH-PRN        TO WS-DTL-SH-PRN
           MOVE HFL-VALUE         TO WS-DTL-VALUE
           MOVE WS-GRP-PORTFOLIOS TO WS-DTL-PORTFOLIOS
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

       2600-ADD-EXCEPTION.
           IF WS-EXC-COUNT NOT < WS-EXC-MAX
               ADD 1 TO WS-EXC-OVERFLOW
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-EXC-COUNT
           MOVE WS-GRP-INVESTMENT TO WS-EXT-INVESTMENT(WS-EXC-COUNT)
           MOVE WS-GRP-ISSUER     TO WS-EXT-ISSUER(WS-EXC-COUNT)
           MOVE WS-GRP-INSTR-TYPE TO WS-EXT-TYPE(WS-EXC-COUNT)
           MOVE WS-GRP-VALUE      TO WS-EXT-VALUE(WS-EXC-COUNT)
           MOVE WS-GRP-PORTFOLIOS TO WS-EXT-PORTFOLIOS(WS-EXC-COUNT)
           MOVE WS-EXC-REASON     TO WS-EXT-REASON(WS-EXC-COUNT)
           .

       4000-WRITE-TOTALS.
           MOVE SPACES TO HOLDINGS-FILING-RECORD
           SET HFL-TYPE-TRAILER TO TRUE
           MOVE WS-SECURITIES-FILED TO HFL-TRL-ENTRY-COUNT
           COMPUTE HFL-TRL-TOTAL-VALUE ROUNDED = WS-FILED-TOTAL
           IF WS-REPORTABLE-TOTAL NOT < WS-THRESHOLD
               SET HFL-TRL-FILING-REQUIRED TO TRUE
           ELSE
               MOVE 'N' TO HFL-TRL-THRESHOLD-MET
           END-IF
           WRITE HOLDINGS-FILING-RECORD
           IF WS-FIL-STATUS NOT = '00'
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'Error writing holdings filing trailer'
           END-IF

           MOVE SPACES TO WS-SEC-TITLE
           WRITE REPORT-RECORD FROM WS-SECTION-LINE

           MOVE 'SECURITIES FILED' TO WS-TTL-LABEL
           MOVE WS-SECURITIES-FILED TO WS-TTL-AMOUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'VALUE FILED' TO WS-TTL-LABEL
           COMPUTE WS-TTL-AMOUNT ROUNDED = WS-FILED-TOTAL
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'VALUE OF REPORTABLE HOLDINGS' TO WS-TTL-LABEL
           COMPUTE WS-TTL-AMOUNT ROUNDED = WS-REPORTABLE-TOTAL
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'FILING THRESHOLD' TO WS-TTL-LABEL
           MOVE WS-THRESHOLD TO WS-TTL-AMOUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE

           IF HFL-TRL-FILING-REQUIRED
               MOVE 'THRESHOLD REACHED -- FILING REQUIRED'
                 TO WS-VDL-TEXT
           ELSE
               MOVE 'BELOW THRESHOLD -- NO FILING REQUIRED'
                 TO WS-VDL-TEXT
           END-IF
           WRITE REPORT-RECORD FROM WS-VERDICT-LINE

           MOVE SPACES TO WS-SEC-TITLE
           WRITE REPORT-RECORD FROM WS-SECTION-LINE
           MOVE 'EXCEPTIONS -- REPORTABLE HOLDINGS NOT FILED'
             TO WS-SEC-TITLE
           WRITE REPORT-RECORD FROM WS-SECTION-LINE
           IF WS-EXC-COUNT = 0
               MOVE 'NONE' TO WS-SEC-TITLE
               WRITE REPORT-RECORD FROM WS-SECTION-LINE
           ELSE
               WRITE REPORT-RECORD FROM WS-EXC-COL-LINE
               PERFORM VARYING WS-EXC-IX FROM 1 BY 1
                       UNTIL WS-EXC-IX > WS-EXC-COUNT
                   PERFORM 4100-WRITE-EXCEPTION
               END-PERFORM
           END-IF

           IF WS-EXC-OVERFLOW > 0
               DISPLAY 'HLDFIL00: exception table overflow, '
                       WS-EXC-OVERFLOW
                       ' exceptions not listed'
           END-IF
           .

       4100-WRITE-EXCEPTION.
           MOVE WS-EXT-INVESTMENT(WS-EXC-IX) TO WS-EXL-INVESTMENT
           MOVE WS-EXT-ISSUER(WS-EXC-IX)     TO WS-EXL-ISSUER
           MOVE WS-EXT-TYPE(WS-EXC-IX)       TO WS-EXL-TYPE
           COMPUTE WS-EXL-VALUE ROUNDED = WS-EXT-VALUE(WS-EXC-IX)
           MOVE WS-EXT-PORTFOLIOS(WS-EXC-IX) TO WS-EXL-PORTFOLIOS
           MOVE WS-EXT-REASON(WS-EXC-IX)     TO WS-EXL-REASON
           WRITE REPORT-RECORD FROM WS-EXC-LINE
           .

       5000-TERMINATE.
           PERFORM 5100-UPDATE-COMPLETION

           IF WS-QUARTER-END
               CLOSE CURRENT-POSITION-FILE
                     PORTFOLIO-FILE
                     SECURITY-MASTER
                     SECURITY-XREF-FILE
                     FILING-FILE
           END-IF
           CLOSE REVIEW-REPORT
                 BATCH-CONTROL-FILE

           DISPLAY 'HLDFIL00 Processing Statistics:'
           DISPLAY '  Positions read:       ' WS-POSITIONS-READ
           DISPLAY '  Positions filed:      ' WS-POSITIONS-USED
           DISPLAY '  Non-discretionary:    ' WS-NON-DISCRETIONARY
           DISPLAY '  Securities filed:     ' WS-SECURITIES-FILED
           DISPLAY '  Exceptions:           ' WS-EXC-COUNT
           DISPLAY '  Errors:               ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       5100-UPDATE-COMPLETION.
           MOVE 'HLDFIL00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for HLDFIL00' TO
                       ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-READ

           MOVE BCT-STAT-DONE TO BCT-STATUS
           ACCEPT WS-CURRENT-TIME8 FROM TIME
           MOVE WS-CURRENT-TIME8 TO BCT-END-TIME

      *    A reportable holding left off the filing must be resolved
      *    before compliance submits it.
           IF WS-ERROR-COUNT > 0
           OR WS-EXC-COUNT > 0
               MOVE BCT-RC-WARNING TO BCT-RETURN-CODE
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
           MOVE 'HLDFIL00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
