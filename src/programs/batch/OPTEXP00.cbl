      *================================================================*
      * Program Name: OPTEXP00
      * Description: Listed Option Expiry, Exercise and Assignment
      * Version: 1.0
      * Date: 2026
      *
      * Runs after FRNRST00 at the end of the post-close group of the
      * daily sequence. Every active option (SEC-INSTR-TYPE OPT) on
      * the security master whose expiry date has arrived is tabled
      * with its underlying's closing price from the vendor price
      * file, and retired so no new trades are accepted against it.
      * A call is in the money when the underlying closed above the
      * strike, a put when it closed below; anything else lapses.
      *
      * Every holder of an expiring contract then has the option
      * position closed at zero -- an SL for a long holding, a BC for
      * a written one -- so the premium is realised through the
      * normal lot relief. An in-the-money contract also generates
      * the underlying trade at the strike, contracts times the
      * contract multiplier in quantity:
      *     long call  (exercised) - BU of the underlying
      *     long put   (exercised) - SL of the underlying
      *     short call (assigned)  - SL of the underlying
      *     short put  (assigned)  - BU of the underlying
      * The trades are appended to TRANFILE behind the keying
      * system's trailer, as BNDCAL00's redemptions are, so the next
      * cycle's merge and validation post them. An option whose
      * underlying has no price is left active and raised as an
      * error rather than lapsed, and is worked on the next run that
      * finds a price. The expiry report lists every contract worked
      * and the options expiring over the next thirty days.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPTEXP00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECURITY-MASTER
               ASSIGN TO SECMSTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-KEY
               FILE STATUS IS WS-SEC-STATUS.

           SELECT CURRENT-POSITION-FILE
               ASSIGN TO POSCUR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUR-KEY
               ALTERNATE RECORD KEY IS CUR-INVESTMENT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-POS-STATUS.

           SELECT PRICE-FILE
               ASSIGN TO PRICEFIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRC-STATUS.

           SELECT TRANSACTION-FILE
               ASSIGN TO TRANFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT EXPIRY-REPORT
               ASSIGN TO OPTRPT
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
       FD  SECURITY-MASTER.
       COPY SECMSTR.

       FD  CURRENT-POSITION-FILE.
       COPY POSCUR.

       FD  PRICE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PRICEREC.

       FD  TRANSACTION-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY TRNREC.

       FD  EXPIRY-REPORT
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
           05  WS-SEC-STATUS           PIC X(2).
           05  WS-POS-STATUS           PIC X(2).
           05  WS-PRC-STATUS           PIC X(2).
           05  WS-TRAN-STATUS          PIC X(2).
           05  WS-RPT-STATUS           PIC X(2).
           05  WS-BCT-STATUS           PIC X(2).

       01  WS-CONSTANTS.
      *    OPTEXP00 follows FRNRST00 at the end of the post-close
      *    group of the daily sequence.
           05  WS-SEQUENCE-NO          PIC 9(4) VALUE 35.
           05  WS-LOOKAHEAD-DAYS       PIC 9(3) VALUE 30.

       01  WS-SWITCHES.
           05  WS-SEC-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-SEC-EOF               VALUE 'Y'.
           05  WS-POS-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-POS-EOF               VALUE 'Y'.
           05  WS-PRICE-EOF-SW         PIC X(1) VALUE 'N'.
               88  WS-PRICE-EOF             VALUE 'Y'.
           05  WS-PRICE-FOUND-SW       PIC X(1) VALUE 'N'.
               88  WS-PRICE-FOUND           VALUE 'Y'.
               88  WS-PRICE-NOT-FOUND       VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                     PIC X(8).
           05  WS-CURRENT-TIME8        PIC 9(8).
           05  WS-CURRENT-TIME-X REDEFINES WS-CURRENT-TIME8
                                     PIC X(8).
           05  WS-HORIZON-INTEGER      PIC S9(9) COMP.
           05  WS-HORIZON-DATE         PIC 9(8).
           05  WS-HORIZON-DATE-X REDEFINES WS-HORIZON-DATE
                                     PIC X(8).
           05  WS-SEQUENCE             PIC 9(4) VALUE 0.
           05  WS-SEQ-BUILD.
               10  FILLER              PIC X(2) VALUE 'OX'.
               10  WS-SEQ-NUMBER       PIC 9(4).
           05  WS-FOUND-PRICE          PIC S9(11)V9(4) COMP-3.
           05  WS-CONTRACTS            PIC S9(11)V9(4) COMP-3.
           05  WS-UNDERLYING-QTY       PIC S9(11)V9(4) COMP-3.
           05  WS-GEN-TYPE             PIC X(2).
           05  WS-GEN-INVESTMENT       PIC X(10).
           05  WS-GEN-QTY              PIC S9(11)V9(4) COMP-3.
           05  WS-GEN-PRICE            PIC S9(11)V9(4) COMP-3.
           05  WS-GEN-CURRENCY         PIC X(3).
           05  WS-TBL-IX               PIC 9(3) COMP.
           05  WS-PRICE-IX             PIC 9(4) COMP.

      *----------------------------------------------------------------*
      * Underlying closing prices, loaded once from the vendor file --
      * the same capped table DRPGEN00 prices its reinvestments from.
      *----------------------------------------------------------------*
       01  WS-PRICE-TABLE.
           05  WS-PRICE-COUNT          PIC 9(4) COMP VALUE 0.
           05  WS-PRICE-ENTRY OCCURS 2000 TIMES.
               10  WS-PRICE-SEC-ID     PIC X(10).
               10  WS-PRICE-VALUE      PIC S9(11)V9(4) COMP-3.
       01  WS-PRICE-MAX                PIC 9(4) COMP VALUE 2000.

      *----------------------------------------------------------------*
      * Today's expiring contracts, collected on the master pass so
      * each option's holders are browsed once.
      *----------------------------------------------------------------*
       01  WS-OPTION-TABLE.
           05  WS-OPT-COUNT            PIC 9(3) COMP VALUE 0.
           05  WS-OPT-ENTRY OCCURS 200 TIMES.
               10  WS-OPT-ID           PIC X(10).
               10  WS-OPT-UNDERLYING   PIC X(10).
               10  WS-OPT-TYPE         PIC X(01).
                   88  WS-OPT-CALL          VALUE 'C'.
                   88  WS-OPT-PUT           VALUE 'P'.
               10  WS-OPT-STRIKE       PIC S9(9)V9(4) COMP-3.
               10  WS-OPT-MULT         PIC 9(05) COMP-3.
               10  WS-OPT-CURRENCY     PIC X(03).
               10  WS-OPT-UND-PRICE    PIC S9(11)V9(4) COMP-3.
               10  WS-OPT-UND-CURRENCY PIC X(03).
               10  WS-OPT-MONEY-SW     PIC X(01).
                   88  WS-OPT-IN-MONEY      VALUE 'Y'.
                   88  WS-OPT-OUT-MONEY     VALUE 'N'.

       01  WS-COUNTERS.
           05  WS-OPTIONS-EXPIRED      PIC 9(5) COMP VALUE 0.
           05  WS-OPTIONS-IN-MONEY     PIC 9(5) COMP VALUE 0.
           05  WS-OPTIONS-UNPRICED     PIC 9(5) COMP VALUE 0.
           05  WS-HOLDINGS-LAPSED      PIC 9(5) COMP VALUE 0.
           05  WS-HOLDINGS-EXERCISED   PIC 9(5) COMP VALUE 0.
           05  WS-HOLDINGS-ASSIGNED    PIC 9(5) COMP VALUE 0.
           05  WS-TRANS-GENERATED      PIC 9(5) COMP VALUE 0.
           05  WS-UPCOMING-LISTED      PIC 9(5) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       01  WS-REPORT-LINES.
           05  WS-HDR-LINE.
               10  FILLER              PIC X(40) VALUE
                   'OPTION EXPIRY AND EXERCISE  DATE '.
               10  WS-HDR-DATE         PIC X(8).
               10  FILLER              PIC X(84) VALUE SPACES.
           05  WS-EXPIRY-LINE.
               10  WS-EXP-ACTION       PIC X(10).
               10  WS-EXP-ID           PIC X(10).
               10  FILLER              PIC X(6)  VALUE '  PF  '.
               10  WS-EXP-PORTFOLIO    PIC X(8).
               10  FILLER              PIC X(12) VALUE '  CONTRACTS '.
               10  WS-EXP-CONTRACTS    PIC ZZZ,ZZZ,ZZ9-.
               10  FILLER              PIC X(7)  VALUE '  UNDL '.
               10  WS-EXP-UNDERLYING   PIC X(10).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-EXP-GEN-TYPE     PIC X(2).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-EXP-QTY          PIC ZZZ,ZZZ,ZZ9.
               10  FILLER              PIC X(4)  VALUE ' AT '.
               10  WS-EXP-STRIKE       PIC ZZZ,ZZ9.9999.
               10  FILLER              PIC X(26) VALUE SPACES.
           05  WS-UPCOMING-LINE.
               10  FILLER              PIC X(10) VALUE 'EXPIRING: '.
               10  WS-UPC-ID           PIC X(10).
               10  FILLER              PIC X(4)  VALUE ' ON '.
               10  WS-UPC-DATE         PIC X(8).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-UPC-TYPE         PIC X(4).
               10  FILLER              PIC X(6)  VALUE ' UNDL '.
               10  WS-UPC-UNDERLYING   PIC X(10).
               10  FILLER              PIC X(8)  VALUE ' STRIKE '.
               10  WS-UPC-STRIKE       PIC ZZZ,ZZ9.9999.
               10  FILLER              PIC X(58) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 1500-LOAD-PRICES
               UNTIL WS-PRICE-EOF

           PERFORM 2000-SCAN-OPTIONS
               UNTIL WS-SEC-EOF

           IF WS-OPT-COUNT > 0
               PERFORM 3000-PROCESS-HOLDERS
           END-IF

           PERFORM 4000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME8 FROM TIME

           COMPUTE WS-HORIZON-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE8) +
               WS-LOOKAHEAD-DAYS
           COMPUTE WS-HORIZON-DATE =
               FUNCTION DATE-OF-INTEGER(WS-HORIZON-INTEGER)

           OPEN I-O SECURITY-MASTER
           IF WS-SEC-STATUS NOT = '00'
               MOVE 'Error opening security master' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT CURRENT-POSITION-FILE
           IF WS-POS-STATUS NOT = '00'
               MOVE 'Error opening current position view' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT PRICE-FILE
           IF WS-PRC-STATUS NOT = '00'
               MOVE 'Error opening price file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN EXTEND TRANSACTION-FILE
           IF WS-TRAN-STATUS NOT = '00'
               MOVE 'Error opening transaction file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT EXPIRY-REPORT
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'Error opening option expiry report' TO ERR-TEXT
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
           MOVE 'OPTEXP00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for OPTEXP00' TO
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

       1500-LOAD-PRICES.
           READ PRICE-FILE
               AT END
                   SET WS-PRICE-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF WS-PRICE-COUNT NOT < WS-PRICE-MAX
               MOVE 'Price table capacity exceeded' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               SET WS-PRICE-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-PRICE-COUNT
           MOVE PRC-INVESTMENT-ID
             TO WS-PRICE-SEC-ID(WS-PRICE-COUNT)
           MOVE PRC-PRICE TO WS-PRICE-VALUE(WS-PRICE-COUNT)
           .

      *----------------------------------------------------------------*
      * One pass over the master: table every active option whose
      * expiry has arrived (an expiry missed by a skipped night is
      * still caught on the next), and list the options expiring
      * inside the lookahead window.
      *----------------------------------------------------------------*
       2000-SCAN-OPTIONS.
           READ SECURITY-MASTER NEXT RECORD
               AT END
                   SET WS-SEC-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF SEC-INSTR-TYPE NOT = 'OPT'
           OR NOT SEC-STATUS-ACTIVE
           OR SEC-EXPIRY-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           IF SEC-EXPIRY-DATE NOT > WS-CURRENT-DATE-X
               PERFORM 2100-TABLE-OPTION
               EXIT PARAGRAPH
           END-IF

           IF SEC-EXPIRY-DATE <= WS-HORIZON-DATE-X
               ADD 1 TO WS-UPCOMING-LISTED
               MOVE SEC-ID            TO WS-UPC-ID
               MOVE SEC-EXPIRY-DATE   TO WS-UPC-DATE
               IF SEC-OPT-PUT
                   MOVE 'PUT'         TO WS-UPC-TYPE
               ELSE
                   MOVE 'CALL'        TO WS-UPC-TYPE
               END-IF
               MOVE SEC-UNDERLYING-ID TO WS-UPC-UNDERLYING
               MOVE SEC-STRIKE-PRICE  TO WS-UPC-STRIKE
               WRITE REPORT-RECORD FROM WS-UPCOMING-LINE
           END-IF
           .

       2100-TABLE-OPTION.
           IF WS-OPT-COUNT NOT < 200
               MOVE 'Option expiry table capacity exceeded' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           IF SEC-UNDERLYING-ID = SPACES
           OR (NOT SEC-OPT-CALL AND NOT SEC-OPT-PUT)
           OR SEC-CONTRACT-MULT NOT > ZERO
               MOVE 'Expiring option with incomplete contract terms'
                 TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

      *    Without the underlying's close the contract cannot be
      *    judged; it stays live for the next run rather than lapse.
           PERFORM 2200-FIND-UNDERLYING-PRICE
           IF WS-PRICE-NOT-FOUND
               ADD 1 TO WS-OPTIONS-UNPRICED
               MOVE 'No underlying price for expiring option'
                 TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-OPT-COUNT
           MOVE SEC-ID            TO WS-OPT-ID(WS-OPT-COUNT)
           MOVE SEC-UNDERLYING-ID TO WS-OPT-UNDERLYING(WS-OPT-COUNT)
           MOVE SEC-OPTION-TYPE   TO WS-OPT-TYPE(WS-OPT-COUNT)
           MOVE SEC-STRIKE-PRICE  TO WS-OPT-STRIKE(WS-OPT-COUNT)
           MOVE SEC-CONTRACT-MULT TO WS-OPT-MULT(WS-OPT-COUNT)
           MOVE SEC-CURRENCY      TO WS-OPT-CURRENCY(WS-OPT-COUNT)
           MOVE WS-FOUND-PRICE    TO WS-OPT-UND-PRICE(WS-OPT-COUNT)
           MOVE SPACES            TO WS-OPT-UND-CURRENCY(WS-OPT-COUNT)

           SET WS-OPT-OUT-MONEY(WS-OPT-COUNT) TO TRUE
           IF SEC-OPT-CALL
              AND WS-FOUND-PRICE > SEC-STRIKE-PRICE
               SET WS-OPT-IN-MONEY(WS-OPT-COUNT) TO TRUE
           END-IF
           IF SEC-OPT-PUT
              AND WS-FOUND-PRICE < SEC-STRIKE-PRICE
               SET WS-OPT-IN-MONEY(WS-OPT-COUNT) TO TRUE
           END-IF
           IF WS-OPT-IN-MONEY(WS-OPT-COUNT)
               ADD 1 TO WS-OPTIONS-IN-MONEY
           END-IF

      *    An expired contract takes no new trades.
           SET SEC-STATUS-INACTIVE TO TRUE
           MOVE FUNCTION CURRENT-DATE TO SEC-LAST-MAINT-DATE
           MOVE 'OPTEXP00'             TO SEC-LAST-MAINT-USER
           REWRITE SECURITY-RECORD
               INVALID KEY
                   MOVE 'Error retiring expired option' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-REWRITE

           ADD 1 TO WS-OPTIONS-EXPIRED
           .

       2200-FIND-UNDERLYING-PRICE.
           SET WS-PRICE-NOT-FOUND TO TRUE
           PERFORM VARYING WS-PRICE-IX FROM 1 BY 1
                   UNTIL WS-PRICE-IX > WS-PRICE-COUNT
                   OR WS-PRICE-FOUND
               IF WS-PRICE-SEC-ID(WS-PRICE-IX) = SEC-UNDERLYING-ID
                  AND WS-PRICE-VALUE(WS-PRICE-IX) > ZERO
                   SET WS-PRICE-FOUND TO TRUE
                   MOVE WS-PRICE-VALUE(WS-PRICE-IX)
                     TO WS-FOUND-PRICE
               END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Holder pass: each tabled option's holders come off the POSCUR
      * investment-ID alternate index by key, as BNDCAL00 finds the
      * holders of a called issue. The master pass is finished, so
      * the underlying's own entry can be read at random here for
      * the currency its trades book in.
      *----------------------------------------------------------------*
       3000-PROCESS-HOLDERS.
           PERFORM VARYING WS-TBL-IX FROM 1 BY 1
                   UNTIL WS-TBL-IX > WS-OPT-COUNT
               PERFORM 3050-BROWSE-ONE-OPTION
           END-PERFORM
           .

       3050-BROWSE-ONE-OPTION.
           IF WS-OPT-IN-MONEY(WS-TBL-IX)
               MOVE WS-OPT-UNDERLYING(WS-TBL-IX) TO SEC-ID
               READ SECURITY-MASTER
                   INVALID KEY
                       MOVE WS-OPT-CURRENCY(WS-TBL-IX)
                         TO WS-OPT-UND-CURRENCY(WS-TBL-IX)
                   NOT INVALID KEY
                       MOVE SEC-CURRENCY
                         TO WS-OPT-UND-CURRENCY(WS-TBL-IX)
               END-READ
           END-IF

           MOVE 'N' TO WS-POS-EOF-SW

           MOVE WS-OPT-ID(WS-TBL-IX) TO CUR-INVESTMENT-ID
           START CURRENT-POSITION-FILE
                 KEY NOT LESS THAN CUR-INVESTMENT-ID
               INVALID KEY
                   SET WS-POS-EOF TO TRUE
           END-START

           PERFORM 3060-EXPIRE-ONE-HOLDER
               UNTIL WS-POS-EOF
           .

       3060-EXPIRE-ONE-HOLDER.
           READ CURRENT-POSITION-FILE NEXT RECORD
               AT END
                   SET WS-POS-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF CUR-INVESTMENT-ID NOT = WS-OPT-ID(WS-TBL-IX)
               SET WS-POS-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF NOT CUR-STATUS-ACTIVE
           OR CUR-QUANTITY = ZERO
               EXIT PARAGRAPH
           END-IF

      *    The option position itself closes at zero either way --
      *    sold out if held long, bought back if written.
           MOVE WS-OPT-ID(WS-TBL-IX)       TO WS-GEN-INVESTMENT
           MOVE ZERO                       TO WS-GEN-PRICE
           MOVE WS-OPT-CURRENCY(WS-TBL-IX) TO WS-GEN-CURRENCY
           IF CUR-QUANTITY > ZERO
               MOVE CUR-QUANTITY TO WS-CONTRACTS
               MOVE 'SL'         TO WS-GEN-TYPE
           ELSE
               COMPUTE WS-CONTRACTS = ZERO - CUR-QUANTITY
               MOVE 'BC'         TO WS-GEN-TYPE
           END-IF
           MOVE WS-CONTRACTS TO WS-GEN-QTY
           PERFORM 3100-WRITE-GENERATED-TRADE

           MOVE WS-OPT-ID(WS-TBL-IX)         TO WS-EXP-ID
           MOVE CUR-PORTFOLIO-ID             TO WS-EXP-PORTFOLIO
           MOVE CUR-QUANTITY                 TO WS-EXP-CONTRACTS
           MOVE WS-OPT-UNDERLYING(WS-TBL-IX) TO WS-EXP-UNDERLYING
           MOVE WS-OPT-STRIKE(WS-TBL-IX)     TO WS-EXP-STRIKE

           IF WS-OPT-OUT-MONEY(WS-TBL-IX)
               ADD 1 TO WS-HOLDINGS-LAPSED
               MOVE 'LAPSED:   '  TO WS-EXP-ACTION
               MOVE SPACES        TO WS-EXP-GEN-TYPE
               MOVE ZERO          TO WS-EXP-QTY
               WRITE REPORT-RECORD FROM WS-EXPIRY-LINE
               EXIT PARAGRAPH
           END-IF

      *    In the money: the holder of a long contract exercises it,
      *    the writer of a short one is assigned.
           COMPUTE WS-UNDERLYING-QTY =
               WS-CONTRACTS * WS-OPT-MULT(WS-TBL-IX)
           EVALUATE TRUE
               WHEN CUR-QUANTITY > ZERO AND WS-OPT-CALL(WS-TBL-IX)
                   MOVE 'BU' TO WS-GEN-TYPE
               WHEN CUR-QUANTITY > ZERO
                   MOVE 'SL' TO WS-GEN-TYPE
               WHEN WS-OPT-CALL(WS-TBL-IX)
                   MOVE 'SL' TO WS-GEN-TYPE
               WHEN OTHER
                   MOVE 'BU' TO WS-GEN-TYPE
           END-EVALUATE
           IF CUR-QUANTITY > ZERO
               ADD 1 TO WS-HOLDINGS-EXERCISED
               MOVE 'EXERCISED:' TO WS-EXP-ACTION
           ELSE
               ADD 1 TO WS-HOLDINGS-ASSIGNED
               MOVE 'ASSIGNED: ' TO WS-EXP-ACTION
           END-IF

           MOVE WS-OPT-UNDERLYING(WS-TBL-IX)   TO WS-GEN-INVESTMENT
           MOVE WS-UNDERLYING-QTY              TO WS-GEN-QTY
           MOVE WS-OPT-STRIKE(WS-TBL-IX)       TO WS-GEN-PRICE
           MOVE WS-OPT-UND-CURRENCY(WS-TBL-IX) TO WS-GEN-CURRENCY
           PERFORM 3100-WRITE-GENERATED-TRADE

           MOVE WS-GEN-TYPE       TO WS-EXP-GEN-TYPE
           MOVE WS-UNDERLYING-QTY TO WS-EXP-QTY
           WRITE REPORT-RECORD FROM WS-EXPIRY-LINE
           .

      *----------------------------------------------------------------*
      * The settlement date is left blank so the validation gate
      * derives it from the instrument's market convention.
      *----------------------------------------------------------------*
       3100-WRITE-GENERATED-TRADE.
           INITIALIZE TRANSACTION-RECORD

           MOVE WS-CURRENT-DATE-X      TO TRN-DATE
           MOVE WS-CURRENT-TIME-X(1:6) TO TRN-TIME
           MOVE CUR-PORTFOLIO-ID       TO TRN-PORTFOLIO-ID
           ADD 1 TO WS-SEQUENCE
           MOVE WS-SEQUENCE            TO WS-SEQ-NUMBER
           MOVE WS-SEQ-BUILD           TO TRN-SEQUENCE-NO
           MOVE WS-GEN-INVESTMENT      TO TRN-INVESTMENT-ID
           MOVE WS-GEN-TYPE            TO TRN-TYPE
           MOVE WS-GEN-QTY             TO TRN-QUANTITY
           MOVE WS-GEN-PRICE           TO TRN-PRICE
           COMPUTE TRN-AMOUNT ROUNDED = WS-GEN-QTY * WS-GEN-PRICE
           MOVE WS-GEN-CURRENCY        TO TRN-CURRENCY
           MOVE 'F'                    TO TRN-LOT-METHOD
           SET TRN-STATUS-PEND         TO TRUE
           MOVE SPACES                 TO TRN-SETTLEMENT-DATE
           MOVE 'OPTEXP00'             TO TRN-PROCESS-USER

           WRITE TRANSACTION-RECORD
           IF WS-TRAN-STATUS NOT = '00'
               MOVE 'Error writing generated option trade' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TRANS-GENERATED
           .

       4000-TERMINATE.
           PERFORM 4100-UPDATE-COMPLETION

           CLOSE SECURITY-MASTER
                 CURRENT-POSITION-FILE
                 PRICE-FILE
                 TRANSACTION-FILE
                 EXPIRY-REPORT
                 BATCH-CONTROL-FILE

           DISPLAY 'OPTEXP00 Processing Statistics:'
           DISPLAY '  Options expired:        ' WS-OPTIONS-EXPIRED
           DISPLAY '    In the money:         ' WS-OPTIONS-IN-MONEY
           DISPLAY '  Options held, no price: ' WS-OPTIONS-UNPRICED
           DISPLAY '  Holdings lapsed:        ' WS-HOLDINGS-LAPSED
           DISPLAY '  Holdings exercised:     ' WS-HOLDINGS-EXERCISED
           DISPLAY '  Holdings assigned:      ' WS-HOLDINGS-ASSIGNED
           DISPLAY '  Transactions generated: ' WS-TRANS-GENERATED
           DISPLAY '  Upcoming expiries:      ' WS-UPCOMING-LISTED
           DISPLAY '  Errors:                 ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       4100-UPDATE-COMPLETION.
           MOVE 'OPTEXP00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for OPTEXP00' TO
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
           MOVE 'OPTEXP00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
