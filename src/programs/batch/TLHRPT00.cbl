      *================================================================*
      * Program Name: TLHRPT00
      * Description: Tax-Loss Harvesting Candidate Report
      * Version: 1.0
      * Date: 2026
      *
      * Answers the advisors' year-end question -- which positions
      * could be sold to realize losses against the gains already
      * booked this year -- without a spreadsheet. Every open long
      * PORTLOT lot of each active taxable portfolio is valued at
      * the unit value the nightly revaluation last struck for the
      * holding (POSCUR market value over quantity); a lot whose
      * unrealized loss is at least the TLHPARM threshold is a
      * candidate, short-term or long-term by the same more-than-
      * 365-days rule TAXEXT00 classifies sales with (an inherited,
      * stepped-up lot is always long-term).
      *
      * A purchase of the same instrument inside the thirty days
      * before today -- another lot opened in the window, or a
      * replacement lot a WASHMEM memo was applied to -- would
      * disallow the loss under the wash sale rules PORTTRAN
      * enforces. Such a lot is still listed, flagged WASH SALE,
      * but its loss is kept out of the harvestable totals. Where
      * the portfolio follows a model (PORT-MODEL-ID) the first
      * other security of the same instrument type among the
      * model's lines is suggested as the replacement to hold in
      * the meantime.
      *
      * Each portfolio with candidates closes with its short-term
      * and long-term harvestable losses netted against
      * PORT-YTD-REALIZED-GAIN. Retirement and education savings
      * registrations are skipped -- a loss inside them is not the
      * client's to claim. Strictly read-only; run on demand.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLHRPT00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE
               ASSIGN TO TLHPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PORTFOLIO-FILE
               ASSIGN TO PORTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PORT-ID
               FILE STATUS IS WS-PORT-STATUS.

           SELECT CURRENT-POSITION-FILE
               ASSIGN TO POSCUR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUR-KEY
               FILE STATUS IS WS-POS-STATUS.

           SELECT LOT-FILE
               ASSIGN TO PORTLOT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-LOT-STATUS.

           SELECT WASH-MEMO-FILE
               ASSIGN TO WASHMEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WSM-KEY
               FILE STATUS IS WS-WSM-STATUS.

           SELECT MODEL-FILE
               ASSIGN TO MODLFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MDL-KEY
               FILE STATUS IS WS-MDL-STATUS.

           SELECT SECURITY-MASTER
               ASSIGN TO SECMSTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEC-KEY
               FILE STATUS IS WS-SEC-STATUS.

           SELECT HARVEST-REPORT
               ASSIGN TO TLHRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PARM-RECORD.
           05  TLH-PARM-THRESHOLD      PIC 9(09)V9(02).
           05  TLH-PARM-PORTFOLIO      PIC X(08).
           05  FILLER                  PIC X(61).

       FD  PORTFOLIO-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PORTFLIO.

       FD  CURRENT-POSITION-FILE.
       COPY POSCUR.

       FD  LOT-FILE.
           COPY PORTLOT.

       FD  WASH-MEMO-FILE.
           COPY WASHMEM.

       FD  MODEL-FILE.
           COPY MODLREC.

       FD  SECURITY-MASTER.
       COPY SECMSTR.

       FD  HARVEST-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY ERRHAND.

       01  WS-CONSTANTS.
      *    Wash sale window PORTTRAN applies, in days either side of
      *    the sale.
           05  WS-WASH-DAYS            PIC 9(3) VALUE 30.
      *    Held longer than this many days is long-term.
           05  WS-LONG-TERM-DAYS       PIC 9(3) VALUE 365.

       01  WS-FILE-STATUS.
           05  WS-PARM-STATUS          PIC X(2).
           05  WS-PORT-STATUS          PIC X(2).
           05  WS-POS-STATUS           PIC X(2).
           05  WS-LOT-STATUS           PIC X(2).
           05  WS-WSM-STATUS           PIC X(2).
           05  WS-MDL-STATUS           PIC X(2).
           05  WS-SEC-STATUS           PIC X(2).
           05  WS-RPT-STATUS           PIC X(2).

       01  WS-SWITCHES.
           05  WS-PORT-EOF-SW          PIC X(1) VALUE 'N'.
               88  WS-PORT-EOF              VALUE 'Y'.
           05  WS-POS-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-POS-EOF               VALUE 'Y'.
               88  WS-POS-MORE              VALUE 'N'.
           05  WS-LOT-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-LOT-EOF               VALUE 'Y'.
               88  WS-LOT-MORE              VALUE 'N'.
           05  WS-WSM-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-WSM-EOF               VALUE 'Y'.
               88  WS-WSM-MORE              VALUE 'N'.
           05  WS-MDL-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-MDL-EOF               VALUE 'Y'.
               88  WS-MDL-MORE              VALUE 'N'.
           05  WS-WSM-AVAILABLE-SW     PIC X(1) VALUE 'N'.
               88  WS-WSM-AVAILABLE         VALUE 'Y'.
           05  WS-MDL-AVAILABLE-SW     PIC X(1) VALUE 'N'.
               88  WS-MDL-AVAILABLE         VALUE 'Y'.
           05  WS-PORT-HEADED-SW       PIC X(1) VALUE 'N'.
               88  WS-PORT-HEADED           VALUE 'Y'.
           05  WS-WASH-CONFLICT-SW     PIC X(1) VALUE 'N'.
               88  WS-WASH-CONFLICT         VALUE 'Y'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                     PIC X(8).
           05  WS-TODAY-INTEGER        PIC S9(9) COMP.
           05  WS-WASH-INTEGER         PIC S9(9) COMP.
           05  WS-WASH-START           PIC 9(8).
           05  WS-WASH-START-X REDEFINES WS-WASH-START
                                     PIC X(8).
           05  WS-OPEN-DATE-NUM        PIC 9(8).
           05  WS-HOLD-DAYS            PIC S9(7) COMP-3.
           05  WS-THRESHOLD            PIC S9(9)V9(2) COMP-3.
           05  WS-PORT-FILTER          PIC X(8) VALUE SPACES.
           05  WS-INSTR-TYPE           PIC X(3).
           05  WS-REPLACEMENT          PIC X(10).
           05  WS-UNIT-VALUE           PIC S9(11)V9(6) COMP-3.
           05  WS-LOT-COST             PIC S9(13)V9(2) COMP-3.
           05  WS-LOT-VALUE            PIC S9(13)V9(2) COMP-3.
           05  WS-LOT-GAIN-LOSS        PIC S9(13)V9(2) COMP-3.
           05  WS-TERM                 PIC X(5).
               88  WS-TERM-SHORT            VALUE 'SHORT'.
               88  WS-TERM-LONG             VALUE 'LONG '.

      *    The portfolio's harvestable losses and the losses a
      *    recent purchase blocks.
       01  WS-PORT-TOTALS.
           05  WS-PRT-SHORT-LOSS       PIC S9(13)V9(2) COMP-3.
           05  WS-PRT-LONG-LOSS        PIC S9(13)V9(2) COMP-3.
           05  WS-PRT-WASH-LOSS        PIC S9(13)V9(2) COMP-3.
           05  WS-PRT-NET-REALIZED     PIC S9(13)V9(2) COMP-3.

       01  WS-FIRM-TOTALS.
           05  WS-FIRM-SHORT-LOSS      PIC S9(15)V9(2) COMP-3
                                       VALUE 0.
           05  WS-FIRM-LONG-LOSS       PIC S9(15)V9(2) COMP-3
                                       VALUE 0.
           05  WS-FIRM-WASH-LOSS       PIC S9(15)V9(2) COMP-3
                                       VALUE 0.

      *----------------------------------------------------------------*
      * The holding in hand's lots, loaded once per holding, and the
      * purchases of the instrument inside the wash sale window --
      * lot opens and applied WASHMEM replacement lots -- by lot key.
      * Capped at 500 lots and 100 purchases.
      *----------------------------------------------------------------*
       01  WS-LOT-TABLE.
           05  WS-LOT-COUNT            PIC 9(3) COMP VALUE 0.
           05  WS-LOT-ENTRY OCCURS 500 TIMES.
               10  WS-LOT-OPEN-DATE    PIC X(08).
               10  WS-LOT-OPEN-SEQ     PIC X(06).
               10  WS-LOT-REMAIN       PIC S9(11)V9(4) COMP-3.
               10  WS-LOT-ORIGINAL     PIC S9(11)V9(4) COMP-3.
               10  WS-LOT-BASIS        PIC S9(13)V9(2) COMP-3.
               10  WS-LOT-UNIT-COST    PIC S9(11)V9(4) COMP-3.
               10  WS-LOT-STEP-UP      PIC X(01).
       01  WS-LOT-IX                   PIC 9(3) COMP.
       01  WS-LOT-MAX                  PIC 9(3) COMP VALUE 500.

       01  WS-BUY-TABLE.
           05  WS-BUY-COUNT            PIC 9(3) COMP VALUE 0.
           05  WS-BUY-ENTRY OCCURS 100 TIMES.
               10  WS-BUY-DATE         PIC X(08).
               10  WS-BUY-SEQ          PIC X(06).
       01  WS-BUY-IX                   PIC 9(3) COMP.
       01  WS-BUY-MAX                  PIC 9(3) COMP VALUE 100.

       01  WS-COUNTERS.
           05  WS-PORTFOLIOS-CHECKED   PIC 9(5) COMP VALUE 0.
           05  WS-PORTFOLIOS-LISTED    PIC 9(5) COMP VALUE 0.
           05  WS-TAX-ADVANTAGED-SKIP  PIC 9(5) COMP VALUE 0.
           05  WS-LOTS-CHECKED         PIC 9(7) COMP VALUE 0.
           05  WS-CANDIDATES           PIC 9(7) COMP VALUE 0.
           05  WS-WASH-FLAGGED         PIC 9(7) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       01  WS-REPORT-LINES.
           05  WS-HDR-LINE.
               10  FILLER              PIC X(38) VALUE
                   'TAX-LOSS HARVESTING CANDIDATES  DATE '.
               10  WS-HDR-DATE         PIC X(8).
               10  FILLER              PIC X(18) VALUE
                   '  LOSS THRESHOLD '.
               10  WS-HDR-THRESHOLD    PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(54) VALUE SPACES.
           05  WS-PORT-LINE.
               10  FILLER              PIC X(11) VALUE 'PORTFOLIO: '.
               10  WS-PRT-PORTFOLIO    PIC X(8).
               10  FILLER              PIC X(8)  VALUE '  MODEL '.
               10  WS-PRT-MODEL        PIC X(8).
               10  FILLER              PIC X(22) VALUE
                   '  YTD REALIZED GAIN  '.
               10  WS-PRT-YTD-GAIN     PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(56) VALUE SPACES.
           05  WS-COL-LINE.
               10  FILLER              PIC X(26) VALUE
                   '  INVESTMENT OPENED   TERM'.
               10  FILLER              PIC X(18) VALUE
                   '          QUANTITY'.
               10  FILLER              PIC X(20) VALUE
                   '          COST BASIS'.
               10  FILLER              PIC X(20) VALUE
                   '        MARKET VALUE'.
               10  FILLER              PIC X(20) VALUE
                   '     UNREALIZED LOSS'.
               10  FILLER              PIC X(28) VALUE
                   ' FLAG       REPLACEMENT'.
           05  WS-DETAIL-LINE.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-DTL-INVESTMENT   PIC X(10).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-OPENED       PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-TERM         PIC X(5).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-QUANTITY     PIC ZZZ,ZZZ,ZZ9.9999-.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-COST         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-VALUE        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-LOSS         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-FLAG         PIC X(10).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-REPLACEMENT  PIC X(10).
               10  FILLER              PIC X(5)  VALUE SPACES.
           05  WS-SUMMARY-LINE.
               10  FILLER              PIC X(4)  VALUE SPACES.
               10  WS-SUM-LABEL        PIC X(40).
               10  WS-SUM-AMOUNT       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(67) VALUE SPACES.
           05  WS-NOTE-LINE.
               10  WS-NTL-TEXT         PIC X(80).
               10  FILLER              PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-CHECK-PORTFOLIOS
               UNTIL WS-PORT-EOF
               OR ERR-TEXT NOT = SPACES

           PERFORM 3000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD

           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE8)
           COMPUTE WS-WASH-INTEGER = WS-TODAY-INTEGER - WS-WASH-DAYS
           COMPUTE WS-WASH-START =
               FUNCTION DATE-OF-INTEGER(WS-WASH-INTEGER)

           PERFORM 1100-READ-PARM

           OPEN INPUT PORTFOLIO-FILE
           IF WS-PORT-STATUS NOT = '00'
               MOVE 'Error opening portfolio file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT CURRENT-POSITION-FILE
           IF WS-POS-STATUS NOT = '00'
               MOVE 'Error opening current position view' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT LOT-FILE
           IF WS-LOT-STATUS NOT = '00'
               MOVE 'Error opening tax lot file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT SECURITY-MASTER
           IF WS-SEC-STATUS NOT = '00'
               MOVE 'Error opening security master' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

      *    No wash memo file means no loss sale has been memoed yet;
      *    no model file means no replacement can be suggested.
           OPEN INPUT WASH-MEMO-FILE
           IF WS-WSM-STATUS = '00'
               SET WS-WSM-AVAILABLE TO TRUE
           END-IF

           OPEN INPUT MODEL-FILE
           IF WS-MDL-STATUS = '00'
               SET WS-MDL-AVAILABLE TO TRUE
           END-IF

           OPEN OUTPUT HARVEST-REPORT
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'Error opening harvesting report' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           MOVE WS-CURRENT-DATE-X TO WS-HDR-DATE
           MOVE WS-THRESHOLD      TO WS-HDR-THRESHOLD
           WRITE REPORT-RECORD FROM WS-HDR-LINE

           IF WS-PORT-FILTER NOT = SPACES
               MOVE WS-PORT-FILTER TO PORT-ID
               START PORTFOLIO-FILE KEY NOT LESS THAN PORT-ID
                   INVALID KEY
                       SET WS-PORT-EOF TO TRUE
               END-START
           END-IF
           .

      *----------------------------------------------------------------*
      * The optional TLHPARM card: the smallest unrealized loss worth
      * listing (default 500.00) and, for a single advisor request,
      * one portfolio to run for.
      *----------------------------------------------------------------*
       1100-READ-PARM.
           MOVE 500.00 TO WS-THRESHOLD

           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           READ PARM-FILE
           IF WS-PARM-STATUS = '00'
               IF TLH-PARM-THRESHOLD IS NUMERIC
                  AND TLH-PARM-THRESHOLD > ZERO
                   MOVE TLH-PARM-THRESHOLD TO WS-THRESHOLD
               END-IF
               MOVE TLH-PARM-PORTFOLIO TO WS-PORT-FILTER
           END-IF

           CLOSE PARM-FILE
           .

       2000-CHECK-PORTFOLIOS.
           READ PORTFOLIO-FILE NEXT RECORD
               AT END
                   SET WS-PORT-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF WS-PORT-FILTER NOT = SPACES
              AND PORT-ID NOT = WS-PORT-FILTER
               SET WS-PORT-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF NOT PORT-ACTIVE
               EXIT PARAGRAPH
           END-IF

           IF PORT-REG-TAX-ADVANTAGED
               ADD 1 TO WS-TAX-ADVANTAGED-SKIP
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-PORTFOLIOS-CHECKED
           MOVE 'N' TO WS-PORT-HEADED-SW
           MOVE ZERO TO WS-PRT-SHORT-LOSS
                        WS-PRT-LONG-LOSS
                        WS-PRT-WASH-LOSS

           PERFORM 2100-WALK-HOLDINGS

           IF WS-PORT-HEADED
               PERFORM 2800-WRITE-PORTFOLIO-SUMMARY
           END-IF
           .

       2100-WALK-HOLDINGS.
           SET WS-POS-MORE TO TRUE

           MOVE PORT-ID           TO CUR-PORTFOLIO-ID
           MOVE LOW-VALUES        TO CUR-INVESTMENT-ID

           START CURRENT-POSITION-FILE KEY NOT LESS THAN CUR-KEY
               INVALID KEY
                   SET WS-POS-EOF TO TRUE
           END-START

           PERFORM 2200-CHECK-ONE-HOLDING
               UNTIL WS-POS-EOF
           .

      *----------------------------------------------------------------*
      * A holding with no market value struck has no price to
      * measure a loss against and is passed over.
      *----------------------------------------------------------------*
       2200-CHECK-ONE-HOLDING.
           READ CURRENT-POSITION-FILE NEXT RECORD
               AT END
                   SET WS-POS-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF CUR-PORTFOLIO-ID NOT = PORT-ID
               SET WS-POS-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF NOT CUR-STATUS-ACTIVE
           OR CUR-QUANTITY NOT > ZERO
           OR CUR-MARKET-VALUE NOT > ZERO
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-UNIT-VALUE ROUNDED =
               CUR-MARKET-VALUE / CUR-QUANTITY

           MOVE CUR-INVESTMENT-ID TO SEC-ID
           READ SECURITY-MASTER
               INVALID KEY
                   MOVE SPACES TO WS-INSTR-TYPE
               NOT INVALID KEY
                   MOVE SEC-INSTR-TYPE TO WS-INSTR-TYPE
           END-READ

           PERFORM 2300-LOAD-LOTS
           PERFORM 2400-LOAD-WASH-PURCHASES
           MOVE SPACES TO WS-REPLACEMENT
           IF PORT-MODEL-ID NOT = SPACES
              AND WS-MDL-AVAILABLE
              AND WS-INSTR-TYPE NOT = SPACES
               PERFORM 2500-FIND-REPLACEMENT
           END-IF

           PERFORM 2600-EVALUATE-ONE-LOT
               VARYING WS-LOT-IX FROM 1 BY 1
               UNTIL WS-LOT-IX > WS-LOT-COUNT
           .

      *----------------------------------------------------------------*
      * Every long lot of the holding, open or closed: the open ones
      * are the candidates, and any opened inside the window is a
      * purchase that would wash a loss taken today. A stepped-up
      * lot's open date is the date of death, not a purchase.
      *----------------------------------------------------------------*
       2300-LOAD-LOTS.
           MOVE ZERO TO WS-LOT-COUNT
           MOVE ZERO TO WS-BUY-COUNT
           SET WS-LOT-MORE TO TRUE

           MOVE CUR-PORTFOLIO-ID  TO LOT-PORTFOLIO-ID
           MOVE CUR-INVESTMENT-ID TO LOT-INVESTMENT-ID
           MOVE LOW-VALUES        TO LOT-OPEN-DATE
           MOVE LOW-VALUES        TO LOT-OPEN-SEQ

           START LOT-FILE KEY NOT LESS THAN LOT-KEY
               INVALID KEY
                   SET WS-LOT-EOF TO TRUE
           END-START

           PERFORM 2310-LOAD-ONE-LOT
               UNTIL WS-LOT-EOF
           .

       2310-LOAD-ONE-LOT.
           READ LOT-FILE NEXT RECORD
               AT END
                   SET WS-LOT-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF LOT-PORTFOLIO-ID  NOT = CUR-PORTFOLIO-ID
           OR LOT-INVESTMENT-ID NOT = CUR-INVESTMENT-ID
               SET WS-LOT-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF LOT-SHORT
               EXIT PARAGRAPH
           END-IF

           IF LOT-OPEN-DATE NOT < WS-WASH-START-X
              AND NOT LOT-STEPPED-UP
              AND WS-BUY-COUNT < WS-BUY-MAX
               ADD 1 TO WS-BUY-COUNT
               MOVE LOT-OPEN-DATE TO WS-BUY-DATE(WS-BUY-COUNT)
               MOVE LOT-OPEN-SEQ  TO WS-BUY-SEQ(WS-BUY-COUNT)
           END-IF

           IF NOT LOT-STATUS-OPEN
           OR LOT-REMAINING-QTY NOT > ZERO
           OR WS-LOT-COUNT NOT < WS-LOT-MAX
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-LOT-COUNT
           MOVE LOT-OPEN-DATE     TO WS-LOT-OPEN-DATE(WS-LOT-COUNT)
           MOVE LOT-OPEN-SEQ      TO WS-LOT-OPEN-SEQ(WS-LOT-COUNT)
           MOVE LOT-REMAINING-QTY TO WS-LOT-REMAIN(WS-LOT-COUNT)
           MOVE LOT-ORIGINAL-QTY  TO WS-LOT-ORIGINAL(WS-LOT-COUNT)
           MOVE LOT-COST-BASIS    TO WS-LOT-BASIS(WS-LOT-COUNT)
           MOVE LOT-UNIT-COST     TO WS-LOT-UNIT-COST(WS-LOT-COUNT)
           MOVE LOT-STEP-UP-SW    TO WS-LOT-STEP-UP(WS-LOT-COUNT)
           .

      *----------------------------------------------------------------*
      * A replacement lot a wash memo was applied to inside the
      * window is a purchase too, whatever has become of the lot.
      *----------------------------------------------------------------*
       2400-LOAD-WASH-PURCHASES.
           IF NOT WS-WSM-AVAILABLE
               EXIT PARAGRAPH
           END-IF

           SET WS-WSM-MORE TO TRUE

           MOVE CUR-PORTFOLIO-ID  TO WSM-PORTFOLIO-ID
           MOVE CUR-INVESTMENT-ID TO WSM-INVESTMENT-ID
           MOVE LOW-VALUES        TO WSM-SALE-DATE
           MOVE LOW-VALUES        TO WSM-SALE-SEQ

           START WASH-MEMO-FILE KEY NOT LESS THAN WSM-KEY
               INVALID KEY
                   SET WS-WSM-EOF TO TRUE
           END-START

           PERFORM 2410-CHECK-ONE-MEMO
               UNTIL WS-WSM-EOF
           .

       2410-CHECK-ONE-MEMO.
           READ WASH-MEMO-FILE NEXT RECORD
               AT END
                   SET WS-WSM-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF WSM-PORTFOLIO-ID  NOT = CUR-PORTFOLIO-ID
           OR WSM-INVESTMENT-ID NOT = CUR-INVESTMENT-ID
               SET WS-WSM-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF WSM-APPLIED
              AND WSM-REPL-LOT-DATE NOT < WS-WASH-START-X
              AND WS-BUY-COUNT < WS-BUY-MAX
               ADD 1 TO WS-BUY-COUNT
               MOVE WSM-REPL-LOT-DATE TO WS-BUY-DATE(WS-BUY-COUNT)
               MOVE WSM-REPL-LOT-SEQ  TO WS-BUY-SEQ(WS-BUY-COUNT)
           END-IF
           .

      *----------------------------------------------------------------*
      * First investment-scope line of the portfolio's model naming
      * a different security of the same instrument type. Failing
      * that, a type-scope line for the type at least says the model
      * holds the type.
      *----------------------------------------------------------------*
       2500-FIND-REPLACEMENT.
           SET WS-MDL-MORE TO TRUE
           MOVE PORT-MODEL-ID TO MDL-MODEL-ID
           MOVE LOW-VALUES    TO MDL-SCOPE-TYPE
           MOVE LOW-VALUES    TO MDL-SCOPE-ID

           START MODEL-FILE KEY NOT LESS THAN MDL-KEY
               INVALID KEY
                   SET WS-MDL-EOF TO TRUE
           END-START

           PERFORM 2510-CHECK-ONE-MODEL-LINE
               UNTIL WS-MDL-EOF
           .

       2510-CHECK-ONE-MODEL-LINE.
           READ MODEL-FILE NEXT RECORD
               AT END
                   SET WS-MDL-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF MDL-MODEL-ID NOT = PORT-MODEL-ID
               SET WS-MDL-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF MDL-SCOPE-INSTR-TYPE
               IF MDL-SCOPE-ID(1:3) = WS-INSTR-TYPE
                  AND WS-REPLACEMENT = SPACES
                   STRING 'TYPE ' WS-INSTR-TYPE
                       DELIMITED BY SIZE INTO WS-REPLACEMENT
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF MDL-SCOPE-ID = CUR-INVESTMENT-ID
               EXIT PARAGRAPH
           END-IF

           MOVE MDL-SCOPE-ID TO SEC-ID
           READ SECURITY-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           IF SEC-INSTR-TYPE = WS-INSTR-TYPE
               MOVE MDL-SCOPE-ID TO WS-REPLACEMENT
               SET WS-MDL-EOF TO TRUE
           END-IF
           .

      *----------------------------------------------------------------*
      * One open lot at the holding's unit value. A partly sold lot
      * carries its unit cost on the units left.
      *----------------------------------------------------------------*
       2600-EVALUATE-ONE-LOT.
           ADD 1 TO WS-LOTS-CHECKED

           IF WS-LOT-REMAIN(WS-LOT-IX) = WS-LOT-ORIGINAL(WS-LOT-IX)
               MOVE WS-LOT-BASIS(WS-LOT-IX) TO WS-LOT-COST
           ELSE
               COMPUTE WS-LOT-COST ROUNDED =
                   WS-LOT-REMAIN(WS-LOT-IX)
                   * WS-LOT-UNIT-COST(WS-LOT-IX)
           END-IF
           COMPUTE WS-LOT-VALUE ROUNDED =
               WS-LOT-REMAIN(WS-LOT-IX) * WS-UNIT-VALUE
           COMPUTE WS-LOT-GAIN-LOSS = WS-LOT-VALUE - WS-LOT-COST

           IF WS-LOT-GAIN-LOSS > (ZERO - WS-THRESHOLD)
               EXIT PARAGRAPH
           END-IF

           IF WS-LOT-STEP-UP(WS-LOT-IX) = 'D'
               SET WS-TERM-LONG TO TRUE
           ELSE
               MOVE WS-LOT-OPEN-DATE(WS-LOT-IX) TO WS-OPEN-DATE-NUM
               COMPUTE WS-HOLD-DAYS = WS-TODAY-INTEGER -
                   FUNCTION INTEGER-OF-DATE(WS-OPEN-DATE-NUM)
               IF WS-HOLD-DAYS > WS-LONG-TERM-DAYS
                   SET WS-TERM-LONG TO TRUE
               ELSE
                   SET WS-TERM-SHORT TO TRUE
               END-IF
           END-IF

      *    Any purchase in the window other than this lot's own
      *    opening buy would replace the shares sold.
           MOVE 'N' TO WS-WASH-CONFLICT-SW
           PERFORM VARYING WS-BUY-IX FROM 1 BY 1
                   UNTIL WS-BUY-IX > WS-BUY-COUNT
               IF WS-BUY-DATE(WS-BUY-IX)
                    NOT = WS-LOT-OPEN-DATE(WS-LOT-IX)
               OR WS-BUY-SEQ(WS-BUY-IX)
                    NOT = WS-LOT-OPEN-SEQ(WS-LOT-IX)
                   SET WS-WASH-CONFLICT TO TRUE
               END-IF
           END-PERFORM

           IF NOT WS-PORT-HEADED
               PERFORM 2700-WRITE-PORTFOLIO-HEADING
           END-IF

           ADD 1 TO WS-CANDIDATES
           IF WS-WASH-CONFLICT
               ADD 1 TO WS-WASH-FLAGGED
               ADD WS-LOT-GAIN-LOSS TO WS-PRT-WASH-LOSS
           ELSE
               IF WS-TERM-LONG
                   ADD WS-LOT-GAIN-LOSS TO WS-PRT-LONG-LOSS
               ELSE
                   ADD WS-LOT-GAIN-LOSS TO WS-PRT-SHORT-LOSS
               END-IF
           END-IF

           MOVE CUR-INVESTMENT-ID           TO WS-DTL-INVESTMENT
           MOVE WS-LOT-OPEN-DATE(WS-LOT-IX) TO WS-DTL-OPENED
           MOVE WS-TERM                     TO WS-DTL-TERM
           MOVE WS-LOT-REMAIN(WS-LOT-IX)    TO WS-DTL-QUANTITY
           MOVE WS-LOT-COST                 TO WS-DTL-COST
           MOVE WS-LOT-VALUE                TO WS-DTL-VALUE
           MOVE WS-LOT-GAIN-LOSS            TO WS-DTL-LOSS
           IF WS-WASH-CONFLICT
               MOVE 'WASH SALE'             TO WS-DTL-FLAG
           ELSE
               MOVE SPACES                  TO WS-DTL-FLAG
           END-IF
           MOVE WS-REPLACEMENT              TO WS-DTL-REPLACEMENT
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

       2700-WRITE-PORTFOLIO-HEADING.
           SET WS-PORT-HEADED TO TRUE
           ADD 1 TO WS-PORTFOLIOS-LISTED

           MOVE PORT-ID                TO WS-PRT-PORTFOLIO
           MOVE PORT-MODEL-ID          TO WS-PRT-MODEL
           MOVE PORT-YTD-REALIZED-GAIN TO WS-PRT-YTD-GAIN
           WRITE REPORT-RECORD FROM WS-PORT-LINE
           WRITE REPORT-RECORD FROM WS-COL-LINE
           .

      *----------------------------------------------------------------*
      * The year's realized gain as it would stand with every
      * harvestable loss taken. Losses a recent purchase blocks are
      * shown apart and not netted.
      *----------------------------------------------------------------*
       2800-WRITE-PORTFOLIO-SUMMARY.
           COMPUTE WS-PRT-NET-REALIZED =
               PORT-YTD-REALIZED-GAIN
               + WS-PRT-SHORT-LOSS + WS-PRT-LONG-LOSS

           MOVE 'SHORT-TERM HARVESTABLE LOSS' TO WS-SUM-LABEL
           MOVE WS-PRT-SHORT-LOSS             TO WS-SUM-AMOUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE

           MOVE 'LONG-TERM HARVESTABLE LOSS'  TO WS-SUM-LABEL
           MOVE WS-PRT-LONG-LOSS              TO WS-SUM-AMOUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE

           MOVE 'YTD REALIZED GAIN'           TO WS-SUM-LABEL
           MOVE PORT-YTD-REALIZED-GAIN        TO WS-SUM-AMOUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE

           MOVE 'NET REALIZED AFTER HARVEST'  TO WS-SUM-LABEL
           MOVE WS-PRT-NET-REALIZED           TO WS-SUM-AMOUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE

           IF WS-PRT-WASH-LOSS NOT = ZERO
               MOVE 'LOSS BLOCKED BY WASH SALE WINDOW'
                 TO WS-SUM-LABEL
               MOVE WS-PRT-WASH-LOSS          TO WS-SUM-AMOUNT
               WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           END-IF

           ADD WS-PRT-SHORT-LOSS TO WS-FIRM-SHORT-LOSS
           ADD WS-PRT-LONG-LOSS  TO WS-FIRM-LONG-LOSS
           ADD WS-PRT-WASH-LOSS  TO WS-FIRM-WASH-LOSS
           .

       3000-TERMINATE.
           IF WS-CANDIDATES = 0
               MOVE 'NO LOT HAS AN UNREALIZED LOSS AT OR ABOVE THE THRE
      -            'SHOLD' TO WS-NTL-TEXT
               WRITE REPORT-RECORD FROM WS-NOTE-LINE
           ELSE
               MOVE 'FIRM-WIDE'               TO WS-NTL-TEXT
               WRITE REPORT-RECORD FROM WS-NOTE-LINE
               MOVE 'SHORT-TERM HARVESTABLE LOSS' TO WS-SUM-LABEL
               MOVE WS-FIRM-SHORT-LOSS        TO WS-SUM-AMOUNT
               WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
               MOVE 'LONG-TERM HARVESTABLE LOSS'  TO WS-SUM-LABEL
               MOVE WS-FIRM-LONG-LOSS         TO WS-SUM-AMOUNT
               WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
               MOVE 'LOSS BLOCKED BY WASH SALE WINDOW'
                 TO WS-SUM-LABEL
               MOVE WS-FIRM-WASH-LOSS         TO WS-SUM-AMOUNT
               WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           END-IF

           CLOSE PORTFOLIO-FILE
                 CURRENT-POSITION-FILE
                 LOT-FILE
                 SECURITY-MASTER
                 HARVEST-REPORT

           IF WS-WSM-AVAILABLE
               CLOSE WASH-MEMO-FILE
           END-IF
           IF WS-MDL-AVAILABLE
               CLOSE MODEL-FILE
           END-IF

           DISPLAY 'TLHRPT00 Processing Statistics:'
           DISPLAY '  Portfolios checked:   ' WS-PORTFOLIOS-CHECKED
           DISPLAY '  Portfolios listed:    ' WS-PORTFOLIOS-LISTED
           DISPLAY '  Tax-advantaged skips: ' WS-TAX-ADVANTAGED-SKIP
           DISPLAY '  Lots checked:         ' WS-LOTS-CHECKED
           DISPLAY '  Candidates:           ' WS-CANDIDATES
           DISPLAY '  Wash sale flagged:    ' WS-WASH-FLAGGED
           DISPLAY '  Errors:               ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       9000-ERROR-ROUTINE.
           ADD 1 TO WS-ERROR-COUNT
           MOVE 'TLHRPT00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
