      * selection method applied. The day's confirms sort by
      * portfolio so each client's documents batch together for
      * mailing, and the confirm register lists every document cut.
      *
      * Maintenance Log:
      * 2026-10-15 - A bond trade carrying accrued interest prints it
      *              on its own line with the net settlement amount
      *              (principal plus accrued) -- what the client pays
      *              on a buy and receives on a sell.
      * 2026-10-15 - No paper confirmation goes to an address flagged
      *              undeliverable on CLICON (MALCHK00) unless
      *              e-delivery is on file. Held confirms are listed
      *              on the CNFSUP suppression report instead of the
      *              confirm register.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNFGEN00.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT SUPPRESSION-REPORT
               ASSIGN TO CNFSUP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUP-STATUS.

           SELECT BATCH-CONTROL-FILE
               ASSIGN TO BCHCTL
               ORGANIZATION IS INDEXED
           BLOCK CONTAINS 0 RECORDS.
       01  REGISTER-LINE               PIC X(132).

       FD  SUPPRESSION-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  SUPPRESSION-LINE            PIC X(132).

       FD  BATCH-CONTROL-FILE.
           COPY BCHCTL.

       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SRT-PORTFOLIO-ID        PIC X(08).
           05  SRT-TRN-IMAGE           PIC X(200).

       WORKING-STORAGE SECTION.
           COPY BCHCON.
      *    the overnight/scheduler-built sequence is cycle 1; the
      *    reserved SYSDATE sentinel record stays cycle 0.
       01  WS-CYCLE-NO             PIC 9(2) VALUE 1.

      *    Returned-mail answer for the portfolio (MALCHK00).
       01  WS-MAIL-REQUEST.
           05  WS-MLC-PORTFOLIO-ID     PIC X(08).
           05  WS-MLC-DATE             PIC X(08).
           05  WS-MLC-RESULT           PIC X(01).
               88  WS-MLC-SUPPRESS         VALUE 'S'.
           05  WS-MLC-RETURNED-DATE    PIC X(08).
           05  WS-MLC-RETURN-COUNT     PIC 9(03).

       01  WS-FILE-STATUS.
           05  WS-TRAN-STATUS          PIC X(2).
           05  WS-PORT-STATUS          PIC X(2).
           05  WS-CNF-STATUS           PIC X(2).
           05  WS-REG-STATUS           PIC X(2).
           05  WS-SUP-STATUS           PIC X(2).
           05  WS-BCT-STATUS           PIC X(2).

       01  WS-CONSTANTS.
               88  WS-TRAN-EOF              VALUE 'Y'.
           05  WS-OUT-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-OUT-EOF               VALUE 'Y'.
           05  WS-CNF-HELD-SW          PIC X(1) VALUE 'N'.
               88  WS-CNF-HELD              VALUE 'Y'.
               88  WS-CNF-PRINTED           VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-PORTFOLIO    PIC X(8) VALUE SPACES.
      *    The sorted transaction in hand, mapped through a working
      *    copy of the record fields the confirm prints.
           05  WS-CNF-TRAN             PIC X(200).

       01  WS-COUNTERS.
           05  WS-CONFIRMS-CUT         PIC 9(7) COMP VALUE 0.
           05  WS-CONFIRMS-HELD        PIC 9(7) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       01  WS-CONFIRM-LINES.
               10  FILLER              PIC X(9)  VALUE ' AMOUNT '.
               10  WS-CNF-AMOUNT       PIC $$$,$$$,$$9.99.
               10  FILLER              PIC X(54) VALUE SPACES.
           05  WS-ACCRUED-LINE.
               10  FILLER              PIC X(18) VALUE
                   'ACCRUED INTEREST: '.
               10  WS-CNF-ACCRUED      PIC $$,$$$,$$9.99.
               10  FILLER              PIC X(14) VALUE
                   '  NET AMOUNT: '.
               10  WS-CNF-NET-AMOUNT   PIC $$$,$$$,$$$,$$9.99.
               10  FILLER              PIC X(69) VALUE SPACES.
           05  WS-DATES-LINE.
               10  FILLER              PIC X(12) VALUE 'TRADE DATE: '.
               10  WS-CNF-TRADE-DATE   PIC X(8).
               10  WS-REG-AMOUNT       PIC $$$,$$$,$$9.99.
               10  FILLER              PIC X(95) VALUE SPACES.

       01  WS-SUPPRESSION-LINES.
           05  WS-SUP-TITLE.
               10  FILLER              PIC X(40) VALUE
                   'CNFGEN00  CONFIRMATIONS HELD - MAIL RETU'.
               10  FILLER              PIC X(22) VALUE
                   'RNED UNDELIVERABLE    '.
               10  FILLER              PIC X(10) VALUE 'RUN DATE: '.
               10  WS-SUP-RUN-DATE     PIC X(08).
               10  FILLER              PIC X(52) VALUE SPACES.
           05  WS-SUP-HEADING.
               10  FILLER              PIC X(40) VALUE
                   'PORTFOLIO TYPE INVESTMENT TRADE DATE    '.
               10  FILLER              PIC X(40) VALUE
                   '   AMOUNT   RETURNED  RETURNS           '.
               10  FILLER              PIC X(52) VALUE SPACES.
           05  WS-SUP-DETAIL.
               10  WS-SUP-PORTFOLIO    PIC X(08).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-SUP-TYPE         PIC X(02).
               10  FILLER              PIC X(03) VALUE SPACES.
               10  WS-SUP-INVESTMENT   PIC X(10).
               10  FILLER              PIC X(01) VALUE SPACE.
               10  WS-SUP-TRADE-DATE   PIC X(08).
               10  FILLER              PIC X(01) VALUE SPACE.
               10  WS-SUP-AMOUNT       PIC $$$,$$$,$$9.99.
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-SUP-RETURNED     PIC X(08).
               10  FILLER              PIC X(04) VALUE SPACES.
               10  WS-SUP-COUNT        PIC ZZ9.
               10  FILLER              PIC X(66) VALUE SPACES.
           05  WS-SUP-TOTAL.
               10  FILLER              PIC X(20) VALUE
                   'CONFIRMS HELD:      '.
               10  WS-SUP-TOTAL-COUNT  PIC ZZZ,ZZ9.
               10  FILLER              PIC X(105) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
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
               PERFORM 3200-START-PORTFOLIO-BATCH
           END-IF

           IF WS-CNF-HELD
               PERFORM 3500-WRITE-SUPPRESSION-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM 3300-WRITE-CONFIRM-BODY
           PERFORM 3400-WRITE-REGISTER-LINE
           ADD 1 TO WS-CONFIRMS-CUT
                   MOVE 'UNKNOWN CLIENT' TO PORT-CLIENT-NAME
           END-READ

      *    Returned mail: the portfolio's whole batch is held when
      *    its address is flagged undeliverable.
           MOVE TRN-PORTFOLIO-ID  TO WS-MLC-PORTFOLIO-ID
           MOVE WS-CURRENT-DATE-X TO WS-MLC-DATE
           CALL 'MALCHK00' USING WS-MAIL-REQUEST
           IF WS-MLC-SUPPRESS
               SET WS-CNF-HELD TO TRUE
               EXIT PARAGRAPH
           END-IF
           SET WS-CNF-PRINTED TO TRUE

           WRITE CONFIRM-LINE FROM WS-RULE-LINE
           MOVE PORT-CLIENT-NAME TO WS-CNF-CLIENT
           MOVE TRN-PORTFOLIO-ID TO WS-CNF-PORTFOLIO
           MOVE TRN-AMOUNT        TO WS-CNF-AMOUNT
           WRITE CONFIRM-LINE FROM WS-TRADE-LINE

      *    Accrued interest settles with the principal -- paid over
      *    on a buy, received on a sell.
           IF TRN-ACCRUED-INT IS NUMERIC
              AND TRN-ACCRUED-INT NOT = ZERO
               MOVE TRN-ACCRUED-INT TO WS-CNF-ACCRUED
               COMPUTE WS-CNF-NET-AMOUNT =
                   TRN-AMOUNT + TRN-ACCRUED-INT
               WRITE CONFIRM-LINE FROM WS-ACCRUED-LINE
           END-IF

           MOVE TRN-DATE            TO WS-CNF-TRADE-DATE
           MOVE TRN-SETTLEMENT-DATE TO WS-CNF-SETTLE-DATE
           IF TRN-TYPE-SELL
           WRITE REGISTER-LINE FROM WS-REGISTER-LINE
           .

      *----------------------------------------------------------------*
      * One line per held confirm, so the returned-mail desk can see
      * what is waiting on a verified address.
      *----------------------------------------------------------------*
       3500-WRITE-SUPPRESSION-LINE.
           MOVE TRN-PORTFOLIO-ID     TO WS-SUP-PORTFOLIO
           MOVE TRN-TYPE             TO WS-SUP-TYPE
           MOVE TRN-INVESTMENT-ID    TO WS-SUP-INVESTMENT
           MOVE TRN-DATE             TO WS-SUP-TRADE-DATE
           MOVE TRN-AMOUNT           TO WS-SUP-AMOUNT
           MOVE WS-MLC-RETURNED-DATE TO WS-SUP-RETURNED
           MOVE WS-MLC-RETURN-COUNT  TO WS-SUP-COUNT
           WRITE SUPPRESSION-LINE FROM WS-SUP-DETAIL
           ADD 1 TO WS-CONFIRMS-HELD
           .

       4000-TERMINATE SECTION.
           PERFORM 4100-UPDATE-COMPLETION

           MOVE WS-CONFIRMS-HELD TO WS-SUP-TOTAL-COUNT
           WRITE SUPPRESSION-LINE FROM WS-SUP-TOTAL

           CLOSE PORTFOLIO-FILE
                 CONFIRM-FILE
                 REGISTER-FILE
                 SUPPRESSION-REPORT
                 BATCH-CONTROL-FILE

           DISPLAY 'CNFGEN00 Processing Statistics:'
           DISPLAY '  Confirmations cut: ' WS-CONFIRMS-CUT
           DISPLAY '  Confirms held:     ' WS-CONFIRMS-HELD
           DISPLAY '  Errors:            ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
