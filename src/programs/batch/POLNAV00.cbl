      *================================================================*
      * Program Name: POLNAV00
      * Description: Pooled Fund NAV and Unit Dealing
      * Version: 1.0
      * Date: 2026
      *
      * Runs after SLNMGR00 at the end of the post-close group of the
      * daily sequence, after POSVAL00 has retotalled every
      * portfolio. For each portfolio run as a unitized pool
      * (POOLFND):
      *
      *  - the NAV per unit is struck from the pool portfolio's net
      *    assets -- PORT-TOTAL-VALUE plus PORT-CASH-BALANCE -- over
      *    the units outstanding; with no units out the pool prices
      *    at its inception NAV. A rerun on the same date keeps the
      *    NAV already struck, so units dealt earlier in the day
      *    cannot move it;
      *  - the day's POOLIN dealing instructions are then processed
      *    at that NAV: a subscription issues units for the cash
      *    amount (rounded to four decimals) onto the investor's
      *    UNTREG register entry, a redemption cancels units and pays
      *    their value out. The pool's cash moves with a DP or WD on
      *    TRANFILE behind the trailer for the next cycle; when the
      *    investor is itself a client portfolio the matching WD or
      *    DP moves its cash the other way. A new pool is set up by
      *    a define instruction naming the portfolio and its
      *    inception NAV.
      *
      * The NAV report (POOLRPT) lists each pool's strike and the
      * dealing done at it. STMGEN00 prints an investor portfolio's
      * unitholdings, valued at the current NAV.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLNAV00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POOL-INSTRUCTION-FILE
               ASSIGN TO POOLIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PIN-STATUS.

           SELECT POOLED-FUND-FILE
               ASSIGN TO POOLFND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PFD-KEY
               FILE STATUS IS WS-PFD-STATUS.

           SELECT UNITHOLDER-FILE
               ASSIGN TO UNTREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UNH-KEY
               FILE STATUS IS WS-UNH-STATUS.

           SELECT PORTFOLIO-FILE
               ASSIGN TO PORTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PORT-ID
               FILE STATUS IS WS-PORT-STATUS.

           SELECT TRANSACTION-FILE
               ASSIGN TO TRANFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT NAV-REPORT
               ASSIGN TO POOLRPT
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
       FD  POOL-INSTRUCTION-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
      *----------------------------------------------------------------*
      * One card per dealing instruction. A subscription carries the
      * cash amount, a redemption the units; a define carries the
      * pool's name and inception NAV.
      *----------------------------------------------------------------*
       01  POOL-INSTRUCTION-RECORD.
           05  PIN-ACTION              PIC X(01).
               88  PIN-DEFINE              VALUE 'D'.
               88  PIN-SUBSCRIBE           VALUE 'S'.
               88  PIN-REDEEM              VALUE 'R'.
           05  PIN-POOL-ID             PIC X(08).
           05  PIN-INVESTOR-ID         PIC X(08).
           05  PIN-AMOUNT              PIC 9(13)V9(2).
           05  PIN-UNITS               PIC 9(11)V9(4).
           05  PIN-POOL-NAME           PIC X(30).
           05  PIN-INCEPTION-NAV       PIC 9(7)V9(4).
           05  PIN-ENTERED-BY          PIC X(08).
           05  FILLER                  PIC X(04).

       FD  POOLED-FUND-FILE.
       COPY POOLFND.

       FD  UNITHOLDER-FILE.
       COPY UNTREG.

       FD  PORTFOLIO-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PORTFLIO.

       FD  TRANSACTION-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY TRNREC.

       FD  NAV-REPORT
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
           05  WS-PIN-STATUS           PIC X(2).
           05  WS-PFD-STATUS           PIC X(2).
           05  WS-UNH-STATUS           PIC X(2).
           05  WS-PORT-STATUS          PIC X(2).
           05  WS-TRAN-STATUS          PIC X(2).
           05  WS-RPT-STATUS           PIC X(2).
           05  WS-BCT-STATUS           PIC X(2).

       01  WS-CONSTANTS.
      *    POLNAV00 follows SLNMGR00 at the end of the post-close
      *    group of the daily sequence.
           05  WS-SEQUENCE-NO          PIC 9(4) VALUE 40.
           05  WS-BATCH-USER-ID        PIC X(8) VALUE 'POLNAV'.
           05  WS-BASE-CURRENCY        PIC X(3) VALUE 'USD'.
      *    Inception price per unit when the define card gives none.
           05  WS-DEFAULT-NAV          PIC 9(7)V9(4) VALUE 10.

       01  WS-SWITCHES.
           05  WS-PFD-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-PFD-EOF               VALUE 'Y'.
           05  WS-PIN-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-PIN-EOF               VALUE 'Y'.
           05  WS-INVESTOR-SW          PIC X(1) VALUE 'N'.
               88  WS-CLIENT-INVESTOR       VALUE 'Y'.
               88  WS-OUTSIDE-INVESTOR      VALUE 'N'.
           05  WS-UNH-FOUND-SW         PIC X(1) VALUE 'N'.
               88  WS-UNH-FOUND             VALUE 'Y'.
               88  WS-UNH-NOT-FOUND         VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                     PIC X(8).
           05  WS-CURRENT-TIME8        PIC 9(8).
           05  WS-CURRENT-TIME-X REDEFINES WS-CURRENT-TIME8
                                     PIC X(8).
           05  WS-REJECT-REASON        PIC X(40).
           05  WS-ACTION-TEXT          PIC X(40).
           05  WS-INVESTOR-CASH        PIC S9(13)V9(2) COMP-3.
           05  WS-POOL-CASH            PIC S9(13)V9(2) COMP-3.
           05  WS-DEAL-UNITS           PIC S9(11)V9(4) COMP-3.
           05  WS-DEAL-AMOUNT          PIC S9(13)V9(2) COMP-3.
           05  WS-COST-RELIEVED        PIC S9(13)V9(2) COMP-3.
           05  WS-NAV-CHANGE-PCT       PIC S9(3)V9(4) COMP-3.
           05  WS-TRN-TYPE             PIC X(2).
           05  WS-TRN-PORTFOLIO        PIC X(8).
           05  WS-TRN-COUNTERPARTY     PIC X(8).
           05  WS-SEQUENCE             PIC 9(4) VALUE 0.
           05  WS-SEQ-BUILD.
               10  FILLER              PIC X(2) VALUE 'PU'.
               10  WS-SEQ-NUMBER       PIC 9(4).

       01  WS-COUNTERS.
           05  WS-POOLS-READ           PIC 9(5) COMP VALUE 0.
           05  WS-NAVS-STRUCK          PIC 9(5) COMP VALUE 0.
           05  WS-INSTR-READ           PIC 9(5) COMP VALUE 0.
           05  WS-POOLS-DEFINED        PIC 9(5) COMP VALUE 0.
           05  WS-SUBSCRIPTIONS        PIC 9(5) COMP VALUE 0.
           05  WS-REDEMPTIONS          PIC 9(5) COMP VALUE 0.
           05  WS-INSTR-REJECTED       PIC 9(5) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       01  WS-REPORT-LINES.
           05  WS-HDR-LINE.
               10  FILLER              PIC X(36) VALUE
                   'POOLED FUND NAV PER UNIT  DATE '.
               10  WS-HDR-DATE         PIC X(8).
               10  FILLER              PIC X(88) VALUE SPACES.
           05  WS-COL-LINE.
               10  FILLER              PIC X(9)  VALUE 'POOL'.
               10  FILLER              PIC X(31) VALUE 'NAME'.
               10  FILLER              PIC X(16) VALUE
                   '      NET ASSETS'.
               10  FILLER              PIC X(17) VALUE
                   'UNITS OUTSTANDING'.
               10  FILLER              PIC X(14) VALUE
                   '  NAV PER UNIT'.
               10  FILLER              PIC X(14) VALUE
                   '     PRIOR NAV'.
               10  FILLER              PIC X(10) VALUE
                   '  CHANGE %'.
               10  FILLER              PIC X(21) VALUE SPACES.
           05  WS-NAV-LINE.
               10  WS-NAV-POOL         PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-NAV-NAME         PIC X(30).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-NAV-NET-ASSETS   PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-NAV-UNITS        PIC ZZZ,ZZZ,ZZ9.9999.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-NAV-PER-UNIT     PIC Z,ZZZ,ZZ9.9999.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-NAV-PRIOR        PIC Z,ZZZ,ZZ9.9999
                                           BLANK WHEN ZERO.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-NAV-CHANGE       PIC ZZ9.9999-.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-NAV-NOTE         PIC X(19).
           05  WS-DEAL-HDR-LINE.
               10  FILLER              PIC X(40) VALUE
                   'UNIT DEALING AT THE NAV STRUCK ABOVE'.
               10  FILLER              PIC X(92) VALUE SPACES.
           05  WS-ACT-LINE.
               10  WS-ACT-L-VERB       PIC X(11).
               10  WS-ACT-L-POOL       PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-ACT-L-INVESTOR   PIC X(8).
               10  FILLER              PIC X(7)  VALUE ' UNITS '.
               10  WS-ACT-L-UNITS      PIC ZZZ,ZZZ,ZZ9.9999.
               10  FILLER              PIC X(8)  VALUE ' AMOUNT '.
               10  WS-ACT-L-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(3)  VALUE ' - '.
               10  WS-ACT-L-TEXT       PIC X(40).
               10  FILLER              PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-STRIKE-NAV
               UNTIL WS-PFD-EOF

           WRITE REPORT-RECORD FROM WS-DEAL-HDR-LINE

           PERFORM 3000-APPLY-INSTRUCTION
               UNTIL WS-PIN-EOF

           PERFORM 4000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME8 FROM TIME

           OPEN I-O POOLED-FUND-FILE
           IF WS-PFD-STATUS NOT = '00' AND '05'
               MOVE 'Error opening pooled fund file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               SET WS-PFD-EOF TO TRUE
           END-IF

           OPEN I-O UNITHOLDER-FILE
           IF WS-UNH-STATUS NOT = '00' AND '05'
               MOVE 'Error opening unitholder register' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT PORTFOLIO-FILE
           IF WS-PORT-STATUS NOT = '00'
               MOVE 'Error opening portfolio file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN EXTEND TRANSACTION-FILE
           IF WS-TRAN-STATUS NOT = '00'
               MOVE 'Error opening transaction file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT NAV-REPORT
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'Error opening NAV report' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O BATCH-CONTROL-FILE
           IF WS-BCT-STATUS NOT = '00'
               MOVE 'Error opening control file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

      *    No dealing instructions is an ordinary day -- the NAV is
      *    still struck and reported.
           OPEN INPUT POOL-INSTRUCTION-FILE
           IF WS-PIN-STATUS NOT = '00'
               SET WS-PIN-EOF TO TRUE
           END-IF

           PERFORM 1200-INIT-CHECKPOINT

           MOVE WS-CURRENT-DATE-X TO WS-HDR-DATE
           WRITE REPORT-RECORD FROM WS-HDR-LINE
           WRITE REPORT-RECORD FROM WS-COL-LINE

           IF NOT WS-PFD-EOF
               MOVE LOW-VALUES TO PFD-KEY
               START POOLED-FUND-FILE KEY NOT LESS THAN PFD-KEY
                   INVALID KEY
                       SET WS-PFD-EOF TO TRUE
               END-START
           END-IF
           .

       1200-INIT-CHECKPOINT.
           MOVE 'POLNAV00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for POLNAV00' TO
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
      * Net assets over units outstanding, once per pool per date.
      *----------------------------------------------------------------*
       2000-STRIKE-NAV.
           READ POOLED-FUND-FILE NEXT RECORD
               AT END
                   SET WS-PFD-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-POOLS-READ
           IF NOT PFD-ACTIVE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-NAV-NOTE
           IF PFD-NAV-DATE = WS-CURRENT-DATE-X
               MOVE 'NAV ALREADY STRUCK' TO WS-NAV-NOTE
               PERFORM 2800-WRITE-NAV-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE PFD-POOL-ID TO PORT-ID
           READ PORTFOLIO-FILE
               INVALID KEY
                   MOVE 'Pool portfolio not on portfolio file' TO
                       ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-READ

           MOVE PFD-NAV-PER-UNIT TO PFD-PRIOR-NAV
           MOVE PFD-NAV-DATE     TO PFD-PRIOR-NAV-DATE
           COMPUTE PFD-NET-ASSETS = PORT-TOTAL-VALUE + PORT-CASH-BALANCE

           IF PFD-UNITS-OUTSTANDING > ZERO
               COMPUTE PFD-NAV-PER-UNIT ROUNDED =
                   PFD-NET-ASSETS / PFD-UNITS-OUTSTANDING
           ELSE
               MOVE PFD-INCEPTION-NAV TO PFD-NAV-PER-UNIT
               MOVE 'NO UNITS IN ISSUE' TO WS-NAV-NOTE
           END-IF
           MOVE WS-CURRENT-DATE-X TO PFD-NAV-DATE
           MOVE ZERO TO PFD-DAY-SUBSCRIBED
                        PFD-DAY-REDEEMED
                        PFD-DAY-UNITS-ISSUED
                        PFD-DAY-UNITS-CANCELLED

           MOVE FUNCTION CURRENT-DATE TO PFD-LAST-MAINT-DATE
           MOVE WS-BATCH-USER-ID   TO PFD-LAST-MAINT-USER
           REWRITE POOLED-FUND-RECORD
               INVALID KEY
                   MOVE 'Error rewriting pooled fund' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-REWRITE

           ADD 1 TO WS-NAVS-STRUCK
           PERFORM 2800-WRITE-NAV-LINE
           .

       2800-WRITE-NAV-LINE.
           MOVE PFD-POOL-ID           TO WS-NAV-POOL
           MOVE PFD-POOL-NAME         TO WS-NAV-NAME
           MOVE PFD-NET-ASSETS        TO WS-NAV-NET-ASSETS
           MOVE PFD-UNITS-OUTSTANDING TO WS-NAV-UNITS
           MOVE PFD-NAV-PER-UNIT      TO WS-NAV-PER-UNIT
           MOVE PFD-PRIOR-NAV         TO WS-NAV-PRIOR
           IF PFD-PRIOR-NAV > ZERO
               COMPUTE WS-NAV-CHANGE-PCT ROUNDED =
                   (PFD-NAV-PER-UNIT - PFD-PRIOR-NAV) * 100
                   / PFD-PRIOR-NAV
           ELSE
               MOVE ZERO TO WS-NAV-CHANGE-PCT
           END-IF
           MOVE WS-NAV-CHANGE-PCT     TO WS-NAV-CHANGE
           WRITE REPORT-RECORD FROM WS-NAV-LINE
           .

      *----------------------------------------------------------------*
      * Dealing instructions, at the NAV struck above.
      *----------------------------------------------------------------*
       3000-APPLY-INSTRUCTION.
           READ POOL-INSTRUCTION-FILE
               AT END
                   SET WS-PIN-EOF TO TRUE
                   CLOSE POOL-INSTRUCTION-FILE
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-INSTR-READ
           MOVE SPACES TO WS-REJECT-REASON
           MOVE ZERO   TO WS-DEAL-UNITS
                          WS-DEAL-AMOUNT

           IF PIN-POOL-ID = SPACES
               MOVE 'POOL ID REQUIRED' TO WS-REJECT-REASON
               PERFORM 3090-REJECT-INSTRUCTION
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN PIN-DEFINE
                   PERFORM 3100-DEFINE-POOL
               WHEN PIN-SUBSCRIBE
                   PERFORM 3200-SUBSCRIBE
               WHEN PIN-REDEEM
                   PERFORM 3300-REDEEM
               WHEN OTHER
                   MOVE 'UNKNOWN DEALING ACTION' TO WS-REJECT-REASON
                   PERFORM 3090-REJECT-INSTRUCTION
           END-EVALUATE
           .

       3090-REJECT-INSTRUCTION.
           ADD 1 TO WS-INSTR-REJECTED
           MOVE 'REJECTED:  '     TO WS-ACT-L-VERB
           MOVE WS-REJECT-REASON  TO WS-ACTION-TEXT
           PERFORM 3095-WRITE-ACTION-LINE
           .

       3095-WRITE-ACTION-LINE.
           MOVE PIN-POOL-ID       TO WS-ACT-L-POOL
           MOVE PIN-INVESTOR-ID   TO WS-ACT-L-INVESTOR
           MOVE WS-DEAL-UNITS     TO WS-ACT-L-UNITS
           MOVE WS-DEAL-AMOUNT    TO WS-ACT-L-AMOUNT
           MOVE WS-ACTION-TEXT    TO WS-ACT-L-TEXT
           WRITE REPORT-RECORD FROM WS-ACT-LINE
           .

      *----------------------------------------------------------------*
      * Flag a portfolio as a pool. It deals from today at its
      * inception NAV until units are out.
      *----------------------------------------------------------------*
       3100-DEFINE-POOL.
           MOVE PIN-POOL-ID TO PORT-ID
           READ PORTFOLIO-FILE
               INVALID KEY
                   MOVE 'POOL PORTFOLIO NOT ON FILE'
                     TO WS-REJECT-REASON
                   PERFORM 3090-REJECT-INSTRUCTION
                   EXIT PARAGRAPH
           END-READ

           MOVE PIN-POOL-ID TO PFD-POOL-ID
           READ POOLED-FUND-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'PORTFOLIO IS ALREADY A POOLED FUND'
                     TO WS-REJECT-REASON
                   PERFORM 3090-REJECT-INSTRUCTION
                   EXIT PARAGRAPH
           END-READ

           INITIALIZE POOLED-FUND-RECORD
           MOVE PIN-POOL-ID        TO PFD-POOL-ID
           MOVE PIN-POOL-NAME      TO PFD-POOL-NAME
           IF PFD-POOL-NAME = SPACES
               MOVE PORT-CLIENT-NAME TO PFD-POOL-NAME
           END-IF
           SET PFD-ACTIVE          TO TRUE
           MOVE WS-CURRENT-DATE-X  TO PFD-INCEPTION-DATE
           IF PIN-INCEPTION-NAV IS NUMERIC
              AND PIN-INCEPTION-NAV > ZERO
               MOVE PIN-INCEPTION-NAV TO PFD-INCEPTION-NAV
           ELSE
               MOVE WS-DEFAULT-NAV    TO PFD-INCEPTION-NAV
           END-IF
           COMPUTE PFD-NET-ASSETS = PORT-TOTAL-VALUE + PORT-CASH-BALANCE
           MOVE PFD-INCEPTION-NAV  TO PFD-NAV-PER-UNIT
           MOVE WS-CURRENT-DATE-X  TO PFD-NAV-DATE
           MOVE PIN-ENTERED-BY     TO PFD-ENTERED-BY
           MOVE FUNCTION CURRENT-DATE TO PFD-LAST-MAINT-DATE
           MOVE WS-BATCH-USER-ID   TO PFD-LAST-MAINT-USER

           WRITE POOLED-FUND-RECORD
               INVALID KEY
                   MOVE 'Error writing pooled fund' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-WRITE

           ADD 1 TO WS-POOLS-DEFINED
           MOVE 'DEFINED:   '      TO WS-ACT-L-VERB
           MOVE 'POOLED FUND SET UP' TO WS-ACTION-TEXT
           PERFORM 3095-WRITE-ACTION-LINE
           .

      *----------------------------------------------------------------*
      * Subscription: cash in, units issued at the NAV.
      *----------------------------------------------------------------*
       3200-SUBSCRIBE.
           IF PIN-AMOUNT IS NOT NUMERIC OR PIN-AMOUNT = ZERO
               MOVE 'SUBSCRIPTION AMOUNT REQUIRED'
                 TO WS-REJECT-REASON
               PERFORM 3090-REJECT-INSTRUCTION
               EXIT PARAGRAPH
           END-IF
           MOVE PIN-AMOUNT TO WS-DEAL-AMOUNT

           PERFORM 3400-CHECK-POOL-AND-INVESTOR
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 3090-REJECT-INSTRUCTION
               EXIT PARAGRAPH
           END-IF

           IF WS-CLIENT-INVESTOR
              AND WS-INVESTOR-CASH < WS-DEAL-AMOUNT
               MOVE 'INVESTOR CASH INSUFFICIENT'
                 TO WS-REJECT-REASON
               PERFORM 3090-REJECT-INSTRUCTION
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DEAL-UNITS ROUNDED =
               WS-DEAL-AMOUNT / PFD-NAV-PER-UNIT

           PERFORM 3450-READ-UNITHOLDER
           IF WS-UNH-NOT-FOUND
               INITIALIZE UNITHOLDER-RECORD
               MOVE PIN-INVESTOR-ID   TO UNH-INVESTOR-ID
               MOVE PIN-POOL-ID       TO UNH-POOL-ID
               MOVE WS-CURRENT-DATE-X TO UNH-FIRST-DATE
           END-IF
           IF UNH-CLOSED
               MOVE WS-CURRENT-DATE-X TO UNH-FIRST-DATE
           END-IF
           SET UNH-ACTIVE          TO TRUE
           ADD WS-DEAL-UNITS       TO UNH-UNITS
           ADD WS-DEAL-AMOUNT      TO UNH-COST
           PERFORM 3500-SAVE-UNITHOLDER

           ADD WS-DEAL-UNITS       TO PFD-UNITS-OUTSTANDING
                                      PFD-DAY-UNITS-ISSUED
           ADD WS-DEAL-AMOUNT      TO PFD-DAY-SUBSCRIBED
           PERFORM 3550-SAVE-POOL

      *    Cash into the pool; out of the investor's own account when
      *    the investor is a client portfolio.
           MOVE 'DP'               TO WS-TRN-TYPE
           MOVE PIN-POOL-ID        TO WS-TRN-PORTFOLIO
           MOVE PIN-INVESTOR-ID    TO WS-TRN-COUNTERPARTY
           PERFORM 3600-WRITE-CASH-TRANSACTION
           IF WS-CLIENT-INVESTOR
               MOVE 'WD'            TO WS-TRN-TYPE
               MOVE PIN-INVESTOR-ID TO WS-TRN-PORTFOLIO
               MOVE PIN-POOL-ID     TO WS-TRN-COUNTERPARTY
               PERFORM 3600-WRITE-CASH-TRANSACTION
           END-IF

           ADD 1 TO WS-SUBSCRIPTIONS
           MOVE 'ISSUED:    '      TO WS-ACT-L-VERB
           MOVE 'SUBSCRIPTION AT NAV' TO WS-ACTION-TEXT
           PERFORM 3095-WRITE-ACTION-LINE
           .

      *----------------------------------------------------------------*
      * Redemption: units cancelled at the NAV, their value paid out
      * of the pool's cash. The pool must hold the cash after the
      * day's earlier redemptions -- the manager raises it first.
      *----------------------------------------------------------------*
       3300-REDEEM.
           IF PIN-UNITS IS NOT NUMERIC OR PIN-UNITS = ZERO
               MOVE 'REDEMPTION UNITS REQUIRED' TO WS-REJECT-REASON
               PERFORM 3090-REJECT-INSTRUCTION
               EXIT PARAGRAPH
           END-IF
           MOVE PIN-UNITS TO WS-DEAL-UNITS

           PERFORM 3400-CHECK-POOL-AND-INVESTOR
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 3090-REJECT-INSTRUCTION
               EXIT PARAGRAPH
           END-IF

           PERFORM 3450-READ-UNITHOLDER
           IF WS-UNH-NOT-FOUND OR NOT UNH-ACTIVE
               MOVE 'INVESTOR HOLDS NO UNITS IN POOL'
                 TO WS-REJECT-REASON
               PERFORM 3090-REJECT-INSTRUCTION
               EXIT PARAGRAPH
           END-IF

           IF WS-DEAL-UNITS > UNH-UNITS
               MOVE 'REDEMPTION EXCEEDS UNITS HELD'
                 TO WS-REJECT-REASON
               PERFORM 3090-REJECT-INSTRUCTION
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DEAL-AMOUNT ROUNDED =
               WS-DEAL-UNITS * PFD-NAV-PER-UNIT
           IF WS-DEAL-AMOUNT > WS-POOL-CASH - PFD-DAY-REDEEMED
               MOVE 'POOL CASH INSUFFICIENT FOR REDEMPTION'
                 TO WS-REJECT-REASON
               PERFORM 3090-REJECT-INSTRUCTION
               EXIT PARAGRAPH
           END-IF

           IF WS-DEAL-UNITS = UNH-UNITS
               MOVE UNH-COST TO WS-COST-RELIEVED
           ELSE
               COMPUTE WS-COST-RELIEVED ROUNDED =
                   UNH-COST * WS-DEAL-UNITS / UNH-UNITS
           END-IF
           SUBTRACT WS-DEAL-UNITS    FROM UNH-UNITS
           SUBTRACT WS-COST-RELIEVED FROM UNH-COST
           IF UNH-UNITS = ZERO
               SET UNH-CLOSED TO TRUE
           END-IF
           PERFORM 3500-SAVE-UNITHOLDER

           SUBTRACT WS-DEAL-UNITS  FROM PFD-UNITS-OUTSTANDING
           ADD WS-DEAL-UNITS       TO PFD-DAY-UNITS-CANCELLED
           ADD WS-DEAL-AMOUNT      TO PFD-DAY-REDEEMED
           PERFORM 3550-SAVE-POOL

           MOVE 'WD'               TO WS-TRN-TYPE
           MOVE PIN-POOL-ID        TO WS-TRN-PORTFOLIO
           MOVE PIN-INVESTOR-ID    TO WS-TRN-COUNTERPARTY
           PERFORM 3600-WRITE-CASH-TRANSACTION
           IF WS-CLIENT-INVESTOR
               MOVE 'DP'            TO WS-TRN-TYPE
               MOVE PIN-INVESTOR-ID TO WS-TRN-PORTFOLIO
               MOVE PIN-POOL-ID     TO WS-TRN-COUNTERPARTY
               PERFORM 3600-WRITE-CASH-TRANSACTION
           END-IF

           ADD 1 TO WS-REDEMPTIONS
           MOVE 'CANCELLED: '      TO WS-ACT-L-VERB
           MOVE 'REDEMPTION AT NAV' TO WS-ACTION-TEXT
           PERFORM 3095-WRITE-ACTION-LINE
           .

      *----------------------------------------------------------------*
      * The pool must be set up, open and priced today; the investor
      * is a client portfolio when it is on the portfolio file.
      *----------------------------------------------------------------*
       3400-CHECK-POOL-AND-INVESTOR.
           IF PIN-INVESTOR-ID = SPACES
               MOVE 'INVESTOR ID REQUIRED' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF PIN-INVESTOR-ID = PIN-POOL-ID
               MOVE 'A POOL CANNOT HOLD ITS OWN UNITS'
                 TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE PIN-INVESTOR-ID TO PORT-ID
           READ PORTFOLIO-FILE
               INVALID KEY
                   SET WS-OUTSIDE-INVESTOR TO TRUE
                   MOVE ZERO TO WS-INVESTOR-CASH
               NOT INVALID KEY
                   SET WS-CLIENT-INVESTOR TO TRUE
                   MOVE PORT-CASH-BALANCE TO WS-INVESTOR-CASH
           END-READ

           MOVE PIN-POOL-ID TO PORT-ID
           READ PORTFOLIO-FILE
               INVALID KEY
                   MOVE 'POOL PORTFOLIO NOT ON FILE'
                     TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-READ
           MOVE PORT-CASH-BALANCE TO WS-POOL-CASH

           MOVE PIN-POOL-ID TO PFD-POOL-ID
           READ POOLED-FUND-FILE
               INVALID KEY
                   MOVE 'PORTFOLIO IS NOT A POOLED FUND'
                     TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-READ

           IF NOT PFD-ACTIVE
               MOVE 'POOLED FUND IS CLOSED' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF PFD-NAV-DATE NOT = WS-CURRENT-DATE-X
              OR PFD-NAV-PER-UNIT NOT > ZERO
               MOVE 'NO NAV STRUCK FOR TODAY' TO WS-REJECT-REASON
           END-IF
           .

       3450-READ-UNITHOLDER.
           MOVE PIN-INVESTOR-ID TO UNH-INVESTOR-ID
           MOVE PIN-POOL-ID     TO UNH-POOL-ID
           READ UNITHOLDER-FILE
               INVALID KEY
                   SET WS-UNH-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-UNH-FOUND TO TRUE
           END-READ
           .

       3500-SAVE-UNITHOLDER.
           MOVE WS-CURRENT-DATE-X  TO UNH-LAST-ACTIVITY
           MOVE FUNCTION CURRENT-DATE TO UNH-LAST-MAINT-DATE
           MOVE WS-BATCH-USER-ID   TO UNH-LAST-MAINT-USER
           IF WS-UNH-FOUND
               REWRITE UNITHOLDER-RECORD
                   INVALID KEY
                       MOVE 'Error rewriting unitholder' TO ERR-TEXT
                       PERFORM 9000-ERROR-ROUTINE
               END-REWRITE
           ELSE
               WRITE UNITHOLDER-RECORD
                   INVALID KEY
                       MOVE 'Error writing unitholder' TO ERR-TEXT
                       PERFORM 9000-ERROR-ROUTINE
               END-WRITE
           END-IF
           .

       3550-SAVE-POOL.
           MOVE FUNCTION CURRENT-DATE TO PFD-LAST-MAINT-DATE
           MOVE WS-BATCH-USER-ID   TO PFD-LAST-MAINT-USER
           REWRITE POOLED-FUND-RECORD
               INVALID KEY
                   MOVE 'Error rewriting pooled fund' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-REWRITE
           .

      *----------------------------------------------------------------*
      * One cash leg of the deal. TRN-BROKER-REF names the other
      * side -- the investor on the pool's leg, the pool on the
      * investor's.
      *----------------------------------------------------------------*
       3600-WRITE-CASH-TRANSACTION.
           INITIALIZE TRANSACTION-RECORD
           MOVE WS-TRN-TYPE            TO TRN-TYPE
           MOVE WS-CURRENT-DATE-X      TO TRN-DATE
           MOVE WS-CURRENT-TIME-X(1:6) TO TRN-TIME
           MOVE WS-TRN-PORTFOLIO       TO TRN-PORTFOLIO-ID
           ADD 1 TO WS-SEQUENCE
           MOVE WS-SEQUENCE            TO WS-SEQ-NUMBER
           MOVE WS-SEQ-BUILD           TO TRN-SEQUENCE-NO
           MOVE SPACES                 TO TRN-INVESTMENT-ID
           MOVE ZERO                   TO TRN-QUANTITY
           MOVE ZERO                   TO TRN-PRICE
           MOVE WS-DEAL-AMOUNT         TO TRN-AMOUNT
           MOVE WS-BASE-CURRENCY       TO TRN-CURRENCY
           MOVE WS-TRN-COUNTERPARTY    TO TRN-BROKER-REF
           SET TRN-STATUS-PEND         TO TRUE
           MOVE WS-CURRENT-DATE-X      TO TRN-SETTLEMENT-DATE
           MOVE 'POLNAV00'             TO TRN-PROCESS-USER

           WRITE TRANSACTION-RECORD
           IF WS-TRAN-STATUS NOT = '00'
               MOVE 'Error writing pool cash transaction' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           .

       4000-TERMINATE.
           PERFORM 4100-UPDATE-COMPLETION

           CLOSE POOLED-FUND-FILE
                 UNITHOLDER-FILE
                 PORTFOLIO-FILE
                 TRANSACTION-FILE
                 NAV-REPORT
                 BATCH-CONTROL-FILE

           DISPLAY 'POLNAV00 Processing Statistics:'
           DISPLAY '  Pools read:             ' WS-POOLS-READ
           DISPLAY '  NAVs struck:            ' WS-NAVS-STRUCK
           DISPLAY '  Instructions read:      ' WS-INSTR-READ
           DISPLAY '  Pools defined:          ' WS-POOLS-DEFINED
           DISPLAY '  Subscriptions:          ' WS-SUBSCRIPTIONS
           DISPLAY '  Redemptions:            ' WS-REDEMPTIONS
           DISPLAY '  Instructions rejected:  ' WS-INSTR-REJECTED
           DISPLAY '  Errors:                 ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       4100-UPDATE-COMPLETION.
           MOVE 'POLNAV00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for POLNAV00' TO
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
           MOVE 'POLNAV00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
