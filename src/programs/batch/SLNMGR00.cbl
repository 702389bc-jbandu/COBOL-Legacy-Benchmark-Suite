      *================================================================*
      * Program Name: SLNMGR00
      * Description: Securities Lending Fee Accrual and Loan Upkeep
      * Version: 1.0
      * Date: 2026
      *
      * Runs after MGNCAL00 at the end of the post-close group of the
      * daily sequence, on the values the nightly revaluation struck.
      * Keeps the SECLOAN loan file for the securities lending
      * program:
      *
      *  - every loan still out (active, or recalled and not yet
      *    returned) is revalued at its holding's base-currency unit
      *    value on the POSCUR view, and its lending fee accrues on
      *    that value at the loan's own annual rate, actual/360, for
      *    each calendar day since the last accrual -- a same-day
      *    rerun accrues nothing. A recall outstanding longer than
      *    the grace days is flagged overdue on SLNRPT;
      *  - the lending desk's SLNIN instructions then apply: a new
      *    loan opens for a portfolio, security and borrower, as long
      *    as the units are held and not already lent out, and a
      *    return reduces the quantity on loan, clearing a recall as
      *    the recalled units come back and closing the loan when
      *    nothing is left out.
      *
      * SLNINC00 posts the accrued fee to the client at month end as
      * SF lending income. A sale reaching into units on loan is
      * recalled by TRNVAL00.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLNMGR00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-INSTRUCTION-FILE
               ASSIGN TO SLNIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLI-STATUS.

           SELECT SECURITIES-LOAN-FILE
               ASSIGN TO SECLOAN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLN-KEY
               FILE STATUS IS WS-SLN-STATUS.

           SELECT CURRENT-POSITION-FILE
               ASSIGN TO POSCUR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUR-KEY
               ALTERNATE RECORD KEY IS CUR-INVESTMENT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-POS-STATUS.

           SELECT LENDING-REPORT
               ASSIGN TO SLNRPT
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
       FD  LOAN-INSTRUCTION-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
      *----------------------------------------------------------------*
      * One card per loan action from the lending desk. A return
      * needs only the key and the quantity coming back; a new loan
      * carries its full terms.
      *----------------------------------------------------------------*
       01  LOAN-INSTRUCTION-RECORD.
           05  SLI-ACTION              PIC X(01).
               88  SLI-NEW                 VALUE 'N'.
               88  SLI-RETURN              VALUE 'R'.
           05  SLI-PORTFOLIO-ID        PIC X(08).
           05  SLI-INVESTMENT-ID       PIC X(10).
           05  SLI-BORROWER-ID         PIC X(08).
           05  SLI-QUANTITY            PIC 9(11)V9(4).
           05  SLI-FEE-RATE-PCT        PIC 9(3)V9(4).
           05  SLI-COLL-TYPE           PIC X(01).
           05  SLI-COLL-AMOUNT         PIC 9(13)V9(2).
           05  SLI-COLL-CURRENCY       PIC X(03).
           05  SLI-START-DATE          PIC X(08).
           05  SLI-ENTERED-BY          PIC X(08).
           05  FILLER                  PIC X(16).

       FD  SECURITIES-LOAN-FILE.
       COPY SECLOAN.

       FD  CURRENT-POSITION-FILE.
       COPY POSCUR.

       FD  LENDING-REPORT
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
           05  WS-SLI-STATUS           PIC X(2).
           05  WS-SLN-STATUS           PIC X(2).
           05  WS-POS-STATUS           PIC X(2).
           05  WS-RPT-STATUS           PIC X(2).
           05  WS-BCT-STATUS           PIC X(2).

       01  WS-CONSTANTS.
      *    SLNMGR00 follows MGNCAL00 at the end of the post-close
      *    group of the daily sequence.
           05  WS-SEQUENCE-NO          PIC 9(4) VALUE 39.
           05  WS-BATCH-USER-ID        PIC X(8) VALUE 'SLNMGR'.
           05  WS-FEE-BASIS            PIC 9(3) VALUE 360.
      *    Calendar days a borrower has to return recalled units
      *    before the recall shows overdue.
           05  WS-RECALL-GRACE-DAYS    PIC 9(3) VALUE 3.

       01  WS-SWITCHES.
           05  WS-SLN-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-SLN-EOF               VALUE 'Y'.
           05  WS-SLI-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-SLI-EOF               VALUE 'Y'.
           05  WS-SUM-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-SUM-EOF               VALUE 'Y'.
               88  WS-SUM-MORE              VALUE 'N'.
           05  WS-LOAN-FOUND-SW        PIC X(1) VALUE 'N'.
               88  WS-LOAN-FOUND            VALUE 'Y'.
               88  WS-LOAN-NOT-FOUND        VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                     PIC X(8).
           05  WS-CURRENT-TIME8        PIC 9(8).
           05  WS-TODAY-INTEGER        PIC S9(9) COMP.
           05  WS-WORK-DATE            PIC 9(8).
           05  WS-WORK-DATE-X REDEFINES WS-WORK-DATE
                                     PIC X(8).
           05  WS-WORK-INTEGER         PIC S9(9) COMP.
           05  WS-ACCRUAL-DAYS         PIC S9(5) COMP.
           05  WS-RECALL-DAYS          PIC S9(5) COMP.
           05  WS-FEE-AMOUNT           PIC S9(11)V9(2) COMP-3.
           05  WS-LENT-QTY             PIC S9(11)V9(4) COMP-3.
           05  WS-LENDABLE-QTY         PIC S9(11)V9(4) COMP-3.
           05  WS-RETURN-QTY           PIC S9(11)V9(4) COMP-3.
           05  WS-REJECT-REASON        PIC X(40).
           05  WS-ACTION-TEXT          PIC X(40).
           05  WS-LOAN-STATE           PIC X(16).

       01  WS-COUNTERS.
           05  WS-LOANS-READ           PIC 9(5) COMP VALUE 0.
           05  WS-LOANS-ACCRUED        PIC 9(5) COMP VALUE 0.
           05  WS-RECALLS-OVERDUE      PIC 9(5) COMP VALUE 0.
           05  WS-INSTR-READ           PIC 9(5) COMP VALUE 0.
           05  WS-LOANS-OPENED         PIC 9(5) COMP VALUE 0.
           05  WS-RETURNS-APPLIED      PIC 9(5) COMP VALUE 0.
           05  WS-LOANS-CLOSED         PIC 9(5) COMP VALUE 0.
           05  WS-INSTR-REJECTED       PIC 9(5) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       01  WS-TOTALS.
           05  WS-TOTAL-FEE-TODAY      PIC S9(13)V9(2) COMP-3
                                           VALUE ZERO.

       01  WS-REPORT-LINES.
           05  WS-HDR-LINE.
               10  FILLER              PIC X(36) VALUE
                   'SECURITIES LENDING ACCRUAL  DATE '.
               10  WS-HDR-DATE         PIC X(8).
               10  FILLER              PIC X(88) VALUE SPACES.
           05  WS-COL-LINE.
               10  FILLER              PIC X(9)  VALUE 'PORTFOLIO'.
               10  FILLER              PIC X(11) VALUE 'SECURITY'.
               10  FILLER              PIC X(9)  VALUE 'BORROWER'.
               10  FILLER              PIC X(17) VALUE
                   ' QUANTITY ON LOAN'.
               10  FILLER              PIC X(16) VALUE
                   '      LOAN VALUE'.
               10  FILLER              PIC X(9)  VALUE '  RATE %'.
               10  FILLER              PIC X(13) VALUE
                   '    FEE TODAY'.
               10  FILLER              PIC X(13) VALUE
                   '  FEE ACCRUED'.
               10  FILLER              PIC X(17) VALUE
                   '     RECALLED QTY'.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  FILLER              PIC X(17) VALUE 'STATE'.
           05  WS-LOAN-LINE.
               10  WS-LN-PORTFOLIO     PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-LN-INVESTMENT    PIC X(10).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-LN-BORROWER      PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-LN-QUANTITY      PIC ZZZ,ZZZ,ZZ9.9999.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-LN-VALUE         PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-LN-RATE          PIC ZZ9.9999.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-LN-FEE-TODAY     PIC Z,ZZZ,ZZ9.99.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-LN-FEE-ACCRUED   PIC Z,ZZZ,ZZ9.99.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-LN-RECALL-QTY    PIC ZZZ,ZZZ,ZZ9.9999
                                           BLANK WHEN ZERO.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-LN-STATE         PIC X(16).
           05  WS-ACT-LINE.
               10  WS-ACT-L-VERB       PIC X(11).
               10  WS-ACT-L-PORTFOLIO  PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-ACT-L-INVESTMENT PIC X(10).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-ACT-L-BORROWER   PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-ACT-L-QUANTITY   PIC ZZZ,ZZZ,ZZ9.9999.
               10  FILLER              PIC X(3)  VALUE ' - '.
               10  WS-ACT-L-TEXT       PIC X(40).
               10  FILLER              PIC X(33) VALUE SPACES.
           05  WS-TOT-LINE.
               10  FILLER              PIC X(29) VALUE
                   'TOTAL LENDING FEE ACCRUED   '.
               10  WS-TOT-FEE          PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(88) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-ACCRUE-LOAN
               UNTIL WS-SLN-EOF

           MOVE WS-TOTAL-FEE-TODAY TO WS-TOT-FEE
           WRITE REPORT-RECORD FROM WS-TOT-LINE

           PERFORM 3000-APPLY-INSTRUCTION
               UNTIL WS-SLI-EOF

           PERFORM 4000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE8)

           OPEN I-O SECURITIES-LOAN-FILE
           IF WS-SLN-STATUS NOT = '00' AND '05'
               MOVE 'Error opening securities loan file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               SET WS-SLN-EOF TO TRUE
           END-IF

           OPEN INPUT CURRENT-POSITION-FILE
           IF WS-POS-STATUS NOT = '00'
               MOVE 'Error opening current position view' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT LENDING-REPORT
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'Error opening lending report' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O BATCH-CONTROL-FILE
           IF WS-BCT-STATUS NOT = '00'
               MOVE 'Error opening control file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

      *    No instructions from the lending desk is the usual day --
      *    the accrual still runs.
           OPEN INPUT LOAN-INSTRUCTION-FILE
           IF WS-SLI-STATUS NOT = '00'
               SET WS-SLI-EOF TO TRUE
           END-IF

           PERFORM 1200-INIT-CHECKPOINT

           MOVE WS-CURRENT-DATE-X TO WS-HDR-DATE
           WRITE REPORT-RECORD FROM WS-HDR-LINE
           WRITE REPORT-RECORD FROM WS-COL-LINE

           IF NOT WS-SLN-EOF
               MOVE LOW-VALUES TO SLN-KEY
               START SECURITIES-LOAN-FILE KEY NOT LESS THAN SLN-KEY
                   INVALID KEY
                       SET WS-SLN-EOF TO TRUE
               END-START
           END-IF
           .

       1200-INIT-CHECKPOINT.
           MOVE 'SLNMGR00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for SLNMGR00' TO
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
      * Daily pass over the loans still out.
      *----------------------------------------------------------------*
       2000-ACCRUE-LOAN.
           READ SECURITIES-LOAN-FILE NEXT RECORD
               AT END
                   SET WS-SLN-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-LOANS-READ
           IF NOT SLN-ON-LOAN
               EXIT PARAGRAPH
           END-IF

           PERFORM 2100-VALUE-LOAN
           PERFORM 2200-ACCRUE-FEE
           PERFORM 2300-CHECK-RECALL

           MOVE FUNCTION CURRENT-DATE TO SLN-LAST-MAINT-DATE
           MOVE WS-BATCH-USER-ID   TO SLN-LAST-MAINT-USER
           REWRITE SECURITIES-LOAN-RECORD
               INVALID KEY
                   MOVE 'Error rewriting securities loan' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-REWRITE

           ADD 1 TO WS-LOANS-ACCRUED
           PERFORM 2800-WRITE-LOAN-LINE
           .

      *----------------------------------------------------------------*
      * The loan is worth its units at the holding's base-currency
      * value per unit. A holding already sold out from under a
      * recall keeps the unit value of the last accrual.
      *----------------------------------------------------------------*
       2100-VALUE-LOAN.
           MOVE SLN-PORTFOLIO-ID  TO CUR-PORTFOLIO-ID
           MOVE SLN-INVESTMENT-ID TO CUR-INVESTMENT-ID
           READ CURRENT-POSITION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CUR-QUANTITY > ZERO
                       COMPUTE SLN-UNIT-VALUE ROUNDED =
                           CUR-BASE-VALUE / CUR-QUANTITY
                   END-IF
           END-READ

           COMPUTE SLN-LOAN-VALUE ROUNDED =
               SLN-QUANTITY * SLN-UNIT-VALUE
           .

      *----------------------------------------------------------------*
      * Lending fee on the loan's value for each calendar day since
      * the last accrual -- a weekend's fee accrues on the Monday.
      *----------------------------------------------------------------*
       2200-ACCRUE-FEE.
           MOVE ZERO TO WS-FEE-AMOUNT

           IF SLN-ACCRUED-TO IS NUMERIC
               MOVE SLN-ACCRUED-TO TO WS-WORK-DATE
               COMPUTE WS-WORK-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
               COMPUTE WS-ACCRUAL-DAYS =
                   WS-TODAY-INTEGER - WS-WORK-INTEGER
           ELSE
               MOVE 1 TO WS-ACCRUAL-DAYS
           END-IF

           IF WS-ACCRUAL-DAYS NOT > ZERO
               EXIT PARAGRAPH
           END-IF

           IF SLN-LOAN-VALUE > ZERO
               COMPUTE WS-FEE-AMOUNT ROUNDED =
                   SLN-LOAN-VALUE * SLN-FEE-RATE-PCT / 100
                   * WS-ACCRUAL-DAYS / WS-FEE-BASIS
               ADD WS-FEE-AMOUNT TO SLN-ACCRUED-FEE
               ADD WS-FEE-AMOUNT TO WS-TOTAL-FEE-TODAY
           END-IF
           MOVE WS-CURRENT-DATE-X TO SLN-ACCRUED-TO
           .

      *----------------------------------------------------------------*
      * A recall the borrower has not met inside the grace days is
      * overdue -- the desk chases it or buys the units in.
      *----------------------------------------------------------------*
       2300-CHECK-RECALL.
           MOVE 'ON LOAN' TO WS-LOAN-STATE

           IF NOT SLN-RECALLED OR SLN-RECALL-QTY NOT > ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE 'RECALLED' TO WS-LOAN-STATE
           IF SLN-RECALL-DATE IS NUMERIC
               MOVE SLN-RECALL-DATE TO WS-WORK-DATE
               COMPUTE WS-WORK-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
               COMPUTE WS-RECALL-DAYS =
                   WS-TODAY-INTEGER - WS-WORK-INTEGER
               IF WS-RECALL-DAYS > WS-RECALL-GRACE-DAYS
                   MOVE 'RECALL OVERDUE' TO WS-LOAN-STATE
                   ADD 1 TO WS-RECALLS-OVERDUE
               END-IF
           END-IF
           .

       2800-WRITE-LOAN-LINE.
           MOVE SLN-PORTFOLIO-ID  TO WS-LN-PORTFOLIO
           MOVE SLN-INVESTMENT-ID TO WS-LN-INVESTMENT
           MOVE SLN-BORROWER-ID   TO WS-LN-BORROWER
           MOVE SLN-QUANTITY      TO WS-LN-QUANTITY
           MOVE SLN-LOAN-VALUE    TO WS-LN-VALUE
           MOVE SLN-FEE-RATE-PCT  TO WS-LN-RATE
           MOVE WS-FEE-AMOUNT     TO WS-LN-FEE-TODAY
           MOVE SLN-ACCRUED-FEE   TO WS-LN-FEE-ACCRUED
           MOVE SLN-RECALL-QTY    TO WS-LN-RECALL-QTY
           MOVE WS-LOAN-STATE     TO WS-LN-STATE
           WRITE REPORT-RECORD FROM WS-LOAN-LINE
           .

      *----------------------------------------------------------------*
      * Loan instructions from the lending desk.
      *----------------------------------------------------------------*
       3000-APPLY-INSTRUCTION.
           READ LOAN-INSTRUCTION-FILE
               AT END
                   SET WS-SLI-EOF TO TRUE
                   CLOSE LOAN-INSTRUCTION-FILE
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-INSTR-READ
           MOVE SPACES TO WS-REJECT-REASON

           IF SLI-PORTFOLIO-ID = SPACES OR SLI-INVESTMENT-ID = SPACES
           OR SLI-BORROWER-ID = SPACES
               MOVE 'PORTFOLIO, SECURITY AND BORROWER REQUIRED'
                 TO WS-REJECT-REASON
               PERFORM 3090-REJECT-INSTRUCTION
               EXIT PARAGRAPH
           END-IF

           IF SLI-QUANTITY IS NOT NUMERIC OR SLI-QUANTITY = ZERO
               MOVE 'QUANTITY MUST BE GREATER THAN ZERO'
                 TO WS-REJECT-REASON
               PERFORM 3090-REJECT-INSTRUCTION
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN SLI-NEW
                   PERFORM 3100-OPEN-LOAN
               WHEN SLI-RETURN
                   PERFORM 3200-RETURN-UNITS
               WHEN OTHER
                   MOVE 'UNKNOWN LOAN ACTION' TO WS-REJECT-REASON
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
           MOVE SLI-PORTFOLIO-ID  TO WS-ACT-L-PORTFOLIO
           MOVE SLI-INVESTMENT-ID TO WS-ACT-L-INVESTMENT
           MOVE SLI-BORROWER-ID   TO WS-ACT-L-BORROWER
           IF SLI-QUANTITY IS NUMERIC
               MOVE SLI-QUANTITY  TO WS-ACT-L-QUANTITY
           ELSE
               MOVE ZERO          TO WS-ACT-L-QUANTITY
           END-IF
           MOVE WS-ACTION-TEXT    TO WS-ACT-L-TEXT
           WRITE REPORT-RECORD FROM WS-ACT-LINE
           .

      *----------------------------------------------------------------*
      * A new loan: the units must be held and not already out to
      * another borrower. One loan per borrower at a time -- more
      * units to the same borrower is a second loan once the first
      * has come back. A closed loan's record is reused, keeping any
      * fee accrued but not yet posted.
      *----------------------------------------------------------------*
       3100-OPEN-LOAN.
           IF SLI-FEE-RATE-PCT IS NOT NUMERIC
           OR SLI-FEE-RATE-PCT = ZERO
               MOVE 'FEE RATE MUST BE GREATER THAN ZERO'
                 TO WS-REJECT-REASON
               PERFORM 3090-REJECT-INSTRUCTION
               EXIT PARAGRAPH
           END-IF

           IF SLI-COLL-TYPE NOT = 'C' AND 'S' AND 'L'
               MOVE 'COLLATERAL TYPE MUST BE C, S OR L'
                 TO WS-REJECT-REASON
               PERFORM 3090-REJECT-INSTRUCTION
               EXIT PARAGRAPH
           END-IF

           IF SLI-COLL-AMOUNT IS NOT NUMERIC
               MOVE 'COLLATERAL AMOUNT NOT NUMERIC'
                 TO WS-REJECT-REASON
               PERFORM 3090-REJECT-INSTRUCTION
               EXIT PARAGRAPH
           END-IF

           MOVE SLI-PORTFOLIO-ID  TO CUR-PORTFOLIO-ID
           MOVE SLI-INVESTMENT-ID TO CUR-INVESTMENT-ID
           READ CURRENT-POSITION-FILE
               INVALID KEY
                   MOVE 'SECURITY NOT HELD IN PORTFOLIO'
                     TO WS-REJECT-REASON
                   PERFORM 3090-REJECT-INSTRUCTION
                   EXIT PARAGRAPH
           END-READ

           PERFORM 3150-SUM-LENT-QTY
           COMPUTE WS-LENDABLE-QTY = CUR-QUANTITY - WS-LENT-QTY
           IF SLI-QUANTITY > WS-LENDABLE-QTY
               MOVE 'QUANTITY EXCEEDS UNITS HELD AND NOT LENT'
                 TO WS-REJECT-REASON
               PERFORM 3090-REJECT-INSTRUCTION
               EXIT PARAGRAPH
           END-IF

           MOVE SLI-PORTFOLIO-ID  TO SLN-PORTFOLIO-ID
           MOVE SLI-INVESTMENT-ID TO SLN-INVESTMENT-ID
           MOVE SLI-BORROWER-ID   TO SLN-BORROWER-ID
           READ SECURITIES-LOAN-FILE
               INVALID KEY
                   SET WS-LOAN-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-LOAN-FOUND TO TRUE
           END-READ

           IF WS-LOAN-FOUND AND SLN-ON-LOAN
               MOVE 'LOAN ALREADY OPEN FOR THIS BORROWER'
                 TO WS-REJECT-REASON
               PERFORM 3090-REJECT-INSTRUCTION
               EXIT PARAGRAPH
           END-IF

           IF WS-LOAN-NOT-FOUND
               INITIALIZE SECURITIES-LOAN-RECORD
               MOVE SLI-PORTFOLIO-ID  TO SLN-PORTFOLIO-ID
               MOVE SLI-INVESTMENT-ID TO SLN-INVESTMENT-ID
               MOVE SLI-BORROWER-ID   TO SLN-BORROWER-ID
           END-IF

           MOVE SLI-QUANTITY       TO SLN-QUANTITY
           MOVE SLI-FEE-RATE-PCT   TO SLN-FEE-RATE-PCT
           IF SLI-START-DATE = SPACES
               MOVE WS-CURRENT-DATE-X TO SLN-START-DATE
           ELSE
               MOVE SLI-START-DATE    TO SLN-START-DATE
           END-IF
           MOVE SLI-COLL-TYPE      TO SLN-COLL-TYPE
           MOVE SLI-COLL-AMOUNT    TO SLN-COLL-AMOUNT
           MOVE SLI-COLL-CURRENCY  TO SLN-COLL-CURRENCY
           SET SLN-ACTIVE          TO TRUE
           MOVE ZERO               TO SLN-RECALL-QTY
                                      SLN-RECALL-COUNT
           MOVE SPACES             TO SLN-RECALL-DATE
                                      SLN-CLOSE-DATE
           IF CUR-QUANTITY > ZERO
               COMPUTE SLN-UNIT-VALUE ROUNDED =
                   CUR-BASE-VALUE / CUR-QUANTITY
           END-IF
           COMPUTE SLN-LOAN-VALUE ROUNDED =
               SLN-QUANTITY * SLN-UNIT-VALUE
      *    The fee starts to run from tonight's accrual onward.
           MOVE WS-CURRENT-DATE-X  TO SLN-ACCRUED-TO
           MOVE SLI-ENTERED-BY     TO SLN-ENTERED-BY
           MOVE FUNCTION CURRENT-DATE TO SLN-LAST-MAINT-DATE
           MOVE WS-BATCH-USER-ID   TO SLN-LAST-MAINT-USER

           IF WS-LOAN-FOUND
               REWRITE SECURITIES-LOAN-RECORD
                   INVALID KEY
                       MOVE 'Error reopening securities loan'
                         TO ERR-TEXT
                       PERFORM 9000-ERROR-ROUTINE
                       EXIT PARAGRAPH
               END-REWRITE
           ELSE
               WRITE SECURITIES-LOAN-RECORD
                   INVALID KEY
                       MOVE 'Error writing securities loan'
                         TO ERR-TEXT
                       PERFORM 9000-ERROR-ROUTINE
                       EXIT PARAGRAPH
               END-WRITE
           END-IF

           ADD 1 TO WS-LOANS-OPENED
           MOVE 'OPENED:    '      TO WS-ACT-L-VERB
           MOVE 'NEW LOAN'         TO WS-ACTION-TEXT
           PERFORM 3095-WRITE-ACTION-LINE
           .

      *----------------------------------------------------------------*
      * Units of the security already out, across all borrowers.
      *----------------------------------------------------------------*
       3150-SUM-LENT-QTY.
           MOVE ZERO TO WS-LENT-QTY
           SET WS-SUM-MORE TO TRUE

           MOVE SLI-PORTFOLIO-ID  TO SLN-PORTFOLIO-ID
           MOVE SLI-INVESTMENT-ID TO SLN-INVESTMENT-ID
           MOVE LOW-VALUES        TO SLN-BORROWER-ID
           START SECURITIES-LOAN-FILE KEY NOT LESS THAN SLN-KEY
               INVALID KEY
                   SET WS-SUM-EOF TO TRUE
           END-START

           PERFORM 3155-ADD-ONE-LOAN
               UNTIL WS-SUM-EOF
           .

       3155-ADD-ONE-LOAN.
           READ SECURITIES-LOAN-FILE NEXT RECORD
               AT END
                   SET WS-SUM-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF SLN-PORTFOLIO-ID  NOT = SLI-PORTFOLIO-ID
           OR SLN-INVESTMENT-ID NOT = SLI-INVESTMENT-ID
               SET WS-SUM-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF SLN-ON-LOAN
               ADD SLN-QUANTITY TO WS-LENT-QTY
           END-IF
           .

      *----------------------------------------------------------------*
      * Units coming back from the borrower. Returned units meet the
      * recall first; the loan goes back to active once the recall
      * is met and closes when nothing is left out.
      *----------------------------------------------------------------*
       3200-RETURN-UNITS.
           MOVE SLI-PORTFOLIO-ID  TO SLN-PORTFOLIO-ID
           MOVE SLI-INVESTMENT-ID TO SLN-INVESTMENT-ID
           MOVE SLI-BORROWER-ID   TO SLN-BORROWER-ID
           READ SECURITIES-LOAN-FILE
               INVALID KEY
                   MOVE 'NO LOAN FOR THIS BORROWER'
                     TO WS-REJECT-REASON
                   PERFORM 3090-REJECT-INSTRUCTION
                   EXIT PARAGRAPH
           END-READ

           IF NOT SLN-ON-LOAN
               MOVE 'LOAN IS ALREADY CLOSED' TO WS-REJECT-REASON
               PERFORM 3090-REJECT-INSTRUCTION
               EXIT PARAGRAPH
           END-IF

           MOVE SLI-QUANTITY TO WS-RETURN-QTY
           IF WS-RETURN-QTY > SLN-QUANTITY
               MOVE 'RETURN EXCEEDS QUANTITY ON LOAN'
                 TO WS-REJECT-REASON
               PERFORM 3090-REJECT-INSTRUCTION
               EXIT PARAGRAPH
           END-IF

           SUBTRACT WS-RETURN-QTY FROM SLN-QUANTITY
           IF WS-RETURN-QTY > SLN-RECALL-QTY
               MOVE ZERO TO SLN-RECALL-QTY
           ELSE
               SUBTRACT WS-RETURN-QTY FROM SLN-RECALL-QTY
           END-IF
           COMPUTE SLN-LOAN-VALUE ROUNDED =
               SLN-QUANTITY * SLN-UNIT-VALUE

           EVALUATE TRUE
               WHEN SLN-QUANTITY = ZERO
                   SET SLN-CLOSED TO TRUE
                   MOVE WS-CURRENT-DATE-X TO SLN-CLOSE-DATE
                   MOVE 'LOAN RETURNED IN FULL AND CLOSED'
                     TO WS-ACTION-TEXT
                   ADD 1 TO WS-LOANS-CLOSED
               WHEN SLN-RECALL-QTY = ZERO
                   SET SLN-ACTIVE TO TRUE
                   MOVE 'PART RETURN; NO RECALL OUTSTANDING'
                     TO WS-ACTION-TEXT
               WHEN OTHER
                   MOVE 'PART RETURN; RECALL STILL OUTSTANDING'
                     TO WS-ACTION-TEXT
           END-EVALUATE

           MOVE FUNCTION CURRENT-DATE TO SLN-LAST-MAINT-DATE
           MOVE WS-BATCH-USER-ID   TO SLN-LAST-MAINT-USER
           REWRITE SECURITIES-LOAN-RECORD
               INVALID KEY
                   MOVE 'Error rewriting securities loan' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-REWRITE

           ADD 1 TO WS-RETURNS-APPLIED
           MOVE 'RETURNED:  '      TO WS-ACT-L-VERB
           PERFORM 3095-WRITE-ACTION-LINE
           .

       4000-TERMINATE.
           PERFORM 4100-UPDATE-COMPLETION

           CLOSE SECURITIES-LOAN-FILE
                 CURRENT-POSITION-FILE
                 LENDING-REPORT
                 BATCH-CONTROL-FILE

           DISPLAY 'SLNMGR00 Processing Statistics:'
           DISPLAY '  Loans read:             ' WS-LOANS-READ
           DISPLAY '  Loans accrued:          ' WS-LOANS-ACCRUED
           DISPLAY '  Recalls overdue:        ' WS-RECALLS-OVERDUE
           DISPLAY '  Instructions read:      ' WS-INSTR-READ
           DISPLAY '  Loans opened:           ' WS-LOANS-OPENED
           DISPLAY '  Returns applied:        ' WS-RETURNS-APPLIED
           DISPLAY '  Loans closed:           ' WS-LOANS-CLOSED
           DISPLAY '  Instructions rejected:  ' WS-INSTR-REJECTED
           DISPLAY '  Errors:                 ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       4100-UPDATE-COMPLETION.
           MOVE 'SLNMGR00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for SLNMGR00' TO
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
           MOVE 'SLNMGR00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
