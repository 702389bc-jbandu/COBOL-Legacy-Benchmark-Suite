      *              over the market's holiday calendar. A missing
      *              feed date defaults to the derived one; a stated
      *              date off convention rejects.
      * 2026-10-15 - Accrued interest on bond buys and sells (2159):
      *              a trade the broker feed sent without it gets the
      *              coupon accrued from the start of the period to
      *              settlement, ACRINT00's actual-day pro-rata. The
      *              buy funds check and the unsettled ledger carry
      *              it with the principal.
      * 2026-10-15 - Written calls must be covered (2188): an SS of a
      *              call option rejects unless the portfolio's
      *              underlying holding covers every call it has
      *              written, this one included, times the contract
      *              multiplier.
      * 2026-10-15 - Dollar-amount fund orders (2154/2189): a BU with
      *              no quantity or price for a fund on the FNDCUT
      *              forward-pricing file is held, not passed. It
      *              deals at the NAV of its order date, or of the
      *              next HOLCAL business day when placed after the
      *              fund's cutoff or on a closed day. The order goes
      *              to FNDORD, its cash is reserved on the unsettled
      *              ledger, and it is flagged TRN-STATUS-HELD for the
      *              update to skip. MFDFIL00 fills it once the NAV
      *              is priced. Held orders count with the rejects in
      *              the control totals, since neither reaches
      *              POSUPD00.
      * 2026-10-15 - Securities on loan (SECLOAN) are not available
      *              to a sale (2162), but they are the client's to
      *              call back. A sale that fits the unrestricted
      *              position but reaches into units lent out now
      *              passes. The shortfall is recalled from the
      *              borrowers, loan by loan (2181), and a notice
      *              goes to the lending desk on SLNRCL. The sale
      *              is no longer rejected. SF lending fee income is
      *              accepted as a valid income type.
      * 2026-10-15 - Contribution limits on tax-advantaged accounts
      *              (2183): a DP into an IRA, Roth, SEP or education
      *              savings registration (PORT-REG-TYPE) is added to
      *              the account's deposits for the tax year so far
      *              (CTBYTD) and measured against the CTBLIM annual
      *              limit for the registration type. Over the limit
      *              it rejects, or, where the limit is set to warn,
      *              posts with a line on WTCHRPT. Passed deposits
      *              are counted in (2184), reversed ones backed out
      *              (2191).
      * 2026-10-15 - A deceased owner's account (PORT-DECEASED) is
      *              frozen from the date of death (2125): buys,
      *              sells, shorts, covers, transfers, conversions
      *              and withdrawals reject until the estate is
      *              distributed; income, fees and deposits still
      *              post to it.
      * 2026-10-15 - New RF/DF free receipt and delivery types (2193):
      *              the contra firm is required, a receipt must
      *              carry a non-negative cost basis and an original
      *              acquisition date no later than the receipt, and
      *              a delivery is held to the unrestricted units
      *              like a sale (recalling loaned units) and valued
      *              from the holding's last valuation when no value
      *              comes with it. Both settle on the agreed date,
      *              the trade date by default, and go on the
      *              unsettled ledger for their units only (2168);
      *              a closing account takes no receipts and a
      *              deceased owner's makes no deliveries.
      * 2026-10-15 - Periodic KYC review (2126): an account whose
      *              KYCPRF review is overdue by more than KYCPARM's
      *              grace days (30 by default) rejects new buys and
      *              deposits until KYCMNT00 records the review. An
      *              account with no review profile is not blocked.
      * 2026-10-15 - Personal trading controls for employee and
      *              related-party accounts (PORT-STAFF-ACCOUNT):
      *              a buy, sale, short or cover needs an approved
      *              PRECLR pre-clearance for the security and side,
      *              in its window and covering the quantity (2196),
      *              and a sale may not draw on units held less than
      *              PCLPARM's holding days, 30 by default (2197).
      * 2026-10-15 - WR withholding tax refund income is accepted as
      *              a valid income type.
      * 2026-10-15 - RB fund rebate credits are accepted as a valid
      *              income type.
      * 2026-10-15 - RD complaint redress credits are accepted as a
      *              pure cash movement with no instrument (2160).
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNVAL00.
               RECORD KEY IS HOL-KEY
               FILE STATUS IS WS-HOL-STATUS.

           SELECT FUND-DEALING-FILE
               ASSIGN TO FNDCUT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FDC-KEY
               FILE STATUS IS WS-FDC-STATUS.

           SELECT FUND-ORDER-FILE
               ASSIGN TO FNDORD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FOR-KEY
               FILE STATUS IS WS-FOR-STATUS.

           SELECT SECURITIES-LOAN-FILE
               ASSIGN TO SECLOAN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLN-KEY
               FILE STATUS IS WS-SLN-STATUS.

           SELECT RECALL-NOTICE-FILE
               ASSIGN TO SLNRCL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCL-STATUS.

           SELECT CONTRIBUTION-LIMIT-FILE
               ASSIGN TO CTBLIM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CBL-KEY
               FILE STATUS IS WS-CBL-STATUS.

           SELECT CONTRIBUTION-YTD-FILE
               ASSIGN TO CTBYTD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CYT-KEY
               FILE STATUS IS WS-CYT-STATUS.

           SELECT KYC-PROFILE-FILE
               ASSIGN TO KYCPRF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KYC-KEY
               FILE STATUS IS WS-KYC-STATUS.

           SELECT KYC-PARM-FILE
               ASSIGN TO KYCPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KPM-STATUS.

           SELECT PRECLEAR-FILE
               ASSIGN TO PRECLR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCL-KEY
               FILE STATUS IS WS-PCL-STATUS.

           SELECT LOT-FILE
               ASSIGN TO PORTLOT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-LOT-STATUS.

           SELECT PCL-PARM-FILE
               ASSIGN TO PCLPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PPM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE
       FD  HOLIDAY-FILE.
           COPY HOLCAL.

       FD  FUND-DEALING-FILE.
           COPY FNDCUT.

       FD  FUND-ORDER-FILE.
           COPY FNDORD.

       FD  SECURITIES-LOAN-FILE.
           COPY SECLOAN.

       FD  RECALL-NOTICE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  RECALL-NOTICE-RECORD        PIC X(132).

       FD  CONTRIBUTION-LIMIT-FILE.
           COPY CTBLIM.

       FD  CONTRIBUTION-YTD-FILE.
           COPY CTBYTD.

       FD  KYC-PROFILE-FILE.
           COPY KYCPRF.

       FD  KYC-PARM-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY KYCPARM.

       FD  PRECLEAR-FILE.
           COPY PRECLR.

       FD  LOT-FILE.
           COPY PORTLOT.

       FD  PCL-PARM-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY PCLPARM.

       WORKING-STORAGE SECTION.
           COPY BCHCON.
           COPY ERRHAND.
           05  WS-WTC-STATUS           PIC X(2).
           05  WS-SUI-STATUS           PIC X(2).
           05  WS-SUQ-STATUS           PIC X(2).
           05  WS-FDC-STATUS           PIC X(2).
           05  WS-FOR-STATUS           PIC X(2).
           05  WS-SLN-STATUS           PIC X(2).
           05  WS-RCL-STATUS           PIC X(2).
           05  WS-CBL-STATUS           PIC X(2).
           05  WS-CYT-STATUS           PIC X(2).
           05  WS-KYC-STATUS           PIC X(2).
           05  WS-KPM-STATUS           PIC X(2).
           05  WS-PCL-STATUS           PIC X(2).
           05  WS-LOT-STATUS           PIC X(2).
           05  WS-PPM-STATUS           PIC X(2).

       01  WS-CONSTANTS.
      *    TRNVAL00's own position in PRCSEQ's STANDARD-SEQUENCES --
      *    House default settlement convention for markets with no
      *    MKTSTL entry.
           05  WS-DEFAULT-SETTLE-DAYS  PIC 9(2) VALUE 2.
      *    Days a KYC review may run past due before new purchases
      *    and deposits are blocked. KYCPARM overrides when present.
           05  WS-KYC-GRACE-DAYS       PIC 9(3) VALUE 30.
      *    Days a staff account must hold a purchase before selling
      *    it. PCLPARM overrides when present.
           05  WS-PCL-HOLD-DAYS        PIC 9(3) VALUE 30.

       01  WS-SWITCHES.
           05  WS-END-OF-FILE-SW       PIC X(1) VALUE 'N'.
               88  WS-ENV-WANT-HEADER       VALUE 'H'.
               88  WS-ENV-IN-BODY           VALUE 'B'.
               88  WS-ENV-PAST-TRAILER      VALUE 'T'.
           05  WS-FUND-ORDER-SW        PIC X(1) VALUE 'N'.
               88  WS-FUND-ORDER            VALUE 'Y'.
               88  WS-NOT-FUND-ORDER        VALUE 'N'.
           05  WS-SLN-AVAILABLE-SW     PIC X(1) VALUE 'N'.
               88  WS-SLN-AVAILABLE         VALUE 'Y'.
               88  WS-SLN-UNAVAILABLE       VALUE 'N'.
           05  WS-SLN-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-SLN-EOF               VALUE 'Y'.
               88  WS-SLN-MORE              VALUE 'N'.
           05  WS-CBL-AVAILABLE-SW     PIC X(1) VALUE 'N'.
               88  WS-CBL-AVAILABLE         VALUE 'Y'.
               88  WS-CBL-UNAVAILABLE       VALUE 'N'.
           05  WS-CTB-TRACKED-SW       PIC X(1) VALUE 'N'.
               88  WS-CTB-TRACKED           VALUE 'Y'.
               88  WS-CTB-NOT-TRACKED       VALUE 'N'.
           05  WS-CTB-OVER-SW          PIC X(1) VALUE 'N'.
               88  WS-CTB-OVER-LIMIT        VALUE 'Y'.
               88  WS-CTB-WITHIN-LIMIT      VALUE 'N'.
           05  WS-KYC-AVAILABLE-SW     PIC X(1) VALUE 'N'.
               88  WS-KYC-AVAILABLE         VALUE 'Y'.
               88  WS-KYC-UNAVAILABLE       VALUE 'N'.
           05  WS-PCL-AVAILABLE-SW     PIC X(1) VALUE 'N'.
               88  WS-PCL-AVAILABLE         VALUE 'Y'.
               88  WS-PCL-UNAVAILABLE       VALUE 'N'.
           05  WS-PCL-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-PCL-EOF               VALUE 'Y'.
               88  WS-PCL-MORE              VALUE 'N'.
           05  WS-PCL-MATCH-SW         PIC X(1) VALUE 'N'.
               88  WS-PCL-MATCHED           VALUE 'Y'.
               88  WS-PCL-NOT-MATCHED       VALUE 'N'.
           05  WS-LOT-AVAILABLE-SW     PIC X(1) VALUE 'N'.
               88  WS-LOT-AVAILABLE         VALUE 'Y'.
               88  WS-LOT-UNAVAILABLE       VALUE 'N'.
           05  WS-LOT-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-LOT-EOF               VALUE 'Y'.
               88  WS-LOT-MORE              VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-POST-TRADE-PCT       PIC 9(3)V99.
           05  WS-RESTRICTED-QTY       PIC S9(11)V9(4) COMP-3.
           05  WS-AVAILABLE-QTY        PIC S9(11)V9(4) COMP-3.
           05  WS-LOANED-QTY           PIC S9(11)V9(4) COMP-3.
           05  WS-IN-HOUSE-QTY         PIC S9(11)V9(4) COMP-3.
           05  WS-RECALL-QTY           PIC S9(11)V9(4) COMP-3.
           05  WS-RECALL-PART          PIC S9(11)V9(4) COMP-3.
           05  WS-ENV-RECORD-COUNT     PIC 9(9) VALUE 0.
           05  WS-ENV-AMOUNT-TOTAL     PIC S9(15)V9(2) COMP-3
                                       VALUE 0.
           05  WS-LIM-HARD             PIC 9(3)V99.
           05  WS-LIM-WARN             PIC 9(3)V99.
           05  WS-FND-CUTOFF           PIC X(4).
           05  WS-CTB-TAX-YEAR         PIC 9(4).
           05  WS-CTB-AMOUNT           PIC S9(13)V9(2) COMP-3.
           05  WS-CTB-PROJECTED        PIC S9(13)V9(2) COMP-3.
           05  WS-CTB-LIMIT            PIC S9(11)V9(2) COMP-3.
           05  WS-CTB-EDIT-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  WS-CTB-EDIT-LIMIT       PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-KYC-DUE-DATE8        PIC 9(8).
           05  WS-KYC-DUE-DATE-X REDEFINES WS-KYC-DUE-DATE8
                                       PIC X(8).
           05  WS-KYC-DAYS-OVERDUE     PIC S9(9) COMP.
           05  WS-PCL-SIDE             PIC X(1).
           05  WS-PCL-TRN-DATE8        PIC 9(8).
           05  WS-PCL-TRN-DATE-X REDEFINES WS-PCL-TRN-DATE8
                                       PIC X(8).
           05  WS-PCL-HOLD-INTEGER     PIC S9(9) COMP.
           05  WS-PCL-HELD-DATE8       PIC 9(8).
           05  WS-PCL-HELD-DATE-X REDEFINES WS-PCL-HELD-DATE8
                                       PIC X(8).
           05  WS-PCL-HELD-QTY         PIC S9(11)V9(4) COMP-3.

      *----------------------------------------------------------------*
      * Settlement derivation work fields. INTEGER-OF-DATE day 1 is
               88  WS-STL-DEFAULTED        VALUE 'Y'.
               88  WS-STL-NOT-DEFAULTED    VALUE 'N'.

      *----------------------------------------------------------------*
      * Accrued interest derivation work fields -- the period start
      * is the next coupon date rolled back by the issue's frequency,
      * day clamped to 28, exactly as ACRINT00 strikes it nightly.
      *----------------------------------------------------------------*
       01  WS-ACCRUED-WORK.
           05  WS-ACI-DATE-NUM         PIC 9(8).
           05  WS-ACI-DATE-PARTS REDEFINES WS-ACI-DATE-NUM.
               10  WS-ACI-YYYY         PIC 9(4).
               10  WS-ACI-MM           PIC 9(2).
               10  WS-ACI-DD           PIC 9(2).
           05  WS-ACI-DATE-X REDEFINES WS-ACI-DATE-NUM
                                       PIC X(8).
           05  WS-ACI-SETTLE-X         PIC X(8).
           05  WS-ACI-MONTHS           PIC 9(2) COMP.
           05  WS-ACI-START-INTEGER    PIC S9(9) COMP.
           05  WS-ACI-END-INTEGER      PIC S9(9) COMP.
           05  WS-ACI-SETTLE-INTEGER   PIC S9(9) COMP.
           05  WS-ACI-DAYS-ACCRUED     PIC S9(5) COMP-3.
           05  WS-ACI-PERIOD-DAYS      PIC S9(5) COMP-3.
           05  WS-ACI-DERIVED-SW       PIC X(1) VALUE 'N'.
               88  WS-ACI-DERIVED          VALUE 'Y'.
               88  WS-ACI-NOT-DERIVED      VALUE 'N'.

      *    Set when 2194 strikes a free delivery's value onto the
      *    record -- it has to be rewritten for the update pass.
       01  WS-FREE-MOVEMENT-WORK.
           05  WS-FOP-VALUED-SW        PIC X(1) VALUE 'N'.
               88  WS-FOP-VALUED           VALUE 'Y'.
               88  WS-FOP-NOT-VALUED       VALUE 'N'.

       01  WS-COVERED-CALL-WORK.
           05  WS-CCV-MULT             PIC 9(05) COMP-3.
           05  WS-CCV-UNDERLYING-ID    PIC X(10).
           05  WS-CCV-CONTRACTS        PIC S9(11)V9(4) COMP-3.
           05  WS-CCV-REQUIRED-QTY     PIC S9(13)V9(4) COMP-3.


      *----------------------------------------------------------------*
      * Request area for CTLTOT00, which lands this step's counts on
           05  WS-SUSP-RELEASED        PIC 9(7) COMP VALUE 0.
           05  WS-SUSP-HELD            PIC 9(7) COMP VALUE 0.
           05  WS-SUSP-AGED-OUT        PIC 9(7) COMP VALUE 0.
           05  WS-FUND-ORDERS-HELD     PIC 9(7) COMP VALUE 0.
           05  WS-RECALLS-ISSUED       PIC 9(7) COMP VALUE 0.
           05  WS-CONTRIB-WARNINGS     PIC 9(7) COMP VALUE 0.

      *----------------------------------------------------------------*
      * Recall notice to the lending desk: which borrower returns how
      * many units of what, for which sale, by its settlement date.
      *----------------------------------------------------------------*
       01  WS-RECALL-LINE.
           05  FILLER                  PIC X(15) VALUE
               'RECALL NOTICE: '.
           05  WS-RCL-BORROWER         PIC X(8).
           05  FILLER                  PIC X(8)  VALUE ' RETURN '.
           05  WS-RCL-QUANTITY         PIC ZZZ,ZZZ,ZZ9.9999.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-RCL-INVESTMENT       PIC X(10).
           05  FILLER                  PIC X(4)  VALUE ' TO '.
           05  WS-RCL-PORTFOLIO        PIC X(8).
           05  FILLER                  PIC X(4)  VALUE ' BY '.
           05  WS-RCL-DUE-DATE         PIC X(8).
           05  FILLER                  PIC X(7)  VALUE ' SALE '.
           05  WS-RCL-TRN-DATE         PIC X(8).
           05  FILLER                  PIC X(1)  VALUE '/'.
           05  WS-RCL-TRN-SEQ          PIC X(6).
           05  FILLER                  PIC X(28) VALUE SPACES.

      *----------------------------------------------------------------*
      * Request area for PORTVALD, reused here for the same Portfolio
           PERFORM 1025-LOAD-CYCLE-PARM
           PERFORM 1100-OPEN-FILES
           PERFORM 1150-LOAD-SUSPENSE-CONFIG
           PERFORM 1160-LOAD-KYC-CONFIG
           PERFORM 1170-LOAD-PCL-CONFIG
           PERFORM 1200-INIT-CHECKPOINT
           PERFORM 1350-VERIFY-ENVELOPE
           PERFORM 1300-REPROCESS-SUSPENSE
               MOVE 'Error opening suitability queue' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT FUND-DEALING-FILE
           IF WS-FDC-STATUS NOT = '00'
               MOVE 'Error opening fund dealing terms' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O FUND-ORDER-FILE
           IF WS-FOR-STATUS NOT = '00' AND '05'
               MOVE 'Error opening fund order file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

      *    The loan file only exists once the lending program has
      *    lent something -- without it nothing is on loan.
           OPEN I-O SECURITIES-LOAN-FILE
           IF WS-SLN-STATUS = '00'
               SET WS-SLN-AVAILABLE TO TRUE
           ELSE
               SET WS-SLN-UNAVAILABLE TO TRUE
           END-IF

           OPEN OUTPUT RECALL-NOTICE-FILE
           IF WS-RCL-STATUS NOT = '00'
               MOVE 'Error opening recall notice file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

      *    No limit table catalogued means no contribution limit is
      *    enforced -- deposits are still counted toward the year.
           OPEN INPUT CONTRIBUTION-LIMIT-FILE
           IF WS-CBL-STATUS = '00'
               SET WS-CBL-AVAILABLE TO TRUE
           ELSE
               SET WS-CBL-UNAVAILABLE TO TRUE
           END-IF

           OPEN I-O CONTRIBUTION-YTD-FILE
           IF WS-CYT-STATUS NOT = '00' AND '05'
               MOVE 'Error opening contributions to date file'
                 TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

      *    No review profile file means no account is on the KYC
      *    cycle yet -- nothing is blocked for an overdue review.
           OPEN INPUT KYC-PROFILE-FILE
           IF WS-KYC-STATUS = '00'
               SET WS-KYC-AVAILABLE TO TRUE
           ELSE
               SET WS-KYC-UNAVAILABLE TO TRUE
           END-IF

      *    No pre-clearance file means nothing has been approved --
      *    a staff account's trades reject (2196). No lot file means
      *    no purchase is on record to be held.
           OPEN INPUT PRECLEAR-FILE
           IF WS-PCL-STATUS = '00'
               SET WS-PCL-AVAILABLE TO TRUE
           ELSE
               SET WS-PCL-UNAVAILABLE TO TRUE
           END-IF

           OPEN INPUT LOT-FILE
           IF WS-LOT-STATUS = '00'
               SET WS-LOT-AVAILABLE TO TRUE
           ELSE
               SET WS-LOT-UNAVAILABLE TO TRUE
           END-IF
           .

      *----------------------------------------------------------------*
           END-IF
           .

      *----------------------------------------------------------------*
      * The KYC grace days from KYCPARM, the same optional-parameter
      * pattern as SUSPARM above.
      *----------------------------------------------------------------*
       1160-LOAD-KYC-CONFIG.
           OPEN INPUT KYC-PARM-FILE

           IF WS-KPM-STATUS = '00'
               READ KYC-PARM-FILE
               IF WS-KPM-STATUS = '00'
                   IF KPM-GRACE-DAYS IS NUMERIC
                      AND KPM-GRACE-DAYS NOT = 0
                       MOVE KPM-GRACE-DAYS TO WS-KYC-GRACE-DAYS
                   END-IF
               END-IF
               CLOSE KYC-PARM-FILE
           END-IF
           .

      *----------------------------------------------------------------*
      * The staff holding days from PCLPARM, the same optional-
      * parameter pattern as SUSPARM above. The approval window is
      * PCLMNT00's; it is stamped on each approval as its expiry.
      *----------------------------------------------------------------*
       1170-LOAD-PCL-CONFIG.
           OPEN INPUT PCL-PARM-FILE

           IF WS-PPM-STATUS = '00'
               READ PCL-PARM-FILE
               IF WS-PPM-STATUS = '00'
                   IF PPM-HOLD-DAYS IS NUMERIC
                      AND PPM-HOLD-DAYS NOT = 0
                       MOVE PPM-HOLD-DAYS TO WS-PCL-HOLD-DAYS
                   END-IF
               END-IF
               CLOSE PCL-PARM-FILE
           END-IF
           .

      *----------------------------------------------------------------*
      * Suspense pass, run before any fresh input is read: every held
      * entry is re-validated with the same edits the main pass
           ADD 1 TO WS-READ-COUNT
           SET WS-VALID TO TRUE
           SET WS-STL-NOT-DEFAULTED TO TRUE
           SET WS-ACI-NOT-DERIVED TO TRUE
           SET WS-FOP-NOT-VALUED TO TRUE
           MOVE SPACES TO WS-REJECT-REASON

      *    A reversal instruction carries the original transaction's
      *    through to the update.
           IF TRN-STATUS-REV
               ADD 1 TO WS-PASS-COUNT
               IF TRN-TYPE-DEP
                   PERFORM 2191-REVERSE-CONTRIBUTION
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM 2105-RUN-EDITS

      *    A fund order has nothing to post until its NAV is known --
      *    it is held, not passed.
           IF WS-VALID AND WS-FUND-ORDER
               PERFORM 2189-HOLD-FUND-ORDER
               EXIT PARAGRAPH
           END-IF

           IF WS-VALID
               ADD 1 TO WS-PASS-COUNT
      *        A settlement date, accrued interest or delivery
      *        value this gate just derived must land back on the
      *        record POSUPD00 posts by.
               IF WS-STL-DEFAULTED OR WS-ACI-DERIVED OR WS-FOP-VALUED
                   REWRITE TRANSACTION-RECORD
                   IF WS-TRAN-STATUS NOT = '00'
                       DISPLAY 'Error rewriting derived settlement: '
                   END-IF
               END-IF
               IF TRN-TYPE-BUY OR TRN-TYPE-SELL OR TRN-TYPE-TRANS
               OR TRN-TYPE-SHORT OR TRN-TYPE-COVER OR TRN-TYPE-FREE
                   PERFORM 2168-RECORD-UNSETTLED-TRADE
               END-IF
               IF WS-CTB-TRACKED
                   PERFORM 2184-RECORD-CONTRIBUTION
               END-IF
      *        Recall only once the sale has passed every edit -- and
      *        here, not in 2105, so a released suspense entry that is
      *        validated again in the main pass recalls once.
               IF (TRN-TYPE-SELL OR TRN-TYPE-DLVF)
                  AND WS-RECALL-QTY > ZERO
                   PERFORM 2181-ISSUE-RECALL
               END-IF
           ELSE
               PERFORM 2170-REJECT-TRANSACTION
           END-IF
      * the start-of-run suspense reprocessing pass.
      *----------------------------------------------------------------*
       2105-RUN-EDITS.
           SET WS-NOT-FUND-ORDER TO TRUE
           SET WS-CTB-NOT-TRACKED TO TRUE
           SET WS-CTB-WITHIN-LIMIT TO TRUE
           MOVE ZERO TO WS-RECALL-QTY
           PERFORM 2110-VALIDATE-DATE-TIME
           IF WS-VALID
               PERFORM 2120-VALIDATE-PORTFOLIO-ID
           IF WS-VALID
               PERFORM 2160-VALIDATE-INSTRUMENT
           END-IF
           IF WS-VALID AND PORT-STAFF-ACCOUNT
              AND (TRN-TYPE-BUY OR TRN-TYPE-SELL
                   OR TRN-TYPE-SHORT OR TRN-TYPE-COVER)
               PERFORM 2196-VALIDATE-PRECLEARANCE
           END-IF
           IF WS-VALID AND PORT-STAFF-ACCOUNT AND TRN-TYPE-SELL
              AND WS-LOT-AVAILABLE
               PERFORM 2197-VALIDATE-HOLDING-PERIOD
           END-IF
           IF WS-VALID AND TRN-TYPE-BUY
              AND TRN-QUANTITY = ZERO AND TRN-PRICE = ZERO
               PERFORM 2154-CHECK-FUND-ORDER
           END-IF
           IF WS-VALID AND (TRN-TYPE-BUY OR TRN-TYPE-SELL)
               PERFORM 2159-DERIVE-ACCRUED-INTEREST
           END-IF
           IF WS-VALID AND TRN-TYPE-WDR
               PERFORM 2165-VALIDATE-WITHDRAWAL
           END-IF
           IF WS-VALID AND TRN-TYPE-DEP AND PORT-REG-TAX-ADVANTAGED
               PERFORM 2183-VALIDATE-CONTRIBUTION
           END-IF
           IF WS-VALID AND TRN-TYPE-FXC
               PERFORM 2161-VALIDATE-FX-TARGET
           END-IF
           IF WS-VALID AND TRN-TYPE-FREE
               PERFORM 2193-VALIDATE-FREE-MOVEMENT
           END-IF
           IF WS-VALID AND (TRN-TYPE-SELL OR TRN-TYPE-DLVF)
               PERFORM 2162-VALIDATE-SELL-RESTRICTION
           END-IF
           IF WS-VALID AND TRN-TYPE-BUY
           IF WS-VALID AND TRN-TYPE-COVER
               PERFORM 2187-VALIDATE-COVER
           END-IF
           IF WS-VALID AND TRN-TYPE-SHORT
              AND SEC-INSTR-TYPE = 'OPT' AND SEC-OPT-CALL
               PERFORM 2188-VALIDATE-COVERED-CALL
           END-IF
           IF WS-VALID AND WS-NOT-FUND-ORDER
              AND (TRN-TYPE-BUY OR TRN-TYPE-SELL OR TRN-TYPE-TRANS
                   OR TRN-TYPE-SHORT OR TRN-TYPE-COVER)
               PERFORM 2155-VALIDATE-SETTLEMENT-DATE
           END-IF
           .

      *----------------------------------------------------------------*
      * Writing a call is only allowed covered: the portfolio must
      * already hold enough of the underlying to deliver against
      * every call it has written on it, the calls already short on
      * this option plus this one, at the contract multiplier. 2160
      * has just read the option's own master entry.
      *----------------------------------------------------------------*
       2188-VALIDATE-COVERED-CALL.
           MOVE SEC-CONTRACT-MULT  TO WS-CCV-MULT
           MOVE SEC-UNDERLYING-ID  TO WS-CCV-UNDERLYING-ID
           MOVE TRN-QUANTITY       TO WS-CCV-CONTRACTS

           MOVE TRN-PORTFOLIO-ID  TO CUR-PORTFOLIO-ID
           MOVE TRN-INVESTMENT-ID TO CUR-INVESTMENT-ID
           READ CURRENT-POSITION-FILE
               INVALID KEY
                   MOVE ZERO TO CUR-QUANTITY
           END-READ
           IF CUR-QUANTITY < ZERO
               SUBTRACT CUR-QUANTITY FROM WS-CCV-CONTRACTS
           END-IF

           COMPUTE WS-CCV-REQUIRED-QTY =
               WS-CCV-CONTRACTS * WS-CCV-MULT

           MOVE TRN-PORTFOLIO-ID     TO CUR-PORTFOLIO-ID
           MOVE WS-CCV-UNDERLYING-ID TO CUR-INVESTMENT-ID
           READ CURRENT-POSITION-FILE
               INVALID KEY
                   MOVE ZERO TO CUR-QUANTITY
           END-READ

           IF WS-CCV-UNDERLYING-ID = SPACES
           OR CUR-QUANTITY < WS-CCV-REQUIRED-QTY
               SET WS-INVALID TO TRUE
               MOVE 'Written call not covered by underlying' TO
                   WS-REJECT-REASON
           END-IF
           .

      *----------------------------------------------------------------*
      * Holds a validated fund order for its NAV. The order deals at
      * its own date's NAV when stamped by the fund's cutoff on a
      * business day of the fund's market, otherwise at the next
      * business day's -- the same HOLCAL roll 2156 uses. The cash
      * is reserved on the unsettled ledger (type FO, no units) so
      * later buys' funds checks see it, and the transaction is
      * flagged held for the update to skip. A duplicate key is a
      * revalidated suspense release and leaves the entry in place.
      *----------------------------------------------------------------*
       2189-HOLD-FUND-ORDER.
           MOVE SEC-MARKET TO WS-STL-MARKET
           MOVE TRN-DATE TO WS-STL-TRADE-NUM
           COMPUTE WS-STL-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-STL-TRADE-NUM)
           PERFORM 2158-CHECK-BUSINESS-DAY

           IF WS-STL-IS-HOLIDAY
           OR WS-STL-DOW = 6 OR WS-STL-DOW = 0
           OR TRN-TIME(1:4) > WS-FND-CUTOFF
               MOVE ZERO TO WS-STL-COUNTED
               PERFORM 2157-ADVANCE-ONE-BUSINESS-DAY
                   UNTIL WS-STL-COUNTED >= 1
           END-IF

           INITIALIZE FUND-ORDER-RECORD
           MOVE TRN-PORTFOLIO-ID   TO FOR-PORTFOLIO-ID
           MOVE TRN-INVESTMENT-ID  TO FOR-INVESTMENT-ID
           MOVE TRN-DATE           TO FOR-ORDER-DATE
           MOVE TRN-SEQUENCE-NO    TO FOR-SEQUENCE-NO
           MOVE TRN-TIME           TO FOR-ORDER-TIME
           MOVE WS-STL-CANDIDATE-X TO FOR-NAV-DATE
           MOVE TRN-AMOUNT         TO FOR-AMOUNT
           MOVE TRN-CURRENCY       TO FOR-CURRENCY
           SET FOR-PENDING         TO TRUE
           MOVE SPACES             TO FOR-FILL-DATE
           MOVE SPACES             TO FOR-FILL-SEQ-NO
           MOVE FUNCTION CURRENT-DATE TO FOR-LAST-MAINT-DATE
           MOVE 'TRNVAL00'         TO FOR-LAST-MAINT-USER
           MOVE SPACES             TO FOR-FILLER

           WRITE FUND-ORDER-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           INITIALIZE UNSETTLED-TRADE-RECORD
           MOVE TRN-PORTFOLIO-ID   TO UNS-PORTFOLIO-ID
           MOVE TRN-INVESTMENT-ID  TO UNS-INVESTMENT-ID
           MOVE TRN-DATE           TO UNS-TRADE-DATE
           MOVE TRN-SEQUENCE-NO    TO UNS-SEQUENCE-NO
           SET UNS-FUND-ORDER      TO TRUE
           MOVE FOR-NAV-DATE       TO UNS-SETTLE-DATE
           PERFORM 2175-CONVERT-AMOUNT-TO-BASE
           MOVE ZERO               TO UNS-PENDING-QTY
           COMPUTE UNS-PENDING-AMT = 0 - WS-BASE-AMOUNT

           WRITE UNSETTLED-TRADE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           SET TRN-STATUS-HELD TO TRUE
           REWRITE TRANSACTION-RECORD
           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY 'Error rewriting held fund order: '
                       TRN-KEY
           END-IF

           ADD 1 TO WS-FUND-ORDERS-HELD
           .

       2186-QUEUE-FOR-REVIEW.
           INITIALIZE SUITABILITY-QUEUE-RECORD
           MOVE TRN-DATE          TO SUQ-TRN-DATE
           END-WRITE
           .

      *----------------------------------------------------------------*
      * An amount-only buy -- no quantity, no price -- of a fund on
      * the FNDCUT forward-pricing file is a fund order: the units
      * are not known until the NAV is struck. Any other amount-only
      * buy is edited exactly as before. 2160 has just read the
      * security master.
      *----------------------------------------------------------------*
       2154-CHECK-FUND-ORDER.
           MOVE TRN-INVESTMENT-ID TO FDC-FUND-ID
           READ FUND-DEALING-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           IF FDC-CUTOFF-TIME IS NOT NUMERIC
               SET WS-INVALID TO TRUE
               MOVE 'Fund dealing cutoff not set' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE FDC-CUTOFF-TIME TO WS-FND-CUTOFF
           SET WS-FUND-ORDER TO TRUE
           .

      *----------------------------------------------------------------*
      * Settlement dates stop being taken on faith from the feed:
      * the expected date is derived from the instrument's market --
           END-READ
           .

      *----------------------------------------------------------------*
      * Accrued interest on a bond trade: what the buyer pays the
      * seller for the coupon earned since the period started. The
      * broker's own figure stands when the feed carries one;
      * otherwise it is struck here from the security master's
      * coupon terms, actual days from period start to settlement
      * over actual days in the period. A trade settling on or after
      * the coupon date carries none -- that coupon belongs to the
      * seller. 2160 has just read the security master. Runs ahead
      * of the funds check, which needs the full cash the buy pays.
      *----------------------------------------------------------------*
       2159-DERIVE-ACCRUED-INTEREST.
           IF TRN-ACCRUED-INT IS NOT NUMERIC
               MOVE ZERO TO TRN-ACCRUED-INT
               SET WS-ACI-DERIVED TO TRUE
           END-IF

           IF TRN-ACCRUED-INT NOT = ZERO
               EXIT PARAGRAPH
           END-IF

           IF SEC-COUPON-AMOUNT IS NOT NUMERIC
           OR SEC-COUPON-AMOUNT = ZERO
           OR SEC-NEXT-COUPON-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           IF TRN-SETTLEMENT-DATE IS NUMERIC
               MOVE TRN-SETTLEMENT-DATE TO WS-ACI-SETTLE-X
           ELSE
               MOVE SEC-MARKET TO WS-STL-MARKET
               PERFORM 2156-DERIVE-EXPECTED-DATE
               MOVE WS-STL-EXPECTED TO WS-ACI-SETTLE-X
           END-IF

           IF WS-ACI-SETTLE-X NOT < SEC-NEXT-COUPON-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE SEC-NEXT-COUPON-DATE TO WS-ACI-DATE-X
           COMPUTE WS-ACI-END-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-ACI-DATE-NUM)

           IF SEC-COUPON-FREQ-MTHS IS NOT NUMERIC
           OR SEC-COUPON-FREQ-MTHS = 0
               MOVE 6 TO WS-ACI-MONTHS
           ELSE
               MOVE SEC-COUPON-FREQ-MTHS TO WS-ACI-MONTHS
           END-IF

           PERFORM WS-ACI-MONTHS TIMES
               IF WS-ACI-MM = 01
                   SUBTRACT 1 FROM WS-ACI-YYYY
                   MOVE 12 TO WS-ACI-MM
               ELSE
                   SUBTRACT 1 FROM WS-ACI-MM
               END-IF
           END-PERFORM
           IF WS-ACI-DD > 28
               MOVE 28 TO WS-ACI-DD
           END-IF
           COMPUTE WS-ACI-START-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-ACI-DATE-NUM)

           MOVE WS-ACI-SETTLE-X TO WS-ACI-DATE-X
           COMPUTE WS-ACI-SETTLE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-ACI-DATE-NUM)

           COMPUTE WS-ACI-PERIOD-DAYS =
               WS-ACI-END-INTEGER - WS-ACI-START-INTEGER
           COMPUTE WS-ACI-DAYS-ACCRUED =
               WS-ACI-SETTLE-INTEGER - WS-ACI-START-INTEGER

           IF WS-ACI-PERIOD-DAYS <= ZERO
           OR WS-ACI-DAYS-ACCRUED <= ZERO
               EXIT PARAGRAPH
           END-IF

           COMPUTE TRN-ACCRUED-INT ROUNDED =
               TRN-QUANTITY * SEC-COUPON-AMOUNT *
               WS-ACI-DAYS-ACCRUED / WS-ACI-PERIOD-DAYS
           SET WS-ACI-DERIVED TO TRUE
           .

       2110-VALIDATE-DATE-TIME.
           IF TRN-DATE IS NOT NUMERIC
               SET WS-INVALID TO TRUE

      *    A closing account winds down only -- no new money in.
           IF PORT-CLOSING
              AND (TRN-TYPE-BUY OR TRN-TYPE-SHORT OR TRN-TYPE-DEP
                   OR TRN-TYPE-RCVF)
               SET WS-INVALID TO TRUE
               MOVE 'Account closing - no new purchases' TO
                   WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

      *    A deceased owner's account is frozen for the estate --
      *    nothing is traded or paid out of it except through the
      *    decedent distribution to the beneficiaries.
           IF PORT-DECEASED
              AND (TRN-TYPE-BUY OR TRN-TYPE-SELL OR TRN-TYPE-SHORT
                   OR TRN-TYPE-COVER OR TRN-TYPE-TRANS
                   OR TRN-TYPE-FXC OR TRN-TYPE-WDR
                   OR TRN-TYPE-DLVF)
               SET WS-INVALID TO TRUE
               MOVE 'Account owner deceased - account frozen' TO
                   WS-REJECT-REASON
           END-IF

           IF WS-VALID AND WS-KYC-AVAILABLE
              AND (TRN-TYPE-BUY OR TRN-TYPE-DEP)
               PERFORM 2126-VALIDATE-KYC-REVIEW
           END-IF
           .

      *----------------------------------------------------------------*
      * An account whose periodic KYC review has run past due by
      * more than the grace days takes no new purchases or deposits
      * until the review is recorded. Sales, withdrawals and income
      * still post, so the client can always get out. An account
      * with no profile has never been put on the cycle and is left
      * to the month-end KYCRPT00 listing.
      *----------------------------------------------------------------*
       2126-VALIDATE-KYC-REVIEW.
           MOVE TRN-PORTFOLIO-ID TO KYC-PORTFOLIO-ID
           READ KYC-PROFILE-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           IF KYC-NEXT-DUE-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           MOVE KYC-NEXT-DUE-DATE TO WS-KYC-DUE-DATE-X
           COMPUTE WS-KYC-DAYS-OVERDUE =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE8)
             - FUNCTION INTEGER-OF-DATE(WS-KYC-DUE-DATE8)

           IF WS-KYC-DAYS-OVERDUE > WS-KYC-GRACE-DAYS
               SET WS-INVALID TO TRUE
               MOVE 'KYC review overdue - buys and deposits blocked'
                 TO WS-REJECT-REASON
           END-IF
           .

              AND NOT TRN-TYPE-CGD AND NOT TRN-TYPE-FXC
              AND NOT TRN-TYPE-SHORT AND NOT TRN-TYPE-COVER
              AND NOT TRN-TYPE-DEP AND NOT TRN-TYPE-WDR
              AND NOT TRN-TYPE-SLF AND NOT TRN-TYPE-FREE
              AND NOT TRN-TYPE-WHTR AND NOT TRN-TYPE-RBT
              AND NOT TRN-TYPE-RDR
               SET WS-INVALID TO TRUE
               MOVE 'Invalid transaction type' TO WS-REJECT-REASON
           END-IF
      *----------------------------------------------------------------*
       2160-VALIDATE-INSTRUMENT.
           IF TRN-TYPE-DEP OR TRN-TYPE-WDR OR TRN-TYPE-FXC
              OR TRN-TYPE-RDR
      *        Pure cash movement -- no instrument involved.
               EXIT PARAGRAPH
           END-IF
      *    An inactive instrument takes no NEW money -- but selling
      *    out of a delisted or matured issue, or covering a short
      *    in one, is always legitimate (the automatic redemptions
      *    depend on it), and so is delivering it away.
           IF SEC-STATUS-INACTIVE
              AND NOT TRN-TYPE-SELL AND NOT TRN-TYPE-COVER
              AND NOT TRN-TYPE-DLVF
               SET WS-INVALID TO TRUE
               MOVE 'Investment ID is inactive' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           .

      *----------------------------------------------------------------*
      * A free receipt or delivery moves units to or from another
      * firm with no cash against them, so the contra firm is always
      * required. A receipt carries the client's original cost basis
      * in TRN-AMOUNT and the date the units were first acquired,
      * which cannot follow the receipt. A delivery carries the value
      * delivered for the ledger and the statement -- struck here
      * from the holding's last valuation when none is supplied. A
      * free movement settles on the date agreed with the contra
      * firm, not the market cycle: the trade date when none is
      * given.
      *----------------------------------------------------------------*
       2193-VALIDATE-FREE-MOVEMENT.
           IF TRN-CONTRA-FIRM = SPACES OR LOW-VALUES
               SET WS-INVALID TO TRUE
               MOVE 'Contra firm required on free movement' TO
                   WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF TRN-QUANTITY NOT > ZERO
               SET WS-INVALID TO TRUE
               MOVE 'Free movement quantity must be positive' TO
                   WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF TRN-TYPE-RCVF
               IF TRN-AMOUNT < ZERO
                   SET WS-INVALID TO TRUE
                   MOVE 'Negative cost basis on free receipt' TO
                       WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               IF TRN-ACQUIRED-DATE IS NOT NUMERIC
               OR TRN-ACQUIRED-DATE > TRN-DATE
                   SET WS-INVALID TO TRUE
                   MOVE 'Acquisition date missing or after receipt'
                     TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF TRN-SETTLEMENT-DATE = SPACES
           OR TRN-SETTLEMENT-DATE = LOW-VALUES
               MOVE TRN-DATE TO TRN-SETTLEMENT-DATE
               SET WS-STL-DEFAULTED TO TRUE
           ELSE
               IF TRN-SETTLEMENT-DATE < TRN-DATE
                   SET WS-INVALID TO TRUE
                   MOVE 'Settlement date precedes trade date' TO
                       WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF TRN-TYPE-DLVF AND TRN-AMOUNT = ZERO
               PERFORM 2194-VALUE-DELIVERY
           END-IF
           .

       2194-VALUE-DELIVERY.
           MOVE TRN-PORTFOLIO-ID  TO CUR-PORTFOLIO-ID
           MOVE TRN-INVESTMENT-ID TO CUR-INVESTMENT-ID
           READ CURRENT-POSITION-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           IF CUR-QUANTITY > ZERO
               COMPUTE TRN-AMOUNT ROUNDED =
                   CUR-MARKET-VALUE * TRN-QUANTITY / CUR-QUANTITY
               SET WS-FOP-VALUED TO TRUE
           END-IF
           .

      *----------------------------------------------------------------*
      * A withdrawal may not take the portfolio's cash balance
      * negative. The balance read here is as of the start of this
      * the position's unrestricted quantity -- a sale that would
      * invade restricted units rejects whole, and the reject reason
      * tells the keyer how much was actually available.
      * Units out on securities loan are not in the house either,
      * but they can be called back: the part of the sale the units
      * at hand cannot cover is marked for recall (WS-RECALL-QTY)
      * and the sale goes ahead.
      *----------------------------------------------------------------*
       2162-VALIDATE-SELL-RESTRICTION.
           PERFORM 2173-SUM-ACTIVE-RESTRICTIONS
           PERFORM 2176-SUM-LOANED-QTY

           IF WS-RESTRICTED-QTY = ZERO AND WS-LOANED-QTY = ZERO
               EXIT PARAGRAPH
           END-IF

               SET WS-INVALID TO TRUE
               MOVE 'Sale would invade restricted position' TO
                   WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-IN-HOUSE-QTY = WS-AVAILABLE-QTY - WS-LOANED-QTY
           IF WS-IN-HOUSE-QTY < ZERO
               MOVE ZERO TO WS-IN-HOUSE-QTY
           END-IF
           IF TRN-QUANTITY > WS-IN-HOUSE-QTY
               COMPUTE WS-RECALL-QTY = TRN-QUANTITY - WS-IN-HOUSE-QTY
               IF WS-RECALL-QTY > WS-LOANED-QTY
                   MOVE WS-LOANED-QTY TO WS-RECALL-QTY
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Units on loan and not already recalled, across borrowers.
      *----------------------------------------------------------------*
       2176-SUM-LOANED-QTY.
           MOVE ZERO TO WS-LOANED-QTY
           IF WS-SLN-UNAVAILABLE
               EXIT PARAGRAPH
           END-IF

           SET WS-SLN-MORE TO TRUE
           MOVE TRN-PORTFOLIO-ID  TO SLN-PORTFOLIO-ID
           MOVE TRN-INVESTMENT-ID TO SLN-INVESTMENT-ID
           MOVE LOW-VALUES        TO SLN-BORROWER-ID
           START SECURITIES-LOAN-FILE KEY NOT LESS THAN SLN-KEY
               INVALID KEY
                   SET WS-SLN-EOF TO TRUE
           END-START

           PERFORM 2177-ADD-ONE-LOAN
               UNTIL WS-SLN-EOF
           .

       2177-ADD-ONE-LOAN.
           READ SECURITIES-LOAN-FILE NEXT RECORD
               AT END
                   SET WS-SLN-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF SLN-PORTFOLIO-ID  NOT = TRN-PORTFOLIO-ID
           OR SLN-INVESTMENT-ID NOT = TRN-INVESTMENT-ID
               SET WS-SLN-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF SLN-ON-LOAN
               COMPUTE WS-LOANED-QTY = WS-LOANED-QTY
                   + SLN-QUANTITY - SLN-RECALL-QTY
           END-IF
           .

      *----------------------------------------------------------------*
      * Call the sale's shortfall back from the borrowers in key
      * order, each loan up to what it still has out, and tell the
      * lending desk. The units are due back by the sale's
      * settlement date.
      *----------------------------------------------------------------*
       2181-ISSUE-RECALL.
           SET WS-SLN-MORE TO TRUE
           MOVE TRN-PORTFOLIO-ID  TO SLN-PORTFOLIO-ID
           MOVE TRN-INVESTMENT-ID TO SLN-INVESTMENT-ID
           MOVE LOW-VALUES        TO SLN-BORROWER-ID
           START SECURITIES-LOAN-FILE KEY NOT LESS THAN SLN-KEY
               INVALID KEY
                   SET WS-SLN-EOF TO TRUE
           END-START

           PERFORM 2182-RECALL-ONE-LOAN
               UNTIL WS-SLN-EOF
               OR WS-RECALL-QTY NOT > ZERO
           .

       2182-RECALL-ONE-LOAN.
           READ SECURITIES-LOAN-FILE NEXT RECORD
               AT END
                   SET WS-SLN-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF SLN-PORTFOLIO-ID  NOT = TRN-PORTFOLIO-ID
           OR SLN-INVESTMENT-ID NOT = TRN-INVESTMENT-ID
               SET WS-SLN-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF NOT SLN-ON-LOAN
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-RECALL-PART = SLN-QUANTITY - SLN-RECALL-QTY
           IF WS-RECALL-PART NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-RECALL-PART > WS-RECALL-QTY
               MOVE WS-RECALL-QTY TO WS-RECALL-PART
           END-IF

           ADD WS-RECALL-PART     TO SLN-RECALL-QTY
           SET SLN-RECALLED       TO TRUE
           MOVE WS-CURRENT-DATE-X TO SLN-RECALL-DATE
           ADD 1                  TO SLN-RECALL-COUNT
           MOVE FUNCTION CURRENT-DATE TO SLN-LAST-MAINT-DATE
           MOVE 'TRNVAL00'        TO SLN-LAST-MAINT-USER
           REWRITE SECURITIES-LOAN-RECORD
               INVALID KEY
                   MOVE 'Error recording loan recall' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-REWRITE

           SUBTRACT WS-RECALL-PART FROM WS-RECALL-QTY
           ADD 1 TO WS-RECALLS-ISSUED

           MOVE SLN-BORROWER-ID     TO WS-RCL-BORROWER
           MOVE WS-RECALL-PART      TO WS-RCL-QUANTITY
           MOVE SLN-INVESTMENT-ID   TO WS-RCL-INVESTMENT
           MOVE SLN-PORTFOLIO-ID    TO WS-RCL-PORTFOLIO
           MOVE TRN-SETTLEMENT-DATE TO WS-RCL-DUE-DATE
           MOVE TRN-DATE            TO WS-RCL-TRN-DATE
           MOVE TRN-SEQUENCE-NO     TO WS-RCL-TRN-SEQ
           WRITE RECALL-NOTICE-RECORD FROM WS-RECALL-LINE
           .

       2173-SUM-ACTIVE-RESTRICTIONS.

      *    Balance, pending effects and the purchase itself all
      *    compare in base currency; the ledger entries were stored
      *    in base by 2168. A bond buy also pays the seller's accrued
      *    interest.
           PERFORM 2175-CONVERT-AMOUNT-TO-BASE
           COMPUTE WS-PROJECTED-CASH =
               PORT-CASH-BALANCE + WS-PENDING-CASH - WS-BASE-AMOUNT
               - (TRN-ACCRUED-INT * WS-FX-RATE)

           MOVE ZERO TO WS-OVR-TOLERANCE
           MOVE TRN-PORTFOLIO-ID TO OVR-PORTFOLIO-ID
      *    funds check can net them straight against the base cash
      *    balance.
           PERFORM 2175-CONVERT-AMOUNT-TO-BASE
           IF TRN-TYPE-BUY OR TRN-TYPE-SELL
               COMPUTE WS-BASE-AMOUNT ROUNDED = WS-BASE-AMOUNT
                   + (TRN-ACCRUED-INT * WS-FX-RATE)
           END-IF
           IF TRN-TYPE-BUY OR TRN-TYPE-COVER
               MOVE TRN-QUANTITY TO UNS-PENDING-QTY
               COMPUTE UNS-PENDING-AMT = 0 - WS-BASE-AMOUNT
               COMPUTE UNS-PENDING-QTY = 0 - TRN-QUANTITY
               MOVE WS-BASE-AMOUNT TO UNS-PENDING-AMT
           END-IF
      *    A free movement's amount is a basis or a value, never cash.
           IF TRN-TYPE-FREE
               MOVE ZERO TO UNS-PENDING-AMT
               IF TRN-TYPE-RCVF
                   MOVE TRN-QUANTITY TO UNS-PENDING-QTY
               END-IF
           END-IF

           WRITE UNSETTLED-TRADE-RECORD
               INVALID KEY
           END-IF
           .

      *----------------------------------------------------------------*
      * Annual contribution limit on a deposit into a tax-advantaged
      * registration. The tax year is the deposit's trade-date year;
      * the deposit in base currency is added to what the account
      * has already taken in that year and measured against the
      * CTBLIM limit for its registration type. 2125 has just read
      * the portfolio, so PORT-REG-TYPE is current. No limit on
      * file still counts the deposit, so the total is right when
      * a limit is added mid-year.
      *----------------------------------------------------------------*
       2183-VALIDATE-CONTRIBUTION.
           SET WS-CTB-TRACKED TO TRUE
           MOVE TRN-DATE(1:4) TO WS-CTB-TAX-YEAR
           PERFORM 2175-CONVERT-AMOUNT-TO-BASE
           MOVE WS-BASE-AMOUNT TO WS-CTB-AMOUNT

           IF WS-CBL-UNAVAILABLE
               EXIT PARAGRAPH
           END-IF

           MOVE PORT-REG-TYPE   TO CBL-REG-TYPE
           MOVE WS-CTB-TAX-YEAR TO CBL-TAX-YEAR
           READ CONTRIBUTION-LIMIT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           MOVE TRN-PORTFOLIO-ID TO CYT-PORTFOLIO-ID
           MOVE WS-CTB-TAX-YEAR  TO CYT-TAX-YEAR
           READ CONTRIBUTION-YTD-FILE
               INVALID KEY
                   MOVE ZERO TO CYT-CONTRIBUTED
           END-READ

           COMPUTE WS-CTB-PROJECTED =
               CYT-CONTRIBUTED + WS-CTB-AMOUNT
           IF WS-CTB-PROJECTED NOT > CBL-ANNUAL-LIMIT
               EXIT PARAGRAPH
           END-IF

           MOVE CBL-ANNUAL-LIMIT TO WS-CTB-LIMIT
           IF CBL-BREACH-WARN
               SET WS-CTB-OVER-LIMIT TO TRUE
           ELSE
               SET WS-INVALID TO TRUE
               MOVE 'Deposit exceeds annual contribution limit' TO
                   WS-REJECT-REASON
           END-IF
           .

      *----------------------------------------------------------------*
      * A passed deposit is counted into the year's contributions.
      * A warn-only breach posts, but compliance hears about it --
      * written here rather than in 2183 so a suspense entry
      * re-validated ahead of the main pass is reported once.
      *----------------------------------------------------------------*
       2184-RECORD-CONTRIBUTION.
           PERFORM 2192-ADD-TO-CONTRIBUTIONS

           IF WS-CTB-OVER-LIMIT
               ADD 1 TO WS-CONTRIB-WARNINGS
               MOVE WS-CTB-PROJECTED TO WS-CTB-EDIT-AMOUNT
               MOVE WS-CTB-LIMIT     TO WS-CTB-EDIT-LIMIT
               MOVE SPACES TO COMPLIANCE-RECORD
               STRING 'CONTRIBUTION LIMIT: ' DELIMITED BY SIZE
                      TRN-PORTFOLIO-ID       DELIMITED BY SIZE
                      ' '                    DELIMITED BY SIZE
                      PORT-REG-TYPE          DELIMITED BY SIZE
                      ' '                    DELIMITED BY SIZE
                      WS-CTB-TAX-YEAR        DELIMITED BY SIZE
                      ' '                    DELIMITED BY SIZE
                      TRN-DATE               DELIMITED BY SIZE
                      ' '                    DELIMITED BY SIZE
                      TRN-SEQUENCE-NO        DELIMITED BY SIZE
                      ' - YEAR TO DATE '     DELIMITED BY SIZE
                      WS-CTB-EDIT-AMOUNT     DELIMITED BY SIZE
                      ' OVER LIMIT '         DELIMITED BY SIZE
                      WS-CTB-EDIT-LIMIT      DELIMITED BY SIZE
                 INTO COMPLIANCE-RECORD
               WRITE COMPLIANCE-RECORD
           END-IF
           .

      *----------------------------------------------------------------*
      * A reversed deposit into a tax-advantaged account comes back
      * out of the year it was counted in.
      *----------------------------------------------------------------*
       2191-REVERSE-CONTRIBUTION.
           MOVE TRN-PORTFOLIO-ID TO PORT-ID
           READ PORTFOLIO-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           IF NOT PORT-REG-TAX-ADVANTAGED
               EXIT PARAGRAPH
           END-IF

           SET WS-CTB-WITHIN-LIMIT TO TRUE
           MOVE TRN-DATE(1:4) TO WS-CTB-TAX-YEAR
           PERFORM 2175-CONVERT-AMOUNT-TO-BASE
           COMPUTE WS-CTB-AMOUNT = 0 - WS-BASE-AMOUNT
           PERFORM 2192-ADD-TO-CONTRIBUTIONS
           .

       2192-ADD-TO-CONTRIBUTIONS.
           MOVE TRN-PORTFOLIO-ID TO CYT-PORTFOLIO-ID
           MOVE WS-CTB-TAX-YEAR  TO CYT-TAX-YEAR
           READ CONTRIBUTION-YTD-FILE
               INVALID KEY
                   INITIALIZE CONTRIBUTION-YTD-RECORD
                   MOVE TRN-PORTFOLIO-ID TO CYT-PORTFOLIO-ID
                   MOVE WS-CTB-TAX-YEAR  TO CYT-TAX-YEAR
                   SET CYT-WITHIN-LIMIT  TO TRUE
           END-READ

           MOVE PORT-REG-TYPE TO CYT-REG-TYPE
           ADD WS-CTB-AMOUNT  TO CYT-CONTRIBUTED
           IF WS-CTB-AMOUNT > ZERO
               ADD 1 TO CYT-DEPOSIT-COUNT
               MOVE TRN-DATE TO CYT-LAST-DEPOSIT-DATE
           END-IF
           IF WS-CTB-OVER-LIMIT
               SET CYT-OVER-LIMIT TO TRUE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO CYT-LAST-MAINT-DATE
           MOVE 'TRNVAL00'            TO CYT-LAST-MAINT-USER

           IF WS-CYT-STATUS = '00'
               REWRITE CONTRIBUTION-YTD-RECORD
                   INVALID KEY
                       MOVE 'Error updating contributions to date'
                         TO ERR-TEXT
                       PERFORM 9000-ERROR-ROUTINE
               END-REWRITE
           ELSE
               WRITE CONTRIBUTION-YTD-RECORD
                   INVALID KEY
                       MOVE 'Error writing contributions to date'
                         TO ERR-TEXT
                       PERFORM 9000-ERROR-ROUTINE
               END-WRITE
           END-IF
           .

       2170-REJECT-TRANSACTION.
           ADD 1 TO WS-REJECT-COUNT
           SET TRN-STATUS-FAIL TO TRUE
           END-REWRITE
           .

      *----------------------------------------------------------------*
      * A trade in an employee or related-party account must be
      * covered by an approved pre-clearance: same security, same
      * side (buy or cover against B, sale or short against S), the
      * trade date inside the approval's window, and no more units
      * than approved. The portfolio's requests are browsed in key
      * order until one covers the trade.
      *----------------------------------------------------------------*
       2196-VALIDATE-PRECLEARANCE.
           IF TRN-TYPE-BUY OR TRN-TYPE-COVER
               MOVE 'B' TO WS-PCL-SIDE
           ELSE
               MOVE 'S' TO WS-PCL-SIDE
           END-IF

           SET WS-PCL-NOT-MATCHED TO TRUE
           IF WS-PCL-AVAILABLE
               SET WS-PCL-MORE TO TRUE
               MOVE TRN-PORTFOLIO-ID TO PCL-PORTFOLIO-ID
               MOVE LOW-VALUES       TO PCL-REQUEST-ID
               START PRECLEAR-FILE KEY NOT LESS THAN PCL-KEY
                   INVALID KEY
                       SET WS-PCL-EOF TO TRUE
               END-START

               PERFORM 2198-CHECK-ONE-PRECLEARANCE
                   UNTIL WS-PCL-EOF OR WS-PCL-MATCHED
           END-IF

           IF WS-PCL-NOT-MATCHED
               SET WS-INVALID TO TRUE
               MOVE 'No approved pre-clearance for staff trade'
                 TO WS-REJECT-REASON
           END-IF
           .

       2198-CHECK-ONE-PRECLEARANCE.
           READ PRECLEAR-FILE NEXT RECORD
               AT END
                   SET WS-PCL-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF PCL-PORTFOLIO-ID NOT = TRN-PORTFOLIO-ID
               SET WS-PCL-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF PCL-STATUS-APPROVED
              AND PCL-INVESTMENT-ID = TRN-INVESTMENT-ID
              AND PCL-SIDE = WS-PCL-SIDE
              AND TRN-DATE NOT < PCL-DECISION-DATE
              AND TRN-DATE NOT > PCL-EXPIRY-DATE
              AND TRN-QUANTITY NOT > PCL-QUANTITY
               SET WS-PCL-MATCHED TO TRUE
           END-IF
           .

      *----------------------------------------------------------------*
      * A staff account may sell only units it has held for the
      * minimum holding days. The open long lots opened on or before
      * the trade date less the holding days are what may go; a
      * sale for more than that would draw on a recent purchase.
      *----------------------------------------------------------------*
       2197-VALIDATE-HOLDING-PERIOD.
           MOVE ZERO TO WS-PCL-HELD-QTY
           MOVE TRN-DATE TO WS-PCL-TRN-DATE-X
           COMPUTE WS-PCL-HOLD-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-PCL-TRN-DATE8)
             - WS-PCL-HOLD-DAYS
           COMPUTE WS-PCL-HELD-DATE8 =
               FUNCTION DATE-OF-INTEGER(WS-PCL-HOLD-INTEGER)

           SET WS-LOT-MORE TO TRUE
           MOVE TRN-PORTFOLIO-ID  TO LOT-PORTFOLIO-ID
           MOVE TRN-INVESTMENT-ID TO LOT-INVESTMENT-ID
           MOVE LOW-VALUES        TO LOT-OPEN-DATE
           MOVE LOW-VALUES        TO LOT-OPEN-SEQ
           START LOT-FILE KEY NOT LESS THAN LOT-KEY
               INVALID KEY
                   SET WS-LOT-EOF TO TRUE
           END-START

           PERFORM 2199-ADD-ONE-HELD-LOT
               UNTIL WS-LOT-EOF

           IF TRN-QUANTITY > WS-PCL-HELD-QTY
               SET WS-INVALID TO TRUE
               MOVE 'Staff sale inside minimum holding period'
                 TO WS-REJECT-REASON
           END-IF
           .

      *    Lots come back in open-date order, so the first one past
      *    the cut-off ends the browse.
       2199-ADD-ONE-HELD-LOT.
           READ LOT-FILE NEXT RECORD
               AT END
                   SET WS-LOT-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF LOT-PORTFOLIO-ID  NOT = TRN-PORTFOLIO-ID
           OR LOT-INVESTMENT-ID NOT = TRN-INVESTMENT-ID
           OR LOT-OPEN-DATE > WS-PCL-HELD-DATE-X
               SET WS-LOT-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF LOT-STATUS-OPEN AND LOT-LONG
               ADD LOT-REMAINING-QTY TO WS-PCL-HELD-QTY
           END-IF
           .

       3000-TERMINATE.
           PERFORM 3050-WRITE-CONTROL-TOTALS
           PERFORM 3100-UPDATE-COMPLETION
           MOVE 'TRNVAL00'         TO WS-CTL-STEP-NAME
           MOVE WS-READ-COUNT      TO WS-CTL-IN-COUNT
           MOVE WS-PASS-COUNT      TO WS-CTL-OUT-COUNT
      *    A held fund order is read but released to no one tonight,
      *    so for the chain proof it stands with the rejects.
           COMPUTE WS-CTL-REJECT-COUNT =
               WS-REJECT-COUNT + WS-FUND-ORDERS-HELD
           MOVE WS-ENV-AMOUNT-TOTAL TO WS-CTL-AMOUNT-TOTAL

           CALL 'CTLTOT00' USING WS-TOTALS-REQUEST
                 COMPLIANCE-REPORT
                 SUITABILITY-RULE-FILE
                 SUITABILITY-QUEUE-FILE
                 FUND-DEALING-FILE
                 FUND-ORDER-FILE
                 RECALL-NOTICE-FILE
                 CONTRIBUTION-YTD-FILE

           IF WS-SLN-AVAILABLE
               CLOSE SECURITIES-LOAN-FILE
           END-IF

           IF WS-CBL-AVAILABLE
               CLOSE CONTRIBUTION-LIMIT-FILE
           END-IF

           IF WS-KYC-AVAILABLE
               CLOSE KYC-PROFILE-FILE
           END-IF

           IF WS-PCL-AVAILABLE
               CLOSE PRECLEAR-FILE
           END-IF

           IF WS-LOT-AVAILABLE
               CLOSE LOT-FILE
           END-IF
           .

       3300-DISPLAY-STATS.
           DISPLAY '  Transactions read:     ' WS-READ-COUNT
           DISPLAY '  Transactions passed:   ' WS-PASS-COUNT
           DISPLAY '  Transactions rejected: ' WS-REJECT-COUNT
           DISPLAY '  Fund orders held:      ' WS-FUND-ORDERS-HELD
           DISPLAY '  Loan recalls issued:   ' WS-RECALLS-ISSUED
           DISPLAY '  Contribution warnings: ' WS-CONTRIB-WARNINGS
           DISPLAY '  Suspense re-validated: ' WS-SUSP-REVALIDATED
           DISPLAY '  Suspense released:     ' WS-SUSP-RELEASED
           DISPLAY '  Suspense still held:   ' WS-SUSP-HELD
