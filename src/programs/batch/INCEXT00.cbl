      * Third job of the SEQ-YEAR-END stream, checkpointed on BCHCTL
      * behind YECLS00's close so it runs exactly once per year-end
      * against the frozen picture.
      *
      * Maintenance Log:
      * 2026-10-15 - Interest reports net of the purchased accrued
      *              interest PORTTRAN netted against coupons during
      *              the tax year (PURACR ledger) -- the part of a
      *              first coupon that only repays the accrued the
      *              account paid the seller is not taxable income.
      * 2026-10-15 - Accounts in a tax-advantaged registration
      *              (PORT-REG-TYPE IRA, Roth, SEP, education savings)
      *              get no income record: income earned inside the
      *              account is not reportable to the client. They
      *              are counted in the run summary instead.
      * 2026-10-15 - Each account record is also recorded as issued on
      *              the TAXISS file (form I) by account and tax year,
      *              so TAXCOR00 can tell when a backdated posting or
      *              a reversal has since changed the client's form.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCEXT00.
               RECORD KEY IS BCT-KEY
               FILE STATUS IS WS-BCT-STATUS.

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

           SELECT TAX-ISSUED-FILE
               ASSIGN TO TAXISS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TXI-KEY
               FILE STATUS IS WS-TXI-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
       FD  BATCH-CONTROL-FILE.
           COPY BCHCTL.

       FD  PURCHASED-ACCRUED-FILE.
           COPY PURACR.

       FD  PORTFOLIO-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PORTFLIO.

       FD  TAX-ISSUED-FILE.
           COPY TAXISS.

       WORKING-STORAGE SECTION.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           COPY DBTBLS.
           05  WS-PARM-STATUS          PIC X(2).
           05  WS-EXT-STATUS           PIC X(2).
           05  WS-BCT-STATUS           PIC X(2).
           05  WS-PAC-STATUS           PIC X(2).
           05  WS-PORT-STATUS          PIC X(2).
           05  WS-TXI-STATUS           PIC X(2).

       01  WS-SWITCHES.
           05  WS-FETCH-EOF-SW         PIC X(1) VALUE 'N'.
               88  WS-FETCH-EOF             VALUE 'Y'.
           05  WS-PAC-AVAILABLE-SW     PIC X(1) VALUE 'N'.
               88  WS-PAC-AVAILABLE         VALUE 'Y'.
           05  WS-PAC-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-PAC-EOF               VALUE 'Y'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-ACCOUNT      PIC X(8) VALUE SPACES.
           05  WS-ACCT-DIVIDENDS       PIC S9(13)V9(2) COMP-3.
           05  WS-ACCT-INTEREST        PIC S9(13)V9(2) COMP-3.
           05  WS-ACCT-CGD             PIC S9(13)V9(2) COMP-3.
           05  WS-ACCT-NETTED          PIC S9(13)V9(2) COMP-3.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                     PIC X(8).
       01  WS-COUNTERS.
           05  WS-ROWS-FETCHED         PIC 9(7) COMP VALUE 0.
           05  WS-ACCOUNTS-WRITTEN     PIC 9(5) COMP VALUE 0.
           05  WS-FORMS-RECORDED       PIC 9(5) COMP VALUE 0.
           05  WS-TAX-ADVANTAGED-SKIP  PIC 9(5) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       PROCEDURE DIVISION.

           PERFORM 1200-INIT-CHECKPOINT

           OPEN INPUT PORTFOLIO-FILE
           IF WS-PORT-STATUS NOT = '00'
               MOVE 'Error opening portfolio file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT INCOME-EXTRACT-FILE
           IF WS-EXT-STATUS NOT = '00'
               MOVE 'Error opening income extract file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

      *    The issued-form file is created by the first year-end run.
           OPEN I-O TAX-ISSUED-FILE
           IF WS-TXI-STATUS NOT = '00' AND '05'
               MOVE 'Error opening tax issued file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
               MOVE 'Tax year parameter file is required' TO ERR-TEXT
               CLOSE PARM-FILE
           END-IF

      *    No purchased accrued ledger catalogued means no bond
      *    purchase paid accrued -- interest extracts gross.
           OPEN INPUT PURCHASED-ACCRUED-FILE
           IF WS-PAC-STATUS = '00'
               SET WS-PAC-AVAILABLE TO TRUE
           END-IF

           PERFORM CONNECT-TO-DB2

           MOVE TAX-PARM-YEAR TO HV-TAX-YEAR
           .

       2500-WRITE-ACCOUNT-RECORD.
      *    Income inside a retirement or education savings account is
      *    not the client's to report. An account no longer on the
      *    master is extracted as taxable.
           MOVE WS-CURRENT-ACCOUNT TO PORT-ID
           READ PORTFOLIO-FILE
               INVALID KEY
                   MOVE SPACES TO PORT-REG-TYPE
           END-READ
           IF PORT-REG-TAX-ADVANTAGED
               ADD 1 TO WS-TAX-ADVANTAGED-SKIP
               EXIT PARAGRAPH
           END-IF

           IF WS-PAC-AVAILABLE
               PERFORM 2510-NET-PURCHASED-ACCRUED
           END-IF

           MOVE SPACES TO INCOME-EXTRACT-RECORD
           SET INC-TYPE-ACCOUNT TO TRUE
           MOVE WS-CURRENT-ACCOUNT TO INC-ACCOUNT-NO
           END-IF

           ADD 1 TO WS-ACCOUNTS-WRITTEN

           PERFORM 2600-RECORD-ISSUED-FORM
           .

      *----------------------------------------------------------------*
      * The account's income as the form carries it. A rerun of the
      * year's extract replaces the entry and starts it over as the
      * original.
      *----------------------------------------------------------------*
       2600-RECORD-ISSUED-FORM.
           INITIALIZE TAX-ISSUED-RECORD
           MOVE WS-CURRENT-ACCOUNT TO TXI-ACCOUNT-NO
           MOVE TAX-PARM-YEAR      TO TXI-TAX-YEAR
           SET TXI-FORM-INCOME     TO TRUE
           MOVE WS-ACCT-DIVIDENDS  TO TXI-DIVIDENDS
           MOVE WS-ACCT-INTEREST   TO TXI-INTEREST
           MOVE WS-ACCT-CGD        TO TXI-CGD
           MOVE INC-INCOME-TOTAL   TO TXI-INCOME-TOTAL
           MOVE WS-CURRENT-DATE-X  TO TXI-ISSUE-DATE
           MOVE ZERO               TO TXI-CORRECTION-NO
           MOVE SPACES             TO TXI-CORRECTED-DATE
           MOVE SPACES             TO TXI-FILLER

           WRITE TAX-ISSUED-RECORD
               INVALID KEY
                   REWRITE TAX-ISSUED-RECORD
                       INVALID KEY
                           MOVE 'Error recording issued tax form'
                             TO ERR-TEXT
                           PERFORM 9000-ERROR-ROUTINE
                           EXIT PARAGRAPH
                   END-REWRITE
           END-WRITE

           ADD 1 TO WS-FORMS-RECORDED
           .

      *----------------------------------------------------------------*
      * Purchased accrued interest netted against a coupon paid in
      * the tax year comes off the account's interest. The ledger is
      * keyed portfolio first, and the POSHIST account number is the
      * portfolio ID.
      *----------------------------------------------------------------*
       2510-NET-PURCHASED-ACCRUED.
           MOVE ZERO TO WS-ACCT-NETTED
           MOVE 'N' TO WS-PAC-EOF-SW

           MOVE WS-CURRENT-ACCOUNT TO PAC-PORTFOLIO-ID
           MOVE LOW-VALUES         TO PAC-INVESTMENT-ID
           MOVE LOW-VALUES         TO PAC-BUY-DATE
           MOVE LOW-VALUES         TO PAC-BUY-SEQ
           START PURCHASED-ACCRUED-FILE KEY NOT LESS THAN PAC-KEY
               INVALID KEY
                   SET WS-PAC-EOF TO TRUE
           END-START

           PERFORM 2520-NET-ONE-ENTRY
               UNTIL WS-PAC-EOF

           SUBTRACT WS-ACCT-NETTED FROM WS-ACCT-INTEREST
           .

       2520-NET-ONE-ENTRY.
           READ PURCHASED-ACCRUED-FILE NEXT RECORD
               AT END
                   SET WS-PAC-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF PAC-PORTFOLIO-ID NOT = WS-CURRENT-ACCOUNT
               SET WS-PAC-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF PAC-NETTED
              AND PAC-NET-DATE(1:4) = TAX-PARM-YEAR
               ADD PAC-ACCRUED-AMT TO WS-ACCT-NETTED
           END-IF
           .

       3000-TERMINATE.
           PERFORM 3100-UPDATE-COMPLETION

           CLOSE INCOME-EXTRACT-FILE
                 TAX-ISSUED-FILE
                 PORTFOLIO-FILE
                 BATCH-CONTROL-FILE

           IF WS-PAC-AVAILABLE
               CLOSE PURCHASED-ACCRUED-FILE
           END-IF

           DISPLAY 'INCEXT00 Processing Statistics:'
           DISPLAY '  Summary rows fetched: ' WS-ROWS-FETCHED
           DISPLAY '  Accounts written:     ' WS-ACCOUNTS-WRITTEN
           DISPLAY '  Issued forms recorded:' WS-FORMS-RECORDED
           DISPLAY '  Tax-advantaged skips: ' WS-TAX-ADVANTAGED-SKIP
           DISPLAY '  Errors:               ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
