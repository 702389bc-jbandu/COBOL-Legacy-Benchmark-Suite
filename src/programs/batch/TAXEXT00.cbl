      *              its gain (short proceeds less cover cost), so
      *              it belongs on the realized-gain extract the
      *              same as a sale.
      * 2026-10-15 - Sales and covers in tax-advantaged registrations
      *              (PORT-REG-TYPE IRA, Roth, SEP, education savings)
      *              are left off the extract: gains realized inside
      *              the account are not reportable to the client.
      *              They are counted in the run summary instead.
      * 2026-10-15 - Each account total is also recorded as issued on
      *              the TAXISS file (form B) by account and tax year,
      *              so TAXCOR00 can tell when a backdated posting or
      *              a reversal has since changed the client's form.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXEXT00.
               RECORD KEY IS BCT-KEY
               FILE STATUS IS WS-BCT-STATUS.

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
       FD  LOT-CONSUMPTION-FILE.
       FD  BATCH-CONTROL-FILE.
           COPY BCHCTL.

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
           05  WS-PORT-STATUS          PIC X(2).
           05  WS-TXI-STATUS           PIC X(2).

       01  WS-SWITCHES.
           05  WS-FETCH-EOF-SW         PIC X(1) VALUE 'N'.
       01  WS-COUNTERS.
           05  WS-SALES-EXTRACTED      PIC 9(7) COMP VALUE 0.
           05  WS-NO-LOT-DETAIL        PIC 9(7) COMP VALUE 0.
           05  WS-TAX-ADVANTAGED-SKIP  PIC 9(7) COMP VALUE 0.
           05  WS-ACCOUNTS-TOTALED     PIC 9(5) COMP VALUE 0.
           05  WS-FORMS-RECORDED       PIC 9(5) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       PROCEDURE DIVISION.
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT PORTFOLIO-FILE
           IF WS-PORT-STATUS NOT = '00'
               MOVE 'Error opening portfolio file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT TAX-EXTRACT-FILE
           IF WS-EXT-STATUS NOT = '00'
               MOVE 'Error opening tax extract file' TO ERR-TEXT
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
           .

       2100-WRITE-ONE-SALE.
      *    A gain inside a retirement or education savings account is
      *    not the client's to report. An account no longer on the
      *    master is extracted as taxable.
           MOVE PH-PORTFOLIO-ID(1:8) TO PORT-ID
           READ PORTFOLIO-FILE
               INVALID KEY
                   MOVE SPACES TO PORT-REG-TYPE
           END-READ
           IF PORT-REG-TAX-ADVANTAGED
               ADD 1 TO WS-TAX-ADVANTAGED-SKIP
               EXIT PARAGRAPH
           END-IF

           IF PH-ACCOUNT-NO NOT = WS-CURRENT-ACCOUNT
               IF WS-CURRENT-ACCOUNT NOT = SPACES
                   PERFORM 2500-WRITE-ACCOUNT-TOTAL
           IF WS-EXT-STATUS NOT = '00'
               MOVE 'Error writing account total record' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           PERFORM 2600-RECORD-ISSUED-FORM
           .

      *----------------------------------------------------------------*
      * The account's totals as the form carries them. A rerun of
      * the year's extract replaces the entry and starts it over as
      * the original.
      *----------------------------------------------------------------*
       2600-RECORD-ISSUED-FORM.
           INITIALIZE TAX-ISSUED-RECORD
           MOVE WS-CURRENT-ACCOUNT TO TXI-ACCOUNT-NO
           MOVE TAX-PARM-YEAR      TO TXI-TAX-YEAR
           SET TXI-FORM-GAINS      TO TRUE
           MOVE WS-ACCT-PROCEEDS   TO TXI-PROCEEDS
           MOVE WS-ACCT-COST       TO TXI-COST-BASIS
           MOVE WS-ACCT-GAIN-LOSS  TO TXI-GAIN-LOSS
           MOVE ZERO               TO TXI-FIGURE(4)
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

       3000-TERMINATE.
           PERFORM 3100-UPDATE-COMPLETION

           CLOSE LOT-CONSUMPTION-FILE
                 PORTFOLIO-FILE
                 TAX-EXTRACT-FILE
                 TAX-ISSUED-FILE
                 BATCH-CONTROL-FILE

           DISPLAY 'TAXEXT00 Processing Statistics:'
           DISPLAY '  Sales extracted:      ' WS-SALES-EXTRACTED
           DISPLAY '  Accounts totaled:     ' WS-ACCOUNTS-TOTALED
           DISPLAY '  Issued forms recorded:' WS-FORMS-RECORDED
           DISPLAY '  No lot detail found:  ' WS-NO-LOT-DETAIL
           DISPLAY '  Tax-advantaged skips: ' WS-TAX-ADVANTAGED-SKIP
           DISPLAY '  Errors:               ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
