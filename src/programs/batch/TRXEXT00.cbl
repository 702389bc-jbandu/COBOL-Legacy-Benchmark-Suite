      *================================================================*
      * Program Name: TRXEXT00
      * Description: Regulatory Transaction Reporting Extract
      * Version: 1.0
      * Date: 2026
      *
      * Post-close group of the daily sequence. Every trade executed
      * and posted today -- BU, SL, SS and BC -- is reported to the
      * regulator on the fixed-format TRXFILE for the next-business-
      * day deadline, in place of the file compiled by hand: our
      * transaction reference (the TRN-KEY), the reporting firm's
      * LEI, the client's regulatory identifier from the KYC profile
      * (LEI for a corporate or trust client, national client
      * identifier for an individual), buy/sell and short-sale
      * indicators, the executing broker, the execution timestamp,
      * the instrument (ISIN, else CUSIP), quantity, price, amount
      * and venue. A header names the firm and a trailer carries the
      * record counts the regulator proves the file against.
      *
      * A trade reversed today cancels its report (CANC) when one
      * was submitted; a reversal before any report of the trade was
      * accepted has nothing to cancel and withdraws the entry.
      *
      * Each report is registered on TRXREG, where TRXFBK00 loads
      * the regulator's acceptances and rejections. Before today's
      * trades, every rejected report is built afresh from the
      * current client and instrument data: one that now differs
      * from what was rejected has been corrected and is resubmitted;
      * one that does not stays open. The TRXRPT exceptions report
      * lists both, and every submission still without feedback
      * after the TRXPARM grace days.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRXEXT00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE
               ASSIGN TO TRANFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT PORTFOLIO-FILE
               ASSIGN TO PORTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PORT-ID
               FILE STATUS IS WS-PORT-STATUS.

           SELECT KYC-PROFILE-FILE
               ASSIGN TO KYCPRF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KYC-KEY
               FILE STATUS IS WS-KYC-STATUS.

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

           SELECT REGISTER-FILE
               ASSIGN TO TRXREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXR-KEY
               FILE STATUS IS WS-TXR-STATUS.

           SELECT EXTRACT-FILE
               ASSIGN TO TRXFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.

           SELECT PARM-FILE
               ASSIGN TO TRXPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT EXCEPTION-REPORT
               ASSIGN TO TRXRPT
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
       FD  TRANSACTION-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY TRNREC.

       FD  PORTFOLIO-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PORTFLIO.

       FD  KYC-PROFILE-FILE.
       COPY KYCPRF.

       FD  SECURITY-MASTER.
       COPY SECMSTR.

       FD  SECURITY-XREF-FILE.
       COPY SECXREF.

       FD  REGISTER-FILE.
       COPY TRXREG.

       FD  EXTRACT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY TRXEXT.

       FD  PARM-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  TRX-PARM-RECORD.
      *    The reporting firm's LEI, and the days a submission may
      *    wait for the regulator's feedback.
           05  TRX-PARM-FIRM-LEI       PIC X(20).
           05  TRX-PARM-FEEDBACK-DAYS  PIC 9(02).
           05  FILLER                  PIC X(58).

       FD  EXCEPTION-REPORT
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
           05  WS-TRAN-STATUS          PIC X(2).
           05  WS-PORT-STATUS          PIC X(2).
           05  WS-KYC-STATUS           PIC X(2).
           05  WS-SEC-STATUS           PIC X(2).
           05  WS-XRF-STATUS           PIC X(2).
           05  WS-TXR-STATUS           PIC X(2).
           05  WS-EXT-STATUS           PIC X(2).
           05  WS-PARM-STATUS          PIC X(2).
           05  WS-RPT-STATUS           PIC X(2).
           05  WS-BCT-STATUS           PIC X(2).

       01  WS-CONSTANTS.
      *    TRXEXT00 follows STLMSG00 at the end of the post-close
      *    group of the daily sequence.
           05  WS-SEQUENCE-NO          PIC 9(4) VALUE 47.

       01  WS-PARMS.
           05  WS-FIRM-LEI             PIC X(20) VALUE SPACES.
           05  WS-FEEDBACK-DAYS        PIC 9(2) VALUE 2.

       01  WS-SWITCHES.
           05  WS-TRAN-EOF-SW          PIC X(1) VALUE 'N'.
               88  WS-TRAN-EOF              VALUE 'Y'.
           05  WS-TXR-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-TXR-EOF               VALUE 'Y'.
           05  WS-KYC-OPEN-SW          PIC X(1) VALUE 'N'.
               88  WS-KYC-OPEN              VALUE 'Y'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                     PIC X(8).
           05  WS-CURRENT-TIME8        PIC 9(8).
           05  WS-TODAY-INTEGER        PIC S9(9) COMP.
           05  WS-SUBMIT-DATE-NUM      PIC 9(8).
           05  WS-DAYS-WAITING         PIC S9(5) COMP-3.
           05  WS-RPT-NOTE             PIC X(20).

       01  WS-COUNTERS.
           05  WS-TRADES-READ          PIC 9(7) COMP VALUE 0.
           05  WS-NEW-REPORTS          PIC 9(9) VALUE 0.
           05  WS-CANCEL-REPORTS       PIC 9(9) VALUE 0.
           05  WS-DETAIL-RECORDS       PIC 9(9) VALUE 0.
           05  WS-RESUBMITTED          PIC 9(7) COMP VALUE 0.
           05  WS-ALREADY-REPORTED     PIC 9(7) COMP VALUE 0.
           05  WS-WITHDRAWN            PIC 9(7) COMP VALUE 0.
           05  WS-OPEN-EXCEPTIONS      PIC 9(7) COMP VALUE 0.
           05  WS-NO-FEEDBACK          PIC 9(7) COMP VALUE 0.
           05  WS-MISSING-CLIENT-ID    PIC 9(7) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       01  WS-REPORT-LINES.
           05  WS-HDR-LINE.
               10  FILLER              PIC X(44) VALUE
                   'REGULATORY TRANSACTION REPORTING EXCEPTIONS '.
               10  FILLER              PIC X(6)  VALUE 'DATE '.
               10  WS-HDR-DATE         PIC X(8).
               10  FILLER              PIC X(74) VALUE SPACES.
           05  WS-COL-LINE.
               10  FILLER              PIC X(29) VALUE
                   'TRANSACTION REFERENCE'.
               10  FILLER              PIC X(25) VALUE
                   'PORT-ID  INVESTMENT ACTN'.
               10  FILLER              PIC X(11) VALUE
                   'SUBS CODE  '.
               10  FILLER              PIC X(41) VALUE
                   'REGULATOR NARRATIVE'.
               10  FILLER              PIC X(26) VALUE 'STATUS'.
           05  WS-DETAIL-LINE.
               10  WS-DTL-REF          PIC X(28).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-PORTFOLIO    PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-INVESTMENT   PIC X(10).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-ACTION       PIC X(4).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-SUBMITS      PIC ZZ9.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-DTL-CODE         PIC X(6).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-TEXT         PIC X(40).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-NOTE         PIC X(20).
               10  FILLER              PIC X(5)  VALUE SPACES.
           05  WS-NOTE-LINE.
               10  WS-NTL-TEXT         PIC X(80).
               10  FILLER              PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-RECHECK-REGISTER
               UNTIL WS-TXR-EOF

           PERFORM 2100-REPORT-TRADE
               UNTIL WS-TRAN-EOF

           PERFORM 2500-WRITE-TRAILER
           PERFORM 3000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE8)

           PERFORM 1100-OPEN-FILES
           PERFORM 1150-LOAD-PARM
           PERFORM 1200-INIT-CHECKPOINT

           MOVE WS-CURRENT-DATE-X TO WS-HDR-DATE
           WRITE REPORT-RECORD FROM WS-HDR-LINE
           WRITE REPORT-RECORD FROM WS-COL-LINE

           MOVE SPACES TO TRX-EXTRACT-RECORD
           SET TXE-TYPE-HEADER TO TRUE
           MOVE WS-FIRM-LEI       TO TXE-HDR-ENTITY
           MOVE WS-CURRENT-DATE-X TO TXE-HDR-FILE-DATE
           ACCEPT WS-CURRENT-TIME8 FROM TIME
           MOVE WS-CURRENT-TIME8(1:6) TO TXE-HDR-FILE-TIME
           WRITE TRX-EXTRACT-RECORD
           IF WS-EXT-STATUS NOT = '00'
               MOVE 'Error writing transaction report header'
                 TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           MOVE LOW-VALUES TO TXR-KEY
           START REGISTER-FILE KEY NOT LESS THAN TXR-KEY
               INVALID KEY
                   SET WS-TXR-EOF TO TRUE
           END-START
           .

       1100-OPEN-FILES.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRAN-STATUS NOT = '00'
               MOVE 'Error opening transaction file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               SET WS-TRAN-EOF TO TRUE
           END-IF

           OPEN INPUT PORTFOLIO-FILE
           IF WS-PORT-STATUS NOT = '00'
               MOVE 'Error opening portfolio file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

      *    Without the KYC profiles every report goes out with no
      *    client identifier and comes back rejected -- flagged here
      *    rather than stopping the file.
           OPEN INPUT KYC-PROFILE-FILE
           IF WS-KYC-STATUS = '00'
               SET WS-KYC-OPEN TO TRUE
           ELSE
               MOVE 'KYC profile file unavailable' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
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

      *    The first run creates the register.
           OPEN I-O REGISTER-FILE
           IF WS-TXR-STATUS NOT = '00' AND '05'
               MOVE 'Error opening transaction report register'
                 TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               SET WS-TXR-EOF TO TRUE
           END-IF

           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXT-STATUS NOT = '00'
               MOVE 'Error opening transaction report file'
                 TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT EXCEPTION-REPORT
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'Error opening exceptions report' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O BATCH-CONTROL-FILE
           IF WS-BCT-STATUS NOT = '00'
               MOVE 'Error opening control file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           .

       1150-LOAD-PARM.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
               IF WS-PARM-STATUS = '00'
                   MOVE TRX-PARM-FIRM-LEI TO WS-FIRM-LEI
                   IF TRX-PARM-FEEDBACK-DAYS IS NUMERIC
                       MOVE TRX-PARM-FEEDBACK-DAYS
                         TO WS-FEEDBACK-DAYS
                   END-IF
               END-IF
               CLOSE PARM-FILE
           END-IF

           IF WS-FIRM-LEI = SPACES
               MOVE 'Reporting firm LEI missing from TRXPARM'
                 TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           .

       1200-INIT-CHECKPOINT.
           MOVE 'TRXEXT00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for TRXEXT00' TO
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
      * Reports already on the register, before today's are added.
      * A rejected new-trade report is rebuilt with today's client
      * and instrument data; if that changed it, the report was
      * corrected and goes again. Anything else rejected, or still
      * unanswered past the grace days, is listed.
      *----------------------------------------------------------------*
       2000-RECHECK-REGISTER.
           READ REGISTER-FILE NEXT RECORD
               AT END
                   SET WS-TXR-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           EVALUATE TRUE
               WHEN TXR-REJECTED
                   PERFORM 2010-RECHECK-REJECTED
               WHEN TXR-SUBMITTED
                   MOVE TXR-LAST-SUBMIT-DATE TO WS-SUBMIT-DATE-NUM
                   COMPUTE WS-DAYS-WAITING = WS-TODAY-INTEGER -
                       FUNCTION INTEGER-OF-DATE(WS-SUBMIT-DATE-NUM)
                   IF WS-DAYS-WAITING > WS-FEEDBACK-DAYS
                       ADD 1 TO WS-NO-FEEDBACK
                       MOVE 'NO FEEDBACK' TO WS-RPT-NOTE
                       PERFORM 2090-LIST-REGISTER-ENTRY
                   END-IF
           END-EVALUATE
           .

       2010-RECHECK-REJECTED.
           MOVE SPACES          TO TRX-EXTRACT-RECORD
           SET TXE-TYPE-DETAIL  TO TRUE
           MOVE TXR-LAST-REPORT TO TXE-DETAIL

           IF TXE-ACTION-NEW
               PERFORM 2300-SET-IDENTIFIERS
           END-IF

           IF TXE-DETAIL = TXR-LAST-REPORT
               ADD 1 TO WS-OPEN-EXCEPTIONS
               MOVE 'AWAITING CORRECTION' TO WS-RPT-NOTE
               PERFORM 2090-LIST-REGISTER-ENTRY
               EXIT PARAGRAPH
           END-IF

           PERFORM 2400-SUBMIT-REPORT
           ADD 1 TO WS-RESUBMITTED
           MOVE 'RESUBMITTED' TO WS-RPT-NOTE
           PERFORM 2090-LIST-REGISTER-ENTRY
           MOVE SPACES TO TXR-REJECT-CODE
                          TXR-REJECT-TEXT

           REWRITE TRX-REGISTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'Error updating report register: '
                           TXR-TRANS-REF
           END-REWRITE
           .

       2090-LIST-REGISTER-ENTRY.
           MOVE TXR-TRANS-REF      TO WS-DTL-REF
           MOVE TXR-PORTFOLIO-ID   TO WS-DTL-PORTFOLIO
           MOVE TXR-INVESTMENT-ID  TO WS-DTL-INVESTMENT
           MOVE TXR-LAST-REPORT(1:4) TO WS-DTL-ACTION
           MOVE TXR-SUBMIT-COUNT   TO WS-DTL-SUBMITS
           MOVE TXR-REJECT-CODE    TO WS-DTL-CODE
           MOVE TXR-REJECT-TEXT    TO WS-DTL-TEXT
           MOVE WS-RPT-NOTE        TO WS-DTL-NOTE
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

      *----------------------------------------------------------------*
      * Today's executions. Transfers, free movements, income and
      * cash are not executions and are not reported.
      *----------------------------------------------------------------*
       2100-REPORT-TRADE.
           READ TRANSACTION-FILE
               AT END
                   SET WS-TRAN-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF TRN-DATE = '*HEADER ' OR TRN-DATE = '*TRAILER'
               EXIT PARAGRAPH
           END-IF

           IF NOT TRN-TYPE-BUY   AND NOT TRN-TYPE-SELL
              AND NOT TRN-TYPE-SHORT AND NOT TRN-TYPE-COVER
               EXIT PARAGRAPH
           END-IF

           IF NOT TRN-STATUS-DONE AND NOT TRN-STATUS-REV
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TRADES-READ

           MOVE TRN-KEY TO TXR-TRANS-REF
           READ REGISTER-FILE
               INVALID KEY
                   IF TRN-STATUS-DONE
                       PERFORM 2200-REPORT-NEW-TRADE
                   END-IF
                   EXIT PARAGRAPH
           END-READ

           IF TRN-STATUS-REV
               PERFORM 2250-REPORT-REVERSAL
           ELSE
               ADD 1 TO WS-ALREADY-REPORTED
           END-IF
           .

       2200-REPORT-NEW-TRADE.
           MOVE SPACES TO TRX-REGISTER-RECORD
           MOVE TRN-KEY           TO TXR-TRANS-REF
           MOVE TRN-PORTFOLIO-ID  TO TXR-PORTFOLIO-ID
           MOVE TRN-INVESTMENT-ID TO TXR-INVESTMENT-ID
           MOVE TRN-TYPE          TO TXR-TRN-TYPE
           MOVE WS-CURRENT-DATE-X TO TXR-FIRST-SUBMIT-DATE
           MOVE ZERO              TO TXR-SUBMIT-COUNT

           MOVE SPACES TO TRX-EXTRACT-RECORD
           SET TXE-TYPE-DETAIL TO TRUE
           SET TXE-ACTION-NEW  TO TRUE
           MOVE TRN-KEY        TO TXE-TRANS-REF
           IF TRN-TYPE-BUY OR TRN-TYPE-COVER
               SET TXE-BUY  TO TRUE
           ELSE
               SET TXE-SELL TO TRUE
           END-IF
           IF TRN-TYPE-SHORT
               MOVE 'SESH' TO TXE-SHORT-SALE
           END-IF
           MOVE TRN-EXEC-BROKER TO TXE-EXEC-BROKER
           MOVE TRN-DATE        TO TXE-TRADE-DATE
           MOVE TRN-TIME        TO TXE-TRADE-TIME
           MOVE TRN-QUANTITY    TO TXE-QUANTITY
           MOVE TRN-PRICE       TO TXE-PRICE
           MOVE TRN-CURRENCY    TO TXE-CURRENCY
           MOVE TRN-AMOUNT      TO TXE-NET-AMOUNT

           MOVE TRN-INVESTMENT-ID TO SEC-ID
           READ SECURITY-MASTER
               INVALID KEY
                   MOVE SPACES TO TXE-VENUE
               NOT INVALID KEY
                   MOVE SEC-MARKET TO TXE-VENUE
           END-READ

           PERFORM 2300-SET-IDENTIFIERS
           PERFORM 2400-SUBMIT-REPORT
           ADD 1 TO WS-NEW-REPORTS

           WRITE TRX-REGISTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'Error writing report register: '
                           TXR-TRANS-REF
           END-WRITE
           .

      *----------------------------------------------------------------*
      * The reversal cancels the report the regulator holds. A new-
      * trade report it rejected or has not yet answered may never
      * be accepted, but a cancellation of one not on its books is
      * only rejected in turn -- the rejected one alone is simply
      * withdrawn here.
      *----------------------------------------------------------------*
       2250-REPORT-REVERSAL.
           IF TXR-WITHDRAWN
           OR TXR-LAST-REPORT(1:4) = 'CANC'
               ADD 1 TO WS-ALREADY-REPORTED
               EXIT PARAGRAPH
           END-IF

           IF TXR-REJECTED
               SET TXR-WITHDRAWN TO TRUE
               MOVE WS-CURRENT-DATE-X TO TXR-STATUS-DATE
               ADD 1 TO WS-WITHDRAWN
               MOVE 'WITHDRAWN-REVERSED' TO WS-RPT-NOTE
               PERFORM 2090-LIST-REGISTER-ENTRY
           ELSE
               MOVE SPACES           TO TRX-EXTRACT-RECORD
               SET TXE-TYPE-DETAIL   TO TRUE
               MOVE TXR-LAST-REPORT  TO TXE-DETAIL
               SET TXE-ACTION-CANCEL TO TRUE
               PERFORM 2400-SUBMIT-REPORT
               ADD 1 TO WS-CANCEL-REPORTS
           END-IF

           REWRITE TRX-REGISTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'Error updating report register: '
                           TXR-TRANS-REF
           END-REWRITE
           .

      *----------------------------------------------------------------*
      * The identifiers a report is most often rejected over, from
      * the reference data as it stands today: the firm's LEI, the
      * client's KYC identifier and the instrument's ISIN or CUSIP.
      *----------------------------------------------------------------*
       2300-SET-IDENTIFIERS.
           MOVE WS-FIRM-LEI TO TXE-EXEC-ENTITY

           MOVE TXR-PORTFOLIO-ID TO PORT-ID
           READ PORTFOLIO-FILE
               INVALID KEY
                   MOVE SPACES TO PORT-CLIENT-TYPE
           END-READ
           IF PORT-CORPORATE OR PORT-TRUST
               SET TXE-CLIENT-LEI TO TRUE
           ELSE
               SET TXE-CLIENT-NATIONAL TO TRUE
           END-IF

           MOVE SPACES TO TXE-CLIENT-ID
           IF WS-KYC-OPEN
               MOVE TXR-PORTFOLIO-ID TO KYC-PORTFOLIO-ID
               READ KYC-PROFILE-FILE
                   NOT INVALID KEY
                       MOVE KYC-REG-CLIENT-ID TO TXE-CLIENT-ID
               END-READ
           END-IF
           IF TXE-CLIENT-ID = SPACES
               ADD 1 TO WS-MISSING-CLIENT-ID
           END-IF

           MOVE TXR-INVESTMENT-ID TO XRF-SEC-ID
           READ SECURITY-XREF-FILE
               INVALID KEY
                   MOVE SPACES TO SECURITY-XREF-RECORD
           END-READ
           EVALUATE TRUE
               WHEN XRF-ISIN NOT = SPACES
                   SET TXE-INSTR-ISIN TO TRUE
                   MOVE XRF-ISIN  TO TXE-INSTR-ID
               WHEN XRF-CUSIP NOT = SPACES
                   SET TXE-INSTR-CUSIP TO TRUE
                   MOVE XRF-CUSIP TO TXE-INSTR-ID
               WHEN OTHER
                   SET TXE-INSTR-INTERNAL TO TRUE
                   MOVE TXR-INVESTMENT-ID TO TXE-INSTR-ID
           END-EVALUATE
           .

       2400-SUBMIT-REPORT.
           WRITE TRX-EXTRACT-RECORD
           IF WS-EXT-STATUS NOT = '00'
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'Error writing transaction report: '
                       TXR-TRANS-REF
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-DETAIL-RECORDS
           MOVE TXE-DETAIL        TO TXR-LAST-REPORT
           SET TXR-SUBMITTED      TO TRUE
           MOVE WS-CURRENT-DATE-X TO TXR-LAST-SUBMIT-DATE
           ADD 1 TO TXR-SUBMIT-COUNT
           .

       2500-WRITE-TRAILER.
           MOVE SPACES TO TRX-EXTRACT-RECORD
           SET TXE-TYPE-TRAILER TO TRUE
           MOVE WS-DETAIL-RECORDS TO TXE-TRL-RECORD-COUNT
           COMPUTE TXE-TRL-NEW-COUNT =
               WS-DETAIL-RECORDS - WS-CANCEL-REPORTS
           MOVE WS-CANCEL-REPORTS TO TXE-TRL-CANCEL-COUNT

           WRITE TRX-EXTRACT-RECORD
           IF WS-EXT-STATUS NOT = '00'
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'Error writing transaction report trailer'
           END-IF

           IF WS-OPEN-EXCEPTIONS = 0 AND WS-NO-FEEDBACK = 0
              AND WS-RESUBMITTED = 0 AND WS-WITHDRAWN = 0
               MOVE 'NO OPEN EXCEPTIONS' TO WS-NTL-TEXT
               WRITE REPORT-RECORD FROM WS-NOTE-LINE
           END-IF
           .

       3000-TERMINATE.
           PERFORM 3100-UPDATE-COMPLETION

           CLOSE TRANSACTION-FILE
                 PORTFOLIO-FILE
                 SECURITY-MASTER
                 SECURITY-XREF-FILE
                 REGISTER-FILE
                 EXTRACT-FILE
                 EXCEPTION-REPORT
                 BATCH-CONTROL-FILE
           IF WS-KYC-OPEN
               CLOSE KYC-PROFILE-FILE
           END-IF

           DISPLAY 'TRXEXT00 Processing Statistics:'
           DISPLAY '  Trades read:          ' WS-TRADES-READ
           DISPLAY '  New reports:          ' WS-NEW-REPORTS
           DISPLAY '  Cancellations:        ' WS-CANCEL-REPORTS
           DISPLAY '  Resubmitted:          ' WS-RESUBMITTED
           DISPLAY '  Detail records:       ' WS-DETAIL-RECORDS
           DISPLAY '  Already reported:     ' WS-ALREADY-REPORTED
           DISPLAY '  Withdrawn:            ' WS-WITHDRAWN
           DISPLAY '  Open exceptions:      ' WS-OPEN-EXCEPTIONS
           DISPLAY '  Awaiting feedback:    ' WS-NO-FEEDBACK
           DISPLAY '  Missing client IDs:   ' WS-MISSING-CLIENT-ID
           DISPLAY '  Errors:               ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       3100-UPDATE-COMPLETION.
           MOVE 'TRXEXT00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for TRXEXT00' TO
                       ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-READ

           MOVE BCT-STAT-DONE TO BCT-STATUS
           ACCEPT WS-CURRENT-TIME8 FROM TIME
           MOVE WS-CURRENT-TIME8 TO BCT-END-TIME

      *    An open rejection is a report the regulator does not yet
      *    have -- a warning until it is corrected.
           IF WS-ERROR-COUNT > 0
           OR WS-OPEN-EXCEPTIONS > 0
           OR WS-NO-FEEDBACK > 0
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
           MOVE 'TRXEXT00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
