      *================================================================*
      * Program Name: PRCRST00
      * Description: Vendor Price Correction Restatement
      * Version: 1.0
      * Date: 2026
      *
      * Applies the pricing vendor's corrections to prices for days
      * already closed. POSVAL00 only ever takes the vendor's price
      * going forward, so without this step a corrected price leaves
      * the day's market values -- and everything struck from them --
      * wrong. Each PRCCORIN card names a security, the price date
      * corrected and the corrected price:
      *
      *  - the PRCHIST entry for that security and date is replaced
      *    in place (source C), and where that date is still the
      *    latest price accepted the PRCMEM memory follows, so the
      *    next night's tolerance check measures from the right
      *    number;
      *  - every portfolio that held the security on the price date
      *    is found through the POSCUR investment alternate index
      *    (closed holdings included -- they may still have been
      *    held that day) and its dated POSITION-MASTER history
      *    read up to the price date. A holding with a master
      *    record dated the price date has that record revalued at
      *    the corrected price; where the date is still the latest
      *    price the current view image, the dated record it points
      *    at and PORT-TOTAL-VALUE are restated as well;
      *  - the impact report lists each affected portfolio's value
      *    of the holding at the old and the corrected price;
      *  - any downstream output already produced for the date --
      *    the month-end snapshot, statements, performance, fee
      *    bills -- is looked up on BCHCTL, and for each that ran
      *    to completion an entry per affected portfolio is raised
      *    on the PRCRSF restatement flag file: rerun, or for fee
      *    bills already charged, adjust.
      *
      * The base value is restated at the rate the dated record was
      * translated at; a holding with no record on the date uses
      * today's FXRATES rate. Every correction is written to
      * AUDITLOG through AUDPROC under the user on the card.
      *
      * Maintenance Log:
      * 2026-10-15 - The quarter-end holdings filing (HLDFIL00) is
      *              struck from the day's market values too, and is
      *              flagged for rerun with the other outputs.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRCRST00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORRECTION-CARD-FILE
               ASSIGN TO PRCCORIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PCI-STATUS.

           SELECT PRICE-HISTORY-FILE
               ASSIGN TO PRCHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRH-KEY
               FILE STATUS IS WS-PRH-STATUS.

           SELECT PRICE-MEMORY-FILE
               ASSIGN TO PRCMEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRM-KEY
               FILE STATUS IS WS-PRM-STATUS.

           SELECT POSITION-MASTER
               ASSIGN TO POSMSTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-KEY
               FILE STATUS IS WS-POS-STATUS.

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

           SELECT FX-RATE-FILE
               ASSIGN TO FXRATES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FXR-KEY
               FILE STATUS IS WS-FXR-STATUS.

           SELECT BATCH-CONTROL-FILE
               ASSIGN TO BCHCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BCT-KEY
               FILE STATUS IS WS-BCT-STATUS.

           SELECT RESTATEMENT-FLAG-FILE
               ASSIGN TO PRCRSF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RSF-KEY
               FILE STATUS IS WS-RSF-STATUS.

           SELECT RESTATEMENT-REPORT
               ASSIGN TO PRCRRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CORRECTION-CARD-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
      *----------------------------------------------------------------*
      * One card per corrected price.
      *----------------------------------------------------------------*
       01  CORRECTION-CARD-RECORD.
           05  PCI-INVESTMENT-ID       PIC X(10).
           05  PCI-PRICE-DATE          PIC X(08).
           05  PCI-CORRECTED-PRICE     PIC 9(11)V9(4).
           05  PCI-ENTERED-BY          PIC X(08).
           05  PCI-REASON              PIC X(30).
           05  FILLER                  PIC X(09).

       FD  PRICE-HISTORY-FILE.
       COPY PRCHIST.

       FD  PRICE-MEMORY-FILE.
       COPY PRCMEM.

       FD  POSITION-MASTER.
       COPY POSREC.

       FD  CURRENT-POSITION-FILE.
       COPY POSCUR.

       FD  PORTFOLIO-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PORTFLIO.

       FD  FX-RATE-FILE.
           COPY FXRATE.

       FD  BATCH-CONTROL-FILE.
           COPY BCHCTL.

       FD  RESTATEMENT-FLAG-FILE.
       COPY PRCRSF.

       FD  RESTATEMENT-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY BCHCON.
           COPY ERRHAND.
           COPY AUDITLOG.

      *    Downstream outputs are looked up as the scheduler built
      *    them -- cycle 1 of the processing date.
       01  WS-CYCLE-NO             PIC 9(2) VALUE 1.
       01  WS-FILE-STATUS.
           05  WS-PCI-STATUS           PIC X(2).
           05  WS-PRH-STATUS           PIC X(2).
           05  WS-PRM-STATUS           PIC X(2).
           05  WS-POS-STATUS           PIC X(2).
           05  WS-CUR-STATUS           PIC X(2).
           05  WS-PORT-STATUS          PIC X(2).
           05  WS-FXR-STATUS           PIC X(2).
           05  WS-BCT-STATUS           PIC X(2).
           05  WS-RSF-STATUS           PIC X(2).
           05  WS-RPT-STATUS           PIC X(2).

       01  WS-CONSTANTS.
      *    Base reporting currency for the firm.
           05  WS-BASE-CURRENCY        PIC X(3) VALUE 'USD'.

      *----------------------------------------------------------------*
      * Outputs struck from the day's position values, each with its
      * place in the month-end sequence (PRCSEQ) -- the BCHCTL key it
      * ran under -- and what a correction asks of it: R rerun, A
      * adjust (a fee already billed is credited or re-billed rather
      * than the bill run repeated).
      *----------------------------------------------------------------*
       01  WS-DOWNSTREAM-VALUES.
           05  FILLER                  PIC X(13) VALUE 'MECLS00 0001R'.
           05  FILLER                  PIC X(13) VALUE 'MERPT00 0002R'.
           05  FILLER                  PIC X(13) VALUE 'STMGEN000003R'.
           05  FILLER                  PIC X(13) VALUE 'FEEBIL000004A'.
           05  FILLER                  PIC X(13) VALUE 'PRFRPT000005R'.
           05  FILLER                  PIC X(13) VALUE 'RSKRPT000014R'.
           05  FILLER                  PIC X(13) VALUE 'FLWRPT000025R'.
           05  FILLER                  PIC X(13) VALUE 'PFTRPT000026R'.
           05  FILLER                  PIC X(13) VALUE 'CMPRTN000027R'.
           05  FILLER                  PIC X(13) VALUE 'HLDFIL000028R'.
       01  WS-DOWNSTREAM-TABLE REDEFINES WS-DOWNSTREAM-VALUES.
           05  WS-DS-ENTRY OCCURS 10 TIMES.
               10  WS-DS-JOB-NAME      PIC X(8).
               10  WS-DS-SEQUENCE-NO   PIC 9(4).
               10  WS-DS-ACTION        PIC X(1).
       01  WS-DS-IX                    PIC 9(4) COMP.
       01  WS-DS-MAX                   PIC 9(4) COMP VALUE 10.

       01  WS-SWITCHES.
           05  WS-PCI-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-PCI-EOF              VALUE 'Y'.
           05  WS-SCAN-EOF-SW          PIC X(1) VALUE 'N'.
               88  WS-SCAN-EOF             VALUE 'Y'.
               88  WS-SCAN-MORE            VALUE 'N'.
           05  WS-CARD-OK-SW           PIC X(1) VALUE 'Y'.
               88  WS-CARD-OK              VALUE 'Y'.
               88  WS-CARD-REJECTED        VALUE 'N'.
           05  WS-LATEST-PRICE-SW      PIC X(1) VALUE 'N'.
               88  WS-LATEST-PRICE         VALUE 'Y'.
               88  WS-EARLIER-PRICE        VALUE 'N'.
           05  WS-HELD-SW              PIC X(1) VALUE 'N'.
               88  WS-HELD-ON-DATE         VALUE 'Y'.
               88  WS-NOT-HELD-ON-DATE     VALUE 'N'.
           05  WS-FLAG-SW              PIC X(1) VALUE 'Y'.
               88  WS-FLAG-STORED          VALUE 'Y'.
               88  WS-FLAG-FAILED          VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                     PIC X(8).
           05  WS-REJECT-REASON        PIC X(40).
           05  WS-OLD-PRICE            PIC S9(11)V9(4) COMP-3.
           05  WS-NEW-PRICE            PIC S9(11)V9(4) COMP-3.
           05  WS-FX-RATE              PIC S9(7)V9(8) COMP-3.
           05  WS-PORTFOLIO-ID         PIC X(8).
           05  WS-OLD-BASE             PIC S9(13)V9(2) COMP-3.
           05  WS-NEW-BASE             PIC S9(13)V9(2) COMP-3.
           05  WS-CUR-OLD-BASE         PIC S9(13)V9(2) COMP-3.
           05  WS-RECORDS-RESTATED     PIC 9(3) COMP.
           05  WS-CARD-PORTFOLIOS      PIC 9(5) COMP.
           05  WS-CARD-OLD-TOTAL       PIC S9(15)V9(2) COMP-3.
           05  WS-CARD-NEW-TOTAL       PIC S9(15)V9(2) COMP-3.
           05  WS-BEFORE-IMAGE         PIC X(400).
           05  WS-AFTER-IMAGE          PIC X(400).

      *----------------------------------------------------------------*
      * The holding as of the price date: the latest dated master
      * record for the security on or before it.
      *----------------------------------------------------------------*
       01  WS-HOLDING-ON-DATE.
           05  WS-HLD-DATE             PIC X(8).
           05  WS-HLD-QUANTITY         PIC S9(11)V9(4) COMP-3.
           05  WS-HLD-STATUS           PIC X(1).
           05  WS-HLD-CURRENCY         PIC X(3).
           05  WS-HLD-MARKET-VALUE     PIC S9(13)V9(2) COMP-3.
           05  WS-HLD-BASE-VALUE       PIC S9(13)V9(2) COMP-3.

      *----------------------------------------------------------------*
      * Portfolios holding the corrected security, collected off the
      * alternate index before anything is rewritten. Capped like
      * CRPACT00's key table; a security held more widely than this
      * fails the card rather than restating part of the book.
      *----------------------------------------------------------------*
       01  WS-HOLDER-TABLE.
           05  WS-HOLDER-COUNT         PIC 9(5) COMP VALUE 0.
           05  WS-HOLDER-PORT OCCURS 5000 TIMES
                                       PIC X(8).
       01  WS-HOLDER-IX                PIC 9(5) COMP.
       01  WS-HOLDER-MAX               PIC 9(5) COMP VALUE 5000.

       01  WS-COUNTERS.
           05  WS-CARDS-READ           PIC 9(5) COMP VALUE 0.
           05  WS-PRICES-CORRECTED     PIC 9(5) COMP VALUE 0.
           05  WS-CARDS-REJECTED       PIC 9(5) COMP VALUE 0.
           05  WS-PORTFOLIOS-AFFECTED  PIC 9(7) COMP VALUE 0.
           05  WS-DATED-RESTATED       PIC 9(7) COMP VALUE 0.
           05  WS-CURRENT-RESTATED     PIC 9(7) COMP VALUE 0.
           05  WS-FLAGS-RAISED         PIC 9(7) COMP VALUE 0.
           05  WS-NO-RATE-COUNT        PIC 9(7) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       01  WS-REPORT-LINES.
           05  WS-HDR-LINE.
               10  FILLER              PIC X(40) VALUE
                   'PRICE CORRECTION RESTATEMENT  DATE '.
               10  WS-HDR-DATE         PIC X(8).
               10  FILLER              PIC X(84) VALUE SPACES.
           05  WS-ACT-LINE.
               10  WS-ACT-L-VERB       PIC X(11).
               10  WS-ACT-L-INVESTMENT PIC X(10).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-ACT-L-DATE       PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-ACT-L-USER       PIC X(8).
               10  FILLER              PIC X(3)  VALUE ' - '.
               10  WS-ACT-L-TEXT       PIC X(40).
               10  FILLER              PIC X(50) VALUE SPACES.
           05  WS-PRICE-LINE.
               10  FILLER              PIC X(13) VALUE
                   '  OLD PRICE '.
               10  WS-PRC-L-OLD        PIC ZZZ,ZZZ,ZZ9.9999.
               10  FILLER              PIC X(13) VALUE
                   '  NEW PRICE '.
               10  WS-PRC-L-NEW        PIC ZZZ,ZZZ,ZZ9.9999.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  WS-PRC-L-REASON     PIC X(30).
               10  FILLER              PIC X(41) VALUE SPACES.
           05  WS-COLUMN-LINE.
               10  FILLER              PIC X(40) VALUE
                   '  PORTFOLIO  HELD AS OF          QUANTIT'.
               10  FILLER              PIC X(40) VALUE
                   'Y         OLD VALUE         NEW VALUE   '.
               10  FILLER              PIC X(40) VALUE
                   '         CHANGE  RESTATED'.
               10  FILLER              PIC X(12) VALUE SPACES.
           05  WS-DETAIL-LINE.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-DTL-PORTFOLIO    PIC X(8).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  WS-DTL-DATE         PIC X(8).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-DTL-QUANTITY     PIC -ZZZ,ZZZ,ZZ9.9999.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-OLD-VALUE    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
               10  WS-DTL-NEW-VALUE    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
               10  WS-DTL-CHANGE       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  WS-DTL-RESTATED     PIC ZZ9.
               10  FILLER              PIC X(31) VALUE SPACES.
           05  WS-FLAG-LINE.
               10  FILLER              PIC X(15) VALUE SPACES.
               10  WS-FLG-ACTION       PIC X(20).
               10  WS-FLG-JOB-NAME     PIC X(8).
               10  FILLER              PIC X(89) VALUE SPACES.
           05  WS-TOTAL-LINE.
               10  FILLER              PIC X(13) VALUE
                   '  PORTFOLIOS '.
               10  WS-TOT-PORTFOLIOS   PIC ZZ,ZZ9.
               10  FILLER              PIC X(24) VALUE SPACES.
               10  WS-TOT-OLD-VALUE    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
               10  WS-TOT-NEW-VALUE    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
               10  WS-TOT-CHANGE       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(35) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-APPLY-CARD
               UNTIL WS-PCI-EOF

           PERFORM 5000-TERMINATE

           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD

           OPEN INPUT CORRECTION-CARD-FILE
           IF WS-PCI-STATUS NOT = '00'
               SET WS-PCI-EOF TO TRUE
           END-IF

           OPEN I-O PRICE-HISTORY-FILE
           IF WS-PRH-STATUS NOT = '00'
               MOVE 'Error opening price history file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               SET WS-PCI-EOF TO TRUE
           END-IF

           OPEN I-O PRICE-MEMORY-FILE
           IF WS-PRM-STATUS NOT = '00'
               MOVE 'Error opening price memory file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               SET WS-PCI-EOF TO TRUE
           END-IF

           OPEN I-O POSITION-MASTER
           IF WS-POS-STATUS NOT = '00'
               MOVE 'Error opening position master' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               SET WS-PCI-EOF TO TRUE
           END-IF

           OPEN I-O CURRENT-POSITION-FILE
           IF WS-CUR-STATUS NOT = '00'
               MOVE 'Error opening current position view' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               SET WS-PCI-EOF TO TRUE
           END-IF

           OPEN I-O PORTFOLIO-FILE
           IF WS-PORT-STATUS NOT = '00'
               MOVE 'Error opening portfolio file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               SET WS-PCI-EOF TO TRUE
           END-IF

           OPEN INPUT FX-RATE-FILE
           IF WS-FXR-STATUS NOT = '00'
               MOVE 'Error opening FX rate file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               SET WS-PCI-EOF TO TRUE
           END-IF

           OPEN INPUT BATCH-CONTROL-FILE
           IF WS-BCT-STATUS NOT = '00'
               MOVE 'Error opening control file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               SET WS-PCI-EOF TO TRUE
           END-IF

      *    The flag file is created by the first restatement raised.
           OPEN I-O RESTATEMENT-FLAG-FILE
           IF WS-RSF-STATUS NOT = '00' AND '05'
               MOVE 'Error opening restatement flag file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               SET WS-PCI-EOF TO TRUE
           END-IF

           OPEN OUTPUT RESTATEMENT-REPORT
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'Error opening restatement report' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               SET WS-PCI-EOF TO TRUE
           END-IF

           MOVE WS-CURRENT-DATE-X TO WS-HDR-DATE
           WRITE REPORT-RECORD FROM WS-HDR-LINE
           .

       2000-APPLY-CARD.
           READ CORRECTION-CARD-FILE
               AT END
                   SET WS-PCI-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-CARDS-READ
           SET WS-CARD-OK TO TRUE
           MOVE SPACES TO WS-REJECT-REASON

           EVALUATE TRUE
               WHEN PCI-ENTERED-BY = SPACES
                   MOVE 'USER REQUIRED' TO WS-REJECT-REASON
               WHEN PCI-INVESTMENT-ID = SPACES
                   MOVE 'INVESTMENT REQUIRED' TO WS-REJECT-REASON
               WHEN PCI-PRICE-DATE NOT NUMERIC
                   MOVE 'PRICE DATE MUST BE YYYYMMDD'
                     TO WS-REJECT-REASON
               WHEN PCI-PRICE-DATE > WS-CURRENT-DATE-X
                   MOVE 'PRICE DATE IN THE FUTURE' TO WS-REJECT-REASON
               WHEN PCI-CORRECTED-PRICE NOT NUMERIC
               OR   PCI-CORRECTED-PRICE = ZERO
                   MOVE 'CORRECTED PRICE REQUIRED' TO WS-REJECT-REASON
           END-EVALUATE

           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

           MOVE PCI-CORRECTED-PRICE TO WS-NEW-PRICE

           PERFORM 2100-REPLACE-HISTORY-PRICE
           IF WS-CARD-REJECTED
               EXIT PARAGRAPH
           END-IF

           PERFORM 2200-COLLECT-HOLDERS
           IF WS-CARD-REJECTED
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-CARD-PORTFOLIOS
           MOVE ZERO TO WS-CARD-OLD-TOTAL
           MOVE ZERO TO WS-CARD-NEW-TOTAL
           WRITE REPORT-RECORD FROM WS-COLUMN-LINE

           PERFORM 2300-RESTATE-HOLDER
               VARYING WS-HOLDER-IX FROM 1 BY 1
               UNTIL WS-HOLDER-IX > WS-HOLDER-COUNT

           MOVE WS-CARD-PORTFOLIOS TO WS-TOT-PORTFOLIOS
           MOVE WS-CARD-OLD-TOTAL  TO WS-TOT-OLD-VALUE
           MOVE WS-CARD-NEW-TOTAL  TO WS-TOT-NEW-VALUE
           COMPUTE WS-TOT-CHANGE =
               WS-CARD-NEW-TOTAL - WS-CARD-OLD-TOTAL
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE

           PERFORM 4000-WRITE-AUDIT
           ADD 1 TO WS-PRICES-CORRECTED
           .

       2090-REJECT-CARD.
           SET WS-CARD-REJECTED TO TRUE
           ADD 1 TO WS-CARDS-REJECTED
           MOVE 'REJECTED:  '     TO WS-ACT-L-VERB
           MOVE WS-REJECT-REASON  TO WS-ACT-L-TEXT
           PERFORM 2095-WRITE-ACTION-LINE
           .

       2095-WRITE-ACTION-LINE.
           MOVE PCI-INVESTMENT-ID TO WS-ACT-L-INVESTMENT
           MOVE PCI-PRICE-DATE    TO WS-ACT-L-DATE
           MOVE PCI-ENTERED-BY    TO WS-ACT-L-USER
           WRITE REPORT-RECORD FROM WS-ACT-LINE
           .

      *----------------------------------------------------------------*
      * The history entry for the date is replaced in place. Only a
      * price the revaluation actually used can be corrected -- a
      * card for a date with no entry, or repeating the price on
      * file, has nothing to restate. Where the date is still the
      * latest price accepted, the memory takes the corrected price
      * as well.
      *----------------------------------------------------------------*
       2100-REPLACE-HISTORY-PRICE.
           MOVE PCI-INVESTMENT-ID TO PRH-INVESTMENT-ID
           MOVE PCI-PRICE-DATE    TO PRH-PRICE-DATE
           READ PRICE-HISTORY-FILE
               INVALID KEY
                   MOVE 'NO PRICE ON FILE FOR THAT DATE'
                     TO WS-REJECT-REASON
                   PERFORM 2090-REJECT-CARD
                   EXIT PARAGRAPH
           END-READ

           IF PRH-PRICE = WS-NEW-PRICE
               MOVE 'PRICE UNCHANGED' TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

           MOVE PRH-PRICE            TO WS-OLD-PRICE
           MOVE PRICE-HISTORY-RECORD TO WS-BEFORE-IMAGE
           MOVE WS-NEW-PRICE         TO PRH-PRICE
           SET PRH-SOURCE-CORRECTED  TO TRUE

           REWRITE PRICE-HISTORY-RECORD
               INVALID KEY
                   MOVE 'Error replacing price history' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   MOVE 'PRICE HISTORY NOT UPDATED'
                     TO WS-REJECT-REASON
                   PERFORM 2090-REJECT-CARD
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE PRICE-HISTORY-RECORD TO WS-AFTER-IMAGE

           SET WS-EARLIER-PRICE TO TRUE
           MOVE PCI-INVESTMENT-ID TO PRM-INVESTMENT-ID
           READ PRICE-MEMORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PRM-PRICE-DATE = PCI-PRICE-DATE
                       SET WS-LATEST-PRICE TO TRUE
                       PERFORM 2110-CORRECT-PRICE-MEMORY
                   END-IF
           END-READ

           MOVE 'CORRECTED: '     TO WS-ACT-L-VERB
           IF WS-LATEST-PRICE
               MOVE 'LATEST PRICE - CURRENT VALUES RESTATED'
                 TO WS-ACT-L-TEXT
           ELSE
               MOVE 'PRIOR-DAY PRICE - DATED VALUES RESTATED'
                 TO WS-ACT-L-TEXT
           END-IF
           PERFORM 2095-WRITE-ACTION-LINE

           MOVE WS-OLD-PRICE      TO WS-PRC-L-OLD
           MOVE WS-NEW-PRICE      TO WS-PRC-L-NEW
           MOVE PCI-REASON        TO WS-PRC-L-REASON
           WRITE REPORT-RECORD FROM WS-PRICE-LINE
           .

       2110-CORRECT-PRICE-MEMORY.
           MOVE WS-NEW-PRICE      TO PRM-PRICE
           MOVE PCI-PRICE-DATE    TO PRM-CHANGE-DATE

           REWRITE PRICE-MEMORY-RECORD
               INVALID KEY
                   MOVE 'Error updating price memory' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-REWRITE
           .

      *----------------------------------------------------------------*
      * Every portfolio with a view image for the security, closed
      * or not, through the investment alternate index. The view's
      * holders arrive contiguously; the first different ID ends the
      * browse.
      *----------------------------------------------------------------*
       2200-COLLECT-HOLDERS.
           MOVE ZERO TO WS-HOLDER-COUNT
           SET WS-SCAN-MORE TO TRUE

           MOVE PCI-INVESTMENT-ID TO CUR-INVESTMENT-ID
           START CURRENT-POSITION-FILE
                 KEY NOT LESS THAN CUR-INVESTMENT-ID
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START

           PERFORM 2210-COLLECT-ONE-HOLDER
               UNTIL WS-SCAN-EOF
               OR WS-CARD-REJECTED
           .

       2210-COLLECT-ONE-HOLDER.
           READ CURRENT-POSITION-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF CUR-INVESTMENT-ID NOT = PCI-INVESTMENT-ID
               SET WS-SCAN-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF WS-HOLDER-COUNT NOT < WS-HOLDER-MAX
               MOVE 'Holder table capacity exceeded' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               MOVE 'TOO MANY HOLDERS - NOT RESTATED'
                 TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-HOLDER-COUNT
           MOVE CUR-PORTFOLIO-ID TO WS-HOLDER-PORT(WS-HOLDER-COUNT)
           .

      *----------------------------------------------------------------*
      * One holder: find what it held on the price date, restate the
      * records valued at the corrected price, and raise the
      * downstream flags.
      *----------------------------------------------------------------*
       2300-RESTATE-HOLDER.
           MOVE WS-HOLDER-PORT(WS-HOLDER-IX) TO WS-PORTFOLIO-ID
           MOVE ZERO TO WS-RECORDS-RESTATED

           PERFORM 2310-FIND-HOLDING-ON-DATE
           IF WS-NOT-HELD-ON-DATE
               EXIT PARAGRAPH
           END-IF

           PERFORM 2320-RESOLVE-RATE

           COMPUTE WS-OLD-BASE ROUNDED =
               WS-HLD-QUANTITY * WS-OLD-PRICE * WS-FX-RATE
           COMPUTE WS-NEW-BASE ROUNDED =
               WS-HLD-QUANTITY * WS-NEW-PRICE * WS-FX-RATE

           IF WS-HLD-DATE = PCI-PRICE-DATE
               MOVE PCI-PRICE-DATE TO POS-DATE
               PERFORM 2330-RESTATE-DATED-RECORD
           END-IF

           IF WS-LATEST-PRICE
               PERFORM 2340-RESTATE-CURRENT-HOLDING
           END-IF

           ADD 1 TO WS-PORTFOLIOS-AFFECTED
           ADD 1 TO WS-CARD-PORTFOLIOS
           ADD WS-OLD-BASE TO WS-CARD-OLD-TOTAL
           ADD WS-NEW-BASE TO WS-CARD-NEW-TOTAL

           MOVE WS-PORTFOLIO-ID     TO WS-DTL-PORTFOLIO
           MOVE WS-HLD-DATE         TO WS-DTL-DATE
           MOVE WS-HLD-QUANTITY     TO WS-DTL-QUANTITY
           MOVE WS-OLD-BASE         TO WS-DTL-OLD-VALUE
           MOVE WS-NEW-BASE         TO WS-DTL-NEW-VALUE
           COMPUTE WS-DTL-CHANGE = WS-NEW-BASE - WS-OLD-BASE
           MOVE WS-RECORDS-RESTATED TO WS-DTL-RESTATED
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE

           PERFORM 2350-FLAG-DOWNSTREAM
               VARYING WS-DS-IX FROM 1 BY 1
               UNTIL WS-DS-IX > WS-DS-MAX
           .

      *----------------------------------------------------------------*
      * The master is keyed portfolio/date/investment, so the
      * portfolio's dated history is read forward up to the price
      * date, keeping the last record for the security: that is the
      * holding as it stood that day. Not held means no record on
      * or before the date, or a closed or zero position.
      *----------------------------------------------------------------*
       2310-FIND-HOLDING-ON-DATE.
           SET WS-NOT-HELD-ON-DATE TO TRUE
           MOVE SPACES TO WS-HLD-DATE
           MOVE ZERO   TO WS-HLD-QUANTITY
           SET WS-SCAN-MORE TO TRUE

           MOVE WS-PORTFOLIO-ID TO POS-PORTFOLIO-ID
           MOVE LOW-VALUES      TO POS-DATE
           MOVE LOW-VALUES      TO POS-INVESTMENT-ID
           START POSITION-MASTER KEY NOT LESS THAN POS-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START

           PERFORM 2315-SCAN-ONE-DATED-RECORD
               UNTIL WS-SCAN-EOF

           IF WS-HLD-DATE NOT = SPACES
              AND WS-HLD-STATUS = 'A'
              AND WS-HLD-QUANTITY NOT = ZERO
               SET WS-HELD-ON-DATE TO TRUE
           END-IF
           .

       2315-SCAN-ONE-DATED-RECORD.
           READ POSITION-MASTER NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF POS-PORTFOLIO-ID NOT = WS-PORTFOLIO-ID
           OR POS-DATE > PCI-PRICE-DATE
               SET WS-SCAN-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF POS-INVESTMENT-ID = PCI-INVESTMENT-ID
               MOVE POS-DATE         TO WS-HLD-DATE
               MOVE POS-QUANTITY     TO WS-HLD-QUANTITY
               MOVE POS-STATUS       TO WS-HLD-STATUS
               MOVE POS-CURRENCY     TO WS-HLD-CURRENCY
               MOVE POS-MARKET-VALUE TO WS-HLD-MARKET-VALUE
               MOVE POS-BASE-VALUE   TO WS-HLD-BASE-VALUE
           END-IF
           .

      *----------------------------------------------------------------*
      * A record dated the price date was translated that night --
      * its own base-to-local ratio is the rate to restate at. Any
      * other holding takes today's rate; base currency, or no rate
      * on file, carries at rate 1 as in POSVAL00.
      *----------------------------------------------------------------*
       2320-RESOLVE-RATE.
           MOVE 1 TO WS-FX-RATE

           IF WS-HLD-DATE = PCI-PRICE-DATE
              AND WS-HLD-MARKET-VALUE NOT = ZERO
               COMPUTE WS-FX-RATE ROUNDED =
                   WS-HLD-BASE-VALUE / WS-HLD-MARKET-VALUE
               EXIT PARAGRAPH
           END-IF

           IF WS-HLD-CURRENCY NOT = WS-BASE-CURRENCY
              AND WS-HLD-CURRENCY NOT = SPACES
               MOVE WS-HLD-CURRENCY TO FXR-CURRENCY
               READ FX-RATE-FILE
                   INVALID KEY
                       ADD 1 TO WS-NO-RATE-COUNT
                   NOT INVALID KEY
                       MOVE FXR-RATE-TO-BASE TO WS-FX-RATE
               END-READ
           END-IF
           .

      *----------------------------------------------------------------*
      * Revalue one dated master record at the corrected price (the
      * caller sets POS-DATE). The prior day's value in
      * POS-PREVIOUS-VALUE is left as it was.
      *----------------------------------------------------------------*
       2330-RESTATE-DATED-RECORD.
           MOVE WS-PORTFOLIO-ID   TO POS-PORTFOLIO-ID
           MOVE PCI-INVESTMENT-ID TO POS-INVESTMENT-ID

           READ POSITION-MASTER
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'Dated record missing for restatement: '
                           POS-KEY
                   EXIT PARAGRAPH
           END-READ

           COMPUTE POS-MARKET-VALUE ROUNDED =
               POS-QUANTITY * WS-NEW-PRICE
           COMPUTE POS-BASE-VALUE ROUNDED =
               POS-MARKET-VALUE * WS-FX-RATE
           MOVE FUNCTION CURRENT-DATE TO POS-LAST-MAINT-DATE
           MOVE 'PRCRST00'        TO POS-LAST-MAINT-USER

           REWRITE POSITION-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'Error restating position: ' POS-KEY
                   EXIT PARAGRAPH
           END-REWRITE

           ADD 1 TO WS-RECORDS-RESTATED
           ADD 1 TO WS-DATED-RESTATED
           .

      *----------------------------------------------------------------*
      * The corrected date is still the latest price: the current
      * view image carries a value struck at the old price, and so
      * does PORT-TOTAL-VALUE. Both move by the holding's change, and
      * the dated record the image points at follows when it is not
      * the price-date record already restated.
      *----------------------------------------------------------------*
       2340-RESTATE-CURRENT-HOLDING.
           MOVE WS-PORTFOLIO-ID   TO CUR-PORTFOLIO-ID
           MOVE PCI-INVESTMENT-ID TO CUR-INVESTMENT-ID
           READ CURRENT-POSITION-FILE KEY IS CUR-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           IF NOT CUR-STATUS-ACTIVE
               EXIT PARAGRAPH
           END-IF

           MOVE CUR-BASE-VALUE TO WS-CUR-OLD-BASE
           COMPUTE CUR-MARKET-VALUE ROUNDED =
               CUR-QUANTITY * WS-NEW-PRICE
           COMPUTE CUR-BASE-VALUE ROUNDED =
               CUR-MARKET-VALUE * WS-FX-RATE
           MOVE FUNCTION CURRENT-DATE TO CUR-LAST-MAINT-DATE
           MOVE 'PRCRST00'        TO CUR-LAST-MAINT-USER

           REWRITE CURRENT-POSITION-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'Error restating view record: ' CUR-KEY
                   EXIT PARAGRAPH
           END-REWRITE

           ADD 1 TO WS-RECORDS-RESTATED
           ADD 1 TO WS-CURRENT-RESTATED

           IF CUR-POSITION-DATE NOT = PCI-PRICE-DATE
               MOVE CUR-POSITION-DATE TO POS-DATE
               PERFORM 2330-RESTATE-DATED-RECORD
           END-IF

           MOVE WS-PORTFOLIO-ID TO PORT-ID
           READ PORTFOLIO-FILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'Portfolio not found for restatement: '
                           WS-PORTFOLIO-ID
                   EXIT PARAGRAPH
           END-READ

           COMPUTE PORT-TOTAL-VALUE =
               PORT-TOTAL-VALUE + CUR-BASE-VALUE - WS-CUR-OLD-BASE

           REWRITE PORT-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'Error restating portfolio total: '
                           WS-PORTFOLIO-ID
           END-REWRITE
           .

      *----------------------------------------------------------------*
      * A downstream output that ran to completion for the price
      * date was struck at the old price: raise (or add to) the
      * portfolio's flag for it.
      *----------------------------------------------------------------*
       2350-FLAG-DOWNSTREAM.
           MOVE WS-DS-JOB-NAME(WS-DS-IX)    TO BCT-JOB-NAME
           MOVE PCI-PRICE-DATE              TO BCT-PROCESS-DATE
           MOVE WS-DS-SEQUENCE-NO(WS-DS-IX) TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO                 TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           IF NOT BCT-STATUS-DONE
               EXIT PARAGRAPH
           END-IF

           MOVE PCI-PRICE-DATE           TO RSF-PROCESS-DATE
           MOVE WS-DS-JOB-NAME(WS-DS-IX) TO RSF-JOB-NAME
           MOVE WS-PORTFOLIO-ID          TO RSF-PORTFOLIO-ID
           SET WS-FLAG-STORED            TO TRUE

           READ RESTATEMENT-FLAG-FILE
               INVALID KEY
                   INITIALIZE RSF-DATA
                   MOVE WS-DS-ACTION(WS-DS-IX) TO RSF-ACTION
                   MOVE WS-OLD-BASE         TO RSF-OLD-VALUE
                   MOVE WS-NEW-BASE         TO RSF-NEW-VALUE
                   MOVE 1                   TO RSF-CORRECTIONS
                   MOVE PCI-INVESTMENT-ID   TO RSF-LAST-INVESTMENT
                   MOVE WS-CURRENT-DATE-X   TO RSF-FLAG-DATE
                   SET RSF-STATUS-OPEN      TO TRUE
                   MOVE SPACES              TO RSF-CLEARED-DATE
                   MOVE SPACES              TO RSF-FILLER
                   WRITE RESTATEMENT-FLAG-RECORD
                       INVALID KEY
                           MOVE 'Error writing restatement flag'
                             TO ERR-TEXT
                           PERFORM 9000-ERROR-ROUTINE
                           EXIT PARAGRAPH
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 2355-ADD-TO-FLAG
           END-READ

           IF WS-FLAG-FAILED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-FLAGS-RAISED
           IF RSF-ACTION-ADJUST
               MOVE 'FLAGGED FOR ADJUST: ' TO WS-FLG-ACTION
           ELSE
               MOVE 'FLAGGED FOR RERUN:  ' TO WS-FLG-ACTION
           END-IF
           MOVE RSF-JOB-NAME TO WS-FLG-JOB-NAME
           WRITE REPORT-RECORD FROM WS-FLAG-LINE
           .

      *    An entry already raised for the date -- open or cleared --
      *    takes this correction's change on top and is open again.
       2355-ADD-TO-FLAG.
           COMPUTE RSF-NEW-VALUE =
               RSF-NEW-VALUE + WS-NEW-BASE - WS-OLD-BASE
           ADD 1 TO RSF-CORRECTIONS
           MOVE PCI-INVESTMENT-ID TO RSF-LAST-INVESTMENT
           MOVE WS-CURRENT-DATE-X TO RSF-FLAG-DATE
           SET RSF-STATUS-OPEN    TO TRUE
           MOVE SPACES            TO RSF-CLEARED-DATE

           REWRITE RESTATEMENT-FLAG-RECORD
               INVALID KEY
                   MOVE 'Error updating restatement flag' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   SET WS-FLAG-FAILED TO TRUE
           END-REWRITE
           .

       4000-WRITE-AUDIT.
           INITIALIZE AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE 'BATCH'               TO AUD-SYSTEM-ID
           MOVE PCI-ENTERED-BY        TO AUD-USER-ID
           MOVE 'PRCRST00'            TO AUD-PROGRAM
           MOVE 'PRC '                TO AUD-TYPE
           MOVE 'UPDATE  '            TO AUD-ACTION
           MOVE 'SUCC'                TO AUD-STATUS
           MOVE SPACES                TO AUD-PORTFOLIO-ID
           MOVE WS-BEFORE-IMAGE       TO AUD-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE        TO AUD-AFTER-IMAGE
           MOVE PCI-REASON            TO AUD-MESSAGE

           CALL 'AUDPROC' USING AUDIT-RECORD

           IF RETURN-CODE NOT = ZERO
               MOVE 'Error writing audit record' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           .

       5000-TERMINATE.
           CLOSE PRICE-HISTORY-FILE
                 PRICE-MEMORY-FILE
                 POSITION-MASTER
                 CURRENT-POSITION-FILE
                 PORTFOLIO-FILE
                 FX-RATE-FILE
                 BATCH-CONTROL-FILE
                 RESTATEMENT-FLAG-FILE
                 RESTATEMENT-REPORT
           IF WS-PCI-STATUS NOT = '35'
               CLOSE CORRECTION-CARD-FILE
           END-IF

           DISPLAY 'PRCRST00 Processing Statistics:'
           DISPLAY '  Cards read:            ' WS-CARDS-READ
           DISPLAY '  Prices corrected:      ' WS-PRICES-CORRECTED
           DISPLAY '  Cards rejected:        ' WS-CARDS-REJECTED
           DISPLAY '  Portfolios affected:   ' WS-PORTFOLIOS-AFFECTED
           DISPLAY '  Dated records restated:' WS-DATED-RESTATED
           DISPLAY '  Current images restated:' WS-CURRENT-RESTATED
           DISPLAY '  Downstream flags raised:' WS-FLAGS-RAISED
           DISPLAY '  Currencies with no rate:' WS-NO-RATE-COUNT
           DISPLAY '  Errors:                ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       9000-ERROR-ROUTINE.
           ADD 1 TO WS-ERROR-COUNT
           MOVE ERR-CAT-PROC TO ERR-CATEGORY
           MOVE 'PRCRST00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
