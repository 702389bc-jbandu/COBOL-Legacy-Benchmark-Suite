      *================================================================*
      * Program Name: DCDSTP00
      * Description: Decedent Account Freeze and Basis Step-Up
      * Version: 1.0
      * Date: 2026
      *
      * Works the estate desk's DCDIN cards and the date-of-death
      * cost basis step-up for accounts whose owner has died:
      *
      *  - a D card records the date of death: the DCDREC decedent
      *    entry opens and the portfolio goes DECEASED, which
      *    TRNVAL00 treats as frozen -- no trading, no withdrawals;
      *  - a V card keys a date-of-death unit value for a holding
      *    on DCDVAL, for a security the price history cannot value
      *    or an appraisal the estate has agreed;
      *  - every decedent still awaiting its step-up is then valued
      *    at the date of death: each active holding on the POSCUR
      *    view at its keyed valuation, else its PRCHIST price on
      *    the date of death or the last pricing date in the week
      *    before it. An account with any holding unpriced is held
      *    back whole for a later run. Once priced, each holding's
      *    POSITION-MASTER cost basis and every open long PORTLOT
      *    lot of it are set to quantity times that value; a lot is
      *    re-keyed to open on the date of death, so its holding
      *    period runs from there, and flagged stepped up. The
      *    portfolio book cost moves by the difference.
      *
      * Every record changed is written to AUDITLOG, before and
      * after image, through AUDPROC. A rerun after a failure skips
      * lots already flagged and re-derives the same position basis,
      * so nothing is stepped twice. DCDDST00 then passes the
      * stepped-up estate to the beneficiaries through ACTXFR00.
      *
      * Positions maintained here bypass POSUPD00, so the job stream
      * runs POSCBL00 as its following step to rebuild the POSCUR
      * view from the master, as it does after PAYDWN00.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCDSTP00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECEDENT-CARD-FILE
               ASSIGN TO DCDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DCI-STATUS.

           SELECT DECEDENT-FILE
               ASSIGN TO DCDREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DCD-KEY
               FILE STATUS IS WS-DCD-STATUS.

           SELECT VALUATION-FILE
               ASSIGN TO DCDVAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DVL-KEY
               FILE STATUS IS WS-DVL-STATUS.

           SELECT PRICE-HISTORY-FILE
               ASSIGN TO PRCHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRH-KEY
               FILE STATUS IS WS-PRH-STATUS.

           SELECT PORTFOLIO-FILE
               ASSIGN TO PORTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PORT-ID
               FILE STATUS IS WS-PORT-STATUS.

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
               FILE STATUS IS WS-CUR-STATUS.

           SELECT LOT-FILE
               ASSIGN TO PORTLOT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-LOT-STATUS.

           SELECT STEP-UP-REPORT
               ASSIGN TO DCDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DECEDENT-CARD-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
      *----------------------------------------------------------------*
      * One card per estate desk action. A D card needs the date of
      * death; a V card the holding and its date-of-death value.
      *----------------------------------------------------------------*
       01  DECEDENT-CARD-RECORD.
           05  DCI-ACTION              PIC X(01).
               88  DCI-RECORD-DEATH        VALUE 'D'.
               88  DCI-KEY-VALUATION       VALUE 'V'.
           05  DCI-PORTFOLIO-ID        PIC X(08).
           05  DCI-DATE-OF-DEATH       PIC X(08).
           05  DCI-INVESTMENT-ID       PIC X(10).
           05  DCI-UNIT-VALUE          PIC 9(11)V9(4).
           05  DCI-VALUATION-REF       PIC X(12).
           05  DCI-ENTERED-BY          PIC X(08).
           05  FILLER                  PIC X(18).

       FD  DECEDENT-FILE.
       COPY DCDREC.

       FD  VALUATION-FILE.
       COPY DCDVAL.

       FD  PRICE-HISTORY-FILE.
       COPY PRCHIST.

       FD  PORTFOLIO-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PORTFLIO.

       FD  POSITION-MASTER.
       COPY POSREC.

       FD  CURRENT-POSITION-FILE.
       COPY POSCUR.

       FD  LOT-FILE.
           COPY PORTLOT.

       FD  STEP-UP-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY ERRHAND.
           COPY AUDITLOG.

       01  WS-FILE-STATUS.
           05  WS-DCI-STATUS       PIC X(2).
           05  WS-DCD-STATUS       PIC X(2).
           05  WS-DVL-STATUS       PIC X(2).
           05  WS-PRH-STATUS       PIC X(2).
           05  WS-PORT-STATUS      PIC X(2).
           05  WS-POS-STATUS       PIC X(2).
           05  WS-CUR-STATUS       PIC X(2).
           05  WS-LOT-STATUS       PIC X(2).
           05  WS-RPT-STATUS       PIC X(2).

       01  WS-CONSTANTS.
           05  WS-BATCH-USER-ID    PIC X(8) VALUE 'DCDSTP00'.
      *    A death on a weekend or holiday takes the last price
      *    struck in the week before it.
           05  WS-PRICE-LOOKBACK   PIC 9(2) VALUE 7.

       01  WS-SWITCHES.
           05  WS-DCI-EOF-SW       PIC X(1) VALUE 'N'.
               88  WS-DCI-EOF          VALUE 'Y'.
           05  WS-DCD-EOF-SW       PIC X(1) VALUE 'N'.
               88  WS-DCD-EOF          VALUE 'Y'.
           05  WS-SCAN-EOF-SW      PIC X(1) VALUE 'N'.
               88  WS-SCAN-EOF         VALUE 'Y'.
               88  WS-SCAN-MORE        VALUE 'N'.
           05  WS-PRH-AVAIL-SW     PIC X(1) VALUE 'N'.
               88  WS-PRH-AVAILABLE    VALUE 'Y'.
               88  WS-PRH-UNAVAILABLE  VALUE 'N'.
           05  WS-PRICED-SW        PIC X(1) VALUE 'N'.
               88  WS-PRICED           VALUE 'Y'.
               88  WS-NOT-PRICED       VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8    PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                 PIC X(8).
           05  WS-PRICE-DATE8      PIC 9(8).
           05  WS-PRICE-DATE-X REDEFINES WS-PRICE-DATE8
                                 PIC X(8).
           05  WS-PRICE-INTEGER    PIC S9(9) COMP.
           05  WS-DAYS-BACK        PIC 9(2).
           05  WS-UNIT-PRICE       PIC S9(11)V9(4) COMP-3.
           05  WS-PRICE-SOURCE     PIC X(1).
           05  WS-OLD-BASIS        PIC S9(13)V9(2) COMP-3.
           05  WS-OLD-OPEN-DATE    PIC X(08).
           05  WS-ACCOUNT-NO       PIC X(10).
           05  WS-UNPRICED-COUNT   PIC 9(4) COMP.
           05  WS-POS-STEPPED      PIC 9(5) COMP.
           05  WS-LOTS-STEPPED     PIC 9(5) COMP.
           05  WS-BASIS-BEFORE     PIC S9(13)V9(2) COMP-3.
           05  WS-BASIS-AFTER      PIC S9(13)V9(2) COMP-3.
           05  WS-REJECT-REASON    PIC X(40).
           05  WS-ACTION-TEXT      PIC X(40).
           05  WS-AUD-TYPE         PIC X(4).
           05  WS-AUD-TEXT         PIC X(100).

       01  WS-COUNTERS.
           05  WS-CARDS-READ       PIC 9(5) COMP VALUE 0.
           05  WS-DEATHS-RECORDED  PIC 9(5) COMP VALUE 0.
           05  WS-VALUATIONS-KEYED PIC 9(5) COMP VALUE 0.
           05  WS-CARDS-REJECTED   PIC 9(5) COMP VALUE 0.
           05  WS-ESTATES-STEPPED  PIC 9(5) COMP VALUE 0.
           05  WS-ESTATES-HELD     PIC 9(5) COMP VALUE 0.
           05  WS-POSITIONS-ADJ    PIC 9(7) COMP VALUE 0.
           05  WS-LOTS-ADJ         PIC 9(7) COMP VALUE 0.
           05  WS-ERROR-COUNT      PIC 9(7) COMP VALUE 0.

      *----------------------------------------------------------------*
      * One estate's holdings and their date-of-death values, all
      * priced before anything changes -- an estate with a holding
      * unpriced is not stepped up in part.
      *----------------------------------------------------------------*
       01  WS-HOLDING-TABLE.
           05  WS-HLD-COUNT        PIC 9(4) COMP VALUE 0.
           05  WS-HLD-ENTRY OCCURS 500 TIMES.
               10  WS-HLD-INV      PIC X(10).
               10  WS-HLD-POS-DATE PIC X(08).
               10  WS-HLD-PRICE    PIC S9(11)V9(4) COMP-3.
               10  WS-HLD-SOURCE   PIC X(01).
       01  WS-HLD-IX               PIC 9(4) COMP.
       01  WS-HLD-MAX              PIC 9(4) COMP VALUE 500.

       01  WS-LOT-KEY-TABLE.
           05  WS-LOT-KEY-COUNT    PIC 9(4) COMP VALUE 0.
           05  WS-LOT-KEY-ENTRY OCCURS 2000 TIMES.
               10  WS-LOT-KEY-DATE PIC X(08).
               10  WS-LOT-KEY-SEQ  PIC X(06).
       01  WS-KEY-IX               PIC 9(4) COMP.
       01  WS-KEY-MAX              PIC 9(4) COMP VALUE 2000.

       01  WS-IMAGE-AREAS.
           05  WS-BEFORE-IMAGE     PIC X(400).
           05  WS-AFTER-IMAGE      PIC X(400).

       01  WS-REPORT-LINES.
           05  WS-HDR-LINE.
               10  FILLER          PIC X(40) VALUE
                   'DECEDENT ACCOUNTS AND STEP-UP  DATE '.
               10  WS-HDR-DATE     PIC X(8).
               10  FILLER          PIC X(84) VALUE SPACES.
           05  WS-ACT-LINE.
               10  WS-ACT-L-VERB       PIC X(11).
               10  WS-ACT-L-PORTFOLIO  PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-ACT-L-INVESTMENT PIC X(10).
               10  FILLER              PIC X(3)  VALUE ' - '.
               10  WS-ACT-L-TEXT       PIC X(40).
               10  FILLER              PIC X(59) VALUE SPACES.
           05  WS-ESTATE-LINE.
               10  FILLER          PIC X(11) VALUE 'STEPPED UP:'.
               10  WS-EST-PORTFOLIO PIC X(8).
               10  FILLER          PIC X(6)  VALUE '  DOD '.
               10  WS-EST-DOD      PIC X(8).
               10  FILLER          PIC X(12) VALUE '  POSITIONS '.
               10  WS-EST-POSITIONS PIC ZZZZ9.
               10  FILLER          PIC X(7)  VALUE '  LOTS '.
               10  WS-EST-LOTS     PIC ZZZZ9.
               10  FILLER          PIC X(8)  VALUE '  BASIS '.
               10  WS-EST-BEFORE   PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER          PIC X(4)  VALUE ' TO '.
               10  WS-EST-AFTER    PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER          PIC X(28) VALUE SPACES.
           05  WS-HOLDING-LINE.
               10  FILLER          PIC X(11) VALUE '  HOLDING: '.
               10  WS-HLL-INVESTMENT PIC X(10).
               10  FILLER          PIC X(5)  VALUE ' QTY '.
               10  WS-HLL-QTY      PIC ZZZ,ZZZ,ZZ9.9999-.
               10  FILLER          PIC X(7)  VALUE ' VALUE '.
               10  WS-HLL-PRICE    PIC ZZZ,ZZZ,ZZ9.9999.
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  WS-HLL-SOURCE   PIC X(7).
               10  FILLER          PIC X(7)  VALUE ' BASIS '.
               10  WS-HLL-BEFORE   PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER          PIC X(4)  VALUE ' TO '.
               10  WS-HLL-AFTER    PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER          PIC X(17) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-APPLY-CARD
               UNTIL WS-DCI-EOF

           MOVE LOW-VALUES TO DCD-KEY
           START DECEDENT-FILE KEY NOT LESS THAN DCD-KEY
               INVALID KEY
                   SET WS-DCD-EOF TO TRUE
           END-START

           PERFORM 3000-STEP-UP-ESTATE
               UNTIL WS-DCD-EOF

           PERFORM 5000-TERMINATE

           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD

      *    No cards from the estate desk still steps up any estate
      *    that was waiting on prices.
           OPEN INPUT DECEDENT-CARD-FILE
           IF WS-DCI-STATUS NOT = '00'
               SET WS-DCI-EOF TO TRUE
           END-IF

      *    The decedent and valuation files are created by the first
      *    entries written to them.
           OPEN I-O DECEDENT-FILE
           IF WS-DCD-STATUS NOT = '00' AND '05'
               MOVE 'Error opening decedent file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O VALUATION-FILE
           IF WS-DVL-STATUS NOT = '00' AND '05'
               MOVE 'Error opening decedent valuation file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

      *    Without the price history only keyed valuations can value
      *    an estate.
           OPEN INPUT PRICE-HISTORY-FILE
           IF WS-PRH-STATUS = '00'
               SET WS-PRH-AVAILABLE TO TRUE
           ELSE
               SET WS-PRH-UNAVAILABLE TO TRUE
           END-IF

           OPEN I-O PORTFOLIO-FILE
           IF WS-PORT-STATUS NOT = '00'
               MOVE 'Error opening portfolio file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O POSITION-MASTER
           IF WS-POS-STATUS NOT = '00'
               MOVE 'Error opening position master' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT CURRENT-POSITION-FILE
           IF WS-CUR-STATUS NOT = '00'
               MOVE 'Error opening current position view' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O LOT-FILE
           IF WS-LOT-STATUS NOT = '00'
               MOVE 'Error opening lot file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT STEP-UP-REPORT
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'Error opening step-up report' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           MOVE WS-CURRENT-DATE-X TO WS-HDR-DATE
           WRITE REPORT-RECORD FROM WS-HDR-LINE
           .

      *----------------------------------------------------------------*
      * Cards apply ahead of the step-up pass, so a death recorded
      * with its keyed valuations in one run steps up in that run.
      *----------------------------------------------------------------*
       2000-APPLY-CARD.
           READ DECEDENT-CARD-FILE
               AT END
                   SET WS-DCI-EOF TO TRUE
                   CLOSE DECEDENT-CARD-FILE
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-CARDS-READ
           MOVE SPACES TO WS-REJECT-REASON

           IF DCI-PORTFOLIO-ID = SPACES
               MOVE 'PORTFOLIO REQUIRED' TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN DCI-RECORD-DEATH
                   PERFORM 2100-RECORD-DEATH
               WHEN DCI-KEY-VALUATION
                   PERFORM 2200-KEY-VALUATION
               WHEN OTHER
                   MOVE 'UNKNOWN DECEDENT ACTION' TO WS-REJECT-REASON
                   PERFORM 2090-REJECT-CARD
           END-EVALUATE
           .

       2090-REJECT-CARD.
           ADD 1 TO WS-CARDS-REJECTED
           MOVE 'REJECTED:  '     TO WS-ACT-L-VERB
           MOVE WS-REJECT-REASON  TO WS-ACTION-TEXT
           PERFORM 2095-WRITE-ACTION-LINE
           .

       2095-WRITE-ACTION-LINE.
           MOVE DCI-PORTFOLIO-ID  TO WS-ACT-L-PORTFOLIO
           MOVE DCI-INVESTMENT-ID TO WS-ACT-L-INVESTMENT
           MOVE WS-ACTION-TEXT    TO WS-ACT-L-TEXT
           WRITE REPORT-RECORD FROM WS-ACT-LINE
           .

      *----------------------------------------------------------------*
      * The death is recorded and the account frozen. The status it
      * froze from is kept on the decedent entry.
      *----------------------------------------------------------------*
       2100-RECORD-DEATH.
           MOVE DCI-PORTFOLIO-ID TO PORT-ID
           READ PORTFOLIO-FILE
               INVALID KEY
                   MOVE 'PORTFOLIO NOT ON FILE' TO WS-REJECT-REASON
                   PERFORM 2090-REJECT-CARD
                   EXIT PARAGRAPH
           END-READ

           IF PORT-CLOSED
               MOVE 'ACCOUNT IS CLOSED' TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

           IF PORT-DECEASED
               MOVE 'DEATH ALREADY RECORDED' TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

           IF DCI-DATE-OF-DEATH IS NOT NUMERIC
           OR DCI-DATE-OF-DEATH > WS-CURRENT-DATE-X
               MOVE 'DATE OF DEATH MISSING OR IN THE FUTURE'
                 TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

           MOVE DCI-PORTFOLIO-ID TO DCD-PORTFOLIO-ID
           READ DECEDENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'DECEDENT ENTRY ALREADY ON FILE'
                     TO WS-REJECT-REASON
                   PERFORM 2090-REJECT-CARD
                   EXIT PARAGRAPH
           END-READ

           INITIALIZE DECEDENT-RECORD
           MOVE DCI-PORTFOLIO-ID  TO DCD-PORTFOLIO-ID
           MOVE DCI-DATE-OF-DEATH TO DCD-DATE-OF-DEATH
           MOVE WS-CURRENT-DATE-X TO DCD-NOTIFIED-DATE
           MOVE PORT-STATUS       TO DCD-PRIOR-STATUS
           SET DCD-STAGE-RECORDED TO TRUE
           MOVE WS-CURRENT-DATE-X TO DCD-STAGE-DATE
           MOVE DCI-ENTERED-BY    TO DCD-ENTERED-BY
           MOVE FUNCTION CURRENT-DATE TO DCD-LAST-MAINT-DATE
           MOVE WS-BATCH-USER-ID  TO DCD-LAST-MAINT-USER
           WRITE DECEDENT-RECORD
               INVALID KEY
                   MOVE 'Error writing decedent entry' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-WRITE

           MOVE PORT-RECORD       TO WS-BEFORE-IMAGE
           SET PORT-DECEASED      TO TRUE
           MOVE WS-CURRENT-DATE8  TO PORT-LAST-MAINT
           MOVE WS-BATCH-USER-ID  TO PORT-LAST-USER
           REWRITE PORT-RECORD
               INVALID KEY
                   MOVE 'Error freezing decedent portfolio' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-REWRITE

           MOVE PORT-RECORD       TO WS-AFTER-IMAGE
           MOVE PORT-ACCOUNT-NO   TO WS-ACCOUNT-NO
           MOVE 'PORT'            TO WS-AUD-TYPE
           MOVE 'Owner deceased - account frozen for the estate'
             TO WS-AUD-TEXT
           MOVE DCI-PORTFOLIO-ID  TO AUD-PORTFOLIO-ID
           PERFORM 4000-WRITE-AUDIT

           ADD 1 TO WS-DEATHS-RECORDED
           MOVE 'FROZEN:    '     TO WS-ACT-L-VERB
           MOVE 'DATE OF DEATH RECORDED' TO WS-ACTION-TEXT
           MOVE DCI-DATE-OF-DEATH TO WS-ACTION-TEXT(24:8)
           PERFORM 2095-WRITE-ACTION-LINE
           .

      *----------------------------------------------------------------*
      * A keyed valuation can be entered or corrected only until the
      * estate has been stepped up.
      *----------------------------------------------------------------*
       2200-KEY-VALUATION.
           MOVE DCI-PORTFOLIO-ID TO DCD-PORTFOLIO-ID
           READ DECEDENT-FILE
               INVALID KEY
                   MOVE 'DATE OF DEATH NOT RECORDED'
                     TO WS-REJECT-REASON
                   PERFORM 2090-REJECT-CARD
                   EXIT PARAGRAPH
           END-READ

           IF NOT DCD-STAGE-RECORDED
               MOVE 'ESTATE ALREADY STEPPED UP' TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

           IF DCI-INVESTMENT-ID = SPACES
               MOVE 'SECURITY REQUIRED' TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

           IF DCI-UNIT-VALUE IS NOT NUMERIC
           OR DCI-UNIT-VALUE = ZERO
               MOVE 'UNIT VALUE MUST BE GREATER THAN ZERO'
                 TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

           MOVE DCI-PORTFOLIO-ID  TO DVL-PORTFOLIO-ID
           MOVE DCI-INVESTMENT-ID TO DVL-INVESTMENT-ID
           READ VALUATION-FILE
               INVALID KEY
                   INITIALIZE DECEDENT-VALUATION-RECORD
                   MOVE DCI-PORTFOLIO-ID  TO DVL-PORTFOLIO-ID
                   MOVE DCI-INVESTMENT-ID TO DVL-INVESTMENT-ID
           END-READ

           MOVE DCI-UNIT-VALUE    TO DVL-UNIT-VALUE
           MOVE DCI-VALUATION-REF TO DVL-VALUATION-REF
           MOVE DCI-ENTERED-BY    TO DVL-ENTERED-BY
           MOVE FUNCTION CURRENT-DATE TO DVL-LAST-MAINT-DATE
           MOVE WS-BATCH-USER-ID  TO DVL-LAST-MAINT-USER

           IF WS-DVL-STATUS = '00'
               REWRITE DECEDENT-VALUATION-RECORD
           ELSE
               WRITE DECEDENT-VALUATION-RECORD
           END-IF

           IF WS-DVL-STATUS NOT = '00'
               MOVE 'Error writing decedent valuation' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-VALUATIONS-KEYED
           MOVE 'VALUATION: '     TO WS-ACT-L-VERB
           MOVE 'DATE-OF-DEATH VALUE KEYED' TO WS-ACTION-TEXT
           PERFORM 2095-WRITE-ACTION-LINE
           .

      *----------------------------------------------------------------*
      * One estate waiting on its step-up: every holding priced,
      * then each position and its open lots re-based.
      *----------------------------------------------------------------*
       3000-STEP-UP-ESTATE.
           READ DECEDENT-FILE NEXT RECORD
               AT END
                   SET WS-DCD-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF NOT DCD-STAGE-RECORDED
               EXIT PARAGRAPH
           END-IF

           MOVE DCD-PORTFOLIO-ID TO PORT-ID
           READ PORTFOLIO-FILE
               INVALID KEY
                   MOVE 'Decedent portfolio not on file' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-READ
           MOVE PORT-ACCOUNT-NO TO WS-ACCOUNT-NO

           PERFORM 3100-COLLECT-HOLDINGS
           IF ERR-TEXT NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           IF WS-UNPRICED-COUNT > ZERO
               ADD 1 TO WS-ESTATES-HELD
               MOVE 'HELD:      '    TO WS-ACT-L-VERB
               MOVE DCD-PORTFOLIO-ID TO WS-ACT-L-PORTFOLIO
               MOVE SPACES           TO WS-ACT-L-INVESTMENT
               MOVE 'STEP-UP WAITS ON A DATE-OF-DEATH VALUE'
                 TO WS-ACT-L-TEXT
               WRITE REPORT-RECORD FROM WS-ACT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-POS-STEPPED
                        WS-LOTS-STEPPED
                        WS-BASIS-BEFORE
                        WS-BASIS-AFTER

           PERFORM VARYING WS-HLD-IX FROM 1 BY 1
                   UNTIL WS-HLD-IX > WS-HLD-COUNT
                   OR ERR-TEXT NOT = SPACES
               PERFORM 3200-STEP-UP-HOLDING
           END-PERFORM

           IF ERR-TEXT = SPACES
               PERFORM 3300-ADJUST-BOOK-COST
           END-IF

           IF ERR-TEXT NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           SET DCD-STAGE-STEPPED-UP TO TRUE
           MOVE WS-CURRENT-DATE-X TO DCD-STAGE-DATE
           MOVE WS-POS-STEPPED    TO DCD-POSITIONS-STEPPED
           MOVE WS-LOTS-STEPPED   TO DCD-LOTS-STEPPED
           MOVE WS-BASIS-BEFORE   TO DCD-BASIS-BEFORE
           MOVE WS-BASIS-AFTER    TO DCD-BASIS-AFTER
           MOVE FUNCTION CURRENT-DATE TO DCD-LAST-MAINT-DATE
           MOVE WS-BATCH-USER-ID  TO DCD-LAST-MAINT-USER
           REWRITE DECEDENT-RECORD
               INVALID KEY
                   MOVE 'Error updating decedent entry' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-REWRITE

           ADD 1 TO WS-ESTATES-STEPPED
           MOVE DCD-PORTFOLIO-ID  TO WS-EST-PORTFOLIO
           MOVE DCD-DATE-OF-DEATH TO WS-EST-DOD
           MOVE WS-POS-STEPPED    TO WS-EST-POSITIONS
           MOVE WS-LOTS-STEPPED   TO WS-EST-LOTS
           MOVE WS-BASIS-BEFORE   TO WS-EST-BEFORE
           MOVE WS-BASIS-AFTER    TO WS-EST-AFTER
           WRITE REPORT-RECORD FROM WS-ESTATE-LINE
           .

      *----------------------------------------------------------------*
      * The estate's active long holdings off the POSCUR view, each
      * with its date-of-death value. Every holding that cannot be
      * valued is listed.
      *----------------------------------------------------------------*
       3100-COLLECT-HOLDINGS.
           MOVE ZERO TO WS-HLD-COUNT
                        WS-UNPRICED-COUNT
           SET WS-SCAN-MORE TO TRUE

           MOVE DCD-PORTFOLIO-ID TO CUR-PORTFOLIO-ID
           MOVE LOW-VALUES       TO CUR-INVESTMENT-ID
           START CURRENT-POSITION-FILE KEY NOT LESS THAN CUR-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START

           PERFORM 3110-COLLECT-ONE-HOLDING
               UNTIL WS-SCAN-EOF
               OR ERR-TEXT NOT = SPACES
           .

       3110-COLLECT-ONE-HOLDING.
           READ CURRENT-POSITION-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF CUR-PORTFOLIO-ID NOT = DCD-PORTFOLIO-ID
               SET WS-SCAN-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF NOT CUR-STATUS-ACTIVE
           OR CUR-QUANTITY NOT > ZERO
               EXIT PARAGRAPH
           END-IF

           IF WS-HLD-COUNT NOT < WS-HLD-MAX
               MOVE 'Holding table capacity exceeded' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           PERFORM 3120-PRICE-HOLDING
           IF WS-NOT-PRICED
               ADD 1 TO WS-UNPRICED-COUNT
               MOVE 'UNPRICED:  '      TO WS-ACT-L-VERB
               MOVE DCD-PORTFOLIO-ID   TO WS-ACT-L-PORTFOLIO
               MOVE CUR-INVESTMENT-ID  TO WS-ACT-L-INVESTMENT
               MOVE 'NO PRICE AT DATE OF DEATH - KEY A VALUE'
                 TO WS-ACT-L-TEXT
               WRITE REPORT-RECORD FROM WS-ACT-LINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-HLD-COUNT
           MOVE CUR-INVESTMENT-ID TO WS-HLD-INV(WS-HLD-COUNT)
           MOVE CUR-POSITION-DATE TO WS-HLD-POS-DATE(WS-HLD-COUNT)
           MOVE WS-UNIT-PRICE     TO WS-HLD-PRICE(WS-HLD-COUNT)
           MOVE WS-PRICE-SOURCE   TO WS-HLD-SOURCE(WS-HLD-COUNT)
           .

      *----------------------------------------------------------------*
      * A keyed valuation wins; otherwise the price history on the
      * date of death, stepping back a day at a time through the
      * lookback for a death on a non-pricing day.
      *----------------------------------------------------------------*
       3120-PRICE-HOLDING.
           SET WS-NOT-PRICED TO TRUE

           MOVE DCD-PORTFOLIO-ID  TO DVL-PORTFOLIO-ID
           MOVE CUR-INVESTMENT-ID TO DVL-INVESTMENT-ID
           READ VALUATION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DVL-UNIT-VALUE TO WS-UNIT-PRICE
                   MOVE 'K'            TO WS-PRICE-SOURCE
                   SET WS-PRICED TO TRUE
           END-READ

           IF WS-PRICED OR WS-PRH-UNAVAILABLE
               EXIT PARAGRAPH
           END-IF

           MOVE DCD-DATE-OF-DEATH TO WS-PRICE-DATE-X
           MOVE ZERO              TO WS-DAYS-BACK
           PERFORM 3125-READ-PRICE-HISTORY
               UNTIL WS-PRICED
               OR WS-DAYS-BACK NOT < WS-PRICE-LOOKBACK
           .

       3125-READ-PRICE-HISTORY.
           MOVE CUR-INVESTMENT-ID TO PRH-INVESTMENT-ID
           MOVE WS-PRICE-DATE-X   TO PRH-PRICE-DATE
           READ PRICE-HISTORY-FILE
               INVALID KEY
                   COMPUTE WS-PRICE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-PRICE-DATE8) - 1
                   COMPUTE WS-PRICE-DATE8 =
                       FUNCTION DATE-OF-INTEGER(WS-PRICE-INTEGER)
                   ADD 1 TO WS-DAYS-BACK
               NOT INVALID KEY
                   MOVE PRH-PRICE TO WS-UNIT-PRICE
                   MOVE 'H'       TO WS-PRICE-SOURCE
                   SET WS-PRICED TO TRUE
           END-READ
           .

      *----------------------------------------------------------------*
      * The position's basis becomes its quantity at the date-of-
      * death value, then every open long lot of it follows.
      *----------------------------------------------------------------*
       3200-STEP-UP-HOLDING.
           MOVE DCD-PORTFOLIO-ID           TO POS-PORTFOLIO-ID
           MOVE WS-HLD-POS-DATE(WS-HLD-IX) TO POS-DATE
           MOVE WS-HLD-INV(WS-HLD-IX)      TO POS-INVESTMENT-ID
           READ POSITION-MASTER
               INVALID KEY
                   MOVE 'Holding not found on position master'
                     TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-READ

           MOVE POSITION-RECORD TO WS-BEFORE-IMAGE
           MOVE POS-COST-BASIS  TO WS-OLD-BASIS
           COMPUTE POS-COST-BASIS ROUNDED =
               POS-QUANTITY * WS-HLD-PRICE(WS-HLD-IX)
           MOVE FUNCTION CURRENT-DATE TO POS-LAST-MAINT-DATE
           MOVE WS-BATCH-USER-ID      TO POS-LAST-MAINT-USER

           REWRITE POSITION-RECORD
               INVALID KEY
                   MOVE 'Error rewriting position' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-REWRITE

           ADD WS-OLD-BASIS   TO WS-BASIS-BEFORE
           ADD POS-COST-BASIS TO WS-BASIS-AFTER
           ADD 1 TO WS-POS-STEPPED
           ADD 1 TO WS-POSITIONS-ADJ

           MOVE POSITION-RECORD  TO WS-AFTER-IMAGE
           MOVE 'POS '           TO WS-AUD-TYPE
           MOVE 'Position basis stepped up to date-of-death value'
             TO WS-AUD-TEXT
           MOVE DCD-PORTFOLIO-ID TO AUD-PORTFOLIO-ID
           PERFORM 4000-WRITE-AUDIT

           MOVE WS-HLD-INV(WS-HLD-IX)   TO WS-HLL-INVESTMENT
           MOVE POS-QUANTITY            TO WS-HLL-QTY
           MOVE WS-HLD-PRICE(WS-HLD-IX) TO WS-HLL-PRICE
           IF WS-HLD-SOURCE(WS-HLD-IX) = 'K'
               MOVE 'KEYED  ' TO WS-HLL-SOURCE
           ELSE
               MOVE 'HISTORY' TO WS-HLL-SOURCE
           END-IF
           MOVE WS-OLD-BASIS            TO WS-HLL-BEFORE
           MOVE POS-COST-BASIS          TO WS-HLL-AFTER
           WRITE REPORT-RECORD FROM WS-HOLDING-LINE

           PERFORM 3210-COLLECT-LOT-KEYS
           PERFORM VARYING WS-KEY-IX FROM 1 BY 1
                   UNTIL WS-KEY-IX > WS-LOT-KEY-COUNT
                   OR ERR-TEXT NOT = SPACES
               PERFORM 3220-STEP-UP-LOT
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Lot keys are tabled before any lot changes, since stepping a
      * lot up re-keys it. Short lots and lots already stepped up by
      * an earlier, interrupted run are left alone.
      *----------------------------------------------------------------*
       3210-COLLECT-LOT-KEYS.
           MOVE ZERO TO WS-LOT-KEY-COUNT
           SET WS-SCAN-MORE TO TRUE

           MOVE DCD-PORTFOLIO-ID      TO LOT-PORTFOLIO-ID
           MOVE WS-HLD-INV(WS-HLD-IX) TO LOT-INVESTMENT-ID
           MOVE LOW-VALUES            TO LOT-OPEN-DATE
           MOVE LOW-VALUES            TO LOT-OPEN-SEQ

           START LOT-FILE KEY NOT LESS THAN LOT-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START

           PERFORM 3215-SCAN-ONE-LOT
               UNTIL WS-SCAN-EOF
               OR ERR-TEXT NOT = SPACES
           .

       3215-SCAN-ONE-LOT.
           READ LOT-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF LOT-PORTFOLIO-ID NOT = DCD-PORTFOLIO-ID
           OR LOT-INVESTMENT-ID NOT = WS-HLD-INV(WS-HLD-IX)
               SET WS-SCAN-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF NOT LOT-STATUS-OPEN
           OR LOT-SHORT
           OR LOT-STEPPED-UP
               EXIT PARAGRAPH
           END-IF

           IF WS-LOT-KEY-COUNT NOT < WS-KEY-MAX
               MOVE 'Lot key table capacity exceeded' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-LOT-KEY-COUNT
           MOVE LOT-OPEN-DATE TO WS-LOT-KEY-DATE(WS-LOT-KEY-COUNT)
           MOVE LOT-OPEN-SEQ  TO WS-LOT-KEY-SEQ(WS-LOT-KEY-COUNT)
           .

      *----------------------------------------------------------------*
      * The lot now stands for the units inherited: its original
      * quantity is what remains, its cost those units at the date-
      * of-death value, and it opens on the date of death. The new
      * key is written before the old one is deleted, so a failure
      * between the two leaves the lot on file twice rather than
      * not at all; the stepped-up flag keeps a rerun off it.
      *----------------------------------------------------------------*
       3220-STEP-UP-LOT.
           MOVE DCD-PORTFOLIO-ID           TO LOT-PORTFOLIO-ID
           MOVE WS-HLD-INV(WS-HLD-IX)      TO LOT-INVESTMENT-ID
           MOVE WS-LOT-KEY-DATE(WS-KEY-IX) TO LOT-OPEN-DATE
           MOVE WS-LOT-KEY-SEQ(WS-KEY-IX)  TO LOT-OPEN-SEQ
           READ LOT-FILE
               INVALID KEY
                   MOVE 'Tabled lot not found for update' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-READ

           MOVE LOT-RECORD    TO WS-BEFORE-IMAGE
           MOVE LOT-OPEN-DATE TO WS-OLD-OPEN-DATE

           MOVE LOT-REMAINING-QTY       TO LOT-ORIGINAL-QTY
           MOVE WS-HLD-PRICE(WS-HLD-IX) TO LOT-UNIT-COST
           COMPUTE LOT-COST-BASIS ROUNDED =
               LOT-REMAINING-QTY * WS-HLD-PRICE(WS-HLD-IX)
           SET LOT-STEPPED-UP           TO TRUE
           MOVE FUNCTION CURRENT-DATE   TO LOT-LAST-MAINT-DATE
           MOVE WS-BATCH-USER-ID        TO LOT-LAST-MAINT-USER

           IF WS-OLD-OPEN-DATE = DCD-DATE-OF-DEATH
               REWRITE LOT-RECORD
                   INVALID KEY
                       MOVE 'Error rewriting lot' TO ERR-TEXT
                       PERFORM 9000-ERROR-ROUTINE
                       EXIT PARAGRAPH
               END-REWRITE
               MOVE LOT-RECORD TO WS-AFTER-IMAGE
           ELSE
               MOVE DCD-DATE-OF-DEATH TO LOT-OPEN-DATE
               WRITE LOT-RECORD
                   INVALID KEY
                       MOVE 'Error writing stepped-up lot' TO ERR-TEXT
                       PERFORM 9000-ERROR-ROUTINE
                       EXIT PARAGRAPH
               END-WRITE
               MOVE LOT-RECORD       TO WS-AFTER-IMAGE
               MOVE WS-OLD-OPEN-DATE TO LOT-OPEN-DATE
               DELETE LOT-FILE
                   INVALID KEY
                       MOVE 'Error deleting pre-step-up lot'
                         TO ERR-TEXT
                       PERFORM 9000-ERROR-ROUTINE
                       EXIT PARAGRAPH
               END-DELETE
           END-IF

           ADD 1 TO WS-LOTS-STEPPED
           ADD 1 TO WS-LOTS-ADJ

           MOVE 'LOT '           TO WS-AUD-TYPE
           MOVE 'Lot basis stepped up and re-opened at date of death'
             TO WS-AUD-TEXT
           MOVE DCD-PORTFOLIO-ID TO AUD-PORTFOLIO-ID
           PERFORM 4000-WRITE-AUDIT
           .

      *----------------------------------------------------------------*
      * The portfolio book cost moves by the difference the step-up
      * made to its holdings' basis.
      *----------------------------------------------------------------*
       3300-ADJUST-BOOK-COST.
           MOVE DCD-PORTFOLIO-ID TO PORT-ID
           READ PORTFOLIO-FILE
               INVALID KEY
                   MOVE 'Decedent portfolio not on file' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-READ

           MOVE PORT-RECORD TO WS-BEFORE-IMAGE
           COMPUTE PORT-TOTAL-COST =
               PORT-TOTAL-COST + WS-BASIS-AFTER - WS-BASIS-BEFORE
           MOVE WS-CURRENT-DATE8 TO PORT-LAST-MAINT
           MOVE WS-BATCH-USER-ID TO PORT-LAST-USER
           REWRITE PORT-RECORD
               INVALID KEY
                   MOVE 'Error adjusting decedent book cost'
                     TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-REWRITE

           MOVE PORT-RECORD      TO WS-AFTER-IMAGE
           MOVE 'PORT'           TO WS-AUD-TYPE
           MOVE 'Book cost restated for date-of-death step-up'
             TO WS-AUD-TEXT
           MOVE DCD-PORTFOLIO-ID TO AUD-PORTFOLIO-ID
           PERFORM 4000-WRITE-AUDIT
           .

      *----------------------------------------------------------------*
      * Before and after images through AUDPROC, the chained trail.
      * The caller sets the portfolio, record type and message.
      *----------------------------------------------------------------*
       4000-WRITE-AUDIT.
           MOVE AUD-PORTFOLIO-ID      TO WS-ACT-L-PORTFOLIO
           INITIALIZE AUDIT-RECORD
           MOVE WS-ACT-L-PORTFOLIO    TO AUD-PORTFOLIO-ID
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE 'BATCH'               TO AUD-SYSTEM-ID
           MOVE WS-BATCH-USER-ID      TO AUD-USER-ID
           MOVE 'DCDSTP00'            TO AUD-PROGRAM
           MOVE WS-AUD-TYPE           TO AUD-TYPE
           MOVE 'UPDATE  '            TO AUD-ACTION
           MOVE 'SUCC'                TO AUD-STATUS
           MOVE WS-ACCOUNT-NO         TO AUD-ACCOUNT-NO
           MOVE WS-BEFORE-IMAGE       TO AUD-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE        TO AUD-AFTER-IMAGE
           MOVE WS-AUD-TEXT           TO AUD-MESSAGE

           CALL 'AUDPROC' USING AUDIT-RECORD

           IF RETURN-CODE NOT = ZERO
               MOVE 'Error writing audit record' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           .

       5000-TERMINATE.
           CLOSE DECEDENT-FILE
                 VALUATION-FILE
                 PORTFOLIO-FILE
                 POSITION-MASTER
                 CURRENT-POSITION-FILE
                 LOT-FILE
                 STEP-UP-REPORT
           IF WS-PRH-AVAILABLE
               CLOSE PRICE-HISTORY-FILE
           END-IF

           DISPLAY 'DCDSTP00 Processing Statistics:'
           DISPLAY '  Cards read:           ' WS-CARDS-READ
           DISPLAY '  Deaths recorded:      ' WS-DEATHS-RECORDED
           DISPLAY '  Valuations keyed:     ' WS-VALUATIONS-KEYED
           DISPLAY '  Cards rejected:       ' WS-CARDS-REJECTED
           DISPLAY '  Estates stepped up:   ' WS-ESTATES-STEPPED
           DISPLAY '  Estates held:         ' WS-ESTATES-HELD
           DISPLAY '  Positions stepped up: ' WS-POSITIONS-ADJ
           DISPLAY '  Lots stepped up:      ' WS-LOTS-ADJ
           DISPLAY '  Errors:               ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       9000-ERROR-ROUTINE.
           ADD 1 TO WS-ERROR-COUNT
           MOVE ERR-CAT-PROC TO ERR-CATEGORY
           MOVE 'DCDSTP00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
