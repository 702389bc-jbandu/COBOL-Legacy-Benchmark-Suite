      *================================================================*
      * Program Name: BNDCAL00
      * Description: Bond Call and Put Redemption Processing
      * Version: 1.0
      * Date: 2026
      *
      * Companion to BNDMAT00 for early redemptions. Runs at the end
      * of the post-close group of the daily sequence and works the
      * CALLSCH call/put schedule: every entry whose notice has been
      * received (status N) and whose call date has arrived is
      * tabled, and every active holding of the issue generates an
      * SL redemption at the entry's call price -- the whole holding
      * for a full call, the called percentage of it (rounded to the
      * unit) for a pro-rata partial call. The sells go out FIFO
      * through the normal sell path, appended to TRANFILE behind
      * the keying system's trailer the way DIVENT00's payments are,
      * so the next cycle's merge and validation post them.
      *
      * Each worked entry steps to R, so a rerun generates nothing
      * twice. A full call also retires the issue on the security
      * master, as a final maturity does; ACRINT00 stops accruing an
      * issue from its full call date. The call report lists every
      * redemption generated and the noticed calls falling due over
      * the next thirty days.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNDCAL00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALL-SCHEDULE-FILE
               ASSIGN TO CALLSCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSC-KEY
               FILE STATUS IS WS-CSC-STATUS.

           SELECT SECURITY-MASTER
               ASSIGN TO SECMSTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEC-KEY
               FILE STATUS IS WS-SEC-STATUS.

           SELECT CURRENT-POSITION-FILE
               ASSIGN TO POSCUR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUR-KEY
               ALTERNATE RECORD KEY IS CUR-INVESTMENT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-POS-STATUS.

           SELECT TRANSACTION-FILE
               ASSIGN TO TRANFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT CALL-REPORT
               ASSIGN TO BNDCRPT
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
       FD  CALL-SCHEDULE-FILE.
       COPY CALLSCH.

       FD  SECURITY-MASTER.
       COPY SECMSTR.

       FD  CURRENT-POSITION-FILE.
       COPY POSCUR.

       FD  TRANSACTION-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY TRNREC.

       FD  CALL-REPORT
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
           05  WS-CSC-STATUS           PIC X(2).
           05  WS-SEC-STATUS           PIC X(2).
           05  WS-POS-STATUS           PIC X(2).
           05  WS-TRAN-STATUS          PIC X(2).
           05  WS-RPT-STATUS           PIC X(2).
           05  WS-BCT-STATUS           PIC X(2).

       01  WS-CONSTANTS.
      *    BNDCAL00 closes the post-close group of the daily
      *    sequence, after RUNTRD00.
           05  WS-SEQUENCE-NO          PIC 9(4) VALUE 33.
           05  WS-LOOKAHEAD-DAYS       PIC 9(3) VALUE 30.

       01  WS-SWITCHES.
           05  WS-CSC-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-CSC-EOF               VALUE 'Y'.
           05  WS-POS-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-POS-EOF               VALUE 'Y'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                     PIC X(8).
           05  WS-CURRENT-TIME8        PIC 9(8).
           05  WS-CURRENT-TIME-X REDEFINES WS-CURRENT-TIME8
                                     PIC X(8).
           05  WS-HORIZON-INTEGER      PIC S9(9) COMP.
           05  WS-HORIZON-DATE         PIC 9(8).
           05  WS-HORIZON-DATE-X REDEFINES WS-HORIZON-DATE
                                     PIC X(8).
           05  WS-SEQUENCE             PIC 9(4) VALUE 0.
           05  WS-SEQ-BUILD.
               10  FILLER              PIC X(2) VALUE 'BC'.
               10  WS-SEQ-NUMBER       PIC 9(4).
           05  WS-REDEEM-QTY           PIC S9(11)V9(4) COMP-3.
           05  WS-REDEEM-UNITS         PIC S9(11) COMP-3.
           05  WS-TBL-IX               PIC 9(3) COMP.

      *----------------------------------------------------------------*
      * Today's redeeming events, collected on the schedule pass so
      * each issue's holders are browsed once -- the same capped
      * table pattern BNDMAT00 uses for its bonds.
      *----------------------------------------------------------------*
       01  WS-CALL-TABLE.
           05  WS-CAL-COUNT            PIC 9(3) COMP VALUE 0.
           05  WS-CAL-ENTRY OCCURS 200 TIMES.
               10  WS-CAL-ID           PIC X(10).
               10  WS-CAL-EVENT-DATE   PIC X(08).
               10  WS-CAL-TYPE         PIC X(01).
               10  WS-CAL-PRICE        PIC S9(11)V9(4) COMP-3.
               10  WS-CAL-PCT          PIC S9(3)V9(4) COMP-3.
               10  WS-CAL-FULL-SW      PIC X(01).
                   88  WS-CAL-FULL          VALUE 'Y'.
                   88  WS-CAL-PARTIAL       VALUE 'N'.
               10  WS-CAL-CURRENCY     PIC X(03).

       01  WS-COUNTERS.
           05  WS-EVENTS-WORKED        PIC 9(5) COMP VALUE 0.
           05  WS-FULL-CALLS           PIC 9(5) COMP VALUE 0.
           05  WS-PARTIAL-CALLS        PIC 9(5) COMP VALUE 0.
           05  WS-PUTS                 PIC 9(5) COMP VALUE 0.
           05  WS-REDEMPTIONS-GEN      PIC 9(5) COMP VALUE 0.
           05  WS-UPCOMING-LISTED      PIC 9(5) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       01  WS-REPORT-LINES.
           05  WS-HDR-LINE.
               10  FILLER              PIC X(40) VALUE
                   'CALL AND PUT REDEMPTIONS  DATE '.
               10  WS-HDR-DATE         PIC X(8).
               10  FILLER              PIC X(84) VALUE SPACES.
           05  WS-REDEEM-LINE.
               10  FILLER              PIC X(10) VALUE 'REDEEMED: '.
               10  WS-RDM-ID           PIC X(10).
               10  FILLER              PIC X(6)  VALUE '  PF  '.
               10  WS-RDM-PORTFOLIO    PIC X(8).
               10  FILLER              PIC X(7)  VALUE '  TYPE '.
               10  WS-RDM-TYPE         PIC X(7).
               10  FILLER              PIC X(6)  VALUE '  QTY '.
               10  WS-RDM-QTY          PIC ZZZ,ZZZ,ZZ9.9999.
               10  FILLER              PIC X(5)  VALUE ' AT  '.
               10  WS-RDM-PRICE        PIC ZZZ,ZZ9.9999.
               10  FILLER              PIC X(9)  VALUE '  AMOUNT '.
               10  WS-RDM-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(21) VALUE SPACES.
           05  WS-UPCOMING-LINE.
               10  FILLER              PIC X(10) VALUE 'CALLED:   '.
               10  WS-UPC-ID           PIC X(10).
               10  FILLER              PIC X(4)  VALUE ' ON '.
               10  WS-UPC-DATE         PIC X(8).
               10  FILLER              PIC X(5)  VALUE ' AT  '.
               10  WS-UPC-PRICE        PIC ZZZ,ZZ9.9999.
               10  FILLER              PIC X(6)  VALUE '  PCT '.
               10  WS-UPC-PCT          PIC ZZ9.99.
               10  FILLER              PIC X(71) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-SCAN-SCHEDULE
               UNTIL WS-CSC-EOF

           IF WS-CAL-COUNT > 0
               PERFORM 3000-GENERATE-REDEMPTIONS
           END-IF

           PERFORM 4000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME8 FROM TIME

           COMPUTE WS-HORIZON-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE8) +
               WS-LOOKAHEAD-DAYS
           COMPUTE WS-HORIZON-DATE =
               FUNCTION DATE-OF-INTEGER(WS-HORIZON-INTEGER)

           OPEN I-O CALL-SCHEDULE-FILE
           IF WS-CSC-STATUS NOT = '00' AND '05'
               MOVE 'Error opening call schedule file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O SECURITY-MASTER
           IF WS-SEC-STATUS NOT = '00'
               MOVE 'Error opening security master' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT CURRENT-POSITION-FILE
           IF WS-POS-STATUS NOT = '00'
               MOVE 'Error opening current position view' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN EXTEND TRANSACTION-FILE
           IF WS-TRAN-STATUS NOT = '00'
               MOVE 'Error opening transaction file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT CALL-REPORT
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'Error opening call report' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O BATCH-CONTROL-FILE
           IF WS-BCT-STATUS NOT = '00'
               MOVE 'Error opening control file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           PERFORM 1200-INIT-CHECKPOINT

           MOVE WS-CURRENT-DATE-X TO WS-HDR-DATE
           WRITE REPORT-RECORD FROM WS-HDR-LINE

           MOVE LOW-VALUES TO CSC-KEY
           START CALL-SCHEDULE-FILE KEY NOT LESS THAN CSC-KEY
               INVALID KEY
                   SET WS-CSC-EOF TO TRUE
           END-START
           .

       1200-INIT-CHECKPOINT.
           MOVE 'BNDCAL00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for BNDCAL00' TO
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
      * One pass over the schedule: table every noticed event whose
      * date has arrived (a date missed by a skipped night is still
      * caught on the next), and list the noticed events falling due
      * inside the lookahead window. Scheduled-only dates are an
      * option the issuer has not taken and generate nothing.
      *----------------------------------------------------------------*
       2000-SCAN-SCHEDULE.
           READ CALL-SCHEDULE-FILE NEXT RECORD
               AT END
                   SET WS-CSC-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF NOT CSC-STATUS-NOTICED
               EXIT PARAGRAPH
           END-IF

           IF CSC-EVENT-DATE NOT > WS-CURRENT-DATE-X
               PERFORM 2100-TABLE-EVENT
               EXIT PARAGRAPH
           END-IF

           IF CSC-EVENT-DATE <= WS-HORIZON-DATE-X
               ADD 1 TO WS-UPCOMING-LISTED
               MOVE CSC-SEC-ID     TO WS-UPC-ID
               MOVE CSC-EVENT-DATE TO WS-UPC-DATE
               MOVE CSC-PRICE      TO WS-UPC-PRICE
               MOVE CSC-CALL-PCT   TO WS-UPC-PCT
               WRITE REPORT-RECORD FROM WS-UPCOMING-LINE
           END-IF
           .

       2100-TABLE-EVENT.
           IF WS-CAL-COUNT NOT < 200
               MOVE 'Call event table capacity exceeded' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           IF CSC-PRICE NOT > ZERO
           OR CSC-CALL-PCT NOT > ZERO
               MOVE 'Call event without price or percentage'
                 TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           MOVE CSC-SEC-ID TO SEC-ID
           READ SECURITY-MASTER
               INVALID KEY
                   MOVE 'Call event for issue not on master'
                     TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-CAL-COUNT
           MOVE CSC-SEC-ID     TO WS-CAL-ID(WS-CAL-COUNT)
           MOVE CSC-EVENT-DATE TO WS-CAL-EVENT-DATE(WS-CAL-COUNT)
           MOVE CSC-EVENT-TYPE TO WS-CAL-TYPE(WS-CAL-COUNT)
           MOVE CSC-PRICE      TO WS-CAL-PRICE(WS-CAL-COUNT)
           MOVE CSC-CALL-PCT   TO WS-CAL-PCT(WS-CAL-COUNT)
           MOVE SEC-CURRENCY   TO WS-CAL-CURRENCY(WS-CAL-COUNT)

           IF CSC-CALL-PCT NOT < 100
               SET WS-CAL-FULL(WS-CAL-COUNT) TO TRUE
           ELSE
               SET WS-CAL-PARTIAL(WS-CAL-COUNT) TO TRUE
           END-IF

           EVALUATE TRUE
               WHEN CSC-TYPE-PUT
                   ADD 1 TO WS-PUTS
               WHEN WS-CAL-FULL(WS-CAL-COUNT)
                   ADD 1 TO WS-FULL-CALLS
               WHEN OTHER
                   ADD 1 TO WS-PARTIAL-CALLS
           END-EVALUATE

      *    A full call takes the whole issue out -- it is retired
      *    exactly as a final maturity is. A put redeems only the
      *    holders who exercised it, so the issue stays live.
           IF CSC-TYPE-CALL
           AND WS-CAL-FULL(WS-CAL-COUNT)
           AND SEC-STATUS-ACTIVE
               SET SEC-STATUS-INACTIVE TO TRUE
               MOVE FUNCTION CURRENT-DATE TO SEC-LAST-MAINT-DATE
               MOVE 'BNDCAL00'             TO SEC-LAST-MAINT-USER
               REWRITE SECURITY-RECORD
                   INVALID KEY
                       MOVE 'Error retiring called issue' TO ERR-TEXT
                       PERFORM 9000-ERROR-ROUTINE
               END-REWRITE
           END-IF

           SET CSC-STATUS-REDEEMED TO TRUE
           MOVE WS-CURRENT-DATE-X TO CSC-LAST-MAINT
           REWRITE CALL-SCHEDULE-RECORD
               INVALID KEY
                   MOVE 'Error updating call schedule status'
                     TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-REWRITE

           ADD 1 TO WS-EVENTS-WORKED
           .

      *----------------------------------------------------------------*
      * Holder pass: each tabled event's holders come off the POSCUR
      * investment-ID alternate index by key, as DIVENT00 snaps its
      * record-date holders.
      *----------------------------------------------------------------*
       3000-GENERATE-REDEMPTIONS.
           PERFORM VARYING WS-TBL-IX FROM 1 BY 1
                   UNTIL WS-TBL-IX > WS-CAL-COUNT
               PERFORM 3050-BROWSE-ONE-ISSUE
           END-PERFORM
           .

       3050-BROWSE-ONE-ISSUE.
           MOVE 'N' TO WS-POS-EOF-SW

           MOVE WS-CAL-ID(WS-TBL-IX) TO CUR-INVESTMENT-ID
           START CURRENT-POSITION-FILE
                 KEY NOT LESS THAN CUR-INVESTMENT-ID
               INVALID KEY
                   SET WS-POS-EOF TO TRUE
           END-START

           PERFORM 3060-REDEEM-ONE-HOLDER
               UNTIL WS-POS-EOF
           .

       3060-REDEEM-ONE-HOLDER.
           READ CURRENT-POSITION-FILE NEXT RECORD
               AT END
                   SET WS-POS-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF CUR-INVESTMENT-ID NOT = WS-CAL-ID(WS-TBL-IX)
               SET WS-POS-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF NOT CUR-STATUS-ACTIVE
           OR CUR-QUANTITY <= ZERO
               EXIT PARAGRAPH
           END-IF

      *    A partial call redeems each holder pro rata; a holding too
      *    small to carry a whole called unit is left untouched.
           IF WS-CAL-FULL(WS-TBL-IX)
               MOVE CUR-QUANTITY TO WS-REDEEM-QTY
           ELSE
               COMPUTE WS-REDEEM-UNITS ROUNDED =
                   CUR-QUANTITY * WS-CAL-PCT(WS-TBL-IX) / 100
               MOVE WS-REDEEM-UNITS TO WS-REDEEM-QTY
           END-IF
           IF WS-REDEEM-QTY <= ZERO
               EXIT PARAGRAPH
           END-IF

           PERFORM 3100-GENERATE-ONE-REDEMPTION
           .

       3100-GENERATE-ONE-REDEMPTION.
           INITIALIZE TRANSACTION-RECORD

           MOVE WS-CURRENT-DATE-X      TO TRN-DATE
           MOVE WS-CURRENT-TIME-X(1:6) TO TRN-TIME
           MOVE CUR-PORTFOLIO-ID       TO TRN-PORTFOLIO-ID
           ADD 1 TO WS-SEQUENCE
           MOVE WS-SEQUENCE            TO WS-SEQ-NUMBER
           MOVE WS-SEQ-BUILD           TO TRN-SEQUENCE-NO
           MOVE CUR-INVESTMENT-ID      TO TRN-INVESTMENT-ID
           MOVE 'SL'                   TO TRN-TYPE
           MOVE WS-REDEEM-QTY          TO TRN-QUANTITY
           MOVE WS-CAL-PRICE(WS-TBL-IX) TO TRN-PRICE
           COMPUTE TRN-AMOUNT ROUNDED =
               WS-REDEEM-QTY * WS-CAL-PRICE(WS-TBL-IX)
           MOVE WS-CAL-CURRENCY(WS-TBL-IX) TO TRN-CURRENCY
           MOVE 'F'                    TO TRN-LOT-METHOD
           SET TRN-STATUS-PEND         TO TRUE
           MOVE WS-CAL-EVENT-DATE(WS-TBL-IX) TO TRN-SETTLEMENT-DATE
           MOVE 'BNDCAL00'             TO TRN-PROCESS-USER

           WRITE TRANSACTION-RECORD
           IF WS-TRAN-STATUS NOT = '00'
               MOVE 'Error writing generated redemption' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-REDEMPTIONS-GEN

           MOVE CUR-INVESTMENT-ID TO WS-RDM-ID
           MOVE CUR-PORTFOLIO-ID  TO WS-RDM-PORTFOLIO
           EVALUATE TRUE
               WHEN WS-CAL-TYPE(WS-TBL-IX) = 'P'
                   MOVE 'PUT'     TO WS-RDM-TYPE
               WHEN WS-CAL-FULL(WS-TBL-IX)
                   MOVE 'FULL'    TO WS-RDM-TYPE
               WHEN OTHER
                   MOVE 'PARTIAL' TO WS-RDM-TYPE
           END-EVALUATE
           MOVE WS-REDEEM-QTY     TO WS-RDM-QTY
           MOVE TRN-PRICE         TO WS-RDM-PRICE
           MOVE TRN-AMOUNT        TO WS-RDM-AMOUNT
           WRITE REPORT-RECORD FROM WS-REDEEM-LINE
           .

       4000-TERMINATE.
           PERFORM 4100-UPDATE-COMPLETION

           CLOSE CALL-SCHEDULE-FILE
                 SECURITY-MASTER
                 CURRENT-POSITION-FILE
                 TRANSACTION-FILE
                 CALL-REPORT
                 BATCH-CONTROL-FILE

           DISPLAY 'BNDCAL00 Processing Statistics:'
           DISPLAY '  Events worked:         ' WS-EVENTS-WORKED
           DISPLAY '    Full calls:          ' WS-FULL-CALLS
           DISPLAY '    Partial calls:       ' WS-PARTIAL-CALLS
           DISPLAY '    Puts:                ' WS-PUTS
           DISPLAY '  Redemptions generated: ' WS-REDEMPTIONS-GEN
           DISPLAY '  Upcoming calls:        ' WS-UPCOMING-LISTED
           DISPLAY '  Errors:                ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       4100-UPDATE-COMPLETION.
           MOVE 'BNDCAL00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for BNDCAL00' TO
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
           MOVE 'BNDCAL00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
