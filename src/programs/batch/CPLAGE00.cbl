      *================================================================*
      * Program Name: CPLAGE00
      * Description: Client Complaint Aging and Redress Payment
      * Version: 1.0
      * Date: 2026
      *
      * Daily job, last of the post-close group after TRXEXT00.
      * Reads the CPLREG complaint register end to end and does two
      * things:
      *
      *   aging     every complaint still open is aged from the day
      *             it was received against the regulatory deadline
      *             for a final response -- 56 days unless the
      *             CPLPARM record says otherwise. One that is within
      *             the warning window (10 days by default) is
      *             flagged WARNING; one past its deadline OVERDUE.
      *   redress   every upheld complaint whose redress a supervisor
      *             has approved at CPLMNT and which is not yet paid
      *             is paid as an RD cash credit appended to TRANFILE
      *             for the next cycle to post. The complaint is
      *             marked paid with the date and the transaction's
      *             key, so it is never paid twice.
      *
      * The report lists each open complaint and each redress payment
      * as the register is read, portfolio by portfolio, then the
      * counts open, warning and overdue and the total redress paid.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPLAGE00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-FILE
               ASSIGN TO CPLREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CPL-KEY
               FILE STATUS IS WS-CPL-STATUS.

           SELECT PARM-FILE
               ASSIGN TO CPLPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT TRANSACTION-FILE
               ASSIGN TO TRANFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT AGING-REPORT
               ASSIGN TO CPLAGE
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
       FD  COMPLAINT-FILE.
       COPY CPLREG.

       FD  PARM-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY CPLPARM.

       FD  TRANSACTION-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY TRNREC.

       FD  AGING-REPORT
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
           05  WS-CPL-STATUS           PIC X(2).
           05  WS-PARM-STATUS          PIC X(2).
           05  WS-TRAN-STATUS          PIC X(2).
           05  WS-RPT-STATUS           PIC X(2).
           05  WS-BCT-STATUS           PIC X(2).

       01  WS-CONSTANTS.
      *    CPLAGE00 follows TRXEXT00 at the end of the post-close
      *    group of the daily sequence.
           05  WS-SEQUENCE-NO          PIC 9(4) VALUE 48.
           05  WS-BASE-CURRENCY        PIC X(3) VALUE 'USD'.

      *    Regulatory response period and warning window, in days;
      *    the CPLPARM record overrides when present.
       01  WS-PARAMETERS.
           05  WS-RESPONSE-DAYS        PIC 9(3) VALUE 56.
           05  WS-WARNING-DAYS         PIC 9(3) VALUE 10.

       01  WS-SWITCHES.
           05  WS-CPL-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-CPL-EOF               VALUE 'Y'.
           05  WS-TRAN-OPEN-SW         PIC X(1) VALUE 'N'.
               88  WS-TRAN-OPEN             VALUE 'Y'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                     PIC X(8).
           05  WS-CURRENT-TIME8        PIC 9(8).
           05  WS-CURRENT-TIME-X REDEFINES WS-CURRENT-TIME8
                                     PIC X(8).
           05  WS-RECEIVED-DATE8       PIC 9(8).
           05  WS-DEADLINE-DATE8       PIC 9(8).
           05  WS-TODAY-INT            PIC S9(9) COMP.
           05  WS-DEADLINE-INT         PIC S9(9) COMP.
           05  WS-DAYS-OPEN            PIC S9(5) COMP.
           05  WS-DAYS-LEFT            PIC S9(5) COMP.
           05  WS-SEQUENCE             PIC 9(4) VALUE 0.
           05  WS-SEQ-BUILD.
               10  FILLER              PIC X(2) VALUE 'CP'.
               10  WS-SEQ-NUMBER       PIC 9(4).
           05  WS-REDRESS-REF.
               10  FILLER              PIC X(2) VALUE 'CP'.
               10  WS-REF-RECEIVED     PIC X(8).
               10  WS-REF-SEQ          PIC 9(2).

       01  WS-COUNTERS.
           05  WS-COMPLAINTS-READ      PIC 9(7) COMP VALUE 0.
           05  WS-OPEN-COUNT           PIC 9(7) COMP VALUE 0.
           05  WS-WARNING-COUNT        PIC 9(7) COMP VALUE 0.
           05  WS-OVERDUE-COUNT        PIC 9(7) COMP VALUE 0.
           05  WS-REDRESS-COUNT        PIC 9(7) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.
       01  WS-REDRESS-TOTAL            PIC S9(13)V9(2) COMP-3
                                       VALUE 0.

       01  WS-REPORT-LINES.
           05  WS-HDR-LINE.
               10  FILLER              PIC X(36) VALUE
                   'CLIENT COMPLAINT AGING       DATE   '.
               10  WS-HDR-DATE         PIC X(8).
               10  FILLER              PIC X(20) VALUE
                   '   RESPONSE PERIOD '.
               10  WS-HDR-RESPONSE     PIC ZZ9.
               10  FILLER              PIC X(21) VALUE
                   ' DAYS, WARNING AT '.
               10  WS-HDR-WARNING      PIC ZZ9.
               10  FILLER              PIC X(41) VALUE ' DAYS'.
           05  WS-COL-LINE.
               10  FILLER              PIC X(36) VALUE
                   'PORTFOLIO RECEIVED SQ CAT HANDLER   '.
               10  FILLER              PIC X(36) VALUE
                   'DAYS OPEN DEADLINE  DAYS LEFT  FLAG '.
               10  FILLER              PIC X(60) VALUE SPACES.
           05  WS-DETAIL-LINE.
               10  WS-DTL-PORTFOLIO    PIC X(8).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-DTL-RECEIVED     PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-SEQ          PIC 9(2).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-DTL-CATEGORY     PIC X(1).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-DTL-HANDLER      PIC X(8).
               10  FILLER              PIC X(6)  VALUE SPACES.
               10  WS-DTL-DAYS-OPEN    PIC ZZZZ9.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-DEADLINE     PIC X(8).
               10  FILLER              PIC X(5)  VALUE SPACES.
               10  WS-DTL-DAYS-LEFT    PIC -ZZZZ9.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-DTL-FLAG         PIC X(7).
               10  FILLER              PIC X(58) VALUE SPACES.
           05  WS-REDRESS-LINE.
               10  FILLER              PIC X(14) VALUE
                   'REDRESS PAID  '.
               10  WS-RDL-PORTFOLIO    PIC X(8).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-RDL-RECEIVED     PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-RDL-SEQ          PIC 9(2).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-RDL-AMOUNT       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(12) VALUE
                   '  APPROVED  '.
               10  WS-RDL-APPROVER     PIC X(8).
               10  FILLER              PIC X(6)  VALUE '  TRN '.
               10  WS-RDL-TRN-SEQ      PIC X(6).
               10  FILLER              PIC X(45) VALUE SPACES.
           05  WS-TOTAL-LINE.
               10  FILLER              PIC X(17) VALUE
                   'OPEN COMPLAINTS: '.
               10  WS-TOT-OPEN         PIC ZZZ,ZZ9.
               10  FILLER              PIC X(11) VALUE
                   '  WARNING: '.
               10  WS-TOT-WARNING      PIC ZZZ,ZZ9.
               10  FILLER              PIC X(11) VALUE
                   '  OVERDUE: '.
               10  WS-TOT-OVERDUE      PIC ZZZ,ZZ9.
               10  FILLER              PIC X(16) VALUE
                   '  REDRESS PAID: '.
               10  WS-TOT-REDRESS      PIC ZZZ,ZZ9.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-TOT-REDRESS-AMT  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(29) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-PROCESS-ONE-COMPLAINT
               UNTIL WS-CPL-EOF

           PERFORM 3000-WRITE-TOTALS

           PERFORM 4000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME8 FROM TIME
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE8)

           PERFORM 1100-READ-PARAMETERS

           OPEN I-O COMPLAINT-FILE
           IF WS-CPL-STATUS NOT = '00'
      *        No register yet -- no complaint has been taken.
               SET WS-CPL-EOF TO TRUE
           END-IF

           OPEN EXTEND TRANSACTION-FILE
           IF WS-TRAN-STATUS = '00'
               SET WS-TRAN-OPEN TO TRUE
           ELSE
               MOVE 'Error opening transaction file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT AGING-REPORT
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'Error opening complaint aging report' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O BATCH-CONTROL-FILE
           IF WS-BCT-STATUS NOT = '00'
               MOVE 'Error opening control file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           PERFORM 1200-INIT-CHECKPOINT

           MOVE WS-CURRENT-DATE-X TO WS-HDR-DATE
           MOVE WS-RESPONSE-DAYS  TO WS-HDR-RESPONSE
           MOVE WS-WARNING-DAYS   TO WS-HDR-WARNING
           WRITE REPORT-RECORD FROM WS-HDR-LINE
           WRITE REPORT-RECORD FROM WS-COL-LINE
           .

       1100-READ-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
               IF WS-PARM-STATUS = '00'
                   IF CPP-RESPONSE-DAYS IS NUMERIC
                      AND CPP-RESPONSE-DAYS NOT = 0
                       MOVE CPP-RESPONSE-DAYS TO WS-RESPONSE-DAYS
                   END-IF
                   IF CPP-WARNING-DAYS IS NUMERIC
                      AND CPP-WARNING-DAYS NOT = 0
                       MOVE CPP-WARNING-DAYS TO WS-WARNING-DAYS
                   END-IF
               END-IF
               CLOSE PARM-FILE
           END-IF
           .

       1200-INIT-CHECKPOINT.
           MOVE 'CPLAGE00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for CPLAGE00' TO
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

       2000-PROCESS-ONE-COMPLAINT.
           READ COMPLAINT-FILE NEXT RECORD
               AT END
                   SET WS-CPL-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-COMPLAINTS-READ

           IF CPL-STATUS-OPEN
               PERFORM 2100-AGE-COMPLAINT
           END-IF

           IF CPL-STATUS-UPHELD
              AND CPL-REDRESS-APPROVED
              AND CPL-REDRESS-AMT > ZERO
              AND WS-TRAN-OPEN
               PERFORM 2200-PAY-REDRESS
           END-IF
           .

      *----------------------------------------------------------------*
      * Days open run from receipt to today; days left from today to
      * the deadline, negative once it has passed.
      *----------------------------------------------------------------*
       2100-AGE-COMPLAINT.
           IF CPL-RECEIVED-DATE NOT NUMERIC
               MOVE SPACES TO ERR-TEXT
               STRING 'Complaint received date not valid: '
                      CPL-PORTFOLIO-ID DELIMITED BY SIZE
                 INTO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           MOVE CPL-RECEIVED-DATE TO WS-RECEIVED-DATE8
           COMPUTE WS-DEADLINE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RECEIVED-DATE8)
               + WS-RESPONSE-DAYS
           COMPUTE WS-DEADLINE-DATE8 =
               FUNCTION DATE-OF-INTEGER(WS-DEADLINE-INT)
           COMPUTE WS-DAYS-OPEN =
               WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(WS-RECEIVED-DATE8)
           COMPUTE WS-DAYS-LEFT = WS-DEADLINE-INT - WS-TODAY-INT

           ADD 1 TO WS-OPEN-COUNT
           EVALUATE TRUE
               WHEN WS-DAYS-LEFT < 0
                   MOVE 'OVERDUE' TO WS-DTL-FLAG
                   ADD 1 TO WS-OVERDUE-COUNT
               WHEN WS-DAYS-LEFT NOT > WS-WARNING-DAYS
                   MOVE 'WARNING' TO WS-DTL-FLAG
                   ADD 1 TO WS-WARNING-COUNT
               WHEN OTHER
                   MOVE SPACES TO WS-DTL-FLAG
           END-EVALUATE

           MOVE CPL-PORTFOLIO-ID  TO WS-DTL-PORTFOLIO
           MOVE CPL-RECEIVED-DATE TO WS-DTL-RECEIVED
           MOVE CPL-SEQ-NO        TO WS-DTL-SEQ
           MOVE CPL-CATEGORY      TO WS-DTL-CATEGORY
           MOVE CPL-HANDLER       TO WS-DTL-HANDLER
           MOVE WS-DAYS-OPEN      TO WS-DTL-DAYS-OPEN
           MOVE WS-DEADLINE-DATE8 TO WS-DTL-DEADLINE
           MOVE WS-DAYS-LEFT      TO WS-DTL-DAYS-LEFT
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

      *----------------------------------------------------------------*
      * Approved redress goes to the client as an RD cash credit. The
      * broker reference carries the complaint (received date and
      * sequence) so the credit traces back to it; the complaint
      * keeps the credit's key in turn.
      *----------------------------------------------------------------*
       2200-PAY-REDRESS.
           INITIALIZE TRANSACTION-RECORD
           MOVE 'RD'                   TO TRN-TYPE
           MOVE WS-CURRENT-DATE-X      TO TRN-DATE
           MOVE WS-CURRENT-TIME-X(1:6) TO TRN-TIME
           MOVE CPL-PORTFOLIO-ID       TO TRN-PORTFOLIO-ID
           ADD 1 TO WS-SEQUENCE
           MOVE WS-SEQUENCE            TO WS-SEQ-NUMBER
           MOVE WS-SEQ-BUILD           TO TRN-SEQUENCE-NO
           MOVE ZERO                   TO TRN-QUANTITY
           MOVE ZERO                   TO TRN-PRICE
           MOVE CPL-REDRESS-AMT        TO TRN-AMOUNT
           MOVE WS-BASE-CURRENCY       TO TRN-CURRENCY
           MOVE CPL-RECEIVED-DATE      TO WS-REF-RECEIVED
           MOVE CPL-SEQ-NO             TO WS-REF-SEQ
           MOVE WS-REDRESS-REF         TO TRN-BROKER-REF
           SET TRN-STATUS-PEND         TO TRUE
           MOVE WS-CURRENT-DATE-X      TO TRN-SETTLEMENT-DATE
           MOVE 'CPLAGE00'             TO TRN-PROCESS-USER

           WRITE TRANSACTION-RECORD
           IF WS-TRAN-STATUS NOT = '00'
               MOVE 'Error writing complaint redress credit' TO
                   ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           SET CPL-REDRESS-PAID        TO TRUE
           MOVE WS-CURRENT-DATE-X      TO CPL-REDRESS-PAID-DATE
           MOVE TRN-KEY                TO CPL-REDRESS-TRN-KEY
           MOVE FUNCTION CURRENT-DATE  TO CPL-LAST-MAINT-DATE
           MOVE 'CPLAGE00'             TO CPL-LAST-MAINT-USER

           REWRITE COMPLAINT-RECORD
               INVALID KEY
                   MOVE 'Error marking complaint redress paid' TO
                       ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-REWRITE

           ADD 1 TO WS-REDRESS-COUNT
           ADD CPL-REDRESS-AMT TO WS-REDRESS-TOTAL

           MOVE CPL-PORTFOLIO-ID     TO WS-RDL-PORTFOLIO
           MOVE CPL-RECEIVED-DATE    TO WS-RDL-RECEIVED
           MOVE CPL-SEQ-NO           TO WS-RDL-SEQ
           MOVE CPL-REDRESS-AMT      TO WS-RDL-AMOUNT
           MOVE CPL-REDRESS-APPROVER TO WS-RDL-APPROVER
           MOVE TRN-SEQUENCE-NO      TO WS-RDL-TRN-SEQ
           WRITE REPORT-RECORD FROM WS-REDRESS-LINE
           .

       3000-WRITE-TOTALS.
           MOVE WS-OPEN-COUNT     TO WS-TOT-OPEN
           MOVE WS-WARNING-COUNT  TO WS-TOT-WARNING
           MOVE WS-OVERDUE-COUNT  TO WS-TOT-OVERDUE
           MOVE WS-REDRESS-COUNT  TO WS-TOT-REDRESS
           MOVE WS-REDRESS-TOTAL  TO WS-TOT-REDRESS-AMT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           .

       4000-TERMINATE.
           PERFORM 4100-UPDATE-COMPLETION

           IF WS-CPL-STATUS NOT = '35'
               CLOSE COMPLAINT-FILE
           END-IF
           IF WS-TRAN-OPEN
               CLOSE TRANSACTION-FILE
           END-IF
           CLOSE AGING-REPORT
                 BATCH-CONTROL-FILE

           DISPLAY 'CPLAGE00 Processing Statistics:'
           DISPLAY '  Complaints read:    ' WS-COMPLAINTS-READ
           DISPLAY '  Open:               ' WS-OPEN-COUNT
           DISPLAY '  Warning:            ' WS-WARNING-COUNT
           DISPLAY '  Overdue:            ' WS-OVERDUE-COUNT
           DISPLAY '  Redress paid:       ' WS-REDRESS-COUNT
           DISPLAY '  Errors:             ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       4100-UPDATE-COMPLETION.
           MOVE 'CPLAGE00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for CPLAGE00' TO
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
           MOVE 'CPLAGE00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
