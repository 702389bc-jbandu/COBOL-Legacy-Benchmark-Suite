      *================================================================*
      * Program Name: PCLMNT00
      * Description: Personal Trading Pre-Clearance Maintenance
      * Version: 1.0
      * Date: 2026
      *
      * Works compliance's PCLIN cards for employee and related-party
      * accounts. Each card carries one action:
      *
      *  - F flags a portfolio as an employee (E) or related-party
      *    (R) account, or returns it to an ordinary client account
      *    (staff type blank), on PORT-STAFF-TYPE;
      *  - R records a pre-clearance request for a staff account --
      *    the security, the side (B buy or cover, S sell or short)
      *    and the most units the trade may carry. The request is
      *    written pending;
      *  - A approves a pending request. The approval stands from
      *    today through the PCLPARM window on (one day when none is
      *    given), which is stamped on the entry as its expiry;
      *  - D denies a pending request.
      *
      * A request may be approved or denied only by someone other
      * than the person who raised it. TRNVAL00 rejects a staff
      * account's trade with no approved pre-clearance covering it.
      * Every change to PRECLR and the portfolio master is written to
      * AUDITLOG through AUDPROC under the user on the card.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCLMNT00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCL-CARD-FILE
               ASSIGN TO PCLIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PCI-STATUS.

           SELECT PARM-FILE
               ASSIGN TO PCLPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PORTFOLIO-FILE
               ASSIGN TO PORTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PORT-ID
               FILE STATUS IS WS-PORT-STATUS.

           SELECT PRECLEAR-FILE
               ASSIGN TO PRECLR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCL-KEY
               FILE STATUS IS WS-PCL-STATUS.

           SELECT PCL-REPORT
               ASSIGN TO PCLMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PCL-CARD-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
      *----------------------------------------------------------------*
      * One card per action. The user entering the card is the
      * requester on an R card and the decider on an A or D card.
      *----------------------------------------------------------------*
       01  PCL-CARD-RECORD.
           05  PCI-ACTION              PIC X(01).
               88  PCI-FLAG-ACCOUNT        VALUE 'F'.
               88  PCI-REQUEST             VALUE 'R'.
               88  PCI-APPROVE             VALUE 'A'.
               88  PCI-DENY                VALUE 'D'.
           05  PCI-PORTFOLIO-ID        PIC X(08).
           05  PCI-ENTERED-BY          PIC X(08).
           05  PCI-REQUEST-ID          PIC X(08).
           05  PCI-STAFF-TYPE          PIC X(01).
           05  PCI-INVESTMENT-ID       PIC X(10).
           05  PCI-SIDE                PIC X(01).
           05  PCI-QUANTITY            PIC 9(11)V9(4).
           05  FILLER                  PIC X(28).

       FD  PARM-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PCLPARM.

       FD  PORTFOLIO-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PORTFLIO.

       FD  PRECLEAR-FILE.
       COPY PRECLR.

       FD  PCL-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY ERRHAND.
           COPY AUDITLOG.

       01  WS-FILE-STATUS.
           05  WS-PCI-STATUS       PIC X(2).
           05  WS-PARM-STATUS      PIC X(2).
           05  WS-PORT-STATUS      PIC X(2).
           05  WS-PCL-STATUS       PIC X(2).
           05  WS-RPT-STATUS       PIC X(2).

       01  WS-CONSTANTS.
           05  WS-BATCH-USER-ID    PIC X(8) VALUE 'PCLMNT00'.

       01  WS-THRESHOLDS.
      *    Days past the decision an approval still covers a trade;
      *    the PCLPARM record overrides it when present.
           05  WS-WINDOW-DAYS      PIC 9(3) VALUE 1.

       01  WS-SWITCHES.
           05  WS-PCI-EOF-SW       PIC X(1) VALUE 'N'.
               88  WS-PCI-EOF          VALUE 'Y'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8    PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                 PIC X(8).
           05  WS-EXPIRY-DATE8     PIC 9(8).
           05  WS-EXPIRY-DATE-X REDEFINES WS-EXPIRY-DATE8
                                 PIC X(8).
           05  WS-EXPIRY-INTEGER   PIC 9(8).
           05  WS-OLD-STAFF-TYPE   PIC X(1).
           05  WS-REJECT-REASON    PIC X(40).
           05  WS-ACTION-TEXT      PIC X(40).
           05  WS-AUD-TYPE         PIC X(4).
           05  WS-AUD-ACTION       PIC X(8).
           05  WS-AUD-TEXT         PIC X(100).

       01  WS-COUNTERS.
           05  WS-CARDS-READ       PIC 9(5) COMP VALUE 0.
           05  WS-ACCOUNTS-FLAGGED PIC 9(5) COMP VALUE 0.
           05  WS-REQUESTS-ADDED   PIC 9(5) COMP VALUE 0.
           05  WS-REQUESTS-APPROVED PIC 9(5) COMP VALUE 0.
           05  WS-REQUESTS-DENIED  PIC 9(5) COMP VALUE 0.
           05  WS-CARDS-REJECTED   PIC 9(5) COMP VALUE 0.
           05  WS-ERROR-COUNT      PIC 9(5) COMP VALUE 0.

       01  WS-IMAGE-AREAS.
           05  WS-BEFORE-IMAGE     PIC X(400).
           05  WS-AFTER-IMAGE      PIC X(400).

       01  WS-REPORT-LINES.
           05  WS-HDR-LINE.
               10  FILLER          PIC X(40) VALUE
                   'PERSONAL TRADING PRE-CLEARANCE  DATE '.
               10  WS-HDR-DATE     PIC X(8).
               10  FILLER          PIC X(84) VALUE SPACES.
           05  WS-ACT-LINE.
               10  WS-ACT-L-VERB       PIC X(11).
               10  WS-ACT-L-PORTFOLIO  PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-ACT-L-USER       PIC X(8).
               10  FILLER              PIC X(3)  VALUE ' - '.
               10  WS-ACT-L-TEXT       PIC X(40).
               10  FILLER              PIC X(61) VALUE SPACES.

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

           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
               IF WS-PARM-STATUS = '00'
                   IF PPM-WINDOW-DAYS IS NUMERIC
                      AND PPM-WINDOW-DAYS NOT = 0
                       MOVE PPM-WINDOW-DAYS TO WS-WINDOW-DAYS
                   END-IF
               END-IF
               CLOSE PARM-FILE
           END-IF

           OPEN INPUT PCL-CARD-FILE
           IF WS-PCI-STATUS NOT = '00'
               SET WS-PCI-EOF TO TRUE
           END-IF

           OPEN I-O PORTFOLIO-FILE
           IF WS-PORT-STATUS NOT = '00'
               MOVE 'Error opening portfolio file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

      *    The pre-clearance file is created by the first request.
           OPEN I-O PRECLEAR-FILE
           IF WS-PCL-STATUS NOT = '00' AND '05'
               MOVE 'Error opening pre-clearance file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT PCL-REPORT
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'Error opening pre-clearance report' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

      *    Every approval given in this run expires on the same day.
           COMPUTE WS-EXPIRY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE8) +
               WS-WINDOW-DAYS
           COMPUTE WS-EXPIRY-DATE8 =
               FUNCTION DATE-OF-INTEGER(WS-EXPIRY-INTEGER)

           MOVE WS-CURRENT-DATE-X TO WS-HDR-DATE
           WRITE REPORT-RECORD FROM WS-HDR-LINE
           .

       2000-APPLY-CARD.
           READ PCL-CARD-FILE
               AT END
                   SET WS-PCI-EOF TO TRUE
                   CLOSE PCL-CARD-FILE
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-CARDS-READ
           MOVE SPACES TO WS-REJECT-REASON

           IF PCI-PORTFOLIO-ID = SPACES
               MOVE 'PORTFOLIO REQUIRED' TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

      *    The requester or decider of record is the user on the
      *    card, so an unnamed card is refused outright.
           IF PCI-ENTERED-BY = SPACES
               MOVE 'USER REQUIRED' TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

           MOVE PCI-PORTFOLIO-ID TO PORT-ID
           READ PORTFOLIO-FILE
               INVALID KEY
                   MOVE 'PORTFOLIO NOT ON FILE' TO WS-REJECT-REASON
                   PERFORM 2090-REJECT-CARD
                   EXIT PARAGRAPH
           END-READ

           EVALUATE TRUE
               WHEN PCI-FLAG-ACCOUNT
                   PERFORM 2100-FLAG-ACCOUNT
               WHEN PCI-REQUEST
                   PERFORM 2200-ADD-REQUEST
               WHEN PCI-APPROVE
               WHEN PCI-DENY
                   PERFORM 2300-DECIDE-REQUEST
               WHEN OTHER
                   MOVE 'UNKNOWN PRE-CLEARANCE ACTION'
                     TO WS-REJECT-REASON
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
           MOVE PCI-PORTFOLIO-ID  TO WS-ACT-L-PORTFOLIO
           MOVE PCI-ENTERED-BY    TO WS-ACT-L-USER
           MOVE WS-ACTION-TEXT    TO WS-ACT-L-TEXT
           WRITE REPORT-RECORD FROM WS-ACT-LINE
           .

      *----------------------------------------------------------------*
      * Staff type onto the portfolio master. A blank type returns
      * the account to an ordinary client account; an unchanged type
      * leaves the master alone.
      *----------------------------------------------------------------*
       2100-FLAG-ACCOUNT.
           MOVE PORT-STAFF-TYPE   TO WS-OLD-STAFF-TYPE
           MOVE PCI-STAFF-TYPE    TO PORT-STAFF-TYPE
           IF NOT PORT-STAFF-VALID
               MOVE WS-OLD-STAFF-TYPE TO PORT-STAFF-TYPE
               MOVE 'STAFF TYPE MUST BE E, R OR BLANK'
                 TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

           IF PCI-STAFF-TYPE = WS-OLD-STAFF-TYPE
               MOVE 'STAFF TYPE UNCHANGED' TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

           MOVE WS-OLD-STAFF-TYPE TO PORT-STAFF-TYPE
           MOVE PORT-RECORD       TO WS-BEFORE-IMAGE
           MOVE PCI-STAFF-TYPE    TO PORT-STAFF-TYPE
           MOVE WS-CURRENT-DATE8  TO PORT-LAST-MAINT
           MOVE WS-BATCH-USER-ID  TO PORT-LAST-USER
           REWRITE PORT-RECORD
               INVALID KEY
                   MOVE 'Error updating portfolio staff type'
                     TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-REWRITE

           MOVE PORT-RECORD       TO WS-AFTER-IMAGE
           MOVE 'PORT'            TO WS-AUD-TYPE
           MOVE 'UPDATE  '        TO WS-AUD-ACTION
           MOVE SPACES            TO WS-AUD-TEXT
           STRING 'Staff account type changed from '
                                       DELIMITED BY SIZE
                  WS-OLD-STAFF-TYPE    DELIMITED BY SIZE
                  ' to '               DELIMITED BY SIZE
                  PORT-STAFF-TYPE      DELIMITED BY SIZE
             INTO WS-AUD-TEXT
           PERFORM 4000-WRITE-AUDIT

           ADD 1 TO WS-ACCOUNTS-FLAGGED
           MOVE 'FLAGGED:   '     TO WS-ACT-L-VERB
           MOVE 'STAFF TYPE' TO WS-ACTION-TEXT
           MOVE PORT-STAFF-TYPE   TO WS-ACTION-TEXT(12:1)
           PERFORM 2095-WRITE-ACTION-LINE
           .

      *----------------------------------------------------------------*
      * A new request, written pending. Only a staff account needs
      * pre-clearance, so a request against a client account is
      * refused rather than left to sit on file.
      *----------------------------------------------------------------*
       2200-ADD-REQUEST.
           IF NOT PORT-STAFF-ACCOUNT
               MOVE 'NOT AN EMPLOYEE OR RELATED ACCOUNT'
                 TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

           IF PCI-REQUEST-ID = SPACES
           OR PCI-INVESTMENT-ID = SPACES
               MOVE 'REQUEST ID AND SECURITY REQUIRED'
                 TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

           IF PCI-SIDE NOT = 'B' AND 'S'
               MOVE 'SIDE MUST BE B OR S' TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

           IF PCI-QUANTITY IS NOT NUMERIC
           OR PCI-QUANTITY = ZERO
               MOVE 'QUANTITY REQUIRED' TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

           INITIALIZE PRE-CLEARANCE-RECORD
           MOVE PCI-PORTFOLIO-ID  TO PCL-PORTFOLIO-ID
           MOVE PCI-REQUEST-ID    TO PCL-REQUEST-ID
           MOVE PCI-INVESTMENT-ID TO PCL-INVESTMENT-ID
           MOVE PCI-SIDE          TO PCL-SIDE
           MOVE PCI-QUANTITY      TO PCL-QUANTITY
           SET PCL-STATUS-PENDING TO TRUE
           MOVE WS-CURRENT-DATE-X TO PCL-REQUEST-DATE
           MOVE PCI-ENTERED-BY    TO PCL-REQUESTED-BY
           MOVE FUNCTION CURRENT-DATE TO PCL-LAST-MAINT-DATE
           MOVE WS-BATCH-USER-ID  TO PCL-LAST-MAINT-USER

           WRITE PRE-CLEARANCE-RECORD
               INVALID KEY
                   MOVE 'REQUEST ID ALREADY ON FILE'
                     TO WS-REJECT-REASON
                   PERFORM 2090-REJECT-CARD
                   EXIT PARAGRAPH
           END-WRITE

           MOVE SPACES               TO WS-BEFORE-IMAGE
           MOVE PRE-CLEARANCE-RECORD TO WS-AFTER-IMAGE
           MOVE 'PCL '               TO WS-AUD-TYPE
           MOVE 'CREATE  '           TO WS-AUD-ACTION
           MOVE SPACES               TO WS-AUD-TEXT
           STRING 'Pre-clearance requested '
                                       DELIMITED BY SIZE
                  PCL-REQUEST-ID       DELIMITED BY SIZE
                  ' for '              DELIMITED BY SIZE
                  PCL-INVESTMENT-ID    DELIMITED BY SIZE
             INTO WS-AUD-TEXT
           PERFORM 4000-WRITE-AUDIT

           ADD 1 TO WS-REQUESTS-ADDED
           MOVE 'REQUESTED: '     TO WS-ACT-L-VERB
           MOVE SPACES            TO WS-ACTION-TEXT
           STRING PCL-REQUEST-ID    DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  PCL-INVESTMENT-ID DELIMITED BY SIZE
                  ' SIDE '          DELIMITED BY SIZE
                  PCL-SIDE          DELIMITED BY SIZE
             INTO WS-ACTION-TEXT
           PERFORM 2095-WRITE-ACTION-LINE
           .

      *----------------------------------------------------------------*
      * Approval or denial of a pending request. The decider must be
      * someone other than the requester. An approval is dated today
      * and expires at the end of the window.
      *----------------------------------------------------------------*
       2300-DECIDE-REQUEST.
           MOVE PCI-PORTFOLIO-ID  TO PCL-PORTFOLIO-ID
           MOVE PCI-REQUEST-ID    TO PCL-REQUEST-ID
           READ PRECLEAR-FILE
               INVALID KEY
                   MOVE 'REQUEST NOT ON FILE' TO WS-REJECT-REASON
                   PERFORM 2090-REJECT-CARD
                   EXIT PARAGRAPH
           END-READ

           IF NOT PCL-STATUS-PENDING
               MOVE 'REQUEST ALREADY DECIDED' TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

           IF PCI-ENTERED-BY = PCL-REQUESTED-BY
               MOVE 'REQUESTER MAY NOT DECIDE OWN REQUEST'
                 TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

           MOVE PRE-CLEARANCE-RECORD TO WS-BEFORE-IMAGE
           MOVE PCI-ENTERED-BY    TO PCL-DECIDED-BY
           MOVE WS-CURRENT-DATE-X TO PCL-DECISION-DATE
           IF PCI-APPROVE
               SET PCL-STATUS-APPROVED TO TRUE
               MOVE WS-EXPIRY-DATE-X TO PCL-EXPIRY-DATE
           ELSE
               SET PCL-STATUS-DENIED TO TRUE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO PCL-LAST-MAINT-DATE
           MOVE WS-BATCH-USER-ID  TO PCL-LAST-MAINT-USER

           REWRITE PRE-CLEARANCE-RECORD
               INVALID KEY
                   MOVE 'Error updating pre-clearance' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-REWRITE

           MOVE PRE-CLEARANCE-RECORD TO WS-AFTER-IMAGE
           MOVE 'PCL '               TO WS-AUD-TYPE
           MOVE 'UPDATE  '           TO WS-AUD-ACTION
           MOVE SPACES               TO WS-AUD-TEXT
           MOVE SPACES               TO WS-ACTION-TEXT
           IF PCL-STATUS-APPROVED
               STRING 'Pre-clearance approved '
                                         DELIMITED BY SIZE
                      PCL-REQUEST-ID     DELIMITED BY SIZE
                      ' through '        DELIMITED BY SIZE
                      PCL-EXPIRY-DATE    DELIMITED BY SIZE
                 INTO WS-AUD-TEXT
               ADD 1 TO WS-REQUESTS-APPROVED
               MOVE 'APPROVED:  '     TO WS-ACT-L-VERB
               STRING PCL-REQUEST-ID  DELIMITED BY SIZE
                      ' THROUGH '     DELIMITED BY SIZE
                      PCL-EXPIRY-DATE DELIMITED BY SIZE
                 INTO WS-ACTION-TEXT
           ELSE
               STRING 'Pre-clearance denied '
                                         DELIMITED BY SIZE
                      PCL-REQUEST-ID     DELIMITED BY SIZE
                 INTO WS-AUD-TEXT
               ADD 1 TO WS-REQUESTS-DENIED
               MOVE 'DENIED:    '     TO WS-ACT-L-VERB
               MOVE PCL-REQUEST-ID    TO WS-ACTION-TEXT
           END-IF
           PERFORM 4000-WRITE-AUDIT
           PERFORM 2095-WRITE-ACTION-LINE
           .

      *----------------------------------------------------------------*
      * Before and after images through AUDPROC, the chained trail,
      * under the user named on the card. The caller sets the type,
      * action and message.
      *----------------------------------------------------------------*
       4000-WRITE-AUDIT.
           INITIALIZE AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE 'BATCH'               TO AUD-SYSTEM-ID
           MOVE PCI-ENTERED-BY        TO AUD-USER-ID
           MOVE 'PCLMNT00'            TO AUD-PROGRAM
           MOVE WS-AUD-TYPE           TO AUD-TYPE
           MOVE WS-AUD-ACTION         TO AUD-ACTION
           MOVE 'SUCC'                TO AUD-STATUS
           MOVE PCI-PORTFOLIO-ID      TO AUD-PORTFOLIO-ID
           MOVE PORT-ACCOUNT-NO       TO AUD-ACCOUNT-NO
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
           CLOSE PORTFOLIO-FILE
                 PRECLEAR-FILE
                 PCL-REPORT

           DISPLAY 'PCLMNT00 Processing Statistics:'
           DISPLAY '  Cards read:           ' WS-CARDS-READ
           DISPLAY '  Accounts flagged:     ' WS-ACCOUNTS-FLAGGED
           DISPLAY '  Requests recorded:    ' WS-REQUESTS-ADDED
           DISPLAY '  Requests approved:    ' WS-REQUESTS-APPROVED
           DISPLAY '  Requests denied:      ' WS-REQUESTS-DENIED
           DISPLAY '  Cards rejected:       ' WS-CARDS-REJECTED
           DISPLAY '  Errors:               ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       9000-ERROR-ROUTINE.
           ADD 1 TO WS-ERROR-COUNT
           MOVE ERR-CAT-PROC TO ERR-CATEGORY
           MOVE 'PCLMNT00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
