      *================================================================*
      * Program Name: ADVMNT00
      * Description: Advisor Master and Account Assignment
      * Version: 1.0
      * Date: 2026
      *
      * Works the advisor administration desk's ADVIN cards:
      *
      *  - an A card adds an advisor to the ADVMST master or changes
      *    one's name, branch or status (A active, I inactive; a new
      *    advisor with no status keyed starts active);
      *  - a G card sets one tier of the advisor's payout grid: the
      *    year-to-date revenue threshold the tier starts at and the
      *    percent ADVPAY00 pays from it. Tiers must climb -- a
      *    tier's threshold may not be below the one before it;
      *  - an S card assigns a portfolio to the advisor (or, with no
      *    advisor keyed, leaves it unassigned) from an effective
      *    date, today when none is keyed. The assignment is written
      *    to the dated ADVASN history and the advisor set on
      *    PORT-ADVISOR-ID. An assignment may be backdated, so fees
      *    and commissions since the date credit the new advisor,
      *    but not behind the latest assignment already on file; one
      *    keyed for the same date replaces it as a correction.
      *
      * Every change to the advisor master, the assignment history
      * and the portfolio master is written to AUDITLOG through
      * AUDPROC under the user on the card.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVMNT00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADVISOR-CARD-FILE
               ASSIGN TO ADVIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AMI-STATUS.

           SELECT ADVISOR-MASTER-FILE
               ASSIGN TO ADVMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADV-ADVISOR-ID
               FILE STATUS IS WS-ADV-STATUS.

           SELECT ASSIGNMENT-FILE
               ASSIGN TO ADVASN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASG-KEY
               FILE STATUS IS WS-ASG-STATUS.

           SELECT PORTFOLIO-FILE
               ASSIGN TO PORTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PORT-ID
               FILE STATUS IS WS-PORT-STATUS.

           SELECT ADVISOR-REPORT
               ASSIGN TO ADVMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADVISOR-CARD-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
      *----------------------------------------------------------------*
      * One card per change. The detail area is laid out by action.
      *----------------------------------------------------------------*
       01  ADVISOR-CARD-RECORD.
           05  AMI-ACTION              PIC X(01).
               88  AMI-ADVISOR             VALUE 'A'.
               88  AMI-GRID-TIER           VALUE 'G'.
               88  AMI-ASSIGN              VALUE 'S'.
           05  AMI-ADVISOR-ID          PIC X(08).
           05  AMI-ENTERED-BY          PIC X(08).
           05  AMI-DETAIL              PIC X(63).
           05  AMI-ADVISOR-DETAIL REDEFINES AMI-DETAIL.
               10  AMI-NAME            PIC X(30).
               10  AMI-BRANCH          PIC X(06).
               10  AMI-STATUS          PIC X(01).
               10  FILLER              PIC X(26).
           05  AMI-GRID-DETAIL REDEFINES AMI-DETAIL.
               10  AMI-TIER-NO         PIC 9(01).
               10  AMI-THRESHOLD       PIC 9(11)V9(2).
               10  AMI-PAYOUT-PCT      PIC 9(3)V9(2).
               10  FILLER              PIC X(44).
           05  AMI-ASSIGN-DETAIL REDEFINES AMI-DETAIL.
               10  AMI-PORTFOLIO-ID    PIC X(08).
               10  AMI-EFFECTIVE-DATE  PIC X(08).
               10  AMI-REASON          PIC X(20).
               10  FILLER              PIC X(27).

       FD  ADVISOR-MASTER-FILE.
       COPY ADVMST.

       FD  ASSIGNMENT-FILE.
       COPY ADVASN.

       FD  PORTFOLIO-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PORTFLIO.

       FD  ADVISOR-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY ERRHAND.
           COPY AUDITLOG.

       01  WS-FILE-STATUS.
           05  WS-AMI-STATUS       PIC X(2).
           05  WS-ADV-STATUS       PIC X(2).
           05  WS-ASG-STATUS       PIC X(2).
           05  WS-PORT-STATUS      PIC X(2).
           05  WS-RPT-STATUS       PIC X(2).

       01  WS-CONSTANTS.
           05  WS-BATCH-USER-ID    PIC X(8) VALUE 'ADVMNT00'.

       01  WS-SWITCHES.
           05  WS-AMI-EOF-SW       PIC X(1) VALUE 'N'.
               88  WS-AMI-EOF          VALUE 'Y'.
           05  WS-ADV-FOUND-SW     PIC X(1) VALUE 'N'.
               88  WS-ADV-FOUND        VALUE 'Y'.
               88  WS-ADV-NOT-FOUND    VALUE 'N'.
           05  WS-ASG-EOF-SW       PIC X(1) VALUE 'N'.
               88  WS-ASG-EOF          VALUE 'Y'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8    PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                 PIC X(8).
           05  WS-EFFECTIVE-DATE-X PIC X(8).
           05  WS-LATEST-ASG-DATE  PIC X(8).
           05  WS-TIER-IX          PIC 9(1).
           05  WS-REJECT-REASON    PIC X(40).
           05  WS-ACTION-TEXT      PIC X(40).
           05  WS-AUD-TYPE         PIC X(4).
           05  WS-AUD-ACTION       PIC X(8).
           05  WS-AUD-PORTFOLIO    PIC X(8).
           05  WS-AUD-TEXT         PIC X(100).

       01  WS-COUNTERS.
           05  WS-CARDS-READ       PIC 9(5) COMP VALUE 0.
           05  WS-ADVISORS-CHANGED PIC 9(5) COMP VALUE 0.
           05  WS-TIERS-SET        PIC 9(5) COMP VALUE 0.
           05  WS-ASSIGNMENTS      PIC 9(5) COMP VALUE 0.
           05  WS-CARDS-REJECTED   PIC 9(5) COMP VALUE 0.
           05  WS-ERROR-COUNT      PIC 9(5) COMP VALUE 0.

       01  WS-IMAGE-AREAS.
           05  WS-BEFORE-IMAGE     PIC X(400).
           05  WS-AFTER-IMAGE      PIC X(400).

       01  WS-REPORT-LINES.
           05  WS-HDR-LINE.
               10  FILLER          PIC X(40) VALUE
                   'ADVISOR MAINTENANCE  DATE '.
               10  WS-HDR-DATE     PIC X(8).
               10  FILLER          PIC X(84) VALUE SPACES.
           05  WS-ACT-LINE.
               10  WS-ACT-L-VERB       PIC X(11).
               10  WS-ACT-L-ADVISOR    PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-ACT-L-USER       PIC X(8).
               10  FILLER              PIC X(3)  VALUE ' - '.
               10  WS-ACT-L-TEXT       PIC X(40).
               10  FILLER              PIC X(61) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-APPLY-CARD
               UNTIL WS-AMI-EOF

           PERFORM 5000-TERMINATE

           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD

           OPEN INPUT ADVISOR-CARD-FILE
           IF WS-AMI-STATUS NOT = '00'
               SET WS-AMI-EOF TO TRUE
           END-IF

      *    The advisor master and the assignment history are created
      *    by the first cards applied.
           OPEN I-O ADVISOR-MASTER-FILE
           IF WS-ADV-STATUS NOT = '00' AND '05'
               MOVE 'Error opening advisor master' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O ASSIGNMENT-FILE
           IF WS-ASG-STATUS NOT = '00' AND '05'
               MOVE 'Error opening advisor assignment file'
                 TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O PORTFOLIO-FILE
           IF WS-PORT-STATUS NOT = '00'
               MOVE 'Error opening portfolio file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT ADVISOR-REPORT
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'Error opening advisor maintenance report'
                 TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           MOVE WS-CURRENT-DATE-X TO WS-HDR-DATE
           WRITE REPORT-RECORD FROM WS-HDR-LINE
           .

       2000-APPLY-CARD.
           READ ADVISOR-CARD-FILE
               AT END
                   SET WS-AMI-EOF TO TRUE
                   CLOSE ADVISOR-CARD-FILE
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-CARDS-READ
           MOVE SPACES TO WS-REJECT-REASON

           IF AMI-ENTERED-BY = SPACES
               MOVE 'USER REQUIRED' TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

      *    Only an assignment may name no advisor -- it unassigns.
           IF AMI-ADVISOR-ID = SPACES
           AND NOT AMI-ASSIGN
               MOVE 'ADVISOR REQUIRED' TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN AMI-ADVISOR
                   PERFORM 2100-MAINTAIN-ADVISOR
               WHEN AMI-GRID-TIER
                   PERFORM 2200-SET-GRID-TIER
               WHEN AMI-ASSIGN
                   PERFORM 2300-ASSIGN-PORTFOLIO
               WHEN OTHER
                   MOVE 'UNKNOWN ADVISOR ACTION' TO WS-REJECT-REASON
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
           MOVE AMI-ADVISOR-ID    TO WS-ACT-L-ADVISOR
           MOVE AMI-ENTERED-BY    TO WS-ACT-L-USER
           MOVE WS-ACTION-TEXT    TO WS-ACT-L-TEXT
           WRITE REPORT-RECORD FROM WS-ACT-LINE
           .

       2050-READ-ADVISOR.
           MOVE AMI-ADVISOR-ID TO ADV-ADVISOR-ID
           READ ADVISOR-MASTER-FILE
               INVALID KEY
                   SET WS-ADV-NOT-FOUND TO TRUE
                   MOVE SPACES TO WS-BEFORE-IMAGE
               NOT INVALID KEY
                   SET WS-ADV-FOUND TO TRUE
                   MOVE ADVISOR-MASTER-RECORD TO WS-BEFORE-IMAGE
           END-READ
           .

      *----------------------------------------------------------------*
      * Add an advisor, or change the name, branch or status of one
      * on file. Fields left blank on a change keep their values.
      *----------------------------------------------------------------*
       2100-MAINTAIN-ADVISOR.
           IF AMI-STATUS NOT = SPACE
           AND AMI-STATUS NOT = 'A' AND AMI-STATUS NOT = 'I'
               MOVE 'STATUS MUST BE A OR I' TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

           PERFORM 2050-READ-ADVISOR

           IF WS-ADV-NOT-FOUND
               IF AMI-NAME = SPACES
                   MOVE 'NAME REQUIRED FOR A NEW ADVISOR'
                     TO WS-REJECT-REASON
                   PERFORM 2090-REJECT-CARD
                   EXIT PARAGRAPH
               END-IF
               INITIALIZE ADVISOR-MASTER-RECORD
               MOVE AMI-ADVISOR-ID TO ADV-ADVISOR-ID
               SET ADV-STATUS-ACTIVE TO TRUE
           END-IF

           IF AMI-NAME NOT = SPACES
               MOVE AMI-NAME      TO ADV-NAME
           END-IF
           IF AMI-BRANCH NOT = SPACES
               MOVE AMI-BRANCH    TO ADV-BRANCH
           END-IF
           IF AMI-STATUS NOT = SPACE
               MOVE AMI-STATUS    TO ADV-STATUS
           END-IF
           MOVE FUNCTION CURRENT-DATE TO ADV-LAST-MAINT-DATE
           MOVE AMI-ENTERED-BY    TO ADV-LAST-MAINT-USER

           IF WS-ADV-FOUND
               REWRITE ADVISOR-MASTER-RECORD
                   INVALID KEY
                       MOVE 'Error updating advisor master'
                         TO ERR-TEXT
                       PERFORM 9000-ERROR-ROUTINE
                       EXIT PARAGRAPH
               END-REWRITE
               MOVE 'UPDATE  '    TO WS-AUD-ACTION
               MOVE 'Advisor details changed' TO WS-AUD-TEXT
               MOVE 'CHANGED:   ' TO WS-ACT-L-VERB
           ELSE
               WRITE ADVISOR-MASTER-RECORD
                   INVALID KEY
                       MOVE 'Error writing advisor master'
                         TO ERR-TEXT
                       PERFORM 9000-ERROR-ROUTINE
                       EXIT PARAGRAPH
               END-WRITE
               MOVE 'CREATE  '    TO WS-AUD-ACTION
               MOVE 'Advisor added' TO WS-AUD-TEXT
               MOVE 'ADDED:     ' TO WS-ACT-L-VERB
           END-IF

           MOVE ADVISOR-MASTER-RECORD TO WS-AFTER-IMAGE
           MOVE 'ADV '            TO WS-AUD-TYPE
           MOVE SPACES            TO WS-AUD-PORTFOLIO
           PERFORM 4000-WRITE-AUDIT

           ADD 1 TO WS-ADVISORS-CHANGED
           MOVE ADV-NAME          TO WS-ACTION-TEXT
           PERFORM 2095-WRITE-ACTION-LINE
           .

      *----------------------------------------------------------------*
      * One tier of the payout grid. A zero percent clears the tier.
      *----------------------------------------------------------------*
       2200-SET-GRID-TIER.
           IF AMI-TIER-NO NOT NUMERIC
           OR AMI-TIER-NO < 1 OR AMI-TIER-NO > 5
               MOVE 'TIER MUST BE 1 TO 5' TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

           IF AMI-THRESHOLD NOT NUMERIC
           OR AMI-PAYOUT-PCT NOT NUMERIC
               MOVE 'THRESHOLD AND PERCENT MUST BE NUMERIC'
                 TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

           IF AMI-PAYOUT-PCT > 100
               MOVE 'PAYOUT PERCENT OVER 100' TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

           PERFORM 2050-READ-ADVISOR
           IF WS-ADV-NOT-FOUND
               MOVE 'ADVISOR NOT ON FILE' TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

           MOVE AMI-TIER-NO TO WS-TIER-IX
           IF WS-TIER-IX > 1
               IF AMI-THRESHOLD <
                  ADV-TIER-THRESHOLD(WS-TIER-IX - 1)
                   MOVE 'THRESHOLD BELOW THE TIER BEFORE IT'
                     TO WS-REJECT-REASON
                   PERFORM 2090-REJECT-CARD
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-TIER-IX < 5
               IF ADV-TIER-PAYOUT-PCT(WS-TIER-IX + 1) > ZERO
               AND AMI-THRESHOLD >
                   ADV-TIER-THRESHOLD(WS-TIER-IX + 1)
                   MOVE 'THRESHOLD ABOVE THE TIER AFTER IT'
                     TO WS-REJECT-REASON
                   PERFORM 2090-REJECT-CARD
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE AMI-THRESHOLD  TO ADV-TIER-THRESHOLD(WS-TIER-IX)
           MOVE AMI-PAYOUT-PCT TO ADV-TIER-PAYOUT-PCT(WS-TIER-IX)
           MOVE FUNCTION CURRENT-DATE TO ADV-LAST-MAINT-DATE
           MOVE AMI-ENTERED-BY TO ADV-LAST-MAINT-USER

           REWRITE ADVISOR-MASTER-RECORD
               INVALID KEY
                   MOVE 'Error updating advisor master' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-REWRITE

           MOVE ADVISOR-MASTER-RECORD TO WS-AFTER-IMAGE
           MOVE 'ADV '            TO WS-AUD-TYPE
           MOVE 'UPDATE  '        TO WS-AUD-ACTION
           MOVE SPACES            TO WS-AUD-PORTFOLIO
           MOVE SPACES            TO WS-AUD-TEXT
           STRING 'Payout grid tier ' DELIMITED BY SIZE
                  AMI-TIER-NO         DELIMITED BY SIZE
                  ' set'              DELIMITED BY SIZE
             INTO WS-AUD-TEXT
           PERFORM 4000-WRITE-AUDIT

           ADD 1 TO WS-TIERS-SET
           MOVE 'GRID SET:  '     TO WS-ACT-L-VERB
           MOVE 'TIER   FROM YTD REVENUE AT PERCENT'
             TO WS-ACTION-TEXT
           MOVE AMI-TIER-NO       TO WS-ACTION-TEXT(6:1)
           PERFORM 2095-WRITE-ACTION-LINE
           .

      *----------------------------------------------------------------*
      * A portfolio assigned (or unassigned) from an effective date.
      * The card is edited in full before anything is written.
      *----------------------------------------------------------------*
       2300-ASSIGN-PORTFOLIO.
           IF AMI-PORTFOLIO-ID = SPACES
               MOVE 'PORTFOLIO REQUIRED' TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

           MOVE AMI-PORTFOLIO-ID TO PORT-ID
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

           IF AMI-ADVISOR-ID NOT = SPACES
               PERFORM 2050-READ-ADVISOR
               IF WS-ADV-NOT-FOUND
                   MOVE 'ADVISOR NOT ON FILE' TO WS-REJECT-REASON
                   PERFORM 2090-REJECT-CARD
                   EXIT PARAGRAPH
               END-IF
               IF NOT ADV-STATUS-ACTIVE
                   MOVE 'ADVISOR IS INACTIVE' TO WS-REJECT-REASON
                   PERFORM 2090-REJECT-CARD
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF AMI-EFFECTIVE-DATE = SPACES
               MOVE WS-CURRENT-DATE-X  TO WS-EFFECTIVE-DATE-X
           ELSE
               MOVE AMI-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE-X
           END-IF

           IF WS-EFFECTIVE-DATE-X IS NOT NUMERIC
           OR WS-EFFECTIVE-DATE-X > WS-CURRENT-DATE-X
               MOVE 'EFFECTIVE DATE INVALID OR IN THE FUTURE'
                 TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

           PERFORM 2350-FIND-LATEST-ASSIGNMENT
           IF WS-EFFECTIVE-DATE-X < WS-LATEST-ASG-DATE
               MOVE 'EARLIER THAN ASSIGNMENT ON FILE'
                 TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

      *    The history record first, then the master it drives.
           MOVE AMI-PORTFOLIO-ID    TO ASG-PORTFOLIO-ID
           MOVE WS-EFFECTIVE-DATE-X TO ASG-EFFECTIVE-DATE
           READ ASSIGNMENT-FILE
               INVALID KEY
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   INITIALIZE ADVISOR-ASSIGNMENT-RECORD
                   MOVE AMI-PORTFOLIO-ID    TO ASG-PORTFOLIO-ID
                   MOVE WS-EFFECTIVE-DATE-X TO ASG-EFFECTIVE-DATE
                   MOVE PORT-ADVISOR-ID     TO ASG-PRIOR-ADVISOR
                   MOVE 'CREATE  '          TO WS-AUD-ACTION
               NOT INVALID KEY
                   MOVE ADVISOR-ASSIGNMENT-RECORD TO WS-BEFORE-IMAGE
                   MOVE 'UPDATE  '          TO WS-AUD-ACTION
           END-READ

           MOVE AMI-ADVISOR-ID      TO ASG-ADVISOR-ID
           MOVE AMI-REASON          TO ASG-REASON
           MOVE FUNCTION CURRENT-DATE TO ASG-LAST-MAINT-DATE
           MOVE AMI-ENTERED-BY      TO ASG-LAST-MAINT-USER

           IF WS-AUD-ACTION = 'CREATE  '
               WRITE ADVISOR-ASSIGNMENT-RECORD
                   INVALID KEY
                       MOVE 'Error writing advisor assignment'
                         TO ERR-TEXT
                       PERFORM 9000-ERROR-ROUTINE
                       EXIT PARAGRAPH
               END-WRITE
           ELSE
               REWRITE ADVISOR-ASSIGNMENT-RECORD
                   INVALID KEY
                       MOVE 'Error updating advisor assignment'
                         TO ERR-TEXT
                       PERFORM 9000-ERROR-ROUTINE
                       EXIT PARAGRAPH
               END-REWRITE
           END-IF

           MOVE ADVISOR-ASSIGNMENT-RECORD TO WS-AFTER-IMAGE
           MOVE 'ADV '            TO WS-AUD-TYPE
           MOVE AMI-PORTFOLIO-ID  TO WS-AUD-PORTFOLIO
           MOVE 'Advisor assignment recorded' TO WS-AUD-TEXT
           PERFORM 4000-WRITE-AUDIT

           PERFORM 2400-UPDATE-PORTFOLIO-ADVISOR

           ADD 1 TO WS-ASSIGNMENTS
           MOVE 'ASSIGNED:  '     TO WS-ACT-L-VERB
           MOVE 'PORTFOLIO          FROM'  TO WS-ACTION-TEXT
           MOVE AMI-PORTFOLIO-ID  TO WS-ACTION-TEXT(11:8)
           MOVE WS-EFFECTIVE-DATE-X TO WS-ACTION-TEXT(25:8)
           PERFORM 2095-WRITE-ACTION-LINE
           .

      *----------------------------------------------------------------*
      * The latest effective date on the portfolio's history, or
      * LOW-VALUES when it has none.
      *----------------------------------------------------------------*
       2350-FIND-LATEST-ASSIGNMENT.
           MOVE LOW-VALUES        TO WS-LATEST-ASG-DATE
           MOVE 'N'               TO WS-ASG-EOF-SW
           MOVE AMI-PORTFOLIO-ID  TO ASG-PORTFOLIO-ID
           MOVE LOW-VALUES        TO ASG-EFFECTIVE-DATE
           START ASSIGNMENT-FILE KEY NOT LESS THAN ASG-KEY
               INVALID KEY
                   SET WS-ASG-EOF TO TRUE
           END-START

           PERFORM 2360-READ-NEXT-ASSIGNMENT
               UNTIL WS-ASG-EOF
           .

       2360-READ-NEXT-ASSIGNMENT.
           READ ASSIGNMENT-FILE NEXT RECORD
               AT END
                   SET WS-ASG-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF ASG-PORTFOLIO-ID NOT = AMI-PORTFOLIO-ID
               SET WS-ASG-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE ASG-EFFECTIVE-DATE TO WS-LATEST-ASG-DATE
           .

      *----------------------------------------------------------------*
      * Every assignment recorded is the latest on file, so it is
      * the one in force today and goes onto the portfolio master.
      *----------------------------------------------------------------*
       2400-UPDATE-PORTFOLIO-ADVISOR.
           IF PORT-ADVISOR-ID = AMI-ADVISOR-ID
               EXIT PARAGRAPH
           END-IF

           MOVE PORT-RECORD       TO WS-BEFORE-IMAGE
           MOVE AMI-ADVISOR-ID    TO PORT-ADVISOR-ID
           MOVE WS-CURRENT-DATE8  TO PORT-LAST-MAINT
           MOVE WS-BATCH-USER-ID  TO PORT-LAST-USER
           REWRITE PORT-RECORD
               INVALID KEY
                   MOVE 'Error updating portfolio advisor'
                     TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-REWRITE

           MOVE PORT-RECORD       TO WS-AFTER-IMAGE
           MOVE 'PORT'            TO WS-AUD-TYPE
           MOVE 'UPDATE  '        TO WS-AUD-ACTION
           MOVE AMI-PORTFOLIO-ID  TO WS-AUD-PORTFOLIO
           MOVE SPACES            TO WS-AUD-TEXT
           STRING 'Advisor changed from '   DELIMITED BY SIZE
                  ASG-PRIOR-ADVISOR         DELIMITED BY SIZE
                  ' to '                    DELIMITED BY SIZE
                  PORT-ADVISOR-ID           DELIMITED BY SIZE
             INTO WS-AUD-TEXT
           PERFORM 4000-WRITE-AUDIT
           .

      *----------------------------------------------------------------*
      * Before and after images through AUDPROC, the chained trail,
      * under the user named on the card. The caller sets the type,
      * action, portfolio and message.
      *----------------------------------------------------------------*
       4000-WRITE-AUDIT.
           INITIALIZE AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE 'BATCH'               TO AUD-SYSTEM-ID
           MOVE AMI-ENTERED-BY        TO AUD-USER-ID
           MOVE 'ADVMNT00'            TO AUD-PROGRAM
           MOVE WS-AUD-TYPE           TO AUD-TYPE
           MOVE WS-AUD-ACTION         TO AUD-ACTION
           MOVE 'SUCC'                TO AUD-STATUS
           MOVE WS-AUD-PORTFOLIO      TO AUD-PORTFOLIO-ID
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
           CLOSE ADVISOR-MASTER-FILE
                 ASSIGNMENT-FILE
                 PORTFOLIO-FILE
                 ADVISOR-REPORT

           DISPLAY 'ADVMNT00 Processing Statistics:'
           DISPLAY '  Cards read:           ' WS-CARDS-READ
           DISPLAY '  Advisors changed:     ' WS-ADVISORS-CHANGED
           DISPLAY '  Grid tiers set:       ' WS-TIERS-SET
           DISPLAY '  Assignments:          ' WS-ASSIGNMENTS
           DISPLAY '  Cards rejected:       ' WS-CARDS-REJECTED
           DISPLAY '  Errors:               ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       9000-ERROR-ROUTINE.
           ADD 1 TO WS-ERROR-COUNT
           MOVE ERR-CAT-PROC TO ERR-CATEGORY
           MOVE 'ADVMNT00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
