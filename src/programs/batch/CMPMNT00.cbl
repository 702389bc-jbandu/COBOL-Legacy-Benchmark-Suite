      *================================================================*
      * Program Name: CMPMNT00
      * Description: Performance Composite Definition Maintenance
      * Version: 1.0
      * Date: 2026
      *
      * Works the performance team's CMPIN cards against the CMPDEF
      * composite definitions:
      *
      *  - a D card adds a composite or changes one's name, model,
      *    minimum size or inception date. A new composite needs a
      *    name and a model; its inception defaults to today and
      *    its minimum to none. Fields left blank on a change keep
      *    their values. A change of model or minimum takes effect
      *    at the next month-end, when CMPRTN00 moves members in and
      *    out under the new rule -- results already struck stand;
      *  - a T card terminates a composite from the date keyed,
      *    which may not be before its inception. Every member
      *    leaves it at the next month-end on or after that date.
      *
      * Every change is written to AUDITLOG through AUDPROC under
      * the user on the card.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPMNT00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPOSITE-CARD-FILE
               ASSIGN TO CMPIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CMI-STATUS.

           SELECT COMPOSITE-FILE
               ASSIGN TO CMPDEF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMP-KEY
               FILE STATUS IS WS-CMP-STATUS.

           SELECT COMPOSITE-REPORT
               ASSIGN TO CMPMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPOSITE-CARD-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
      *----------------------------------------------------------------*
      * One card per change. The detail area is laid out by action.
      *----------------------------------------------------------------*
       01  COMPOSITE-CARD-RECORD.
           05  CMI-ACTION              PIC X(01).
               88  CMI-DEFINE              VALUE 'D'.
               88  CMI-TERMINATE           VALUE 'T'.
           05  CMI-COMPOSITE-ID        PIC X(08).
           05  CMI-ENTERED-BY          PIC X(08).
           05  CMI-DETAIL              PIC X(63).
           05  CMI-DEFINE-DETAIL REDEFINES CMI-DETAIL.
               10  CMI-NAME            PIC X(30).
               10  CMI-MODEL-ID        PIC X(08).
               10  CMI-MIN-SIZE        PIC 9(09)V9(02).
               10  CMI-MIN-SIZE-X REDEFINES CMI-MIN-SIZE
                                       PIC X(11).
               10  CMI-INCEPTION-DATE  PIC X(08).
               10  FILLER              PIC X(06).
           05  CMI-TERMINATE-DETAIL REDEFINES CMI-DETAIL.
               10  CMI-TERMINATION-DATE PIC X(08).
               10  FILLER              PIC X(55).

       FD  COMPOSITE-FILE.
       COPY CMPDEF.

       FD  COMPOSITE-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY ERRHAND.
           COPY AUDITLOG.

       01  WS-FILE-STATUS.
           05  WS-CMI-STATUS       PIC X(2).
           05  WS-CMP-STATUS       PIC X(2).
           05  WS-RPT-STATUS       PIC X(2).

       01  WS-SWITCHES.
           05  WS-CMI-EOF-SW       PIC X(1) VALUE 'N'.
               88  WS-CMI-EOF          VALUE 'Y'.
           05  WS-CMP-FOUND-SW     PIC X(1) VALUE 'N'.
               88  WS-CMP-FOUND        VALUE 'Y'.
               88  WS-CMP-NOT-FOUND    VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8    PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                 PIC X(8).
           05  WS-REJECT-REASON    PIC X(40).
           05  WS-ACTION-TEXT      PIC X(40).
           05  WS-AUD-ACTION       PIC X(8).
           05  WS-AUD-TEXT         PIC X(100).

       01  WS-COUNTERS.
           05  WS-CARDS-READ       PIC 9(5) COMP VALUE 0.
           05  WS-COMPOSITES-CHANGED
                                   PIC 9(5) COMP VALUE 0.
           05  WS-TERMINATIONS     PIC 9(5) COMP VALUE 0.
           05  WS-CARDS-REJECTED   PIC 9(5) COMP VALUE 0.
           05  WS-ERROR-COUNT      PIC 9(5) COMP VALUE 0.

       01  WS-IMAGE-AREAS.
           05  WS-BEFORE-IMAGE     PIC X(400).
           05  WS-AFTER-IMAGE      PIC X(400).

       01  WS-REPORT-LINES.
           05  WS-HDR-LINE.
               10  FILLER          PIC X(40) VALUE
                   'COMPOSITE MAINTENANCE  DATE '.
               10  WS-HDR-DATE     PIC X(8).
               10  FILLER          PIC X(84) VALUE SPACES.
           05  WS-ACT-LINE.
               10  WS-ACT-L-VERB       PIC X(11).
               10  WS-ACT-L-COMPOSITE  PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-ACT-L-USER       PIC X(8).
               10  FILLER              PIC X(3)  VALUE ' - '.
               10  WS-ACT-L-TEXT       PIC X(40).
               10  FILLER              PIC X(61) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-APPLY-CARD
               UNTIL WS-CMI-EOF

           PERFORM 5000-TERMINATE

           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD

           OPEN INPUT COMPOSITE-CARD-FILE
           IF WS-CMI-STATUS NOT = '00'
               SET WS-CMI-EOF TO TRUE
           END-IF

      *    The definition file is created by the first card applied.
           OPEN I-O COMPOSITE-FILE
           IF WS-CMP-STATUS NOT = '00' AND '05'
               MOVE 'Error opening composite definitions' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT COMPOSITE-REPORT
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'Error opening composite maintenance report'
                 TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           MOVE WS-CURRENT-DATE-X TO WS-HDR-DATE
           WRITE REPORT-RECORD FROM WS-HDR-LINE
           .

       2000-APPLY-CARD.
           READ COMPOSITE-CARD-FILE
               AT END
                   SET WS-CMI-EOF TO TRUE
                   CLOSE COMPOSITE-CARD-FILE
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-CARDS-READ
           MOVE SPACES TO WS-REJECT-REASON

           IF CMI-ENTERED-BY = SPACES
               MOVE 'USER REQUIRED' TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

           IF CMI-COMPOSITE-ID = SPACES
               MOVE 'COMPOSITE REQUIRED' TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN CMI-DEFINE
                   PERFORM 2100-DEFINE-COMPOSITE
               WHEN CMI-TERMINATE
                   PERFORM 2200-TERMINATE-COMPOSITE
               WHEN OTHER
                   MOVE 'UNKNOWN COMPOSITE ACTION' TO WS-REJECT-REASON
                   PERFORM 2090-REJECT-CARD
           END-EVALUATE
           .

       2050-READ-COMPOSITE.
           MOVE CMI-COMPOSITE-ID TO CMP-COMPOSITE-ID
           READ COMPOSITE-FILE
               INVALID KEY
                   SET WS-CMP-NOT-FOUND TO TRUE
                   MOVE SPACES TO WS-BEFORE-IMAGE
               NOT INVALID KEY
                   SET WS-CMP-FOUND TO TRUE
                   MOVE COMPOSITE-DEFINITION-RECORD TO WS-BEFORE-IMAGE
           END-READ
           .

       2090-REJECT-CARD.
           ADD 1 TO WS-CARDS-REJECTED
           MOVE 'REJECTED:  '     TO WS-ACT-L-VERB
           MOVE WS-REJECT-REASON  TO WS-ACTION-TEXT
           PERFORM 2095-WRITE-ACTION-LINE
           .

       2095-WRITE-ACTION-LINE.
           MOVE CMI-COMPOSITE-ID  TO WS-ACT-L-COMPOSITE
           MOVE CMI-ENTERED-BY    TO WS-ACT-L-USER
           MOVE WS-ACTION-TEXT    TO WS-ACT-L-TEXT
           WRITE REPORT-RECORD FROM WS-ACT-LINE
           .

      *----------------------------------------------------------------*
      * Add a composite, or change the rule or details of one on
      * file.
      *----------------------------------------------------------------*
       2100-DEFINE-COMPOSITE.
           IF CMI-MIN-SIZE-X NOT = SPACES
           AND CMI-MIN-SIZE NOT NUMERIC
               MOVE 'MINIMUM SIZE MUST BE NUMERIC' TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

           IF CMI-INCEPTION-DATE NOT = SPACES
           AND CMI-INCEPTION-DATE NOT NUMERIC
               MOVE 'INCEPTION DATE MUST BE YYYYMMDD'
                 TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

           PERFORM 2050-READ-COMPOSITE

           IF WS-CMP-NOT-FOUND
               IF CMI-NAME = SPACES
               OR CMI-MODEL-ID = SPACES
                   MOVE 'NAME AND MODEL REQUIRED FOR A NEW COMPOSITE'
                     TO WS-REJECT-REASON
                   PERFORM 2090-REJECT-CARD
                   EXIT PARAGRAPH
               END-IF
               INITIALIZE COMPOSITE-DEFINITION-RECORD
               MOVE CMI-COMPOSITE-ID  TO CMP-COMPOSITE-ID
               MOVE WS-CURRENT-DATE-X TO CMP-INCEPTION-DATE
               MOVE SPACES            TO CMP-TERMINATION-DATE
           END-IF

           IF CMI-NAME NOT = SPACES
               MOVE CMI-NAME           TO CMP-NAME
           END-IF
           IF CMI-MODEL-ID NOT = SPACES
               MOVE CMI-MODEL-ID       TO CMP-MODEL-ID
           END-IF
           IF CMI-MIN-SIZE-X NOT = SPACES
               MOVE CMI-MIN-SIZE       TO CMP-MIN-SIZE
           END-IF
           IF CMI-INCEPTION-DATE NOT = SPACES
               MOVE CMI-INCEPTION-DATE TO CMP-INCEPTION-DATE
           END-IF

           IF CMP-TERMINATION-DATE NOT = SPACES
           AND CMP-TERMINATION-DATE < CMP-INCEPTION-DATE
               MOVE 'INCEPTION AFTER TERMINATION' TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO CMP-LAST-MAINT-DATE
           MOVE CMI-ENTERED-BY    TO CMP-LAST-MAINT-USER

           IF WS-CMP-FOUND
               REWRITE COMPOSITE-DEFINITION-RECORD
                   INVALID KEY
                       MOVE 'Error updating composite definition'
                         TO ERR-TEXT
                       PERFORM 9000-ERROR-ROUTINE
                       EXIT PARAGRAPH
               END-REWRITE
               MOVE 'UPDATE  '    TO WS-AUD-ACTION
               MOVE 'Composite definition changed' TO WS-AUD-TEXT
               MOVE 'CHANGED:   ' TO WS-ACT-L-VERB
           ELSE
               WRITE COMPOSITE-DEFINITION-RECORD
                   INVALID KEY
                       MOVE 'Error writing composite definition'
                         TO ERR-TEXT
                       PERFORM 9000-ERROR-ROUTINE
                       EXIT PARAGRAPH
               END-WRITE
               MOVE 'CREATE  '    TO WS-AUD-ACTION
               MOVE 'Composite added' TO WS-AUD-TEXT
               MOVE 'ADDED:     ' TO WS-ACT-L-VERB
           END-IF

           MOVE COMPOSITE-DEFINITION-RECORD TO WS-AFTER-IMAGE
           PERFORM 4000-WRITE-AUDIT

           ADD 1 TO WS-COMPOSITES-CHANGED
           MOVE CMP-NAME          TO WS-ACTION-TEXT
           PERFORM 2095-WRITE-ACTION-LINE
           .

      *----------------------------------------------------------------*
      * Close the composite's record from the date keyed.
      *----------------------------------------------------------------*
       2200-TERMINATE-COMPOSITE.
           IF CMI-TERMINATION-DATE = SPACES
           OR CMI-TERMINATION-DATE NOT NUMERIC
               MOVE 'TERMINATION DATE MUST BE YYYYMMDD'
                 TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

           PERFORM 2050-READ-COMPOSITE
           IF WS-CMP-NOT-FOUND
               MOVE 'COMPOSITE NOT ON FILE' TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

           IF CMI-TERMINATION-DATE < CMP-INCEPTION-DATE
               MOVE 'TERMINATION BEFORE INCEPTION' TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

           MOVE CMI-TERMINATION-DATE  TO CMP-TERMINATION-DATE
           MOVE FUNCTION CURRENT-DATE TO CMP-LAST-MAINT-DATE
           MOVE CMI-ENTERED-BY        TO CMP-LAST-MAINT-USER

           REWRITE COMPOSITE-DEFINITION-RECORD
               INVALID KEY
                   MOVE 'Error updating composite definition'
                     TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-REWRITE

           MOVE COMPOSITE-DEFINITION-RECORD TO WS-AFTER-IMAGE
           MOVE 'UPDATE  '            TO WS-AUD-ACTION
           MOVE 'Composite terminated' TO WS-AUD-TEXT
           PERFORM 4000-WRITE-AUDIT

           ADD 1 TO WS-TERMINATIONS
           MOVE 'TERMINATED:'         TO WS-ACT-L-VERB
           MOVE SPACES                TO WS-ACTION-TEXT
           STRING 'FROM ' CMP-TERMINATION-DATE
               DELIMITED BY SIZE INTO WS-ACTION-TEXT
           PERFORM 2095-WRITE-ACTION-LINE
           .

       4000-WRITE-AUDIT.
           INITIALIZE AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE 'BATCH'               TO AUD-SYSTEM-ID
           MOVE CMI-ENTERED-BY        TO AUD-USER-ID
           MOVE 'CMPMNT00'            TO AUD-PROGRAM
           MOVE 'CMP '                TO AUD-TYPE
           MOVE WS-AUD-ACTION         TO AUD-ACTION
           MOVE 'SUCC'                TO AUD-STATUS
           MOVE SPACES                TO AUD-PORTFOLIO-ID
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
           CLOSE COMPOSITE-FILE
                 COMPOSITE-REPORT

           DISPLAY 'CMPMNT00 Processing Statistics:'
           DISPLAY '  Cards read:           ' WS-CARDS-READ
           DISPLAY '  Composites changed:   ' WS-COMPOSITES-CHANGED
           DISPLAY '  Terminations:         ' WS-TERMINATIONS
           DISPLAY '  Cards rejected:       ' WS-CARDS-REJECTED
           DISPLAY '  Errors:               ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       9000-ERROR-ROUTINE.
           ADD 1 TO WS-ERROR-COUNT
           MOVE ERR-CAT-PROC TO ERR-CATEGORY
           MOVE 'CMPMNT00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
