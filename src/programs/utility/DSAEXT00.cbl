      *================================================================*
      * Program Name: DSAEXT00
      * Description: Client Data Access Request Extract
      * Version: 1.0
      * Date: 2026
      *
      * Answers a client's request for a copy of the personal data
      * we hold. Each DSAIN card names the request, the client --
      * by portfolio ID, by client name, or both -- and the user
      * working the request. A name picks up every portfolio where
      * it appears as the client or the joint owner.
      *
      * For each request two reports are written from one pass
      * over the same list of files:
      *   DSAEXT  the readable extract -- one labeled section per
      *           source file (portfolio master, CLICON contacts,
      *           PAYEE instructions, HOUSHLD links, AML cases,
      *           audit entries, change history, transaction
      *           history), every record carrying the client's
      *           data, and a record count per section;
      *   DSAERS  the erasure-eligibility review -- per source file
      *           the record count, the latest record date, the
      *           retention period and its basis, and whether the
      *           data may be erased yet. Data retained from the
      *           account's closing stays while any account is
      *           open; anything under a legal hold (LGLCHK00) is
      *           not eligible whatever its age.
      * Every request is written to AUDITLOG.
      *
      * To add a source file: add its entry to WS-SECTION-VALUES
      * and its walk to 2200-EXTRACT-SECTIONS; the erasure review
      * picks it up from the table.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSAEXT00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-CARD-FILE
               ASSIGN TO DSAIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT PORTFOLIO-FILE
               ASSIGN TO PORTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PORT-ID
               FILE STATUS IS WS-PORT-STATUS.

           SELECT CONTACT-FILE
               ASSIGN TO CLICON
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLC-KEY
               FILE STATUS IS WS-CLC-STATUS.

           SELECT PAYEE-FILE
               ASSIGN TO PAYEE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAY-KEY
               FILE STATUS IS WS-PAY-STATUS.

           SELECT HOUSEHOLD-FILE
               ASSIGN TO HOUSHLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HSH-KEY
               FILE STATUS IS WS-HSH-STATUS.

           SELECT AML-CASE-FILE
               ASSIGN TO AMLCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AML-KEY
               FILE STATUS IS WS-AML-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO AUDFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO HISTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT TRANSACTION-HISTORY
               ASSIGN TO TRANHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRN-KEY
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT EXTRACT-REPORT
               ASSIGN TO DSAEXT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.

           SELECT ERASURE-REPORT
               ASSIGN TO DSAERS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-CARD-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REQUEST-CARD-RECORD.
           05  DSA-REQUEST-ID          PIC X(10).
           05  DSA-PORTFOLIO-ID        PIC X(08).
           05  DSA-CLIENT-NAME         PIC X(30).
           05  DSA-REQUESTED-BY        PIC X(08).
           05  FILLER                  PIC X(24).

       FD  PORTFOLIO-FILE.
           COPY PORTFLIO.

       FD  CONTACT-FILE.
           COPY CLICON.

       FD  PAYEE-FILE.
           COPY PAYEE.

       FD  HOUSEHOLD-FILE.
           COPY HOUSHLD.

       FD  AML-CASE-FILE.
           COPY AMLCASE.

       FD  AUDIT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  AUDIT-FILE-RECORD           PIC X(1003).

       FD  HISTORY-FILE.
           COPY HISTREC.

       FD  TRANSACTION-HISTORY.
           COPY TRNREC.

       FD  EXTRACT-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  EXTRACT-RECORD              PIC X(132).

       FD  ERASURE-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ERASURE-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
           COPY ERRHAND.
           COPY AUDITLOG.

       01  WS-FILE-STATUS.
           05  WS-IN-STATUS            PIC X(2).
           05  WS-PORT-STATUS          PIC X(2).
           05  WS-CLC-STATUS           PIC X(2).
           05  WS-PAY-STATUS           PIC X(2).
           05  WS-HSH-STATUS           PIC X(2).
           05  WS-AML-STATUS           PIC X(2).
           05  WS-AUD-STATUS           PIC X(2).
           05  WS-HIST-STATUS          PIC X(2).
           05  WS-TRAN-STATUS          PIC X(2).
           05  WS-EXT-STATUS           PIC X(2).
           05  WS-ERS-STATUS           PIC X(2).

      *----------------------------------------------------------------*
      * The files that carry client data, with the retention rule
      * for each: years to keep, counted from the account's closing
      * (C) or from the latest record of the client's (L).
      *----------------------------------------------------------------*
       01  WS-SECTION-VALUES.
           05  FILLER              PIC X(08) VALUE 'PORTFILE'.
           05  FILLER              PIC X(27)
                   VALUE 'PORTFOLIO MASTER        06C'.
           05  FILLER              PIC X(08) VALUE 'CLICON  '.
           05  FILLER              PIC X(27)
                   VALUE 'CLIENT CONTACTS         06C'.
           05  FILLER              PIC X(08) VALUE 'PAYEE   '.
           05  FILLER              PIC X(27)
                   VALUE 'PAYEE INSTRUCTIONS      06C'.
           05  FILLER              PIC X(08) VALUE 'HOUSHLD '.
           05  FILLER              PIC X(27)
                   VALUE 'HOUSEHOLD LINKS         06C'.
           05  FILLER              PIC X(08) VALUE 'AMLCASE '.
           05  FILLER              PIC X(27)
                   VALUE 'AML REVIEW CASES        05L'.
           05  FILLER              PIC X(08) VALUE 'AUDFILE '.
           05  FILLER              PIC X(27)
                   VALUE 'AUDIT LOG ENTRIES       07L'.
           05  FILLER              PIC X(08) VALUE 'HISTFILE'.
           05  FILLER              PIC X(27)
                   VALUE 'CHANGE HISTORY          06L'.
           05  FILLER              PIC X(08) VALUE 'TRANHIST'.
           05  FILLER              PIC X(27)
                   VALUE 'TRANSACTION HISTORY     06L'.
       01  WS-SECTION-TABLE REDEFINES WS-SECTION-VALUES.
           05  WS-SEC-ENTRY OCCURS 8 TIMES.
               10  WS-SEC-DD-NAME      PIC X(08).
               10  WS-SEC-DESCRIPTION  PIC X(24).
               10  WS-SEC-RETAIN-YEARS PIC 9(02).
               10  WS-SEC-BASIS        PIC X(01).
                   88  WS-SEC-FROM-CLOSE   VALUE 'C'.
                   88  WS-SEC-FROM-LATEST  VALUE 'L'.
       01  WS-SEC-MAX                  PIC 9(4) COMP VALUE 8.

       01  WS-SECTION-STATS.
           05  WS-SEC-STAT OCCURS 8 TIMES.
               10  WS-SEC-OPEN-SW      PIC X(1).
                   88  WS-SEC-OPEN         VALUE 'Y'.
               10  WS-SEC-COUNT        PIC 9(7) COMP.
               10  WS-SEC-LATEST       PIC X(08).

      *----------------------------------------------------------------*
      * Portfolios the request resolves to
      *----------------------------------------------------------------*
       01  WS-PORTFOLIO-TABLE.
           05  WS-PT-COUNT             PIC 9(4) COMP VALUE 0.
           05  WS-PT-ENTRY OCCURS 50 TIMES.
               10  WS-PT-PORTFOLIO-ID  PIC X(08).
               10  WS-PT-STATUS        PIC X(01).
               10  WS-PT-LAST-MAINT    PIC 9(08).
       01  WS-PT-MAX                   PIC 9(4) COMP VALUE 50.

       01  WS-HOLD-REQUEST.
           05  WS-LGL-PORTFOLIO-ID     PIC X(08).
           05  WS-LGL-DATE             PIC X(08).
           05  WS-LGL-RESULT           PIC X(01).
               88  WS-LGL-HELD             VALUE 'Y'.
           05  WS-LGL-HOLD-ID          PIC X(08).

       01  WS-SWITCHES.
           05  WS-IN-EOF-SW            PIC X(1) VALUE 'N'.
               88  WS-IN-EOF               VALUE 'Y'.
           05  WS-SCAN-EOF-SW          PIC X(1) VALUE 'N'.
               88  WS-SCAN-EOF             VALUE 'Y'.
           05  WS-MATCH-SW             PIC X(1).
               88  WS-MATCH-FOUND          VALUE 'Y'.
               88  WS-MATCH-NOT-FOUND      VALUE 'N'.
           05  WS-ACCOUNT-OPEN-SW      PIC X(1).
               88  WS-ACCOUNT-OPEN         VALUE 'Y'.
               88  WS-ACCOUNTS-CLOSED      VALUE 'N'.
           05  WS-CLIENT-HELD-SW       PIC X(1).
               88  WS-CLIENT-HELD          VALUE 'Y'.
               88  WS-CLIENT-NOT-HELD      VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                     PIC X(8).
           05  WS-SEC-IX               PIC 9(4) COMP.
           05  WS-PT-IX                PIC 9(4) COMP.
           05  WS-MATCH-IX             PIC 9(4) COMP.
           05  WS-MATCH-ID             PIC X(08).
           05  WS-RECORD-DATE          PIC X(08).
           05  WS-REQUEST-TOTAL        PIC 9(7) COMP.
           05  WS-HELD-BY              PIC X(08).
           05  WS-CLOSE-DATE           PIC 9(08).
           05  WS-BASIS-DATE           PIC 9(08).
           05  WS-RETAIN-UNTIL         PIC 9(08).
           05  WS-AMOUNT-EDIT          PIC -Z(12)9.99.

       01  WS-COUNTERS.
           05  WS-CARDS-READ           PIC 9(5) COMP VALUE 0.
           05  WS-REQUESTS-DONE        PIC 9(5) COMP VALUE 0.
           05  WS-CARDS-IGNORED        PIC 9(5) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

      *----------------------------------------------------------------*
      * Extract report lines
      *----------------------------------------------------------------*
       01  WS-EXT-HEADER.
           05  FILLER                  PIC X(30)
                   VALUE 'CLIENT DATA ACCESS EXTRACT    '.
           05  FILLER                  PIC X(09) VALUE 'REQUEST  '.
           05  WS-EHD-REQUEST-ID       PIC X(10).
           05  FILLER                  PIC X(08) VALUE '   DATE '.
           05  WS-EHD-DATE             PIC X(08).
           05  FILLER                  PIC X(67) VALUE SPACES.

       01  WS-EXT-SUBJECT.
           05  FILLER                  PIC X(16)
                   VALUE 'REQUESTED FOR:  '.
           05  FILLER                  PIC X(10) VALUE 'PORTFOLIO '.
           05  WS-ESB-PORTFOLIO-ID     PIC X(08).
           05  FILLER                  PIC X(08) VALUE '  NAME  '.
           05  WS-ESB-CLIENT-NAME      PIC X(30).
           05  FILLER                  PIC X(14)
                   VALUE '  PORTFOLIOS  '.
           05  WS-ESB-PORT-COUNT       PIC ZZZ9.
           05  FILLER                  PIC X(42) VALUE SPACES.

       01  WS-EXT-SECTION-HEADER.
           05  FILLER                  PIC X(08) VALUE 'SECTION '.
           05  WS-ESH-SECTION-NO       PIC 9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-ESH-DD-NAME          PIC X(08).
           05  FILLER                  PIC X(03) VALUE ' - '.
           05  WS-ESH-DESCRIPTION      PIC X(24).
           05  FILLER                  PIC X(85) VALUE SPACES.

       01  WS-EXT-DETAIL.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-EDT-PORTFOLIO-ID     PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-EDT-TEXT             PIC X(118).

       01  WS-EXT-SECTION-TRAILER.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-EST-DD-NAME          PIC X(08).
           05  FILLER                  PIC X(10) VALUE ' RECORDS: '.
           05  WS-EST-COUNT            PIC Z,ZZZ,ZZ9.
           05  WS-EST-NOTE             PIC X(24).
           05  FILLER                  PIC X(77) VALUE SPACES.

       01  WS-EXT-TOTAL.
           05  FILLER                  PIC X(23)
                   VALUE 'TOTAL RECORDS EXTRACTED'.
           05  FILLER                  PIC X(02) VALUE ': '.
           05  WS-ETL-COUNT            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(98) VALUE SPACES.

      *----------------------------------------------------------------*
      * Erasure-eligibility report lines
      *----------------------------------------------------------------*
       01  WS-ERS-HEADER.
           05  FILLER                  PIC X(30)
                   VALUE 'ERASURE ELIGIBILITY REVIEW    '.
           05  FILLER                  PIC X(09) VALUE 'REQUEST  '.
           05  WS-RHD-REQUEST-ID       PIC X(10).
           05  FILLER                  PIC X(08) VALUE '   DATE '.
           05  WS-RHD-DATE             PIC X(08).
           05  FILLER                  PIC X(67) VALUE SPACES.

       01  WS-ERS-COLUMNS.
           05  FILLER                  PIC X(44)
                   VALUE 'FILE      SOURCE                    RECORDS'.
           05  FILLER                  PIC X(44)
                   VALUE '   LATEST   KEEP BASIS   ELIGIBILITY        '.
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  WS-ERS-DETAIL.
           05  WS-RDT-DD-NAME          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RDT-DESCRIPTION      PIC X(24).
           05  WS-RDT-COUNT            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RDT-LATEST           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RDT-YEARS            PIC Z9.
           05  FILLER                  PIC X(01) VALUE 'Y'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RDT-BASIS            PIC X(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RDT-VERDICT          PIC X(64).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-PROCESS-CARDS
               UNTIL WS-IN-EOF

           PERFORM 3000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD

           OPEN INPUT REQUEST-CARD-FILE
           IF WS-IN-STATUS NOT = '00'
               MOVE 'Error opening data access request cards'
                 TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               SET WS-IN-EOF TO TRUE
           END-IF

           OPEN OUTPUT EXTRACT-REPORT
                       ERASURE-REPORT
           IF WS-EXT-STATUS NOT = '00' OR WS-ERS-STATUS NOT = '00'
               MOVE 'Error opening data access reports' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               SET WS-IN-EOF TO TRUE
           END-IF

           OPEN INPUT PORTFOLIO-FILE
           IF WS-PORT-STATUS NOT = '00'
               MOVE 'Error opening portfolio master' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               SET WS-IN-EOF TO TRUE
           END-IF

      *    A source file that cannot be opened is reported as not
      *    searched in its section; the rest of the request runs.
           INITIALIZE WS-SECTION-STATS
           SET WS-SEC-OPEN(1) TO TRUE

           OPEN INPUT CONTACT-FILE
           IF WS-CLC-STATUS = '00'
               SET WS-SEC-OPEN(2) TO TRUE
           END-IF
           OPEN INPUT PAYEE-FILE
           IF WS-PAY-STATUS = '00'
               SET WS-SEC-OPEN(3) TO TRUE
           END-IF
           OPEN INPUT AML-CASE-FILE
           IF WS-AML-STATUS = '00'
               SET WS-SEC-OPEN(5) TO TRUE
           END-IF
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = '00'
               SET WS-SEC-OPEN(7) TO TRUE
           END-IF
           .

       2000-PROCESS-CARDS.
           READ REQUEST-CARD-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-CARDS-READ

           IF DSA-REQUEST-ID = SPACES OR DSA-REQUESTED-BY = SPACES
           OR (DSA-PORTFOLIO-ID = SPACES AND DSA-CLIENT-NAME = SPACES)
               ADD 1 TO WS-CARDS-IGNORED
               DISPLAY 'Request ID, user and a client required: '
                       DSA-REQUEST-ID
               EXIT PARAGRAPH
           END-IF

           PERFORM 2100-RESOLVE-PORTFOLIOS
           IF WS-PT-COUNT = ZERO
               ADD 1 TO WS-CARDS-IGNORED
               DISPLAY 'No portfolio found for request: '
                       DSA-REQUEST-ID ' ' DSA-PORTFOLIO-ID ' '
                       DSA-CLIENT-NAME
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-SEC-IX FROM 1 BY 1
                   UNTIL WS-SEC-IX > WS-SEC-MAX
               MOVE ZERO   TO WS-SEC-COUNT(WS-SEC-IX)
               MOVE SPACES TO WS-SEC-LATEST(WS-SEC-IX)
           END-PERFORM
           MOVE ZERO TO WS-REQUEST-TOTAL

           PERFORM 2150-WRITE-EXTRACT-HEADER
           PERFORM 2200-EXTRACT-SECTIONS
           PERFORM 2300-ERASURE-REVIEW
           PERFORM 2400-AUDIT-REQUEST

           ADD 1 TO WS-REQUESTS-DONE
           .

      *----------------------------------------------------------------*
      * The portfolio named on the card, plus every portfolio where
      * the named client is the client or the joint owner.
      *----------------------------------------------------------------*
       2100-RESOLVE-PORTFOLIOS.
           MOVE ZERO TO WS-PT-COUNT

           IF DSA-PORTFOLIO-ID NOT = SPACES
               MOVE DSA-PORTFOLIO-ID TO PORT-ID
               READ PORTFOLIO-FILE
                   NOT INVALID KEY
                       PERFORM 2120-ADD-PORTFOLIO
               END-READ
           END-IF

           IF DSA-CLIENT-NAME = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO PORT-ID
           MOVE 'N' TO WS-SCAN-EOF-SW
           START PORTFOLIO-FILE KEY IS NOT LESS THAN PORT-ID
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START

           PERFORM 2110-SCAN-BY-NAME
               UNTIL WS-SCAN-EOF
           .

       2110-SCAN-BY-NAME.
           READ PORTFOLIO-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF PORT-CLIENT-NAME = DSA-CLIENT-NAME
           OR PORT-JOINT-OWNER-NAME = DSA-CLIENT-NAME
               MOVE PORT-ID TO WS-MATCH-ID
               PERFORM 2900-MATCH-PORTFOLIO
               IF WS-MATCH-NOT-FOUND
                   PERFORM 2120-ADD-PORTFOLIO
               END-IF
           END-IF
           .

       2120-ADD-PORTFOLIO.
           IF WS-PT-COUNT NOT < WS-PT-MAX
               DISPLAY 'Portfolio table full for request '
                       DSA-REQUEST-ID ' -- ' PORT-ID ' not extracted'
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-PT-COUNT
           MOVE PORT-ID         TO WS-PT-PORTFOLIO-ID(WS-PT-COUNT)
           MOVE PORT-STATUS     TO WS-PT-STATUS(WS-PT-COUNT)
           MOVE PORT-LAST-MAINT TO WS-PT-LAST-MAINT(WS-PT-COUNT)
           .

       2150-WRITE-EXTRACT-HEADER.
           MOVE DSA-REQUEST-ID    TO WS-EHD-REQUEST-ID
           MOVE WS-CURRENT-DATE-X TO WS-EHD-DATE
           WRITE EXTRACT-RECORD FROM WS-EXT-HEADER
               AFTER ADVANCING PAGE
           MOVE DSA-PORTFOLIO-ID  TO WS-ESB-PORTFOLIO-ID
           MOVE DSA-CLIENT-NAME   TO WS-ESB-CLIENT-NAME
           MOVE WS-PT-COUNT       TO WS-ESB-PORT-COUNT
           WRITE EXTRACT-RECORD FROM WS-EXT-SUBJECT
               AFTER ADVANCING 1 LINE
           .

      *----------------------------------------------------------------*
      * One section per source file, in WS-SECTION-VALUES order.
      * Files keyed by portfolio are read per portfolio; the others
      * are passed once and matched against the portfolio table.
      *----------------------------------------------------------------*
       2200-EXTRACT-SECTIONS.
           MOVE 1 TO WS-SEC-IX
           PERFORM 2800-SECTION-HEADER
           PERFORM VARYING WS-PT-IX FROM 1 BY 1
                   UNTIL WS-PT-IX > WS-PT-COUNT
               PERFORM 2210-EXTRACT-PORTFOLIO
           END-PERFORM
           PERFORM 2890-SECTION-TRAILER

           MOVE 2 TO WS-SEC-IX
           PERFORM 2800-SECTION-HEADER
           IF WS-SEC-OPEN(WS-SEC-IX)
               PERFORM VARYING WS-PT-IX FROM 1 BY 1
                       UNTIL WS-PT-IX > WS-PT-COUNT
                   PERFORM 2220-EXTRACT-CONTACTS
               END-PERFORM
           END-IF
           PERFORM 2890-SECTION-TRAILER

           MOVE 3 TO WS-SEC-IX
           PERFORM 2800-SECTION-HEADER
           IF WS-SEC-OPEN(WS-SEC-IX)
               PERFORM VARYING WS-PT-IX FROM 1 BY 1
                       UNTIL WS-PT-IX > WS-PT-COUNT
                   PERFORM 2230-EXTRACT-PAYEE
               END-PERFORM
           END-IF
           PERFORM 2890-SECTION-TRAILER

           MOVE 4 TO WS-SEC-IX
           PERFORM 2800-SECTION-HEADER
           PERFORM 2240-EXTRACT-HOUSEHOLDS
           PERFORM 2890-SECTION-TRAILER

           MOVE 5 TO WS-SEC-IX
           PERFORM 2800-SECTION-HEADER
           IF WS-SEC-OPEN(WS-SEC-IX)
               PERFORM VARYING WS-PT-IX FROM 1 BY 1
                       UNTIL WS-PT-IX > WS-PT-COUNT
                   PERFORM 2250-EXTRACT-AML-CASES
               END-PERFORM
           END-IF
           PERFORM 2890-SECTION-TRAILER

           MOVE 6 TO WS-SEC-IX
           PERFORM 2800-SECTION-HEADER
           PERFORM 2260-EXTRACT-AUDIT
           PERFORM 2890-SECTION-TRAILER

           MOVE 7 TO WS-SEC-IX
           PERFORM 2800-SECTION-HEADER
           IF WS-SEC-OPEN(WS-SEC-IX)
               PERFORM VARYING WS-PT-IX FROM 1 BY 1
                       UNTIL WS-PT-IX > WS-PT-COUNT
                   PERFORM 2270-EXTRACT-HISTORY
               END-PERFORM
           END-IF
           PERFORM 2890-SECTION-TRAILER

           MOVE 8 TO WS-SEC-IX
           PERFORM 2800-SECTION-HEADER
           PERFORM 2280-EXTRACT-TRANSACTIONS
           PERFORM 2890-SECTION-TRAILER

           MOVE WS-REQUEST-TOTAL TO WS-ETL-COUNT
           WRITE EXTRACT-RECORD FROM WS-EXT-TOTAL
               AFTER ADVANCING 2 LINES
           .

       2210-EXTRACT-PORTFOLIO.
           MOVE WS-PT-PORTFOLIO-ID(WS-PT-IX) TO PORT-ID
           READ PORTFOLIO-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           MOVE PORT-LAST-MAINT TO WS-RECORD-DATE
           MOVE PORT-ID         TO WS-EDT-PORTFOLIO-ID
           MOVE SPACES          TO WS-EDT-TEXT
           STRING 'ACCOUNT '        DELIMITED BY SIZE
                  PORT-ACCOUNT-NO   DELIMITED BY SIZE
                  ' NAME '          DELIMITED BY SIZE
                  PORT-CLIENT-NAME  DELIMITED BY SIZE
                  ' TYPE '          DELIMITED BY SIZE
                  PORT-CLIENT-TYPE  DELIMITED BY SIZE
                  ' STATUS '        DELIMITED BY SIZE
                  PORT-STATUS       DELIMITED BY SIZE
                  ' OPENED '        DELIMITED BY SIZE
                  PORT-CREATE-DATE  DELIMITED BY SIZE
             INTO WS-EDT-TEXT
           PERFORM 2850-WRITE-DETAIL

           IF PORT-JOINT-OWNER-NAME NOT = SPACES
           OR PORT-BENEFICIARY-NAME NOT = SPACES
               MOVE SPACES TO WS-EDT-TEXT
               STRING 'JOINT OWNER '            DELIMITED BY SIZE
                      PORT-JOINT-OWNER-NAME     DELIMITED BY SIZE
                      ' BENEFICIARY '           DELIMITED BY SIZE
                      PORT-BENEFICIARY-NAME     DELIMITED BY SIZE
                      ' '                       DELIMITED BY SIZE
                      PORT-BENEFICIARY-RELATION DELIMITED BY SIZE
                 INTO WS-EDT-TEXT
               WRITE EXTRACT-RECORD FROM WS-EXT-DETAIL
                   AFTER ADVANCING 1 LINE
           END-IF
           .

       2220-EXTRACT-CONTACTS.
           MOVE WS-PT-PORTFOLIO-ID(WS-PT-IX) TO CLC-PORTFOLIO-ID
           MOVE LOW-VALUES TO CLC-ADDRESS-TYPE
                              CLC-SEQ
           MOVE 'N' TO WS-SCAN-EOF-SW
           START CONTACT-FILE KEY IS NOT LESS THAN CLC-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START

           PERFORM 2221-EXTRACT-ONE-CONTACT
               UNTIL WS-SCAN-EOF
           .

       2221-EXTRACT-ONE-CONTACT.
           READ CONTACT-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF CLC-PORTFOLIO-ID NOT = WS-PT-PORTFOLIO-ID(WS-PT-IX)
               SET WS-SCAN-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE CLC-LAST-MAINT-DATE(1:8) TO WS-RECORD-DATE
           MOVE CLC-PORTFOLIO-ID TO WS-EDT-PORTFOLIO-ID
           MOVE SPACES           TO WS-EDT-TEXT
           STRING CLC-ADDRESS-TYPE DELIMITED BY SIZE
                  CLC-SEQ          DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  CLC-NAME         DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  CLC-ADDR-LINE-1  DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  CLC-ADDR-LINE-2  DELIMITED BY SIZE
             INTO WS-EDT-TEXT
           PERFORM 2850-WRITE-DETAIL

           MOVE SPACES TO WS-EDT-TEXT
           STRING '    '             DELIMITED BY SIZE
                  CLC-CITY           DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  CLC-STATE          DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  CLC-POSTAL-CODE    DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  CLC-COUNTRY        DELIMITED BY SIZE
                  ' PHONE '          DELIMITED BY SIZE
                  CLC-PHONE          DELIMITED BY SIZE
                  ' DELIVERY '       DELIMITED BY SIZE
                  CLC-DELIVERY-PREF  DELIMITED BY SIZE
                  ' FROM '           DELIMITED BY SIZE
                  CLC-EFFECTIVE-FROM DELIMITED BY SIZE
                  ' TO '             DELIMITED BY SIZE
                  CLC-EFFECTIVE-TO   DELIMITED BY SIZE
             INTO WS-EDT-TEXT
           WRITE EXTRACT-RECORD FROM WS-EXT-DETAIL
               AFTER ADVANCING 1 LINE
           .

       2230-EXTRACT-PAYEE.
           MOVE WS-PT-PORTFOLIO-ID(WS-PT-IX) TO PAY-PORTFOLIO-ID
           READ PAYEE-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           MOVE PAY-LAST-MAINT-DATE(1:8) TO WS-RECORD-DATE
           MOVE PAY-PORTFOLIO-ID TO WS-EDT-PORTFOLIO-ID
           MOVE SPACES           TO WS-EDT-TEXT
           STRING 'PAYEE '         DELIMITED BY SIZE
                  PAY-PAYEE-NAME   DELIMITED BY SIZE
                  ' ROUTING '      DELIMITED BY SIZE
                  PAY-BANK-ROUTING DELIMITED BY SIZE
                  ' ACCOUNT '      DELIMITED BY SIZE
                  PAY-BANK-ACCOUNT DELIMITED BY SIZE
                  ' STATUS '       DELIMITED BY SIZE
                  PAY-STATUS       DELIMITED BY SIZE
             INTO WS-EDT-TEXT
           PERFORM 2850-WRITE-DETAIL
           .

      *    HOUSHLD is keyed household first -- one pass, matched
      *    on the member portfolio.
       2240-EXTRACT-HOUSEHOLDS.
           OPEN INPUT HOUSEHOLD-FILE
           IF WS-HSH-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           SET WS-SEC-OPEN(WS-SEC-IX) TO TRUE

           MOVE 'N' TO WS-SCAN-EOF-SW
           PERFORM 2241-EXTRACT-ONE-HOUSEHOLD
               UNTIL WS-SCAN-EOF

           CLOSE HOUSEHOLD-FILE
           .

       2241-EXTRACT-ONE-HOUSEHOLD.
           READ HOUSEHOLD-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           MOVE HSH-PORTFOLIO-ID TO WS-MATCH-ID
           PERFORM 2900-MATCH-PORTFOLIO
           IF WS-MATCH-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           MOVE HSH-LAST-MAINT-DATE(1:8) TO WS-RECORD-DATE
           MOVE HSH-PORTFOLIO-ID TO WS-EDT-PORTFOLIO-ID
           MOVE SPACES           TO WS-EDT-TEXT
           STRING 'HOUSEHOLD '       DELIMITED BY SIZE
                  HSH-HOUSEHOLD-ID   DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  HSH-HOUSEHOLD-NAME DELIMITED BY SIZE
             INTO WS-EDT-TEXT
           PERFORM 2850-WRITE-DETAIL
           .

       2250-EXTRACT-AML-CASES.
           MOVE WS-PT-PORTFOLIO-ID(WS-PT-IX) TO AML-PORTFOLIO-ID
           MOVE LOW-VALUES TO AML-CASE-DATE
           MOVE ZERO       TO AML-CASE-SEQ
           MOVE 'N' TO WS-SCAN-EOF-SW
           START AML-CASE-FILE KEY IS NOT LESS THAN AML-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START

           PERFORM 2251-EXTRACT-ONE-AML-CASE
               UNTIL WS-SCAN-EOF
           .

       2251-EXTRACT-ONE-AML-CASE.
           READ AML-CASE-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF AML-PORTFOLIO-ID NOT = WS-PT-PORTFOLIO-ID(WS-PT-IX)
               SET WS-SCAN-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE AML-CASE-DATE    TO WS-RECORD-DATE
           MOVE AML-AMOUNT       TO WS-AMOUNT-EDIT
           MOVE AML-PORTFOLIO-ID TO WS-EDT-PORTFOLIO-ID
           MOVE SPACES           TO WS-EDT-TEXT
           STRING 'CASE '          DELIMITED BY SIZE
                  AML-CASE-DATE    DELIMITED BY SIZE
                  '/'              DELIMITED BY SIZE
                  AML-CASE-SEQ     DELIMITED BY SIZE
                  ' PATTERN '      DELIMITED BY SIZE
                  AML-PATTERN      DELIMITED BY SIZE
                  ' STATUS '       DELIMITED BY SIZE
                  AML-STATUS       DELIMITED BY SIZE
                  ' AMOUNT '       DELIMITED BY SIZE
                  WS-AMOUNT-EDIT   DELIMITED BY SIZE
                  ' REVIEWED '     DELIMITED BY SIZE
                  AML-REVIEW-DATE  DELIMITED BY SIZE
             INTO WS-EDT-TEXT
           PERFORM 2850-WRITE-DETAIL

           MOVE SPACES TO WS-EDT-TEXT
           STRING '    '          DELIMITED BY SIZE
                  AML-DETAIL      DELIMITED BY SIZE
             INTO WS-EDT-TEXT
           WRITE EXTRACT-RECORD FROM WS-EXT-DETAIL
               AFTER ADVANCING 1 LINE
           .

      *    The audit trail is sequential and AUDPROC appends to it
      *    per call, so it is opened only for the pass.
       2260-EXTRACT-AUDIT.
           OPEN INPUT AUDIT-FILE
           IF WS-AUD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           SET WS-SEC-OPEN(WS-SEC-IX) TO TRUE

           MOVE 'N' TO WS-SCAN-EOF-SW
           PERFORM 2261-EXTRACT-ONE-AUDIT
               UNTIL WS-SCAN-EOF

           CLOSE AUDIT-FILE
           .

       2261-EXTRACT-ONE-AUDIT.
           READ AUDIT-FILE INTO AUDIT-RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF AUD-PORTFOLIO-ID(9:2) NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE AUD-PORTFOLIO-ID(1:8) TO WS-MATCH-ID
           PERFORM 2900-MATCH-PORTFOLIO
           IF WS-MATCH-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           MOVE AUD-TIMESTAMP(1:8) TO WS-RECORD-DATE
           MOVE WS-MATCH-ID        TO WS-EDT-PORTFOLIO-ID
           MOVE SPACES             TO WS-EDT-TEXT
           STRING AUD-TIMESTAMP(1:14) DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  AUD-PROGRAM         DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  AUD-USER-ID         DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  AUD-ACTION          DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  AUD-MESSAGE         DELIMITED BY SIZE
             INTO WS-EDT-TEXT
           PERFORM 2850-WRITE-DETAIL
           .

       2270-EXTRACT-HISTORY.
           MOVE WS-PT-PORTFOLIO-ID(WS-PT-IX) TO HIST-PORTFOLIO-ID
           MOVE LOW-VALUES TO HIST-DATE
                              HIST-TIME
                              HIST-SEQ-NO
           MOVE 'N' TO WS-SCAN-EOF-SW
           START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START

           PERFORM 2271-EXTRACT-ONE-HISTORY
               UNTIL WS-SCAN-EOF
           .

       2271-EXTRACT-ONE-HISTORY.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF HIST-PORTFOLIO-ID NOT = WS-PT-PORTFOLIO-ID(WS-PT-IX)
               SET WS-SCAN-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE HIST-DATE         TO WS-RECORD-DATE
           MOVE HIST-PORTFOLIO-ID TO WS-EDT-PORTFOLIO-ID
           MOVE SPACES            TO WS-EDT-TEXT
           STRING HIST-DATE          DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  HIST-TIME          DELIMITED BY SIZE
                  ' RECORD '         DELIMITED BY SIZE
                  HIST-RECORD-TYPE   DELIMITED BY SIZE
                  ' ACTION '         DELIMITED BY SIZE
                  HIST-ACTION-CODE   DELIMITED BY SIZE
                  ' REASON '         DELIMITED BY SIZE
                  HIST-REASON-CODE   DELIMITED BY SIZE
                  ' BY '             DELIMITED BY SIZE
                  HIST-PROCESS-USER  DELIMITED BY SIZE
                  ' FORMAT '         DELIMITED BY SIZE
                  HIST-FORMAT        DELIMITED BY SIZE
             INTO WS-EDT-TEXT
           PERFORM 2850-WRITE-DETAIL
           .

      *    TRANHIST is keyed date first -- one pass, matched on the
      *    portfolio.
       2280-EXTRACT-TRANSACTIONS.
           OPEN INPUT TRANSACTION-HISTORY
           IF WS-TRAN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           SET WS-SEC-OPEN(WS-SEC-IX) TO TRUE

           MOVE 'N' TO WS-SCAN-EOF-SW
           PERFORM 2281-EXTRACT-ONE-TRANSACTION
               UNTIL WS-SCAN-EOF

           CLOSE TRANSACTION-HISTORY
           .

       2281-EXTRACT-ONE-TRANSACTION.
           READ TRANSACTION-HISTORY NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           MOVE TRN-PORTFOLIO-ID TO WS-MATCH-ID
           PERFORM 2900-MATCH-PORTFOLIO
           IF WS-MATCH-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           MOVE TRN-DATE         TO WS-RECORD-DATE
           MOVE TRN-AMOUNT       TO WS-AMOUNT-EDIT
           MOVE TRN-PORTFOLIO-ID TO WS-EDT-PORTFOLIO-ID
           MOVE SPACES           TO WS-EDT-TEXT
           STRING TRN-DATE          DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  TRN-TYPE          DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  TRN-INVESTMENT-ID DELIMITED BY SIZE
                  ' AMOUNT '        DELIMITED BY SIZE
                  WS-AMOUNT-EDIT    DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  TRN-CURRENCY      DELIMITED BY SIZE
                  ' STATUS '        DELIMITED BY SIZE
                  TRN-STATUS        DELIMITED BY SIZE
             INTO WS-EDT-TEXT
           PERFORM 2850-WRITE-DETAIL
           .

      *----------------------------------------------------------------*
      * Erasure eligibility per source file. Data kept from the
      * account's closing stays while any of the client's accounts
      * is still open; a legal hold on any of them keeps everything.
      *----------------------------------------------------------------*
       2300-ERASURE-REVIEW.
           MOVE DSA-REQUEST-ID    TO WS-RHD-REQUEST-ID
           MOVE WS-CURRENT-DATE-X TO WS-RHD-DATE
           WRITE ERASURE-RECORD FROM WS-ERS-HEADER
               AFTER ADVANCING PAGE
           WRITE ERASURE-RECORD FROM WS-EXT-SUBJECT
               AFTER ADVANCING 1 LINE
           WRITE ERASURE-RECORD FROM WS-ERS-COLUMNS
               AFTER ADVANCING 2 LINES

           SET WS-ACCOUNTS-CLOSED  TO TRUE
           SET WS-CLIENT-NOT-HELD  TO TRUE
           MOVE ZERO TO WS-CLOSE-DATE
           PERFORM VARYING WS-PT-IX FROM 1 BY 1
                   UNTIL WS-PT-IX > WS-PT-COUNT
               IF WS-PT-STATUS(WS-PT-IX) = 'C'
                   IF WS-PT-LAST-MAINT(WS-PT-IX) > WS-CLOSE-DATE
                       MOVE WS-PT-LAST-MAINT(WS-PT-IX)
                         TO WS-CLOSE-DATE
                   END-IF
               ELSE
                   SET WS-ACCOUNT-OPEN TO TRUE
               END-IF
               IF WS-CLIENT-NOT-HELD
                   MOVE WS-PT-PORTFOLIO-ID(WS-PT-IX)
                     TO WS-LGL-PORTFOLIO-ID
                   MOVE SPACES TO WS-LGL-DATE
                   CALL 'LGLCHK00' USING WS-HOLD-REQUEST
                   IF WS-LGL-HELD
                       SET WS-CLIENT-HELD TO TRUE
                       MOVE WS-LGL-HOLD-ID TO WS-HELD-BY
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-SEC-IX FROM 1 BY 1
                   UNTIL WS-SEC-IX > WS-SEC-MAX
               PERFORM 2310-REVIEW-SECTION
           END-PERFORM
           .

       2310-REVIEW-SECTION.
           MOVE WS-SEC-DD-NAME(WS-SEC-IX)     TO WS-RDT-DD-NAME
           MOVE WS-SEC-DESCRIPTION(WS-SEC-IX) TO WS-RDT-DESCRIPTION
           MOVE WS-SEC-COUNT(WS-SEC-IX)       TO WS-RDT-COUNT
           MOVE WS-SEC-LATEST(WS-SEC-IX)      TO WS-RDT-LATEST
           MOVE WS-SEC-RETAIN-YEARS(WS-SEC-IX) TO WS-RDT-YEARS
           IF WS-SEC-FROM-CLOSE(WS-SEC-IX)
               MOVE 'CLOSING' TO WS-RDT-BASIS
           ELSE
               MOVE 'LATEST ' TO WS-RDT-BASIS
           END-IF
           MOVE SPACES TO WS-RDT-VERDICT

           EVALUATE TRUE
               WHEN NOT WS-SEC-OPEN(WS-SEC-IX)
                   MOVE 'NOT CHECKED - FILE NOT AVAILABLE'
                     TO WS-RDT-VERDICT
               WHEN WS-SEC-COUNT(WS-SEC-IX) = ZERO
                   MOVE 'NO DATA HELD' TO WS-RDT-VERDICT
               WHEN WS-CLIENT-HELD
                   STRING 'NOT ELIGIBLE - LEGAL HOLD ' DELIMITED BY SIZE
                          WS-HELD-BY                   DELIMITED BY SIZE
                     INTO WS-RDT-VERDICT
               WHEN WS-SEC-FROM-CLOSE(WS-SEC-IX) AND WS-ACCOUNT-OPEN
                   MOVE 'NOT ELIGIBLE - ACCOUNT OPEN'
                     TO WS-RDT-VERDICT
               WHEN OTHER
                   PERFORM 2320-CHECK-RETENTION
           END-EVALUATE

           WRITE ERASURE-RECORD FROM WS-ERS-DETAIL
               AFTER ADVANCING 1 LINE
           .

       2320-CHECK-RETENTION.
           IF WS-SEC-FROM-CLOSE(WS-SEC-IX)
               MOVE WS-CLOSE-DATE TO WS-BASIS-DATE
           ELSE
               IF WS-SEC-LATEST(WS-SEC-IX) IS NUMERIC
                   MOVE WS-SEC-LATEST(WS-SEC-IX) TO WS-BASIS-DATE
               ELSE
                   MOVE WS-CURRENT-DATE8 TO WS-BASIS-DATE
               END-IF
           END-IF

           COMPUTE WS-RETAIN-UNTIL = WS-BASIS-DATE
                 + (WS-SEC-RETAIN-YEARS(WS-SEC-IX) * 10000)

           IF WS-CURRENT-DATE8 > WS-RETAIN-UNTIL
               MOVE 'ELIGIBLE FOR ERASURE' TO WS-RDT-VERDICT
           ELSE
               STRING 'NOT ELIGIBLE - RETAIN UNTIL ' DELIMITED BY SIZE
                      WS-RETAIN-UNTIL                DELIMITED BY SIZE
                 INTO WS-RDT-VERDICT
           END-IF
           .

       2400-AUDIT-REQUEST.
           INITIALIZE AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE 'BATCH'          TO AUD-SYSTEM-ID
           MOVE DSA-REQUESTED-BY TO AUD-USER-ID
           MOVE 'DSAEXT00'       TO AUD-PROGRAM
           MOVE 'USER'           TO AUD-TYPE
           MOVE 'INQUIRE '       TO AUD-ACTION
           MOVE 'SUCC'           TO AUD-STATUS
           MOVE WS-PT-PORTFOLIO-ID(1) TO AUD-PORTFOLIO-ID
           MOVE REQUEST-CARD-RECORD   TO AUD-AFTER-IMAGE
           MOVE WS-REQUEST-TOTAL TO WS-ETL-COUNT
           MOVE WS-PT-COUNT      TO WS-ESB-PORT-COUNT

           STRING 'Client data access request ' DELIMITED BY SIZE
                  DSA-REQUEST-ID                DELIMITED BY SIZE
                  ' extracted'                  DELIMITED BY SIZE
                  WS-ETL-COUNT                  DELIMITED BY SIZE
                  ' records from'               DELIMITED BY SIZE
                  WS-ESB-PORT-COUNT             DELIMITED BY SIZE
                  ' portfolios'                 DELIMITED BY SIZE
             INTO AUD-MESSAGE

           CALL 'AUDPROC' USING AUDIT-RECORD

           IF RETURN-CODE NOT = ZERO
               MOVE 'Error writing audit record' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           .

       2800-SECTION-HEADER.
           MOVE WS-SEC-IX                     TO WS-ESH-SECTION-NO
           MOVE WS-SEC-DD-NAME(WS-SEC-IX)     TO WS-ESH-DD-NAME
           MOVE WS-SEC-DESCRIPTION(WS-SEC-IX) TO WS-ESH-DESCRIPTION
           WRITE EXTRACT-RECORD FROM WS-EXT-SECTION-HEADER
               AFTER ADVANCING 2 LINES
           .

      *    Counts the record, keeps the section's latest date and
      *    prints the record's first detail line.
       2850-WRITE-DETAIL.
           ADD 1 TO WS-SEC-COUNT(WS-SEC-IX)
           ADD 1 TO WS-REQUEST-TOTAL
           IF WS-RECORD-DATE > WS-SEC-LATEST(WS-SEC-IX)
           OR WS-SEC-LATEST(WS-SEC-IX) = SPACES
               MOVE WS-RECORD-DATE TO WS-SEC-LATEST(WS-SEC-IX)
           END-IF
           WRITE EXTRACT-RECORD FROM WS-EXT-DETAIL
               AFTER ADVANCING 1 LINE
           .

       2890-SECTION-TRAILER.
           MOVE WS-SEC-DD-NAME(WS-SEC-IX) TO WS-EST-DD-NAME
           MOVE WS-SEC-COUNT(WS-SEC-IX)   TO WS-EST-COUNT
           IF WS-SEC-OPEN(WS-SEC-IX)
               MOVE SPACES TO WS-EST-NOTE
           ELSE
               MOVE '  FILE NOT AVAILABLE' TO WS-EST-NOTE
           END-IF
           WRITE EXTRACT-RECORD FROM WS-EXT-SECTION-TRAILER
               AFTER ADVANCING 1 LINE
           .

       2900-MATCH-PORTFOLIO.
           SET WS-MATCH-NOT-FOUND TO TRUE
           PERFORM VARYING WS-MATCH-IX FROM 1 BY 1
                   UNTIL WS-MATCH-IX > WS-PT-COUNT
                      OR WS-MATCH-FOUND
               IF WS-PT-PORTFOLIO-ID(WS-MATCH-IX) = WS-MATCH-ID
                   SET WS-MATCH-FOUND TO TRUE
               END-IF
           END-PERFORM
           .

       3000-TERMINATE.
           CLOSE REQUEST-CARD-FILE
                 EXTRACT-REPORT
                 ERASURE-REPORT
                 PORTFOLIO-FILE
           IF WS-SEC-OPEN(2)
               CLOSE CONTACT-FILE
           END-IF
           IF WS-SEC-OPEN(3)
               CLOSE PAYEE-FILE
           END-IF
           IF WS-SEC-OPEN(5)
               CLOSE AML-CASE-FILE
           END-IF
           IF WS-SEC-OPEN(7)
               CLOSE HISTORY-FILE
           END-IF

           DISPLAY 'DSAEXT00 Processing Statistics:'
           DISPLAY '  Cards read:         ' WS-CARDS-READ
           DISPLAY '  Requests extracted: ' WS-REQUESTS-DONE
           DISPLAY '  Cards ignored:      ' WS-CARDS-IGNORED
           DISPLAY '  Errors:             ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       9000-ERROR-ROUTINE.
           ADD 1 TO WS-ERROR-COUNT
           MOVE 'DSAEXT00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
