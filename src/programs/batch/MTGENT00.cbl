      *================================================================*
      * Program Name: MTGENT00
      * Description: Proxy Holder Listing and Vote Transmission
      * Version: 1.0
      * Date: 2026
      *
      * Post-close group of the daily sequence. Works the MTGANN
      * shareholder meeting file the way DIVENT00 works DIVANN, in
      * three passes:
      *
      * Record-date pass -- meetings whose record date has arrived
      * have their holders listed onto MTGHLD from position history
      * (the dated POSMSTRE records, the latest on or before the
      * record date for each holding), so a notice that arrives
      * after its record date still lists the right holders. Each
      * holder carries the account's PORT-PROXY-AUTH; the meeting
      * steps to L and voting opens on the PVOT screen.
      *
      * Send pass -- votes captured on PVOT since the last run go
      * to the tabulation agent on the PRXVOTE outbound file, inside
      * a header/trailer envelope with a count, and step to S. A
      * vote changed before the cutoff goes again; the agent keeps
      * the latest.
      *
      * Cutoff pass -- meetings whose cutoff falls within the
      * warning window are listed on MTGRPT with each discretionary
      * holder still unvoted, every day until voted. A meeting whose
      * cutoff has passed is closed, with any discretionary holders
      * left unvoted listed one last time as missed.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTGENT00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANNOUNCEMENT-FILE
               ASSIGN TO MTGANN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MTG-KEY
               FILE STATUS IS WS-MTG-STATUS.

           SELECT HOLDER-FILE
               ASSIGN TO MTGHLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MTH-KEY
               FILE STATUS IS WS-MTH-STATUS.

           SELECT POSITION-MASTER
               ASSIGN TO POSMSTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS POS-KEY
               FILE STATUS IS WS-POS-STATUS.

           SELECT PORTFOLIO-FILE
               ASSIGN TO PORTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PORT-ID
               FILE STATUS IS WS-PORT-STATUS.

           SELECT VOTE-OUTPUT-FILE
               ASSIGN TO PRXVOTE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VOT-STATUS.

           SELECT CUTOFF-REPORT
               ASSIGN TO MTGRPT
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
       FD  ANNOUNCEMENT-FILE.
       COPY MTGANN.

       FD  HOLDER-FILE.
       COPY MTGHLD.

       FD  POSITION-MASTER.
       COPY POSREC.

       FD  PORTFOLIO-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PORTFLIO.

       FD  VOTE-OUTPUT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  VOTE-OUTPUT-RECORD.
           05  PVO-RECORD-TYPE         PIC X(01).
               88  PVO-TYPE-HEADER         VALUE 'H'.
               88  PVO-TYPE-VOTE           VALUE 'V'.
               88  PVO-TYPE-TRAILER        VALUE 'T'.
           05  PVO-AGENT-REF           PIC X(16).
           05  PVO-INVESTMENT-ID       PIC X(10).
           05  PVO-MEETING-DATE        PIC X(08).
           05  PVO-PORTFOLIO-ID        PIC X(08).
           05  PVO-SHARES              PIC 9(11)V9(4).
           05  PVO-ITEM-COUNT          PIC 9(02).
           05  PVO-VOTES               PIC X(10).
           05  PVO-FILE-DATE           PIC X(08).
           05  FILLER                  PIC X(02).
       01  VOTE-TRAILER-RECORD REDEFINES VOTE-OUTPUT-RECORD.
           05  FILLER                  PIC X(01).
           05  PVT-VOTE-COUNT          PIC 9(09).
           05  FILLER                  PIC X(70).

       FD  CUTOFF-REPORT
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
           05  WS-MTG-STATUS           PIC X(2).
           05  WS-MTH-STATUS           PIC X(2).
           05  WS-POS-STATUS           PIC X(2).
           05  WS-PORT-STATUS          PIC X(2).
           05  WS-VOT-STATUS           PIC X(2).
           05  WS-RPT-STATUS           PIC X(2).
           05  WS-BCT-STATUS           PIC X(2).

       01  WS-CONSTANTS.
      *    MTGENT00's position in the post-close group of the daily
      *    sequence, after SANSCR00.
           05  WS-SEQUENCE-NO          PIC 9(4) VALUE 43.
      *    Calendar days ahead of a cutoff that unvoted meetings
      *    start appearing on the report.
           05  WS-WARN-DAYS            PIC 9(3) VALUE 5.

       01  WS-SWITCHES.
           05  WS-MTG-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-MTG-EOF               VALUE 'Y'.
           05  WS-MTH-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-MTH-EOF               VALUE 'Y'.
           05  WS-POS-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-POS-EOF               VALUE 'Y'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                     PIC X(8).
           05  WS-CURRENT-TIME8        PIC 9(8).
           05  WS-WARN-DATE8           PIC 9(8).
           05  WS-WARN-DATE-X REDEFINES WS-WARN-DATE8
                                     PIC X(8).
           05  WS-CUTOFF-DATE8         PIC 9(8).
           05  WS-DAYS-LEFT            PIC S9(5) COMP.
           05  WS-CURRENT-PORTFOLIO    PIC X(8).
           05  WS-TBL-IX               PIC 9(3) COMP.
           05  WS-UNVOTED-COUNT        PIC 9(5) COMP.
           05  WS-MEETING-STATE        PIC X(8).

      *----------------------------------------------------------------*
      * Meetings reaching their record date tonight, collected on
      * the announcement pass so one position history sweep serves
      * them all -- DIVENT00's capped-table pattern. The quantity is
      * the current portfolio's holding as of the record date, reset
      * on each portfolio break.
      *----------------------------------------------------------------*
       01  WS-LIST-TABLE.
           05  WS-LST-COUNT            PIC 9(3) COMP VALUE 0.
           05  WS-LST-ENTRY OCCURS 200 TIMES.
               10  WS-LST-ID           PIC X(10).
               10  WS-LST-MEETING-DATE PIC X(08).
               10  WS-LST-RECORD-DATE  PIC X(08).
               10  WS-LST-QUANTITY     PIC S9(11)V9(4) COMP-3.

       01  WS-COUNTERS.
           05  WS-MEETINGS-LISTED      PIC 9(5) COMP VALUE 0.
           05  WS-HOLDERS-WRITTEN      PIC 9(7) COMP VALUE 0.
           05  WS-VOTES-SENT           PIC 9(7) COMP VALUE 0.
           05  WS-MEETINGS-REPORTED    PIC 9(5) COMP VALUE 0.
           05  WS-MEETINGS-CLOSED      PIC 9(5) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       01  WS-REPORT-LINES.
           05  WS-HDR-LINE.
               10  FILLER              PIC X(36) VALUE
                   'PROXY VOTING CUTOFF REPORT  DATE '.
               10  WS-HDR-DATE         PIC X(8).
               10  FILLER              PIC X(88) VALUE SPACES.
           05  WS-MTG-LINE.
               10  FILLER              PIC X(9)  VALUE 'MEETING: '.
               10  WS-MTL-INVESTMENT   PIC X(10).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-MTL-MEETING-DATE PIC X(8).
               10  FILLER              PIC X(9)  VALUE '  CUTOFF '.
               10  WS-MTL-CUTOFF       PIC X(8).
               10  FILLER              PIC X(12) VALUE
                   '  DAYS LEFT '.
               10  WS-MTL-DAYS-LEFT    PIC ZZ9.
               10  FILLER              PIC X(10) VALUE
                   '  UNVOTED '.
               10  WS-MTL-UNVOTED      PIC ZZZZ9.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-MTL-STATE        PIC X(8).
               10  FILLER              PIC X(47) VALUE SPACES.
           05  WS-HOLDER-LINE.
               10  FILLER              PIC X(4)  VALUE SPACES.
               10  WS-HDL-PORTFOLIO    PIC X(8).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-HDL-QUANTITY     PIC ZZZ,ZZZ,ZZZ,ZZ9.9999.
               10  FILLER              PIC X(97) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-SCAN-ANNOUNCEMENTS
               UNTIL WS-MTG-EOF

           IF WS-LST-COUNT > 0
               PERFORM 3000-LIST-HOLDERS
           END-IF

           PERFORM 4000-SEND-VOTES

           PERFORM 5000-CUTOFF-REPORT

           PERFORM 6000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           COMPUTE WS-WARN-DATE8 = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE8)
                + WS-WARN-DAYS)

           OPEN I-O ANNOUNCEMENT-FILE
           IF WS-MTG-STATUS NOT = '00' AND '05'
               MOVE 'Error opening meeting announcement file'
                 TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O HOLDER-FILE
           IF WS-MTH-STATUS NOT = '00' AND '05'
               MOVE 'Error opening proxy holder file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT POSITION-MASTER
           IF WS-POS-STATUS NOT = '00'
               MOVE 'Error opening position master' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT PORTFOLIO-FILE
           IF WS-PORT-STATUS NOT = '00'
               MOVE 'Error opening portfolio file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT VOTE-OUTPUT-FILE
           IF WS-VOT-STATUS NOT = '00'
               MOVE 'Error opening outbound vote file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT CUTOFF-REPORT
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'Error opening proxy cutoff report' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O BATCH-CONTROL-FILE
           IF WS-BCT-STATUS NOT = '00'
               MOVE 'Error opening control file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           PERFORM 1200-INIT-CHECKPOINT

           MOVE SPACES TO VOTE-OUTPUT-RECORD
           SET PVO-TYPE-HEADER TO TRUE
           MOVE WS-CURRENT-DATE-X TO PVO-FILE-DATE
           WRITE VOTE-OUTPUT-RECORD

           MOVE WS-CURRENT-DATE-X TO WS-HDR-DATE
           WRITE REPORT-RECORD FROM WS-HDR-LINE
           .

       1200-INIT-CHECKPOINT.
           MOVE 'MTGENT00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for MTGENT00' TO
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
      * Announcement pass: table every meeting whose record date has
      * arrived and whose holders are not yet listed.
      *----------------------------------------------------------------*
       2000-SCAN-ANNOUNCEMENTS.
           READ ANNOUNCEMENT-FILE NEXT RECORD
               AT END
                   SET WS-MTG-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF NOT MTG-STATUS-ANNOUNCED
               EXIT PARAGRAPH
           END-IF

           IF MTG-RECORD-DATE > WS-CURRENT-DATE-X
               EXIT PARAGRAPH
           END-IF

           PERFORM 2100-TABLE-MEETING
           .

       2100-TABLE-MEETING.
           IF WS-LST-COUNT NOT < 200
               MOVE 'Meeting table capacity exceeded' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-LST-COUNT
           MOVE MTG-INVESTMENT-ID TO WS-LST-ID(WS-LST-COUNT)
           MOVE MTG-MEETING-DATE
             TO WS-LST-MEETING-DATE(WS-LST-COUNT)
           MOVE MTG-RECORD-DATE
             TO WS-LST-RECORD-DATE(WS-LST-COUNT)
           MOVE ZERO TO WS-LST-QUANTITY(WS-LST-COUNT)

           SET MTG-STATUS-LISTED TO TRUE
           MOVE FUNCTION CURRENT-DATE TO MTG-LAST-MAINT-DATE
           MOVE 'MTGENT00'             TO MTG-LAST-MAINT-USER
           REWRITE MEETING-ANNOUNCEMENT-RECORD
               INVALID KEY
                   MOVE 'Error updating meeting status' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-REWRITE

           ADD 1 TO WS-MEETINGS-LISTED
           .

      *----------------------------------------------------------------*
      * Holder listing: one pass of the dated position master. Its
      * key runs portfolio, date, investment, so within a portfolio
      * a later-dated image of a holding overwrites an earlier one
      * and what stands at the portfolio break is the holding as of
      * each meeting's record date.
      *----------------------------------------------------------------*
       3000-LIST-HOLDERS.
           MOVE SPACES TO WS-CURRENT-PORTFOLIO

           PERFORM 3100-READ-ONE-POSITION
               UNTIL WS-POS-EOF

           IF WS-CURRENT-PORTFOLIO NOT = SPACES
               PERFORM 3300-WRITE-PORTFOLIO-HOLDERS
           END-IF
           .

       3100-READ-ONE-POSITION.
           READ POSITION-MASTER NEXT RECORD
               AT END
                   SET WS-POS-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF POS-PORTFOLIO-ID NOT = WS-CURRENT-PORTFOLIO
               IF WS-CURRENT-PORTFOLIO NOT = SPACES
                   PERFORM 3300-WRITE-PORTFOLIO-HOLDERS
               END-IF
               MOVE POS-PORTFOLIO-ID TO WS-CURRENT-PORTFOLIO
           END-IF

           PERFORM VARYING WS-TBL-IX FROM 1 BY 1
                   UNTIL WS-TBL-IX > WS-LST-COUNT
               IF WS-LST-ID(WS-TBL-IX) = POS-INVESTMENT-ID
                  AND POS-DATE NOT > WS-LST-RECORD-DATE(WS-TBL-IX)
                   IF POS-STATUS-ACTIVE
                       MOVE POS-QUANTITY
                         TO WS-LST-QUANTITY(WS-TBL-IX)
                   ELSE
                       MOVE ZERO TO WS-LST-QUANTITY(WS-TBL-IX)
                   END-IF
               END-IF
           END-PERFORM
           .

       3300-WRITE-PORTFOLIO-HOLDERS.
           MOVE WS-CURRENT-PORTFOLIO TO PORT-ID
           READ PORTFOLIO-FILE
               INVALID KEY
                   MOVE SPACE TO PORT-PROXY-AUTH
           END-READ

           PERFORM VARYING WS-TBL-IX FROM 1 BY 1
                   UNTIL WS-TBL-IX > WS-LST-COUNT
               IF WS-LST-QUANTITY(WS-TBL-IX) > ZERO
                   PERFORM 3400-WRITE-HOLDER
               END-IF
               MOVE ZERO TO WS-LST-QUANTITY(WS-TBL-IX)
           END-PERFORM
           .

       3400-WRITE-HOLDER.
           INITIALIZE PROXY-HOLDER-RECORD
           MOVE WS-LST-ID(WS-TBL-IX)   TO MTH-INVESTMENT-ID
           MOVE WS-LST-MEETING-DATE(WS-TBL-IX)
             TO MTH-MEETING-DATE
           MOVE WS-CURRENT-PORTFOLIO   TO MTH-PORTFOLIO-ID
           MOVE WS-LST-RECORD-DATE(WS-TBL-IX)
             TO MTH-RECORD-DATE
           MOVE WS-LST-QUANTITY(WS-TBL-IX) TO MTH-QUANTITY
           IF PORT-PROXY-DISCRETIONARY
               SET MTH-DISCRETIONARY TO TRUE
           ELSE
               MOVE 'C' TO MTH-PROXY-AUTH
           END-IF
           SET MTH-VOTE-UNVOTED TO TRUE
           MOVE FUNCTION CURRENT-DATE TO MTH-LAST-MAINT-DATE
           MOVE 'MTGENT00'             TO MTH-LAST-MAINT-USER

           WRITE PROXY-HOLDER-RECORD
               INVALID KEY
      *            Rerun of the same listing -- the holder is already
      *            on file, with any vote keyed against it.
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-HOLDERS-WRITTEN
           END-WRITE
           .

      *----------------------------------------------------------------*
      * Send pass: every captured vote on the holder file goes out
      * with the agent's meeting reference from the announcement.
      *----------------------------------------------------------------*
       4000-SEND-VOTES.
           MOVE 'N' TO WS-MTH-EOF-SW
           MOVE LOW-VALUES TO MTH-KEY
           START HOLDER-FILE KEY NOT LESS THAN MTH-KEY
               INVALID KEY
                   SET WS-MTH-EOF TO TRUE
           END-START

           PERFORM 4100-SEND-ONE-VOTE
               UNTIL WS-MTH-EOF

           MOVE SPACES TO VOTE-OUTPUT-RECORD
           SET PVO-TYPE-TRAILER TO TRUE
           MOVE WS-VOTES-SENT TO PVT-VOTE-COUNT
           WRITE VOTE-OUTPUT-RECORD
           .

       4100-SEND-ONE-VOTE.
           READ HOLDER-FILE NEXT RECORD
               AT END
                   SET WS-MTH-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF NOT MTH-VOTE-CAPTURED
               EXIT PARAGRAPH
           END-IF

           MOVE MTH-INVESTMENT-ID TO MTG-INVESTMENT-ID
           MOVE MTH-MEETING-DATE  TO MTG-MEETING-DATE
           READ ANNOUNCEMENT-FILE
               INVALID KEY
                   MOVE 'Vote held for meeting not on file'
                     TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-READ

           MOVE SPACES TO VOTE-OUTPUT-RECORD
           SET PVO-TYPE-VOTE TO TRUE
           MOVE MTG-AGENT-REF     TO PVO-AGENT-REF
           MOVE MTH-INVESTMENT-ID TO PVO-INVESTMENT-ID
           MOVE MTH-MEETING-DATE  TO PVO-MEETING-DATE
           MOVE MTH-PORTFOLIO-ID  TO PVO-PORTFOLIO-ID
           MOVE MTH-QUANTITY      TO PVO-SHARES
           MOVE MTG-ITEM-COUNT    TO PVO-ITEM-COUNT
           MOVE MTH-VOTE(1)  TO PVO-VOTES(1:1)
           MOVE MTH-VOTE(2)  TO PVO-VOTES(2:1)
           MOVE MTH-VOTE(3)  TO PVO-VOTES(3:1)
           MOVE MTH-VOTE(4)  TO PVO-VOTES(4:1)
           MOVE MTH-VOTE(5)  TO PVO-VOTES(5:1)
           MOVE MTH-VOTE(6)  TO PVO-VOTES(6:1)
           MOVE MTH-VOTE(7)  TO PVO-VOTES(7:1)
           MOVE MTH-VOTE(8)  TO PVO-VOTES(8:1)
           MOVE MTH-VOTE(9)  TO PVO-VOTES(9:1)
           MOVE MTH-VOTE(10) TO PVO-VOTES(10:1)
           MOVE WS-CURRENT-DATE-X TO PVO-FILE-DATE

           WRITE VOTE-OUTPUT-RECORD
           IF WS-VOT-STATUS NOT = '00'
               MOVE 'Error writing outbound vote' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           SET MTH-VOTE-SENT TO TRUE
           MOVE WS-CURRENT-DATE-X     TO MTH-SENT-DATE
           MOVE FUNCTION CURRENT-DATE TO MTH-LAST-MAINT-DATE
           MOVE 'MTGENT00'             TO MTH-LAST-MAINT-USER
           REWRITE PROXY-HOLDER-RECORD
               INVALID KEY
                   MOVE 'Error updating vote status' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-REWRITE

           ADD 1 TO WS-VOTES-SENT
           .

      *----------------------------------------------------------------*
      * Cutoff pass: open meetings due within the warning window are
      * reported while any discretionary holder is unvoted; meetings
      * past their cutoff close.
      *----------------------------------------------------------------*
       5000-CUTOFF-REPORT.
           MOVE 'N' TO WS-MTG-EOF-SW
           MOVE LOW-VALUES TO MTG-KEY
           START ANNOUNCEMENT-FILE KEY NOT LESS THAN MTG-KEY
               INVALID KEY
                   SET WS-MTG-EOF TO TRUE
           END-START

           PERFORM 5100-CHECK-ONE-MEETING
               UNTIL WS-MTG-EOF
           .

       5100-CHECK-ONE-MEETING.
           READ ANNOUNCEMENT-FILE NEXT RECORD
               AT END
                   SET WS-MTG-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF NOT MTG-STATUS-LISTED
               EXIT PARAGRAPH
           END-IF

           IF MTG-CUTOFF-DATE > WS-WARN-DATE-X
               EXIT PARAGRAPH
           END-IF

           IF MTG-CUTOFF-DATE < WS-CURRENT-DATE-X
               MOVE 'MISSED' TO WS-MEETING-STATE
               MOVE ZERO     TO WS-DAYS-LEFT
           ELSE
               MOVE 'OPEN'   TO WS-MEETING-STATE
               MOVE MTG-CUTOFF-DATE TO WS-CUTOFF-DATE8
               COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(WS-CUTOFF-DATE8)
                   - FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE8)
           END-IF

           PERFORM 5200-COUNT-UNVOTED

           IF WS-UNVOTED-COUNT > 0
               PERFORM 5300-REPORT-MEETING
           END-IF

           IF MTG-CUTOFF-DATE < WS-CURRENT-DATE-X
               SET MTG-STATUS-CLOSED TO TRUE
               MOVE FUNCTION CURRENT-DATE TO MTG-LAST-MAINT-DATE
               MOVE 'MTGENT00'             TO MTG-LAST-MAINT-USER
               REWRITE MEETING-ANNOUNCEMENT-RECORD
                   INVALID KEY
                       MOVE 'Error closing meeting' TO ERR-TEXT
                       PERFORM 9000-ERROR-ROUTINE
                       EXIT PARAGRAPH
               END-REWRITE
               ADD 1 TO WS-MEETINGS-CLOSED
           END-IF
           .

       5200-COUNT-UNVOTED.
           MOVE ZERO TO WS-UNVOTED-COUNT
           PERFORM 5400-START-MEETING-HOLDERS

           PERFORM UNTIL WS-MTH-EOF
               READ HOLDER-FILE NEXT RECORD
                   AT END
                       SET WS-MTH-EOF TO TRUE
                   NOT AT END
                       IF MTH-INVESTMENT-ID NOT = MTG-INVESTMENT-ID
                       OR MTH-MEETING-DATE NOT = MTG-MEETING-DATE
                           SET WS-MTH-EOF TO TRUE
                       ELSE
                           IF MTH-DISCRETIONARY
                              AND MTH-VOTE-UNVOTED
                               ADD 1 TO WS-UNVOTED-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       5300-REPORT-MEETING.
           ADD 1 TO WS-MEETINGS-REPORTED
           MOVE MTG-INVESTMENT-ID TO WS-MTL-INVESTMENT
           MOVE MTG-MEETING-DATE  TO WS-MTL-MEETING-DATE
           MOVE MTG-CUTOFF-DATE   TO WS-MTL-CUTOFF
           MOVE WS-DAYS-LEFT      TO WS-MTL-DAYS-LEFT
           MOVE WS-UNVOTED-COUNT  TO WS-MTL-UNVOTED
           MOVE WS-MEETING-STATE  TO WS-MTL-STATE
           WRITE REPORT-RECORD FROM WS-MTG-LINE

           PERFORM 5400-START-MEETING-HOLDERS

           PERFORM UNTIL WS-MTH-EOF
               READ HOLDER-FILE NEXT RECORD
                   AT END
                       SET WS-MTH-EOF TO TRUE
                   NOT AT END
                       IF MTH-INVESTMENT-ID NOT = MTG-INVESTMENT-ID
                       OR MTH-MEETING-DATE NOT = MTG-MEETING-DATE
                           SET WS-MTH-EOF TO TRUE
                       ELSE
                           IF MTH-DISCRETIONARY
                              AND MTH-VOTE-UNVOTED
                               MOVE MTH-PORTFOLIO-ID
                                 TO WS-HDL-PORTFOLIO
                               MOVE MTH-QUANTITY
                                 TO WS-HDL-QUANTITY
                               WRITE REPORT-RECORD
                                 FROM WS-HOLDER-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       5400-START-MEETING-HOLDERS.
           MOVE 'N' TO WS-MTH-EOF-SW
           MOVE MTG-INVESTMENT-ID TO MTH-INVESTMENT-ID
           MOVE MTG-MEETING-DATE  TO MTH-MEETING-DATE
           MOVE LOW-VALUES        TO MTH-PORTFOLIO-ID
           START HOLDER-FILE KEY NOT LESS THAN MTH-KEY
               INVALID KEY
                   SET WS-MTH-EOF TO TRUE
           END-START
           .

       6000-TERMINATE.
           PERFORM 6100-UPDATE-COMPLETION

           CLOSE ANNOUNCEMENT-FILE
                 HOLDER-FILE
                 POSITION-MASTER
                 PORTFOLIO-FILE
                 VOTE-OUTPUT-FILE
                 CUTOFF-REPORT
                 BATCH-CONTROL-FILE

           DISPLAY 'MTGENT00 Processing Statistics:'
           DISPLAY '  Meetings listed:     ' WS-MEETINGS-LISTED
           DISPLAY '  Holders written:     ' WS-HOLDERS-WRITTEN
           DISPLAY '  Votes sent:          ' WS-VOTES-SENT
           DISPLAY '  Meetings reported:   ' WS-MEETINGS-REPORTED
           DISPLAY '  Meetings closed:     ' WS-MEETINGS-CLOSED
           DISPLAY '  Errors:              ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       6100-UPDATE-COMPLETION.
           MOVE 'MTGENT00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for MTGENT00' TO
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
           MOVE 'MTGENT00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
