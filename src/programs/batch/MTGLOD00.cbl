      *================================================================*
      * Program Name: MTGLOD00
      * Description: Shareholder Meeting Notice Load
      * Version: 1.0
      * Date: 2026
      *
      * Loads the tabulation agent's meeting notice feed into the
      * keyed MTGANN announcement file MTGENT00 works from.
      * Scheduled with the other reference data loads ahead of the
      * nightly cycle when notices arrive. Each notice is an H
      * (header) record naming the issue, meeting date, record date,
      * vote cutoff and the agent's reference, followed by an I
      * record per agenda item with the board's recommendation.
      *
      * A revised notice replaces a meeting still awaiting its
      * record date, items included. Once MTGENT00 has listed the
      * holders and voting has opened, the meeting is left alone
      * and the revision rejected -- votes already keyed were cast
      * against the agenda as it stood.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTGLOD00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTICE-INPUT-FILE
               ASSIGN TO MTGIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT ANNOUNCEMENT-FILE
               ASSIGN TO MTGANN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MTG-KEY
               FILE STATUS IS WS-MTG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTICE-INPUT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  NOTICE-INPUT-RECORD.
           05  MTI-RECORD-TYPE         PIC X(01).
               88  MTI-HEADER              VALUE 'H'.
               88  MTI-ITEM                VALUE 'I'.
           05  MTI-INVESTMENT-ID       PIC X(10).
           05  MTI-MEETING-DATE        PIC X(08).
           05  MTI-BODY                PIC X(61).
           05  MTI-HEADER-BODY REDEFINES MTI-BODY.
               10  MTI-MEETING-TYPE    PIC X(01).
               10  MTI-RECORD-DATE     PIC X(08).
               10  MTI-CUTOFF-DATE     PIC X(08).
               10  MTI-AGENT-REF       PIC X(16).
               10  FILLER              PIC X(28).
           05  MTI-ITEM-BODY REDEFINES MTI-BODY.
               10  MTI-ITEM-NO         PIC 9(02).
               10  MTI-ITEM-RECOMMEND  PIC X(01).
               10  MTI-ITEM-TEXT       PIC X(40).
               10  FILLER              PIC X(18).

       FD  ANNOUNCEMENT-FILE.
           COPY MTGANN.

       WORKING-STORAGE SECTION.
           COPY ERRHAND.

       01  WS-FILE-STATUS.
           05  WS-IN-STATUS            PIC X(2).
           05  WS-MTG-STATUS           PIC X(2).

       01  WS-SWITCHES.
           05  WS-IN-EOF-SW            PIC X(1) VALUE 'N'.
               88  WS-IN-EOF               VALUE 'Y'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                     PIC X(8).

       01  WS-COUNTERS.
           05  WS-RECORDS-READ         PIC 9(5) COMP VALUE 0.
           05  WS-MEETINGS-ADDED       PIC 9(5) COMP VALUE 0.
           05  WS-MEETINGS-REPLACED    PIC 9(5) COMP VALUE 0.
           05  WS-ITEMS-LOADED         PIC 9(5) COMP VALUE 0.
           05  WS-RECORDS-REJECTED     PIC 9(5) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-LOAD-NOTICES
               UNTIL WS-IN-EOF

           PERFORM 3000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD

           OPEN INPUT NOTICE-INPUT-FILE
           IF WS-IN-STATUS NOT = '00'
               MOVE 'Error opening meeting notice input' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O ANNOUNCEMENT-FILE
           IF WS-MTG-STATUS NOT = '00' AND '05'
               MOVE 'Error opening meeting announcement file'
                 TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           .

       2000-LOAD-NOTICES.
           READ NOTICE-INPUT-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-RECORDS-READ

           IF MTI-INVESTMENT-ID = SPACES
           OR MTI-MEETING-DATE IS NOT NUMERIC
               ADD 1 TO WS-RECORDS-REJECTED
               DISPLAY 'MTGLOD00: rejected notice record for '
                       MTI-INVESTMENT-ID ' ' MTI-MEETING-DATE
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN MTI-HEADER
                   PERFORM 2100-LOAD-HEADER
               WHEN MTI-ITEM
                   PERFORM 2200-LOAD-ITEM
               WHEN OTHER
                   ADD 1 TO WS-RECORDS-REJECTED
                   DISPLAY 'MTGLOD00: unknown record type '
                           MTI-RECORD-TYPE ' for '
                           MTI-INVESTMENT-ID ' ' MTI-MEETING-DATE
           END-EVALUATE
           .

      *    The record date and cutoff must both fall on or before
      *    the meeting, and the cutoff may not precede the record
      *    date -- there would be no one entitled to vote.
       2100-LOAD-HEADER.
           IF MTI-RECORD-DATE IS NOT NUMERIC
           OR MTI-CUTOFF-DATE IS NOT NUMERIC
           OR MTI-RECORD-DATE > MTI-MEETING-DATE
           OR MTI-CUTOFF-DATE > MTI-MEETING-DATE
           OR MTI-CUTOFF-DATE < MTI-RECORD-DATE
               ADD 1 TO WS-RECORDS-REJECTED
               DISPLAY 'MTGLOD00: rejected meeting dates for '
                       MTI-INVESTMENT-ID ' ' MTI-MEETING-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE MTI-MEETING-TYPE TO MTG-MEETING-TYPE
           IF NOT MTG-TYPE-VALID
               ADD 1 TO WS-RECORDS-REJECTED
               DISPLAY 'MTGLOD00: rejected meeting type for '
                       MTI-INVESTMENT-ID ' ' MTI-MEETING-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE MTI-INVESTMENT-ID TO MTG-INVESTMENT-ID
           MOVE MTI-MEETING-DATE  TO MTG-MEETING-DATE
           READ ANNOUNCEMENT-FILE
               INVALID KEY
                   PERFORM 2110-ADD-MEETING
                   EXIT PARAGRAPH
           END-READ

           IF NOT MTG-STATUS-ANNOUNCED
               ADD 1 TO WS-RECORDS-REJECTED
               DISPLAY 'MTGLOD00: voting already open, '
                       'revision rejected for '
                       MTI-INVESTMENT-ID ' ' MTI-MEETING-DATE
               EXIT PARAGRAPH
           END-IF

      *    A revised notice restates the agenda in full -- the
      *    items that follow it replace what was loaded before.
           PERFORM 2120-SET-HEADER-FIELDS

           REWRITE MEETING-ANNOUNCEMENT-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'Error replacing meeting for '
                           MTG-INVESTMENT-ID ' ' MTG-MEETING-DATE
                   EXIT PARAGRAPH
           END-REWRITE

           ADD 1 TO WS-MEETINGS-REPLACED
           .

       2110-ADD-MEETING.
           MOVE MTI-INVESTMENT-ID TO MTG-INVESTMENT-ID
           MOVE MTI-MEETING-DATE  TO MTG-MEETING-DATE
           PERFORM 2120-SET-HEADER-FIELDS
           MOVE SPACES            TO MTG-FILLER

           WRITE MEETING-ANNOUNCEMENT-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'Error loading meeting for '
                           MTG-INVESTMENT-ID ' ' MTG-MEETING-DATE
                   EXIT PARAGRAPH
           END-WRITE

           ADD 1 TO WS-MEETINGS-ADDED
           .

       2120-SET-HEADER-FIELDS.
           MOVE MTI-MEETING-TYPE  TO MTG-MEETING-TYPE
           MOVE MTI-RECORD-DATE   TO MTG-RECORD-DATE
           MOVE MTI-CUTOFF-DATE   TO MTG-CUTOFF-DATE
           MOVE MTI-AGENT-REF     TO MTG-AGENT-REF
           SET MTG-STATUS-ANNOUNCED TO TRUE
           MOVE ZERO              TO MTG-ITEM-COUNT
           MOVE SPACES            TO MTG-ITEM(1) MTG-ITEM(2)
                                     MTG-ITEM(3) MTG-ITEM(4)
                                     MTG-ITEM(5) MTG-ITEM(6)
                                     MTG-ITEM(7) MTG-ITEM(8)
                                     MTG-ITEM(9) MTG-ITEM(10)
           MOVE FUNCTION CURRENT-DATE TO MTG-LAST-MAINT-DATE
           MOVE 'MTGLOD00'        TO MTG-LAST-MAINT-USER
           .

      *    Items may arrive in any order; the count is the highest
      *    item number loaded, so a gap in the agent's numbering
      *    shows as a blank item rather than a lost one.
       2200-LOAD-ITEM.
           IF MTI-ITEM-NO IS NOT NUMERIC
           OR MTI-ITEM-NO < 1
           OR MTI-ITEM-NO > 10
           OR MTI-ITEM-TEXT = SPACES
           OR (MTI-ITEM-RECOMMEND NOT = 'F' AND 'A' AND 'N'
               AND SPACE)
               ADD 1 TO WS-RECORDS-REJECTED
               DISPLAY 'MTGLOD00: rejected agenda item for '
                       MTI-INVESTMENT-ID ' ' MTI-MEETING-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE MTI-INVESTMENT-ID TO MTG-INVESTMENT-ID
           MOVE MTI-MEETING-DATE  TO MTG-MEETING-DATE
           READ ANNOUNCEMENT-FILE
               INVALID KEY
                   ADD 1 TO WS-RECORDS-REJECTED
                   DISPLAY 'MTGLOD00: agenda item for unknown '
                           'meeting ' MTI-INVESTMENT-ID ' '
                           MTI-MEETING-DATE
                   EXIT PARAGRAPH
           END-READ

           IF NOT MTG-STATUS-ANNOUNCED
               ADD 1 TO WS-RECORDS-REJECTED
               DISPLAY 'MTGLOD00: voting already open, '
                       'agenda item rejected for '
                       MTI-INVESTMENT-ID ' ' MTI-MEETING-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE MTI-ITEM-TEXT
             TO MTG-ITEM-TEXT(MTI-ITEM-NO)
           MOVE MTI-ITEM-RECOMMEND
             TO MTG-ITEM-RECOMMEND(MTI-ITEM-NO)
           IF MTI-ITEM-NO > MTG-ITEM-COUNT
               MOVE MTI-ITEM-NO TO MTG-ITEM-COUNT
           END-IF
           MOVE FUNCTION CURRENT-DATE TO MTG-LAST-MAINT-DATE
           MOVE 'MTGLOD00'        TO MTG-LAST-MAINT-USER

           REWRITE MEETING-ANNOUNCEMENT-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'Error loading agenda item for '
                           MTG-INVESTMENT-ID ' ' MTG-MEETING-DATE
                   EXIT PARAGRAPH
           END-REWRITE

           ADD 1 TO WS-ITEMS-LOADED
           .

       3000-TERMINATE.
           CLOSE NOTICE-INPUT-FILE
                 ANNOUNCEMENT-FILE

           DISPLAY 'MTGLOD00 Processing Statistics:'
           DISPLAY '  Records read:       ' WS-RECORDS-READ
           DISPLAY '  Meetings added:     ' WS-MEETINGS-ADDED
           DISPLAY '  Meetings replaced:  ' WS-MEETINGS-REPLACED
           DISPLAY '  Agenda items:       ' WS-ITEMS-LOADED
           DISPLAY '  Records rejected:   ' WS-RECORDS-REJECTED
           DISPLAY '  Errors:             ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       9000-ERROR-ROUTINE.
           ADD 1 TO WS-ERROR-COUNT
           MOVE 'MTGLOD00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
