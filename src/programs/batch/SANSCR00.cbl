      *================================================================*
      * Program Name: SANSCR00
      * Description: Sanctions List Name Screening
      * Version: 1.0
      * Date: 2026
      *
      * Runs after PAYACT00 at the end of the post-close group of
      * the daily sequence. Screens the names this system holds on
      * its clients against the consolidated government sanctions
      * list (SANLIST): each portfolio's client, joint owner and
      * beneficiary names, every current CLICON contact name and
      * the PAYEE payee name. Closed portfolios are not screened.
      *
      * The list is proved before use -- a header, and a trailer
      * whose count agrees with the details read -- and a list that
      * fails is not screened against at all. The SANREG register
      * holds every name as last screened:
      *
      *  - the first run on a list version not yet screened in full
      *    (or with SANPARM's force flag set) screens every name;
      *  - any other run screens only names with no register entry
      *    or whose entry no longer matches the name on file -- the
      *    day's new and changed names.
      *
      * Matching tolerates the usual variations. Both names are
      * normalized: upper-cased, punctuation dropped, titles,
      * corporate suffixes and lone initials removed, and the words
      * put in alphabetical order, so word order does not matter.
      * A name then matches a listed name or alias within SANPARM's
      * edit distance (two by default) -- letters added, dropped or
      * changed. A normalized name shorter than SANPARM's minimum
      * length (six by default) must match exactly. A name is
      * compared with the listed names whose normalized form starts
      * with the same letter.
      *
      * Each potential match opens a SANCASE review case, pending
      * disposition by compliance through SANDSP00, unless the same
      * name already has an open case on the same listed party or
      * a cleared one from an earlier review. ACCTCHK0 will not
      * open an account with a pending or confirmed case, or one
      * whose names are not yet screened. The screening report
      * (SANRPT) lists every potential match found.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANSCR00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SANCTIONS-LIST-FILE
               ASSIGN TO SANLIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNL-STATUS.

           SELECT SANCTIONS-PARM-FILE
               ASSIGN TO SANPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-KEY
               FILE STATUS IS WS-PAY-STATUS.

           SELECT SCREENED-NAME-FILE
               ASSIGN TO SANREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SNR-KEY
               FILE STATUS IS WS-SNR-STATUS.

           SELECT SANCTIONS-CASE-FILE
               ASSIGN TO SANCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNC-KEY
               FILE STATUS IS WS-SNC-STATUS.

           SELECT SCREENING-REPORT
               ASSIGN TO SANRPT
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
       FD  SANCTIONS-LIST-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY SANLST.

       FD  SANCTIONS-PARM-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  SANCTIONS-PARM-RECORD.
           05  SNP-MAX-EDITS           PIC 9(01).
           05  SNP-MIN-LENGTH          PIC 9(02).
           05  SNP-FORCE-FULL          PIC X(01).
               88  SNP-FULL-SCREEN         VALUE 'Y'.
           05  FILLER                  PIC X(76).

       FD  PORTFOLIO-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PORTFLIO.

       FD  CONTACT-FILE.
           COPY CLICON.

       FD  PAYEE-FILE.
       COPY PAYEE.

       FD  SCREENED-NAME-FILE.
       COPY SANREG.

       FD  SANCTIONS-CASE-FILE.
       COPY SANCASE.

       FD  SCREENING-REPORT
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
           05  WS-SNL-STATUS           PIC X(2).
           05  WS-PARM-STATUS          PIC X(2).
           05  WS-PORT-STATUS          PIC X(2).
           05  WS-CLC-STATUS           PIC X(2).
           05  WS-PAY-STATUS           PIC X(2).
           05  WS-SNR-STATUS           PIC X(2).
           05  WS-SNC-STATUS           PIC X(2).
           05  WS-RPT-STATUS           PIC X(2).
           05  WS-BCT-STATUS           PIC X(2).

       01  WS-CONSTANTS.
      *    SANSCR00 follows PAYACT00 at the end of the post-close
      *    group of the daily sequence.
           05  WS-SEQUENCE-NO          PIC 9(4) VALUE 42.
           05  WS-CONTROL-KEY          PIC X(8) VALUE '*LISTCTL'.

       01  WS-THRESHOLDS.
      *    Matching tolerance; the SANPARM record overrides.
           05  WS-MAX-EDITS            PIC 9(1) VALUE 2.
           05  WS-MIN-LENGTH           PIC 9(2) VALUE 6.

       01  WS-SWITCHES.
           05  WS-SNL-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-SNL-EOF               VALUE 'Y'.
           05  WS-PORT-EOF-SW          PIC X(1) VALUE 'N'.
               88  WS-PORT-EOF              VALUE 'Y'.
           05  WS-CLC-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-CLC-EOF               VALUE 'Y'.
           05  WS-PAY-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-PAY-EOF               VALUE 'Y'.
           05  WS-SNC-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-SNC-EOF               VALUE 'Y'.
               88  WS-SNC-MORE              VALUE 'N'.
           05  WS-LIST-OK-SW           PIC X(1) VALUE 'N'.
               88  WS-LIST-OK               VALUE 'Y'.
               88  WS-LIST-FAILED           VALUE 'N'.
           05  WS-MODE-SW              PIC X(1) VALUE 'I'.
               88  WS-MODE-FULL             VALUE 'F'.
               88  WS-MODE-INCREMENTAL      VALUE 'I'.
           05  WS-FORCE-FULL-SW        PIC X(1) VALUE 'N'.
               88  WS-FORCE-FULL            VALUE 'Y'.
           05  WS-CTL-FOUND-SW         PIC X(1) VALUE 'N'.
               88  WS-CTL-FOUND             VALUE 'Y'.
               88  WS-CTL-NOT-FOUND         VALUE 'N'.
           05  WS-SNR-FOUND-SW         PIC X(1) VALUE 'N'.
               88  WS-SNR-FOUND             VALUE 'Y'.
               88  WS-SNR-NOT-FOUND         VALUE 'N'.
           05  WS-CASE-KNOWN-SW        PIC X(1) VALUE 'N'.
               88  WS-CASE-KNOWN            VALUE 'Y'.
               88  WS-CASE-NEW              VALUE 'N'.
           05  WS-HEADER-SEEN-SW       PIC X(1) VALUE 'N'.
               88  WS-HEADER-SEEN           VALUE 'Y'.
           05  WS-TRAILER-SEEN-SW      PIC X(1) VALUE 'N'.
               88  WS-TRAILER-SEEN          VALUE 'Y'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                     PIC X(8).
           05  WS-CURRENT-TIME8        PIC 9(8).
           05  WS-LIST-SOURCE          PIC X(10).
           05  WS-LIST-DATE            PIC X(08).
           05  WS-LIST-VERSION         PIC X(10).
           05  WS-TRAILER-COUNT        PIC 9(7).
           05  WS-DETAILS-READ         PIC 9(7) COMP VALUE 0.
           05  WS-LIST-REJECT          PIC X(50).
           05  WS-CASE-SEQ             PIC 9(4) VALUE 0.
           05  WS-HIT-IX               PIC 9(2) COMP.

      *----------------------------------------------------------------*
      * The name being screened and where it came from, set by each
      * source pass before 5000-SCREEN-NAME.
      *----------------------------------------------------------------*
       01  WS-SCREEN-NAME-AREA.
           05  WS-SCR-PORTFOLIO        PIC X(08).
           05  WS-SCR-ROLE             PIC X(01).
           05  WS-SCR-ROLE-SEQ         PIC X(03).
           05  WS-SCR-NAME             PIC X(30).

      *----------------------------------------------------------------*
      * Name normalization. The name is split into words, titles,
      * suffixes and initials dropped, and the rest sorted and run
      * together into WS-NRM-KEY.
      *----------------------------------------------------------------*
       01  WS-NORMALIZE-WORK.
           05  WS-NRM-INPUT            PIC X(40).
           05  WS-NRM-WORK             PIC X(40).
           05  WS-NRM-KEY              PIC X(40).
           05  WS-NRM-LEN              PIC 9(2) COMP.
           05  WS-NRM-PTR              PIC 9(2) COMP.
           05  WS-NRM-TOKEN-COUNT      PIC 9(2) COMP.
           05  WS-NRM-KEEP-COUNT       PIC 9(2) COMP.
           05  WS-NRM-IX               PIC 9(2) COMP.
           05  WS-NRM-JX               PIC 9(2) COMP.
           05  WS-NRM-SWAP             PIC X(40).
           05  WS-NRM-NOISE-SW         PIC X(1).
               88  WS-NRM-IS-NOISE          VALUE 'Y'.
               88  WS-NRM-NOT-NOISE         VALUE 'N'.
           05  WS-NRM-TOKENS.
               10  WS-NRM-TOKEN        PIC X(40) OCCURS 8 TIMES.
           05  WS-NRM-KEPT.
               10  WS-NRM-KEEP         PIC X(40) OCCURS 8 TIMES.

       01  WS-NOISE-WORD-VALUES.
           05  FILLER                  PIC X(4) VALUE 'MR  '.
           05  FILLER                  PIC X(4) VALUE 'MRS '.
           05  FILLER                  PIC X(4) VALUE 'MS  '.
           05  FILLER                  PIC X(4) VALUE 'MISS'.
           05  FILLER                  PIC X(4) VALUE 'DR  '.
           05  FILLER                  PIC X(4) VALUE 'THE '.
           05  FILLER                  PIC X(4) VALUE 'AND '.
           05  FILLER                  PIC X(4) VALUE 'OF  '.
           05  FILLER                  PIC X(4) VALUE 'INC '.
           05  FILLER                  PIC X(4) VALUE 'LTD '.
           05  FILLER                  PIC X(4) VALUE 'LLC '.
           05  FILLER                  PIC X(4) VALUE 'LLP '.
           05  FILLER                  PIC X(4) VALUE 'CO  '.
           05  FILLER                  PIC X(4) VALUE 'CORP'.
           05  FILLER                  PIC X(4) VALUE 'PLC '.
           05  FILLER                  PIC X(4) VALUE 'SA  '.
           05  FILLER                  PIC X(4) VALUE 'AG  '.
           05  FILLER                  PIC X(4) VALUE 'GMBH'.
           05  FILLER                  PIC X(4) VALUE 'BV  '.
           05  FILLER                  PIC X(4) VALUE 'NV  '.
           05  FILLER                  PIC X(4) VALUE 'JR  '.
           05  FILLER                  PIC X(4) VALUE 'SR  '.
           05  FILLER                  PIC X(4) VALUE 'II  '.
           05  FILLER                  PIC X(4) VALUE 'III '.
       01  WS-NOISE-WORD-TABLE REDEFINES WS-NOISE-WORD-VALUES.
           05  WS-NOISE-WORD           PIC X(4) OCCURS 24 TIMES.
       01  WS-NOISE-MAX                PIC 9(2) COMP VALUE 24.

      *----------------------------------------------------------------*
      * The sanctions list in normalized form. Entries are chained
      * by the first character of their key, so a name is compared
      * only with the listed names starting with its own letter.
      *----------------------------------------------------------------*
       01  WS-LIST-TABLE.
           05  WS-LST-COUNT            PIC 9(5) COMP VALUE 0.
           05  WS-LST-ENTRY OCCURS 20000 TIMES.
               10  WS-LST-KEY          PIC X(40).
               10  WS-LST-LEN          PIC 9(2) COMP.
               10  WS-LST-NEXT         PIC 9(5) COMP.
               10  WS-LST-ENTRY-ID     PIC X(10).
               10  WS-LST-NAME         PIC X(40).
               10  WS-LST-PROGRAM      PIC X(12).
       01  WS-LST-IX                   PIC 9(5) COMP.
       01  WS-LST-MAX                  PIC 9(5) COMP VALUE 20000.

       01  WS-BUCKET-TABLE.
           05  WS-BKT-HEAD             PIC 9(5) COMP
                                       OCCURS 256 TIMES.
       01  WS-BKT-IX                   PIC 9(3) COMP.

      *----------------------------------------------------------------*
      * Potential matches for the name being screened, one per
      * listed party at its best-scoring name or alias.
      *----------------------------------------------------------------*
       01  WS-HIT-TABLE.
           05  WS-HIT-COUNT            PIC 9(2) COMP VALUE 0.
           05  WS-HIT-ENTRY OCCURS 10 TIMES.
               10  WS-HIT-LST-IX       PIC 9(5) COMP.
               10  WS-HIT-SCORE        PIC 9(3).
       01  WS-HIT-MAX                  PIC 9(2) COMP VALUE 10.

      *----------------------------------------------------------------*
      * Edit distance between two normalized keys, computed a row
      * at a time; a row whose smallest cell is over the tolerance
      * ends the comparison early.
      *----------------------------------------------------------------*
       01  WS-EDIT-WORK.
           05  WS-ED-A                 PIC X(40).
           05  WS-ED-A-LEN             PIC 9(2) COMP.
           05  WS-ED-B                 PIC X(40).
           05  WS-ED-B-LEN             PIC 9(2) COMP.
           05  WS-ED-DISTANCE          PIC 9(2) COMP.
           05  WS-ED-LONGER            PIC 9(2) COMP.
           05  WS-ED-LEN-DIFF          PIC S9(3) COMP.
           05  WS-ED-I                 PIC 9(2) COMP.
           05  WS-ED-J                 PIC 9(2) COMP.
           05  WS-ED-COST              PIC 9(1) COMP.
           05  WS-ED-CELL              PIC 9(2) COMP.
           05  WS-ED-ROW-MIN           PIC 9(2) COMP.
           05  WS-ED-SCORE             PIC 9(3).
           05  WS-ED-PREV-ROW.
               10  WS-ED-PREV          PIC 9(2) COMP OCCURS 41 TIMES.
           05  WS-ED-CURR-ROW.
               10  WS-ED-CURR          PIC 9(2) COMP OCCURS 41 TIMES.

       01  WS-COUNTERS.
           05  WS-NAMES-SEEN           PIC 9(7) COMP VALUE 0.
           05  WS-NAMES-SCREENED       PIC 9(7) COMP VALUE 0.
           05  WS-NAMES-UNCHANGED      PIC 9(7) COMP VALUE 0.
           05  WS-NAMES-HIT            PIC 9(7) COMP VALUE 0.
           05  WS-CASES-OPENED         PIC 9(5) COMP VALUE 0.
           05  WS-CASES-KNOWN          PIC 9(5) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       01  WS-REPORT-LINES.
           05  WS-HDR-LINE.
               10  FILLER              PIC X(36) VALUE
                   'SANCTIONS LIST SCREENING  DATE '.
               10  WS-HDR-DATE         PIC X(8).
               10  FILLER              PIC X(8)  VALUE '  LIST '.
               10  WS-HDR-SOURCE       PIC X(10).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-HDR-VERSION      PIC X(10).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-HDR-LIST-DATE    PIC X(8).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-HDR-MODE         PIC X(20).
               10  FILLER              PIC X(28) VALUE SPACES.
           05  WS-HIT-LINE.
               10  WS-HIT-L-VERB       PIC X(13).
               10  WS-HIT-L-PORTFOLIO  PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-HIT-L-ROLE       PIC X(1).
               10  WS-HIT-L-ROLE-SEQ   PIC X(3).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-HIT-L-NAME       PIC X(30).
               10  FILLER              PIC X(4)  VALUE ' ~ '.
               10  WS-HIT-L-LISTED     PIC X(40).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-HIT-L-ENTRY      PIC X(10).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-HIT-L-PROGRAM    PIC X(12).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-HIT-L-SCORE      PIC ZZ9.
               10  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-MSG-LINE.
               10  WS-MSG-TEXT         PIC X(80).
               10  FILLER              PIC X(52) VALUE SPACES.
           05  WS-TOTAL-LINE.
               10  FILLER              PIC X(16) VALUE
                   'NAMES SCREENED: '.
               10  WS-TOT-SCREENED     PIC Z,ZZZ,ZZ9.
               10  FILLER              PIC X(14) VALUE
                   '  UNCHANGED: '.
               10  WS-TOT-UNCHANGED    PIC Z,ZZZ,ZZ9.
               10  FILLER              PIC X(17) VALUE
                   '  CASES OPENED: '.
               10  WS-TOT-OPENED       PIC ZZ,ZZ9.
               10  FILLER              PIC X(16) VALUE
                   '  ALREADY CASED:'.
               10  WS-TOT-KNOWN        PIC ZZ,ZZ9.
               10  FILLER              PIC X(39) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-LIST

           IF WS-LIST-OK
               PERFORM 1300-SET-SCREEN-MODE

               MOVE LOW-VALUES TO PORT-KEY
               START PORTFOLIO-FILE KEY NOT LESS THAN PORT-KEY
                   INVALID KEY
                       SET WS-PORT-EOF TO TRUE
               END-START
               PERFORM 2000-SCREEN-PORTFOLIO
                   UNTIL WS-PORT-EOF

               MOVE LOW-VALUES TO CLC-KEY
               START CONTACT-FILE KEY NOT LESS THAN CLC-KEY
                   INVALID KEY
                       SET WS-CLC-EOF TO TRUE
               END-START
               PERFORM 2100-SCREEN-CONTACT
                   UNTIL WS-CLC-EOF

               MOVE LOW-VALUES TO PAY-KEY
               START PAYEE-FILE KEY NOT LESS THAN PAY-KEY
                   INVALID KEY
                       SET WS-PAY-EOF TO TRUE
               END-START
               PERFORM 2200-SCREEN-PAYEE
                   UNTIL WS-PAY-EOF

               IF WS-MODE-FULL
                   PERFORM 7000-UPDATE-LIST-CONTROL
               END-IF
           END-IF

           PERFORM 8000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD

           OPEN INPUT SANCTIONS-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ SANCTIONS-PARM-FILE
               IF WS-PARM-STATUS = '00'
                   IF SNP-MAX-EDITS IS NUMERIC
                       MOVE SNP-MAX-EDITS TO WS-MAX-EDITS
                   END-IF
                   IF SNP-MIN-LENGTH IS NUMERIC
                      AND SNP-MIN-LENGTH NOT = 0
                       MOVE SNP-MIN-LENGTH TO WS-MIN-LENGTH
                   END-IF
                   IF SNP-FULL-SCREEN
                       SET WS-FORCE-FULL TO TRUE
                   END-IF
               END-IF
               CLOSE SANCTIONS-PARM-FILE
           END-IF

           OPEN INPUT SANCTIONS-LIST-FILE
           IF WS-SNL-STATUS NOT = '00'
               MOVE 'Error opening sanctions list' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               SET WS-SNL-EOF TO TRUE
           END-IF

           OPEN INPUT PORTFOLIO-FILE
           IF WS-PORT-STATUS NOT = '00'
               MOVE 'Error opening portfolio file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT CONTACT-FILE
           IF WS-CLC-STATUS NOT = '00'
               MOVE 'Error opening client contact file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT PAYEE-FILE
           IF WS-PAY-STATUS NOT = '00'
               MOVE 'Error opening payee instruction file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

      *    The register and case files are created by the first
      *    entries written to them.
           OPEN I-O SCREENED-NAME-FILE
           IF WS-SNR-STATUS NOT = '00' AND '05'
               MOVE 'Error opening screened name register' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O SANCTIONS-CASE-FILE
           IF WS-SNC-STATUS NOT = '00' AND '05'
               MOVE 'Error opening sanctions case file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT SCREENING-REPORT
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'Error opening screening report' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O BATCH-CONTROL-FILE
           IF WS-BCT-STATUS NOT = '00'
               MOVE 'Error opening control file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           PERFORM 1200-INIT-CHECKPOINT
           .

      *----------------------------------------------------------------*
      * The list is loaded and proved in one pass: a header first, a
      * trailer last agreeing with the details between. Nothing is
      * screened against a list that fails.
      *----------------------------------------------------------------*
       1100-LOAD-LIST.
           SET WS-LIST-OK TO TRUE
           MOVE SPACES TO WS-LIST-REJECT
           PERFORM VARYING WS-BKT-IX FROM 1 BY 1
                   UNTIL WS-BKT-IX > 256
               MOVE ZERO TO WS-BKT-HEAD(WS-BKT-IX)
           END-PERFORM

           PERFORM 1150-LOAD-LIST-RECORD
               UNTIL WS-SNL-EOF

           IF WS-LIST-REJECT = SPACES
               IF NOT WS-HEADER-SEEN
                   MOVE 'Sanctions list has no header'
                     TO WS-LIST-REJECT
               ELSE
                   IF NOT WS-TRAILER-SEEN
                       MOVE 'Sanctions list has no trailer'
                         TO WS-LIST-REJECT
                   ELSE
                       IF WS-TRAILER-COUNT NOT = WS-DETAILS-READ
                           MOVE 'Sanctions list count disagrees with'
                             TO WS-LIST-REJECT
                           MOVE 'trailer' TO WS-LIST-REJECT(37:7)
                       END-IF
                   END-IF
               END-IF
           END-IF

           MOVE WS-CURRENT-DATE-X TO WS-HDR-DATE
           MOVE WS-LIST-SOURCE    TO WS-HDR-SOURCE
           MOVE WS-LIST-VERSION   TO WS-HDR-VERSION
           MOVE WS-LIST-DATE      TO WS-HDR-LIST-DATE

           IF WS-LIST-REJECT NOT = SPACES
               SET WS-LIST-FAILED TO TRUE
               MOVE 'LIST REJECTED' TO WS-HDR-MODE
               WRITE REPORT-RECORD FROM WS-HDR-LINE
               MOVE WS-LIST-REJECT TO WS-MSG-TEXT
               WRITE REPORT-RECORD FROM WS-MSG-LINE
               MOVE WS-LIST-REJECT TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           .

       1150-LOAD-LIST-RECORD.
           READ SANCTIONS-LIST-FILE
               AT END
                   SET WS-SNL-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           EVALUATE TRUE
               WHEN SNL-TYPE-HEADER
                   IF WS-HEADER-SEEN
                       MOVE 'Sanctions list has a second header'
                         TO WS-LIST-REJECT
                   END-IF
                   SET WS-HEADER-SEEN TO TRUE
                   MOVE SNL-LIST-SOURCE  TO WS-LIST-SOURCE
                   MOVE SNL-LIST-DATE    TO WS-LIST-DATE
                   MOVE SNL-LIST-VERSION TO WS-LIST-VERSION
               WHEN SNL-TYPE-TRAILER
                   SET WS-TRAILER-SEEN TO TRUE
                   IF SNL-ENTRY-COUNT IS NUMERIC
                       MOVE SNL-ENTRY-COUNT TO WS-TRAILER-COUNT
                   ELSE
                       MOVE 'Sanctions list trailer count not numeric'
                         TO WS-LIST-REJECT
                   END-IF
               WHEN SNL-TYPE-DETAIL
                   ADD 1 TO WS-DETAILS-READ
                   IF NOT WS-HEADER-SEEN OR WS-TRAILER-SEEN
                       MOVE 'Sanctions list detail outside header/trail'
                         TO WS-LIST-REJECT
                   END-IF
                   PERFORM 1160-ADD-LIST-ENTRY
               WHEN OTHER
                   MOVE 'Sanctions list record type not H, D or T'
                     TO WS-LIST-REJECT
           END-EVALUATE
           .

       1160-ADD-LIST-ENTRY.
           MOVE SNL-NAME TO WS-NRM-INPUT
           PERFORM 5100-NORMALIZE-NAME
           IF WS-NRM-LEN = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-LST-COUNT >= WS-LST-MAX
               MOVE 'Sanctions list exceeds screening table'
                 TO WS-LIST-REJECT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-LST-COUNT
           MOVE WS-LST-COUNT TO WS-LST-IX
           MOVE WS-NRM-KEY   TO WS-LST-KEY(WS-LST-IX)
           MOVE WS-NRM-LEN   TO WS-LST-LEN(WS-LST-IX)
           MOVE SNL-ENTRY-ID TO WS-LST-ENTRY-ID(WS-LST-IX)
           MOVE SNL-NAME     TO WS-LST-NAME(WS-LST-IX)
           MOVE SNL-PROGRAM  TO WS-LST-PROGRAM(WS-LST-IX)

           COMPUTE WS-BKT-IX = FUNCTION ORD(WS-NRM-KEY(1:1))
           MOVE WS-BKT-HEAD(WS-BKT-IX) TO WS-LST-NEXT(WS-LST-IX)
           MOVE WS-LST-IX TO WS-BKT-HEAD(WS-BKT-IX)
           .

       1200-INIT-CHECKPOINT.
           MOVE 'SANSCR00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for SANSCR00' TO
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

      *    A list version not yet screened in full gets a full run.
       1300-SET-SCREEN-MODE.
           MOVE SPACES         TO SNR-KEY
           MOVE WS-CONTROL-KEY TO SNR-PORTFOLIO-ID
           READ SCREENED-NAME-FILE
               INVALID KEY
                   SET WS-CTL-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-CTL-FOUND TO TRUE
           END-READ

           IF WS-FORCE-FULL
           OR WS-CTL-NOT-FOUND
           OR SNR-CTL-LIST-SOURCE  NOT = WS-LIST-SOURCE
           OR SNR-CTL-LIST-VERSION NOT = WS-LIST-VERSION
               SET WS-MODE-FULL TO TRUE
               MOVE 'FULL SCREEN'        TO WS-HDR-MODE
           ELSE
               SET WS-MODE-INCREMENTAL TO TRUE
               MOVE 'NEW/CHANGED NAMES'  TO WS-HDR-MODE
           END-IF

           WRITE REPORT-RECORD FROM WS-HDR-LINE
           .

       2000-SCREEN-PORTFOLIO.
           READ PORTFOLIO-FILE NEXT RECORD
               AT END
                   SET WS-PORT-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF PORT-CLOSED
               EXIT PARAGRAPH
           END-IF

           MOVE PORT-ID          TO WS-SCR-PORTFOLIO
           MOVE SPACES           TO WS-SCR-ROLE-SEQ

           MOVE 'C'              TO WS-SCR-ROLE
           MOVE PORT-CLIENT-NAME TO WS-SCR-NAME
           PERFORM 5000-SCREEN-NAME

           MOVE 'J'              TO WS-SCR-ROLE
           MOVE PORT-JOINT-OWNER-NAME TO WS-SCR-NAME
           PERFORM 5000-SCREEN-NAME

           MOVE 'B'              TO WS-SCR-ROLE
           MOVE PORT-BENEFICIARY-NAME TO WS-SCR-NAME
           PERFORM 5000-SCREEN-NAME
           .

      *    Only a contact entry still current is screened.
       2100-SCREEN-CONTACT.
           READ CONTACT-FILE NEXT RECORD
               AT END
                   SET WS-CLC-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF CLC-EFFECTIVE-TO NOT = SPACES
              AND CLC-EFFECTIVE-TO < WS-CURRENT-DATE-X
               EXIT PARAGRAPH
           END-IF

           MOVE CLC-PORTFOLIO-ID TO PORT-ID
           PERFORM 2900-CHECK-PORTFOLIO-OPEN
           IF WS-SCR-PORTFOLIO = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 'K'              TO WS-SCR-ROLE
           MOVE CLC-ADDRESS-TYPE TO WS-SCR-ROLE-SEQ(1:1)
           MOVE CLC-SEQ          TO WS-SCR-ROLE-SEQ(2:2)
           MOVE CLC-NAME         TO WS-SCR-NAME
           PERFORM 5000-SCREEN-NAME
           .

       2200-SCREEN-PAYEE.
           READ PAYEE-FILE NEXT RECORD
               AT END
                   SET WS-PAY-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           MOVE PAY-PORTFOLIO-ID TO PORT-ID
           PERFORM 2900-CHECK-PORTFOLIO-OPEN
           IF WS-SCR-PORTFOLIO = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 'P'              TO WS-SCR-ROLE
           MOVE SPACES           TO WS-SCR-ROLE-SEQ
           MOVE PAY-PAYEE-NAME   TO WS-SCR-NAME
           PERFORM 5000-SCREEN-NAME
           .

      *    Leaves WS-SCR-PORTFOLIO blank for a closed or unknown
      *    portfolio. Caller sets PORT-ID.
       2900-CHECK-PORTFOLIO-OPEN.
           MOVE SPACES TO WS-SCR-PORTFOLIO
           READ PORTFOLIO-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           IF NOT PORT-CLOSED
               MOVE PORT-ID TO WS-SCR-PORTFOLIO
           END-IF
           .

      *----------------------------------------------------------------*
      * One name: skipped on a daily run when the register already
      * holds it as screened, otherwise compared with the list, any
      * potential match cased, and the register brought up to date.
      *----------------------------------------------------------------*
       5000-SCREEN-NAME.
           IF WS-SCR-NAME = SPACES
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-NAMES-SEEN

           MOVE WS-SCR-PORTFOLIO TO SNR-PORTFOLIO-ID
           MOVE WS-SCR-ROLE      TO SNR-ROLE
           MOVE WS-SCR-ROLE-SEQ  TO SNR-ROLE-SEQ
           READ SCREENED-NAME-FILE
               INVALID KEY
                   SET WS-SNR-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-SNR-FOUND TO TRUE
           END-READ

           IF WS-MODE-INCREMENTAL
              AND WS-SNR-FOUND
              AND SNR-NAME = WS-SCR-NAME
               ADD 1 TO WS-NAMES-UNCHANGED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-NAMES-SCREENED
           MOVE WS-SCR-NAME TO WS-NRM-INPUT
           PERFORM 5100-NORMALIZE-NAME

           MOVE ZERO TO WS-HIT-COUNT
           IF WS-NRM-LEN > 0
               PERFORM 5200-COMPARE-TO-LIST
           END-IF

           PERFORM VARYING WS-HIT-IX FROM 1 BY 1
                   UNTIL WS-HIT-IX > WS-HIT-COUNT
               PERFORM 5400-CASE-POTENTIAL-MATCH
           END-PERFORM

           IF WS-HIT-COUNT > 0
               ADD 1 TO WS-NAMES-HIT
           END-IF

           PERFORM 5500-UPDATE-REGISTER
           .

       5100-NORMALIZE-NAME.
           MOVE FUNCTION UPPER-CASE(WS-NRM-INPUT) TO WS-NRM-WORK
           INSPECT WS-NRM-WORK CONVERTING '.,-''&/()'
                                       TO '        '

           MOVE SPACES TO WS-NRM-TOKENS
           MOVE ZERO   TO WS-NRM-TOKEN-COUNT
           UNSTRING WS-NRM-WORK DELIMITED BY ALL SPACE
               INTO WS-NRM-TOKEN(1) WS-NRM-TOKEN(2)
                    WS-NRM-TOKEN(3) WS-NRM-TOKEN(4)
                    WS-NRM-TOKEN(5) WS-NRM-TOKEN(6)
                    WS-NRM-TOKEN(7) WS-NRM-TOKEN(8)
               TALLYING IN WS-NRM-TOKEN-COUNT
           END-UNSTRING

      *    Blank words (leading spaces), lone initials and noise
      *    words carry no identity and are dropped.
           MOVE SPACES TO WS-NRM-KEPT
           MOVE ZERO   TO WS-NRM-KEEP-COUNT
           PERFORM VARYING WS-NRM-IX FROM 1 BY 1
                   UNTIL WS-NRM-IX > WS-NRM-TOKEN-COUNT
               IF WS-NRM-TOKEN(WS-NRM-IX)(2:39) NOT = SPACES
                   SET WS-NRM-NOT-NOISE TO TRUE
                   PERFORM VARYING WS-NRM-JX FROM 1 BY 1
                           UNTIL WS-NRM-JX > WS-NOISE-MAX
                       IF WS-NRM-TOKEN(WS-NRM-IX)
                          = WS-NOISE-WORD(WS-NRM-JX)
                           SET WS-NRM-IS-NOISE TO TRUE
                       END-IF
                   END-PERFORM
                   IF WS-NRM-NOT-NOISE
                       ADD 1 TO WS-NRM-KEEP-COUNT
                       MOVE WS-NRM-TOKEN(WS-NRM-IX)
                         TO WS-NRM-KEEP(WS-NRM-KEEP-COUNT)
                   END-IF
               END-IF
           END-PERFORM

      *    Words in alphabetical order, so word order never matters.
           PERFORM VARYING WS-NRM-IX FROM 1 BY 1
                   UNTIL WS-NRM-IX >= WS-NRM-KEEP-COUNT
               PERFORM VARYING WS-NRM-JX FROM 1 BY 1
                       UNTIL WS-NRM-JX > WS-NRM-KEEP-COUNT - WS-NRM-IX
                   IF WS-NRM-KEEP(WS-NRM-JX)
                      > WS-NRM-KEEP(WS-NRM-JX + 1)
                       MOVE WS-NRM-KEEP(WS-NRM-JX) TO WS-NRM-SWAP
                       MOVE WS-NRM-KEEP(WS-NRM-JX + 1)
                         TO WS-NRM-KEEP(WS-NRM-JX)
                       MOVE WS-NRM-SWAP
                         TO WS-NRM-KEEP(WS-NRM-JX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE SPACES TO WS-NRM-KEY
           MOVE 1      TO WS-NRM-PTR
           PERFORM VARYING WS-NRM-IX FROM 1 BY 1
                   UNTIL WS-NRM-IX > WS-NRM-KEEP-COUNT
               STRING WS-NRM-KEEP(WS-NRM-IX) DELIMITED BY SPACE
                 INTO WS-NRM-KEY
                 WITH POINTER WS-NRM-PTR
                 ON OVERFLOW
                   CONTINUE
               END-STRING
           END-PERFORM
           COMPUTE WS-NRM-LEN = WS-NRM-PTR - 1
           .

      *----------------------------------------------------------------*
      * Walks the list entries chained under the name's first
      * letter. A short name matches only exactly; a longer one
      * within the edit distance tolerance.
      *----------------------------------------------------------------*
       5200-COMPARE-TO-LIST.
           MOVE WS-NRM-KEY TO WS-ED-A
           MOVE WS-NRM-LEN TO WS-ED-A-LEN

           COMPUTE WS-BKT-IX = FUNCTION ORD(WS-NRM-KEY(1:1))
           MOVE WS-BKT-HEAD(WS-BKT-IX) TO WS-LST-IX

           PERFORM UNTIL WS-LST-IX = 0
               COMPUTE WS-ED-LEN-DIFF =
                   WS-ED-A-LEN - WS-LST-LEN(WS-LST-IX)
               IF WS-ED-LEN-DIFF < 0
                   COMPUTE WS-ED-LEN-DIFF = 0 - WS-ED-LEN-DIFF
               END-IF

               IF WS-ED-LEN-DIFF <= WS-MAX-EDITS
                   IF WS-ED-A-LEN < WS-MIN-LENGTH
                   OR WS-LST-LEN(WS-LST-IX) < WS-MIN-LENGTH
                       IF WS-LST-KEY(WS-LST-IX) = WS-ED-A
                           MOVE 100 TO WS-ED-SCORE
                           PERFORM 5250-RECORD-HIT
                       END-IF
                   ELSE
                       MOVE WS-LST-KEY(WS-LST-IX) TO WS-ED-B
                       MOVE WS-LST-LEN(WS-LST-IX) TO WS-ED-B-LEN
                       PERFORM 5300-EDIT-DISTANCE
                       IF WS-ED-DISTANCE <= WS-MAX-EDITS
                           IF WS-ED-A-LEN > WS-ED-B-LEN
                               MOVE WS-ED-A-LEN TO WS-ED-LONGER
                           ELSE
                               MOVE WS-ED-B-LEN TO WS-ED-LONGER
                           END-IF
                           COMPUTE WS-ED-SCORE = 100 -
                               (WS-ED-DISTANCE * 100) / WS-ED-LONGER
                           PERFORM 5250-RECORD-HIT
                       END-IF
                   END-IF
               END-IF

               MOVE WS-LST-NEXT(WS-LST-IX) TO WS-LST-IX
           END-PERFORM
           .

      *    One hit per listed party, kept at its best-scoring alias.
       5250-RECORD-HIT.
           PERFORM VARYING WS-HIT-IX FROM 1 BY 1
                   UNTIL WS-HIT-IX > WS-HIT-COUNT
               IF WS-LST-ENTRY-ID(WS-HIT-LST-IX(WS-HIT-IX))
                  = WS-LST-ENTRY-ID(WS-LST-IX)
                   IF WS-ED-SCORE > WS-HIT-SCORE(WS-HIT-IX)
                       MOVE WS-LST-IX   TO WS-HIT-LST-IX(WS-HIT-IX)
                       MOVE WS-ED-SCORE TO WS-HIT-SCORE(WS-HIT-IX)
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           IF WS-HIT-COUNT < WS-HIT-MAX
               ADD 1 TO WS-HIT-COUNT
               MOVE WS-LST-IX   TO WS-HIT-LST-IX(WS-HIT-COUNT)
               MOVE WS-ED-SCORE TO WS-HIT-SCORE(WS-HIT-COUNT)
           END-IF
           .

      *    Row 1 of each table is column zero of the distance matrix.
       5300-EDIT-DISTANCE.
           PERFORM VARYING WS-ED-J FROM 0 BY 1
                   UNTIL WS-ED-J > WS-ED-B-LEN
               MOVE WS-ED-J TO WS-ED-PREV(WS-ED-J + 1)
           END-PERFORM

           PERFORM VARYING WS-ED-I FROM 1 BY 1
                   UNTIL WS-ED-I > WS-ED-A-LEN
               MOVE WS-ED-I TO WS-ED-CURR(1)
               MOVE WS-ED-I TO WS-ED-ROW-MIN
               PERFORM VARYING WS-ED-J FROM 1 BY 1
                       UNTIL WS-ED-J > WS-ED-B-LEN
                   IF WS-ED-A(WS-ED-I:1) = WS-ED-B(WS-ED-J:1)
                       MOVE 0 TO WS-ED-COST
                   ELSE
                       MOVE 1 TO WS-ED-COST
                   END-IF
                   COMPUTE WS-ED-CELL =
                       WS-ED-PREV(WS-ED-J) + WS-ED-COST
                   IF WS-ED-PREV(WS-ED-J + 1) + 1 < WS-ED-CELL
                       COMPUTE WS-ED-CELL = WS-ED-PREV(WS-ED-J + 1) + 1
                   END-IF
                   IF WS-ED-CURR(WS-ED-J) + 1 < WS-ED-CELL
                       COMPUTE WS-ED-CELL = WS-ED-CURR(WS-ED-J) + 1
                   END-IF
                   MOVE WS-ED-CELL TO WS-ED-CURR(WS-ED-J + 1)
                   IF WS-ED-CELL < WS-ED-ROW-MIN
                       MOVE WS-ED-CELL TO WS-ED-ROW-MIN
                   END-IF
               END-PERFORM
               IF WS-ED-ROW-MIN > WS-MAX-EDITS
                   COMPUTE WS-ED-DISTANCE = WS-MAX-EDITS + 1
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-ED-CURR-ROW TO WS-ED-PREV-ROW
           END-PERFORM

           MOVE WS-ED-PREV(WS-ED-B-LEN + 1) TO WS-ED-DISTANCE
           .

      *----------------------------------------------------------------*
      * A case opens unless this name on this portfolio already has
      * one open on the same listed party, or had one cleared as a
      * false positive with the name as it stands.
      *----------------------------------------------------------------*
       5400-CASE-POTENTIAL-MATCH.
           MOVE WS-HIT-LST-IX(WS-HIT-IX) TO WS-LST-IX
           SET WS-CASE-NEW TO TRUE
           SET WS-SNC-MORE TO TRUE

           MOVE WS-SCR-PORTFOLIO TO SNC-PORTFOLIO-ID
           MOVE LOW-VALUES       TO SNC-CASE-DATE
           MOVE ZERO             TO SNC-CASE-SEQ
           START SANCTIONS-CASE-FILE KEY NOT LESS THAN SNC-KEY
               INVALID KEY
                   SET WS-SNC-EOF TO TRUE
           END-START

           PERFORM 5410-CHECK-EXISTING-CASE
               UNTIL WS-SNC-EOF OR WS-CASE-KNOWN

           IF WS-CASE-KNOWN
               ADD 1 TO WS-CASES-KNOWN
               MOVE 'ALREADY CASED' TO WS-HIT-L-VERB
               PERFORM 5450-WRITE-HIT-LINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CASE-SEQ
           INITIALIZE SANCTIONS-CASE-RECORD
           MOVE WS-SCR-PORTFOLIO  TO SNC-PORTFOLIO-ID
           MOVE WS-CURRENT-DATE-X TO SNC-CASE-DATE
           MOVE WS-CASE-SEQ       TO SNC-CASE-SEQ
           MOVE WS-SCR-ROLE       TO SNC-ROLE
           MOVE WS-SCR-ROLE-SEQ   TO SNC-ROLE-SEQ
           MOVE WS-SCR-NAME       TO SNC-SCREENED-NAME
           MOVE WS-LST-ENTRY-ID(WS-LST-IX) TO SNC-ENTRY-ID
           MOVE WS-LST-NAME(WS-LST-IX)     TO SNC-LISTED-NAME
           MOVE WS-LST-PROGRAM(WS-LST-IX)  TO SNC-PROGRAM
           MOVE WS-LIST-VERSION   TO SNC-LIST-VERSION
           MOVE WS-HIT-SCORE(WS-HIT-IX) TO SNC-SCORE
           SET SNC-STATUS-PENDING TO TRUE
           WRITE SANCTIONS-CASE-RECORD
               INVALID KEY
                   MOVE 'Error opening sanctions case' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-WRITE

           ADD 1 TO WS-CASES-OPENED
           MOVE 'CASE OPENED' TO WS-HIT-L-VERB
           PERFORM 5450-WRITE-HIT-LINE
           .

       5410-CHECK-EXISTING-CASE.
           READ SANCTIONS-CASE-FILE NEXT RECORD
               AT END
                   SET WS-SNC-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF SNC-PORTFOLIO-ID NOT = WS-SCR-PORTFOLIO
               SET WS-SNC-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF SNC-ROLE     = WS-SCR-ROLE
           AND SNC-ROLE-SEQ = WS-SCR-ROLE-SEQ
           AND SNC-ENTRY-ID = WS-LST-ENTRY-ID(WS-LST-IX)
               IF SNC-STATUS-OPEN
               OR SNC-SCREENED-NAME = WS-SCR-NAME
                   SET WS-CASE-KNOWN TO TRUE
               END-IF
           END-IF
           .

       5450-WRITE-HIT-LINE.
           MOVE WS-SCR-PORTFOLIO          TO WS-HIT-L-PORTFOLIO
           MOVE WS-SCR-ROLE               TO WS-HIT-L-ROLE
           MOVE WS-SCR-ROLE-SEQ           TO WS-HIT-L-ROLE-SEQ
           MOVE WS-SCR-NAME               TO WS-HIT-L-NAME
           MOVE WS-LST-NAME(WS-LST-IX)    TO WS-HIT-L-LISTED
           MOVE WS-LST-ENTRY-ID(WS-LST-IX) TO WS-HIT-L-ENTRY
           MOVE WS-LST-PROGRAM(WS-LST-IX) TO WS-HIT-L-PROGRAM
           MOVE WS-HIT-SCORE(WS-HIT-IX)   TO WS-HIT-L-SCORE
           WRITE REPORT-RECORD FROM WS-HIT-LINE
           .

       5500-UPDATE-REGISTER.
           MOVE WS-SCR-PORTFOLIO  TO SNR-PORTFOLIO-ID
           MOVE WS-SCR-ROLE       TO SNR-ROLE
           MOVE WS-SCR-ROLE-SEQ   TO SNR-ROLE-SEQ
           MOVE SPACES            TO SNR-DATA
           MOVE SPACES            TO SNR-FILLER
           MOVE WS-SCR-NAME       TO SNR-NAME
           MOVE WS-CURRENT-DATE-X TO SNR-SCREEN-DATE
           MOVE WS-LIST-VERSION   TO SNR-LIST-VERSION
           IF WS-HIT-COUNT > 0
               SET SNR-RESULT-HIT TO TRUE
           ELSE
               SET SNR-RESULT-CLEAR TO TRUE
           END-IF

           IF WS-SNR-FOUND
               REWRITE SANCTIONS-REGISTER-RECORD
                   INVALID KEY
                       MOVE 'Error updating screened name register'
                         TO ERR-TEXT
                       PERFORM 9000-ERROR-ROUTINE
               END-REWRITE
           ELSE
               WRITE SANCTIONS-REGISTER-RECORD
                   INVALID KEY
                       MOVE 'Error writing screened name register'
                         TO ERR-TEXT
                       PERFORM 9000-ERROR-ROUTINE
               END-WRITE
           END-IF
           .

      *    Recorded only once a full run has finished, so a run that
      *    fails part-way screens in full again next time.
       7000-UPDATE-LIST-CONTROL.
           MOVE SPACES         TO SNR-KEY
           MOVE WS-CONTROL-KEY TO SNR-PORTFOLIO-ID
           MOVE SPACES         TO SNR-CONTROL-DATA
           MOVE SPACES         TO SNR-FILLER
           MOVE WS-LIST-SOURCE    TO SNR-CTL-LIST-SOURCE
           MOVE WS-LIST-DATE      TO SNR-CTL-LIST-DATE
           MOVE WS-LIST-VERSION   TO SNR-CTL-LIST-VERSION
           MOVE WS-CURRENT-DATE-X TO SNR-CTL-FULL-DATE

           IF WS-CTL-FOUND
               REWRITE SANCTIONS-REGISTER-RECORD
                   INVALID KEY
                       MOVE 'Error updating list control entry'
                         TO ERR-TEXT
                       PERFORM 9000-ERROR-ROUTINE
               END-REWRITE
           ELSE
               WRITE SANCTIONS-REGISTER-RECORD
                   INVALID KEY
                       MOVE 'Error writing list control entry'
                         TO ERR-TEXT
                       PERFORM 9000-ERROR-ROUTINE
               END-WRITE
           END-IF
           .

       8000-TERMINATE.
           MOVE WS-NAMES-SCREENED  TO WS-TOT-SCREENED
           MOVE WS-NAMES-UNCHANGED TO WS-TOT-UNCHANGED
           MOVE WS-CASES-OPENED    TO WS-TOT-OPENED
           MOVE WS-CASES-KNOWN     TO WS-TOT-KNOWN
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE

           PERFORM 8100-UPDATE-COMPLETION

           CLOSE SANCTIONS-LIST-FILE
                 PORTFOLIO-FILE
                 CONTACT-FILE
                 PAYEE-FILE
                 SCREENED-NAME-FILE
                 SANCTIONS-CASE-FILE
                 SCREENING-REPORT
                 BATCH-CONTROL-FILE

           DISPLAY 'SANSCR00 Processing Statistics:'
           DISPLAY '  List entries loaded:  ' WS-LST-COUNT
           DISPLAY '  Names on file:        ' WS-NAMES-SEEN
           DISPLAY '  Names screened:       ' WS-NAMES-SCREENED
           DISPLAY '  Names unchanged:      ' WS-NAMES-UNCHANGED
           DISPLAY '  Potential matches:    ' WS-NAMES-HIT
           DISPLAY '  Cases opened:         ' WS-CASES-OPENED
           DISPLAY '  Already cased:        ' WS-CASES-KNOWN
           DISPLAY '  Errors:               ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       8100-UPDATE-COMPLETION.
           MOVE 'SANSCR00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for SANSCR00' TO
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
           MOVE 'SANSCR00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
