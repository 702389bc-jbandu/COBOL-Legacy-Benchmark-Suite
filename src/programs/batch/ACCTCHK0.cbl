      *  3. any PENDING-SETUP account whose three items are all in
      *     promotes to ACTIVE, the checklist marks complete, and
      *     the promotion is written to AUDITLOG.
      *
      * Maintenance Log:
      * 2026-10-15 - An account is no longer promoted while SANSCR00
      *              has not yet screened its client, joint owner and
      *              beneficiary names as they stand, or while it has
      *              a sanctions case pending review or confirmed as
      *              a match. It stays pending setup and promotes on
      *              the first run after it screens clear or its
      *              cases are cleared.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTCHK0.
               RECORD KEY IS PORT-ID
               FILE STATUS IS WS-PORT-STATUS.

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

           SELECT BATCH-CONTROL-FILE
               ASSIGN TO BCHCTL
               ORGANIZATION IS INDEXED
           BLOCK CONTAINS 0 RECORDS.
       COPY PORTFLIO.

       FD  SCREENED-NAME-FILE.
       COPY SANREG.

       FD  SANCTIONS-CASE-FILE.
       COPY SANCASE.

       FD  BATCH-CONTROL-FILE.
           COPY BCHCTL.

           05  WS-CHK-STATUS           PIC X(2).
           05  WS-TRAN-STATUS          PIC X(2).
           05  WS-PORT-STATUS          PIC X(2).
           05  WS-SNR-STATUS           PIC X(2).
           05  WS-SNC-STATUS           PIC X(2).
           05  WS-BCT-STATUS           PIC X(2).

       01  WS-CONSTANTS.
               88  WS-TRAN-EOF              VALUE 'Y'.
           05  WS-CHK-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-CHK-EOF               VALUE 'Y'.
           05  WS-SNR-AVAIL-SW         PIC X(1) VALUE 'N'.
               88  WS-SNR-AVAILABLE         VALUE 'Y'.
               88  WS-SNR-UNAVAILABLE       VALUE 'N'.
           05  WS-SNC-AVAIL-SW         PIC X(1) VALUE 'N'.
               88  WS-SNC-AVAILABLE         VALUE 'Y'.
               88  WS-SNC-UNAVAILABLE       VALUE 'N'.
           05  WS-SNC-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-SNC-EOF               VALUE 'Y'.
               88  WS-SNC-MORE              VALUE 'N'.
           05  WS-SANCTIONS-SW         PIC X(1) VALUE 'N'.
               88  WS-SANCTIONS-HOLD        VALUE 'Y'.
               88  WS-SANCTIONS-CLEAR       VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                     PIC X(8).
           05  WS-CURRENT-TIME8        PIC 9(8).
           05  WS-SNR-ROLE-WORK        PIC X(1).
           05  WS-SNR-NAME-WORK        PIC X(30).

       01  WS-COUNTERS.
           05  WS-CARDS-APPLIED        PIC 9(5) COMP VALUE 0.
           05  WS-FUNDINGS-MARKED      PIC 9(5) COMP VALUE 0.
           05  WS-ACCOUNTS-PROMOTED    PIC 9(5) COMP VALUE 0.
           05  WS-SANCTIONS-HELD       PIC 9(5) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       PROCEDURE DIVISION.
               PERFORM 9000-ERROR-ROUTINE
           END-IF

      *    Until SANSCR00 has built the register and case file no
      *    account has screened, so none promotes.
           OPEN INPUT SCREENED-NAME-FILE
           IF WS-SNR-STATUS = '00'
               SET WS-SNR-AVAILABLE TO TRUE
           ELSE
               SET WS-SNR-UNAVAILABLE TO TRUE
           END-IF

           OPEN INPUT SANCTIONS-CASE-FILE
           IF WS-SNC-STATUS = '00'
               SET WS-SNC-AVAILABLE TO TRUE
           ELSE
               SET WS-SNC-UNAVAILABLE TO TRUE
           END-IF

           OPEN I-O BATCH-CONTROL-FILE
           IF WS-BCT-STATUS NOT = '00'
               MOVE 'Error opening control file' TO ERR-TEXT
               EXIT PARAGRAPH
           END-IF

           PERFORM 4050-CHECK-SANCTIONS
           IF WS-SANCTIONS-HOLD
               ADD 1 TO WS-SANCTIONS-HELD
               EXIT PARAGRAPH
           END-IF

           SET PORT-ACTIVE TO TRUE
           MOVE WS-CURRENT-DATE8 TO PORT-LAST-MAINT
           MOVE 'ACCTCHK0'       TO PORT-LAST-USER
           PERFORM 4100-AUDIT-PROMOTION
           .

      *----------------------------------------------------------------*
      * Sanctions gate: each name on the portfolio record must be on
      * the SANREG register as it stands now, and no SANCASE case on
      * the portfolio may be pending or confirmed.
      *----------------------------------------------------------------*
       4050-CHECK-SANCTIONS.
           SET WS-SANCTIONS-CLEAR TO TRUE

           IF WS-SNR-UNAVAILABLE
               SET WS-SANCTIONS-HOLD TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE 'C'              TO WS-SNR-ROLE-WORK
           MOVE PORT-CLIENT-NAME TO WS-SNR-NAME-WORK
           PERFORM 4060-CHECK-NAME-SCREENED
           MOVE 'J'              TO WS-SNR-ROLE-WORK
           MOVE PORT-JOINT-OWNER-NAME TO WS-SNR-NAME-WORK
           PERFORM 4060-CHECK-NAME-SCREENED
           MOVE 'B'              TO WS-SNR-ROLE-WORK
           MOVE PORT-BENEFICIARY-NAME TO WS-SNR-NAME-WORK
           PERFORM 4060-CHECK-NAME-SCREENED

           IF WS-SANCTIONS-HOLD OR WS-SNC-UNAVAILABLE
               EXIT PARAGRAPH
           END-IF

           SET WS-SNC-MORE TO TRUE
           MOVE CHK-PORTFOLIO-ID TO SNC-PORTFOLIO-ID
           MOVE LOW-VALUES       TO SNC-CASE-DATE
           MOVE ZERO             TO SNC-CASE-SEQ
           START SANCTIONS-CASE-FILE KEY NOT LESS THAN SNC-KEY
               INVALID KEY
                   SET WS-SNC-EOF TO TRUE
           END-START

           PERFORM 4070-CHECK-OPEN-CASE
               UNTIL WS-SNC-EOF OR WS-SANCTIONS-HOLD
           .

       4060-CHECK-NAME-SCREENED.
           IF WS-SNR-NAME-WORK = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE CHK-PORTFOLIO-ID TO SNR-PORTFOLIO-ID
           MOVE WS-SNR-ROLE-WORK TO SNR-ROLE
           MOVE SPACES           TO SNR-ROLE-SEQ
           READ SCREENED-NAME-FILE
               INVALID KEY
                   SET WS-SANCTIONS-HOLD TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF SNR-NAME NOT = WS-SNR-NAME-WORK
               SET WS-SANCTIONS-HOLD TO TRUE
           END-IF
           .

       4070-CHECK-OPEN-CASE.
           READ SANCTIONS-CASE-FILE NEXT RECORD
               AT END
                   SET WS-SNC-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF SNC-PORTFOLIO-ID NOT = CHK-PORTFOLIO-ID
               SET WS-SNC-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF SNC-STATUS-OPEN
               SET WS-SANCTIONS-HOLD TO TRUE
           END-IF
           .

       4100-AUDIT-PROMOTION.
           INITIALIZE AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           IF WS-IN-STATUS = '00' OR '10'
               CLOSE CHECKLIST-CARD-FILE
           END-IF
           IF WS-SNR-AVAILABLE
               CLOSE SCREENED-NAME-FILE
           END-IF
           IF WS-SNC-AVAILABLE
               CLOSE SANCTIONS-CASE-FILE
           END-IF

           DISPLAY 'ACCTCHK0 Processing Statistics:'
           DISPLAY '  Checklist cards applied: ' WS-CARDS-APPLIED
           DISPLAY '  Fundings marked:         ' WS-FUNDINGS-MARKED
           DISPLAY '  Accounts promoted:       ' WS-ACCOUNTS-PROMOTED
           DISPLAY '  Held for sanctions:      ' WS-SANCTIONS-HELD
           DISPLAY '  Errors:                  ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
