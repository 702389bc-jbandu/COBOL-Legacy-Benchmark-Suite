      *================================================================*
      * Program Name: KYCMNT00
      * Description: KYC Periodic Review Recording
      * Version: 1.0
      * Date: 2026
      *
      * Works the client onboarding desk's KYCIN cards. Each R card
      * records a know-your-customer review held with the client:
      * who held it and when (today when no date is keyed), the
      * client's risk tier coming out of it, and the investment
      * objective the client confirmed.
      *
      *  - the review is written to the portfolio's KYCPRF profile,
      *    created by the first review recorded. The next review
      *    falls due a set number of years on from this one by risk
      *    tier -- KYCPARM's intervals, or one year for a high-risk
      *    client, two for medium and three for low when none are
      *    given;
      *  - the confirmed objective is carried to PORT-OBJECTIVE on
      *    the portfolio master, where TRNVAL00's suitability check
      *    reads it.
      *
      * A review recorded here lifts TRNVAL00's block on purchases
      * and deposits for an overdue account from the next validation
      * run; blocked transactions held on suspense are re-validated
      * and released then. Every change to KYCPRF and the portfolio
      * master is written to AUDITLOG through AUDPROC under the
      * reviewer on the card.
      *
      * Maintenance Log:
      * 2026-10-15 - An I card records the client identifier the
      *              regulator's transaction reports require, checked
      *              against the KYC documents: the LEI of a corporate
      *              or trust client, the national client identifier
      *              of an individual. It goes onto the portfolio's
      *              existing KYC profile, audited like a review.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYCMNT00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVIEW-CARD-FILE
               ASSIGN TO KYCIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KRI-STATUS.

           SELECT PARM-FILE
               ASSIGN TO KYCPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PORTFOLIO-FILE
               ASSIGN TO PORTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PORT-ID
               FILE STATUS IS WS-PORT-STATUS.

           SELECT KYC-PROFILE-FILE
               ASSIGN TO KYCPRF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KYC-KEY
               FILE STATUS IS WS-KYC-STATUS.

           SELECT KYC-REPORT
               ASSIGN TO KYCMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REVIEW-CARD-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
      *----------------------------------------------------------------*
      * One card per review held. The user entering the card is the
      * reviewer of record.
      *----------------------------------------------------------------*
       01  REVIEW-CARD-RECORD.
           05  KRI-ACTION              PIC X(01).
               88  KRI-RECORD-REVIEW       VALUE 'R'.
               88  KRI-RECORD-CLIENT-ID    VALUE 'I'.
           05  KRI-PORTFOLIO-ID        PIC X(08).
           05  KRI-ENTERED-BY          PIC X(08).
           05  KRI-RISK-TIER           PIC X(01).
               88  KRI-TIER-HIGH           VALUE 'H'.
               88  KRI-TIER-MEDIUM         VALUE 'M'.
               88  KRI-TIER-LOW            VALUE 'L'.
           05  KRI-OBJECTIVE           PIC X(02).
               88  KRI-OBJECTIVE-VALID     VALUE 'CN' 'BA' 'GR' 'SP'.
           05  KRI-REVIEW-DATE         PIC X(08).
           05  KRI-REG-CLIENT-ID       PIC X(20).
           05  FILLER                  PIC X(32).

       FD  PARM-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY KYCPARM.

       FD  PORTFOLIO-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PORTFLIO.

       FD  KYC-PROFILE-FILE.
       COPY KYCPRF.

       FD  KYC-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY ERRHAND.
           COPY AUDITLOG.

       01  WS-FILE-STATUS.
           05  WS-KRI-STATUS       PIC X(2).
           05  WS-PARM-STATUS      PIC X(2).
           05  WS-PORT-STATUS      PIC X(2).
           05  WS-KYC-STATUS       PIC X(2).
           05  WS-RPT-STATUS       PIC X(2).

       01  WS-CONSTANTS.
           05  WS-BATCH-USER-ID    PIC X(8) VALUE 'KYCMNT00'.

       01  WS-THRESHOLDS.
      *    Years a review stands, by risk tier; the KYCPARM record
      *    overrides each when present.
           05  WS-HIGH-YEARS       PIC 9(1) VALUE 1.
           05  WS-MEDIUM-YEARS     PIC 9(1) VALUE 2.
           05  WS-LOW-YEARS        PIC 9(1) VALUE 3.

       01  WS-SWITCHES.
           05  WS-KRI-EOF-SW       PIC X(1) VALUE 'N'.
               88  WS-KRI-EOF          VALUE 'Y'.
           05  WS-KYC-FOUND-SW     PIC X(1) VALUE 'N'.
               88  WS-KYC-FOUND        VALUE 'Y'.
               88  WS-KYC-NOT-FOUND    VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8    PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                 PIC X(8).
           05  WS-REVIEW-DATE-X    PIC X(8).
           05  WS-DUE-DATE8        PIC 9(8).
           05  WS-DUE-DATE-X REDEFINES WS-DUE-DATE8
                                 PIC X(8).
           05  WS-DUE-DATE-PARTS REDEFINES WS-DUE-DATE8.
               10  WS-DUE-YYYY     PIC 9(4).
               10  WS-DUE-MM       PIC 9(2).
               10  WS-DUE-DD       PIC 9(2).
           05  WS-INTERVAL-YEARS   PIC 9(1).
           05  WS-OLD-OBJECTIVE    PIC X(2).
           05  WS-REJECT-REASON    PIC X(40).
           05  WS-ACTION-TEXT      PIC X(40).
           05  WS-AUD-TYPE         PIC X(4).
           05  WS-AUD-ACTION       PIC X(8).
           05  WS-AUD-TEXT         PIC X(100).
           05  WS-ID-SPACES        PIC 9(2) COMP.

       01  WS-COUNTERS.
           05  WS-CARDS-READ       PIC 9(5) COMP VALUE 0.
           05  WS-REVIEWS-RECORDED PIC 9(5) COMP VALUE 0.
           05  WS-OBJECTIVES-CHANGED PIC 9(5) COMP VALUE 0.
           05  WS-CLIENT-IDS-RECORDED PIC 9(5) COMP VALUE 0.
           05  WS-CARDS-REJECTED   PIC 9(5) COMP VALUE 0.
           05  WS-ERROR-COUNT      PIC 9(5) COMP VALUE 0.

       01  WS-IMAGE-AREAS.
           05  WS-BEFORE-IMAGE     PIC X(400).
           05  WS-AFTER-IMAGE      PIC X(400).

       01  WS-REPORT-LINES.
           05  WS-HDR-LINE.
               10  FILLER          PIC X(40) VALUE
                   'KYC REVIEWS RECORDED  DATE '.
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
               UNTIL WS-KRI-EOF

           PERFORM 5000-TERMINATE

           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD

           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
               IF WS-PARM-STATUS = '00'
                   IF KPM-HIGH-YEARS IS NUMERIC
                      AND KPM-HIGH-YEARS NOT = 0
                       MOVE KPM-HIGH-YEARS TO WS-HIGH-YEARS
                   END-IF
                   IF KPM-MEDIUM-YEARS IS NUMERIC
                      AND KPM-MEDIUM-YEARS NOT = 0
                       MOVE KPM-MEDIUM-YEARS TO WS-MEDIUM-YEARS
                   END-IF
                   IF KPM-LOW-YEARS IS NUMERIC
                      AND KPM-LOW-YEARS NOT = 0
                       MOVE KPM-LOW-YEARS TO WS-LOW-YEARS
                   END-IF
               END-IF
               CLOSE PARM-FILE
           END-IF

           OPEN INPUT REVIEW-CARD-FILE
           IF WS-KRI-STATUS NOT = '00'
               SET WS-KRI-EOF TO TRUE
           END-IF

           OPEN I-O PORTFOLIO-FILE
           IF WS-PORT-STATUS NOT = '00'
               MOVE 'Error opening portfolio file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

      *    The profile file is created by the first review recorded.
           OPEN I-O KYC-PROFILE-FILE
           IF WS-KYC-STATUS NOT = '00' AND '05'
               MOVE 'Error opening KYC profile file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT KYC-REPORT
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'Error opening KYC review report' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           MOVE WS-CURRENT-DATE-X TO WS-HDR-DATE
           WRITE REPORT-RECORD FROM WS-HDR-LINE
           .

       2000-APPLY-CARD.
           READ REVIEW-CARD-FILE
               AT END
                   SET WS-KRI-EOF TO TRUE
                   CLOSE REVIEW-CARD-FILE
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-CARDS-READ
           MOVE SPACES TO WS-REJECT-REASON

           IF KRI-PORTFOLIO-ID = SPACES
               MOVE 'PORTFOLIO REQUIRED' TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

      *    The reviewer of record is the user on the card, so an
      *    unnamed card is refused outright.
           IF KRI-ENTERED-BY = SPACES
               MOVE 'REVIEWER REQUIRED' TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN KRI-RECORD-REVIEW
                   PERFORM 2100-RECORD-REVIEW
               WHEN KRI-RECORD-CLIENT-ID
                   PERFORM 2300-RECORD-CLIENT-ID
               WHEN OTHER
                   MOVE 'UNKNOWN KYC ACTION' TO WS-REJECT-REASON
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
           MOVE KRI-PORTFOLIO-ID  TO WS-ACT-L-PORTFOLIO
           MOVE KRI-ENTERED-BY    TO WS-ACT-L-USER
           MOVE WS-ACTION-TEXT    TO WS-ACT-L-TEXT
           WRITE REPORT-RECORD FROM WS-ACT-LINE
           .

      *----------------------------------------------------------------*
      * A review held. The card is edited in full before anything is
      * written, so a rejected card leaves both the profile and the
      * portfolio master as they were.
      *----------------------------------------------------------------*
       2100-RECORD-REVIEW.
           MOVE KRI-PORTFOLIO-ID TO PORT-ID
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

           EVALUATE TRUE
               WHEN KRI-TIER-HIGH
                   MOVE WS-HIGH-YEARS   TO WS-INTERVAL-YEARS
               WHEN KRI-TIER-MEDIUM
                   MOVE WS-MEDIUM-YEARS TO WS-INTERVAL-YEARS
               WHEN KRI-TIER-LOW
                   MOVE WS-LOW-YEARS    TO WS-INTERVAL-YEARS
               WHEN OTHER
                   MOVE 'RISK TIER MUST BE H, M OR L'
                     TO WS-REJECT-REASON
                   PERFORM 2090-REJECT-CARD
                   EXIT PARAGRAPH
           END-EVALUATE

           IF NOT KRI-OBJECTIVE-VALID
               MOVE 'OBJECTIVE MUST BE CN, BA, GR OR SP'
                 TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

           IF KRI-REVIEW-DATE = SPACES
               MOVE WS-CURRENT-DATE-X TO WS-REVIEW-DATE-X
           ELSE
               MOVE KRI-REVIEW-DATE   TO WS-REVIEW-DATE-X
           END-IF

           IF WS-REVIEW-DATE-X IS NOT NUMERIC
           OR WS-REVIEW-DATE-X > WS-CURRENT-DATE-X
               MOVE 'REVIEW DATE INVALID OR IN THE FUTURE'
                 TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

           MOVE KRI-PORTFOLIO-ID TO KYC-PORTFOLIO-ID
           READ KYC-PROFILE-FILE
               INVALID KEY
                   SET WS-KYC-NOT-FOUND TO TRUE
                   MOVE SPACES TO WS-BEFORE-IMAGE
               NOT INVALID KEY
                   SET WS-KYC-FOUND TO TRUE
                   MOVE KYC-PROFILE-RECORD TO WS-BEFORE-IMAGE
           END-READ

      *    A review keyed late must not wind the cycle back behind
      *    one already on file.
           IF WS-KYC-FOUND
              AND WS-REVIEW-DATE-X < KYC-LAST-REVIEW-DATE
               MOVE 'EARLIER THAN REVIEW ON FILE'
                 TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

           PERFORM 2150-DERIVE-NEXT-DUE

           IF WS-KYC-NOT-FOUND
               INITIALIZE KYC-PROFILE-RECORD
               MOVE KRI-PORTFOLIO-ID TO KYC-PORTFOLIO-ID
           END-IF
           MOVE KRI-RISK-TIER     TO KYC-RISK-TIER
           MOVE WS-REVIEW-DATE-X  TO KYC-LAST-REVIEW-DATE
           MOVE WS-DUE-DATE-X     TO KYC-NEXT-DUE-DATE
           MOVE KRI-ENTERED-BY    TO KYC-REVIEWER
           MOVE KRI-OBJECTIVE     TO KYC-OBJECTIVE
           ADD 1                  TO KYC-REVIEW-COUNT
           MOVE FUNCTION CURRENT-DATE TO KYC-LAST-MAINT-DATE
           MOVE WS-BATCH-USER-ID  TO KYC-LAST-MAINT-USER

           IF WS-KYC-FOUND
               REWRITE KYC-PROFILE-RECORD
                   INVALID KEY
                       MOVE 'Error updating KYC profile' TO ERR-TEXT
                       PERFORM 9000-ERROR-ROUTINE
                       EXIT PARAGRAPH
               END-REWRITE
               MOVE 'UPDATE  ' TO WS-AUD-ACTION
               MOVE 'KYC periodic review recorded' TO WS-AUD-TEXT
           ELSE
               WRITE KYC-PROFILE-RECORD
                   INVALID KEY
                       MOVE 'Error writing KYC profile' TO ERR-TEXT
                       PERFORM 9000-ERROR-ROUTINE
                       EXIT PARAGRAPH
               END-WRITE
               MOVE 'CREATE  ' TO WS-AUD-ACTION
               MOVE 'KYC review recorded - account enters cycle'
                 TO WS-AUD-TEXT
           END-IF

           MOVE KYC-PROFILE-RECORD TO WS-AFTER-IMAGE
           MOVE 'KYC '            TO WS-AUD-TYPE
           PERFORM 4000-WRITE-AUDIT

           PERFORM 2200-UPDATE-OBJECTIVE

           ADD 1 TO WS-REVIEWS-RECORDED
           MOVE 'REVIEWED:  '     TO WS-ACT-L-VERB
           MOVE 'TIER   OBJ    NEXT DUE' TO WS-ACTION-TEXT
           MOVE KYC-RISK-TIER     TO WS-ACTION-TEXT(6:1)
           MOVE KYC-OBJECTIVE     TO WS-ACTION-TEXT(12:2)
           MOVE KYC-NEXT-DUE-DATE TO WS-ACTION-TEXT(24:8)
           PERFORM 2095-WRITE-ACTION-LINE
           .

      *----------------------------------------------------------------*
      * The next review falls due on the anniversary of this one,
      * the tier's interval of years on. A 29 February review falls
      * due on the 28th in a year that has none.
      *----------------------------------------------------------------*
       2150-DERIVE-NEXT-DUE.
           MOVE WS-REVIEW-DATE-X  TO WS-DUE-DATE-X
           ADD WS-INTERVAL-YEARS  TO WS-DUE-YYYY
           IF WS-DUE-MM = 2 AND WS-DUE-DD = 29
              AND (FUNCTION MOD(WS-DUE-YYYY, 4) NOT = 0
                   OR (FUNCTION MOD(WS-DUE-YYYY, 100) = 0
                       AND FUNCTION MOD(WS-DUE-YYYY, 400) NOT = 0))
               MOVE 28 TO WS-DUE-DD
           END-IF
           .

      *----------------------------------------------------------------*
      * The objective the client confirmed goes onto the portfolio
      * master for the suitability check. An unchanged objective
      * leaves the master alone.
      *----------------------------------------------------------------*
       2200-UPDATE-OBJECTIVE.
           IF PORT-OBJECTIVE = KRI-OBJECTIVE
               EXIT PARAGRAPH
           END-IF

           MOVE PORT-OBJECTIVE    TO WS-OLD-OBJECTIVE
           MOVE PORT-RECORD       TO WS-BEFORE-IMAGE
           MOVE KRI-OBJECTIVE     TO PORT-OBJECTIVE
           MOVE WS-CURRENT-DATE8  TO PORT-LAST-MAINT
           MOVE WS-BATCH-USER-ID  TO PORT-LAST-USER
           REWRITE PORT-RECORD
               INVALID KEY
                   MOVE 'Error updating portfolio objective'
                     TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-REWRITE

           MOVE PORT-RECORD       TO WS-AFTER-IMAGE
           MOVE 'PORT'            TO WS-AUD-TYPE
           MOVE 'UPDATE  '        TO WS-AUD-ACTION
           MOVE SPACES            TO WS-AUD-TEXT
           STRING 'Objective changed at KYC review from '
                                       DELIMITED BY SIZE
                  WS-OLD-OBJECTIVE     DELIMITED BY SIZE
                  ' to '               DELIMITED BY SIZE
                  PORT-OBJECTIVE       DELIMITED BY SIZE
             INTO WS-AUD-TEXT
           PERFORM 4000-WRITE-AUDIT

           ADD 1 TO WS-OBJECTIVES-CHANGED
           .

      *----------------------------------------------------------------*
      * The regulator's identifier for the client. An LEI is twenty
      * characters with no blanks; a national client identifier
      * varies by country and need only be present. It belongs with
      * the KYC documents it was checked against, so the account
      * must already have had a review recorded.
      *----------------------------------------------------------------*
       2300-RECORD-CLIENT-ID.
           MOVE KRI-PORTFOLIO-ID TO PORT-ID
           READ PORTFOLIO-FILE
               INVALID KEY
                   MOVE 'PORTFOLIO NOT ON FILE' TO WS-REJECT-REASON
                   PERFORM 2090-REJECT-CARD
                   EXIT PARAGRAPH
           END-READ

           IF KRI-REG-CLIENT-ID = SPACES
               MOVE 'CLIENT IDENTIFIER REQUIRED' TO WS-REJECT-REASON
               PERFORM 2090-REJECT-CARD
               EXIT PARAGRAPH
           END-IF

           IF PORT-CORPORATE OR PORT-TRUST
               MOVE ZERO TO WS-ID-SPACES
               INSPECT KRI-REG-CLIENT-ID TALLYING WS-ID-SPACES
                   FOR ALL SPACES
               IF WS-ID-SPACES NOT = ZERO
                   MOVE 'LEI MUST BE 20 CHARACTERS'
                     TO WS-REJECT-REASON
                   PERFORM 2090-REJECT-CARD
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE KRI-PORTFOLIO-ID TO KYC-PORTFOLIO-ID
           READ KYC-PROFILE-FILE
               INVALID KEY
                   MOVE 'NO KYC PROFILE - RECORD A REVIEW FIRST'
                     TO WS-REJECT-REASON
                   PERFORM 2090-REJECT-CARD
                   EXIT PARAGRAPH
           END-READ

           MOVE KYC-PROFILE-RECORD TO WS-BEFORE-IMAGE
           MOVE KRI-REG-CLIENT-ID TO KYC-REG-CLIENT-ID
           MOVE FUNCTION CURRENT-DATE TO KYC-LAST-MAINT-DATE
           MOVE WS-BATCH-USER-ID  TO KYC-LAST-MAINT-USER

           REWRITE KYC-PROFILE-RECORD
               INVALID KEY
                   MOVE 'Error updating KYC profile' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-REWRITE

           MOVE KYC-PROFILE-RECORD TO WS-AFTER-IMAGE
           MOVE 'KYC '            TO WS-AUD-TYPE
           MOVE 'UPDATE  '        TO WS-AUD-ACTION
           MOVE 'Regulatory client identifier recorded'
             TO WS-AUD-TEXT
           PERFORM 4000-WRITE-AUDIT

           ADD 1 TO WS-CLIENT-IDS-RECORDED
           MOVE 'CLIENT ID: '     TO WS-ACT-L-VERB
           MOVE KYC-REG-CLIENT-ID TO WS-ACTION-TEXT
           PERFORM 2095-WRITE-ACTION-LINE
           .

      *----------------------------------------------------------------*
      * Before and after images through AUDPROC, the chained trail,
      * under the reviewer named on the card. The caller sets the
      * type, action and message.
      *----------------------------------------------------------------*
       4000-WRITE-AUDIT.
           INITIALIZE AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE 'BATCH'               TO AUD-SYSTEM-ID
           MOVE KRI-ENTERED-BY        TO AUD-USER-ID
           MOVE 'KYCMNT00'            TO AUD-PROGRAM
           MOVE WS-AUD-TYPE           TO AUD-TYPE
           MOVE WS-AUD-ACTION         TO AUD-ACTION
           MOVE 'SUCC'                TO AUD-STATUS
           MOVE KRI-PORTFOLIO-ID      TO AUD-PORTFOLIO-ID
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
                 KYC-PROFILE-FILE
                 KYC-REPORT

           DISPLAY 'KYCMNT00 Processing Statistics:'
           DISPLAY '  Cards read:           ' WS-CARDS-READ
           DISPLAY '  Reviews recorded:     ' WS-REVIEWS-RECORDED
           DISPLAY '  Objectives changed:   ' WS-OBJECTIVES-CHANGED
           DISPLAY '  Client IDs recorded:  ' WS-CLIENT-IDS-RECORDED
           DISPLAY '  Cards rejected:       ' WS-CARDS-REJECTED
           DISPLAY '  Errors:               ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       9000-ERROR-ROUTINE.
           ADD 1 TO WS-ERROR-COUNT
           MOVE ERR-CAT-PROC TO ERR-CATEGORY
           MOVE 'KYCMNT00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
