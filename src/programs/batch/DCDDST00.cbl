      *================================================================*
      * Program Name: DCDDST00
      * Description: Decedent Estate Distribution to Beneficiary
      * Version: 1.0
      * Date: 2026
      *
      * Passes a stepped-up decedent estate to a beneficiary. The
      * estate desk's DCDDIN card names the decedent portfolio, the
      * receiving portfolio and the percentage of what remains in
      * the estate to pass. Before anything moves:
      *
      *  - the decedent entry on DCDREC must be stepped up (or part
      *    distributed already) -- an estate still waiting on its
      *    date-of-death values cannot distribute;
      *  - the receiving portfolio must exist, be open, and belong
      *    to the beneficiary or joint owner named on the decedent
      *    account: its client name must match one of them.
      *
      * The distribution itself is an account transfer: this job
      * writes the ACTXFRP parameter record and the job stream runs
      * ACTXFR00 as its next step, then POSCBL00. ACTXFR00 carries
      * lots whole, so the stepped-up basis and the date-of-death
      * open dates pass to the beneficiary unchanged. A rejected
      * card leaves ACTXFRP empty and ends the job with a non-zero
      * return code, so the transfer step does not run.
      *
      * ACTXFR00 moves one account per run, so one card is applied
      * per run; several beneficiaries are paid in successive runs,
      * each percentage taken of what the earlier runs left. A
      * distribution of 100 percent completes the estate.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCDDST00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTRIBUTION-CARD-FILE
               ASSIGN TO DCDDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DDI-STATUS.

           SELECT DECEDENT-FILE
               ASSIGN TO DCDREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DCD-KEY
               FILE STATUS IS WS-DCD-STATUS.

           SELECT PORTFOLIO-FILE
               ASSIGN TO PORTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PORT-ID
               FILE STATUS IS WS-PORT-STATUS.

           SELECT PARM-FILE
               ASSIGN TO ACTXFRP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT DISTRIBUTION-REPORT
               ASSIGN TO DCDDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISTRIBUTION-CARD-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  DISTRIBUTION-CARD-RECORD.
           05  DDI-PORTFOLIO-ID        PIC X(08).
           05  DDI-TARGET-ID           PIC X(08).
           05  DDI-PERCENT             PIC 9(03).
           05  DDI-ENTERED-BY          PIC X(08).
           05  FILLER                  PIC X(53).

       FD  DECEDENT-FILE.
       COPY DCDREC.

       FD  PORTFOLIO-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PORTFLIO.

      *----------------------------------------------------------------*
      * ACTXFR00's parameter record, laid out as that program reads
      * it.
      *----------------------------------------------------------------*
       FD  PARM-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PARM-RECORD.
           05  XFR-SOURCE-ID           PIC X(08).
           05  XFR-TARGET-ID           PIC X(08).
           05  XFR-PERCENT             PIC 9(03).
           05  FILLER                  PIC X(61).

       FD  DISTRIBUTION-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY ERRHAND.
           COPY AUDITLOG.

       01  WS-FILE-STATUS.
           05  WS-DDI-STATUS       PIC X(2).
           05  WS-DCD-STATUS       PIC X(2).
           05  WS-PORT-STATUS      PIC X(2).
           05  WS-PARM-STATUS      PIC X(2).
           05  WS-RPT-STATUS       PIC X(2).

       01  WS-CONSTANTS.
           05  WS-BATCH-USER-ID    PIC X(8) VALUE 'DCDDST00'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8    PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                 PIC X(8).
           05  WS-HEIR-NAME-1      PIC X(30).
           05  WS-HEIR-NAME-2      PIC X(30).
           05  WS-ACCOUNT-NO       PIC X(10).
           05  WS-ERROR-COUNT      PIC 9(5) COMP VALUE 0.

       01  WS-IMAGE-AREAS.
           05  WS-BEFORE-IMAGE     PIC X(400).
           05  WS-AFTER-IMAGE      PIC X(400).

       01  WS-REPORT-LINES.
           05  WS-HDR-LINE.
               10  FILLER          PIC X(40) VALUE
                   'DECEDENT ESTATE DISTRIBUTION   DATE '.
               10  WS-HDR-DATE     PIC X(8).
               10  FILLER          PIC X(84) VALUE SPACES.
           05  WS-DIST-LINE.
               10  WS-DST-L-VERB       PIC X(11).
               10  WS-DST-L-PORTFOLIO  PIC X(8).
               10  FILLER              PIC X(4)  VALUE ' TO '.
               10  WS-DST-L-TARGET     PIC X(8).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-DST-L-PERCENT    PIC ZZ9.
               10  FILLER              PIC X(4)  VALUE ' PC '.
               10  WS-DST-L-TEXT       PIC X(60).
               10  FILLER              PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           IF ERR-TEXT = SPACES
               PERFORM 2000-VALIDATE-DISTRIBUTION
           END-IF

           IF ERR-TEXT = SPACES
               PERFORM 3000-RELEASE-DISTRIBUTION
           END-IF

           IF ERR-TEXT NOT = SPACES
               MOVE 'REJECTED:  ' TO WS-DST-L-VERB
               MOVE ERR-TEXT      TO WS-DST-L-TEXT
               PERFORM 4000-WRITE-DIST-LINE
           END-IF

           PERFORM 5000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD

      *    The parameter file is emptied first, so a rejected card
      *    can never leave an earlier transfer behind for ACTXFR00.
           OPEN OUTPUT PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
               MOVE 'Error opening transfer parameter file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT DISTRIBUTION-REPORT
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'Error opening distribution report' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           MOVE WS-CURRENT-DATE-X TO WS-HDR-DATE
           WRITE REPORT-RECORD FROM WS-HDR-LINE

           OPEN INPUT DISTRIBUTION-CARD-FILE
           IF WS-DDI-STATUS NOT = '00'
               MOVE 'Distribution card file is required' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF
           READ DISTRIBUTION-CARD-FILE
           IF WS-DDI-STATUS NOT = '00'
               MOVE 'Distribution card missing' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           CLOSE DISTRIBUTION-CARD-FILE

           OPEN I-O DECEDENT-FILE
           IF WS-DCD-STATUS NOT = '00'
               MOVE 'Error opening decedent file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT PORTFOLIO-FILE
           IF WS-PORT-STATUS NOT = '00'
               MOVE 'Error opening portfolio file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           .

      *----------------------------------------------------------------*
      * The estate must be ready to distribute and the receiving
      * account must belong to a named heir.
      *----------------------------------------------------------------*
       2000-VALIDATE-DISTRIBUTION.
           IF DDI-PERCENT IS NOT NUMERIC
           OR DDI-PERCENT = ZERO
           OR DDI-PERCENT > 100
               MOVE 'Distribution percent must be 1-100' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           IF DDI-PORTFOLIO-ID = DDI-TARGET-ID
               MOVE 'Decedent and receiving portfolio must differ'
                 TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           MOVE DDI-PORTFOLIO-ID TO DCD-PORTFOLIO-ID
           READ DECEDENT-FILE
               INVALID KEY
                   MOVE 'No decedent entry for portfolio' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-READ

           IF DCD-STAGE-RECORDED
               MOVE 'Estate not yet stepped up - cannot distribute'
                 TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           IF NOT DCD-STAGE-DISTRIBUTABLE
               MOVE 'Estate already fully distributed' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           MOVE DDI-PORTFOLIO-ID TO PORT-ID
           READ PORTFOLIO-FILE
               INVALID KEY
                   MOVE 'Decedent portfolio not found' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-READ
           MOVE PORT-JOINT-OWNER-NAME TO WS-HEIR-NAME-1
           MOVE PORT-BENEFICIARY-NAME TO WS-HEIR-NAME-2
           MOVE PORT-ACCOUNT-NO       TO WS-ACCOUNT-NO

           IF WS-HEIR-NAME-1 = SPACES
           AND WS-HEIR-NAME-2 = SPACES
               MOVE 'No joint owner or beneficiary on the account'
                 TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           MOVE DDI-TARGET-ID TO PORT-ID
           READ PORTFOLIO-FILE
               INVALID KEY
                   MOVE 'Receiving portfolio not found' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-READ

           IF PORT-CLOSED
           OR PORT-CLOSING
           OR PORT-DECEASED
               MOVE 'Receiving portfolio is not open' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           IF PORT-CLIENT-NAME = SPACES
           OR (PORT-CLIENT-NAME NOT = WS-HEIR-NAME-1
               AND PORT-CLIENT-NAME NOT = WS-HEIR-NAME-2)
               MOVE 'Receiving portfolio not held by a named heir'
                 TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF
           .

      *----------------------------------------------------------------*
      * The transfer is handed to ACTXFR00 and the estate's progress
      * recorded on the decedent entry.
      *----------------------------------------------------------------*
       3000-RELEASE-DISTRIBUTION.
           MOVE SPACES           TO PARM-RECORD
           MOVE DDI-PORTFOLIO-ID TO XFR-SOURCE-ID
           MOVE DDI-TARGET-ID    TO XFR-TARGET-ID
           MOVE DDI-PERCENT      TO XFR-PERCENT
           WRITE PARM-RECORD
           IF WS-PARM-STATUS NOT = '00'
               MOVE 'Error writing transfer parameter' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           MOVE DECEDENT-RECORD  TO WS-BEFORE-IMAGE
           ADD 1                 TO DCD-DIST-COUNT
           MOVE WS-CURRENT-DATE-X TO DCD-LAST-DIST-DATE
           MOVE DDI-TARGET-ID    TO DCD-LAST-TARGET-ID
           IF DDI-PERCENT = 100
               SET DCD-STAGE-DISTRIBUTED TO TRUE
           ELSE
               SET DCD-STAGE-DISTRIBUTING TO TRUE
           END-IF
           MOVE WS-CURRENT-DATE-X TO DCD-STAGE-DATE
           MOVE FUNCTION CURRENT-DATE TO DCD-LAST-MAINT-DATE
           MOVE WS-BATCH-USER-ID TO DCD-LAST-MAINT-USER
           REWRITE DECEDENT-RECORD
               INVALID KEY
                   MOVE 'Error updating decedent entry' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE DECEDENT-RECORD  TO WS-AFTER-IMAGE

           INITIALIZE AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE 'BATCH'               TO AUD-SYSTEM-ID
           MOVE WS-BATCH-USER-ID      TO AUD-USER-ID
           MOVE 'DCDDST00'            TO AUD-PROGRAM
           MOVE 'DCD '                TO AUD-TYPE
           MOVE 'UPDATE  '            TO AUD-ACTION
           MOVE 'SUCC'                TO AUD-STATUS
           MOVE DDI-PORTFOLIO-ID      TO AUD-PORTFOLIO-ID
           MOVE WS-ACCOUNT-NO         TO AUD-ACCOUNT-NO
           MOVE WS-BEFORE-IMAGE       TO AUD-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE        TO AUD-AFTER-IMAGE
           MOVE 'Estate distribution released to beneficiary account'
             TO AUD-MESSAGE
           CALL 'AUDPROC' USING AUDIT-RECORD
           IF RETURN-CODE NOT = ZERO
               MOVE 'Error writing audit record' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           MOVE 'RELEASED:  ' TO WS-DST-L-VERB
           IF DCD-STAGE-DISTRIBUTED
               MOVE 'ESTATE DISTRIBUTION COMPLETE' TO WS-DST-L-TEXT
           ELSE
               MOVE 'PART DISTRIBUTION - ESTATE REMAINS OPEN'
                 TO WS-DST-L-TEXT
           END-IF
           PERFORM 4000-WRITE-DIST-LINE
           .

       4000-WRITE-DIST-LINE.
           MOVE DDI-PORTFOLIO-ID TO WS-DST-L-PORTFOLIO
           MOVE DDI-TARGET-ID    TO WS-DST-L-TARGET
           IF DDI-PERCENT IS NUMERIC
               MOVE DDI-PERCENT  TO WS-DST-L-PERCENT
           ELSE
               MOVE ZERO         TO WS-DST-L-PERCENT
           END-IF
           WRITE REPORT-RECORD FROM WS-DIST-LINE
           .

       5000-TERMINATE.
           CLOSE DECEDENT-FILE
                 PORTFOLIO-FILE
                 PARM-FILE
                 DISTRIBUTION-REPORT

           DISPLAY 'DCDDST00 Processing Statistics:'
           DISPLAY '  Decedent portfolio:   ' DDI-PORTFOLIO-ID
           DISPLAY '  Receiving portfolio:  ' DDI-TARGET-ID
           DISPLAY '  Errors:               ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       9000-ERROR-ROUTINE.
           ADD 1 TO WS-ERROR-COUNT
           MOVE ERR-CAT-PROC TO ERR-CATEGORY
           MOVE 'DCDDST00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
