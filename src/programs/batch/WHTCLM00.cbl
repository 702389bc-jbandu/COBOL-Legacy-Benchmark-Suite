      *================================================================*
      * Program Name: WHTCLM00
      * Description: Withholding Tax Reclaim Claim Filing
      * Version: 1.0
      * Date: 2026
      *
      * Month-end stream job. PORTTRAN withholds foreign tax at the
      * full statutory WHTRATE rate; for an account whose treaty
      * documentation is on file (PORT-TREATY-ELIGIBLE) the part
      * above the market's treaty rate can be reclaimed from the
      * authority. Every WHTLEDG entry not yet assessed is resolved
      * against WHTRATE the way PORTTRAN resolved it -- market plus
      * client type, then the market default, then the 'ALL ' rows
      * -- and the excess over the treaty rate is worked out.
      *
      * Entries with an excess are gathered into one WHTCLM claim
      * per authority per portfolio, filed as of today, and written
      * to the WHTCLMX filing extract: a header, a D line for each
      * supporting income entry, a C line for each claim in
      * authority order, and a trailer with the claim count and the
      * total reclaimed. Every entry assessed is marked on the
      * ledger -- N (nothing to reclaim) or C with its claim -- so
      * no entry is ever claimed twice and a rerun files nothing
      * new. WHTRCV00 tracks the claims from here to payment.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHTCLM00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WITHHOLDING-LEDGER
               ASSIGN TO WHTLEDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WHL-KEY
               FILE STATUS IS WS-WHL-STATUS.

           SELECT WITHHOLDING-RATE-FILE
               ASSIGN TO WHTRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WHT-KEY
               FILE STATUS IS WS-WHT-STATUS.

           SELECT RECLAIM-CLAIM-FILE
               ASSIGN TO WHTCLM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRC-KEY
               FILE STATUS IS WS-WRC-STATUS.

           SELECT PORTFOLIO-FILE
               ASSIGN TO PORTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PORT-ID
               FILE STATUS IS WS-PORT-STATUS.

           SELECT SECURITY-MASTER
               ASSIGN TO SECMSTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEC-KEY
               FILE STATUS IS WS-SEC-STATUS.

           SELECT CLAIM-EXTRACT-FILE
               ASSIGN TO WHTCLMX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLX-STATUS.

           SELECT BATCH-CONTROL-FILE
               ASSIGN TO BCHCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BCT-KEY
               FILE STATUS IS WS-BCT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WITHHOLDING-LEDGER.
       COPY WHTLEDG.

       FD  WITHHOLDING-RATE-FILE.
       COPY WHTRATE.

       FD  RECLAIM-CLAIM-FILE.
       COPY WHTCLM.

       FD  PORTFOLIO-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PORTFLIO.

       FD  SECURITY-MASTER.
           COPY SECMSTR.

       FD  CLAIM-EXTRACT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CLAIM-EXTRACT-RECORD.
           05  CLX-RECORD-TYPE         PIC X(01).
               88  CLX-TYPE-HEADER         VALUE 'H'.
               88  CLX-TYPE-DETAIL         VALUE 'D'.
               88  CLX-TYPE-CLAIM          VALUE 'C'.
               88  CLX-TYPE-TRAILER        VALUE 'T'.
           05  CLX-AUTHORITY           PIC X(08).
           05  CLX-PORTFOLIO-ID        PIC X(08).
           05  CLX-CLAIM-DATE          PIC X(08).
           05  CLX-INVESTMENT-ID       PIC X(10).
           05  CLX-INCOME-DATE         PIC X(08).
           05  CLX-GROSS-AMOUNT        PIC 9(13)V9(2).
           05  CLX-WITHHELD-AMT        PIC 9(13)V9(2).
           05  CLX-TREATY-RATE         PIC 9(3)V9(2).
           05  CLX-RECLAIM-AMT         PIC 9(13)V9(2).
           05  CLX-ENTRY-COUNT         PIC 9(05).
           05  FILLER                  PIC X(02).
       01  CLAIM-TRAILER-RECORD REDEFINES CLAIM-EXTRACT-RECORD.
           05  FILLER                  PIC X(01).
           05  CLT-CLAIM-COUNT         PIC 9(09).
           05  CLT-RECLAIM-TOTAL       PIC 9(13)V9(2).
           05  FILLER                  PIC X(75).

       FD  BATCH-CONTROL-FILE.
           COPY BCHCTL.

       WORKING-STORAGE SECTION.
           COPY BCHCON.
           COPY ERRHAND.

      *    Cycle within the processing date this run belongs to --
      *    the overnight/scheduler-built sequence is cycle 1.
       01  WS-CYCLE-NO             PIC 9(2) VALUE 1.

       01  WS-FILE-STATUS.
           05  WS-WHL-STATUS           PIC X(2).
           05  WS-WHT-STATUS           PIC X(2).
           05  WS-WRC-STATUS           PIC X(2).
           05  WS-PORT-STATUS          PIC X(2).
           05  WS-SEC-STATUS           PIC X(2).
           05  WS-CLX-STATUS           PIC X(2).
           05  WS-BCT-STATUS           PIC X(2).

       01  WS-CONSTANTS.
      *    WHTCLM00's position in the SEQ-MONTH-END stream -- 20th,
      *    after CHNSRV00.
           05  WS-SEQUENCE-NO          PIC 9(4) VALUE 20.

       01  WS-SWITCHES.
           05  WS-WHL-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-WHL-EOF               VALUE 'Y'.
           05  WS-WRC-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-WRC-EOF               VALUE 'Y'.
           05  WS-WHT-FOUND-SW         PIC X(1) VALUE 'N'.
               88  WS-WHT-FOUND             VALUE 'Y'.
               88  WS-WHT-NOT-FOUND         VALUE 'N'.
           05  WS-CLM-FOUND-SW         PIC X(1) VALUE 'N'.
               88  WS-CLM-FOUND             VALUE 'Y'.
               88  WS-CLM-NOT-FOUND         VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                     PIC X(8).
           05  WS-CURRENT-TIME8        PIC 9(8).
           05  WS-WHT-MARKET           PIC X(4).
           05  WS-TREATY-TAX           PIC S9(13)V9(2) COMP-3.
           05  WS-RECLAIM-AMT          PIC S9(13)V9(2) COMP-3.
           05  WS-CLM-IX               PIC 9(3) COMP.

      *----------------------------------------------------------------*
      * This run's claims, one per authority and portfolio, built as
      * the ledger is swept. Capped at 500 -- overflow fails the run
      * rather than leave excess unclaimed without saying so.
      *----------------------------------------------------------------*
       01  WS-CLAIM-TABLE.
           05  WS-CLM-COUNT            PIC 9(3) COMP VALUE 0.
           05  WS-CLM-ENTRY OCCURS 500 TIMES.
               10  WS-CLM-AUTHORITY    PIC X(08).
               10  WS-CLM-PORTFOLIO    PIC X(08).
               10  WS-CLM-ENTRIES      PIC 9(05).
               10  WS-CLM-GROSS        PIC S9(13)V9(2) COMP-3.
               10  WS-CLM-WITHHELD     PIC S9(13)V9(2) COMP-3.
               10  WS-CLM-RECLAIM      PIC S9(13)V9(2) COMP-3.
       01  WS-CLM-MAX                  PIC 9(3) COMP VALUE 500.

       01  WS-COUNTERS.
           05  WS-ENTRIES-ASSESSED     PIC 9(7) COMP VALUE 0.
           05  WS-ENTRIES-CLAIMED      PIC 9(7) COMP VALUE 0.
           05  WS-CLAIMS-FILED         PIC 9(7) COMP VALUE 0.
           05  WS-CLAIM-LINES          PIC 9(7) COMP VALUE 0.
           05  WS-RECLAIM-TOTAL        PIC S9(13)V9(2) COMP-3
                                       VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-ASSESS-LEDGER
               UNTIL WS-WHL-EOF
               OR ERR-TEXT NOT = SPACES

           PERFORM 3000-FILE-CLAIMS
           PERFORM 3500-EXTRACT-CLAIMS
           PERFORM 4000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD

           OPEN I-O WITHHOLDING-LEDGER
           IF WS-WHL-STATUS NOT = '00' AND '05'
               MOVE 'Error opening withholding ledger' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT WITHHOLDING-RATE-FILE
           IF WS-WHT-STATUS NOT = '00'
               MOVE 'Error opening withholding rate file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O RECLAIM-CLAIM-FILE
           IF WS-WRC-STATUS NOT = '00' AND '05'
               MOVE 'Error opening reclaim claim file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT PORTFOLIO-FILE
           IF WS-PORT-STATUS NOT = '00'
               MOVE 'Error opening portfolio file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT SECURITY-MASTER
           IF WS-SEC-STATUS NOT = '00'
               MOVE 'Error opening security master' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT CLAIM-EXTRACT-FILE
           IF WS-CLX-STATUS NOT = '00'
               MOVE 'Error opening claim filing extract' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O BATCH-CONTROL-FILE
           IF WS-BCT-STATUS NOT = '00'
               MOVE 'Error opening control file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           PERFORM 1200-INIT-CHECKPOINT

           MOVE SPACES TO CLAIM-EXTRACT-RECORD
           SET CLX-TYPE-HEADER TO TRUE
           MOVE WS-CURRENT-DATE-X TO CLX-CLAIM-DATE
           WRITE CLAIM-EXTRACT-RECORD

           MOVE LOW-VALUES TO WHL-KEY
           START WITHHOLDING-LEDGER KEY NOT LESS THAN WHL-KEY
               INVALID KEY
                   SET WS-WHL-EOF TO TRUE
           END-START
           .

       1200-INIT-CHECKPOINT.
           MOVE 'WHTCLM00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for WHTCLM00' TO
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
      * One ledger entry: assessed once, marked either way.
      *----------------------------------------------------------------*
       2000-ASSESS-LEDGER.
           READ WITHHOLDING-LEDGER NEXT RECORD
               AT END
                   SET WS-WHL-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF NOT WHL-RECLAIM-UNASSESSED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ENTRIES-ASSESSED
           MOVE ZERO TO WS-RECLAIM-AMT
           PERFORM 2100-COMPUTE-RECLAIM

           IF WS-RECLAIM-AMT > ZERO
               PERFORM 2300-ADD-TO-CLAIM
               IF ERR-TEXT NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
               SET WHL-RECLAIM-CLAIMED TO TRUE
               MOVE WS-RECLAIM-AMT    TO WHL-RECLAIM-AMT
               MOVE WS-CURRENT-DATE-X TO WHL-CLAIM-DATE
               PERFORM 2400-WRITE-DETAIL
               ADD 1 TO WS-ENTRIES-CLAIMED
           ELSE
               SET WHL-RECLAIM-NONE TO TRUE
               MOVE ZERO   TO WHL-RECLAIM-AMT
               MOVE SPACES TO WHL-CLAIM-DATE
           END-IF

           REWRITE WITHHOLDING-LEDGER-RECORD
               INVALID KEY
                   MOVE 'Error marking ledger entry assessed'
                     TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-REWRITE
           .

      *----------------------------------------------------------------*
      * Excess over the treaty rate, for a treaty-eligible account
      * only. No rate row, no treaty rate on it, or a treaty rate not
      * below what was withheld leaves nothing to reclaim.
      *----------------------------------------------------------------*
       2100-COMPUTE-RECLAIM.
           MOVE WHL-PORTFOLIO-ID TO PORT-ID
           READ PORTFOLIO-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           IF NOT PORT-TREATY-ELIGIBLE
               EXIT PARAGRAPH
           END-IF

           MOVE 'ALL ' TO WS-WHT-MARKET
           IF WHL-INVESTMENT-ID NOT = SPACES
               MOVE WHL-INVESTMENT-ID TO SEC-ID
               READ SECURITY-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SEC-MARKET TO WS-WHT-MARKET
               END-READ
           END-IF

           PERFORM 2200-RESOLVE-WHT-RATE
           IF WS-WHT-NOT-FOUND OR NOT WHT-TREATY-RATE-SET
               EXIT PARAGRAPH
           END-IF

           IF WHT-TREATY-RATE-PCT NOT < WHL-RATE-PCT
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-TREATY-TAX ROUNDED =
               WHL-GROSS-AMOUNT * WHT-TREATY-RATE-PCT / 100
           COMPUTE WS-RECLAIM-AMT =
               WHL-WITHHELD-AMT - WS-TREATY-TAX
           .

       2200-RESOLVE-WHT-RATE.
           SET WS-WHT-NOT-FOUND TO TRUE

           MOVE WS-WHT-MARKET    TO WHT-MARKET
           MOVE PORT-CLIENT-TYPE TO WHT-CLIENT-TYPE
           READ WITHHOLDING-RATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-WHT-FOUND TO TRUE
           END-READ

           IF WS-WHT-NOT-FOUND
               MOVE SPACE TO WHT-CLIENT-TYPE
               READ WITHHOLDING-RATE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-WHT-FOUND TO TRUE
               END-READ
           END-IF

           IF WS-WHT-NOT-FOUND AND WS-WHT-MARKET NOT = 'ALL '
               MOVE 'ALL '           TO WHT-MARKET
               MOVE PORT-CLIENT-TYPE TO WHT-CLIENT-TYPE
               READ WITHHOLDING-RATE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-WHT-FOUND TO TRUE
               END-READ

               IF WS-WHT-NOT-FOUND
                   MOVE SPACE TO WHT-CLIENT-TYPE
                   READ WITHHOLDING-RATE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-WHT-FOUND TO TRUE
                   END-READ
               END-IF
           END-IF
           .

       2300-ADD-TO-CLAIM.
           SET WS-CLM-NOT-FOUND TO TRUE
           PERFORM VARYING WS-CLM-IX FROM 1 BY 1
                   UNTIL WS-CLM-IX > WS-CLM-COUNT
                   OR WS-CLM-FOUND
               IF WS-CLM-AUTHORITY(WS-CLM-IX) = WHL-AUTHORITY
               AND WS-CLM-PORTFOLIO(WS-CLM-IX) = WHL-PORTFOLIO-ID
                   SET WS-CLM-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-CLM-FOUND
               SUBTRACT 1 FROM WS-CLM-IX
           ELSE
               IF WS-CLM-COUNT NOT < WS-CLM-MAX
                   MOVE 'Reclaim claim table capacity exceeded'
                     TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CLM-COUNT
               MOVE WS-CLM-COUNT TO WS-CLM-IX
               INITIALIZE WS-CLM-ENTRY(WS-CLM-IX)
               MOVE WHL-AUTHORITY    TO WS-CLM-AUTHORITY(WS-CLM-IX)
               MOVE WHL-PORTFOLIO-ID TO WS-CLM-PORTFOLIO(WS-CLM-IX)
           END-IF

           ADD 1                TO WS-CLM-ENTRIES(WS-CLM-IX)
           ADD WHL-GROSS-AMOUNT TO WS-CLM-GROSS(WS-CLM-IX)
           ADD WHL-WITHHELD-AMT TO WS-CLM-WITHHELD(WS-CLM-IX)
           ADD WS-RECLAIM-AMT   TO WS-CLM-RECLAIM(WS-CLM-IX)
           .

       2400-WRITE-DETAIL.
           MOVE SPACES TO CLAIM-EXTRACT-RECORD
           SET CLX-TYPE-DETAIL TO TRUE
           MOVE WHL-AUTHORITY       TO CLX-AUTHORITY
           MOVE WHL-PORTFOLIO-ID    TO CLX-PORTFOLIO-ID
           MOVE WS-CURRENT-DATE-X   TO CLX-CLAIM-DATE
           MOVE WHL-INVESTMENT-ID   TO CLX-INVESTMENT-ID
           MOVE WHL-TRN-DATE        TO CLX-INCOME-DATE
           MOVE WHL-GROSS-AMOUNT    TO CLX-GROSS-AMOUNT
           MOVE WHL-WITHHELD-AMT    TO CLX-WITHHELD-AMT
           MOVE WHT-TREATY-RATE-PCT TO CLX-TREATY-RATE
           MOVE WS-RECLAIM-AMT      TO CLX-RECLAIM-AMT
           MOVE ZERO                TO CLX-ENTRY-COUNT
           WRITE CLAIM-EXTRACT-RECORD
           IF WS-CLX-STATUS NOT = '00'
               MOVE 'Error writing claim filing extract' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           .

      *----------------------------------------------------------------*
      * One WHTCLM claim per table entry, filed today. A second run
      * the same day adds its new entries to the claim already filed.
      *----------------------------------------------------------------*
       3000-FILE-CLAIMS.
           PERFORM VARYING WS-CLM-IX FROM 1 BY 1
                   UNTIL WS-CLM-IX > WS-CLM-COUNT
               PERFORM 3100-FILE-ONE-CLAIM
           END-PERFORM
           .

       3100-FILE-ONE-CLAIM.
           MOVE WS-CLM-AUTHORITY(WS-CLM-IX) TO WRC-AUTHORITY
           MOVE WS-CLM-PORTFOLIO(WS-CLM-IX) TO WRC-PORTFOLIO-ID
           MOVE WS-CURRENT-DATE-X           TO WRC-CLAIM-DATE
           READ RECLAIM-CLAIM-FILE
               INVALID KEY
                   INITIALIZE WRC-DATA
                   SET WRC-STATUS-FILED TO TRUE
                   MOVE WS-CURRENT-DATE-X TO WRC-STATUS-DATE
                   MOVE SPACES TO WRC-FILLER
           END-READ

           ADD WS-CLM-ENTRIES(WS-CLM-IX)  TO WRC-ENTRY-COUNT
           ADD WS-CLM-GROSS(WS-CLM-IX)    TO WRC-GROSS-AMOUNT
           ADD WS-CLM-WITHHELD(WS-CLM-IX) TO WRC-WITHHELD-AMT
           ADD WS-CLM-RECLAIM(WS-CLM-IX)  TO WRC-RECLAIM-AMT
           MOVE FUNCTION CURRENT-DATE TO WRC-LAST-MAINT-DATE
           MOVE 'WHTCLM00'             TO WRC-LAST-MAINT-USER

           IF WS-WRC-STATUS = '00'
               REWRITE WHT-RECLAIM-CLAIM-RECORD
                   INVALID KEY
                       MOVE 'Error updating reclaim claim' TO ERR-TEXT
                       PERFORM 9000-ERROR-ROUTINE
                       EXIT PARAGRAPH
               END-REWRITE
           ELSE
               WRITE WHT-RECLAIM-CLAIM-RECORD
                   INVALID KEY
                       MOVE 'Error writing reclaim claim' TO ERR-TEXT
                       PERFORM 9000-ERROR-ROUTINE
                       EXIT PARAGRAPH
               END-WRITE
               ADD 1 TO WS-CLAIMS-FILED
           END-IF
           .

      *----------------------------------------------------------------*
      * The claim lines go out in WHTCLM key order -- authority by
      * authority -- for everything filed today.
      *----------------------------------------------------------------*
       3500-EXTRACT-CLAIMS.
           MOVE LOW-VALUES TO WRC-KEY
           START RECLAIM-CLAIM-FILE KEY NOT LESS THAN WRC-KEY
               INVALID KEY
                   SET WS-WRC-EOF TO TRUE
           END-START

           PERFORM 3600-EXTRACT-ONE-CLAIM
               UNTIL WS-WRC-EOF

           MOVE SPACES TO CLAIM-EXTRACT-RECORD
           SET CLX-TYPE-TRAILER TO TRUE
           MOVE WS-CLAIM-LINES   TO CLT-CLAIM-COUNT
           MOVE WS-RECLAIM-TOTAL TO CLT-RECLAIM-TOTAL
           WRITE CLAIM-EXTRACT-RECORD
           .

       3600-EXTRACT-ONE-CLAIM.
           READ RECLAIM-CLAIM-FILE NEXT RECORD
               AT END
                   SET WS-WRC-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF WRC-CLAIM-DATE NOT = WS-CURRENT-DATE-X
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO CLAIM-EXTRACT-RECORD
           SET CLX-TYPE-CLAIM TO TRUE
           MOVE WRC-AUTHORITY    TO CLX-AUTHORITY
           MOVE WRC-PORTFOLIO-ID TO CLX-PORTFOLIO-ID
           MOVE WRC-CLAIM-DATE   TO CLX-CLAIM-DATE
           MOVE WRC-GROSS-AMOUNT TO CLX-GROSS-AMOUNT
           MOVE WRC-WITHHELD-AMT TO CLX-WITHHELD-AMT
           MOVE ZERO             TO CLX-TREATY-RATE
           MOVE WRC-RECLAIM-AMT  TO CLX-RECLAIM-AMT
           MOVE WRC-ENTRY-COUNT  TO CLX-ENTRY-COUNT
           WRITE CLAIM-EXTRACT-RECORD
           IF WS-CLX-STATUS NOT = '00'
               MOVE 'Error writing claim filing extract' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           ADD WRC-RECLAIM-AMT TO WS-RECLAIM-TOTAL
           ADD 1 TO WS-CLAIM-LINES
           .

       4000-TERMINATE.
           PERFORM 4100-UPDATE-COMPLETION

           CLOSE WITHHOLDING-LEDGER
                 WITHHOLDING-RATE-FILE
                 RECLAIM-CLAIM-FILE
                 PORTFOLIO-FILE
                 SECURITY-MASTER
                 CLAIM-EXTRACT-FILE
                 BATCH-CONTROL-FILE

           DISPLAY 'WHTCLM00 Processing Statistics:'
           DISPLAY '  Entries assessed:   ' WS-ENTRIES-ASSESSED
           DISPLAY '  Entries claimed:    ' WS-ENTRIES-CLAIMED
           DISPLAY '  Claims filed:       ' WS-CLAIMS-FILED
           DISPLAY '  Errors:             ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       4100-UPDATE-COMPLETION.
           MOVE 'WHTCLM00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for WHTCLM00' TO
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
           MOVE 'WHTCLM00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
