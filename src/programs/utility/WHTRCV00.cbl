      *================================================================*
      * Program Name: WHTRCV00
      * Description: Withholding Tax Reclaim Status and Refund Posting
      * Version: 1.0
      * Date: 2026
      *
      * The tax operations desk's step over the WHTCLM reclaim claims
      * WHTCLM00 files. Each WHTCIN card names a claim and what the
      * authority has done with it:
      *
      *   A -- acknowledged, quoting the authority's own reference
      *   R -- rejected; nothing will be paid
      *   P -- paid: the refund amount (base currency) and value date
      *
      * A card may name the claim by its key (authority, portfolio,
      * filing date) or, as refunds usually arrive, by the authority
      * and the reference it quoted on acknowledgement -- the refund
      * is then matched to the outstanding claim carrying that
      * reference. A paid refund is credited to the client as a WR
      * withholding tax refund transaction, released into TRANFILE
      * for the next cycle's merge and validation the way RBLAPP00
      * releases approved trades. Only an outstanding (filed or
      * acknowledged) claim can move, so nothing is credited twice.
      * Every change is written to AUDITLOG.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHTRCV00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATUS-CARD-FILE
               ASSIGN TO WHTCIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT RECLAIM-CLAIM-FILE
               ASSIGN TO WHTCLM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRC-KEY
               FILE STATUS IS WS-WRC-STATUS.

           SELECT TRANSACTION-FILE
               ASSIGN TO TRANFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATUS-CARD-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  STATUS-CARD-RECORD.
           05  WCD-AUTHORITY           PIC X(08).
           05  WCD-PORTFOLIO-ID        PIC X(08).
           05  WCD-CLAIM-DATE          PIC X(08).
           05  WCD-ACTION              PIC X(01).
               88  WCD-ACKNOWLEDGED        VALUE 'A'.
               88  WCD-REJECTED            VALUE 'R'.
               88  WCD-PAID                VALUE 'P'.
           05  WCD-AUTH-REF            PIC X(16).
           05  WCD-AMOUNT              PIC 9(11)V9(2).
           05  WCD-EVENT-DATE          PIC X(08).
           05  WCD-USER                PIC X(08).
           05  FILLER                  PIC X(10).

       FD  RECLAIM-CLAIM-FILE.
       COPY WHTCLM.

       FD  TRANSACTION-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY TRNREC.

       WORKING-STORAGE SECTION.
           COPY ERRHAND.
           COPY AUDITLOG.

       01  WS-FILE-STATUS.
           05  WS-IN-STATUS            PIC X(2).
           05  WS-WRC-STATUS           PIC X(2).
           05  WS-TRAN-STATUS          PIC X(2).

       01  WS-CONSTANTS.
      *    Ledger and claim amounts are carried in base currency, and
      *    the refund is credited in it.
           05  WS-BASE-CURRENCY        PIC X(3) VALUE 'USD'.

       01  WS-SWITCHES.
           05  WS-IN-EOF-SW            PIC X(1) VALUE 'N'.
               88  WS-IN-EOF               VALUE 'Y'.
           05  WS-WRC-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-WRC-EOF              VALUE 'Y'.
           05  WS-CLAIM-FOUND-SW       PIC X(1) VALUE 'N'.
               88  WS-CLAIM-FOUND          VALUE 'Y'.
               88  WS-CLAIM-NOT-FOUND      VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                     PIC X(8).
           05  WS-CURRENT-TIME8        PIC 9(8).
           05  WS-CURRENT-TIME-X REDEFINES WS-CURRENT-TIME8
                                     PIC X(8).
           05  WS-SEQUENCE             PIC 9(4) VALUE 0.
           05  WS-SEQ-BUILD.
               10  FILLER              PIC X(2) VALUE 'WR'.
               10  WS-SEQ-NUMBER       PIC 9(4).
           05  WS-EVENT-DATE           PIC X(8).
           05  WS-BEFORE-IMAGE         PIC X(200).

       01  WS-COUNTERS.
           05  WS-CARDS-READ           PIC 9(5) COMP VALUE 0.
           05  WS-CLAIMS-ACKED         PIC 9(5) COMP VALUE 0.
           05  WS-CLAIMS-REJECTED      PIC 9(5) COMP VALUE 0.
           05  WS-CLAIMS-PAID          PIC 9(5) COMP VALUE 0.
           05  WS-PAID-SHORT           PIC 9(5) COMP VALUE 0.
           05  WS-CARDS-IGNORED        PIC 9(5) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

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
           ACCEPT WS-CURRENT-TIME8 FROM TIME

           OPEN INPUT STATUS-CARD-FILE
           IF WS-IN-STATUS NOT = '00'
               MOVE 'Error opening reclaim status cards' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O RECLAIM-CLAIM-FILE
           IF WS-WRC-STATUS NOT = '00'
               MOVE 'Error opening reclaim claim file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN EXTEND TRANSACTION-FILE
           IF WS-TRAN-STATUS NOT = '00'
               MOVE 'Error opening transaction file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           .

       2000-PROCESS-CARDS.
           READ STATUS-CARD-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-CARDS-READ

           IF NOT WCD-ACKNOWLEDGED AND NOT WCD-REJECTED
              AND NOT WCD-PAID
               ADD 1 TO WS-CARDS-IGNORED
               DISPLAY 'Unknown reclaim action ignored: '
                       WCD-ACTION ' ' WCD-AUTHORITY
               EXIT PARAGRAPH
           END-IF

           IF WCD-USER = SPACES OR WCD-AUTHORITY = SPACES
               ADD 1 TO WS-CARDS-IGNORED
               DISPLAY 'Authority and user required: '
                       WCD-AUTHORITY ' ' WCD-PORTFOLIO-ID
               EXIT PARAGRAPH
           END-IF

           IF WCD-ACKNOWLEDGED AND WCD-AUTH-REF = SPACES
               ADD 1 TO WS-CARDS-IGNORED
               DISPLAY 'Acknowledgement needs a reference: '
                       WCD-AUTHORITY ' ' WCD-PORTFOLIO-ID
               EXIT PARAGRAPH
           END-IF

           IF WCD-PAID
              AND (WCD-AMOUNT NOT NUMERIC OR WCD-AMOUNT = ZERO)
               ADD 1 TO WS-CARDS-IGNORED
               DISPLAY 'Refund needs an amount: '
                       WCD-AUTHORITY ' ' WCD-AUTH-REF
               EXIT PARAGRAPH
           END-IF

           PERFORM 2100-FIND-CLAIM
           IF WS-CLAIM-NOT-FOUND
               ADD 1 TO WS-CARDS-IGNORED
               DISPLAY 'No outstanding claim for card: '
                       WCD-AUTHORITY ' ' WCD-PORTFOLIO-ID ' '
                       WCD-AUTH-REF
               EXIT PARAGRAPH
           END-IF

           IF WCD-EVENT-DATE = SPACES
               MOVE WS-CURRENT-DATE-X TO WS-EVENT-DATE
           ELSE
               MOVE WCD-EVENT-DATE    TO WS-EVENT-DATE
           END-IF

           MOVE WHT-RECLAIM-CLAIM-RECORD TO WS-BEFORE-IMAGE
           EVALUATE TRUE
               WHEN WCD-ACKNOWLEDGED
                   SET WRC-STATUS-ACKED TO TRUE
                   MOVE WCD-AUTH-REF TO WRC-AUTH-REF
                   ADD 1 TO WS-CLAIMS-ACKED
               WHEN WCD-REJECTED
                   SET WRC-STATUS-REJECTED TO TRUE
                   ADD 1 TO WS-CLAIMS-REJECTED
               WHEN WCD-PAID
                   PERFORM 2300-POST-REFUND
                   IF ERR-TEXT NOT = SPACES
                       MOVE SPACES TO ERR-TEXT
                       EXIT PARAGRAPH
                   END-IF
           END-EVALUATE
           MOVE WS-EVENT-DATE         TO WRC-STATUS-DATE
           MOVE FUNCTION CURRENT-DATE TO WRC-LAST-MAINT-DATE
           MOVE WCD-USER              TO WRC-LAST-MAINT-USER

           REWRITE WHT-RECLAIM-CLAIM-RECORD
               INVALID KEY
                   MOVE 'Error updating reclaim claim' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-REWRITE

           PERFORM 2500-AUDIT-CHANGE
           .

      *----------------------------------------------------------------*
      * By key when the card gives one; otherwise the authority's
      * outstanding claim quoting the card's reference.
      *----------------------------------------------------------------*
       2100-FIND-CLAIM.
           SET WS-CLAIM-NOT-FOUND TO TRUE

           IF WCD-PORTFOLIO-ID NOT = SPACES
              AND WCD-CLAIM-DATE NOT = SPACES
               MOVE WCD-AUTHORITY    TO WRC-AUTHORITY
               MOVE WCD-PORTFOLIO-ID TO WRC-PORTFOLIO-ID
               MOVE WCD-CLAIM-DATE   TO WRC-CLAIM-DATE
               READ RECLAIM-CLAIM-FILE
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
               IF WRC-OUTSTANDING
                   SET WS-CLAIM-FOUND TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WCD-AUTH-REF = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-WRC-EOF-SW
           MOVE WCD-AUTHORITY TO WRC-AUTHORITY
           MOVE LOW-VALUES    TO WRC-PORTFOLIO-ID
           MOVE LOW-VALUES    TO WRC-CLAIM-DATE
           START RECLAIM-CLAIM-FILE KEY NOT LESS THAN WRC-KEY
               INVALID KEY
                   SET WS-WRC-EOF TO TRUE
           END-START

           PERFORM 2200-MATCH-ONE-CLAIM
               UNTIL WS-WRC-EOF
               OR WS-CLAIM-FOUND
           .

       2200-MATCH-ONE-CLAIM.
           READ RECLAIM-CLAIM-FILE NEXT RECORD
               AT END
                   SET WS-WRC-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF WRC-AUTHORITY NOT = WCD-AUTHORITY
               SET WS-WRC-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF WRC-AUTH-REF = WCD-AUTH-REF
              AND WRC-OUTSTANDING
               SET WS-CLAIM-FOUND TO TRUE
           END-IF
           .

      *----------------------------------------------------------------*
      * The refund goes to the client as WR income; the claim records
      * what was paid. A refund short of the amount claimed is still
      * the authority's final word on the claim -- it is paid, and
      * flagged here for the desk.
      *----------------------------------------------------------------*
       2300-POST-REFUND.
           INITIALIZE TRANSACTION-RECORD
           MOVE WS-CURRENT-DATE-X      TO TRN-DATE
           MOVE WS-CURRENT-TIME-X(1:6) TO TRN-TIME
           MOVE WRC-PORTFOLIO-ID       TO TRN-PORTFOLIO-ID
           ADD 1 TO WS-SEQUENCE
           MOVE WS-SEQUENCE            TO WS-SEQ-NUMBER
           MOVE WS-SEQ-BUILD           TO TRN-SEQUENCE-NO
           MOVE SPACES                 TO TRN-INVESTMENT-ID
           MOVE 'WR'                   TO TRN-TYPE
           MOVE ZERO                   TO TRN-QUANTITY
           MOVE ZERO                   TO TRN-PRICE
           MOVE WCD-AMOUNT             TO TRN-AMOUNT
           MOVE WS-BASE-CURRENCY       TO TRN-CURRENCY
           SET TRN-STATUS-PEND         TO TRUE
           MOVE WS-EVENT-DATE          TO TRN-SETTLEMENT-DATE
           MOVE 'WHTRCV00'             TO TRN-PROCESS-USER
           MOVE WRC-AUTHORITY          TO TRN-BROKER-REF(1:8)
           MOVE WRC-CLAIM-DATE         TO TRN-BROKER-REF(9:8)

           WRITE TRANSACTION-RECORD
           IF WS-TRAN-STATUS NOT = '00'
               MOVE 'Error writing refund transaction' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           SET WRC-STATUS-PAID TO TRUE
           MOVE WCD-AMOUNT    TO WRC-REFUND-AMT
           MOVE WS-EVENT-DATE TO WRC-REFUND-DATE
           ADD 1 TO WS-CLAIMS-PAID

           IF WRC-REFUND-AMT < WRC-RECLAIM-AMT
               ADD 1 TO WS-PAID-SHORT
               DISPLAY 'Refund below amount claimed: '
                       WRC-AUTHORITY ' ' WRC-PORTFOLIO-ID ' '
                       WRC-CLAIM-DATE
           END-IF
           .

       2500-AUDIT-CHANGE.
           INITIALIZE AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE 'BATCH'          TO AUD-SYSTEM-ID
           MOVE WCD-USER         TO AUD-USER-ID
           MOVE 'WHTRCV00'       TO AUD-PROGRAM
           MOVE 'USER'           TO AUD-TYPE
           MOVE 'UPDATE  '       TO AUD-ACTION
           MOVE 'SUCC'           TO AUD-STATUS
           MOVE WRC-PORTFOLIO-ID TO AUD-PORTFOLIO-ID
           MOVE WS-BEFORE-IMAGE  TO AUD-BEFORE-IMAGE
           MOVE WHT-RECLAIM-CLAIM-RECORD TO AUD-AFTER-IMAGE

           STRING 'Tax reclaim '     DELIMITED BY SIZE
                  WRC-AUTHORITY      DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WRC-CLAIM-DATE     DELIMITED BY SIZE
                  ' status '         DELIMITED BY SIZE
                  WRC-STATUS         DELIMITED BY SIZE
             INTO AUD-MESSAGE

           CALL 'AUDPROC' USING AUDIT-RECORD

           IF RETURN-CODE NOT = ZERO
               MOVE 'Error writing audit record' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           .

       3000-TERMINATE.
           CLOSE STATUS-CARD-FILE
                 RECLAIM-CLAIM-FILE
                 TRANSACTION-FILE

           DISPLAY 'WHTRCV00 Processing Statistics:'
           DISPLAY '  Cards read:         ' WS-CARDS-READ
           DISPLAY '  Claims acknowledged:' WS-CLAIMS-ACKED
           DISPLAY '  Claims rejected:    ' WS-CLAIMS-REJECTED
           DISPLAY '  Refunds posted:     ' WS-CLAIMS-PAID
           DISPLAY '  Refunds below claim:' WS-PAID-SHORT
           DISPLAY '  Cards ignored:      ' WS-CARDS-IGNORED
           DISPLAY '  Errors:             ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       9000-ERROR-ROUTINE.
           ADD 1 TO WS-ERROR-COUNT
           MOVE 'WHTRCV00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
