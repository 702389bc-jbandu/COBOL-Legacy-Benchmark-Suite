      *================================================================*
      * Program Name: DEPTRN00
      * Description: Inbound Bank Deposit Translator
      * Version: 1.0
      * Date: 2026
      *
      * Reads the bank's lockbox / ACH remittance file and turns each
      * item of client money received into a DP TRANSACTION-RECORD,
      * appended behind TRANFILE's keying trailer ahead of TRNMRG00
      * the way the standing instruction generator's output is --
      * the deposits nobody keys from the printed remittance list any
      * more. The file is proved first: its item count and amount
      * total must agree with the bank's trailer, or nothing from it
      * posts. Each item resolves to a portfolio through an account
      * table loaded from the portfolio master, on the account number
      * the bank captured or, failing that, on the reference the
      * client wrote (our portfolio ID or account number). The bank's
      * item reference rides in TRN-BROKER-REF so BNKRCN00 pairs the
      * deposit with its statement credit on the reference. An item
      * that matches no portfolio is listed on the exception report,
      * which is the worklist for rekeying it by hand against the
      * right portfolio. It is also parked on the transaction
      * suspense file with no portfolio, so the money stays under
      * control until TRNVAL00's suspense pass ages it out onto the
      * suspense exception report -- the pass never re-runs the
      * account match, so the entry itself is never released.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTRN00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPOSIT-FILE
               ASSIGN TO DEPFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DEP-STATUS.

           SELECT PORTFOLIO-FILE
               ASSIGN TO PORTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PORT-ID
               FILE STATUS IS WS-PORT-STATUS.

           SELECT TRANSACTION-FILE
               ASSIGN TO TRANFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT SUSPENSE-FILE
               ASSIGN TO SUSPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-KEY
               FILE STATUS IS WS-SUS-STATUS.

           SELECT EXCEPTION-REPORT
               ASSIGN TO DEPERR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPOSIT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
      *----------------------------------------------------------------*
      * The bank's remittance layout, as published in their cash
      * management interface specification: one header, one detail
      * per item received (lockbox cheque or ACH credit), one
      * trailer carrying the item count and amount total.
      *----------------------------------------------------------------*
       01  DEPOSIT-RECORD.
           05  DEP-RECORD-TYPE         PIC X(01).
               88  DEP-TYPE-HEADER         VALUE 'H'.
               88  DEP-TYPE-DETAIL         VALUE 'D'.
               88  DEP-TYPE-TRAILER        VALUE 'T'.
           05  DEP-ITEM-REF            PIC X(16).
           05  DEP-ACCOUNT-NO          PIC X(10).
           05  DEP-CLIENT-REF          PIC X(16).
           05  DEP-AMOUNT              PIC 9(11)V9(2).
           05  DEP-CURRENCY            PIC X(03).
           05  DEP-VALUE-DATE          PIC X(08).
           05  DEP-METHOD              PIC X(01).
               88  DEP-METHOD-LOCKBOX      VALUE 'L'.
               88  DEP-METHOD-ACH          VALUE 'A'.
           05  DEP-REMITTER            PIC X(30).
           05  FILLER                  PIC X(02).

       01  DEPOSIT-HEADER REDEFINES DEPOSIT-RECORD.
           05  FILLER                  PIC X(01).
           05  DEP-HDR-BANK-ID         PIC X(08).
           05  DEP-HDR-FILE-DATE       PIC X(08).
           05  DEP-HDR-FILE-SEQ        PIC 9(04).
           05  FILLER                  PIC X(79).

       01  DEPOSIT-TRAILER REDEFINES DEPOSIT-RECORD.
           05  FILLER                  PIC X(01).
           05  DEP-TRL-ITEM-COUNT      PIC 9(07).
           05  DEP-TRL-AMOUNT-TOTAL    PIC 9(13)V9(2).
           05  FILLER                  PIC X(77).

       FD  PORTFOLIO-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PORTFLIO.

       FD  TRANSACTION-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY TRNREC.

       FD  SUSPENSE-FILE.
       COPY SUSPREC.

       FD  EXCEPTION-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  EXCEPTION-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
           COPY ERRHAND.
           COPY IDMASK.

      *    Identifier masking level this report prints at (MSKPARM).
       01  WS-MASK-LEVEL-REQUEST.
           05  WS-MKL-REPORT-ID        PIC X(08) VALUE 'DEPTRN00'.
           05  WS-MKL-LEVEL            PIC X(01).

       01  WS-FILE-STATUS.
           05  WS-DEP-STATUS           PIC X(2).
           05  WS-PORT-STATUS          PIC X(2).
           05  WS-TRAN-STATUS          PIC X(2).
           05  WS-SUS-STATUS           PIC X(2).
           05  WS-ERR-STATUS           PIC X(2).

       01  WS-SWITCHES.
           05  WS-DEP-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-DEP-EOF               VALUE 'Y'.
               88  WS-DEP-MORE              VALUE 'N'.
           05  WS-PORT-EOF-SW          PIC X(1) VALUE 'N'.
               88  WS-PORT-EOF              VALUE 'Y'.
           05  WS-ACCT-FOUND-SW        PIC X(1) VALUE 'N'.
               88  WS-ACCT-FOUND            VALUE 'Y'.
               88  WS-ACCT-NOT-FOUND        VALUE 'N'.
           05  WS-FILE-PROVED-SW       PIC X(1) VALUE 'N'.
               88  WS-FILE-PROVED           VALUE 'Y'.
               88  WS-FILE-NOT-PROVED       VALUE 'N'.
           05  WS-TRAILER-SEEN-SW      PIC X(1) VALUE 'N'.
               88  WS-TRAILER-SEEN          VALUE 'Y'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                     PIC X(8).
           05  WS-CURRENT-TIME8        PIC 9(8).
           05  WS-CURRENT-TIME-X REDEFINES WS-CURRENT-TIME8
                                     PIC X(8).
           05  WS-SEQUENCE             PIC 9(4) VALUE 0.
           05  WS-SEQ-BUILD.
               10  FILLER              PIC X(2) VALUE 'LB'.
               10  WS-SEQ-NUMBER       PIC 9(4).
           05  WS-PROOF-REASON         PIC X(40).
           05  WS-SUSPENSE-REASON      PIC X(80).

      *----------------------------------------------------------------*
      * Control totals accumulated over the detail items in the
      * proving pass, compared with the bank's trailer.
      *----------------------------------------------------------------*
       01  WS-PROOF-TOTALS.
           05  WS-PRF-ITEM-COUNT       PIC 9(07) VALUE 0.
           05  WS-PRF-AMOUNT-TOTAL     PIC 9(13)V9(2) COMP-3
                                       VALUE 0.
           05  WS-PRF-TRL-COUNT        PIC 9(07) VALUE 0.
           05  WS-PRF-TRL-AMOUNT       PIC 9(13)V9(2) COMP-3
                                       VALUE 0.

      *----------------------------------------------------------------*
      * Account-to-portfolio map loaded from the portfolio master.
      *----------------------------------------------------------------*
       01  WS-ACCOUNT-TABLE.
           05  WS-ACCT-COUNT           PIC 9(4) COMP VALUE 0.
           05  WS-ACCT-ENTRY OCCURS 2000 TIMES.
               10  WS-ACCT-NUMBER      PIC X(10).
               10  WS-ACCT-PORTFOLIO   PIC X(08).
       01  WS-ACCT-IX                  PIC 9(4) COMP.
       01  WS-ACCT-MAX                 PIC 9(4) COMP VALUE 2000.

       01  WS-COUNTERS.
           05  WS-ITEMS-READ           PIC 9(7) COMP VALUE 0.
           05  WS-ITEMS-POSTED         PIC 9(7) COMP VALUE 0.
           05  WS-ITEMS-SUSPENDED      PIC 9(7) COMP VALUE 0.
           05  WS-POSTED-AMOUNT        PIC S9(13)V9(2) COMP-3
                                       VALUE 0.
           05  WS-SUSPENDED-AMOUNT     PIC S9(13)V9(2) COMP-3
                                       VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       01  WS-REPORT-LINES.
           05  WS-EXC-LINE.
               10  WS-EXC-ACTION       PIC X(12).
               10  FILLER              PIC X(5)  VALUE ' REF '.
               10  WS-EXC-ITEM-REF     PIC X(16).
               10  FILLER              PIC X(9)  VALUE ' ACCOUNT '.
               10  WS-EXC-ACCOUNT      PIC X(10).
               10  FILLER              PIC X(9)  VALUE ' CLIENT '.
               10  WS-EXC-CLIENT-REF   PIC X(16).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-EXC-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-EXC-REMITTER     PIC X(30).
               10  FILLER              PIC X(6)  VALUE SPACES.
           05  WS-PROOF-LINE.
               10  FILLER              PIC X(22) VALUE
                   'FILE REJECTED -- '.
               10  WS-PRF-L-REASON     PIC X(40).
               10  FILLER              PIC X(7)  VALUE ' ITEMS '.
               10  WS-PRF-L-COUNT      PIC Z,ZZZ,ZZ9.
               10  FILLER              PIC X(9)  VALUE ' TRAILER '.
               10  WS-PRF-L-TRL-COUNT  PIC Z,ZZZ,ZZ9.
               10  FILLER              PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           IF WS-FILE-PROVED
               PERFORM 2000-TRANSLATE-DEPOSITS
                   UNTIL WS-DEP-EOF
                   OR ERR-TEXT NOT = SPACES
           END-IF

           PERFORM 3000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME8 FROM TIME
           CALL 'MSKLVL00' USING WS-MASK-LEVEL-REQUEST

           OPEN OUTPUT EXCEPTION-REPORT
           IF WS-ERR-STATUS NOT = '00'
               MOVE 'Error opening exception report' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           PERFORM 1100-PROVE-DEPOSIT-FILE
           IF WS-FILE-NOT-PROVED
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT DEPOSIT-FILE
           IF WS-DEP-STATUS NOT = '00'
               MOVE 'Error opening deposit file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               SET WS-FILE-NOT-PROVED TO TRUE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PORTFOLIO-FILE
           IF WS-PORT-STATUS NOT = '00'
               MOVE 'Error opening portfolio file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN EXTEND TRANSACTION-FILE
           IF WS-TRAN-STATUS NOT = '00'
               MOVE 'Error opening transaction file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O SUSPENSE-FILE
           IF WS-SUS-STATUS NOT = '00'
               MOVE 'Error opening suspense file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           PERFORM 1200-LOAD-ACCOUNT-TABLE
               UNTIL WS-PORT-EOF
               OR ERR-TEXT NOT = SPACES
           CLOSE PORTFOLIO-FILE
           .

      *----------------------------------------------------------------*
      * Proving pass: header first, trailer last, and the detail
      * items' count and amount total must equal the trailer's. A
      * file that fails is reported and nothing from it posts -- the
      * bank resends it.
      *----------------------------------------------------------------*
       1100-PROVE-DEPOSIT-FILE.
           SET WS-FILE-NOT-PROVED TO TRUE
           MOVE SPACES TO WS-PROOF-REASON

           OPEN INPUT DEPOSIT-FILE
           IF WS-DEP-STATUS NOT = '00'
               MOVE 'Error opening deposit file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           READ DEPOSIT-FILE
               AT END
                   MOVE 'EMPTY FILE' TO WS-PROOF-REASON
           END-READ
           IF WS-PROOF-REASON = SPACES AND NOT DEP-TYPE-HEADER
               MOVE 'HEADER RECORD MISSING' TO WS-PROOF-REASON
           END-IF

           IF WS-PROOF-REASON = SPACES
               PERFORM 1110-PROVE-ONE-RECORD
                   UNTIL WS-DEP-EOF
                   OR WS-PROOF-REASON NOT = SPACES
           END-IF

           CLOSE DEPOSIT-FILE

           IF WS-PROOF-REASON = SPACES AND NOT WS-TRAILER-SEEN
               MOVE 'TRAILER RECORD MISSING' TO WS-PROOF-REASON
           END-IF

           IF WS-PROOF-REASON = SPACES
              AND (WS-PRF-ITEM-COUNT   NOT = WS-PRF-TRL-COUNT
                OR WS-PRF-AMOUNT-TOTAL NOT = WS-PRF-TRL-AMOUNT)
               MOVE 'CONTROL TOTALS DISAGREE WITH TRAILER'
                 TO WS-PROOF-REASON
           END-IF

           IF WS-PROOF-REASON NOT = SPACES
               MOVE WS-PROOF-REASON   TO WS-PRF-L-REASON
               MOVE WS-PRF-ITEM-COUNT TO WS-PRF-L-COUNT
               MOVE WS-PRF-TRL-COUNT  TO WS-PRF-L-TRL-COUNT
               WRITE EXCEPTION-RECORD FROM WS-PROOF-LINE
               MOVE 'Deposit file failed control total proof'
                 TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           SET WS-FILE-PROVED TO TRUE
           SET WS-DEP-MORE    TO TRUE
           .

       1110-PROVE-ONE-RECORD.
           READ DEPOSIT-FILE
               AT END
                   SET WS-DEP-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF WS-TRAILER-SEEN
               MOVE 'RECORDS FOLLOW THE TRAILER' TO WS-PROOF-REASON
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN DEP-TYPE-DETAIL
                   IF DEP-AMOUNT IS NOT NUMERIC
                       MOVE 'NON-NUMERIC ITEM AMOUNT'
                         TO WS-PROOF-REASON
                   ELSE
                       ADD 1          TO WS-PRF-ITEM-COUNT
                       ADD DEP-AMOUNT TO WS-PRF-AMOUNT-TOTAL
                   END-IF
               WHEN DEP-TYPE-TRAILER
                   SET WS-TRAILER-SEEN TO TRUE
                   IF DEP-TRL-ITEM-COUNT IS NOT NUMERIC
                   OR DEP-TRL-AMOUNT-TOTAL IS NOT NUMERIC
                       MOVE 'NON-NUMERIC TRAILER TOTALS'
                         TO WS-PROOF-REASON
                   ELSE
                       MOVE DEP-TRL-ITEM-COUNT   TO WS-PRF-TRL-COUNT
                       MOVE DEP-TRL-AMOUNT-TOTAL TO WS-PRF-TRL-AMOUNT
                   END-IF
               WHEN OTHER
                   MOVE 'UNKNOWN RECORD TYPE' TO WS-PROOF-REASON
           END-EVALUATE
           .

       1200-LOAD-ACCOUNT-TABLE.
           READ PORTFOLIO-FILE NEXT RECORD
               AT END
                   SET WS-PORT-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF WS-ACCT-COUNT NOT < WS-ACCT-MAX
               MOVE 'Account table capacity exceeded' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ACCT-COUNT
           MOVE PORT-ACCOUNT-NO TO WS-ACCT-NUMBER(WS-ACCT-COUNT)
           MOVE PORT-ID         TO WS-ACCT-PORTFOLIO(WS-ACCT-COUNT)
           .

       2000-TRANSLATE-DEPOSITS.
           READ DEPOSIT-FILE
               AT END
                   SET WS-DEP-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF NOT DEP-TYPE-DETAIL
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ITEMS-READ
           PERFORM 2100-MAP-ONE-DEPOSIT
           .

       2100-MAP-ONE-DEPOSIT.
           PERFORM 2200-FIND-ACCOUNT
           PERFORM 2300-BUILD-TRANSACTION

           IF WS-ACCT-NOT-FOUND
               MOVE 'Unmatched remittance: no portfolio for account/ref'
                 TO WS-SUSPENSE-REASON
               PERFORM 2450-SUSPEND-DEPOSIT
               EXIT PARAGRAPH
           END-IF

           IF DEP-AMOUNT = ZERO
               MOVE 'Bank remittance carries a zero amount'
                 TO WS-SUSPENSE-REASON
               PERFORM 2450-SUSPEND-DEPOSIT
               EXIT PARAGRAPH
           END-IF

           WRITE TRANSACTION-RECORD
           IF WS-TRAN-STATUS NOT = '00'
               MOVE 'Error writing deposit transaction' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           ADD 1          TO WS-ITEMS-POSTED
           ADD DEP-AMOUNT TO WS-POSTED-AMOUNT
           .

      *----------------------------------------------------------------*
      * The account number the bank captured wins; failing that, the
      * client's own reference is tried as our portfolio ID and then
      * as our account number.
      *----------------------------------------------------------------*
       2200-FIND-ACCOUNT.
           SET WS-ACCT-NOT-FOUND TO TRUE

           IF DEP-ACCOUNT-NO NOT = SPACES
               PERFORM VARYING WS-ACCT-IX FROM 1 BY 1
                       UNTIL WS-ACCT-IX > WS-ACCT-COUNT
                       OR WS-ACCT-FOUND
                   IF WS-ACCT-NUMBER(WS-ACCT-IX) = DEP-ACCOUNT-NO
                       SET WS-ACCT-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF

           IF WS-ACCT-NOT-FOUND AND DEP-CLIENT-REF NOT = SPACES
               PERFORM VARYING WS-ACCT-IX FROM 1 BY 1
                       UNTIL WS-ACCT-IX > WS-ACCT-COUNT
                       OR WS-ACCT-FOUND
                   IF WS-ACCT-PORTFOLIO(WS-ACCT-IX) = DEP-CLIENT-REF
                   OR WS-ACCT-NUMBER(WS-ACCT-IX)    = DEP-CLIENT-REF
                       SET WS-ACCT-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF

           IF WS-ACCT-FOUND
               SUBTRACT 1 FROM WS-ACCT-IX
           END-IF
           .

       2300-BUILD-TRANSACTION.
           INITIALIZE TRANSACTION-RECORD

           MOVE WS-CURRENT-DATE-X      TO TRN-DATE
           MOVE WS-CURRENT-TIME-X(1:6) TO TRN-TIME
           IF WS-ACCT-FOUND
               MOVE WS-ACCT-PORTFOLIO(WS-ACCT-IX) TO TRN-PORTFOLIO-ID
           ELSE
               MOVE SPACES TO TRN-PORTFOLIO-ID
           END-IF
           ADD 1 TO WS-SEQUENCE
           MOVE WS-SEQUENCE            TO WS-SEQ-NUMBER
           MOVE WS-SEQ-BUILD           TO TRN-SEQUENCE-NO

           MOVE SPACES                 TO TRN-INVESTMENT-ID
           MOVE 'DP'                   TO TRN-TYPE
           MOVE ZERO                   TO TRN-QUANTITY
           MOVE ZERO                   TO TRN-PRICE
           MOVE DEP-AMOUNT             TO TRN-AMOUNT
           MOVE DEP-CURRENCY           TO TRN-CURRENCY
           SET TRN-STATUS-PEND         TO TRUE
           MOVE WS-CURRENT-DATE-X      TO TRN-SETTLEMENT-DATE
           MOVE 'DEPTRN00'             TO TRN-PROCESS-USER
           MOVE DEP-ITEM-REF           TO TRN-BROKER-REF
           .

      *----------------------------------------------------------------*
      * An item that cannot post is listed and parked on the
      * transaction suspense file as the DP it would have been, with
      * the reason. The listing is what operations rekey from: an
      * unmatched item has no portfolio on its image and a zero item
      * has nothing to post, so TRNVAL00's suspense pass fails the
      * entry every cycle until it ages out onto the suspense
      * exception report, where it clears against the rekeyed
      * deposit.
      *----------------------------------------------------------------*
       2450-SUSPEND-DEPOSIT.
           ADD 1          TO WS-ITEMS-SUSPENDED
           ADD DEP-AMOUNT TO WS-SUSPENDED-AMOUNT

           MOVE SPACES         TO WS-EXC-LINE
           MOVE 'SUSPENDED:'   TO WS-EXC-ACTION
           MOVE DEP-ITEM-REF   TO WS-EXC-ITEM-REF
           MOVE WS-MKL-LEVEL   TO MSK-LEVEL
           MOVE DEP-ACCOUNT-NO TO MSK-ACCOUNT-NO
           MOVE SPACES         TO MSK-CLIENT-NAME
           CALL 'IDMASK00' USING IDMASK-REQUEST
           MOVE MSK-ACCOUNT-NO TO WS-EXC-ACCOUNT
           MOVE DEP-CLIENT-REF TO WS-EXC-CLIENT-REF
           MOVE DEP-AMOUNT     TO WS-EXC-AMOUNT
           MOVE DEP-REMITTER   TO WS-EXC-REMITTER
           WRITE EXCEPTION-RECORD FROM WS-EXC-LINE

           INITIALIZE SUSPENSE-RECORD
           MOVE TRN-DATE           TO SUS-TRN-DATE
           MOVE TRN-TIME           TO SUS-TRN-TIME
           MOVE TRN-PORTFOLIO-ID   TO SUS-PORTFOLIO-ID
           MOVE TRN-SEQUENCE-NO    TO SUS-SEQUENCE-NO
           MOVE TRANSACTION-RECORD TO SUS-TRAN-IMAGE
           MOVE WS-SUSPENSE-REASON TO SUS-ERR-TEXT
           MOVE 1                  TO SUS-FAIL-COUNT
           MOVE WS-CURRENT-DATE-X  TO SUS-FIRST-FAIL-DATE

           WRITE SUSPENSE-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'Suspense entry already on file: '
                           TRN-KEY
           END-WRITE
           .

       3000-TERMINATE.
           IF WS-FILE-PROVED
               CLOSE DEPOSIT-FILE
                     TRANSACTION-FILE
                     SUSPENSE-FILE
           END-IF
           CLOSE EXCEPTION-REPORT

           DISPLAY 'DEPTRN00 Processing Statistics:'
           DISPLAY '  Remittance items read:' WS-ITEMS-READ
           DISPLAY '  Deposits posted:      ' WS-ITEMS-POSTED
           DISPLAY '  Posted amount:        ' WS-POSTED-AMOUNT
           DISPLAY '  Items suspended:      ' WS-ITEMS-SUSPENDED
           DISPLAY '  Suspended amount:     ' WS-SUSPENDED-AMOUNT
           IF WS-FILE-NOT-PROVED
               DISPLAY '  FILE REJECTED:        ' WS-PROOF-REASON
           END-IF
           DISPLAY '  Errors:               ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       9000-ERROR-ROUTINE.
           ADD 1 TO WS-ERROR-COUNT
           MOVE 'DEPTRN00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
