      *================================================================*
      * Program Name: STLMSG00
      * Description: Custodian Settlement Instruction Messaging
      * Version: 1.0
      * Date: 2026
      *
      * Post-close group of the daily sequence. Until now the
      * custodian learned of our trades only from CUSEXT00's end-
      * of-day position extract and had to chase the broker to
      * settle them. This job sends the custodian a settlement
      * instruction for every trade leg posted today, the same day,
      * on the STLMSG outbound message file in the standard
      * settlement instruction layouts:
      *
      *   540 receive free         RF, and the receiving side of a TR
      *   541 receive vs payment   BU, BC
      *   542 deliver free         DF, and the delivering side of a TR
      *   543 deliver vs payment   SL, SS
      *
      * each with trade and settlement dates, quantity, settlement
      * amount (principal plus accrued interest, against-payment
      * only), the counterparty broker or contra firm, the client's
      * safekeeping account and the place of settlement for the
      * security's market (MKT-PSET, else the STLIPARM default).
      *
      * Every instruction is registered on the STLINS file under
      * the leg's UNSETL key. A reversal the posting backed out
      * today sends a cancellation of the live instruction; a leg
      * posted again with different figures is cancelled and
      * re-instructed as an amendment. A rerun finds its legs
      * already instructed and sends nothing twice.
      *
      * The custodian's acknowledgements and rejections of earlier
      * messages arrive on CUSTACK and are applied first; the
      * STLIRPT report lists the rejections, every message sent,
      * and every instruction still unacknowledged after the
      * STLIPARM grace days or rejected and not yet replaced.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STLMSG00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE
               ASSIGN TO TRANFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

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

           SELECT SECURITY-XREF-FILE
               ASSIGN TO SECXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XRF-KEY
               FILE STATUS IS WS-XRF-STATUS.

           SELECT MARKET-SETTLE-FILE
               ASSIGN TO MKTSTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MKT-KEY
               FILE STATUS IS WS-MKT-STATUS.

           SELECT INSTRUCTION-FILE
               ASSIGN TO STLINS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIN-KEY
               ALTERNATE RECORD KEY IS SIN-MSG-REF
               FILE STATUS IS WS-SIN-STATUS.

           SELECT ACKNOWLEDGEMENT-FILE
               ASSIGN TO CUSTACK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT MESSAGE-FILE
               ASSIGN TO STLMSG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MSG-STATUS.

           SELECT PARM-FILE
               ASSIGN TO STLIPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT INSTRUCTION-REPORT
               ASSIGN TO STLIRPT
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
       FD  TRANSACTION-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY TRNREC.

       FD  PORTFOLIO-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PORTFLIO.

       FD  SECURITY-MASTER.
       COPY SECMSTR.

       FD  SECURITY-XREF-FILE.
       COPY SECXREF.

       FD  MARKET-SETTLE-FILE.
       COPY MKTSTL.

       FD  INSTRUCTION-FILE.
       COPY STLINS.

      *----------------------------------------------------------------*
      * The custodian's status message for one of our instructions,
      * quoting the sender's reference we gave it.
      *----------------------------------------------------------------*
       FD  ACKNOWLEDGEMENT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ACKNOWLEDGEMENT-RECORD.
           05  ACK-MSG-REF             PIC X(16).
           05  ACK-RESULT              PIC X(01).
               88  ACK-ACCEPTED            VALUE 'A'.
               88  ACK-REJECTED            VALUE 'R'.
           05  ACK-REASON              PIC X(04).
           05  ACK-NARRATIVE           PIC X(35).
           05  ACK-DATE                PIC X(08).
           05  FILLER                  PIC X(16).

       FD  MESSAGE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  MESSAGE-RECORD              PIC X(80).

       FD  PARM-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  STL-PARM-RECORD.
      *    Custodian's BIC the messages are addressed to, place of
      *    settlement for a market with no MKT-PSET, and the days an
      *    instruction may wait for its acknowledgement.
           05  STL-PARM-CUSTODIAN-BIC  PIC X(11).
           05  STL-PARM-DEFAULT-PSET   PIC X(11).
           05  STL-PARM-ACK-DAYS       PIC 9(02).
           05  FILLER                  PIC X(56).

       FD  INSTRUCTION-REPORT
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
           05  WS-TRAN-STATUS          PIC X(2).
           05  WS-PORT-STATUS          PIC X(2).
           05  WS-SEC-STATUS           PIC X(2).
           05  WS-XRF-STATUS           PIC X(2).
           05  WS-MKT-STATUS           PIC X(2).
           05  WS-SIN-STATUS           PIC X(2).
           05  WS-ACK-STATUS           PIC X(2).
           05  WS-MSG-STATUS           PIC X(2).
           05  WS-PARM-STATUS          PIC X(2).
           05  WS-RPT-STATUS           PIC X(2).
           05  WS-BCT-STATUS           PIC X(2).

       01  WS-CONSTANTS.
      *    STLMSG00 follows TAXCOR00 at the end of the post-close
      *    group of the daily sequence.
           05  WS-SEQUENCE-NO          PIC 9(4) VALUE 46.
           05  WS-CONTROL-KEY          PIC X(8) VALUE '*MSGCTL'.

       01  WS-PARMS.
      *    House defaults; the STLIPARM record overrides.
           05  WS-CUSTODIAN-BIC        PIC X(11) VALUE 'CUSTODIANXX'.
           05  WS-DEFAULT-PSET         PIC X(11) VALUE SPACES.
           05  WS-ACK-DAYS             PIC 9(2) VALUE 1.

       01  WS-SWITCHES.
           05  WS-TRAN-EOF-SW          PIC X(1) VALUE 'N'.
               88  WS-TRAN-EOF              VALUE 'Y'.
           05  WS-ACK-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-ACK-EOF               VALUE 'Y'.
           05  WS-SIN-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-SIN-EOF               VALUE 'Y'.
           05  WS-CTL-FOUND-SW         PIC X(1) VALUE 'N'.
               88  WS-CTL-FOUND             VALUE 'Y'.
               88  WS-CTL-NOT-FOUND         VALUE 'N'.
           05  WS-INS-FOUND-SW         PIC X(1) VALUE 'N'.
               88  WS-INS-FOUND             VALUE 'Y'.
               88  WS-INS-NOT-FOUND         VALUE 'N'.
           05  WS-OUTSTANDING-HDR-SW   PIC X(1) VALUE 'N'.
               88  WS-OUTSTANDING-HEADED    VALUE 'Y'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                     PIC X(8).
           05  WS-CURRENT-TIME8        PIC 9(8).
           05  WS-TODAY-INTEGER        PIC S9(9) COMP.
           05  WS-SENT-DATE-NUM        PIC 9(8).
           05  WS-DAYS-WAITING         PIC S9(5) COMP-3.
           05  WS-LAST-MSG-NO          PIC 9(14) VALUE 0.
           05  WS-NEW-MSG-REF.
               10  FILLER              PIC X(2)  VALUE 'SI'.
               10  WS-NEW-MSG-NO       PIC 9(14).
           05  WS-MSG-FUNCTION         PIC X(4).
           05  WS-MSG-LINK-REF         PIC X(16).
           05  WS-RPT-NOTE             PIC X(17).

      *----------------------------------------------------------------*
      * The leg in hand. A transfer is two legs -- the delivering
      * portfolio and the receiving one -- each instructed on its
      * own account; every other trade is one.
      *----------------------------------------------------------------*
       01  WS-LEG.
           05  WS-LEG-PORTFOLIO        PIC X(08).
           05  WS-LEG-MSG-TYPE         PIC X(03).
           05  WS-LEG-COUNTERPARTY     PIC X(08).
           05  WS-LEG-AMOUNT           PIC S9(13)V9(2) COMP-3.
           05  WS-LEG-ACCOUNT          PIC X(10).
           05  WS-LEG-SECURITY-ID      PIC X(12).
           05  WS-LEG-ID-TYPE          PIC X(01).
               88  WS-LEG-ID-ISIN           VALUE 'I'.
               88  WS-LEG-ID-CUSIP          VALUE 'C'.
               88  WS-LEG-ID-INTERNAL       VALUE 'N'.
           05  WS-LEG-PSET             PIC X(11).

      *----------------------------------------------------------------*
      * Numbers go out in the message convention: no leading zeros
      * or sign, decimal comma.
      *----------------------------------------------------------------*
       01  WS-FMT-AREA.
           05  WS-FMT-VALUE            PIC S9(13)V9(4).
           05  WS-FMT-EDIT             PIC Z(12)9.9999.
           05  WS-FMT-EDIT-X REDEFINES WS-FMT-EDIT
                                       PIC X(18).
           05  WS-FMT-DECIMALS         PIC 9(1).
           05  WS-FMT-LEAD             PIC 9(2) COMP.
           05  WS-FMT-LEN              PIC 9(2) COMP.
           05  WS-FMT-TEXT             PIC X(18).

       01  WS-MSG-LINE                 PIC X(80).

       01  WS-COUNTERS.
           05  WS-ACKS-READ            PIC 9(7) COMP VALUE 0.
           05  WS-ACKS-ACCEPTED        PIC 9(7) COMP VALUE 0.
           05  WS-ACKS-REJECTED        PIC 9(7) COMP VALUE 0.
           05  WS-ACKS-UNMATCHED       PIC 9(7) COMP VALUE 0.
           05  WS-LEGS-INSTRUCTED      PIC 9(7) COMP VALUE 0.
           05  WS-LEGS-AMENDED         PIC 9(7) COMP VALUE 0.
           05  WS-LEGS-CANCELLED       PIC 9(7) COMP VALUE 0.
           05  WS-LEGS-ALREADY-SENT    PIC 9(7) COMP VALUE 0.
           05  WS-MESSAGES-SENT        PIC 9(7) COMP VALUE 0.
           05  WS-IDS-UNMAPPED         PIC 9(7) COMP VALUE 0.
           05  WS-OUTSTANDING          PIC 9(7) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       01  WS-REPORT-LINES.
           05  WS-HDR-LINE.
               10  FILLER              PIC X(36) VALUE
                   'CUSTODIAN SETTLEMENT INSTRUCTIONS  '.
               10  FILLER              PIC X(6)  VALUE 'DATE '.
               10  WS-HDR-DATE         PIC X(8).
               10  FILLER              PIC X(14) VALUE
                   '  CUSTODIAN  '.
               10  WS-HDR-CUSTODIAN    PIC X(11).
               10  FILLER              PIC X(57) VALUE SPACES.
           05  WS-SECTION-LINE.
               10  WS-SEC-TEXT         PIC X(60).
               10  FILLER              PIC X(72) VALUE SPACES.
           05  WS-COL-LINE.
               10  FILLER              PIC X(22) VALUE
                   'FUNC REFERENCE       '.
               10  FILLER              PIC X(23) VALUE
                   'PORT-ID  INVESTMENT TY '.
               10  FILLER              PIC X(22) VALUE
                   'MT  TRADED   SETTLES  '.
               10  FILLER              PIC X(18) VALUE
                   '        QUANTITY  '.
               10  FILLER              PIC X(20) VALUE
                   '  SETTLEMENT AMOUNT '.
               10  FILLER              PIC X(27) VALUE
                   'CPTY     NOTE'.
           05  WS-DETAIL-LINE.
               10  WS-DTL-FUNCTION     PIC X(4).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-REF          PIC X(16).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-PORTFOLIO    PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-INVESTMENT   PIC X(10).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-TRN-TYPE     PIC X(2).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-MSG-TYPE     PIC X(3).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-TRADE-DATE   PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-SETTLE-DATE  PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-QUANTITY     PIC ZZZ,ZZZ,ZZ9.9999-.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-AMOUNT       PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-COUNTERPARTY PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-NOTE         PIC X(17).
           05  WS-ACK-LINE.
               10  FILLER              PIC X(9)  VALUE 'REJECTED '.
               10  WS-ACL-REF          PIC X(16).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-ACL-PORTFOLIO    PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-ACL-INVESTMENT   PIC X(10).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-ACL-TRADE-DATE   PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-ACL-SEQUENCE     PIC X(6).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-ACL-REASON       PIC X(4).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-ACL-NARRATIVE    PIC X(35).
               10  FILLER              PIC X(29) VALUE SPACES.
           05  WS-NOTE-LINE.
               10  WS-NTL-TEXT         PIC X(80).
               10  FILLER              PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           MOVE 'CUSTODIAN REJECTIONS RECEIVED' TO WS-SEC-TEXT
           WRITE REPORT-RECORD FROM WS-SECTION-LINE
           PERFORM 2000-APPLY-ACKNOWLEDGEMENT
               UNTIL WS-ACK-EOF

           MOVE 'INSTRUCTIONS SENT' TO WS-SEC-TEXT
           WRITE REPORT-RECORD FROM WS-SECTION-LINE
           WRITE REPORT-RECORD FROM WS-COL-LINE
           PERFORM 2100-INSTRUCT-TRADE
               UNTIL WS-TRAN-EOF

           PERFORM 2500-LIST-OUTSTANDING

           PERFORM 3000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE8)

           PERFORM 1100-OPEN-FILES
           PERFORM 1150-LOAD-PARM
           PERFORM 1160-READ-MSG-CONTROL
           PERFORM 1200-INIT-CHECKPOINT

           MOVE WS-CURRENT-DATE-X TO WS-HDR-DATE
           MOVE WS-CUSTODIAN-BIC  TO WS-HDR-CUSTODIAN
           WRITE REPORT-RECORD FROM WS-HDR-LINE
           .

       1100-OPEN-FILES.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRAN-STATUS NOT = '00'
               MOVE 'Error opening transaction file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               SET WS-TRAN-EOF TO TRUE
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

           OPEN INPUT SECURITY-XREF-FILE
           IF WS-XRF-STATUS NOT = '00'
               MOVE 'Error opening security cross-reference'
                 TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT MARKET-SETTLE-FILE
           IF WS-MKT-STATUS NOT = '00'
               MOVE 'Error opening market settlement file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

      *    The first run creates the instruction register.
           OPEN I-O INSTRUCTION-FILE
           IF WS-SIN-STATUS NOT = '00' AND '05'
               MOVE 'Error opening settlement instruction file'
                 TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

      *    No acknowledgement file simply means the custodian sent
      *    nothing since the last run.
           OPEN INPUT ACKNOWLEDGEMENT-FILE
           IF WS-ACK-STATUS NOT = '00'
               SET WS-ACK-EOF TO TRUE
           END-IF

           OPEN OUTPUT MESSAGE-FILE
           IF WS-MSG-STATUS NOT = '00'
               MOVE 'Error opening settlement message file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT INSTRUCTION-REPORT
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'Error opening instruction report' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O BATCH-CONTROL-FILE
           IF WS-BCT-STATUS NOT = '00'
               MOVE 'Error opening control file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           .

       1150-LOAD-PARM.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
               IF WS-PARM-STATUS = '00'
                   IF STL-PARM-CUSTODIAN-BIC NOT = SPACES
                       MOVE STL-PARM-CUSTODIAN-BIC
                         TO WS-CUSTODIAN-BIC
                   END-IF
                   MOVE STL-PARM-DEFAULT-PSET TO WS-DEFAULT-PSET
                   IF STL-PARM-ACK-DAYS IS NUMERIC
                       MOVE STL-PARM-ACK-DAYS TO WS-ACK-DAYS
                   END-IF
               END-IF
               CLOSE PARM-FILE
           END-IF
           .

      *----------------------------------------------------------------*
      * Message numbers carry on from the last one issued, so a
      * rerun or a later day never reuses a sender's reference.
      *----------------------------------------------------------------*
       1160-READ-MSG-CONTROL.
           MOVE SPACES         TO SIN-KEY
           MOVE WS-CONTROL-KEY TO SIN-PORTFOLIO-ID
           READ INSTRUCTION-FILE
               INVALID KEY
                   SET WS-CTL-NOT-FOUND TO TRUE
                   MOVE ZERO TO WS-LAST-MSG-NO
               NOT INVALID KEY
                   SET WS-CTL-FOUND TO TRUE
                   MOVE SIN-CTL-LAST-MSG-NO TO WS-LAST-MSG-NO
           END-READ
           .

       1200-INIT-CHECKPOINT.
           MOVE 'STLMSG00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for STLMSG00' TO
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
      * One custodian status message, found by the sender's
      * reference it quotes. A status for a message since cancelled
      * or replaced no longer has an instruction to land on; a
      * rejection of one is still listed.
      *----------------------------------------------------------------*
       2000-APPLY-ACKNOWLEDGEMENT.
           READ ACKNOWLEDGEMENT-FILE
               AT END
                   SET WS-ACK-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-ACKS-READ

           MOVE ACK-MSG-REF TO SIN-MSG-REF
           READ INSTRUCTION-FILE KEY IS SIN-MSG-REF
               INVALID KEY
                   ADD 1 TO WS-ACKS-UNMATCHED
                   IF ACK-REJECTED
                       MOVE SPACES TO SIN-KEY
                       PERFORM 2050-LIST-REJECTION
                   END-IF
                   EXIT PARAGRAPH
           END-READ

           IF ACK-REJECTED
               ADD 1 TO WS-ACKS-REJECTED
               SET SIN-STATUS-REJECTED TO TRUE
               MOVE ACK-REASON    TO SIN-REJECT-REASON
               MOVE ACK-NARRATIVE TO SIN-REJECT-TEXT
               PERFORM 2050-LIST-REJECTION
           ELSE
               ADD 1 TO WS-ACKS-ACCEPTED
               SET SIN-STATUS-ACCEPTED TO TRUE
               MOVE SPACES TO SIN-REJECT-REASON
                              SIN-REJECT-TEXT
           END-IF
           MOVE ACK-DATE TO SIN-STATUS-DATE

           REWRITE SETTLEMENT-INSTRUCTION-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'Error updating instruction: ' SIN-KEY
           END-REWRITE
           .

       2050-LIST-REJECTION.
           MOVE ACK-MSG-REF       TO WS-ACL-REF
           MOVE SIN-PORTFOLIO-ID  TO WS-ACL-PORTFOLIO
           MOVE SIN-INVESTMENT-ID TO WS-ACL-INVESTMENT
           MOVE SIN-TRADE-DATE    TO WS-ACL-TRADE-DATE
           MOVE SIN-SEQUENCE-NO   TO WS-ACL-SEQUENCE
           MOVE ACK-REASON        TO WS-ACL-REASON
           MOVE ACK-NARRATIVE     TO WS-ACL-NARRATIVE
           WRITE REPORT-RECORD FROM WS-ACK-LINE
           .

      *----------------------------------------------------------------*
      * Today's posted trades and reversals. Only trades move
      * securities at the custodian; income, fees and cash
      * movements are not instructed.
      *----------------------------------------------------------------*
       2100-INSTRUCT-TRADE.
           READ TRANSACTION-FILE
               AT END
                   SET WS-TRAN-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF TRN-DATE = '*HEADER ' OR TRN-DATE = '*TRAILER'
               EXIT PARAGRAPH
           END-IF

           IF NOT TRN-TYPE-BUY   AND NOT TRN-TYPE-SELL
              AND NOT TRN-TYPE-SHORT AND NOT TRN-TYPE-COVER
              AND NOT TRN-TYPE-FREE  AND NOT TRN-TYPE-TRANS
               EXIT PARAGRAPH
           END-IF

           IF NOT TRN-STATUS-DONE AND NOT TRN-STATUS-REV
               EXIT PARAGRAPH
           END-IF

           PERFORM 2150-SET-FIRST-LEG
           PERFORM 2190-PROCESS-LEG

           IF TRN-TYPE-TRANS
               PERFORM 2160-SET-RECEIVING-LEG
               PERFORM 2190-PROCESS-LEG
           END-IF
           .

      *----------------------------------------------------------------*
      * The trade's own portfolio: the only leg of a trade, or the
      * delivering side of a transfer.
      *----------------------------------------------------------------*
       2150-SET-FIRST-LEG.
           MOVE TRN-PORTFOLIO-ID TO WS-LEG-PORTFOLIO
           MOVE ZERO             TO WS-LEG-AMOUNT

           EVALUATE TRUE
               WHEN TRN-TYPE-BUY
               WHEN TRN-TYPE-COVER
                   MOVE '541'           TO WS-LEG-MSG-TYPE
                   MOVE TRN-EXEC-BROKER TO WS-LEG-COUNTERPARTY
               WHEN TRN-TYPE-SELL
               WHEN TRN-TYPE-SHORT
                   MOVE '543'           TO WS-LEG-MSG-TYPE
                   MOVE TRN-EXEC-BROKER TO WS-LEG-COUNTERPARTY
               WHEN TRN-TYPE-RCVF
                   MOVE '540'           TO WS-LEG-MSG-TYPE
                   MOVE TRN-CONTRA-FIRM TO WS-LEG-COUNTERPARTY
               WHEN TRN-TYPE-DLVF
                   MOVE '542'           TO WS-LEG-MSG-TYPE
                   MOVE TRN-CONTRA-FIRM TO WS-LEG-COUNTERPARTY
               WHEN TRN-TYPE-TRANS
                   MOVE '542'               TO WS-LEG-MSG-TYPE
                   MOVE TRN-TO-PORTFOLIO-ID TO WS-LEG-COUNTERPARTY
           END-EVALUATE

      *    Accrued interest settles with the principal, as on the
      *    client's confirmation.
           IF WS-LEG-MSG-TYPE = '541' OR '543'
               MOVE TRN-AMOUNT TO WS-LEG-AMOUNT
               IF TRN-ACCRUED-INT IS NUMERIC
                   ADD TRN-ACCRUED-INT TO WS-LEG-AMOUNT
               END-IF
               IF WS-LEG-AMOUNT < ZERO
                   COMPUTE WS-LEG-AMOUNT = ZERO - WS-LEG-AMOUNT
               END-IF
           END-IF

           PERFORM 2170-LOOKUP-LEG-DETAILS
           .

       2160-SET-RECEIVING-LEG.
           MOVE TRN-TO-PORTFOLIO-ID TO WS-LEG-PORTFOLIO
           MOVE '540'               TO WS-LEG-MSG-TYPE
           MOVE TRN-PORTFOLIO-ID    TO WS-LEG-COUNTERPARTY
           MOVE ZERO                TO WS-LEG-AMOUNT

           PERFORM 2170-LOOKUP-LEG-DETAILS
           .

      *----------------------------------------------------------------*
      * Safekeeping account, the security as the custodian knows it
      * (ISIN, else CUSIP, else our SEC-ID listed as an exception)
      * and the place of settlement for its market.
      *----------------------------------------------------------------*
       2170-LOOKUP-LEG-DETAILS.
           MOVE WS-LEG-PORTFOLIO TO PORT-ID
           READ PORTFOLIO-FILE
               INVALID KEY
                   MOVE WS-LEG-PORTFOLIO TO WS-LEG-ACCOUNT
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'Portfolio not found for instruction: '
                           WS-LEG-PORTFOLIO
               NOT INVALID KEY
                   MOVE PORT-ACCOUNT-NO TO WS-LEG-ACCOUNT
           END-READ

           MOVE TRN-INVESTMENT-ID TO XRF-SEC-ID
           READ SECURITY-XREF-FILE
               INVALID KEY
                   MOVE SPACES TO SECURITY-XREF-RECORD
           END-READ

           EVALUATE TRUE
               WHEN XRF-ISIN NOT = SPACES
                   MOVE XRF-ISIN  TO WS-LEG-SECURITY-ID
                   SET WS-LEG-ID-ISIN TO TRUE
               WHEN XRF-CUSIP NOT = SPACES
                   MOVE XRF-CUSIP TO WS-LEG-SECURITY-ID
                   SET WS-LEG-ID-CUSIP TO TRUE
               WHEN OTHER
                   MOVE TRN-INVESTMENT-ID TO WS-LEG-SECURITY-ID
                   SET WS-LEG-ID-INTERNAL TO TRUE
                   ADD 1 TO WS-IDS-UNMAPPED
                   DISPLAY 'Unmapped identifier, sent as SEC-ID: '
                           TRN-INVESTMENT-ID
           END-EVALUATE

           MOVE WS-DEFAULT-PSET TO WS-LEG-PSET
           MOVE TRN-INVESTMENT-ID TO SEC-ID
           READ SECURITY-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           MOVE SEC-MARKET TO MKT-MARKET
           READ MARKET-SETTLE-FILE
               NOT INVALID KEY
                   IF MKT-PSET NOT = SPACES
                       MOVE MKT-PSET TO WS-LEG-PSET
                   END-IF
           END-READ
           .

       2190-PROCESS-LEG.
           MOVE WS-LEG-PORTFOLIO  TO SIN-PORTFOLIO-ID
           MOVE TRN-INVESTMENT-ID TO SIN-INVESTMENT-ID
           MOVE TRN-DATE          TO SIN-TRADE-DATE
           MOVE TRN-SEQUENCE-NO   TO SIN-SEQUENCE-NO

           READ INSTRUCTION-FILE
               INVALID KEY
                   SET WS-INS-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-INS-FOUND TO TRUE
           END-READ

           IF TRN-STATUS-REV
               PERFORM 2300-CANCEL-LEG
           ELSE
               PERFORM 2200-INSTRUCT-LEG
           END-IF
           .

      *----------------------------------------------------------------*
      * A leg with no live instruction gets one. A live instruction
      * with the same figures was sent by an earlier run; different
      * figures cancel it and send a replacement -- unless the
      * custodian rejected it, when there is nothing live to cancel.
      *----------------------------------------------------------------*
       2200-INSTRUCT-LEG.
           IF WS-INS-NOT-FOUND
               MOVE SPACES TO SIN-DATA
                              SIN-FILLER
               MOVE ZERO   TO SIN-AMEND-COUNT
               PERFORM 2250-FILL-INSTRUCTION
               SET SIN-FUNC-NEW TO TRUE
               PERFORM 2400-SEND-NEW
               WRITE SETTLEMENT-INSTRUCTION-RECORD
                   INVALID KEY
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY 'Error writing instruction: ' SIN-KEY
               END-WRITE
               ADD 1 TO WS-LEGS-INSTRUCTED
               EXIT PARAGRAPH
           END-IF

           IF NOT SIN-FUNC-CANCEL
              AND SIN-MSG-TYPE    = WS-LEG-MSG-TYPE
              AND SIN-SETTLE-DATE = TRN-SETTLEMENT-DATE
              AND SIN-QUANTITY    = TRN-QUANTITY
              AND SIN-AMOUNT      = WS-LEG-AMOUNT
               ADD 1 TO WS-LEGS-ALREADY-SENT
               EXIT PARAGRAPH
           END-IF

           IF SIN-FUNC-CANCEL
               PERFORM 2250-FILL-INSTRUCTION
               SET SIN-FUNC-NEW TO TRUE
               PERFORM 2400-SEND-NEW
               ADD 1 TO WS-LEGS-INSTRUCTED
           ELSE
               IF SIN-STATUS-REJECTED
                   MOVE SIN-MSG-REF TO SIN-PREV-REF
               ELSE
                   PERFORM 2410-SEND-CANCEL
               END-IF
               PERFORM 2250-FILL-INSTRUCTION
               SET SIN-FUNC-AMEND TO TRUE
               ADD 1 TO SIN-AMEND-COUNT
               PERFORM 2400-SEND-NEW
               ADD 1 TO WS-LEGS-AMENDED
           END-IF

           REWRITE SETTLEMENT-INSTRUCTION-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'Error updating instruction: ' SIN-KEY
           END-REWRITE
           .

       2250-FILL-INSTRUCTION.
           MOVE TRN-TYPE            TO SIN-TRN-TYPE
           MOVE WS-LEG-MSG-TYPE     TO SIN-MSG-TYPE
           MOVE TRN-SETTLEMENT-DATE TO SIN-SETTLE-DATE
           MOVE TRN-QUANTITY        TO SIN-QUANTITY
           MOVE WS-LEG-AMOUNT       TO SIN-AMOUNT
           MOVE TRN-CURRENCY        TO SIN-CURRENCY
           MOVE WS-LEG-COUNTERPARTY TO SIN-COUNTERPARTY
           MOVE WS-LEG-PSET         TO SIN-PSET
           .

      *----------------------------------------------------------------*
      * The reversal backs the trade out, so its live instruction
      * is cancelled. One the custodian rejected was never live
      * there and is closed here without a message.
      *----------------------------------------------------------------*
       2300-CANCEL-LEG.
           IF WS-INS-NOT-FOUND
               MOVE SPACES            TO WS-DTL-FUNCTION
                                         WS-DTL-REF
                                         WS-DTL-MSG-TYPE
                                         WS-DTL-COUNTERPARTY
               MOVE WS-LEG-PORTFOLIO  TO WS-DTL-PORTFOLIO
               MOVE TRN-INVESTMENT-ID TO WS-DTL-INVESTMENT
               MOVE TRN-TYPE          TO WS-DTL-TRN-TYPE
               MOVE TRN-DATE          TO WS-DTL-TRADE-DATE
               MOVE TRN-SETTLEMENT-DATE TO WS-DTL-SETTLE-DATE
               MOVE TRN-QUANTITY      TO WS-DTL-QUANTITY
               MOVE WS-LEG-AMOUNT     TO WS-DTL-AMOUNT
               MOVE 'REVERSED-NO INSTR' TO WS-DTL-NOTE
               WRITE REPORT-RECORD FROM WS-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF

           IF SIN-FUNC-CANCEL
               ADD 1 TO WS-LEGS-ALREADY-SENT
               EXIT PARAGRAPH
           END-IF

           IF SIN-STATUS-REJECTED
               MOVE SIN-MSG-REF       TO SIN-PREV-REF
               SET SIN-FUNC-CANCEL    TO TRUE
               MOVE WS-CURRENT-DATE-X TO SIN-STATUS-DATE
               MOVE 'CLOSED-REJECTED' TO WS-RPT-NOTE
               MOVE SPACES            TO WS-MSG-FUNCTION
               PERFORM 2450-WRITE-DETAIL
           ELSE
               PERFORM 2410-SEND-CANCEL
           END-IF
           ADD 1 TO WS-LEGS-CANCELLED

           REWRITE SETTLEMENT-INSTRUCTION-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'Error updating instruction: ' SIN-KEY
           END-REWRITE
           .

      *----------------------------------------------------------------*
      * A new instruction, or the replacement for a cancelled one,
      * which names the message it replaces.
      *----------------------------------------------------------------*
       2400-SEND-NEW.
           PERFORM 2420-NEXT-MSG-REF
           MOVE 'NEWM' TO WS-MSG-FUNCTION
           IF SIN-FUNC-AMEND
               MOVE SIN-PREV-REF TO WS-MSG-LINK-REF
               MOVE 'REPLACES PRIOR'  TO WS-RPT-NOTE
           ELSE
               MOVE SPACES TO WS-MSG-LINK-REF
               MOVE SPACES TO WS-RPT-NOTE
           END-IF

           MOVE WS-NEW-MSG-REF TO SIN-MSG-REF
           PERFORM 2600-WRITE-MESSAGE
           PERFORM 2430-MARK-SENT
           PERFORM 2450-WRITE-DETAIL
           .

      *----------------------------------------------------------------*
      * Cancels the live message with the figures it was sent with.
      *----------------------------------------------------------------*
       2410-SEND-CANCEL.
           PERFORM 2420-NEXT-MSG-REF
           MOVE 'CANC'      TO WS-MSG-FUNCTION
           MOVE SIN-MSG-REF TO WS-MSG-LINK-REF
           MOVE SIN-MSG-REF TO SIN-PREV-REF
           IF TRN-STATUS-REV
               MOVE 'TRADE REVERSED' TO WS-RPT-NOTE
           ELSE
               MOVE 'FIGURES CHANGED' TO WS-RPT-NOTE
           END-IF

           MOVE WS-NEW-MSG-REF TO SIN-MSG-REF
           SET SIN-FUNC-CANCEL TO TRUE
           PERFORM 2600-WRITE-MESSAGE
           PERFORM 2430-MARK-SENT
           PERFORM 2450-WRITE-DETAIL
           .

       2420-NEXT-MSG-REF.
           ADD 1 TO WS-LAST-MSG-NO
           MOVE WS-LAST-MSG-NO TO WS-NEW-MSG-NO
           .

       2430-MARK-SENT.
           MOVE WS-CURRENT-DATE-X TO SIN-SENT-DATE
                                     SIN-STATUS-DATE
           SET SIN-STATUS-SENT    TO TRUE
           MOVE SPACES            TO SIN-REJECT-REASON
                                     SIN-REJECT-TEXT
           ADD 1 TO WS-MESSAGES-SENT
           .

       2450-WRITE-DETAIL.
           MOVE WS-MSG-FUNCTION   TO WS-DTL-FUNCTION
           MOVE SIN-MSG-REF       TO WS-DTL-REF
           MOVE SIN-PORTFOLIO-ID  TO WS-DTL-PORTFOLIO
           MOVE SIN-INVESTMENT-ID TO WS-DTL-INVESTMENT
           MOVE SIN-TRN-TYPE      TO WS-DTL-TRN-TYPE
           MOVE SIN-MSG-TYPE      TO WS-DTL-MSG-TYPE
           MOVE SIN-TRADE-DATE    TO WS-DTL-TRADE-DATE
           MOVE SIN-SETTLE-DATE   TO WS-DTL-SETTLE-DATE
           MOVE SIN-QUANTITY      TO WS-DTL-QUANTITY
           MOVE SIN-AMOUNT        TO WS-DTL-AMOUNT
           MOVE SIN-COUNTERPARTY  TO WS-DTL-COUNTERPARTY
           MOVE WS-RPT-NOTE       TO WS-DTL-NOTE
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

      *----------------------------------------------------------------*
      * Every instruction still waiting on the custodian past the
      * grace days, and every rejection not yet replaced or
      * cancelled -- the operations team's work list.
      *----------------------------------------------------------------*
       2500-LIST-OUTSTANDING.
           MOVE 'INSTRUCTIONS OUTSTANDING WITH THE CUSTODIAN'
             TO WS-SEC-TEXT
           WRITE REPORT-RECORD FROM WS-SECTION-LINE
           WRITE REPORT-RECORD FROM WS-COL-LINE

           MOVE LOW-VALUES TO SIN-KEY
           START INSTRUCTION-FILE KEY NOT LESS THAN SIN-KEY
               INVALID KEY
                   SET WS-SIN-EOF TO TRUE
           END-START

           PERFORM 2510-CHECK-ONE-INSTRUCTION
               UNTIL WS-SIN-EOF

           IF WS-OUTSTANDING = 0
               MOVE 'NONE' TO WS-NTL-TEXT
               WRITE REPORT-RECORD FROM WS-NOTE-LINE
           END-IF
           .

       2510-CHECK-ONE-INSTRUCTION.
           READ INSTRUCTION-FILE NEXT RECORD
               AT END
                   SET WS-SIN-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF SIN-PORTFOLIO-ID = WS-CONTROL-KEY
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN SIN-STATUS-REJECTED
                   STRING 'REJ ' SIN-REJECT-REASON ' '
                          SIN-REJECT-TEXT
                       DELIMITED BY SIZE INTO WS-RPT-NOTE
               WHEN SIN-STATUS-SENT
                   MOVE SIN-SENT-DATE TO WS-SENT-DATE-NUM
                   COMPUTE WS-DAYS-WAITING = WS-TODAY-INTEGER -
                       FUNCTION INTEGER-OF-DATE(WS-SENT-DATE-NUM)
                   IF WS-DAYS-WAITING NOT > WS-ACK-DAYS
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 'NO ACKNOWLEDGEMENT' TO WS-RPT-NOTE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           ADD 1 TO WS-OUTSTANDING
           EVALUATE TRUE
               WHEN SIN-FUNC-CANCEL
                   MOVE 'CANC' TO WS-MSG-FUNCTION
               WHEN SIN-FUNC-AMEND
                   MOVE 'AMND' TO WS-MSG-FUNCTION
               WHEN OTHER
                   MOVE 'NEWM' TO WS-MSG-FUNCTION
           END-EVALUATE
           PERFORM 2450-WRITE-DETAIL
           .

      *----------------------------------------------------------------*
      * One settlement instruction message: header naming the
      * custodian and message type, general block with our
      * reference, function and any linked message, then trade
      * details, financial instrument and account, and settlement
      * details with the parties and, against payment, the amount.
      *----------------------------------------------------------------*
       2600-WRITE-MESSAGE.
           MOVE SPACES TO WS-MSG-LINE
           STRING '{2:I' SIN-MSG-TYPE WS-CUSTODIAN-BIC 'N}{4:'
               DELIMITED BY SIZE INTO WS-MSG-LINE
           PERFORM 2690-PUT-LINE

           MOVE ':16R:GENL' TO WS-MSG-LINE
           PERFORM 2690-PUT-LINE
           MOVE SPACES TO WS-MSG-LINE
           STRING ':20C::SEME//' SIN-MSG-REF
               DELIMITED BY SIZE INTO WS-MSG-LINE
           PERFORM 2690-PUT-LINE
           MOVE SPACES TO WS-MSG-LINE
           STRING ':23G:' WS-MSG-FUNCTION
               DELIMITED BY SIZE INTO WS-MSG-LINE
           PERFORM 2690-PUT-LINE
           IF WS-MSG-LINK-REF NOT = SPACES
               MOVE ':16R:LINK' TO WS-MSG-LINE
               PERFORM 2690-PUT-LINE
               MOVE SPACES TO WS-MSG-LINE
               STRING ':20C::PREV//' WS-MSG-LINK-REF
                   DELIMITED BY SIZE INTO WS-MSG-LINE
               PERFORM 2690-PUT-LINE
               MOVE ':16S:LINK' TO WS-MSG-LINE
               PERFORM 2690-PUT-LINE
           END-IF
           MOVE ':16S:GENL' TO WS-MSG-LINE
           PERFORM 2690-PUT-LINE

           MOVE ':16R:TRADDET' TO WS-MSG-LINE
           PERFORM 2690-PUT-LINE
           MOVE SPACES TO WS-MSG-LINE
           STRING ':98A::TRAD//' SIN-TRADE-DATE
               DELIMITED BY SIZE INTO WS-MSG-LINE
           PERFORM 2690-PUT-LINE
           MOVE SPACES TO WS-MSG-LINE
           STRING ':98A::SETT//' SIN-SETTLE-DATE
               DELIMITED BY SIZE INTO WS-MSG-LINE
           PERFORM 2690-PUT-LINE
           MOVE SPACES TO WS-MSG-LINE
           EVALUATE TRUE
               WHEN WS-LEG-ID-ISIN
                   STRING ':35B:ISIN ' WS-LEG-SECURITY-ID
                       DELIMITED BY SIZE INTO WS-MSG-LINE
               WHEN WS-LEG-ID-CUSIP
                   STRING ':35B:/US/' WS-LEG-SECURITY-ID
                       DELIMITED BY SIZE INTO WS-MSG-LINE
               WHEN OTHER
                   STRING ':35B:/XX/' WS-LEG-SECURITY-ID
                       DELIMITED BY SIZE INTO WS-MSG-LINE
           END-EVALUATE
           PERFORM 2690-PUT-LINE
           MOVE ':16S:TRADDET' TO WS-MSG-LINE
           PERFORM 2690-PUT-LINE

           MOVE ':16R:FIAC' TO WS-MSG-LINE
           PERFORM 2690-PUT-LINE
           MOVE SIN-QUANTITY TO WS-FMT-VALUE
           MOVE 4            TO WS-FMT-DECIMALS
           PERFORM 2700-FORMAT-NUMBER
           MOVE SPACES TO WS-MSG-LINE
           STRING ':36B::SETT//UNIT/' DELIMITED BY SIZE
                  WS-FMT-TEXT         DELIMITED BY SPACE
               INTO WS-MSG-LINE
           PERFORM 2690-PUT-LINE
           MOVE SPACES TO WS-MSG-LINE
           STRING ':97A::SAFE//' WS-LEG-ACCOUNT
               DELIMITED BY SIZE INTO WS-MSG-LINE
           PERFORM 2690-PUT-LINE
           MOVE ':16S:FIAC' TO WS-MSG-LINE
           PERFORM 2690-PUT-LINE

           MOVE ':16R:SETDET' TO WS-MSG-LINE
           PERFORM 2690-PUT-LINE
           MOVE ':22F::SETR//TRAD' TO WS-MSG-LINE
           PERFORM 2690-PUT-LINE

           MOVE ':16R:SETPRTY' TO WS-MSG-LINE
           PERFORM 2690-PUT-LINE
           MOVE SPACES TO WS-MSG-LINE
           STRING ':95P::PSET//' SIN-PSET
               DELIMITED BY SIZE INTO WS-MSG-LINE
           PERFORM 2690-PUT-LINE
           MOVE ':16S:SETPRTY' TO WS-MSG-LINE
           PERFORM 2690-PUT-LINE

      *    Receiving, the counterparty delivers to us; delivering,
      *    it receives from us.
           MOVE ':16R:SETPRTY' TO WS-MSG-LINE
           PERFORM 2690-PUT-LINE
           MOVE SPACES TO WS-MSG-LINE
           IF SIN-RECEIVE
               STRING ':95Q::DEAG//' SIN-COUNTERPARTY
                   DELIMITED BY SIZE INTO WS-MSG-LINE
           ELSE
               STRING ':95Q::REAG//' SIN-COUNTERPARTY
                   DELIMITED BY SIZE INTO WS-MSG-LINE
           END-IF
           PERFORM 2690-PUT-LINE
           MOVE ':16S:SETPRTY' TO WS-MSG-LINE
           PERFORM 2690-PUT-LINE

           IF SIN-AGAINST-PAYMENT
               MOVE ':16R:AMT' TO WS-MSG-LINE
               PERFORM 2690-PUT-LINE
               MOVE SIN-AMOUNT TO WS-FMT-VALUE
               MOVE 2          TO WS-FMT-DECIMALS
               PERFORM 2700-FORMAT-NUMBER
               MOVE SPACES TO WS-MSG-LINE
               STRING ':19A::SETT//' DELIMITED BY SIZE
                      SIN-CURRENCY   DELIMITED BY SIZE
                      WS-FMT-TEXT    DELIMITED BY SPACE
                   INTO WS-MSG-LINE
               PERFORM 2690-PUT-LINE
               MOVE ':16S:AMT' TO WS-MSG-LINE
               PERFORM 2690-PUT-LINE
           END-IF

           MOVE ':16S:SETDET' TO WS-MSG-LINE
           PERFORM 2690-PUT-LINE
           MOVE '-}' TO WS-MSG-LINE
           PERFORM 2690-PUT-LINE
           .

       2690-PUT-LINE.
           WRITE MESSAGE-RECORD FROM WS-MSG-LINE
           IF WS-MSG-STATUS NOT = '00'
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'Error writing settlement message: '
                       SIN-MSG-REF
           END-IF
           .

       2700-FORMAT-NUMBER.
           IF WS-FMT-VALUE < ZERO
               COMPUTE WS-FMT-VALUE = ZERO - WS-FMT-VALUE
           END-IF
           MOVE WS-FMT-VALUE TO WS-FMT-EDIT
           INSPECT WS-FMT-EDIT-X REPLACING ALL '.' BY ','
           MOVE ZERO TO WS-FMT-LEAD
           INSPECT WS-FMT-EDIT-X TALLYING WS-FMT-LEAD
               FOR LEADING SPACES
           COMPUTE WS-FMT-LEN =
               18 - WS-FMT-LEAD - (4 - WS-FMT-DECIMALS)
           MOVE SPACES TO WS-FMT-TEXT
           MOVE WS-FMT-EDIT-X(WS-FMT-LEAD + 1:WS-FMT-LEN)
             TO WS-FMT-TEXT
           .

       3000-TERMINATE.
           PERFORM 3050-SAVE-MSG-CONTROL
           PERFORM 3100-UPDATE-COMPLETION

           CLOSE TRANSACTION-FILE
                 PORTFOLIO-FILE
                 SECURITY-MASTER
                 SECURITY-XREF-FILE
                 MARKET-SETTLE-FILE
                 INSTRUCTION-FILE
                 MESSAGE-FILE
                 INSTRUCTION-REPORT
                 BATCH-CONTROL-FILE
           IF WS-ACK-STATUS = '00'
               CLOSE ACKNOWLEDGEMENT-FILE
           END-IF

           DISPLAY 'STLMSG00 Processing Statistics:'
           DISPLAY '  Acknowledgements read: ' WS-ACKS-READ
           DISPLAY '  Accepted:              ' WS-ACKS-ACCEPTED
           DISPLAY '  Rejected:              ' WS-ACKS-REJECTED
           DISPLAY '  Unmatched:             ' WS-ACKS-UNMATCHED
           DISPLAY '  Legs instructed:       ' WS-LEGS-INSTRUCTED
           DISPLAY '  Legs amended:          ' WS-LEGS-AMENDED
           DISPLAY '  Legs cancelled:        ' WS-LEGS-CANCELLED
           DISPLAY '  Already instructed:    ' WS-LEGS-ALREADY-SENT
           DISPLAY '  Messages sent:         ' WS-MESSAGES-SENT
           DISPLAY '  Unmapped identifiers:  ' WS-IDS-UNMAPPED
           DISPLAY '  Outstanding listed:    ' WS-OUTSTANDING
           DISPLAY '  Errors:                ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       3050-SAVE-MSG-CONTROL.
           MOVE SPACES         TO SIN-KEY
           MOVE WS-CONTROL-KEY TO SIN-PORTFOLIO-ID
           MOVE WS-CONTROL-KEY TO SIN-MSG-REF
           MOVE SPACES         TO SIN-CONTROL-DATA
                                  SIN-FILLER
           MOVE WS-LAST-MSG-NO TO SIN-CTL-LAST-MSG-NO

           IF WS-CTL-FOUND
               REWRITE SETTLEMENT-INSTRUCTION-RECORD
                   INVALID KEY
                       MOVE 'Error updating message control entry'
                         TO ERR-TEXT
                       PERFORM 9000-ERROR-ROUTINE
               END-REWRITE
           ELSE
               WRITE SETTLEMENT-INSTRUCTION-RECORD
                   INVALID KEY
                       MOVE 'Error writing message control entry'
                         TO ERR-TEXT
                       PERFORM 9000-ERROR-ROUTINE
               END-WRITE
           END-IF
           .

       3100-UPDATE-COMPLETION.
           MOVE 'STLMSG00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for STLMSG00' TO
                       ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-READ

           MOVE BCT-STAT-DONE TO BCT-STATUS
           ACCEPT WS-CURRENT-TIME8 FROM TIME
           MOVE WS-CURRENT-TIME8 TO BCT-END-TIME

      *    A rejection or an overdue acknowledgement wants the
      *    operations team's attention the morning after.
           IF WS-ERROR-COUNT > 0
           OR WS-ACKS-REJECTED > 0
           OR WS-OUTSTANDING > 0
               MOVE BCT-RC-WARNING TO BCT-RETURN-CODE
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
           MOVE 'STLMSG00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
