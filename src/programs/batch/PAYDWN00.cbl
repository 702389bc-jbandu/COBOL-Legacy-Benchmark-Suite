      *================================================================*
      * Program Name: PAYDWN00
      * Description: Pass-Through Principal Paydown Processing
      * Version: 1.0
      * Date: 2026
      *
      * Mortgage- and asset-backed pass-throughs return principal
      * every month, so the face a client holds shrinks by the pool
      * factor. This program works the POOLFCT factor file: each
      * loaded factor whose principal payment date has arrived is
      * applied as the ratio of the new factor to the last one
      * applied (1 for an issue's first factor). Every active
      * POSITION-MASTER holding and every open PORTLOT tax lot of
      * the pool is paid down by that ratio -- quantity, cost basis
      * and market value together, so unit cost is unchanged and
      * RPTLOT00 and the tax extracts see basis relieved in
      * proportion to the face retired. The principal (face retired
      * times the per-unit redemption value, par when none is set)
      * is credited to portfolio cash -- corpus, so the principal
      * bucket on a trust -- and the book cost drops by the basis
      * relieved. Every record touched gets a HISTREC before/after
      * image pair, as CRPACT00 does for its actions.
      *
      * Factors for one pool are applied in date order; a factor
      * that cannot be applied holds back the pool's later ones so
      * no month is skipped. Each applied factor steps to A, so a
      * rerun pays nothing down twice.
      *
      * Positions maintained here bypass POSUPD00, so the job stream
      * runs POSCBL00 as its following step to rebuild the POSCUR
      * view from the master, as it does after CRPACT00.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYDWN00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POOL-FACTOR-FILE
               ASSIGN TO POOLFCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PFC-KEY
               FILE STATUS IS WS-PFC-STATUS.

           SELECT SECURITY-MASTER
               ASSIGN TO SECMSTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEC-KEY
               FILE STATUS IS WS-SEC-STATUS.

           SELECT POSITION-MASTER
               ASSIGN TO POSMSTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-KEY
               FILE STATUS IS WS-POS-STATUS.

           SELECT CURRENT-POSITION-FILE
               ASSIGN TO POSCUR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUR-KEY
               ALTERNATE RECORD KEY IS CUR-INVESTMENT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-CUR-STATUS.

           SELECT LOT-FILE
               ASSIGN TO PORTLOT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-LOT-STATUS.

           SELECT PORTFOLIO-FILE
               ASSIGN TO PORTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PORT-ID
               FILE STATUS IS WS-PORT-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO HISTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT PAYDOWN-REPORT
               ASSIGN TO PAYDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POOL-FACTOR-FILE.
       COPY POOLFCT.

       FD  SECURITY-MASTER.
       COPY SECMSTR.

       FD  POSITION-MASTER.
       COPY POSREC.

       FD  CURRENT-POSITION-FILE.
       COPY POSCUR.

       FD  LOT-FILE.
           COPY PORTLOT.

       FD  PORTFOLIO-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PORTFLIO.

       FD  HISTORY-FILE.
       COPY HISTREC.

       FD  PAYDOWN-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY ERRHAND.

       01  WS-FILE-STATUS.
           05  WS-PFC-STATUS       PIC X(2).
           05  WS-SEC-STATUS       PIC X(2).
           05  WS-POS-STATUS       PIC X(2).
           05  WS-CUR-STATUS       PIC X(2).
           05  WS-LOT-STATUS       PIC X(2).
           05  WS-PORT-STATUS      PIC X(2).
           05  WS-HIST-STATUS      PIC X(2).
           05  WS-RPT-STATUS       PIC X(2).

       01  WS-CONSTANTS.
           05  WS-BATCH-USER-ID    PIC X(8) VALUE 'PAYDWN'.
           05  WS-HIST-REASON      PIC X(4) VALUE 'PDWN'.

       01  WS-SWITCHES.
           05  WS-PFC-EOF-SW       PIC X(1) VALUE 'N'.
               88  WS-PFC-EOF          VALUE 'Y'.
           05  WS-SCAN-EOF-SW      PIC X(1) VALUE 'N'.
               88  WS-SCAN-EOF         VALUE 'Y'.
               88  WS-SCAN-MORE        VALUE 'N'.
           05  WS-POOL-HELD-SW     PIC X(1) VALUE 'N'.
               88  WS-POOL-HELD        VALUE 'Y'.
               88  WS-POOL-OPEN        VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8    PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                 PIC X(8).
           05  WS-CURRENT-TIME8    PIC 9(8).
           05  WS-CURRENT-TIME-X REDEFINES WS-CURRENT-TIME8
                                 PIC X(8).
           05  WS-POOL-ID          PIC X(10).
           05  WS-PRIOR-FACTOR     PIC S9(1)V9(8) COMP-3.
           05  WS-FACTOR-RATIO     PIC S9(3)V9(10) COMP-3.
           05  WS-PAR-PER-UNIT     PIC S9(11)V9(4) COMP-3.
           05  WS-OLD-QTY          PIC S9(11)V9(4) COMP-3.
           05  WS-PAID-QTY         PIC S9(11)V9(4) COMP-3.
           05  WS-NEW-BASIS        PIC S9(13)V9(2) COMP-3.
           05  WS-CASH-PROCEEDS    PIC S9(13)V9(2) COMP-3.
           05  WS-BASIS-REDUCTION  PIC S9(13)V9(2) COMP-3.
           05  WS-HIST-SEQ         PIC 9(4) VALUE 0.

       01  WS-COUNTERS.
           05  WS-FACTORS-READ     PIC 9(5) COMP VALUE 0.
           05  WS-FACTORS-APPLIED  PIC 9(5) COMP VALUE 0.
           05  WS-FACTORS-PENDING  PIC 9(5) COMP VALUE 0.
           05  WS-FACTORS-HELD     PIC 9(5) COMP VALUE 0.
           05  WS-POSITIONS-ADJ    PIC 9(7) COMP VALUE 0.
           05  WS-LOTS-ADJ         PIC 9(7) COMP VALUE 0.
           05  WS-HELD-FULL        PIC 9(7) COMP VALUE 0.
           05  WS-ERROR-COUNT      PIC 9(7) COMP VALUE 0.

      *----------------------------------------------------------------*
      * Keys of the holdings one factor pays down, gathered before
      * anything is changed -- CRPACT00's capped-table collect. A
      * pool exceeding a cap fails its factor rather than paying
      * down part of the book.
      *----------------------------------------------------------------*
       01  WS-POS-KEY-TABLE.
           05  WS-POS-KEY-COUNT    PIC 9(4) COMP VALUE 0.
           05  WS-POS-KEY-ENTRY OCCURS 2000 TIMES.
               10  WS-POS-KEY-PORT PIC X(08).
               10  WS-POS-KEY-DATE PIC X(08).
               10  WS-POS-KEY-INV  PIC X(10).
       01  WS-LOT-KEY-TABLE.
           05  WS-LOT-KEY-COUNT    PIC 9(4) COMP VALUE 0.
           05  WS-LOT-KEY-ENTRY OCCURS 2000 TIMES.
               10  WS-LOT-KEY-PORT PIC X(08).
               10  WS-LOT-KEY-INV  PIC X(10).
               10  WS-LOT-KEY-DATE PIC X(08).
               10  WS-LOT-KEY-SEQ  PIC X(06).
       01  WS-KEY-IX               PIC 9(4) COMP.
       01  WS-KEY-MAX              PIC 9(4) COMP VALUE 2000.

       01  WS-IMAGE-AREAS.
           05  WS-BEFORE-IMAGE     PIC X(400).

      *----------------------------------------------------------------*
      * Request area for HSTDLT00, the compact delta form behind
      * HIST-FORMAT 'D'.
      *----------------------------------------------------------------*
       01  WS-DELTA-REQUEST.
           05  WS-DLT-FUNCTION     PIC X(1).
           05  WS-DLT-RESULT       PIC X(1).
               88  WS-DLT-BUILT        VALUE 'D'.
               88  WS-DLT-HELD         VALUE 'H'.
           05  WS-DLT-BEFORE       PIC X(400).
           05  WS-DLT-AFTER        PIC X(400).
           05  WS-DLT-DELTA        PIC X(400).
           05  WS-DLT-PORTFOLIO-ID PIC X(8).
           05  WS-DLT-HIST-DATE    PIC X(8).

       01  WS-REPORT-LINES.
           05  WS-HDR-LINE.
               10  FILLER          PIC X(40) VALUE
                   'PRINCIPAL PAYDOWNS  DATE '.
               10  WS-HDR-DATE     PIC X(8).
               10  FILLER          PIC X(84) VALUE SPACES.
           05  WS-FACTOR-LINE.
               10  FILLER          PIC X(10) VALUE 'FACTOR:   '.
               10  WS-FCT-ID       PIC X(10).
               10  FILLER          PIC X(6)  VALUE '  FOR '.
               10  WS-FCT-DATE     PIC X(8).
               10  FILLER          PIC X(8)  VALUE '  PRIOR '.
               10  WS-FCT-PRIOR    PIC 9.99999999.
               10  FILLER          PIC X(6)  VALUE '  NEW '.
               10  WS-FCT-NEW      PIC 9.99999999.
               10  FILLER          PIC X(6)  VALUE '  PAY '.
               10  WS-FCT-PAY-DATE PIC X(8).
               10  FILLER          PIC X(2)  VALUE SPACES.
               10  WS-FCT-NOTE     PIC X(30).
               10  FILLER          PIC X(18) VALUE SPACES.
           05  WS-PAYDOWN-LINE.
               10  FILLER          PIC X(10) VALUE '  PAID:   '.
               10  WS-PDL-PORTFOLIO PIC X(8).
               10  FILLER          PIC X(7)  VALUE '  FACE '.
               10  WS-PDL-OLD-QTY  PIC ZZZ,ZZZ,ZZ9.9999.
               10  FILLER          PIC X(4)  VALUE ' TO '.
               10  WS-PDL-NEW-QTY  PIC ZZZ,ZZZ,ZZ9.9999.
               10  FILLER          PIC X(12) VALUE '  PRINCIPAL '.
               10  WS-PDL-CASH     PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER          PIC X(8)  VALUE '  BASIS '.
               10  WS-PDL-BASIS    PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER          PIC X(21) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-SCAN-FACTORS
               UNTIL WS-PFC-EOF

           PERFORM 3000-TERMINATE

           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD

           OPEN I-O POOL-FACTOR-FILE
           IF WS-PFC-STATUS NOT = '00'
               MOVE 'Error opening pool factor file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT SECURITY-MASTER
           IF WS-SEC-STATUS NOT = '00'
               MOVE 'Error opening security master' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O POSITION-MASTER
           IF WS-POS-STATUS NOT = '00'
               MOVE 'Error opening position master' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT CURRENT-POSITION-FILE
           IF WS-CUR-STATUS NOT = '00'
               MOVE 'Error opening current position view' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O LOT-FILE
           IF WS-LOT-STATUS NOT = '00'
               MOVE 'Error opening lot file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O PORTFOLIO-FILE
           IF WS-PORT-STATUS NOT = '00'
               MOVE 'Error opening portfolio file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O HISTORY-FILE
           IF WS-HIST-STATUS NOT = '00'
               MOVE 'Error opening history file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT PAYDOWN-REPORT
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'Error opening paydown report' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           ACCEPT WS-CURRENT-TIME8 FROM TIME

           MOVE WS-CURRENT-DATE-X TO WS-HDR-DATE
           WRITE REPORT-RECORD FROM WS-HDR-LINE

           MOVE SPACES TO WS-POOL-ID
           MOVE LOW-VALUES TO PFC-KEY
           START POOL-FACTOR-FILE KEY NOT LESS THAN PFC-KEY
               INVALID KEY
                   SET WS-PFC-EOF TO TRUE
           END-START
           .

      *----------------------------------------------------------------*
      * The factor file delivers each pool's factors in date order.
      * Applied entries only advance the pool's prior factor; the
      * first loaded entry not yet payable, or one that fails, holds
      * the rest of the pool back until a later run.
      *----------------------------------------------------------------*
       2000-SCAN-FACTORS.
           READ POOL-FACTOR-FILE NEXT RECORD
               AT END
                   SET WS-PFC-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-FACTORS-READ

           IF PFC-SEC-ID NOT = WS-POOL-ID
               MOVE PFC-SEC-ID TO WS-POOL-ID
               MOVE 1          TO WS-PRIOR-FACTOR
               SET WS-POOL-OPEN TO TRUE
           END-IF

           IF PFC-STATUS-APPLIED
               MOVE PFC-FACTOR TO WS-PRIOR-FACTOR
               EXIT PARAGRAPH
           END-IF

           IF WS-POOL-HELD
               ADD 1 TO WS-FACTORS-HELD
               EXIT PARAGRAPH
           END-IF

           IF PFC-PAY-DATE > WS-CURRENT-DATE-X
               ADD 1 TO WS-FACTORS-PENDING
               SET WS-POOL-HELD TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO ERR-TEXT
           PERFORM 2100-APPLY-FACTOR

           IF ERR-TEXT NOT = SPACES
               SET WS-POOL-HELD TO TRUE
               MOVE 'NOT APPLIED -- POOL HELD' TO WS-FCT-NOTE
               PERFORM 2900-WRITE-FACTOR-LINE
               EXIT PARAGRAPH
           END-IF

           SET PFC-STATUS-APPLIED TO TRUE
           MOVE WS-CURRENT-DATE-X TO PFC-APPLIED-DATE
           REWRITE POOL-FACTOR-RECORD
               INVALID KEY
                   MOVE 'Error marking pool factor applied'
                     TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   SET WS-POOL-HELD TO TRUE
                   EXIT PARAGRAPH
           END-REWRITE

           ADD 1 TO WS-FACTORS-APPLIED
           MOVE PFC-FACTOR TO WS-PRIOR-FACTOR
           .

       2100-APPLY-FACTOR.
           IF PFC-FACTOR IS NOT NUMERIC
           OR PFC-FACTOR < ZERO
           OR PFC-FACTOR > WS-PRIOR-FACTOR
               MOVE 'Pool factor out of sequence or invalid'
                 TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           IF WS-PRIOR-FACTOR = ZERO
               MOVE 'Pool factor after pool paid off' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           MOVE PFC-SEC-ID TO SEC-ID
           READ SECURITY-MASTER
               INVALID KEY
                   MOVE 'Pool not on security master' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-READ

      *    Principal is returned at par -- the issue's per-unit
      *    redemption value, or one unit of face where none is set.
           IF SEC-REDEMPTION-VALUE > ZERO
               MOVE SEC-REDEMPTION-VALUE TO WS-PAR-PER-UNIT
           ELSE
               MOVE 1 TO WS-PAR-PER-UNIT
           END-IF

           COMPUTE WS-FACTOR-RATIO ROUNDED =
               PFC-FACTOR / WS-PRIOR-FACTOR

           MOVE SPACES TO WS-FCT-NOTE
           PERFORM 2900-WRITE-FACTOR-LINE

           PERFORM 2200-COLLECT-POSITION-KEYS
           IF ERR-TEXT = SPACES
               PERFORM 2300-COLLECT-LOT-KEYS
           END-IF

           IF ERR-TEXT NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-KEY-IX FROM 1 BY 1
                   UNTIL WS-KEY-IX > WS-POS-KEY-COUNT
                   OR ERR-TEXT NOT = SPACES
               PERFORM 2400-PAY-DOWN-ONE-POSITION
           END-PERFORM

           PERFORM VARYING WS-KEY-IX FROM 1 BY 1
                   UNTIL WS-KEY-IX > WS-LOT-KEY-COUNT
                   OR ERR-TEXT NOT = SPACES
               PERFORM 2500-PAY-DOWN-ONE-LOT
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Collect pass: the pool's holders off the POSCUR view through
      * its investment-ID alternate index, then each holder's open
      * lots by a keyed START -- exactly as CRPACT00 collects.
      *----------------------------------------------------------------*
       2200-COLLECT-POSITION-KEYS.
           MOVE ZERO TO WS-POS-KEY-COUNT
           SET WS-SCAN-MORE TO TRUE

           MOVE PFC-SEC-ID TO CUR-INVESTMENT-ID
           START CURRENT-POSITION-FILE
                 KEY NOT LESS THAN CUR-INVESTMENT-ID
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START

           PERFORM 2210-COLLECT-ONE-HOLDER
               UNTIL WS-SCAN-EOF
               OR ERR-TEXT NOT = SPACES
           .

       2210-COLLECT-ONE-HOLDER.
           READ CURRENT-POSITION-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF CUR-INVESTMENT-ID NOT = PFC-SEC-ID
               SET WS-SCAN-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF NOT CUR-STATUS-ACTIVE
               EXIT PARAGRAPH
           END-IF

           IF WS-POS-KEY-COUNT NOT < WS-KEY-MAX
               MOVE 'Position key table capacity exceeded' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-POS-KEY-COUNT
           MOVE CUR-PORTFOLIO-ID
             TO WS-POS-KEY-PORT(WS-POS-KEY-COUNT)
           MOVE CUR-POSITION-DATE
             TO WS-POS-KEY-DATE(WS-POS-KEY-COUNT)
           MOVE CUR-INVESTMENT-ID
             TO WS-POS-KEY-INV(WS-POS-KEY-COUNT)
           .

       2300-COLLECT-LOT-KEYS.
           MOVE ZERO TO WS-LOT-KEY-COUNT

           PERFORM VARYING WS-KEY-IX FROM 1 BY 1
                   UNTIL WS-KEY-IX > WS-POS-KEY-COUNT
                   OR ERR-TEXT NOT = SPACES
               PERFORM 2305-COLLECT-HOLDER-LOTS
           END-PERFORM
           .

       2305-COLLECT-HOLDER-LOTS.
           SET WS-SCAN-MORE TO TRUE

           MOVE WS-POS-KEY-PORT(WS-KEY-IX) TO LOT-PORTFOLIO-ID
           MOVE PFC-SEC-ID                 TO LOT-INVESTMENT-ID
           MOVE LOW-VALUES                 TO LOT-OPEN-DATE
           MOVE LOW-VALUES                 TO LOT-OPEN-SEQ

           START LOT-FILE KEY NOT LESS THAN LOT-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START

           PERFORM 2310-SCAN-ONE-LOT
               UNTIL WS-SCAN-EOF
               OR ERR-TEXT NOT = SPACES
           .

       2310-SCAN-ONE-LOT.
           READ LOT-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF LOT-PORTFOLIO-ID NOT = WS-POS-KEY-PORT(WS-KEY-IX)
           OR LOT-INVESTMENT-ID NOT = PFC-SEC-ID
               SET WS-SCAN-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF NOT LOT-STATUS-OPEN
               EXIT PARAGRAPH
           END-IF

           IF WS-LOT-KEY-COUNT NOT < WS-KEY-MAX
               MOVE 'Lot key table capacity exceeded' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-LOT-KEY-COUNT
           MOVE LOT-PORTFOLIO-ID
             TO WS-LOT-KEY-PORT(WS-LOT-KEY-COUNT)
           MOVE LOT-INVESTMENT-ID
             TO WS-LOT-KEY-INV(WS-LOT-KEY-COUNT)
           MOVE LOT-OPEN-DATE
             TO WS-LOT-KEY-DATE(WS-LOT-KEY-COUNT)
           MOVE LOT-OPEN-SEQ
             TO WS-LOT-KEY-SEQ(WS-LOT-KEY-COUNT)
           .

      *----------------------------------------------------------------*
      * Position: face, basis and market value all scale by the
      * factor ratio. The face retired is paid at par into cash and
      * the basis it carried comes off the portfolio book cost. A
      * zero factor retires the holding.
      *----------------------------------------------------------------*
       2400-PAY-DOWN-ONE-POSITION.
           PERFORM 2700-READ-TABLED-POSITION
           IF ERR-TEXT NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE POSITION-RECORD TO WS-BEFORE-IMAGE
           MOVE POS-QUANTITY    TO WS-OLD-QTY

           COMPUTE POS-QUANTITY ROUNDED =
               POS-QUANTITY * WS-FACTOR-RATIO
           COMPUTE WS-PAID-QTY = WS-OLD-QTY - POS-QUANTITY
           COMPUTE WS-CASH-PROCEEDS ROUNDED =
               WS-PAID-QTY * WS-PAR-PER-UNIT

           COMPUTE WS-NEW-BASIS ROUNDED =
               POS-COST-BASIS * WS-FACTOR-RATIO
           COMPUTE WS-BASIS-REDUCTION =
               POS-COST-BASIS - WS-NEW-BASIS
           MOVE WS-NEW-BASIS TO POS-COST-BASIS

           COMPUTE POS-MARKET-VALUE ROUNDED =
               POS-MARKET-VALUE * WS-FACTOR-RATIO

           IF POS-QUANTITY = ZERO
               MOVE ZERO TO POS-MARKET-VALUE
               MOVE ZERO TO POS-COST-BASIS
               SET POS-STATUS-CLOSED TO TRUE
           END-IF

           PERFORM 2720-REWRITE-POSITION
           PERFORM 2740-WRITE-POSITION-HISTORY

           IF ERR-TEXT = SPACES
               PERFORM 2600-CREDIT-PRINCIPAL
           END-IF

           IF ERR-TEXT = SPACES
               MOVE WS-POS-KEY-PORT(WS-KEY-IX) TO WS-PDL-PORTFOLIO
               MOVE WS-OLD-QTY         TO WS-PDL-OLD-QTY
               MOVE POS-QUANTITY       TO WS-PDL-NEW-QTY
               MOVE WS-CASH-PROCEEDS   TO WS-PDL-CASH
               MOVE WS-BASIS-REDUCTION TO WS-PDL-BASIS
               WRITE REPORT-RECORD FROM WS-PAYDOWN-LINE
           END-IF
           .

      *----------------------------------------------------------------*
      * Lot: original and remaining face and the lot's total cost
      * all scale by the ratio, so unit cost holds and the cost of
      * the face still held drops in proportion to the face retired.
      * A lot paid down to nothing closes.
      *----------------------------------------------------------------*
       2500-PAY-DOWN-ONE-LOT.
           PERFORM 2710-READ-TABLED-LOT
           IF ERR-TEXT NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE LOT-RECORD TO WS-BEFORE-IMAGE

           COMPUTE LOT-ORIGINAL-QTY ROUNDED =
               LOT-ORIGINAL-QTY * WS-FACTOR-RATIO
           COMPUTE LOT-REMAINING-QTY ROUNDED =
               LOT-REMAINING-QTY * WS-FACTOR-RATIO
           COMPUTE LOT-COST-BASIS ROUNDED =
               LOT-COST-BASIS * WS-FACTOR-RATIO
           IF LOT-ORIGINAL-QTY NOT = ZERO
               COMPUTE LOT-UNIT-COST ROUNDED =
                   LOT-COST-BASIS / LOT-ORIGINAL-QTY
           END-IF

           IF LOT-REMAINING-QTY = ZERO
               SET LOT-STATUS-CLOSED TO TRUE
           END-IF

           PERFORM 2730-REWRITE-LOT
           PERFORM 2750-WRITE-LOT-HISTORY
           .

       2600-CREDIT-PRINCIPAL.
           MOVE WS-POS-KEY-PORT(WS-KEY-IX) TO PORT-ID
           READ PORTFOLIO-FILE
               INVALID KEY
                   MOVE 'Portfolio not found for principal paydown'
                     TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-READ

           ADD WS-CASH-PROCEEDS TO PORT-CASH-BALANCE
      *    Returned principal is corpus -- on a trust it belongs to
      *    the principal bucket, like merger proceeds.
           IF PORT-TRUST
               ADD WS-CASH-PROCEEDS TO PORT-PRINCIPAL-CASH
           END-IF
           SUBTRACT WS-BASIS-REDUCTION FROM PORT-TOTAL-COST

           REWRITE PORT-RECORD
               INVALID KEY
                   MOVE 'Error crediting principal paydown' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-REWRITE
           .

       2700-READ-TABLED-POSITION.
           MOVE WS-POS-KEY-PORT(WS-KEY-IX) TO POS-PORTFOLIO-ID
           MOVE WS-POS-KEY-DATE(WS-KEY-IX) TO POS-DATE
           MOVE WS-POS-KEY-INV(WS-KEY-IX)  TO POS-INVESTMENT-ID

           READ POSITION-MASTER
               INVALID KEY
                   MOVE 'Tabled position not found for update'
                     TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-READ
           .

       2710-READ-TABLED-LOT.
           MOVE WS-LOT-KEY-PORT(WS-KEY-IX) TO LOT-PORTFOLIO-ID
           MOVE WS-LOT-KEY-INV(WS-KEY-IX)  TO LOT-INVESTMENT-ID
           MOVE WS-LOT-KEY-DATE(WS-KEY-IX) TO LOT-OPEN-DATE
           MOVE WS-LOT-KEY-SEQ(WS-KEY-IX)  TO LOT-OPEN-SEQ

           READ LOT-FILE
               INVALID KEY
                   MOVE 'Tabled lot not found for update' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-READ
           .

       2720-REWRITE-POSITION.
           MOVE FUNCTION CURRENT-DATE TO POS-LAST-MAINT-DATE
           MOVE WS-BATCH-USER-ID      TO POS-LAST-MAINT-USER

           REWRITE POSITION-RECORD
               INVALID KEY
                   MOVE 'Error rewriting position' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-REWRITE

           ADD 1 TO WS-POSITIONS-ADJ
           .

       2730-REWRITE-LOT.
           MOVE FUNCTION CURRENT-DATE TO LOT-LAST-MAINT-DATE
           MOVE WS-BATCH-USER-ID      TO LOT-LAST-MAINT-USER

           REWRITE LOT-RECORD
               INVALID KEY
                   MOVE 'Error rewriting lot' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-REWRITE

           ADD 1 TO WS-LOTS-ADJ
           .

       2740-WRITE-POSITION-HISTORY.
           MOVE WS-POS-KEY-PORT(WS-KEY-IX) TO HIST-PORTFOLIO-ID
           SET HIST-TYPE-POS TO TRUE
           SET HIST-ACTION-CHG TO TRUE
           MOVE POSITION-RECORD TO HIST-AFTER-IMAGE
           PERFORM 2780-WRITE-HISTORY-RECORD
           .

       2750-WRITE-LOT-HISTORY.
           MOVE WS-LOT-KEY-PORT(WS-KEY-IX) TO HIST-PORTFOLIO-ID
           SET HIST-TYPE-LOT TO TRUE
           SET HIST-ACTION-CHG TO TRUE
           MOVE LOT-RECORD TO HIST-AFTER-IMAGE
           PERFORM 2780-WRITE-HISTORY-RECORD
           .

       2780-WRITE-HISTORY-RECORD.
           MOVE 'C' TO WS-DLT-FUNCTION
           MOVE WS-BEFORE-IMAGE  TO WS-DLT-BEFORE
           MOVE HIST-AFTER-IMAGE TO WS-DLT-AFTER
           MOVE HIST-PORTFOLIO-ID TO WS-DLT-PORTFOLIO-ID
           MOVE WS-CURRENT-DATE-X TO WS-DLT-HIST-DATE
           CALL 'HSTDLT00' USING WS-DELTA-REQUEST
           IF WS-DLT-HELD
               ADD 1 TO WS-HELD-FULL
           END-IF

           IF WS-DLT-BUILT
               MOVE WS-DLT-DELTA TO HIST-BEFORE-IMAGE
               MOVE SPACES       TO HIST-AFTER-IMAGE
               MOVE 'D'          TO HIST-FORMAT
           ELSE
               MOVE WS-BEFORE-IMAGE TO HIST-BEFORE-IMAGE
               MOVE 'F'             TO HIST-FORMAT
           END-IF

           MOVE WS-CURRENT-DATE-X TO HIST-DATE
           ACCEPT WS-CURRENT-TIME8 FROM TIME
           MOVE WS-CURRENT-TIME-X(1:6) TO HIST-TIME
           ADD 1 TO WS-HIST-SEQ
           MOVE WS-HIST-SEQ       TO HIST-SEQ-NO
           MOVE WS-HIST-REASON    TO HIST-REASON-CODE
           MOVE FUNCTION CURRENT-DATE TO HIST-PROCESS-DATE
           MOVE WS-BATCH-USER-ID  TO HIST-PROCESS-USER

           WRITE HISTORY-RECORD
               INVALID KEY
                   MOVE 'Error writing history record' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-WRITE
           .

       2900-WRITE-FACTOR-LINE.
           MOVE PFC-SEC-ID      TO WS-FCT-ID
           MOVE PFC-FACTOR-DATE TO WS-FCT-DATE
           MOVE WS-PRIOR-FACTOR TO WS-FCT-PRIOR
           MOVE PFC-FACTOR      TO WS-FCT-NEW
           MOVE PFC-PAY-DATE    TO WS-FCT-PAY-DATE
           WRITE REPORT-RECORD FROM WS-FACTOR-LINE
           .

       3000-TERMINATE.
           CLOSE POOL-FACTOR-FILE
                 SECURITY-MASTER
                 POSITION-MASTER
                 CURRENT-POSITION-FILE
                 LOT-FILE
                 PORTFOLIO-FILE
                 HISTORY-FILE
                 PAYDOWN-REPORT

           DISPLAY 'PAYDWN00 Processing Statistics:'
           DISPLAY '  Factors read:         ' WS-FACTORS-READ
           DISPLAY '  Factors applied:      ' WS-FACTORS-APPLIED
           DISPLAY '  Not yet payable:      ' WS-FACTORS-PENDING
           DISPLAY '  Held behind pool:     ' WS-FACTORS-HELD
           DISPLAY '  Positions paid down:  ' WS-POSITIONS-ADJ
           DISPLAY '  Lots paid down:       ' WS-LOTS-ADJ
           DISPLAY '  Kept full, legal hold:' WS-HELD-FULL
           DISPLAY '  Errors:               ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       9000-ERROR-ROUTINE.
           ADD 1 TO WS-ERROR-COUNT
           MOVE ERR-CAT-PROC TO ERR-CATEGORY
           MOVE 'PAYDWN00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
