      * - File cleanup                                               *
      * - VSAM reorganization                                        *
      * - Space management                                           *
      * - PORTFOLIO-FILE and SECURITY-MASTER layout conversion       *
      *                                                               *
      * Maintenance Log:                                             *
      * 2026-08-09 - Added the CONVERT function to reload             *
      *              PORTFOLIO-OLD (a copy of PORTFOLIO-FILE taken    *
      *              before this run, in the pre-conversion layout)   *
      *              into the current PORTFLIO layout.                *
      * 2026-10-15 - ARCHIVE and CLEANUP skip records of a portfolio  *
      *              under legal hold for the record's date (LGLCHK00) *
      *              and list each one skipped on the report.         *
      * 2026-10-15 - CONVERT also reloads a PORTFOLIO-OLD copy taken  *
      *              in the 239-byte layout (before PORT-REG-TYPE),   *
      *              defaulting the fields added after it to spaces.  *
      * 2026-10-15 - CONVERT with file name SECURITY-MASTER reloads   *
      *              SECURITY-OLD (a copy of SECURITY-MASTER in the   *
      *              126-byte layout) into the current SECMSTR layout *
      *              with the classification, override, floating-rate *
      *              and option fields defaulted.                     *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-POLD-STATUS.

           SELECT SECURITY-MASTER ASSIGN TO SECMSTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-KEY
               FILE STATUS IS WS-SEC-STATUS.

           SELECT SECURITY-OLD ASSIGN TO SECMOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SO-KEY
               FILE STATUS IS WS-SOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
      * PORTFOLIO-FILE into the current PORTFLIO layout below, which
      * added PORT-BENEFICIARY-INFO and PORT-TOTAL-UNITS/PORT-TOTAL-
      * COST beyond what PORT-FILLER had reserved.
      * PO-PRIOR-RECORD is the 239-byte layout that ended at
      * PORT-BENCHMARK-ID; every field added after it is alphanumeric
      * and defaults to spaces, so it reloads as a straight move.
      * The record length read tells the two layouts apart.
      *----------------------------------------------------------------*
       FD  PORTFOLIO-OLD
           RECORD VARYING IN SIZE FROM 148 TO 239 CHARACTERS
               DEPENDING ON WS-POLD-LENGTH.
       01  PO-RECORD.
           05  PO-KEY.
               10  PO-ID                PIC X(8).
               10  PO-LAST-USER         PIC X(8).
               10  PO-LAST-TRANS        PIC 9(8).
           05  PO-FILLER                PIC X(50).
       01  PO-PRIOR-RECORD              PIC X(239).

       FD  SECURITY-MASTER.
       COPY SECMSTR.

      *----------------------------------------------------------------*
      * Pre-conversion security master layout (126 bytes), for the
      * CONVERT function that reloads an old-format SECURITY-MASTER
      * into the current SECMSTR layout, which added SEC-CLASSIFICATION,
      * SEC-FLOATING-RATE and SEC-OPTION-TERMS beyond what SO-FILLER
      * had reserved (SEC-MANUAL-OVERRIDES took the filler itself).
      *----------------------------------------------------------------*
       FD  SECURITY-OLD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  SO-RECORD.
           05  SO-KEY.
               10  SO-ID                PIC X(10).
           05  SO-DATA.
               10  SO-DESCRIPTION       PIC X(30).
               10  SO-INSTR-TYPE        PIC X(03).
               10  SO-MARKET            PIC X(04).
               10  SO-CURRENCY          PIC X(03).
               10  SO-PRICE-DECIMALS    PIC 9(01).
               10  SO-STATUS            PIC X(01).
           05  SO-AUDIT.
               10  SO-LAST-MAINT-DATE   PIC X(26).
               10  SO-LAST-MAINT-USER   PIC X(08).
           05  SO-FIXED-INCOME.
               10  SO-MATURITY-DATE     PIC X(08).
               10  SO-REDEMPTION-VALUE  PIC S9(11)V9(4) COMP-3.
               10  SO-COUPON-AMOUNT     PIC S9(7)V9(4)  COMP-3.
               10  SO-COUPON-FREQ-MTHS  PIC 9(02).
               10  SO-NEXT-COUPON-DATE  PIC X(08).
           05  SO-RISK-RATING           PIC 9(01).
           05  SO-FILLER                PIC X(07).

       WORKING-STORAGE SECTION.
           COPY RTNCODE.
           05  WS-TRAN-STATUS       PIC XX.
           05  WS-PORT-STATUS       PIC XX.
           05  WS-POLD-STATUS       PIC XX.
           05  WS-SEC-STATUS        PIC XX.
           05  WS-SOLD-STATUS       PIC XX.

       01  WS-POLD-LENGTH           PIC 9(5) COMP VALUE 0.

       01  WS-ERROR-MESSAGE         PIC X(80) VALUE SPACES.

           05  WS-RECORDS-WRITTEN   PIC 9(9) VALUE ZERO.
           05  WS-RECORDS-DELETED   PIC 9(9) VALUE ZERO.
           05  WS-ERROR-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-RECORDS-HELD      PIC 9(9) VALUE ZERO.

       01  WS-HOLD-REQUEST.
           05  WS-LGL-PORTFOLIO-ID  PIC X(8).
           05  WS-LGL-DATE          PIC X(8).
           05  WS-LGL-RESULT        PIC X.
               88  WS-LGL-HELD      VALUE 'Y'.
           05  WS-LGL-HOLD-ID       PIC X(8).

       01  WS-VSAM-CONTROL.
           05  WS-VSAM-NAME         PIC X(44).
           05  WS-VSAM-POSMSTR  PIC X(44) VALUE 'POSITION-MASTER'.
           05  WS-VSAM-TRANHIST PIC X(44)
                   VALUE 'TRANSACTION-HISTORY'.
           05  WS-VSAM-SECMSTR  PIC X(44) VALUE 'SECURITY-MASTER'.

       01  WS-REORG-TABLE.
           05  WS-REORG-ENTRY       PIC X(200) OCCURS 2000 TIMES

       2200-ARCHIVE-PROCESS.
           MOVE CTL-FILE-NAME TO WS-VSAM-NAME
           MOVE 0 TO WS-RECORDS-HELD
           PERFORM 2210-OPEN-VSAM
           PERFORM 2220-ARCHIVE-RECORDS
           PERFORM 2230-CLOSE-VSAM
           PERFORM 2240-REPORT-ARCHIVE.

       2300-CLEANUP-PROCESS.
           MOVE CTL-FILE-NAME TO WS-VSAM-NAME
       2222-ARCHIVE-ONE-POSITION.
           ADD 1 TO WS-RECORDS-READ
           IF POS-STATUS-CLOSED AND POS-DATE < WS-CUTOFF-DATE
               MOVE POS-PORTFOLIO-ID TO WS-LGL-PORTFOLIO-ID
               MOVE POS-DATE         TO WS-LGL-DATE
               PERFORM 2340-CHECK-LEGAL-HOLD
               IF NOT WS-LGL-HELD
                   MOVE SPACES          TO ARCHIVE-RECORD
                   MOVE POSITION-RECORD TO ARCHIVE-RECORD
                   WRITE ARCHIVE-RECORD
                   ADD 1 TO WS-RECORDS-WRITTEN
               END-IF
           END-IF.

       2223-ARCHIVE-TRANSACTIONS.
           ADD 1 TO WS-RECORDS-READ
           IF (TRN-STATUS-DONE OR TRN-STATUS-REV)
                   AND TRN-DATE < WS-CUTOFF-DATE
               MOVE TRN-PORTFOLIO-ID TO WS-LGL-PORTFOLIO-ID
               MOVE TRN-DATE         TO WS-LGL-DATE
               PERFORM 2340-CHECK-LEGAL-HOLD
               IF NOT WS-LGL-HELD
                   MOVE SPACES            TO ARCHIVE-RECORD
                   MOVE TRANSACTION-RECORD TO ARCHIVE-RECORD
                   WRITE ARCHIVE-RECORD
                   ADD 1 TO WS-RECORDS-WRITTEN
               END-IF
           END-IF.

       2230-CLOSE-VSAM.
               WHEN WS-VSAM-TRANHIST
                   CLOSE TRANSACTION-HISTORY
           END-EVALUATE.

       2240-REPORT-ARCHIVE.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ARCHIVE ' WS-VSAM-NAME DELIMITED BY SIZE
                  ' READ=' WS-RECORDS-READ DELIMITED BY SIZE
                  ' WRITTEN=' WS-RECORDS-WRITTEN DELIMITED BY SIZE
                  ' HELD=' WS-RECORDS-HELD DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
      *================================================================*
      * Cleanup processing - reports space used by a VSAM file and
      * physically removes records that were archived off (closed

       2320-DELETE-OLD.
           MOVE 0 TO WS-RECORDS-DELETED
           MOVE 0 TO WS-RECORDS-HELD

           EVALUATE WS-VSAM-NAME
               WHEN WS-VSAM-POSMSTR
                   NOT AT END
                       IF POS-STATUS-CLOSED
                               AND POS-DATE < WS-CUTOFF-DATE
                           MOVE POS-PORTFOLIO-ID TO WS-LGL-PORTFOLIO-ID
                           MOVE POS-DATE         TO WS-LGL-DATE
                           PERFORM 2340-CHECK-LEGAL-HOLD
                           IF NOT WS-LGL-HELD
                               PERFORM 2323-DELETE-ONE-POSITION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
                   NOT AT END
                       IF (TRN-STATUS-DONE OR TRN-STATUS-REV)
                               AND TRN-DATE < WS-CUTOFF-DATE
                           MOVE TRN-PORTFOLIO-ID TO WS-LGL-PORTFOLIO-ID
                           MOVE TRN-DATE         TO WS-LGL-DATE
                           PERFORM 2340-CHECK-LEGAL-HOLD
                           IF NOT WS-LGL-HELD
                               PERFORM 2324-DELETE-ONE-TRANSACTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           STRING 'CLEANUP ' WS-VSAM-NAME DELIMITED BY SIZE
                  ' READ=' WS-RECORDS-READ DELIMITED BY SIZE
                  ' DELETED=' WS-RECORDS-DELETED DELIMITED BY SIZE
                  ' HELD=' WS-RECORDS-HELD DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

      *----------------------------------------------------------------*
      * A record a legal hold covers stays where it is -- neither
      * archived off nor deleted -- and is listed on the report with
      * the hold that kept it.
      *----------------------------------------------------------------*
       2340-CHECK-LEGAL-HOLD.
           CALL 'LGLCHK00' USING WS-HOLD-REQUEST
           IF WS-LGL-HELD
               ADD 1 TO WS-RECORDS-HELD
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'HELD    ' WS-VSAM-NAME DELIMITED BY SIZE
                      ' PORTFOLIO=' WS-LGL-PORTFOLIO-ID
                                     DELIMITED BY SIZE
                      ' DATE=' WS-LGL-DATE DELIMITED BY SIZE
                      ' HOLD=' WS-LGL-HOLD-ID DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
      *================================================================*
      * Reorg processing - the COBOL-level analogue of an IDCAMS
      * EXPORT/DELETE/DEFINE/IMPORT cycle: unload the file to a
           END-EVALUATE.
      *================================================================*
      * Convert processing - one-time reload of PORTFOLIO-FILE from
      * its pre-conversion 148-byte or 239-byte layout (PORTFOLIO-OLD,
      * a copy of the file made before this run) into the current
      * PORTFLIO layout, with the fields added since then defaulted.
      * Run once per layout change, after PORTFOLIO-OLD has been
      * populated from the prior-generation PORTFOLIO-FILE and before
      * the converted PORTFOLIO-FILE is put back into service.
      * A control card naming SECURITY-MASTER reloads that file from
      * SECURITY-OLD instead (2640-2660), the same way.
      *================================================================*
       2600-CONVERT-PROCESS.
           IF CTL-FILE-NAME = WS-VSAM-SECMSTR
               PERFORM 2640-OPEN-SECURITY-FILES
               PERFORM 2650-CONVERT-SECURITIES
               PERFORM 2660-CLOSE-SECURITY-FILES
           ELSE
               PERFORM 2610-OPEN-CONVERT-FILES
               PERFORM 2620-CONVERT-PORTFOLIOS
               PERFORM 2630-CLOSE-CONVERT-FILES
           END-IF.

       2610-OPEN-CONVERT-FILES.
           OPEN INPUT PORTFOLIO-OLD

       2621-CONVERT-ONE-PORTFOLIO.
           ADD 1 TO WS-RECORDS-READ
           EVALUATE WS-POLD-LENGTH
               WHEN 148
                   PERFORM 2622-CONVERT-ORIGINAL
                   PERFORM 2624-WRITE-PORTFOLIO
               WHEN 239
                   PERFORM 2623-CONVERT-PRIOR
                   PERFORM 2624-WRITE-PORTFOLIO
               WHEN OTHER
                   MOVE 'PORTFOLIO-OLD RECORD OF UNKNOWN LENGTH SKIPPED'
                     TO WS-ERROR-MESSAGE
                   PERFORM 9999-ERROR-HANDLER
           END-EVALUATE.

       2622-CONVERT-ORIGINAL.
           MOVE SPACES             TO PORT-RECORD
           MOVE PO-ID               TO PORT-ID
           MOVE PO-ACCOUNT-NO       TO PORT-ACCOUNT-NO
           MOVE ZERO                TO PORT-TOTAL-UNITS
                                        PORT-TOTAL-COST
           MOVE PO-LAST-USER        TO PORT-LAST-USER
           MOVE PO-LAST-TRANS       TO PORT-LAST-TRANS.

      *    Fields added after the 239-byte layout pad with spaces.
       2623-CONVERT-PRIOR.
           MOVE PO-PRIOR-RECORD     TO PORT-RECORD.

       2624-WRITE-PORTFOLIO.
           WRITE PORT-RECORD
               INVALID KEY
                   MOVE 'ERROR RELOADING PORTFOLIO-FILE'
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       2640-OPEN-SECURITY-FILES.
           OPEN INPUT SECURITY-OLD
           IF WS-SOLD-STATUS NOT = '00'
               MOVE 'ERROR OPENING SECURITY-OLD FOR CONVERT'
                 TO WS-ERROR-MESSAGE
               PERFORM 9999-ERROR-HANDLER
           END-IF

           OPEN OUTPUT SECURITY-MASTER
           IF WS-SEC-STATUS NOT = '00'
               MOVE 'ERROR RE-DEFINING SECURITY-MASTER FOR CONVERT'
                 TO WS-ERROR-MESSAGE
               PERFORM 9999-ERROR-HANDLER
           END-IF.

       2650-CONVERT-SECURITIES.
           MOVE 0 TO WS-RECORDS-READ WS-RECORDS-WRITTEN
           SET MORE-VSAM-RECS TO TRUE
           MOVE LOW-VALUES TO SO-KEY
           START SECURITY-OLD KEY NOT LESS THAN SO-KEY
               INVALID KEY
                   SET END-OF-VSAM TO TRUE
           END-START

           PERFORM UNTIL END-OF-VSAM
               READ SECURITY-OLD NEXT RECORD
                   AT END
                       SET END-OF-VSAM TO TRUE
                   NOT AT END
                       PERFORM 2651-CONVERT-ONE-SECURITY
               END-READ
           END-PERFORM.

      *    Fields added since the 126-byte layout: identifiers and
      *    flags blank (unclassified, no overrides, no option terms),
      *    rate type F (fixed), numeric terms zero.
       2651-CONVERT-ONE-SECURITY.
           ADD 1 TO WS-RECORDS-READ
           MOVE SPACES              TO SECURITY-RECORD
           MOVE SO-ID               TO SEC-ID
           MOVE SO-DESCRIPTION      TO SEC-DESCRIPTION
           MOVE SO-INSTR-TYPE       TO SEC-INSTR-TYPE
           MOVE SO-MARKET           TO SEC-MARKET
           MOVE SO-CURRENCY         TO SEC-CURRENCY
           MOVE SO-PRICE-DECIMALS   TO SEC-PRICE-DECIMALS
           MOVE SO-STATUS           TO SEC-STATUS
           MOVE SO-LAST-MAINT-DATE  TO SEC-LAST-MAINT-DATE
           MOVE SO-LAST-MAINT-USER  TO SEC-LAST-MAINT-USER
           MOVE SO-MATURITY-DATE    TO SEC-MATURITY-DATE
           MOVE SO-REDEMPTION-VALUE TO SEC-REDEMPTION-VALUE
           MOVE SO-COUPON-AMOUNT    TO SEC-COUPON-AMOUNT
           MOVE SO-COUPON-FREQ-MTHS TO SEC-COUPON-FREQ-MTHS
           MOVE SO-NEXT-COUPON-DATE TO SEC-NEXT-COUPON-DATE
           MOVE SO-RISK-RATING      TO SEC-RISK-RATING
           MOVE SPACES              TO SEC-CLASSIFICATION
                                        SEC-MANUAL-OVERRIDES
                                        SEC-REF-INDEX
                                        SEC-NEXT-RESET-DATE
                                        SEC-UNDERLYING-ID
                                        SEC-EXPIRY-DATE
                                        SEC-OPTION-TYPE
           MOVE 'F'                 TO SEC-RATE-TYPE
           MOVE ZERO                TO SEC-SPREAD-BPS
                                        SEC-RESET-FREQ-MTHS
                                        SEC-LAST-RESET-RATE
                                        SEC-STRIKE-PRICE
                                        SEC-CONTRACT-MULT

           WRITE SECURITY-RECORD
               INVALID KEY
                   MOVE 'ERROR RELOADING SECURITY-MASTER'
                     TO WS-ERROR-MESSAGE
                   PERFORM 9999-ERROR-HANDLER
           END-WRITE
           ADD 1 TO WS-RECORDS-WRITTEN.

       2660-CLOSE-SECURITY-FILES.
           CLOSE SECURITY-OLD
                 SECURITY-MASTER

           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CONVERT SECURITY-MASTER READ='
                     WS-RECORDS-READ DELIMITED BY SIZE
                  ' WRITTEN=' WS-RECORDS-WRITTEN DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       3000-CLEANUP.
           CLOSE CONTROL-FILE
                ARCHIVE-FILE
