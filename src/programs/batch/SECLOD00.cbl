      *================================================================*
      * Program Name: SECLOD00
      * Description: Nightly Vendor Security Master Load
      * Version: 1.0
      * Date: 2026
      *
      * Applies the reference-data vendor's security file to SECMSTR
      * ahead of the nightly cycle, scheduled with the FX rate and
      * benchmark loads. A SEC-ID not yet on the master is added; an
      * existing entry takes the vendor's terms field by field; an
      * instrument the vendor marks delisted is inactivated so no
      * new trades are accepted against it.
      *
      * Every field that changes prints on the SECCHG report with its
      * before and after value, and each added or changed entry is
      * written to the audit trail through AUDPROC with the full
      * before and after image. A field group a user has changed by
      * hand on SMNT (SEC-MANUAL-OVERRIDES) is not overwritten: the
      * vendor's differing value prints as OVERRIDE HELD so someone
      * decides whether the hand value still stands.
      *
      * Maintenance Log:
      * 2026-10-15 - The vendor's floating-rate terms (rate type,
      *              reference index, spread, reset frequency and next
      *              reset date) load with the coupon group. A
      *              floating-rate note's coupon amount is left to
      *              FRNRST00's resets rather than taken from the
      *              vendor.
      * 2026-10-15 - Listed option terms (underlying, strike, expiry,
      *              call/put and contract multiplier) load with the
      *              instrument group.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECLOD00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-SECURITY-FILE
               ASSIGN TO SECVND
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-VND-STATUS.

           SELECT SECURITY-MASTER
               ASSIGN TO SECMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEC-KEY
               FILE STATUS IS WS-SEC-STATUS.

           SELECT CHANGE-REPORT
               ASSIGN TO SECCHG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-SECURITY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
      *----------------------------------------------------------------*
      * The vendor's security reference layout, one instrument per
      * record, as published in their interface specification.
      *----------------------------------------------------------------*
       01  VENDOR-SECURITY-RECORD.
           05  VND-SEC-ID              PIC X(10).
           05  VND-DESCRIPTION         PIC X(30).
           05  VND-INSTR-TYPE          PIC X(03).
           05  VND-MARKET              PIC X(04).
           05  VND-CURRENCY            PIC X(03).
           05  VND-PRICE-DECIMALS      PIC 9(01).
           05  VND-LISTING-STATUS      PIC X(01).
               88  VND-LISTED              VALUE 'A'.
               88  VND-DELISTED            VALUE 'D'.
           05  VND-MATURITY-DATE       PIC X(08).
           05  VND-REDEMPTION-VALUE    PIC 9(11)V9(4).
           05  VND-COUPON-AMOUNT       PIC 9(7)V9(4).
           05  VND-COUPON-FREQ-MTHS    PIC 9(02).
           05  VND-NEXT-COUPON-DATE    PIC X(08).
           05  VND-RISK-RATING         PIC 9(01).
           05  VND-ISSUER-ID           PIC X(10).
           05  VND-SECTOR-CODE         PIC X(06).
           05  VND-RATE-TYPE           PIC X(01).
           05  VND-REF-INDEX           PIC X(08).
           05  VND-SPREAD-BPS          PIC S9(4)V9(2)
                                       SIGN IS LEADING SEPARATE.
           05  VND-RESET-FREQ-MTHS     PIC 9(02).
           05  VND-NEXT-RESET-DATE     PIC X(08).
           05  VND-UNDERLYING-ID       PIC X(10).
           05  VND-STRIKE-PRICE        PIC 9(9)V9(4).
           05  VND-EXPIRY-DATE         PIC X(08).
           05  VND-OPTION-TYPE         PIC X(01).
           05  VND-CONTRACT-MULT       PIC 9(05).
           05  FILLER                  PIC X(04).

       FD  SECURITY-MASTER.
       COPY SECMSTR.

       FD  CHANGE-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY ERRHAND.
           COPY AUDITLOG.

       01  WS-FILE-STATUS.
           05  WS-VND-STATUS           PIC X(2).
           05  WS-SEC-STATUS           PIC X(2).
           05  WS-RPT-STATUS           PIC X(2).

       01  WS-SWITCHES.
           05  WS-VND-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-VND-EOF               VALUE 'Y'.
           05  WS-CHANGED-SW           PIC X(1) VALUE 'N'.
               88  WS-ENTRY-CHANGED         VALUE 'Y'.
               88  WS-ENTRY-UNCHANGED       VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                     PIC X(8).
           05  WS-TARGET-STATUS        PIC X(1).
           05  WS-BEFORE-RECORD        PIC X(199).
           05  WS-AUDIT-ACTION         PIC X(8).
           05  WS-EDIT-AMOUNT          PIC Z(10)9.9999.
           05  WS-EDIT-COUPON          PIC Z(6)9.9999.
           05  WS-EDIT-SMALL           PIC Z9.
           05  WS-EDIT-SPREAD          PIC ZZZ9.99-.
           05  WS-EDIT-STRIKE          PIC Z(8)9.9999.
           05  WS-EDIT-MULT            PIC Z(4)9.

       01  WS-FIELD-CHANGE.
           05  WS-FLD-NAME             PIC X(20).
           05  WS-FLD-BEFORE           PIC X(30).
           05  WS-FLD-AFTER            PIC X(30).
           05  WS-FLD-ACTION           PIC X(14).

       01  WS-COUNTERS.
           05  WS-VENDOR-READ          PIC 9(7) COMP VALUE 0.
           05  WS-ENTRIES-ADDED        PIC 9(7) COMP VALUE 0.
           05  WS-ENTRIES-CHANGED      PIC 9(7) COMP VALUE 0.
           05  WS-ENTRIES-INACTIVATED  PIC 9(7) COMP VALUE 0.
           05  WS-ENTRIES-UNCHANGED    PIC 9(7) COMP VALUE 0.
           05  WS-FIELDS-APPLIED       PIC 9(7) COMP VALUE 0.
           05  WS-FIELDS-HELD          PIC 9(7) COMP VALUE 0.
           05  WS-VENDOR-REJECTED      PIC 9(7) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       01  WS-REPORT-LINES.
           05  WS-HDR-LINE.
               10  FILLER              PIC X(40) VALUE
                   'VENDOR SECURITY MASTER LOAD  DATE '.
               10  WS-HDR-DATE         PIC X(8).
               10  FILLER              PIC X(84) VALUE SPACES.
           05  WS-COL-LINE.
               10  FILLER              PIC X(132) VALUE
                   'SECURITY    FIELD                 BEFORE
      -            '                   AFTER                          AC
      -            'TION'.
           05  WS-CHANGE-LINE.
               10  WS-CHG-SEC-ID       PIC X(10).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-CHG-FIELD        PIC X(20).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-CHG-BEFORE       PIC X(30).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-CHG-AFTER        PIC X(30).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-CHG-ACTION       PIC X(14).
               10  FILLER              PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-LOAD-SECURITIES
               UNTIL WS-VND-EOF

           PERFORM 3000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD

           OPEN INPUT VENDOR-SECURITY-FILE
           IF WS-VND-STATUS NOT = '00'
               MOVE 'Error opening vendor security file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O SECURITY-MASTER
           IF WS-SEC-STATUS NOT = '00'
               MOVE 'Error opening security master' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT CHANGE-REPORT
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'Error opening change report' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           MOVE WS-CURRENT-DATE-X TO WS-HDR-DATE
           WRITE REPORT-RECORD FROM WS-HDR-LINE
           WRITE REPORT-RECORD FROM WS-COL-LINE
           .

       2000-LOAD-SECURITIES.
           READ VENDOR-SECURITY-FILE
               AT END
                   SET WS-VND-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-VENDOR-READ

           IF VND-SEC-ID = SPACES
           OR VND-PRICE-DECIMALS IS NOT NUMERIC
           OR VND-REDEMPTION-VALUE IS NOT NUMERIC
           OR VND-COUPON-AMOUNT IS NOT NUMERIC
           OR VND-COUPON-FREQ-MTHS IS NOT NUMERIC
           OR VND-RISK-RATING IS NOT NUMERIC
           OR VND-SPREAD-BPS IS NOT NUMERIC
           OR VND-RESET-FREQ-MTHS IS NOT NUMERIC
           OR VND-STRIKE-PRICE IS NOT NUMERIC
           OR VND-CONTRACT-MULT IS NOT NUMERIC
           OR (NOT VND-LISTED AND NOT VND-DELISTED)
               ADD 1 TO WS-VENDOR-REJECTED
               DISPLAY 'SECLOD00: rejected vendor record for '
                       VND-SEC-ID
               EXIT PARAGRAPH
           END-IF

           IF VND-DELISTED
               MOVE 'I' TO WS-TARGET-STATUS
           ELSE
               MOVE 'A' TO WS-TARGET-STATUS
           END-IF

           MOVE VND-SEC-ID TO SEC-ID
           READ SECURITY-MASTER
               INVALID KEY
                   PERFORM 2100-ADD-SECURITY
                   EXIT PARAGRAPH
           END-READ

           PERFORM 2200-CHANGE-SECURITY
           .

      *----------------------------------------------------------------*
      * A new instrument goes on as the vendor describes it. One the
      * vendor already lists as delisted is never added.
      *----------------------------------------------------------------*
       2100-ADD-SECURITY.
           MOVE VND-SEC-ID TO WS-CHG-SEC-ID
           MOVE SPACES     TO WS-FIELD-CHANGE

           IF VND-DELISTED
               MOVE 'STATUS'          TO WS-FLD-NAME
               MOVE 'DELISTED'        TO WS-FLD-AFTER
               MOVE 'NOT ADDED'       TO WS-FLD-ACTION
               PERFORM 2390-WRITE-CHANGE-LINE
               EXIT PARAGRAPH
           END-IF

           INITIALIZE SECURITY-RECORD
           MOVE VND-SEC-ID           TO SEC-ID
           MOVE VND-DESCRIPTION      TO SEC-DESCRIPTION
           MOVE VND-INSTR-TYPE       TO SEC-INSTR-TYPE
           MOVE VND-MARKET           TO SEC-MARKET
           MOVE VND-CURRENCY         TO SEC-CURRENCY
           MOVE VND-PRICE-DECIMALS   TO SEC-PRICE-DECIMALS
           MOVE WS-TARGET-STATUS     TO SEC-STATUS
           MOVE VND-MATURITY-DATE    TO SEC-MATURITY-DATE
           MOVE VND-REDEMPTION-VALUE TO SEC-REDEMPTION-VALUE
           MOVE VND-COUPON-AMOUNT    TO SEC-COUPON-AMOUNT
           MOVE VND-COUPON-FREQ-MTHS TO SEC-COUPON-FREQ-MTHS
           MOVE VND-NEXT-COUPON-DATE TO SEC-NEXT-COUPON-DATE
           MOVE VND-RISK-RATING      TO SEC-RISK-RATING
           MOVE VND-ISSUER-ID        TO SEC-ISSUER-ID
           MOVE VND-SECTOR-CODE      TO SEC-SECTOR-CODE
           MOVE VND-RATE-TYPE        TO SEC-RATE-TYPE
           MOVE VND-REF-INDEX        TO SEC-REF-INDEX
           MOVE VND-SPREAD-BPS       TO SEC-SPREAD-BPS
           MOVE VND-RESET-FREQ-MTHS  TO SEC-RESET-FREQ-MTHS
           MOVE VND-NEXT-RESET-DATE  TO SEC-NEXT-RESET-DATE
           MOVE VND-UNDERLYING-ID    TO SEC-UNDERLYING-ID
           MOVE VND-STRIKE-PRICE     TO SEC-STRIKE-PRICE
           MOVE VND-EXPIRY-DATE      TO SEC-EXPIRY-DATE
           MOVE VND-OPTION-TYPE      TO SEC-OPTION-TYPE
           MOVE VND-CONTRACT-MULT    TO SEC-CONTRACT-MULT
           MOVE SPACES               TO SEC-MANUAL-OVERRIDES
           MOVE FUNCTION CURRENT-DATE TO SEC-LAST-MAINT-DATE
           MOVE 'SECLOD00'           TO SEC-LAST-MAINT-USER

           WRITE SECURITY-RECORD
               INVALID KEY
                   MOVE 'Error adding security master entry'
                     TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-WRITE

           ADD 1 TO WS-ENTRIES-ADDED
           MOVE 'DESCRIPTION'   TO WS-FLD-NAME
           MOVE VND-DESCRIPTION TO WS-FLD-AFTER
           MOVE 'ADDED'         TO WS-FLD-ACTION
           PERFORM 2390-WRITE-CHANGE-LINE

           MOVE SPACES TO WS-BEFORE-RECORD
           MOVE 'CREATE  ' TO WS-AUDIT-ACTION
           PERFORM 2400-AUDIT-CHANGE
           .

      *----------------------------------------------------------------*
      * Field-by-field against the entry on file. Each difference
      * either applies or, when its group carries a manual override,
      * is held and flagged.
      *----------------------------------------------------------------*
       2200-CHANGE-SECURITY.
           MOVE SECURITY-RECORD TO WS-BEFORE-RECORD
           MOVE SEC-ID          TO WS-CHG-SEC-ID
           SET WS-ENTRY-UNCHANGED TO TRUE

           PERFORM 2210-COMPARE-DESCRIPTIVE
           PERFORM 2220-COMPARE-STATUS
           PERFORM 2230-COMPARE-FIXED-INCOME
           PERFORM 2235-COMPARE-FLOATING-RATE
           PERFORM 2237-COMPARE-OPTION-TERMS
           PERFORM 2240-COMPARE-CLASSIFICATION

           IF WS-ENTRY-UNCHANGED
               ADD 1 TO WS-ENTRIES-UNCHANGED
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO SEC-LAST-MAINT-DATE
           MOVE 'SECLOD00'            TO SEC-LAST-MAINT-USER

           REWRITE SECURITY-RECORD
               INVALID KEY
                   MOVE 'Error rewriting security master entry'
                     TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
                   EXIT PARAGRAPH
           END-REWRITE

           ADD 1 TO WS-ENTRIES-CHANGED
           MOVE 'UPDATE  ' TO WS-AUDIT-ACTION
           PERFORM 2400-AUDIT-CHANGE
           .

       2210-COMPARE-DESCRIPTIVE.
           IF VND-DESCRIPTION NOT = SEC-DESCRIPTION
               MOVE 'DESCRIPTION'   TO WS-FLD-NAME
               MOVE SEC-DESCRIPTION TO WS-FLD-BEFORE
               MOVE VND-DESCRIPTION TO WS-FLD-AFTER
               IF SEC-OVR-DESC-HELD
                   PERFORM 2380-HOLD-FIELD
               ELSE
                   MOVE VND-DESCRIPTION TO SEC-DESCRIPTION
                   PERFORM 2370-APPLY-FIELD
               END-IF
           END-IF

           IF VND-INSTR-TYPE NOT = SEC-INSTR-TYPE
               MOVE 'INSTRUMENT TYPE' TO WS-FLD-NAME
               MOVE SEC-INSTR-TYPE    TO WS-FLD-BEFORE
               MOVE VND-INSTR-TYPE    TO WS-FLD-AFTER
               IF SEC-OVR-INSTR-HELD
                   PERFORM 2380-HOLD-FIELD
               ELSE
                   MOVE VND-INSTR-TYPE TO SEC-INSTR-TYPE
                   PERFORM 2370-APPLY-FIELD
               END-IF
           END-IF

           IF VND-MARKET NOT = SEC-MARKET
               MOVE 'MARKET'   TO WS-FLD-NAME
               MOVE SEC-MARKET TO WS-FLD-BEFORE
               MOVE VND-MARKET TO WS-FLD-AFTER
               IF SEC-OVR-INSTR-HELD
                   PERFORM 2380-HOLD-FIELD
               ELSE
                   MOVE VND-MARKET TO SEC-MARKET
                   PERFORM 2370-APPLY-FIELD
               END-IF
           END-IF

           IF VND-CURRENCY NOT = SEC-CURRENCY
               MOVE 'CURRENCY'   TO WS-FLD-NAME
               MOVE SEC-CURRENCY TO WS-FLD-BEFORE
               MOVE VND-CURRENCY TO WS-FLD-AFTER
               IF SEC-OVR-INSTR-HELD
                   PERFORM 2380-HOLD-FIELD
               ELSE
                   MOVE VND-CURRENCY TO SEC-CURRENCY
                   PERFORM 2370-APPLY-FIELD
               END-IF
           END-IF

           IF VND-PRICE-DECIMALS NOT = SEC-PRICE-DECIMALS
               MOVE 'PRICE DECIMALS'   TO WS-FLD-NAME
               MOVE SEC-PRICE-DECIMALS TO WS-FLD-BEFORE
               MOVE VND-PRICE-DECIMALS TO WS-FLD-AFTER
               IF SEC-OVR-INSTR-HELD
                   PERFORM 2380-HOLD-FIELD
               ELSE
                   MOVE VND-PRICE-DECIMALS TO SEC-PRICE-DECIMALS
                   PERFORM 2370-APPLY-FIELD
               END-IF
           END-IF

           IF VND-RISK-RATING NOT = SEC-RISK-RATING
               MOVE 'RISK RATING'   TO WS-FLD-NAME
               MOVE SEC-RISK-RATING TO WS-FLD-BEFORE
               MOVE VND-RISK-RATING TO WS-FLD-AFTER
               IF SEC-OVR-RISK-HELD
                   PERFORM 2380-HOLD-FIELD
               ELSE
                   MOVE VND-RISK-RATING TO SEC-RISK-RATING
                   PERFORM 2370-APPLY-FIELD
               END-IF
           END-IF
           .

      *    Delisting inactivates; a relisting reactivates.
       2220-COMPARE-STATUS.
           IF WS-TARGET-STATUS = SEC-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE 'STATUS'         TO WS-FLD-NAME
           MOVE SEC-STATUS       TO WS-FLD-BEFORE
           MOVE WS-TARGET-STATUS TO WS-FLD-AFTER
           IF SEC-OVR-STATUS-HELD
               PERFORM 2380-HOLD-FIELD
           ELSE
               MOVE WS-TARGET-STATUS TO SEC-STATUS
               PERFORM 2370-APPLY-FIELD
               IF SEC-STATUS-INACTIVE
                   ADD 1 TO WS-ENTRIES-INACTIVATED
               END-IF
           END-IF
           .

       2230-COMPARE-FIXED-INCOME.
           IF VND-MATURITY-DATE NOT = SEC-MATURITY-DATE
               MOVE 'MATURITY DATE'   TO WS-FLD-NAME
               MOVE SEC-MATURITY-DATE TO WS-FLD-BEFORE
               MOVE VND-MATURITY-DATE TO WS-FLD-AFTER
               IF SEC-OVR-MATURITY-HELD
                   PERFORM 2380-HOLD-FIELD
               ELSE
                   MOVE VND-MATURITY-DATE TO SEC-MATURITY-DATE
                   PERFORM 2370-APPLY-FIELD
               END-IF
           END-IF

           IF VND-REDEMPTION-VALUE NOT = SEC-REDEMPTION-VALUE
               MOVE 'REDEMPTION VALUE' TO WS-FLD-NAME
               MOVE SEC-REDEMPTION-VALUE TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT       TO WS-FLD-BEFORE
               MOVE VND-REDEMPTION-VALUE TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT       TO WS-FLD-AFTER
               IF SEC-OVR-MATURITY-HELD
                   PERFORM 2380-HOLD-FIELD
               ELSE
                   MOVE VND-REDEMPTION-VALUE TO SEC-REDEMPTION-VALUE
                   PERFORM 2370-APPLY-FIELD
               END-IF
           END-IF

      *    A floating-rate note's coupon is fixed by FRNRST00 at
      *    each reset; the vendor's figure is not taken over it.
           IF VND-COUPON-AMOUNT NOT = SEC-COUPON-AMOUNT
           AND NOT SEC-RATE-FLOATING
               MOVE 'COUPON AMOUNT'   TO WS-FLD-NAME
               MOVE SEC-COUPON-AMOUNT TO WS-EDIT-COUPON
               MOVE WS-EDIT-COUPON    TO WS-FLD-BEFORE
               MOVE VND-COUPON-AMOUNT TO WS-EDIT-COUPON
               MOVE WS-EDIT-COUPON    TO WS-FLD-AFTER
               IF SEC-OVR-COUPON-HELD
                   PERFORM 2380-HOLD-FIELD
               ELSE
                   MOVE VND-COUPON-AMOUNT TO SEC-COUPON-AMOUNT
                   PERFORM 2370-APPLY-FIELD
               END-IF
           END-IF

           IF VND-COUPON-FREQ-MTHS NOT = SEC-COUPON-FREQ-MTHS
               MOVE 'COUPON FREQUENCY'   TO WS-FLD-NAME
               MOVE SEC-COUPON-FREQ-MTHS TO WS-EDIT-SMALL
               MOVE WS-EDIT-SMALL        TO WS-FLD-BEFORE
               MOVE VND-COUPON-FREQ-MTHS TO WS-EDIT-SMALL
               MOVE WS-EDIT-SMALL        TO WS-FLD-AFTER
               IF SEC-OVR-COUPON-HELD
                   PERFORM 2380-HOLD-FIELD
               ELSE
                   MOVE VND-COUPON-FREQ-MTHS TO SEC-COUPON-FREQ-MTHS
                   PERFORM 2370-APPLY-FIELD
               END-IF
           END-IF

           IF VND-NEXT-COUPON-DATE NOT = SEC-NEXT-COUPON-DATE
               MOVE 'NEXT COUPON DATE'   TO WS-FLD-NAME
               MOVE SEC-NEXT-COUPON-DATE TO WS-FLD-BEFORE
               MOVE VND-NEXT-COUPON-DATE TO WS-FLD-AFTER
               IF SEC-OVR-COUPON-HELD
                   PERFORM 2380-HOLD-FIELD
               ELSE
                   MOVE VND-NEXT-COUPON-DATE TO SEC-NEXT-COUPON-DATE
                   PERFORM 2370-APPLY-FIELD
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Floating-rate terms travel with the coupon group, so a hand
      * change to the coupon on SMNT holds these too.
      *----------------------------------------------------------------*
       2235-COMPARE-FLOATING-RATE.
           IF VND-RATE-TYPE NOT = SEC-RATE-TYPE
               MOVE 'RATE TYPE'   TO WS-FLD-NAME
               MOVE SEC-RATE-TYPE TO WS-FLD-BEFORE
               MOVE VND-RATE-TYPE TO WS-FLD-AFTER
               IF SEC-OVR-COUPON-HELD
                   PERFORM 2380-HOLD-FIELD
               ELSE
                   MOVE VND-RATE-TYPE TO SEC-RATE-TYPE
                   PERFORM 2370-APPLY-FIELD
               END-IF
           END-IF

           IF VND-REF-INDEX NOT = SEC-REF-INDEX
               MOVE 'REFERENCE INDEX' TO WS-FLD-NAME
               MOVE SEC-REF-INDEX     TO WS-FLD-BEFORE
               MOVE VND-REF-INDEX     TO WS-FLD-AFTER
               IF SEC-OVR-COUPON-HELD
                   PERFORM 2380-HOLD-FIELD
               ELSE
                   MOVE VND-REF-INDEX TO SEC-REF-INDEX
                   PERFORM 2370-APPLY-FIELD
               END-IF
           END-IF

           IF VND-SPREAD-BPS NOT = SEC-SPREAD-BPS
               MOVE 'SPREAD (BP)'   TO WS-FLD-NAME
               MOVE SEC-SPREAD-BPS  TO WS-EDIT-SPREAD
               MOVE WS-EDIT-SPREAD  TO WS-FLD-BEFORE
               MOVE VND-SPREAD-BPS  TO WS-EDIT-SPREAD
               MOVE WS-EDIT-SPREAD  TO WS-FLD-AFTER
               IF SEC-OVR-COUPON-HELD
                   PERFORM 2380-HOLD-FIELD
               ELSE
                   MOVE VND-SPREAD-BPS TO SEC-SPREAD-BPS
                   PERFORM 2370-APPLY-FIELD
               END-IF
           END-IF

           IF VND-RESET-FREQ-MTHS NOT = SEC-RESET-FREQ-MTHS
               MOVE 'RESET FREQUENCY'   TO WS-FLD-NAME
               MOVE SEC-RESET-FREQ-MTHS TO WS-EDIT-SMALL
               MOVE WS-EDIT-SMALL       TO WS-FLD-BEFORE
               MOVE VND-RESET-FREQ-MTHS TO WS-EDIT-SMALL
               MOVE WS-EDIT-SMALL       TO WS-FLD-AFTER
               IF SEC-OVR-COUPON-HELD
                   PERFORM 2380-HOLD-FIELD
               ELSE
                   MOVE VND-RESET-FREQ-MTHS TO SEC-RESET-FREQ-MTHS
                   PERFORM 2370-APPLY-FIELD
               END-IF
           END-IF

      *    Once FRNRST00 has rolled the reset date past the vendor's,
      *    the vendor's older date is not taken back.
           IF VND-NEXT-RESET-DATE NOT = SEC-NEXT-RESET-DATE
           AND (VND-NEXT-RESET-DATE > SEC-NEXT-RESET-DATE
                OR SEC-NEXT-RESET-DATE IS NOT NUMERIC)
               MOVE 'NEXT RESET DATE'   TO WS-FLD-NAME
               MOVE SEC-NEXT-RESET-DATE TO WS-FLD-BEFORE
               MOVE VND-NEXT-RESET-DATE TO WS-FLD-AFTER
               IF SEC-OVR-COUPON-HELD
                   PERFORM 2380-HOLD-FIELD
               ELSE
                   MOVE VND-NEXT-RESET-DATE TO SEC-NEXT-RESET-DATE
                   PERFORM 2370-APPLY-FIELD
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * Option terms define the contract itself, so they travel with
      * the instrument group and a hand change there holds them too.
      *----------------------------------------------------------------*
       2237-COMPARE-OPTION-TERMS.
           IF VND-UNDERLYING-ID NOT = SEC-UNDERLYING-ID
               MOVE 'UNDERLYING ID'   TO WS-FLD-NAME
               MOVE SEC-UNDERLYING-ID TO WS-FLD-BEFORE
               MOVE VND-UNDERLYING-ID TO WS-FLD-AFTER
               IF SEC-OVR-INSTR-HELD
                   PERFORM 2380-HOLD-FIELD
               ELSE
                   MOVE VND-UNDERLYING-ID TO SEC-UNDERLYING-ID
                   PERFORM 2370-APPLY-FIELD
               END-IF
           END-IF

           IF VND-STRIKE-PRICE NOT = SEC-STRIKE-PRICE
               MOVE 'STRIKE PRICE'   TO WS-FLD-NAME
               MOVE SEC-STRIKE-PRICE TO WS-EDIT-STRIKE
               MOVE WS-EDIT-STRIKE   TO WS-FLD-BEFORE
               MOVE VND-STRIKE-PRICE TO WS-EDIT-STRIKE
               MOVE WS-EDIT-STRIKE   TO WS-FLD-AFTER
               IF SEC-OVR-INSTR-HELD
                   PERFORM 2380-HOLD-FIELD
               ELSE
                   MOVE VND-STRIKE-PRICE TO SEC-STRIKE-PRICE
                   PERFORM 2370-APPLY-FIELD
               END-IF
           END-IF

           IF VND-EXPIRY-DATE NOT = SEC-EXPIRY-DATE
               MOVE 'EXPIRY DATE'   TO WS-FLD-NAME
               MOVE SEC-EXPIRY-DATE TO WS-FLD-BEFORE
               MOVE VND-EXPIRY-DATE TO WS-FLD-AFTER
               IF SEC-OVR-INSTR-HELD
                   PERFORM 2380-HOLD-FIELD
               ELSE
                   MOVE VND-EXPIRY-DATE TO SEC-EXPIRY-DATE
                   PERFORM 2370-APPLY-FIELD
               END-IF
           END-IF

           IF VND-OPTION-TYPE NOT = SEC-OPTION-TYPE
               MOVE 'CALL/PUT'      TO WS-FLD-NAME
               MOVE SEC-OPTION-TYPE TO WS-FLD-BEFORE
               MOVE VND-OPTION-TYPE TO WS-FLD-AFTER
               IF SEC-OVR-INSTR-HELD
                   PERFORM 2380-HOLD-FIELD
               ELSE
                   MOVE VND-OPTION-TYPE TO SEC-OPTION-TYPE
                   PERFORM 2370-APPLY-FIELD
               END-IF
           END-IF

           IF VND-CONTRACT-MULT NOT = SEC-CONTRACT-MULT
               MOVE 'CONTRACT MULTIPLIER' TO WS-FLD-NAME
               MOVE SEC-CONTRACT-MULT     TO WS-EDIT-MULT
               MOVE WS-EDIT-MULT          TO WS-FLD-BEFORE
               MOVE VND-CONTRACT-MULT     TO WS-EDIT-MULT
               MOVE WS-EDIT-MULT          TO WS-FLD-AFTER
               IF SEC-OVR-INSTR-HELD
                   PERFORM 2380-HOLD-FIELD
               ELSE
                   MOVE VND-CONTRACT-MULT TO SEC-CONTRACT-MULT
                   PERFORM 2370-APPLY-FIELD
               END-IF
           END-IF
           .

       2240-COMPARE-CLASSIFICATION.
           IF VND-ISSUER-ID NOT = SEC-ISSUER-ID
               MOVE 'ISSUER ID'   TO WS-FLD-NAME
               MOVE SEC-ISSUER-ID TO WS-FLD-BEFORE
               MOVE VND-ISSUER-ID TO WS-FLD-AFTER
               IF SEC-OVR-CLASS-HELD
                   PERFORM 2380-HOLD-FIELD
               ELSE
                   MOVE VND-ISSUER-ID TO SEC-ISSUER-ID
                   PERFORM 2370-APPLY-FIELD
               END-IF
           END-IF

           IF VND-SECTOR-CODE NOT = SEC-SECTOR-CODE
               MOVE 'SECTOR CODE'   TO WS-FLD-NAME
               MOVE SEC-SECTOR-CODE TO WS-FLD-BEFORE
               MOVE VND-SECTOR-CODE TO WS-FLD-AFTER
               IF SEC-OVR-CLASS-HELD
                   PERFORM 2380-HOLD-FIELD
               ELSE
                   MOVE VND-SECTOR-CODE TO SEC-SECTOR-CODE
                   PERFORM 2370-APPLY-FIELD
               END-IF
           END-IF
           .

       2370-APPLY-FIELD.
           SET WS-ENTRY-CHANGED TO TRUE
           ADD 1 TO WS-FIELDS-APPLIED
           MOVE 'APPLIED' TO WS-FLD-ACTION
           PERFORM 2390-WRITE-CHANGE-LINE
           .

       2380-HOLD-FIELD.
           ADD 1 TO WS-FIELDS-HELD
           MOVE 'OVERRIDE HELD' TO WS-FLD-ACTION
           PERFORM 2390-WRITE-CHANGE-LINE
           .

       2390-WRITE-CHANGE-LINE.
           MOVE WS-FLD-NAME   TO WS-CHG-FIELD
           MOVE WS-FLD-BEFORE TO WS-CHG-BEFORE
           MOVE WS-FLD-AFTER  TO WS-CHG-AFTER
           MOVE WS-FLD-ACTION TO WS-CHG-ACTION
           WRITE REPORT-RECORD FROM WS-CHANGE-LINE
           MOVE SPACES TO WS-FIELD-CHANGE
           .

      *----------------------------------------------------------------*
      * One audit entry per entry added or changed, carrying the whole
      * record before and after; the caller sets WS-AUDIT-ACTION.
      *----------------------------------------------------------------*
       2400-AUDIT-CHANGE.
           INITIALIZE AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE 'BATCH'             TO AUD-SYSTEM-ID
           MOVE 'SECLOD00'          TO AUD-USER-ID
           MOVE 'SECLOD00'          TO AUD-PROGRAM
           MOVE 'SYST'              TO AUD-TYPE
           MOVE WS-AUDIT-ACTION     TO AUD-ACTION
           MOVE 'SUCC'              TO AUD-STATUS
           MOVE WS-BEFORE-RECORD    TO AUD-BEFORE-IMAGE
           MOVE SECURITY-RECORD     TO AUD-AFTER-IMAGE

           STRING 'Vendor security master load: ' DELIMITED BY SIZE
                  SEC-ID                          DELIMITED BY SIZE
             INTO AUD-MESSAGE

           CALL 'AUDPROC' USING AUDIT-RECORD
           .

       3000-TERMINATE.
           CLOSE VENDOR-SECURITY-FILE
                 SECURITY-MASTER
                 CHANGE-REPORT

           DISPLAY 'SECLOD00 Processing Statistics:'
           DISPLAY '  Vendor records read:  ' WS-VENDOR-READ
           DISPLAY '  Entries added:        ' WS-ENTRIES-ADDED
           DISPLAY '  Entries changed:      ' WS-ENTRIES-CHANGED
           DISPLAY '  Entries inactivated:  ' WS-ENTRIES-INACTIVATED
           DISPLAY '  Entries unchanged:    ' WS-ENTRIES-UNCHANGED
           DISPLAY '  Fields applied:       ' WS-FIELDS-APPLIED
           DISPLAY '  Fields held (manual): ' WS-FIELDS-HELD
           DISPLAY '  Records rejected:     ' WS-VENDOR-REJECTED
           DISPLAY '  Errors:               ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       9000-ERROR-ROUTINE.
           ADD 1 TO WS-ERROR-COUNT
           MOVE 'SECLOD00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
