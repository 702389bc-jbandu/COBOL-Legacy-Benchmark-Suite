      *================================================================*
      * Program Name: RPTISS00
      * Description: Issuer and Sector Exposure Report
      * Version: 1.0
      * Date: 2026
      *
      * Companion to RPTEXP00's per-security exposure listing: rolls
      * the POSCUR current-position view up by the issuer and the
      * sector/industry code carried on the security master, so the
      * "total exposure to issuer X across equity and debt" figure
      * comes off the report instead of a spreadsheet.
      *
      *  - per portfolio: each portfolio's holdings by issuer (split
      *    equity / debt / other) and by sector, with the percent of
      *    that portfolio's value;
      *  - firm-wide: the same two roll-ups across every portfolio,
      *    largest exposure first, with the percent of firm assets
      *    and the count of portfolios holding the issuer or sector.
      *
      * Values are base currency (CUR-BASE-VALUE), as RPTEXP00 uses.
      * A security with no issuer or sector on the master reports
      * under UNCLASSIFIED rather than dropping out of the totals.
      * Read-only; runs from RPTGEN00's end-of-day report pack.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTISS00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURRENT-POSITION-FILE
               ASSIGN TO POSCUR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUR-KEY
               FILE STATUS IS WS-POS-STATUS.

           SELECT SECURITY-MASTER
               ASSIGN TO SECMSTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEC-KEY
               FILE STATUS IS WS-SEC-STATUS.

           SELECT ISSUER-REPORT
               ASSIGN TO ISSRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CURRENT-POSITION-FILE.
       COPY POSCUR.

       FD  SECURITY-MASTER.
       COPY SECMSTR.

       FD  ISSUER-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY ERRHAND.

       01  WS-FILE-STATUS.
           05  WS-POS-STATUS           PIC X(2).
           05  WS-SEC-STATUS           PIC X(2).
           05  WS-RPT-STATUS           PIC X(2).

       01  WS-SWITCHES.
           05  WS-POS-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-POS-EOF               VALUE 'Y'.
           05  WS-FOUND-SW             PIC X(1) VALUE 'N'.
               88  WS-ENTRY-FOUND           VALUE 'Y'.
               88  WS-ENTRY-NOT-FOUND       VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                     PIC X(8).
           05  WS-CURRENT-PORTFOLIO    PIC X(8).
           05  WS-ISSUER-KEY           PIC X(12).
           05  WS-SECTOR-KEY           PIC X(12).
           05  WS-ASSET-CLASS          PIC X(1).
               88  WS-CLASS-EQUITY          VALUE 'E'.
               88  WS-CLASS-DEBT            VALUE 'D'.
               88  WS-CLASS-OTHER           VALUE 'O'.
           05  WS-PORT-TOTAL-VALUE     PIC S9(15)V99 COMP-3.
           05  WS-FIRM-TOTAL-VALUE     PIC S9(15)V99 COMP-3.
           05  WS-PCT-BASE             PIC S9(15)V99 COMP-3.
           05  WS-SORT-IX              PIC 9(4) COMP.
           05  WS-SORT-JX              PIC 9(4) COMP.
           05  WS-NEXT-IX              PIC 9(4) COMP.
           05  WS-SWAP-ENTRY           PIC X(80).

      *----------------------------------------------------------------*
      * Firm-wide roll-ups. POSCUR arrives portfolio-first, so the
      * holding-portfolio count only bumps on a portfolio change.
      *----------------------------------------------------------------*
       01  WS-FIRM-ISSUER-TABLE.
           05  WS-FIS-COUNT            PIC 9(4) COMP VALUE 0.
           05  WS-FIS-ENTRY OCCURS 2000 TIMES.
               10  WS-FIS-KEY          PIC X(12).
               10  WS-FIS-EQUITY       PIC S9(13)V99 COMP-3.
               10  WS-FIS-DEBT         PIC S9(13)V99 COMP-3.
               10  WS-FIS-OTHER        PIC S9(13)V99 COMP-3.
               10  WS-FIS-TOTAL        PIC S9(13)V99 COMP-3.
               10  WS-FIS-PORT-COUNT   PIC 9(5)      COMP-3.
               10  WS-FIS-LAST-PORT    PIC X(8).
       01  WS-FIS-IX                   PIC 9(4) COMP.
       01  WS-FIS-MAX                  PIC 9(4) COMP VALUE 2000.

       01  WS-FIRM-SECTOR-TABLE.
           05  WS-FSC-COUNT            PIC 9(4) COMP VALUE 0.
           05  WS-FSC-ENTRY OCCURS 200 TIMES.
               10  WS-FSC-KEY          PIC X(12).
               10  WS-FSC-TOTAL        PIC S9(13)V99 COMP-3.
               10  WS-FSC-PORT-COUNT   PIC 9(5)      COMP-3.
               10  WS-FSC-LAST-PORT    PIC X(8).
       01  WS-FSC-IX                   PIC 9(4) COMP.
       01  WS-FSC-MAX                  PIC 9(4) COMP VALUE 200.

      *----------------------------------------------------------------*
      * The current portfolio's roll-ups, cleared at each break.
      *----------------------------------------------------------------*
       01  WS-PORT-ISSUER-TABLE.
           05  WS-PIS-COUNT            PIC 9(4) COMP VALUE 0.
           05  WS-PIS-ENTRY OCCURS 500 TIMES.
               10  WS-PIS-KEY          PIC X(12).
               10  WS-PIS-EQUITY       PIC S9(13)V99 COMP-3.
               10  WS-PIS-DEBT         PIC S9(13)V99 COMP-3.
               10  WS-PIS-OTHER        PIC S9(13)V99 COMP-3.
               10  WS-PIS-TOTAL        PIC S9(13)V99 COMP-3.
       01  WS-PIS-IX                   PIC 9(4) COMP.
       01  WS-PIS-MAX                  PIC 9(4) COMP VALUE 500.

       01  WS-PORT-SECTOR-TABLE.
           05  WS-PSC-COUNT            PIC 9(4) COMP VALUE 0.
           05  WS-PSC-ENTRY OCCURS 100 TIMES.
               10  WS-PSC-KEY          PIC X(12).
               10  WS-PSC-TOTAL        PIC S9(13)V99 COMP-3.
       01  WS-PSC-IX                   PIC 9(4) COMP.
       01  WS-PSC-MAX                  PIC 9(4) COMP VALUE 100.

       01  WS-COUNTERS.
           05  WS-HOLDINGS-READ        PIC 9(7) COMP VALUE 0.
           05  WS-UNCLASSIFIED         PIC 9(7) COMP VALUE 0.
           05  WS-PORTFOLIOS           PIC 9(5) COMP VALUE 0.
           05  WS-TABLE-OVERFLOW       PIC 9(5) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       01  WS-REPORT-LINES.
           05  WS-HDR-LINE.
               10  FILLER              PIC X(36) VALUE
                   'ISSUER AND SECTOR EXPOSURE  DATE '.
               10  WS-HDR-DATE         PIC X(8).
               10  FILLER              PIC X(88) VALUE SPACES.
           05  WS-PORT-LINE.
               10  FILLER              PIC X(11) VALUE 'PORTFOLIO: '.
               10  WS-PRT-PORTFOLIO    PIC X(8).
               10  FILLER              PIC X(9)  VALUE '  VALUE '.
               10  WS-PRT-VALUE        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(85) VALUE SPACES.
           05  WS-SECTION-LINE.
               10  WS-SEC-TITLE        PIC X(50).
               10  FILLER              PIC X(82) VALUE SPACES.
           05  WS-ISSUER-HDR.
               10  FILLER              PIC X(16) VALUE
                   '  ISSUER'.
               10  FILLER              PIC X(19) VALUE
                   '          EQUITY'.
               10  FILLER              PIC X(19) VALUE
                   '            DEBT'.
               10  FILLER              PIC X(19) VALUE
                   '           OTHER'.
               10  FILLER              PIC X(19) VALUE
                   '           TOTAL'.
               10  FILLER              PIC X(40) VALUE
                   '      PCT  PORTFOLIOS'.
           05  WS-ISSUER-LINE.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-ISS-KEY          PIC X(12).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-ISS-EQUITY       PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  WS-ISS-DEBT         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  WS-ISS-OTHER        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  WS-ISS-TOTAL        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-ISS-PCT          PIC ZZ9.99.
               10  FILLER              PIC X(3)  VALUE '%  '.
               10  WS-ISS-PORTS        PIC ZZ,ZZZ.
               10  FILLER              PIC X(23) VALUE SPACES.
           05  WS-SECTOR-HDR.
               10  FILLER              PIC X(16) VALUE
                   '  SECTOR'.
               10  FILLER              PIC X(19) VALUE
                   '           TOTAL'.
               10  FILLER              PIC X(97) VALUE
                   '      PCT  PORTFOLIOS'.
           05  WS-SECTOR-LINE.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-SCT-KEY          PIC X(12).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-SCT-TOTAL        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-SCT-PCT          PIC ZZ9.99.
               10  FILLER              PIC X(3)  VALUE '%  '.
               10  WS-SCT-PORTS        PIC ZZ,ZZZ.
               10  FILLER              PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-WALK-POSITIONS
               UNTIL WS-POS-EOF

           IF WS-CURRENT-PORTFOLIO NOT = SPACES
               PERFORM 3000-WRITE-PORTFOLIO-EXPOSURE
           END-IF

           PERFORM 3500-WRITE-FIRM-EXPOSURE
           PERFORM 4000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD

           OPEN INPUT CURRENT-POSITION-FILE
           IF WS-POS-STATUS NOT = '00'
               MOVE 'Error opening current position view' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT SECURITY-MASTER
           IF WS-SEC-STATUS NOT = '00'
               MOVE 'Error opening security master' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT ISSUER-REPORT
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'Error opening issuer exposure report' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           MOVE SPACES TO WS-CURRENT-PORTFOLIO
           MOVE ZERO   TO WS-PORT-TOTAL-VALUE
                          WS-FIRM-TOTAL-VALUE

           MOVE WS-CURRENT-DATE-X TO WS-HDR-DATE
           WRITE REPORT-RECORD FROM WS-HDR-LINE
           .

       2000-WALK-POSITIONS.
           READ CURRENT-POSITION-FILE NEXT RECORD
               AT END
                   SET WS-POS-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF NOT CUR-STATUS-ACTIVE
           OR CUR-QUANTITY = ZERO
               EXIT PARAGRAPH
           END-IF

           IF CUR-PORTFOLIO-ID NOT = WS-CURRENT-PORTFOLIO
               IF WS-CURRENT-PORTFOLIO NOT = SPACES
                   PERFORM 3000-WRITE-PORTFOLIO-EXPOSURE
               END-IF
               MOVE CUR-PORTFOLIO-ID TO WS-CURRENT-PORTFOLIO
               MOVE ZERO TO WS-PORT-TOTAL-VALUE
                            WS-PIS-COUNT
                            WS-PSC-COUNT
               ADD 1 TO WS-PORTFOLIOS
           END-IF

           ADD 1 TO WS-HOLDINGS-READ
           PERFORM 2100-CLASSIFY-HOLDING

           ADD CUR-BASE-VALUE TO WS-PORT-TOTAL-VALUE
           ADD CUR-BASE-VALUE TO WS-FIRM-TOTAL-VALUE

           PERFORM 2200-POST-PORTFOLIO-ISSUER
           PERFORM 2300-POST-PORTFOLIO-SECTOR
           PERFORM 2400-POST-FIRM-ISSUER
           PERFORM 2500-POST-FIRM-SECTOR
           .

      *----------------------------------------------------------------*
      * Issuer, sector and asset class for the holding. A security
      * missing from the master, or one not yet classified, goes to
      * the UNCLASSIFIED bucket so the roll-ups still foot to the
      * portfolio and firm totals.
      *----------------------------------------------------------------*
       2100-CLASSIFY-HOLDING.
           MOVE 'UNCLASSIFIED' TO WS-ISSUER-KEY
                                  WS-SECTOR-KEY
           SET WS-CLASS-OTHER TO TRUE

           MOVE CUR-INVESTMENT-ID TO SEC-ID
           READ SECURITY-MASTER
               INVALID KEY
                   ADD 1 TO WS-UNCLASSIFIED
                   EXIT PARAGRAPH
           END-READ

           IF SEC-ISSUER-ID NOT = SPACES
               MOVE SEC-ISSUER-ID TO WS-ISSUER-KEY
           ELSE
               ADD 1 TO WS-UNCLASSIFIED
           END-IF
           IF SEC-SECTOR-CODE NOT = SPACES
               MOVE SEC-SECTOR-CODE TO WS-SECTOR-KEY
           END-IF

           EVALUATE SEC-INSTR-TYPE
               WHEN 'STK'
               WHEN 'ETF'
                   SET WS-CLASS-EQUITY TO TRUE
               WHEN 'BND'
                   SET WS-CLASS-DEBT TO TRUE
               WHEN OTHER
                   SET WS-CLASS-OTHER TO TRUE
           END-EVALUATE
           .

       2200-POST-PORTFOLIO-ISSUER.
           SET WS-ENTRY-NOT-FOUND TO TRUE
           PERFORM VARYING WS-PIS-IX FROM 1 BY 1
                   UNTIL WS-PIS-IX > WS-PIS-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-PIS-KEY(WS-PIS-IX) = WS-ISSUER-KEY
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-PIS-IX
           ELSE
               IF WS-PIS-COUNT NOT < WS-PIS-MAX
                   ADD 1 TO WS-TABLE-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PIS-COUNT
               MOVE WS-PIS-COUNT TO WS-PIS-IX
               INITIALIZE WS-PIS-ENTRY(WS-PIS-IX)
               MOVE WS-ISSUER-KEY TO WS-PIS-KEY(WS-PIS-IX)
           END-IF

           EVALUATE TRUE
               WHEN WS-CLASS-EQUITY
                   ADD CUR-BASE-VALUE TO WS-PIS-EQUITY(WS-PIS-IX)
               WHEN WS-CLASS-DEBT
                   ADD CUR-BASE-VALUE TO WS-PIS-DEBT(WS-PIS-IX)
               WHEN OTHER
                   ADD CUR-BASE-VALUE TO WS-PIS-OTHER(WS-PIS-IX)
           END-EVALUATE
           ADD CUR-BASE-VALUE TO WS-PIS-TOTAL(WS-PIS-IX)
           .

       2300-POST-PORTFOLIO-SECTOR.
           SET WS-ENTRY-NOT-FOUND TO TRUE
           PERFORM VARYING WS-PSC-IX FROM 1 BY 1
                   UNTIL WS-PSC-IX > WS-PSC-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-PSC-KEY(WS-PSC-IX) = WS-SECTOR-KEY
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-PSC-IX
           ELSE
               IF WS-PSC-COUNT NOT < WS-PSC-MAX
                   ADD 1 TO WS-TABLE-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PSC-COUNT
               MOVE WS-PSC-COUNT TO WS-PSC-IX
               INITIALIZE WS-PSC-ENTRY(WS-PSC-IX)
               MOVE WS-SECTOR-KEY TO WS-PSC-KEY(WS-PSC-IX)
           END-IF

           ADD CUR-BASE-VALUE TO WS-PSC-TOTAL(WS-PSC-IX)
           .

       2400-POST-FIRM-ISSUER.
           SET WS-ENTRY-NOT-FOUND TO TRUE
           PERFORM VARYING WS-FIS-IX FROM 1 BY 1
                   UNTIL WS-FIS-IX > WS-FIS-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-FIS-KEY(WS-FIS-IX) = WS-ISSUER-KEY
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-FIS-IX
           ELSE
               IF WS-FIS-COUNT NOT < WS-FIS-MAX
                   ADD 1 TO WS-TABLE-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-FIS-COUNT
               MOVE WS-FIS-COUNT TO WS-FIS-IX
               INITIALIZE WS-FIS-ENTRY(WS-FIS-IX)
               MOVE WS-ISSUER-KEY TO WS-FIS-KEY(WS-FIS-IX)
           END-IF

           EVALUATE TRUE
               WHEN WS-CLASS-EQUITY
                   ADD CUR-BASE-VALUE TO WS-FIS-EQUITY(WS-FIS-IX)
               WHEN WS-CLASS-DEBT
                   ADD CUR-BASE-VALUE TO WS-FIS-DEBT(WS-FIS-IX)
               WHEN OTHER
                   ADD CUR-BASE-VALUE TO WS-FIS-OTHER(WS-FIS-IX)
           END-EVALUATE
           ADD CUR-BASE-VALUE TO WS-FIS-TOTAL(WS-FIS-IX)

           IF WS-FIS-LAST-PORT(WS-FIS-IX) NOT = CUR-PORTFOLIO-ID
               ADD 1 TO WS-FIS-PORT-COUNT(WS-FIS-IX)
               MOVE CUR-PORTFOLIO-ID TO WS-FIS-LAST-PORT(WS-FIS-IX)
           END-IF
           .

       2500-POST-FIRM-SECTOR.
           SET WS-ENTRY-NOT-FOUND TO TRUE
           PERFORM VARYING WS-FSC-IX FROM 1 BY 1
                   UNTIL WS-FSC-IX > WS-FSC-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-FSC-KEY(WS-FSC-IX) = WS-SECTOR-KEY
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-FSC-IX
           ELSE
               IF WS-FSC-COUNT NOT < WS-FSC-MAX
                   ADD 1 TO WS-TABLE-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-FSC-COUNT
               MOVE WS-FSC-COUNT TO WS-FSC-IX
               INITIALIZE WS-FSC-ENTRY(WS-FSC-IX)
               MOVE WS-SECTOR-KEY TO WS-FSC-KEY(WS-FSC-IX)
           END-IF

           ADD CUR-BASE-VALUE TO WS-FSC-TOTAL(WS-FSC-IX)

           IF WS-FSC-LAST-PORT(WS-FSC-IX) NOT = CUR-PORTFOLIO-ID
               ADD 1 TO WS-FSC-PORT-COUNT(WS-FSC-IX)
               MOVE CUR-PORTFOLIO-ID TO WS-FSC-LAST-PORT(WS-FSC-IX)
           END-IF
           .

      *----------------------------------------------------------------*
      * One portfolio's section: its issuer and sector roll-ups, each
      * line as a percent of the portfolio's own value.
      *----------------------------------------------------------------*
       3000-WRITE-PORTFOLIO-EXPOSURE.
           MOVE WS-CURRENT-PORTFOLIO TO WS-PRT-PORTFOLIO
           MOVE WS-PORT-TOTAL-VALUE  TO WS-PRT-VALUE
           WRITE REPORT-RECORD FROM WS-PORT-LINE
           MOVE WS-PORT-TOTAL-VALUE  TO WS-PCT-BASE

           WRITE REPORT-RECORD FROM WS-ISSUER-HDR
           PERFORM VARYING WS-PIS-IX FROM 1 BY 1
                   UNTIL WS-PIS-IX > WS-PIS-COUNT
               MOVE WS-PIS-KEY(WS-PIS-IX)    TO WS-ISS-KEY
               MOVE WS-PIS-EQUITY(WS-PIS-IX) TO WS-ISS-EQUITY
               MOVE WS-PIS-DEBT(WS-PIS-IX)   TO WS-ISS-DEBT
               MOVE WS-PIS-OTHER(WS-PIS-IX)  TO WS-ISS-OTHER
               MOVE WS-PIS-TOTAL(WS-PIS-IX)  TO WS-ISS-TOTAL
               IF WS-PCT-BASE = ZERO
                   MOVE ZERO TO WS-ISS-PCT
               ELSE
                   COMPUTE WS-ISS-PCT ROUNDED =
                       WS-PIS-TOTAL(WS-PIS-IX) / WS-PCT-BASE * 100
               END-IF
               MOVE 1 TO WS-ISS-PORTS
               WRITE REPORT-RECORD FROM WS-ISSUER-LINE
           END-PERFORM

           WRITE REPORT-RECORD FROM WS-SECTOR-HDR
           PERFORM VARYING WS-PSC-IX FROM 1 BY 1
                   UNTIL WS-PSC-IX > WS-PSC-COUNT
               MOVE WS-PSC-KEY(WS-PSC-IX)    TO WS-SCT-KEY
               MOVE WS-PSC-TOTAL(WS-PSC-IX)  TO WS-SCT-TOTAL
               IF WS-PCT-BASE = ZERO
                   MOVE ZERO TO WS-SCT-PCT
               ELSE
                   COMPUTE WS-SCT-PCT ROUNDED =
                       WS-PSC-TOTAL(WS-PSC-IX) / WS-PCT-BASE * 100
               END-IF
               MOVE 1 TO WS-SCT-PORTS
               WRITE REPORT-RECORD FROM WS-SECTOR-LINE
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * Firm-wide section, each roll-up sorted largest exposure
      * first (the same exchange sort RPTEXP00 uses).
      *----------------------------------------------------------------*
       3500-WRITE-FIRM-EXPOSURE.
           PERFORM 3600-SORT-FIRM-ISSUERS
           PERFORM 3700-SORT-FIRM-SECTORS
           MOVE WS-FIRM-TOTAL-VALUE TO WS-PCT-BASE

           MOVE 'FIRM-WIDE EXPOSURE BY ISSUER' TO WS-SEC-TITLE
           WRITE REPORT-RECORD FROM WS-SECTION-LINE
           WRITE REPORT-RECORD FROM WS-ISSUER-HDR
           PERFORM VARYING WS-FIS-IX FROM 1 BY 1
                   UNTIL WS-FIS-IX > WS-FIS-COUNT
               MOVE WS-FIS-KEY(WS-FIS-IX)    TO WS-ISS-KEY
               MOVE WS-FIS-EQUITY(WS-FIS-IX) TO WS-ISS-EQUITY
               MOVE WS-FIS-DEBT(WS-FIS-IX)   TO WS-ISS-DEBT
               MOVE WS-FIS-OTHER(WS-FIS-IX)  TO WS-ISS-OTHER
               MOVE WS-FIS-TOTAL(WS-FIS-IX)  TO WS-ISS-TOTAL
               IF WS-PCT-BASE = ZERO
                   MOVE ZERO TO WS-ISS-PCT
               ELSE
                   COMPUTE WS-ISS-PCT ROUNDED =
                       WS-FIS-TOTAL(WS-FIS-IX) / WS-PCT-BASE * 100
               END-IF
               MOVE WS-FIS-PORT-COUNT(WS-FIS-IX) TO WS-ISS-PORTS
               WRITE REPORT-RECORD FROM WS-ISSUER-LINE
           END-PERFORM

           MOVE 'FIRM-WIDE EXPOSURE BY SECTOR' TO WS-SEC-TITLE
           WRITE REPORT-RECORD FROM WS-SECTION-LINE
           WRITE REPORT-RECORD FROM WS-SECTOR-HDR
           PERFORM VARYING WS-FSC-IX FROM 1 BY 1
                   UNTIL WS-FSC-IX > WS-FSC-COUNT
               MOVE WS-FSC-KEY(WS-FSC-IX)    TO WS-SCT-KEY
               MOVE WS-FSC-TOTAL(WS-FSC-IX)  TO WS-SCT-TOTAL
               IF WS-PCT-BASE = ZERO
                   MOVE ZERO TO WS-SCT-PCT
               ELSE
                   COMPUTE WS-SCT-PCT ROUNDED =
                       WS-FSC-TOTAL(WS-FSC-IX) / WS-PCT-BASE * 100
               END-IF
               MOVE WS-FSC-PORT-COUNT(WS-FSC-IX) TO WS-SCT-PORTS
               WRITE REPORT-RECORD FROM WS-SECTOR-LINE
           END-PERFORM
           .

       3600-SORT-FIRM-ISSUERS.
           PERFORM VARYING WS-SORT-IX FROM 1 BY 1
                   UNTIL WS-SORT-IX >= WS-FIS-COUNT
               PERFORM VARYING WS-SORT-JX FROM 1 BY 1
                       UNTIL WS-SORT-JX >= WS-FIS-COUNT
                   COMPUTE WS-NEXT-IX = WS-SORT-JX + 1
                   IF WS-FIS-TOTAL(WS-SORT-JX) <
                      WS-FIS-TOTAL(WS-NEXT-IX)
                       MOVE WS-FIS-ENTRY(WS-SORT-JX)
                         TO WS-SWAP-ENTRY
                       MOVE WS-FIS-ENTRY(WS-NEXT-IX)
                         TO WS-FIS-ENTRY(WS-SORT-JX)
                       MOVE WS-SWAP-ENTRY
                         TO WS-FIS-ENTRY(WS-NEXT-IX)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       3700-SORT-FIRM-SECTORS.
           PERFORM VARYING WS-SORT-IX FROM 1 BY 1
                   UNTIL WS-SORT-IX >= WS-FSC-COUNT
               PERFORM VARYING WS-SORT-JX FROM 1 BY 1
                       UNTIL WS-SORT-JX >= WS-FSC-COUNT
                   COMPUTE WS-NEXT-IX = WS-SORT-JX + 1
                   IF WS-FSC-TOTAL(WS-SORT-JX) <
                      WS-FSC-TOTAL(WS-NEXT-IX)
                       MOVE WS-FSC-ENTRY(WS-SORT-JX)
                         TO WS-SWAP-ENTRY
                       MOVE WS-FSC-ENTRY(WS-NEXT-IX)
                         TO WS-FSC-ENTRY(WS-SORT-JX)
                       MOVE WS-SWAP-ENTRY
                         TO WS-FSC-ENTRY(WS-NEXT-IX)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       4000-TERMINATE.
           CLOSE CURRENT-POSITION-FILE
                 SECURITY-MASTER
                 ISSUER-REPORT

           IF WS-TABLE-OVERFLOW > 0
               DISPLAY 'RPTISS00: exposure table overflow, '
                       WS-TABLE-OVERFLOW
                       ' postings not reported'
           END-IF

           DISPLAY 'RPTISS00 Processing Statistics:'
           DISPLAY '  Holdings read:          ' WS-HOLDINGS-READ
           DISPLAY '  Portfolios reported:    ' WS-PORTFOLIOS
           DISPLAY '  Unclassified holdings:  ' WS-UNCLASSIFIED
           DISPLAY '  Errors:                 ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       9000-ERROR-ROUTINE.
           ADD 1 TO WS-ERROR-COUNT
           MOVE 'RPTISS00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
