      *  - the daily report separates new breaks from carried ones,
      *    so reconciliation differences get worked instead of
      *    rediscovered each month.
      *
      * Maintenance Log:
      * 2026-10-15 - The custodian's security identifier (ISIN,
      *              CUSIP, SEDOL, ticker or our own SEC-ID) resolves
      *              to SEC-ID through the SECXREF cross-reference
      *              before matching. A statement row whose
      *              identifier is not on the cross-reference prints
      *              as an UNMAPPED exception line instead of opening
      *              a custodian-only break against a foreign key.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSRCN00.
               RECORD KEY IS CBK-KEY
               FILE STATUS IS WS-BRK-STATUS.

           SELECT SECURITY-XREF-FILE
               ASSIGN TO SECXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XRF-KEY
               FILE STATUS IS WS-XRF-STATUS.

           SELECT BREAK-REPORT
               ASSIGN TO CUSRPT
               ORGANIZATION IS SEQUENTIAL
           05  CUS-INVESTMENT-ID       PIC X(10).
           05  CUS-QUANTITY            PIC S9(11)V9(4).
           05  CUS-MARKET-VALUE        PIC S9(13)V9(2).
      *    Custodian's own identifier when it does not fit
      *    CUS-INVESTMENT-ID (an ISIN); spaces otherwise.
           05  CUS-SECURITY-ID         PIC X(12).
           05  FILLER                  PIC X(08).

       FD  CURRENT-POSITION-FILE.
       COPY POSCUR.
       FD  BREAK-FILE.
       COPY CUSBRK.

       FD  SECURITY-XREF-FILE.
       COPY SECXREF.

       FD  BREAK-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           05  WS-CUS-STATUS           PIC X(2).
           05  WS-POS-STATUS           PIC X(2).
           05  WS-BRK-STATUS           PIC X(2).
           05  WS-XRF-STATUS           PIC X(2).
           05  WS-RPT-STATUS           PIC X(2).
           05  WS-BCT-STATUS           PIC X(2).

           05  WS-BREAK-NEW-SW         PIC X(1) VALUE 'N'.
               88  WS-BREAK-NEW             VALUE 'Y'.
               88  WS-BREAK-CARRIED         VALUE 'N'.
           05  WS-XRF-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-XRF-EOF               VALUE 'Y'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-VALUE-DIFF           PIC S9(13)V9(2) COMP-3.
           05  WS-BREAK-TYPE           PIC X(1).
           05  WS-CUS-IX               PIC 9(4) COMP.
           05  WS-INBOUND-ID           PIC X(12).
           05  WS-RESOLVED-SEC-ID      PIC X(10).

      *----------------------------------------------------------------*
      * The custodian's statement, loaded once; the match flag marks
               10  WS-CUS-MATCHED-SW   PIC X(01).
       01  WS-CUS-MAX                  PIC 9(4) COMP VALUE 5000.

      *----------------------------------------------------------------*
      * Identifier cross-reference loaded from SECXREF, for turning
      * the custodian's identifiers back into SEC-IDs.
      *----------------------------------------------------------------*
       01  WS-XREF-TABLE.
           05  WS-XRF-COUNT            PIC 9(4) COMP VALUE 0.
           05  WS-XRF-ENTRY OCCURS 5000 TIMES.
               10  WS-XRF-SEC-ID       PIC X(10).
               10  WS-XRF-CUSIP        PIC X(09).
               10  WS-XRF-ISIN         PIC X(12).
               10  WS-XRF-SEDOL        PIC X(07).
               10  WS-XRF-TICKER       PIC X(10).
       01  WS-XRF-IX                   PIC 9(4) COMP.
       01  WS-XRF-MAX                  PIC 9(4) COMP VALUE 5000.

       01  WS-COUNTERS.
           05  WS-CUS-LOADED           PIC 9(5) COMP VALUE 0.
           05  WS-CUS-UNMAPPED         PIC 9(5) COMP VALUE 0.
           05  WS-POSITIONS-AGREED     PIC 9(7) COMP VALUE 0.
           05  WS-BREAKS-NEW           PIC 9(5) COMP VALUE 0.
           05  WS-BREAKS-CARRIED       PIC 9(5) COMP VALUE 0.
               10  FILLER              PIC X(6)  VALUE '  AGE '.
               10  WS-BRK-L-AGE        PIC ZZ,ZZ9.
               10  FILLER              PIC X(42) VALUE SPACES.
           05  WS-UNMAPPED-LINE.
               10  FILLER              PIC X(9)  VALUE 'UNMAPPED '.
               10  WS-UNM-L-PORTFOLIO  PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-UNM-L-ID         PIC X(12).
               10  FILLER              PIC X(7)  VALUE '  CUST '.
               10  WS-UNM-L-QTY        PIC ZZZ,ZZZ,ZZ9.9999-.
               10  FILLER              PIC X(32) VALUE
                   '  IDENTIFIER NOT ON SECXREF'.
               10  FILLER              PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.

           MOVE WS-CURRENT-DATE-X TO WS-HDR-DATE
           WRITE REPORT-RECORD FROM WS-HDR-LINE

           PERFORM 1300-LOAD-XREF-TABLE
           .

       1200-INIT-CHECKPOINT.
           END-REWRITE
           .

       1300-LOAD-XREF-TABLE.
           OPEN INPUT SECURITY-XREF-FILE
           IF WS-XRF-STATUS NOT = '00'
               MOVE 'Error opening security cross-reference'
                 TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           PERFORM 1310-LOAD-ONE-XREF
               UNTIL WS-XRF-EOF
               OR ERR-TEXT NOT = SPACES

           CLOSE SECURITY-XREF-FILE
           .

       1310-LOAD-ONE-XREF.
           READ SECURITY-XREF-FILE NEXT RECORD
               AT END
                   SET WS-XRF-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF WS-XRF-COUNT NOT < WS-XRF-MAX
               MOVE 'Cross-reference table capacity exceeded'
                 TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-XRF-COUNT
           MOVE XRF-SEC-ID TO WS-XRF-SEC-ID(WS-XRF-COUNT)
           MOVE XRF-CUSIP  TO WS-XRF-CUSIP(WS-XRF-COUNT)
           MOVE XRF-ISIN   TO WS-XRF-ISIN(WS-XRF-COUNT)
           MOVE XRF-SEDOL  TO WS-XRF-SEDOL(WS-XRF-COUNT)
           MOVE XRF-TICKER TO WS-XRF-TICKER(WS-XRF-COUNT)
           .

       2000-LOAD-CUSTODIAN-FILE.
           READ CUSTODIAN-POSITION-FILE
               AT END
               EXIT PARAGRAPH
           END-IF

           PERFORM 2100-RESOLVE-IDENTIFIER
           IF WS-NOT-FOUND
               PERFORM 2200-REPORT-UNMAPPED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CUS-COUNT
           ADD 1 TO WS-CUS-LOADED
           MOVE CUS-PORTFOLIO-ID  TO WS-CUS-PORTFOLIO(WS-CUS-COUNT)
           MOVE WS-RESOLVED-SEC-ID
                                  TO WS-CUS-INVESTMENT(WS-CUS-COUNT)
           MOVE CUS-QUANTITY      TO WS-CUS-QTY(WS-CUS-COUNT)
           MOVE CUS-MARKET-VALUE  TO WS-CUS-VALUE(WS-CUS-COUNT)
           MOVE 'N'               TO WS-CUS-MATCHED-SW(WS-CUS-COUNT)
           .

      *----------------------------------------------------------------*
      * The wider custodian identifier when sent, else the 10-byte
      * one. Our own SEC-ID wins; otherwise the first entry whose
      * ISIN, CUSIP, SEDOL or ticker carries it.
      *----------------------------------------------------------------*
       2100-RESOLVE-IDENTIFIER.
           SET WS-NOT-FOUND TO TRUE
           MOVE SPACES TO WS-RESOLVED-SEC-ID
           IF CUS-SECURITY-ID NOT = SPACES
               MOVE CUS-SECURITY-ID   TO WS-INBOUND-ID
           ELSE
               MOVE CUS-INVESTMENT-ID TO WS-INBOUND-ID
           END-IF
           IF WS-INBOUND-ID = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-XRF-IX FROM 1 BY 1
                   UNTIL WS-XRF-IX > WS-XRF-COUNT
                   OR WS-FOUND
               IF WS-XRF-SEC-ID(WS-XRF-IX) = WS-INBOUND-ID
                   SET WS-FOUND TO TRUE
                   MOVE WS-XRF-SEC-ID(WS-XRF-IX)
                     TO WS-RESOLVED-SEC-ID
               END-IF
           END-PERFORM

           PERFORM VARYING WS-XRF-IX FROM 1 BY 1
                   UNTIL WS-XRF-IX > WS-XRF-COUNT
                   OR WS-FOUND
               IF WS-XRF-ISIN(WS-XRF-IX)   = WS-INBOUND-ID
               OR WS-XRF-CUSIP(WS-XRF-IX)  = WS-INBOUND-ID
               OR WS-XRF-SEDOL(WS-XRF-IX)  = WS-INBOUND-ID
               OR WS-XRF-TICKER(WS-XRF-IX) = WS-INBOUND-ID
                   SET WS-FOUND TO TRUE
                   MOVE WS-XRF-SEC-ID(WS-XRF-IX)
                     TO WS-RESOLVED-SEC-ID
               END-IF
           END-PERFORM
           .

       2200-REPORT-UNMAPPED.
           ADD 1 TO WS-CUS-UNMAPPED
           MOVE CUS-PORTFOLIO-ID TO WS-UNM-L-PORTFOLIO
           MOVE WS-INBOUND-ID    TO WS-UNM-L-ID
           MOVE CUS-QUANTITY     TO WS-UNM-L-QTY
           WRITE REPORT-RECORD FROM WS-UNMAPPED-LINE
           .

      *----------------------------------------------------------------*
      * One pass over our book: each active holding either agrees
      * with the custodian (resolving any carried break), differs

           DISPLAY 'CUSRCN00 Processing Statistics:'
           DISPLAY '  Custodian rows loaded: ' WS-CUS-LOADED
           DISPLAY '  Unmapped identifiers:  ' WS-CUS-UNMAPPED
           DISPLAY '  Positions agreed:      ' WS-POSITIONS-AGREED
           DISPLAY '  Breaks new:            ' WS-BREAKS-NEW
           DISPLAY '  Breaks carried:        ' WS-BREAKS-CARRIED
