      *================================================================*
      * Program Name: WHTAGE00
      * Description: Aged Outstanding Tax Reclaims Report
      * Version: 1.0
      * Date: 2026
      *
      * Month-end stream job, after WHTCLM00 has filed the month's
      * claims. Lists every WHTCLM reclaim still outstanding (filed
      * or acknowledged, not yet paid or rejected) authority by
      * authority, aged from its filing date into the four bands the
      * quarter-end review works from -- up to 6 months, 6 to 12
      * months, 1 to 2 years and over 2 years -- with each
      * authority's total per band and a grand total. Authorities
      * take a long time to pay; the older bands are where a claim
      * risks running out its statutory window and needs chasing.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHTAGE00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECLAIM-CLAIM-FILE
               ASSIGN TO WHTCLM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WRC-KEY
               FILE STATUS IS WS-WRC-STATUS.

           SELECT AGED-REPORT
               ASSIGN TO WHTAGE
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
       FD  RECLAIM-CLAIM-FILE.
       COPY WHTCLM.

       FD  AGED-REPORT
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
           05  WS-WRC-STATUS           PIC X(2).
           05  WS-RPT-STATUS           PIC X(2).
           05  WS-BCT-STATUS           PIC X(2).

       01  WS-CONSTANTS.
      *    WHTAGE00's position in the SEQ-MONTH-END stream -- 21st,
      *    after WHTCLM00.
           05  WS-SEQUENCE-NO          PIC 9(4) VALUE 21.
      *    Upper edge, in days since filing, of the first three
      *    ageing bands; anything older falls in the fourth.
           05  WS-BAND-1-DAYS          PIC 9(4) VALUE 182.
           05  WS-BAND-2-DAYS          PIC 9(4) VALUE 365.
           05  WS-BAND-3-DAYS          PIC 9(4) VALUE 730.

       01  WS-SWITCHES.
           05  WS-WRC-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-WRC-EOF               VALUE 'Y'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                     PIC X(8).
           05  WS-CURRENT-TIME8        PIC 9(8).
           05  WS-CLAIM-DATE8          PIC 9(8).
           05  WS-AGE-DAYS             PIC S9(5) COMP.
           05  WS-BAND                 PIC 9(1).
           05  WS-BAND-IX              PIC 9(1).
           05  WS-CURRENT-AUTHORITY    PIC X(8).

      *    Band totals for the authority in hand, and for the report.
       01  WS-AUTH-TOTALS.
           05  WS-AUTH-BAND-AMT        PIC S9(13)V9(2) COMP-3
                                       OCCURS 4 TIMES.
           05  WS-AUTH-CLAIMS          PIC 9(7) COMP.
       01  WS-GRAND-TOTALS.
           05  WS-GRAND-BAND-AMT       PIC S9(13)V9(2) COMP-3
                                       OCCURS 4 TIMES.
           05  WS-GRAND-CLAIMS         PIC 9(7) COMP.

       01  WS-COUNTERS.
           05  WS-AUTHORITIES          PIC 9(5) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       01  WS-REPORT-LINES.
           05  WS-HDR-LINE.
               10  FILLER              PIC X(36) VALUE
                   'AGED OUTSTANDING TAX RECLAIMS  DATE '.
               10  WS-HDR-DATE         PIC X(8).
               10  FILLER              PIC X(88) VALUE SPACES.
           05  WS-COL-LINE.
               10  FILLER              PIC X(36) VALUE
                   'AUTHORITY PORTFOLIO FILED    STATUS '.
               10  FILLER              PIC X(36) VALUE
                   'AUTHORITY REF        AMOUNT CLAIMED'.
               10  FILLER              PIC X(14) VALUE
                   '  AGE (DAYS)'.
               10  FILLER              PIC X(46) VALUE SPACES.
           05  WS-DETAIL-LINE.
               10  WS-DTL-AUTHORITY    PIC X(8).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-DTL-PORTFOLIO    PIC X(8).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-DTL-FILED        PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-STATUS       PIC X(6).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-AUTH-REF     PIC X(16).
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  WS-DTL-AMOUNT       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(4)  VALUE SPACES.
               10  WS-DTL-AGE          PIC ZZZZ9.
               10  FILLER              PIC X(52) VALUE SPACES.
           05  WS-TOTAL-LINE.
               10  WS-TOT-LABEL        PIC X(20).
               10  FILLER              PIC X(8)  VALUE ' 0-6M: '.
               10  WS-TOT-BAND-1       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(9)  VALUE ' 6-12M: '.
               10  WS-TOT-BAND-2       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(8)  VALUE ' 1-2Y: '.
               10  WS-TOT-BAND-3       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(8)  VALUE ' >2Y: '.
               10  WS-TOT-BAND-4       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(3)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-AGE-ONE-CLAIM
               UNTIL WS-WRC-EOF

           IF WS-CURRENT-AUTHORITY NOT = SPACES
               PERFORM 2300-WRITE-AUTHORITY-TOTAL
           END-IF
           PERFORM 3000-WRITE-GRAND-TOTAL

           PERFORM 4000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           INITIALIZE WS-AUTH-TOTALS
                      WS-GRAND-TOTALS
           MOVE SPACES TO WS-CURRENT-AUTHORITY

           OPEN INPUT RECLAIM-CLAIM-FILE
           IF WS-WRC-STATUS NOT = '00'
      *        No claims file yet -- nothing has been filed.
               SET WS-WRC-EOF TO TRUE
           END-IF

           OPEN OUTPUT AGED-REPORT
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'Error opening aged reclaims report' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O BATCH-CONTROL-FILE
           IF WS-BCT-STATUS NOT = '00'
               MOVE 'Error opening control file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           PERFORM 1200-INIT-CHECKPOINT

           MOVE WS-CURRENT-DATE-X TO WS-HDR-DATE
           WRITE REPORT-RECORD FROM WS-HDR-LINE
           WRITE REPORT-RECORD FROM WS-COL-LINE
           .

       1200-INIT-CHECKPOINT.
           MOVE 'WHTAGE00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for WHTAGE00' TO
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

       2000-AGE-ONE-CLAIM.
           READ RECLAIM-CLAIM-FILE NEXT RECORD
               AT END
                   SET WS-WRC-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF NOT WRC-OUTSTANDING
               EXIT PARAGRAPH
           END-IF

           IF WRC-AUTHORITY NOT = WS-CURRENT-AUTHORITY
               IF WS-CURRENT-AUTHORITY NOT = SPACES
                   PERFORM 2300-WRITE-AUTHORITY-TOTAL
               END-IF
               MOVE WRC-AUTHORITY TO WS-CURRENT-AUTHORITY
               INITIALIZE WS-AUTH-TOTALS
               ADD 1 TO WS-AUTHORITIES
           END-IF

           MOVE WRC-CLAIM-DATE TO WS-CLAIM-DATE8
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE8)
               - FUNCTION INTEGER-OF-DATE(WS-CLAIM-DATE8)

           EVALUATE TRUE
               WHEN WS-AGE-DAYS NOT > WS-BAND-1-DAYS
                   MOVE 1 TO WS-BAND
               WHEN WS-AGE-DAYS NOT > WS-BAND-2-DAYS
                   MOVE 2 TO WS-BAND
               WHEN WS-AGE-DAYS NOT > WS-BAND-3-DAYS
                   MOVE 3 TO WS-BAND
               WHEN OTHER
                   MOVE 4 TO WS-BAND
           END-EVALUATE

           ADD WRC-RECLAIM-AMT TO WS-AUTH-BAND-AMT(WS-BAND)
           ADD WRC-RECLAIM-AMT TO WS-GRAND-BAND-AMT(WS-BAND)
           ADD 1 TO WS-AUTH-CLAIMS
           ADD 1 TO WS-GRAND-CLAIMS

           PERFORM 2100-WRITE-DETAIL
           .

       2100-WRITE-DETAIL.
           MOVE WRC-AUTHORITY    TO WS-DTL-AUTHORITY
           MOVE WRC-PORTFOLIO-ID TO WS-DTL-PORTFOLIO
           MOVE WRC-CLAIM-DATE   TO WS-DTL-FILED
           IF WRC-STATUS-ACKED
               MOVE 'ACKED ' TO WS-DTL-STATUS
           ELSE
               MOVE 'FILED ' TO WS-DTL-STATUS
           END-IF
           MOVE WRC-AUTH-REF     TO WS-DTL-AUTH-REF
           MOVE WRC-RECLAIM-AMT  TO WS-DTL-AMOUNT
           MOVE WS-AGE-DAYS      TO WS-DTL-AGE
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

       2300-WRITE-AUTHORITY-TOTAL.
           MOVE SPACES TO WS-TOT-LABEL
           STRING 'TOTAL ' DELIMITED BY SIZE
                  WS-CURRENT-AUTHORITY DELIMITED BY SIZE
             INTO WS-TOT-LABEL
           MOVE WS-AUTH-BAND-AMT(1) TO WS-TOT-BAND-1
           MOVE WS-AUTH-BAND-AMT(2) TO WS-TOT-BAND-2
           MOVE WS-AUTH-BAND-AMT(3) TO WS-TOT-BAND-3
           MOVE WS-AUTH-BAND-AMT(4) TO WS-TOT-BAND-4
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           .

       3000-WRITE-GRAND-TOTAL.
           MOVE 'ALL AUTHORITIES' TO WS-TOT-LABEL
           MOVE WS-GRAND-BAND-AMT(1) TO WS-TOT-BAND-1
           MOVE WS-GRAND-BAND-AMT(2) TO WS-TOT-BAND-2
           MOVE WS-GRAND-BAND-AMT(3) TO WS-TOT-BAND-3
           MOVE WS-GRAND-BAND-AMT(4) TO WS-TOT-BAND-4
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           .

       4000-TERMINATE.
           PERFORM 4100-UPDATE-COMPLETION

           IF WS-WRC-STATUS NOT = '35'
               CLOSE RECLAIM-CLAIM-FILE
           END-IF
           CLOSE AGED-REPORT
                 BATCH-CONTROL-FILE

           DISPLAY 'WHTAGE00 Processing Statistics:'
           DISPLAY '  Claims outstanding: ' WS-GRAND-CLAIMS
           DISPLAY '  Authorities:        ' WS-AUTHORITIES
           DISPLAY '  Errors:             ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       4100-UPDATE-COMPLETION.
           MOVE 'WHTAGE00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for WHTAGE00' TO
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
           MOVE 'WHTAGE00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
