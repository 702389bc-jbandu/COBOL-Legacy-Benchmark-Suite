      *================================================================*
      * Program Name: CPLRPT00
      * Description: Quarterly Client Complaints Return
      * Version: 1.0
      * Date: 2026
      *
      * Month-end stream job; does its work at the quarter-end month
      * closes (March, June, September, December) and simply signs
      * off in the other months. Reads the CPLREG complaint register
      * and summarizes the quarter for the regulatory return:
      *
      *  - by category: complaints received in the quarter, resolved
      *    in the quarter, how many of those were upheld and how
      *    many answered within the response period (CPLPARM, 56
      *    days by default), the average days to resolve, those
      *    still open at quarter end and how many of them are past
      *    the deadline, and the redress paid in the quarter;
      *  - by root cause: complaints resolved, upheld and the
      *    redress paid, so the cause the firm keeps paying for
      *    stands out -- a withdrawn complaint carries no cause and
      *    counts as not recorded;
      *  - category against root cause: the quarter's resolutions
      *    cross-tabulated, with row and column totals.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPLRPT00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-FILE
               ASSIGN TO CPLREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CPL-KEY
               FILE STATUS IS WS-CPL-STATUS.

           SELECT PARM-FILE
               ASSIGN TO CPLPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT COMPLAINT-REPORT
               ASSIGN TO CPLRPT
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
       FD  COMPLAINT-FILE.
       COPY CPLREG.

       FD  PARM-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY CPLPARM.

       FD  COMPLAINT-REPORT
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
           05  WS-CPL-STATUS           PIC X(2).
           05  WS-PARM-STATUS          PIC X(2).
           05  WS-RPT-STATUS           PIC X(2).
           05  WS-BCT-STATUS           PIC X(2).

       01  WS-CONSTANTS.
      *    CPLRPT00's position in the SEQ-MONTH-END stream -- 29th,
      *    after HLDFIL00.
           05  WS-SEQUENCE-NO          PIC 9(4) VALUE 29.
      *    Table slots: six categories plus the all-categories row;
      *    six root causes, not recorded, plus the all-causes row.
           05  WS-CAT-MAX              PIC 9(2) VALUE 6.
           05  WS-CAT-ALL              PIC 9(2) VALUE 7.
           05  WS-RC-MAX               PIC 9(2) VALUE 7.
           05  WS-RC-ALL               PIC 9(2) VALUE 8.

      *    Regulatory response period in days; the CPLPARM record
      *    overrides when present.
       01  WS-RESPONSE-DAYS            PIC 9(3) VALUE 56.

       01  WS-SWITCHES.
           05  WS-CPL-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-CPL-EOF               VALUE 'Y'.
           05  WS-QUARTER-END-SW       PIC X(1) VALUE 'N'.
               88  WS-QUARTER-END           VALUE 'Y'.
           05  WS-FOUND-SW             PIC X(1) VALUE 'N'.
               88  WS-FOUND                 VALUE 'Y'.
               88  WS-NOT-FOUND             VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                     PIC X(8).
           05  WS-CURRENT-PARTS REDEFINES WS-CURRENT-DATE8.
               10  WS-CUR-YYYY         PIC 9(4).
               10  WS-CUR-MM           PIC 9(2).
               10  WS-CUR-DD           PIC 9(2).
           05  WS-CURRENT-TIME8        PIC 9(8).
           05  WS-QUARTER-START8       PIC 9(8).
           05  WS-QUARTER-START-X REDEFINES WS-QUARTER-START8
                                     PIC X(8).
           05  WS-QUARTER-START-PARTS REDEFINES WS-QUARTER-START8.
               10  WS-QST-YYYY         PIC 9(4).
               10  WS-QST-MM           PIC 9(2).
               10  WS-QST-DD           PIC 9(2).
           05  WS-RECEIVED-DATE8       PIC 9(8).
           05  WS-RESOLVED-DATE8       PIC 9(8).
           05  WS-TODAY-INT            PIC S9(9) COMP.
           05  WS-RECEIVED-INT         PIC S9(9) COMP.
           05  WS-DAYS-TAKEN           PIC S9(5) COMP.
           05  WS-CAT-IX               PIC 9(2) COMP.
           05  WS-RC-IX                PIC 9(2) COMP.
           05  WS-ACC-IX               PIC 9(2) COMP.
           05  WS-ACC-RC-IX            PIC 9(2) COMP.
           05  WS-PRT-IX               PIC 9(2) COMP.
           05  WS-PRT-RC-IX            PIC 9(2) COMP.

      *    Category codes and the names the return prints.
       01  WS-CATEGORY-VALUES.
           05  FILLER                  PIC X(21) VALUE
               'AADVICE/SUITABILITY  '.
           05  FILLER                  PIC X(21) VALUE
               'TTRANSACTIONS        '.
           05  FILLER                  PIC X(21) VALUE
               'FFEES AND CHARGES    '.
           05  FILLER                  PIC X(21) VALUE
               'SSTATEMENTS/REPORTING'.
           05  FILLER                  PIC X(21) VALUE
               'CCLIENT SERVICE      '.
           05  FILLER                  PIC X(21) VALUE
               'OOTHER               '.
           05  FILLER                  PIC X(21) VALUE
               ' ALL CATEGORIES      '.
       01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-VALUES.
           05  WS-CAT-ENTRY            OCCURS 7 TIMES.
               10  WS-CAT-CODE         PIC X(1).
               10  WS-CAT-NAME         PIC X(20).

      *    Root cause codes and names; slot 7 takes a resolution
      *    with no cause given (a withdrawal).
       01  WS-ROOT-CAUSE-VALUES.
           05  FILLER                  PIC X(21) VALUE
               'PPROCESS             '.
           05  FILLER                  PIC X(21) VALUE
               'SSYSTEM              '.
           05  FILLER                  PIC X(21) VALUE
               'ESTAFF ERROR         '.
           05  FILLER                  PIC X(21) VALUE
               'TTHIRD PARTY         '.
           05  FILLER                  PIC X(21) VALUE
               'CCLIENT MISUNDERSTOOD'.
           05  FILLER                  PIC X(21) VALUE
               'NNONE IDENTIFIED     '.
           05  FILLER                  PIC X(21) VALUE
               ' NOT RECORDED        '.
           05  FILLER                  PIC X(21) VALUE
               ' ALL ROOT CAUSES     '.
       01  WS-ROOT-CAUSE-TABLE REDEFINES WS-ROOT-CAUSE-VALUES.
           05  WS-RC-ENTRY             OCCURS 8 TIMES.
               10  WS-RC-CODE          PIC X(1).
               10  WS-RC-NAME          PIC X(20).

       01  WS-CATEGORY-TOTALS.
           05  WS-CTT-ENTRY            OCCURS 7 TIMES.
               10  WS-CTT-RECEIVED     PIC 9(7) COMP.
               10  WS-CTT-RESOLVED     PIC 9(7) COMP.
               10  WS-CTT-UPHELD       PIC 9(7) COMP.
               10  WS-CTT-IN-TIME      PIC 9(7) COMP.
               10  WS-CTT-DAYS-SUM     PIC 9(9) COMP.
               10  WS-CTT-OPEN         PIC 9(7) COMP.
               10  WS-CTT-OVERDUE      PIC 9(7) COMP.
               10  WS-CTT-REDRESS      PIC S9(13)V9(2) COMP-3.
               10  WS-CTT-BY-CAUSE     PIC 9(7) COMP
                                       OCCURS 8 TIMES.

       01  WS-ROOT-CAUSE-TOTALS.
           05  WS-RCT-ENTRY            OCCURS 8 TIMES.
               10  WS-RCT-RESOLVED     PIC 9(7) COMP.
               10  WS-RCT-UPHELD       PIC 9(7) COMP.
               10  WS-RCT-REDRESS      PIC S9(13)V9(2) COMP-3.

       01  WS-COUNTERS.
           05  WS-COMPLAINTS-READ      PIC 9(7) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       01  WS-REPORT-LINES.
           05  WS-HDR-LINE.
               10  FILLER              PIC X(36) VALUE
                   'CLIENT COMPLAINTS     QUARTER FROM '.
               10  WS-HDR-FROM         PIC X(8).
               10  FILLER              PIC X(4)  VALUE ' TO '.
               10  WS-HDR-TO           PIC X(8).
               10  FILLER              PIC X(20) VALUE
                   '   RESPONSE PERIOD '.
               10  WS-HDR-RESPONSE     PIC ZZ9.
               10  FILLER              PIC X(53) VALUE ' DAYS'.
           05  WS-SKIP-LINE.
               10  FILLER              PIC X(44) VALUE
                   'NOT A QUARTER END -- NO COMPLAINTS RETURN'.
               10  FILLER              PIC X(88) VALUE SPACES.
           05  WS-BLANK-LINE           PIC X(132) VALUE SPACES.
           05  WS-TITLE-LINE.
               10  WS-TTL-TEXT         PIC X(40).
               10  FILLER              PIC X(92) VALUE SPACES.
           05  WS-CAT-COL-LINE.
               10  FILLER              PIC X(20) VALUE 'CATEGORY'.
               10  FILLER              PIC X(36) VALUE
                   ' RECEIVED RESOLVED   UPHELD  IN TIME'.
               10  FILLER              PIC X(26) VALUE
                   ' AVG DYS     OPEN  OVERDUE'.
               10  FILLER              PIC X(20) VALUE
                   '        REDRESS PAID'.
               10  FILLER              PIC X(30) VALUE SPACES.
           05  WS-CAT-DETAIL-LINE.
               10  WS-CDL-NAME         PIC X(20).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-CDL-RECEIVED     PIC ZZZ,ZZ9.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-CDL-RESOLVED     PIC ZZZ,ZZ9.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-CDL-UPHELD       PIC ZZZ,ZZ9.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-CDL-IN-TIME      PIC ZZZ,ZZ9.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-CDL-AVG-DAYS     PIC ZZZ9.9.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-CDL-OPEN         PIC ZZZ,ZZ9.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-CDL-OVERDUE      PIC ZZZ,ZZ9.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-CDL-REDRESS      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(30) VALUE SPACES.
           05  WS-RC-COL-LINE.
               10  FILLER              PIC X(20) VALUE 'ROOT CAUSE'.
               10  FILLER              PIC X(18) VALUE
                   ' RESOLVED   UPHELD'.
               10  FILLER              PIC X(20) VALUE
                   '        REDRESS PAID'.
               10  FILLER              PIC X(74) VALUE SPACES.
           05  WS-RC-DETAIL-LINE.
               10  WS-RDL-NAME         PIC X(20).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-RDL-RESOLVED     PIC ZZZ,ZZ9.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-RDL-UPHELD       PIC ZZZ,ZZ9.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-RDL-REDRESS      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(74) VALUE SPACES.
           05  WS-MTX-COL-LINE.
               10  FILLER              PIC X(20) VALUE
                   'CATEGORY \ CAUSE'.
               10  FILLER              PIC X(36) VALUE
                   '  PROCESS   SYSTEM    STAFF  3RD PTY'.
               10  FILLER              PIC X(36) VALUE
                   '   CLIENT     NONE NOT RCDD    TOTAL'.
               10  FILLER              PIC X(40) VALUE SPACES.
           05  WS-MTX-DETAIL-LINE.
               10  WS-MDL-NAME         PIC X(20).
               10  WS-MDL-CELL         OCCURS 8 TIMES.
                   15  FILLER          PIC X(2).
                   15  WS-MDL-COUNT    PIC ZZZ,ZZ9.
               10  FILLER              PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           IF WS-QUARTER-END
               PERFORM 2000-TALLY-ONE-COMPLAINT
                   UNTIL WS-CPL-EOF

               PERFORM 3000-WRITE-BY-CATEGORY
               PERFORM 3100-WRITE-BY-ROOT-CAUSE
               PERFORM 3200-WRITE-CROSS-TAB
           ELSE
               WRITE REPORT-RECORD FROM WS-SKIP-LINE
           END-IF

           PERFORM 4000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE8)
           INITIALIZE WS-CATEGORY-TOTALS
                      WS-ROOT-CAUSE-TOTALS

           IF WS-CUR-MM = 3 OR 6 OR 9 OR 12
               SET WS-QUARTER-END TO TRUE
           END-IF
           MOVE WS-CUR-YYYY TO WS-QST-YYYY
           COMPUTE WS-QST-MM = WS-CUR-MM - 2
           MOVE 1           TO WS-QST-DD

           OPEN OUTPUT COMPLAINT-REPORT
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'Error opening complaints return' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O BATCH-CONTROL-FILE
           IF WS-BCT-STATUS NOT = '00'
               MOVE 'Error opening control file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           PERFORM 1200-INIT-CHECKPOINT

           IF NOT WS-QUARTER-END
               SET WS-CPL-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM 1100-READ-PARAMETERS

           OPEN INPUT COMPLAINT-FILE
           IF WS-CPL-STATUS NOT = '00'
      *        No register yet -- an empty return.
               SET WS-CPL-EOF TO TRUE
           END-IF

           MOVE WS-QUARTER-START-X TO WS-HDR-FROM
           MOVE WS-CURRENT-DATE-X  TO WS-HDR-TO
           MOVE WS-RESPONSE-DAYS   TO WS-HDR-RESPONSE
           WRITE REPORT-RECORD FROM WS-HDR-LINE
           .

       1100-READ-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
               IF WS-PARM-STATUS = '00'
                   IF CPP-RESPONSE-DAYS IS NUMERIC
                      AND CPP-RESPONSE-DAYS NOT = 0
                       MOVE CPP-RESPONSE-DAYS TO WS-RESPONSE-DAYS
                   END-IF
               END-IF
               CLOSE PARM-FILE
           END-IF
           .

       1200-INIT-CHECKPOINT.
           MOVE 'CPLRPT00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for CPLRPT00' TO
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
      * Each complaint counts toward its category and the
      * all-categories row: received if it arrived this quarter,
      * resolved if it was closed this quarter, open if it is still
      * open tonight, and its redress if that was paid this quarter.
      *----------------------------------------------------------------*
       2000-TALLY-ONE-COMPLAINT.
           READ COMPLAINT-FILE NEXT RECORD
               AT END
                   SET WS-CPL-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-COMPLAINTS-READ

           IF CPL-RECEIVED-DATE NOT NUMERIC
               MOVE SPACES TO ERR-TEXT
               STRING 'Complaint received date not valid: '
                      CPL-PORTFOLIO-ID DELIMITED BY SIZE
                 INTO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               EXIT PARAGRAPH
           END-IF
           MOVE CPL-RECEIVED-DATE TO WS-RECEIVED-DATE8
           COMPUTE WS-RECEIVED-INT =
               FUNCTION INTEGER-OF-DATE(WS-RECEIVED-DATE8)

      *    An unknown category is reported as other.
           SET WS-NOT-FOUND TO TRUE
           PERFORM VARYING WS-CAT-IX FROM 1 BY 1
                   UNTIL WS-CAT-IX > WS-CAT-MAX
                   OR WS-FOUND
               IF WS-CAT-CODE(WS-CAT-IX) = CPL-CATEGORY
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               SUBTRACT 1 FROM WS-CAT-IX
           ELSE
               MOVE WS-CAT-MAX TO WS-CAT-IX
           END-IF

      *    A cause that is blank or unknown is not recorded.
           SET WS-NOT-FOUND TO TRUE
           PERFORM VARYING WS-RC-IX FROM 1 BY 1
                   UNTIL WS-RC-IX > WS-RC-MAX - 1
                   OR WS-FOUND
               IF WS-RC-CODE(WS-RC-IX) = CPL-ROOT-CAUSE
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               SUBTRACT 1 FROM WS-RC-IX
           ELSE
               MOVE WS-RC-MAX TO WS-RC-IX
           END-IF

           MOVE WS-CAT-IX TO WS-ACC-IX
           PERFORM 2100-ADD-TO-CATEGORY
           MOVE WS-CAT-ALL TO WS-ACC-IX
           PERFORM 2100-ADD-TO-CATEGORY
           .

       2100-ADD-TO-CATEGORY.
           IF CPL-RECEIVED-DATE NOT < WS-QUARTER-START-X
              AND CPL-RECEIVED-DATE NOT > WS-CURRENT-DATE-X
               ADD 1 TO WS-CTT-RECEIVED(WS-ACC-IX)
           END-IF

           IF CPL-STATUS-OPEN
              AND CPL-RECEIVED-DATE NOT > WS-CURRENT-DATE-X
               ADD 1 TO WS-CTT-OPEN(WS-ACC-IX)
               IF WS-TODAY-INT - WS-RECEIVED-INT > WS-RESPONSE-DAYS
                   ADD 1 TO WS-CTT-OVERDUE(WS-ACC-IX)
               END-IF
           END-IF

           IF CPL-STATUS-RESOLVED
              AND CPL-RESOLVED-DATE IS NUMERIC
              AND CPL-RESOLVED-DATE NOT < WS-QUARTER-START-X
              AND CPL-RESOLVED-DATE NOT > WS-CURRENT-DATE-X
               MOVE CPL-RESOLVED-DATE TO WS-RESOLVED-DATE8
               COMPUTE WS-DAYS-TAKEN =
                   FUNCTION INTEGER-OF-DATE(WS-RESOLVED-DATE8)
                   - WS-RECEIVED-INT
               ADD 1 TO WS-CTT-RESOLVED(WS-ACC-IX)
               ADD WS-DAYS-TAKEN TO WS-CTT-DAYS-SUM(WS-ACC-IX)
               IF WS-DAYS-TAKEN NOT > WS-RESPONSE-DAYS
                   ADD 1 TO WS-CTT-IN-TIME(WS-ACC-IX)
               END-IF
               IF CPL-STATUS-UPHELD
                   ADD 1 TO WS-CTT-UPHELD(WS-ACC-IX)
               END-IF
               ADD 1 TO WS-CTT-BY-CAUSE(WS-ACC-IX, WS-RC-IX)
               ADD 1 TO WS-CTT-BY-CAUSE(WS-ACC-IX, WS-RC-ALL)
      *        The root cause rows are built once, off the category's
      *        own pass.
               IF WS-ACC-IX = WS-CAT-IX
                   MOVE WS-RC-IX TO WS-ACC-RC-IX
                   PERFORM 2200-ADD-TO-ROOT-CAUSE
                   MOVE WS-RC-ALL TO WS-ACC-RC-IX
                   PERFORM 2200-ADD-TO-ROOT-CAUSE
               END-IF
           END-IF

           IF CPL-REDRESS-PAID
              AND CPL-REDRESS-PAID-DATE NOT < WS-QUARTER-START-X
              AND CPL-REDRESS-PAID-DATE NOT > WS-CURRENT-DATE-X
               ADD CPL-REDRESS-AMT TO WS-CTT-REDRESS(WS-ACC-IX)
               IF WS-ACC-IX = WS-CAT-IX
                   ADD CPL-REDRESS-AMT TO WS-RCT-REDRESS(WS-RC-IX)
                   ADD CPL-REDRESS-AMT TO WS-RCT-REDRESS(WS-RC-ALL)
               END-IF
           END-IF
           .

       2200-ADD-TO-ROOT-CAUSE.
           ADD 1 TO WS-RCT-RESOLVED(WS-ACC-RC-IX)
           IF CPL-STATUS-UPHELD
               ADD 1 TO WS-RCT-UPHELD(WS-ACC-RC-IX)
           END-IF
           .

       3000-WRITE-BY-CATEGORY.
           WRITE REPORT-RECORD FROM WS-BLANK-LINE
           MOVE 'BY CATEGORY' TO WS-TTL-TEXT
           WRITE REPORT-RECORD FROM WS-TITLE-LINE
           WRITE REPORT-RECORD FROM WS-CAT-COL-LINE

           PERFORM VARYING WS-PRT-IX FROM 1 BY 1
                   UNTIL WS-PRT-IX > WS-CAT-ALL
               MOVE WS-CAT-NAME(WS-PRT-IX)     TO WS-CDL-NAME
               MOVE WS-CTT-RECEIVED(WS-PRT-IX) TO WS-CDL-RECEIVED
               MOVE WS-CTT-RESOLVED(WS-PRT-IX) TO WS-CDL-RESOLVED
               MOVE WS-CTT-UPHELD(WS-PRT-IX)   TO WS-CDL-UPHELD
               MOVE WS-CTT-IN-TIME(WS-PRT-IX)  TO WS-CDL-IN-TIME
               IF WS-CTT-RESOLVED(WS-PRT-IX) > 0
                   COMPUTE WS-CDL-AVG-DAYS ROUNDED =
                       WS-CTT-DAYS-SUM(WS-PRT-IX)
                       / WS-CTT-RESOLVED(WS-PRT-IX)
               ELSE
                   MOVE ZERO TO WS-CDL-AVG-DAYS
               END-IF
               MOVE WS-CTT-OPEN(WS-PRT-IX)     TO WS-CDL-OPEN
               MOVE WS-CTT-OVERDUE(WS-PRT-IX)  TO WS-CDL-OVERDUE
               MOVE WS-CTT-REDRESS(WS-PRT-IX)  TO WS-CDL-REDRESS
               IF WS-PRT-IX = WS-CAT-ALL
                   WRITE REPORT-RECORD FROM WS-BLANK-LINE
               END-IF
               WRITE REPORT-RECORD FROM WS-CAT-DETAIL-LINE
           END-PERFORM
           .

       3100-WRITE-BY-ROOT-CAUSE.
           WRITE REPORT-RECORD FROM WS-BLANK-LINE
           MOVE 'BY ROOT CAUSE (RESOLVED IN THE QUARTER)'
             TO WS-TTL-TEXT
           WRITE REPORT-RECORD FROM WS-TITLE-LINE
           WRITE REPORT-RECORD FROM WS-RC-COL-LINE

           PERFORM VARYING WS-PRT-IX FROM 1 BY 1
                   UNTIL WS-PRT-IX > WS-RC-ALL
               MOVE WS-RC-NAME(WS-PRT-IX)      TO WS-RDL-NAME
               MOVE WS-RCT-RESOLVED(WS-PRT-IX) TO WS-RDL-RESOLVED
               MOVE WS-RCT-UPHELD(WS-PRT-IX)   TO WS-RDL-UPHELD
               MOVE WS-RCT-REDRESS(WS-PRT-IX)  TO WS-RDL-REDRESS
               IF WS-PRT-IX = WS-RC-ALL
                   WRITE REPORT-RECORD FROM WS-BLANK-LINE
               END-IF
               WRITE REPORT-RECORD FROM WS-RC-DETAIL-LINE
           END-PERFORM
           .

       3200-WRITE-CROSS-TAB.
           WRITE REPORT-RECORD FROM WS-BLANK-LINE
           MOVE 'RESOLVED BY CATEGORY AND ROOT CAUSE'
             TO WS-TTL-TEXT
           WRITE REPORT-RECORD FROM WS-TITLE-LINE
           WRITE REPORT-RECORD FROM WS-MTX-COL-LINE

           PERFORM VARYING WS-PRT-IX FROM 1 BY 1
                   UNTIL WS-PRT-IX > WS-CAT-ALL
               MOVE SPACES TO WS-MTX-DETAIL-LINE
               MOVE WS-CAT-NAME(WS-PRT-IX) TO WS-MDL-NAME
               PERFORM VARYING WS-PRT-RC-IX FROM 1 BY 1
                       UNTIL WS-PRT-RC-IX > WS-RC-ALL
                   MOVE WS-CTT-BY-CAUSE(WS-PRT-IX, WS-PRT-RC-IX)
                     TO WS-MDL-COUNT(WS-PRT-RC-IX)
               END-PERFORM
               IF WS-PRT-IX = WS-CAT-ALL
                   WRITE REPORT-RECORD FROM WS-BLANK-LINE
               END-IF
               WRITE REPORT-RECORD FROM WS-MTX-DETAIL-LINE
           END-PERFORM
           .

       4000-TERMINATE.
           PERFORM 4100-UPDATE-COMPLETION

           IF WS-QUARTER-END
              AND WS-CPL-STATUS NOT = '35'
               CLOSE COMPLAINT-FILE
           END-IF
           CLOSE COMPLAINT-REPORT
                 BATCH-CONTROL-FILE

           DISPLAY 'CPLRPT00 Processing Statistics:'
           DISPLAY '  Complaints read:    ' WS-COMPLAINTS-READ
           DISPLAY '  Received in qtr:    ' WS-CTT-RECEIVED(WS-CAT-ALL)
           DISPLAY '  Resolved in qtr:    ' WS-CTT-RESOLVED(WS-CAT-ALL)
           DISPLAY '  Errors:             ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       4100-UPDATE-COMPLETION.
           MOVE 'CPLRPT00'        TO BCT-JOB-NAME
           MOVE WS-CURRENT-DATE-X TO BCT-PROCESS-DATE
           MOVE WS-SEQUENCE-NO    TO BCT-SEQUENCE-NO
           MOVE WS-CYCLE-NO       TO BCT-CYCLE-NO

           READ BATCH-CONTROL-FILE
               INVALID KEY
                   MOVE 'Control record not found for CPLRPT00' TO
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
           MOVE 'CPLRPT00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
