      *================================================================*
      * Program Name: MSKLVL00
      * Description: Report Identifier Masking Level Lookup
      * Version: 1.0
      * Date: 2026
      *
      * Answers the identifier masking level a batch report prints
      * at, from its MSKPARM entry. Called once when the report
      * program starts (and by REPOLD00 when it stores the report).
      * No entry, or no MSKPARM file, answers the default -- account
      * numbers masked, names in full -- so a report only prints
      * full identifiers when someone has flagged it as needing
      * them.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSKLVL00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASK-PARM-FILE
               ASSIGN TO MSKPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MKP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASK-PARM-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY MSKPARM.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-MKP-STATUS           PIC X(2).

       01  WS-CONSTANTS.
           05  WS-DEFAULT-LEVEL        PIC X(1) VALUE 'M'.

       01  WS-SWITCHES.
           05  WS-MKP-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-MKP-EOF              VALUE 'Y'.

       LINKAGE SECTION.
       01  LS-LEVEL-REQUEST.
           05  LS-MKL-REPORT-ID        PIC X(08).
           05  LS-MKL-LEVEL            PIC X(01).

       PROCEDURE DIVISION USING LS-LEVEL-REQUEST.
       0000-MAIN.
           MOVE WS-DEFAULT-LEVEL TO LS-MKL-LEVEL
           MOVE 'N' TO WS-MKP-EOF-SW

           OPEN INPUT MASK-PARM-FILE
           IF WS-MKP-STATUS NOT = '00'
               GOBACK
           END-IF

           PERFORM 1000-CHECK-ONE-ENTRY
               UNTIL WS-MKP-EOF

           CLOSE MASK-PARM-FILE
           GOBACK
           .

       1000-CHECK-ONE-ENTRY.
           READ MASK-PARM-FILE
               AT END
                   SET WS-MKP-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF MKP-REPORT-ID = LS-MKL-REPORT-ID
           AND (MKP-LEVEL-FULL OR MKP-LEVEL-MASKED
                OR MKP-LEVEL-SUPPRESS)
               MOVE MKP-MASK-LEVEL TO LS-MKL-LEVEL
               SET WS-MKP-EOF TO TRUE
           END-IF
           .
