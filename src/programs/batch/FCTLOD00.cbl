      *================================================================*
      * Program Name: FCTLOD00
      * Description: Monthly Pool Factor Load
      * Version: 1.0
      * Date: 2026
      *
      * Loads the monthly factor tape for mortgage- and asset-backed
      * pass-throughs into the keyed POOLFCT file PAYDWN00 pays
      * holdings down from. Scheduled with the other reference data
      * loads ahead of the nightly cycle when the tape arrives. A
      * factor not yet applied is replaced in place by a corrected
      * one; a factor PAYDWN00 has already applied is left alone and
      * the correction rejected, since the holdings were paid down
      * from it.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FCTLOD00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACTOR-INPUT-FILE
               ASSIGN TO FCTIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT POOL-FACTOR-FILE
               ASSIGN TO POOLFCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PFC-KEY
               FILE STATUS IS WS-PFC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FACTOR-INPUT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FACTOR-INPUT-RECORD.
           05  FTI-SEC-ID              PIC X(10).
           05  FTI-FACTOR-DATE         PIC X(08).
           05  FTI-FACTOR              PIC 9(1)V9(8).
           05  FTI-PAY-DATE            PIC X(08).
           05  FILLER                  PIC X(45).

       FD  POOL-FACTOR-FILE.
           COPY POOLFCT.

       WORKING-STORAGE SECTION.
           COPY ERRHAND.

       01  WS-FILE-STATUS.
           05  WS-IN-STATUS            PIC X(2).
           05  WS-PFC-STATUS           PIC X(2).

       01  WS-SWITCHES.
           05  WS-IN-EOF-SW            PIC X(1) VALUE 'N'.
               88  WS-IN-EOF               VALUE 'Y'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE8
                                     PIC X(8).

       01  WS-COUNTERS.
           05  WS-FACTORS-READ         PIC 9(5) COMP VALUE 0.
           05  WS-FACTORS-ADDED        PIC 9(5) COMP VALUE 0.
           05  WS-FACTORS-REPLACED     PIC 9(5) COMP VALUE 0.
           05  WS-FACTORS-REJECTED     PIC 9(5) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-LOAD-FACTORS
               UNTIL WS-IN-EOF

           PERFORM 3000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE8 FROM DATE YYYYMMDD

           OPEN INPUT FACTOR-INPUT-FILE
           IF WS-IN-STATUS NOT = '00'
               MOVE 'Error opening pool factor input' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O POOL-FACTOR-FILE
           IF WS-PFC-STATUS NOT = '00'
               MOVE 'Error opening pool factor file' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           .

      *    A factor is a fraction of original face, so anything
      *    above 1 is a bad tape record; a zero factor is real -- the
      *    pool has paid off.
       2000-LOAD-FACTORS.
           READ FACTOR-INPUT-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-FACTORS-READ

           IF FTI-SEC-ID = SPACES
           OR FTI-FACTOR-DATE IS NOT NUMERIC
           OR FTI-PAY-DATE IS NOT NUMERIC
           OR FTI-FACTOR IS NOT NUMERIC
           OR FTI-FACTOR > 1
               ADD 1 TO WS-FACTORS-REJECTED
               DISPLAY 'FCTLOD00: rejected factor record for '
                       FTI-SEC-ID ' ' FTI-FACTOR-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE FTI-SEC-ID      TO PFC-SEC-ID
           MOVE FTI-FACTOR-DATE TO PFC-FACTOR-DATE

           READ POOL-FACTOR-FILE
               INVALID KEY
                   PERFORM 2100-ADD-FACTOR
                   EXIT PARAGRAPH
           END-READ

           IF PFC-STATUS-APPLIED
               ADD 1 TO WS-FACTORS-REJECTED
               DISPLAY 'FCTLOD00: factor already applied, '
                       'correction rejected for '
                       FTI-SEC-ID ' ' FTI-FACTOR-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE FTI-FACTOR        TO PFC-FACTOR
           MOVE FTI-PAY-DATE      TO PFC-PAY-DATE
           MOVE WS-CURRENT-DATE-X TO PFC-LAST-MAINT

           REWRITE POOL-FACTOR-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'Error replacing factor for '
                           PFC-SEC-ID ' ' PFC-FACTOR-DATE
                   EXIT PARAGRAPH
           END-REWRITE

           ADD 1 TO WS-FACTORS-REPLACED
           .

       2100-ADD-FACTOR.
           MOVE FTI-SEC-ID        TO PFC-SEC-ID
           MOVE FTI-FACTOR-DATE   TO PFC-FACTOR-DATE
           MOVE FTI-FACTOR        TO PFC-FACTOR
           MOVE FTI-PAY-DATE      TO PFC-PAY-DATE
           SET PFC-STATUS-LOADED  TO TRUE
           MOVE SPACES            TO PFC-APPLIED-DATE
           MOVE WS-CURRENT-DATE-X TO PFC-LAST-MAINT
           MOVE SPACES            TO PFC-FILLER

           WRITE POOL-FACTOR-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'Error loading factor for '
                           PFC-SEC-ID ' ' PFC-FACTOR-DATE
                   EXIT PARAGRAPH
           END-WRITE

           ADD 1 TO WS-FACTORS-ADDED
           .

       3000-TERMINATE.
           CLOSE FACTOR-INPUT-FILE
                 POOL-FACTOR-FILE

           DISPLAY 'FCTLOD00 Processing Statistics:'
           DISPLAY '  Factors read:     ' WS-FACTORS-READ
           DISPLAY '  Factors added:    ' WS-FACTORS-ADDED
           DISPLAY '  Factors replaced: ' WS-FACTORS-REPLACED
           DISPLAY '  Factors rejected: ' WS-FACTORS-REJECTED
           DISPLAY '  Errors:           ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
           .

       9000-ERROR-ROUTINE.
           ADD 1 TO WS-ERROR-COUNT
           MOVE 'FCTLOD00' TO ERR-PROGRAM
           CALL 'ERRPROC' USING ERR-MESSAGE
           .
