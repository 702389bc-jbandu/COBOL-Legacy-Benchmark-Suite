      *
      * The accrual file is rebuilt from scratch every run (a holding
      * sold out simply stops appearing), so a rerun is idempotent.
      *
      * Maintenance Log:
      * 2026-10-15 - An issue with a noticed full call on the CALLSCH
      *              schedule stops accruing from its call date --
      *              BNDCAL00 redeems it at the call price, so no
      *              interest is earned past that day.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACRINT00.
               RECORD KEY IS CUR-KEY
               FILE STATUS IS WS-POS-STATUS.

           SELECT CALL-SCHEDULE-FILE
               ASSIGN TO CALLSCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSC-KEY
               FILE STATUS IS WS-CSC-STATUS.

           SELECT ACCRUED-INTEREST-FILE
               ASSIGN TO ACCRINT
               ORGANIZATION IS INDEXED
       FD  CURRENT-POSITION-FILE.
       COPY POSCUR.

       FD  CALL-SCHEDULE-FILE.
       COPY CALLSCH.

       FD  ACCRUED-INTEREST-FILE.
       COPY ACRINT.

       01  WS-FILE-STATUS.
           05  WS-SEC-STATUS           PIC X(2).
           05  WS-POS-STATUS           PIC X(2).
           05  WS-CSC-STATUS           PIC X(2).
           05  WS-ACR-STATUS           PIC X(2).
           05  WS-BCT-STATUS           PIC X(2).

               88  WS-SEC-EOF               VALUE 'Y'.
           05  WS-POS-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-POS-EOF               VALUE 'Y'.
           05  WS-CSC-AVAILABLE-SW     PIC X(1) VALUE 'N'.
               88  WS-CSC-AVAILABLE         VALUE 'Y'.
           05  WS-CSC-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-CSC-EOF               VALUE 'Y'.
           05  WS-CALLED-SW            PIC X(1) VALUE 'N'.
               88  WS-ISSUE-CALLED          VALUE 'Y'.
               88  WS-ISSUE-NOT-CALLED      VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-CURRENT-DATE8        PIC 9(8).
       01  WS-COUNTERS.
           05  WS-ISSUES-TABLED        PIC 9(5) COMP VALUE 0.
           05  WS-ACCRUALS-WRITTEN     PIC 9(5) COMP VALUE 0.
           05  WS-ISSUES-CALLED        PIC 9(5) COMP VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) COMP VALUE 0.

       PROCEDURE DIVISION.
               PERFORM 9000-ERROR-ROUTINE
           END-IF

      *    No schedule catalogued means no callable issues -- every
      *    issue accrues as before.
           OPEN INPUT CALL-SCHEDULE-FILE
           IF WS-CSC-STATUS = '00'
               SET WS-CSC-AVAILABLE TO TRUE
           END-IF

      *    Full rebuild every run -- the file carries only tonight's
      *    picture, so a rerun lands on the same answer.
           OPEN OUTPUT ACCRUED-INTEREST-FILE
               EXIT PARAGRAPH
           END-IF

           IF WS-CSC-AVAILABLE
               PERFORM 2050-CHECK-CALLED
               IF WS-ISSUE-CALLED
                   ADD 1 TO WS-ISSUES-CALLED
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM 2100-TABLE-ACCRUING-ISSUE
           .

      *----------------------------------------------------------------*
      * An issue is called once a full call on its schedule has been
      * noticed (or already redeemed by BNDCAL00) and the call date
      * has arrived. A partial call leaves the rest of the issue
      * outstanding and accruing; a put redeems only the holders who
      * exercised it.
      *----------------------------------------------------------------*
       2050-CHECK-CALLED.
           SET WS-ISSUE-NOT-CALLED TO TRUE
           MOVE 'N' TO WS-CSC-EOF-SW

           MOVE SEC-ID     TO CSC-SEC-ID
           MOVE LOW-VALUES TO CSC-EVENT-DATE
           START CALL-SCHEDULE-FILE KEY NOT LESS THAN CSC-KEY
               INVALID KEY
                   SET WS-CSC-EOF TO TRUE
           END-START

           PERFORM 2060-CHECK-ONE-EVENT
               UNTIL WS-CSC-EOF
               OR WS-ISSUE-CALLED
           .

       2060-CHECK-ONE-EVENT.
           READ CALL-SCHEDULE-FILE NEXT RECORD
               AT END
                   SET WS-CSC-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF CSC-SEC-ID NOT = SEC-ID
           OR CSC-EVENT-DATE > WS-CURRENT-DATE-X
               SET WS-CSC-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF CSC-TYPE-CALL
           AND CSC-CALL-PCT NOT < 100
           AND (CSC-STATUS-NOTICED OR CSC-STATUS-REDEEMED)
               SET WS-ISSUE-CALLED TO TRUE
           END-IF
           .

       2100-TABLE-ACCRUING-ISSUE.
           IF WS-BND-COUNT NOT < 200
               MOVE 'Accruing issue table capacity exceeded'
                 CURRENT-POSITION-FILE
                 ACCRUED-INTEREST-FILE
                 BATCH-CONTROL-FILE
           IF WS-CSC-AVAILABLE
               CLOSE CALL-SCHEDULE-FILE
           END-IF

           DISPLAY 'ACRINT00 Processing Statistics:'
           DISPLAY '  Accruing issues tabled: ' WS-ISSUES-TABLED
           DISPLAY '  Accruals written:       ' WS-ACCRUALS-WRITTEN
           DISPLAY '  Called issues skipped:  ' WS-ISSUES-CALLED
           DISPLAY '  Errors:                 ' WS-ERROR-COUNT

           MOVE WS-ERROR-COUNT TO RETURN-CODE
