      *================================================================*
      * Program Name: IDMASK00
      * Description: Account Number and Client Name Masking
      * Version: 1.0
      * Date: 2026
      *
      * Masks the identifiers in an IDMASK request in place. An
      * account number keeps its last four characters and every
      * character before them prints as '*'; one of four characters
      * or fewer is masked whole. A suppressed client name is
      * replaced with a fixed legend. A blank field stays blank, so
      * a line with nothing to mask prints as it did. Called by
      * the batch reports and the online inquiry handlers alike --
      * it does no I/O.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDMASK00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CONSTANTS.
           05  WS-KEEP-CHARS           PIC 9(4) COMP VALUE 4.
           05  WS-SUPPRESSED-NAME      PIC X(30)
                   VALUE '(NAME SUPPRESSED)'.

       01  WS-WORK-AREAS.
           05  WS-ACCT-LEN             PIC 9(4) COMP.
           05  WS-MASK-LEN             PIC 9(4) COMP.
           05  WS-CHAR-IX              PIC 9(4) COMP.

       LINKAGE SECTION.
           COPY IDMASK.

       PROCEDURE DIVISION USING IDMASK-REQUEST.
       0000-MAIN.
           IF MSK-SHOW-FULL
               GOBACK
           END-IF

           PERFORM 1000-MASK-ACCOUNT

           IF NOT MSK-MASK-ACCOUNT
           AND MSK-CLIENT-NAME NOT = SPACES
               MOVE WS-SUPPRESSED-NAME TO MSK-CLIENT-NAME
           END-IF

           GOBACK
           .

       1000-MASK-ACCOUNT.
           MOVE ZERO TO WS-ACCT-LEN
           PERFORM VARYING WS-CHAR-IX FROM 1 BY 1
                   UNTIL WS-CHAR-IX > LENGTH OF MSK-ACCOUNT-NO
               IF MSK-ACCOUNT-NO(WS-CHAR-IX:1) NOT = SPACE
                   MOVE WS-CHAR-IX TO WS-ACCT-LEN
               END-IF
           END-PERFORM

           IF WS-ACCT-LEN = ZERO
               EXIT PARAGRAPH
           END-IF

           IF WS-ACCT-LEN > WS-KEEP-CHARS
               COMPUTE WS-MASK-LEN = WS-ACCT-LEN - WS-KEEP-CHARS
           ELSE
               MOVE WS-ACCT-LEN TO WS-MASK-LEN
           END-IF

           PERFORM VARYING WS-CHAR-IX FROM 1 BY 1
                   UNTIL WS-CHAR-IX > WS-MASK-LEN
               MOVE '*' TO MSK-ACCOUNT-NO(WS-CHAR-IX:1)
           END-PERFORM
           .
