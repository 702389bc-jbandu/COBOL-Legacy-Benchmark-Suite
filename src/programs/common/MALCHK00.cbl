      *================================================================*
      * Program Name: MALCHK00
      * Description: Returned Mail Check
      * Version: 1.0
      * Date: 2026
      *
      * Answers whether paper for a portfolio should be held back
      * because its address has been returned undeliverable. The
      * statement and confirmation runs call this before printing a
      * document, and DORMSW00 before it writes a dormancy letter.
      * The address looked at is the one CLIMXT00 would mail to --
      * the current 'M' entry, falling back to the legal 'L' entry
      * -- current as of the date the caller passes. CLICON is
      * opened on the first call and read by key for every call
      * after that.
      *
      * A flagged address answers S (suppress), or E when e-delivery
      * is on file on either current entry, since the document still
      * reaches the client electronically. Anything else answers D
      * (deliverable). No CLICON file, or one that cannot be opened,
      * answers deliverable for everything -- the run prints as it
      * did before the returned-mail flag existed.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MALCHK00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACT-FILE
               ASSIGN TO CLICON
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLC-KEY
               FILE STATUS IS WS-CLC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTACT-FILE.
           COPY CLICON.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-CLC-STATUS           PIC X(2).

       01  WS-SWITCHES.
           05  WS-OPENED-SW            PIC X(1) VALUE 'N'.
               88  WS-OPEN-TRIED           VALUE 'Y'.
           05  WS-CLC-OPEN-SW          PIC X(1) VALUE 'N'.
               88  WS-CLC-OPEN             VALUE 'Y'.
           05  WS-ADDR-FOUND-SW        PIC X(1) VALUE 'N'.
               88  WS-ADDR-FOUND           VALUE 'Y'.
               88  WS-ADDR-NOT-FOUND       VALUE 'N'.
           05  WS-MAIL-FOUND-SW        PIC X(1) VALUE 'N'.
               88  WS-MAIL-FOUND           VALUE 'Y'.
           05  WS-EDELIVERY-SW         PIC X(1) VALUE 'N'.
               88  WS-EDELIVERY-ON-FILE    VALUE 'Y'.

       01  WS-WORK-AREAS.
           05  WS-MAIL-STATUS          PIC X(01).
               88  WS-MAIL-UNDELIVERABLE   VALUE 'U'.
           05  WS-RETURNED-DATE        PIC X(08).
           05  WS-RETURN-COUNT         PIC 9(03).

       LINKAGE SECTION.
       01  LS-MAIL-REQUEST.
           05  LS-MLC-PORTFOLIO-ID     PIC X(08).
           05  LS-MLC-DATE             PIC X(08).
           05  LS-MLC-RESULT           PIC X(01).
               88  LS-MLC-DELIVERABLE      VALUE 'D'.
               88  LS-MLC-SUPPRESS         VALUE 'S'.
               88  LS-MLC-EDELIVERY        VALUE 'E'.
           05  LS-MLC-RETURNED-DATE    PIC X(08).
           05  LS-MLC-RETURN-COUNT     PIC 9(03).

       PROCEDURE DIVISION USING LS-MAIL-REQUEST.
       0000-MAIN.
           IF NOT WS-OPEN-TRIED
               PERFORM 1000-OPEN-CONTACTS
           END-IF

           SET LS-MLC-DELIVERABLE TO TRUE
           MOVE SPACES TO LS-MLC-RETURNED-DATE
           MOVE ZERO   TO LS-MLC-RETURN-COUNT

           IF NOT WS-CLC-OPEN
               GOBACK
           END-IF

           MOVE 'N' TO WS-MAIL-FOUND-SW
           MOVE 'N' TO WS-EDELIVERY-SW
           MOVE SPACES TO WS-MAIL-STATUS
                          WS-RETURNED-DATE
           MOVE ZERO   TO WS-RETURN-COUNT

      *    Mailing address first, the legal address as fallback --
      *    but e-delivery on either entry counts.
           MOVE 'M' TO CLC-ADDRESS-TYPE
           PERFORM 2000-READ-CURRENT-ADDRESS
           IF WS-ADDR-FOUND
               SET WS-MAIL-FOUND TO TRUE
               PERFORM 2100-SAVE-MAIL-STATUS
           END-IF

           MOVE 'L' TO CLC-ADDRESS-TYPE
           PERFORM 2000-READ-CURRENT-ADDRESS
           IF WS-ADDR-FOUND
               IF NOT WS-MAIL-FOUND
                   PERFORM 2100-SAVE-MAIL-STATUS
               END-IF
               IF CLC-DELIVER-ELECTRONIC
                   SET WS-EDELIVERY-ON-FILE TO TRUE
               END-IF
           END-IF

           IF NOT WS-MAIL-UNDELIVERABLE
               GOBACK
           END-IF

           MOVE WS-RETURNED-DATE TO LS-MLC-RETURNED-DATE
           MOVE WS-RETURN-COUNT  TO LS-MLC-RETURN-COUNT
           IF WS-EDELIVERY-ON-FILE
               SET LS-MLC-EDELIVERY TO TRUE
           ELSE
               SET LS-MLC-SUPPRESS TO TRUE
           END-IF

           GOBACK
           .

       1000-OPEN-CONTACTS.
           SET WS-OPEN-TRIED TO TRUE

           OPEN INPUT CONTACT-FILE
           IF WS-CLC-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           IF WS-CLC-STATUS NOT = '00'
               DISPLAY 'MALCHK00: contact file unreadable, status '
                       WS-CLC-STATUS ' -- all addresses deliverable'
               EXIT PARAGRAPH
           END-IF

           SET WS-CLC-OPEN TO TRUE
           .

      *----------------------------------------------------------------*
      * The '01' sequence is the primary entry of a type; it counts
      * only while its effective date range covers the caller's date.
      *----------------------------------------------------------------*
       2000-READ-CURRENT-ADDRESS.
           SET WS-ADDR-NOT-FOUND TO TRUE

           MOVE LS-MLC-PORTFOLIO-ID TO CLC-PORTFOLIO-ID
           MOVE '01'                TO CLC-SEQ

           READ CONTACT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           IF CLC-EFFECTIVE-FROM > LS-MLC-DATE
               EXIT PARAGRAPH
           END-IF
           IF CLC-EFFECTIVE-TO NOT = SPACES
              AND CLC-EFFECTIVE-TO < LS-MLC-DATE
               EXIT PARAGRAPH
           END-IF

           SET WS-ADDR-FOUND TO TRUE
           .

      *----------------------------------------------------------------*
      * The flag and count as the mailing entry carries them; a count
      * of spaces predates the field and means no returns.
      *----------------------------------------------------------------*
       2100-SAVE-MAIL-STATUS.
           MOVE CLC-MAIL-STATUS   TO WS-MAIL-STATUS
           MOVE CLC-RETURNED-DATE TO WS-RETURNED-DATE
           IF CLC-RETURN-COUNT NUMERIC
               MOVE CLC-RETURN-COUNT TO WS-RETURN-COUNT
           ELSE
               MOVE ZERO TO WS-RETURN-COUNT
           END-IF
           IF CLC-DELIVER-ELECTRONIC
               SET WS-EDELIVERY-ON-FILE TO TRUE
           END-IF
           .
