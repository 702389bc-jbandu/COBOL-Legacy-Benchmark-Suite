      * LS-DLT-DELTA (result 'D' delta built, 'F' keep full);
      * 'X' expand LS-DLT-DELTA against the base image supplied in
      * LS-DLT-BEFORE, filling both full images (result 'Y').
      *
      * A compressing caller names the record's portfolio and
      * history date in LS-DLT-PORTFOLIO-ID/LS-DLT-HIST-DATE. When a
      * legal hold covers that portfolio on that date (LGLCHK00),
      * nothing is compacted: the result is 'H' and the caller keeps
      * the full images, exactly as for 'F'.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HSTDLT00.
           05  WS-ENTRY-IX         PIC 9(2) COMP.
           05  WS-OFFSET           PIC 9(4) COMP.

       01  WS-HOLD-REQUEST.
           05  WS-LGL-PORTFOLIO-ID PIC X(8).
           05  WS-LGL-DATE         PIC X(8).
           05  WS-LGL-RESULT       PIC X(1).
               88  WS-LGL-HELD         VALUE 'Y'.
           05  WS-LGL-HOLD-ID      PIC X(8).

       LINKAGE SECTION.
       01  LS-DELTA-REQUEST.
           05  LS-DLT-FUNCTION     PIC X(1).
               88  LS-DLT-BUILT        VALUE 'D'.
               88  LS-DLT-KEEP-FULL    VALUE 'F'.
               88  LS-DLT-EXPANDED     VALUE 'Y'.
               88  LS-DLT-HELD         VALUE 'H'.
           05  LS-DLT-BEFORE       PIC X(400).
           05  LS-DLT-AFTER        PIC X(400).
           05  LS-DLT-DELTA.
                   15  LS-DLT-OLD      PIC X(20).
                   15  LS-DLT-NEW      PIC X(20).
               10  FILLER              PIC X(20).
           05  LS-DLT-PORTFOLIO-ID PIC X(8).
           05  LS-DLT-HIST-DATE    PIC X(8).

       PROCEDURE DIVISION USING LS-DELTA-REQUEST.
       0000-MAIN.
           .

       1000-COMPRESS.
           IF LS-DLT-PORTFOLIO-ID NOT = SPACES
               MOVE LS-DLT-PORTFOLIO-ID TO WS-LGL-PORTFOLIO-ID
               MOVE LS-DLT-HIST-DATE    TO WS-LGL-DATE
               CALL 'LGLCHK00' USING WS-HOLD-REQUEST
               IF WS-LGL-HELD
                   SET LS-DLT-HELD TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE ZERO TO LS-DLT-ENTRY-COUNT
           MOVE ZERO TO WS-ENTRY-IX

