      *   report ID and run date) when no report is selected          *
      * - Pages through a selected report's stored lines at the       *
      *   terminal, one repository page per screen                    *
      *****************************************************************
      * Maintenance Log:
      * 2026-10-15 - A report page only shows to a viewer whose
      *              identifier display level is at least as open as
      *              the level the report printed at (RPR-MASK-LEVEL):
      *              a report printed with full identifiers needs the
      *              UNMASK grant, one printed with names needs a role
      *              that sees names.
      * 2026-10-15 - Reports run on a user's terminal request file
      *              under that user's ID (RPR-REQUESTED-BY) and are
      *              listed and shown to that user only.
      * 2026-10-15 - A report's delimited data version lists as its own
      *              line, marked DELIMITED, and pages when its listed
      *              report ID is keyed or the print version's report
      *              ID is keyed with format D.
      *****************************************************************

       ENVIRONMENT DIVISION.
              10 WS-BRK-RUN-DATE      PIC X(8).
              10 WS-BRK-PAGE-NO       PIC 9(5).
              10 WS-BRK-LINE-NO       PIC 9(4).
           05 WS-SEL-REPORT-ID        PIC X(8).
           05 WS-SEL-REPORT-ID-R REDEFINES WS-SEL-REPORT-ID.
              10 FILLER               PIC X(7).
              10 WS-SEL-ID-SUFFIX     PIC X(1).
           05 WS-USER-ID              PIC X(8).
           05 WS-LAST-LISTED.
              10 WS-LST-REPORT-ID     PIC X(8).
              10 WS-LST-RUN-DATE      PIC X(8).
           05 WS-LSL-REPORT-ID        PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-LSL-RUN-DATE         PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-LSL-FORMAT           PIC X(9).
           05 FILLER                  PIC X(50) VALUE SPACES.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           MOVE DFHCOMMAREA TO WS-COMMAREA.
           MOVE SPACES TO INQCOM-ERROR-MSG OF WS-COMMAREA.

           EXEC CICS ASSIGN
                     USERID(WS-USER-ID)
           END-EXEC.

           IF INQCOM-RPT-ID OF WS-COMMAREA = SPACES
              PERFORM P200-LIST-REPORTS
                 THRU P200-EXIT

      *----------------------------------------------------------------*
      * Catalog view: one line per distinct report/run-date pair.
      * A delimited data version lists under its own report ID.
      *----------------------------------------------------------------*
       P200-LIST-REPORTS.
           SET WS-BROWSE-MORE TO TRUE.
              GO TO P210-EXIT
           END-IF.

           IF RPR-REQUESTED-BY NOT = SPACES
              AND RPR-REQUESTED-BY NOT = WS-USER-ID
              GO TO P210-EXIT
           END-IF.

           MOVE RPR-REPORT-ID TO WS-LST-REPORT-ID.
           MOVE RPR-RUN-DATE  TO WS-LST-RUN-DATE.

           MOVE RPR-REPORT-ID TO WS-LSL-REPORT-ID.
           MOVE RPR-RUN-DATE  TO WS-LSL-RUN-DATE.
           IF RPR-FORMAT-DELIMITED
              MOVE 'DELIMITED' TO WS-LSL-FORMAT
           ELSE
              MOVE 'PRINT'     TO WS-LSL-FORMAT
           END-IF.
           EXEC CICS SEND TEXT
                     FROM(WS-LIST-LINE)
                     LENGTH(LENGTH OF WS-LIST-LINE)

      *----------------------------------------------------------------*
      * Page view: the selected report/date/page, line by line.
      * Format D turns the print version's report ID into the ID its
      * delimited data version files under (last byte D).
      *----------------------------------------------------------------*
       P300-SHOW-PAGE.
           SET WS-BROWSE-MORE TO TRUE.
           MOVE INQCOM-RPT-ID OF WS-COMMAREA   TO WS-SEL-REPORT-ID.
           IF INQCOM-RPT-DELIMITED OF WS-COMMAREA
              MOVE 'D' TO WS-SEL-ID-SUFFIX
           END-IF.
           MOVE WS-SEL-REPORT-ID               TO WS-BRK-REPORT-ID.
           MOVE INQCOM-RPT-DATE OF WS-COMMAREA TO WS-BRK-RUN-DATE.
           MOVE INQCOM-RPT-PAGE OF WS-COMMAREA TO WS-BRK-PAGE-NO.
           MOVE ZERO TO WS-BRK-LINE-NO.
              GO TO P310-EXIT
           END-IF.

           IF RPR-REPORT-ID NOT = WS-SEL-REPORT-ID
           OR RPR-RUN-DATE NOT = INQCOM-RPT-DATE OF WS-COMMAREA
           OR RPR-PAGE-NO NOT = INQCOM-RPT-PAGE OF WS-COMMAREA
              SET WS-BROWSE-DONE TO TRUE
              GO TO P310-EXIT
           END-IF.

           IF RPR-REQUESTED-BY NOT = SPACES
              AND RPR-REQUESTED-BY NOT = WS-USER-ID
              MOVE 'Report was run for another user'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              SET WS-BROWSE-DONE TO TRUE
              GO TO P310-EXIT
           END-IF.

           IF (RPR-FULL-IDENTIFIERS
               AND NOT INQCOM-SHOW-FULL OF WS-COMMAREA)
           OR (RPR-ACCOUNTS-MASKED
               AND INQCOM-MASK-LEVEL OF WS-COMMAREA NOT = 'F'
               AND INQCOM-MASK-LEVEL OF WS-COMMAREA NOT = 'M')
              MOVE 'Report carries identifiers you are not cleared for'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              SET WS-BROWSE-DONE TO TRUE
              GO TO P310-EXIT
           END-IF.

           EXEC CICS SEND TEXT
                     FROM(RPR-LINE-TEXT)
                     LENGTH(LENGTH OF RPR-LINE-TEXT)
