      * the per-report retention period; INQRPT pages a stored
      * report at the terminal -- no more reprinting from restored
      * files when an auditor asks for last month's position report.
      * Reports run on a user's terminal request (RPTQRN00) file
      * under the requester's user ID in place of the report ID.
      * A report that also writes a delimited data file stores it
      * under its own report ID -- the print version's ID with the
      * last byte set to D (RPTPOS00 -> RPTPOS0D) -- with RPR-FORMAT
      * D, and is kept for the print version's retention period.
      *****************************************************************
       01  REPORT-REPO-RECORD.
           05  RPR-KEY.
               10  RPR-REPORT-ID      PIC X(08).
               10  RPR-REPORT-ID-R REDEFINES RPR-REPORT-ID.
                   15  FILLER         PIC X(07).
                   15  RPR-REPORT-ID-SUFFIX PIC X(01).
               10  RPR-RUN-DATE       PIC X(08).
               10  RPR-PAGE-NO        PIC 9(05).
               10  RPR-LINE-NO        PIC 9(04).
           05  RPR-DATA.
               10  RPR-LINE-TEXT      PIC X(132).
           05  RPR-MASK-LEVEL         PIC X(01).
               88  RPR-FULL-IDENTIFIERS   VALUE 'F' ' '.
               88  RPR-ACCOUNTS-MASKED    VALUE 'M'.
               88  RPR-NAMES-SUPPRESSED   VALUE 'S'.
           05  RPR-REQUESTED-BY       PIC X(08).
           05  RPR-FORMAT             PIC X(01).
               88  RPR-FORMAT-PRINT       VALUE ' '.
               88  RPR-FORMAT-DELIMITED   VALUE 'D'.
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * RPR-REPORT-ID : GENERATING PROGRAM NAME (RPTPOS00, ...)
      * RPR-REPORT-ID-SUFFIX: LAST BYTE OF THE REPORT ID, SET TO D
      *                 TO FILE A REPORT'S DELIMITED DATA VERSION
      * RPR-RUN-DATE  : PROCESSING DATE THE REPORT WAS CUT (YYYYMMDD)
      * RPR-PAGE-NO   : PAGE WITHIN THE REPORT (60 LINES PER PAGE)
      * RPR-LINE-NO   : LINE WITHIN THE PAGE
      * RPR-MASK-LEVEL: IDENTIFIER MASKING THE REPORT PRINTED AT, FROM
      *                 MSKPARM (F=FULL, M=ACCOUNTS MASKED, S=ACCOUNTS
      *                 MASKED AND NAMES SUPPRESSED); BLANK ON LINES
      *                 STORED BEFORE REPORTS WERE MASKED, WHICH
      *                 CARRY FULL IDENTIFIERS
      * RPR-REQUESTED-BY: USER WHOSE TERMINAL REQUEST (RPTREQ) THE
      *                 REPORT WAS RUN FOR -- FILED UNDER THAT USER
      *                 ID AS THE REPORT ID AND SHOWN ONLY TO THEM;
      *                 BLANK FOR THE SCHEDULED REPORTS
      * RPR-FORMAT    : BLANK FOR A PRINT REPORT, D FOR A DELIMITED
      *                 DATA FILE; BLANK ON LINES STORED BEFORE
      *                 DELIMITED FILES WERE KEPT, ALL PRINT
      *****************************************************************
