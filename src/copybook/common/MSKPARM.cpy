      *****************************************************************
      * REPORT IDENTIFIER MASKING PARAMETERS
      * VERSION: 1.0
      * DATE: 2026
      *
      * One record per batch report whose identifier masking differs
      * from the default, read through MSKLVL00 when the report
      * program starts. A report with no entry prints account
      * numbers masked to their last four characters and client
      * names in full. REPOLD00 carries the report's level onto
      * each line it stores, so INQRPT only shows a report printed
      * with full identifiers to a viewer granted unmasked display.
      *****************************************************************
       01  MASK-PARM-RECORD.
           05  MKP-REPORT-ID          PIC X(08).
           05  MKP-MASK-LEVEL         PIC X(01).
               88  MKP-LEVEL-FULL         VALUE 'F'.
               88  MKP-LEVEL-MASKED       VALUE 'M'.
               88  MKP-LEVEL-SUPPRESS     VALUE 'S'.
           05  MKP-REASON             PIC X(40).
           05  MKP-FILLER             PIC X(31).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * MKP-REPORT-ID  : GENERATING PROGRAM NAME, AS IN RPR-REPORT-ID
      * MKP-MASK-LEVEL : F=FULL IDENTIFIERS (REPORT NEEDS THEM),
      *                  M=ACCOUNT NUMBERS MASKED (THE DEFAULT),
      *                  S=ACCOUNT NUMBERS MASKED, NAMES SUPPRESSED
      * MKP-REASON     : WHY THE REPORT DIFFERS FROM THE DEFAULT
      *****************************************************************
