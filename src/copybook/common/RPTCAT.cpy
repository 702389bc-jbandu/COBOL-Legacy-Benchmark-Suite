      *****************************************************************
      * ON-REQUEST REPORT CATALOG
      * VERSION: 1.0
      * DATE: 2026
      *
      * The reports a user may ask for from the terminal (RREQ) and
      * the parameter each takes. The RPTREQ handler edits a
      * request against this table and lists it; RPTQRN00 runs
      * only what is listed here. A report added here needs its
      * parameter hand-off in RPTQRN00 2300-RUN-REPORT.
      *
      * RCT-PARM-TYPE : D=DATE RANGE (FROM/TO), P=ONE PORTFOLIO
      *                 (BLANK = ALL), N=NONE
      *****************************************************************
       01  RCT-CATALOG-VALUES.
           05  FILLER                 PIC X(39) VALUE
               'RTNANA00DRETURN CODE ANALYSIS          '.
           05  FILLER                 PIC X(39) VALUE
               'RPTLOT00POPEN TAX LOT / COST BASIS     '.
       01  RCT-CATALOG REDEFINES RCT-CATALOG-VALUES.
           05  RCT-ENTRY OCCURS 2 TIMES.
               10  RCT-REPORT-ID      PIC X(08).
               10  RCT-PARM-TYPE      PIC X(01).
                   88  RCT-PARM-DATES     VALUE 'D'.
                   88  RCT-PARM-PORTFOLIO VALUE 'P'.
                   88  RCT-PARM-NONE      VALUE 'N'.
               10  RCT-DESCRIPTION    PIC X(30).
       01  RCT-ENTRY-COUNT            PIC 9(04) COMP VALUE 2.
