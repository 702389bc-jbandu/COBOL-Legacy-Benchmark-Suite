      *****************************************************************
      * PERFORMANCE COMPOSITE MONTHLY RESULT RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * One record per composite per month, written by CMPRTN00 the
      * month-end the result is struck and never rewritten: a member
      * leaving later, or a definition change, does not alter a
      * result already published. A rerun of the month reports the
      * stored figures.
      *****************************************************************
       01  COMPOSITE-RESULT-RECORD.
           05  CRT-KEY.
               10  CRT-COMPOSITE-ID   PIC X(08).
               10  CRT-PERIOD         PIC X(06).
           05  CRT-DATA.
               10  CRT-PERIOD-END     PIC X(08).
               10  CRT-PORTFOLIO-COUNT PIC 9(05).
               10  CRT-ASSETS         PIC S9(15)V9(2) COMP-3.
               10  CRT-RETURN         PIC S9(3)V9(8)  COMP-3.
               10  CRT-YTD-RETURN     PIC S9(3)V9(8)  COMP-3.
               10  CRT-DISPERSION     PIC S9(3)V9(8)  COMP-3.
               10  CRT-HIGH-RETURN    PIC S9(3)V9(8)  COMP-3.
               10  CRT-LOW-RETURN     PIC S9(3)V9(8)  COMP-3.
               10  CRT-MODEL-ID       PIC X(08).
           05  CRT-AUDIT.
               10  CRT-STRUCK-DATE    PIC X(26).
           05  CRT-FILLER             PIC X(20).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * CRT-PERIOD        : YYYYMM OF THE MONTH
      * CRT-PORTFOLIO-COUNT: MEMBERS COUNTED IN THE MONTH
      * CRT-ASSETS        : THEIR COMBINED MONTH-END VALUE
      * CRT-RETURN        : ASSET-WEIGHTED MONTHLY RETURN (DECIMAL):
      *                     THE MEMBERS' GAINS NET OF CLIENT FLOWS
      *                     OVER THEIR COMBINED FLOW-ADJUSTED OPENING
      *                     VALUE, MODIFIED DIETZ AS IN PRFRPT00
      * CRT-YTD-RETURN    : MONTHLY RESULTS OF THE CALENDAR YEAR
      *                     CHAIN-LINKED THROUGH THIS MONTH
      * CRT-DISPERSION    : INTERNAL DISPERSION -- ASSET-WEIGHTED
      *                     STANDARD DEVIATION OF THE MEMBERS' RETURNS
      *                     ABOUT THE COMPOSITE RETURN (ZERO WITH
      *                     FEWER THAN TWO MEMBERS)
      * CRT-HIGH/LOW-RETURN: BEST AND WORST MEMBER RETURN
      * CRT-MODEL-ID      : THE COMPOSITE'S MODEL WHEN STRUCK
      *****************************************************************
