      *****************************************************************
      * TAX FORM ISSUED RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * One entry per account, tax year and form: the figures the
      * client's tax form was last issued with. The year-end
      * extracts write the original -- TAXEXT00 the realized gain
      * totals, INCEXT00 the income totals -- and TAXCOR00 replaces
      * the figures and counts the correction each time a backdated
      * posting or a reversal changes them and a corrected form goes
      * out, so the entry always matches the form the client holds.
      *****************************************************************
       01  TAX-ISSUED-RECORD.
           05  TXI-KEY.
               10  TXI-ACCOUNT-NO     PIC X(08).
               10  TXI-TAX-YEAR       PIC X(04).
               10  TXI-FORM-TYPE      PIC X(01).
                   88  TXI-FORM-GAINS       VALUE 'B'.
                   88  TXI-FORM-INCOME      VALUE 'I'.
           05  TXI-DATA.
               10  TXI-FIGURES.
                   15  TXI-FIGURE     OCCURS 4 TIMES
                                      PIC S9(13)V9(2) COMP-3.
               10  TXI-GAINS-FIGURES REDEFINES TXI-FIGURES.
                   15  TXI-PROCEEDS       PIC S9(13)V9(2) COMP-3.
                   15  TXI-COST-BASIS     PIC S9(13)V9(2) COMP-3.
                   15  TXI-GAIN-LOSS      PIC S9(13)V9(2) COMP-3.
                   15  FILLER             PIC X(08).
               10  TXI-INCOME-FIGURES REDEFINES TXI-FIGURES.
                   15  TXI-DIVIDENDS      PIC S9(13)V9(2) COMP-3.
                   15  TXI-INTEREST       PIC S9(13)V9(2) COMP-3.
                   15  TXI-CGD            PIC S9(13)V9(2) COMP-3.
                   15  TXI-INCOME-TOTAL   PIC S9(13)V9(2) COMP-3.
               10  TXI-ISSUE-DATE     PIC X(08).
               10  TXI-CORRECTION-NO  PIC S9(3) COMP-3.
               10  TXI-CORRECTED-DATE PIC X(08).
           05  TXI-FILLER             PIC X(20).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * TXI-ACCOUNT-NO     : ACCOUNT THE FORM WAS ISSUED FOR
      * TXI-TAX-YEAR       : TAX YEAR (YYYY)
      * TXI-FORM-TYPE      : B=REALIZED GAINS (TAXEXT00),
      *                      I=INCOME (INCEXT00)
      * TXI-FIGURES        : FIGURES ON THE FORM AS LAST ISSUED --
      *                      GAINS: PROCEEDS, COST BASIS, GAIN/LOSS;
      *                      INCOME: DIVIDENDS, INTEREST, CAPITAL
      *                      GAIN DISTRIBUTIONS, TOTAL
      * TXI-ISSUE-DATE     : DATE THE ORIGINAL FORM WAS EXTRACTED
      * TXI-CORRECTION-NO  : CORRECTED FORMS ISSUED SINCE, ZERO IF NONE
      * TXI-CORRECTED-DATE : DATE OF THE LATEST CORRECTION
      *****************************************************************
