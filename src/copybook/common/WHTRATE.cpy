      * 'ALL ' market rows -- and posts the income net of tax. An
      * empty table means nothing is withheld, so domestic books run
      * untouched.
      *
      * MAINTENANCE LOG:
      * 2026-10-15 - WHT-TREATY-SW AND WHT-TREATY-RATE-PCT CARVED OUT
      *              OF WHT-FILLER: THE DOUBLE TAX TREATY RATE FOR THE
      *              MARKET. WHAT WAS WITHHELD ABOVE IT FROM A TREATY-
      *              ELIGIBLE ACCOUNT IS RECLAIMED BY WHTCLM00. RECORD
      *              LENGTH UNCHANGED.
      *****************************************************************
       01  WITHHOLDING-RATE-RECORD.
           05  WHT-KEY.
           05  WHT-DATA.
               10  WHT-RATE-PCT       PIC S9(3)V9(2) COMP-3.
               10  WHT-AUTHORITY      PIC X(08).
               10  WHT-TREATY-SW      PIC X(01).
                   88  WHT-TREATY-RATE-SET  VALUE 'Y'.
               10  WHT-TREATY-RATE-PCT PIC S9(3)V9(2) COMP-3.
           05  WHT-FILLER             PIC X(16).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * WHT-MARKET      : SEC-MARKET THE RATE APPLIES TO, OR 'ALL '
      * WHT-RATE-PCT    : PERCENT OF GROSS INCOME WITHHELD
      * WHT-AUTHORITY   : TAX AUTHORITY THE WITHHELD AMOUNT IS OWED
      *                   TO (REMITTANCE REPORT GROUPING)
      * WHT-TREATY-SW   : Y WHEN A TREATY RATE APPLIES; SPACE = NO
      *                   TREATY, NOTHING RECLAIMABLE
      * WHT-TREATY-RATE-PCT : PERCENT OF GROSS THE TREATY ALLOWS THE
      *                   AUTHORITY TO KEEP (MAY BE ZERO)
      *****************************************************************
