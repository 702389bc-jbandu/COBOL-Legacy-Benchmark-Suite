      *****************************************************************
      * PRICE HISTORY RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * One entry per security per pricing date: every price the
      * nightly revaluation accepted, kept instead of overwritten.
      * POSVAL00 writes the entry as each vendor price (or a price
      * operations approved off the pending file) enters the
      * revaluation; PRCMEM still carries only the latest. The
      * monthly risk report derives trailing volatility and beta
      * from this series.
      * MAINTENANCE LOG:
      * 2026-10-15 - PRH-SOURCE 'C' ADDED: A VENDOR CORRECTION TO A
      *              PRICE ALREADY ON FILE, APPLIED BY PRCRST00, WHICH
      *              REPLACES THE ENTRY IN PLACE AND RESTATES THE
      *              HOLDINGS VALUED AT IT.
      *****************************************************************
       01  PRICE-HISTORY-RECORD.
           05  PRH-KEY.
               10  PRH-INVESTMENT-ID  PIC X(10).
               10  PRH-PRICE-DATE     PIC X(08).
           05  PRH-DATA.
               10  PRH-PRICE          PIC S9(11)V9(4) COMP-3.
               10  PRH-SOURCE         PIC X(01).
                   88  PRH-SOURCE-VENDOR    VALUE 'V'.
                   88  PRH-SOURCE-APPROVED  VALUE 'A'.
                   88  PRH-SOURCE-CORRECTED VALUE 'C'.
           05  PRH-FILLER             PIC X(20).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * PRH-INVESTMENT-ID : SECURITY PRICED (TRN-INVESTMENT-ID)
      * PRH-PRICE-DATE    : DATE THE PRICE WAS ACCEPTED (YYYYMMDD)
      * PRH-PRICE         : PRICE ACCEPTED INTO THE REVALUATION
      * PRH-SOURCE        : V=VENDOR FILE, A=APPROVED/CORRECTED
      *                     FROM THE PENDING REVIEW FILE,
      *                     C=VENDOR CORRECTION APPLIED AFTER THE DAY
      *****************************************************************
