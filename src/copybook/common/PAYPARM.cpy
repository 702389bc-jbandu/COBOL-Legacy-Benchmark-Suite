      *****************************************************************
      * PAYEE CHANGE CONTROL PARAMETERS
      * VERSION: 1.0
      * DATE: 2026
      *
      * A single record read at program start by PAYMNT00 and
      * PAYEXT00 so the cooling-off period on payee bank detail
      * changes, and what happens to withdrawals during it, can be
      * changed without a recompile. Left blank or zero, the hold is
      * three business days and withdrawals keep paying to the
      * instruction already verified.
      *****************************************************************
       01  PAYEE-PARM-RECORD.
           05  PPM-HOLD-DAYS          PIC 9(02).
           05  PPM-HOLD-MODE          PIC X(01).
               88  PPM-PAY-PRIOR          VALUE 'O'.
               88  PPM-HOLD-PAYMENTS      VALUE 'H'.
           05  PPM-FILLER             PIC X(77).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * PPM-HOLD-DAYS : BUSINESS DAYS A BANK DETAIL CHANGE WAITS
      *                 BEFORE IT MAY GO LIVE
      * PPM-HOLD-MODE : O=PAY WITHDRAWALS TO THE PRIOR VERIFIED
      *                 INSTRUCTION, H=HOLD THEM UNTIL THE CHANGE
      *                 GOES LIVE OR IS CANCELLED
      *****************************************************************
