      *****************************************************************
      * HELD PAYMENT RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * One entry per posted withdrawal PAYEXT00 kept out of the
      * bank's payment extract because its portfolio had a payee
      * bank detail change pending and PAYPARM says to hold. Keyed
      * as the transaction was. PAYEXT00 releases each entry to the
      * extract, at the instruction then on PAYEE, on the first run
      * after the change goes live or is cancelled, and drops it on
      * a later day's run; PAYACT00 lists what is still held.
      *****************************************************************
       01  HELD-PAYMENT-RECORD.
           05  PHD-KEY.
               10  PHD-PORTFOLIO-ID   PIC X(08).
               10  PHD-TRN-DATE       PIC X(08).
               10  PHD-SEQUENCE-NO    PIC X(06).
           05  PHD-DATA.
               10  PHD-AMOUNT         PIC S9(13)V99 COMP-3.
               10  PHD-VALUE-DATE     PIC X(08).
               10  PHD-HELD-DATE      PIC X(08).
               10  PHD-RELEASED-DATE  PIC X(08).
           05  PHD-FILLER             PIC X(12).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * PHD-PORTFOLIO-ID : PORTFOLIO THE WITHDRAWAL WAS POSTED TO
      * PHD-TRN-DATE     : WITHDRAWAL TRANSACTION DATE
      * PHD-SEQUENCE-NO  : WITHDRAWAL TRANSACTION SEQUENCE NUMBER
      * PHD-AMOUNT       : AMOUNT TO PAY
      * PHD-VALUE-DATE   : SETTLEMENT DATE THE WITHDRAWAL CARRIED
      * PHD-HELD-DATE    : DATE PAYEXT00 FIRST HELD IT
      * PHD-RELEASED-DATE: DATE IT WENT OUT ON THE EXTRACT -- SPACES
      *                    WHILE STILL HELD. KEPT FOR THE DAY SO A
      *                    RERUN OF PAYEXT00 EXTRACTS IT AGAIN
      *****************************************************************
