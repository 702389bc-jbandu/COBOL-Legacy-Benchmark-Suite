      *****************************************************************
      * POOL FACTOR RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * One entry per monthly factor of a mortgage- or asset-backed
      * pass-through, keyed on the security and the factor date. The
      * factor is the fraction of original face still outstanding;
      * FCTLOD00 loads the agency/trustee factor tape (status L) and
      * on the principal payment date PAYDWN00 pays each holding down
      * by the change from the last applied factor -- position and
      * lot quantities, cost basis and book cost all shrink by the
      * same ratio and the principal comes in as cash -- and steps
      * the entry to A. The first factor applied to an issue is
      * measured from 1 (full original face).
      *****************************************************************
       01  POOL-FACTOR-RECORD.
           05  PFC-KEY.
               10  PFC-SEC-ID         PIC X(10).
               10  PFC-FACTOR-DATE    PIC X(08).
           05  PFC-DATA.
               10  PFC-FACTOR         PIC S9(1)V9(8) COMP-3.
               10  PFC-PAY-DATE       PIC X(08).
               10  PFC-STATUS         PIC X(01).
                   88  PFC-STATUS-LOADED    VALUE 'L'.
                   88  PFC-STATUS-APPLIED   VALUE 'A'.
               10  PFC-APPLIED-DATE   PIC X(08).
               10  PFC-LAST-MAINT     PIC X(08).
           05  PFC-FILLER             PIC X(20).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * PFC-SEC-ID      : POOL THE FACTOR BELONGS TO (SEC-ID)
      * PFC-FACTOR-DATE : MONTH THE FACTOR WAS STRUCK FOR (CCYYMM01)
      * PFC-FACTOR      : OUTSTANDING FACE / ORIGINAL FACE, 0 TO 1;
      *                   ZERO IS A POOL PAID DOWN IN FULL
      * PFC-PAY-DATE    : DATE THE PRINCIPAL IS PAID -- THE FACTOR IS
      *                   NOT APPLIED BEFORE IT
      * PFC-STATUS      : L=LOADED, A=APPLIED TO HOLDINGS
      * PFC-APPLIED-DATE: PROCESSING DATE PAYDWN00 APPLIED THE FACTOR
      * PFC-LAST-MAINT  : DATE THE ENTRY WAS LAST LOADED OR CHANGED
      *****************************************************************
