      *****************************************************************
      * DECEDENT KEYED VALUATION RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * A date-of-death unit value keyed by the estate desk through
      * DCDSTP00's V cards, for a holding the price history cannot
      * value -- an unlisted or thinly traded security, or an
      * appraisal the estate has agreed. Where an entry exists it
      * is used in place of the PRCHIST price.
      *****************************************************************
       01  DECEDENT-VALUATION-RECORD.
           05  DVL-KEY.
               10  DVL-PORTFOLIO-ID   PIC X(08).
               10  DVL-INVESTMENT-ID  PIC X(10).
           05  DVL-DATA.
               10  DVL-UNIT-VALUE     PIC S9(11)V9(4) COMP-3.
               10  DVL-VALUATION-REF  PIC X(12).
           05  DVL-AUDIT.
               10  DVL-ENTERED-BY     PIC X(08).
               10  DVL-LAST-MAINT-DATE PIC X(26).
               10  DVL-LAST-MAINT-USER PIC X(08).
           05  DVL-FILLER             PIC X(20).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * DVL-UNIT-VALUE    : VALUE PER UNIT AT THE DATE OF DEATH
      * DVL-VALUATION-REF : APPRAISAL OR VALUATION REFERENCE
      *****************************************************************
