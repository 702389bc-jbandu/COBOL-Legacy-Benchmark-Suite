      *****************************************************************
      * SECURITY IDENTIFIER CROSS-REFERENCE RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * One entry per security, keyed on our internal SEC-ID, giving
      * the market identifiers outside parties use for it. Maintained
      * by XRFLOD00. BRKTRN00 and CUSRCN00 resolve the broker's and
      * custodian's identifiers back to SEC-ID through it; CUSEXT00
      * sends the custodian the identifier type it prefers. An
      * identifier not on file is reported as an exception rather
      * than dropped.
      *****************************************************************
       01  SECURITY-XREF-RECORD.
           05  XRF-KEY.
               10  XRF-SEC-ID         PIC X(10).
           05  XRF-DATA.
               10  XRF-CUSIP          PIC X(09).
               10  XRF-ISIN           PIC X(12).
               10  XRF-SEDOL          PIC X(07).
               10  XRF-TICKER         PIC X(10).
               10  XRF-LAST-MAINT     PIC X(08).
           05  XRF-FILLER             PIC X(20).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * XRF-SEC-ID     : INTERNAL SECURITY IDENTIFIER (SEC-ID)
      * XRF-CUSIP      : 9-CHARACTER CUSIP, SPACES WHEN NONE ASSIGNED
      * XRF-ISIN       : 12-CHARACTER ISIN, SPACES WHEN NONE ASSIGNED
      * XRF-SEDOL      : 7-CHARACTER SEDOL, SPACES WHEN NONE ASSIGNED
      * XRF-TICKER     : PRIMARY EXCHANGE TICKER SYMBOL
      * XRF-LAST-MAINT : DATE THE ENTRY WAS LAST CHANGED (YYYYMMDD)
      *****************************************************************
