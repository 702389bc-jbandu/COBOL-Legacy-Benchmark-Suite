      *    default three days) raises a CRITICAL alert through
      *    UTLMON00's channel -- the ALERTS file plus the OPSNOTE0
      *    paging interface.
      *
      * Maintenance Log:
      * 2026-10-15 - Fund order reservations (UNS-FUND-ORDER) are
      *              passed over: nothing settles against them until
      *              MFDFIL00 fills the order, and the fill's own BU
      *              leg is what the custodian confirms.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STLCNF00.
           END-READ

           IF UNS-SETTLE-DATE > WS-CURRENT-DATE-X
           OR UNS-FUND-ORDER
               EXIT PARAGRAPH
           END-IF

