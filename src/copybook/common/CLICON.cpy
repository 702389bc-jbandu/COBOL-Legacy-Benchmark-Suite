      * of its start. Every document-producing program gets its
      * mailing address from the CLIMXT00 extract over this file
      * instead of the card file in the drawer.
      * Returned mail is recorded against the entry it was sent to;
      * while that entry stands flagged undeliverable, MALCHK00
      * tells the statement and confirmation runs to hold the paper
      * and DORMSW00 to treat repeat returns as a lost owner.
      *****************************************************************
       01  CLIENT-CONTACT-RECORD.
           05  CLC-KEY.
           05  CLC-AUDIT.
               10  CLC-LAST-MAINT-DATE   PIC X(26).
               10  CLC-LAST-MAINT-USER   PIC X(08).
           05  CLC-MAIL-RETURN.
               10  CLC-MAIL-STATUS    PIC X(01).
                   88  CLC-MAIL-DELIVERABLE   VALUE ' '.
                   88  CLC-MAIL-UNDELIVERABLE VALUE 'U'.
               10  CLC-RETURNED-DATE  PIC X(08).
               10  CLC-RETURN-COUNT   PIC 9(03).
           05  CLC-FILLER             PIC X(08).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * CLC-ADDRESS-TYPE   : L=LEGAL, M=MAILING, I=INTERESTED PARTY
      * CLC-DELIVERY-PREF  : M=MAIL, E=ELECTRONIC
      * CLC-EFFECTIVE-FROM/TO : DATE RANGE THE ENTRY IS CURRENT
      *                      (EFFECTIVE-TO SPACES = OPEN-ENDED)
      * CLC-MAIL-STATUS    : BLANK=DELIVERABLE, U=MAIL SENT TO THIS
      *                      ADDRESS HAS COME BACK UNDELIVERABLE;
      *                      SET AND CLEARED ONLY THROUGH CMNT, AND
      *                      CLEARED ONLY WITH A VERIFIED NEW ADDRESS
      * CLC-RETURNED-DATE  : DATE THE LATEST RETURNED ITEM CAME BACK
      * CLC-RETURN-COUNT   : ITEMS RETURNED SINCE THE ADDRESS WAS LAST
      *                      VERIFIED (SPACES ON ENTRIES WRITTEN BEFORE
      *                      THE FIELD EXISTED = NONE)
      *****************************************************************
