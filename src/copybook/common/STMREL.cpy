      * Release-side steps -- the repository load in REPOLD00, the
      * mailing extracts -- require a token for the statement date
      * before they will touch the statements.
      * CSTDSC00 writes the same token to CSTREL for its annual
      * costs and charges statements.
      * Works with: STMBAL00, REPOLD00, ESTMXT00, CSTDSC00.
      *================================================================*
       01  RELEASE-TOKEN-RECORD.
           05  REL-STATUS              PIC X(08).
