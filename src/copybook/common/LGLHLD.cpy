      *****************************************************************
      * LEGAL HOLD RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * One entry per portfolio or client a legal hold covers. Legal
      * places a hold for a litigation or regulatory matter through
      * LGLMNT00, naming the matter and the period in dispute; while
      * the hold stands, the records it covers are kept as they are.
      * UTLMNT00 archive and purge, the HSTDLT00 delta compaction
      * and PORTDEL all ask LGLCHK00 before touching a portfolio's
      * records, and skip what a hold covers. A hold is released
      * (never deleted) by a supervisor, so the record of it stays.
      *****************************************************************
       01  LEGAL-HOLD-RECORD.
           05  LGH-KEY.
               10  LGH-HOLD-ID        PIC X(08).
               10  LGH-SCOPE          PIC X(01).
                   88  LGH-SCOPE-PORTFOLIO    VALUE 'P'.
                   88  LGH-SCOPE-CLIENT       VALUE 'H'.
               10  LGH-TARGET-ID      PIC X(08).
           05  LGH-DATA.
               10  LGH-FROM-DATE      PIC X(08).
               10  LGH-TO-DATE        PIC X(08).
               10  LGH-MATTER-REF     PIC X(20).
               10  LGH-PLACED-BY      PIC X(08).
               10  LGH-PLACED-DATE    PIC X(08).
               10  LGH-STATUS         PIC X(01).
                   88  LGH-STATUS-ACTIVE      VALUE 'A'.
                   88  LGH-STATUS-RELEASED    VALUE 'R'.
               10  LGH-RELEASED-BY    PIC X(08).
               10  LGH-RELEASED-DATE  PIC X(08).
               10  LGH-RELEASE-REASON PIC X(40).
           05  LGH-FILLER             PIC X(16).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * LGH-HOLD-ID        : HOLD IDENTIFIER; ONE HOLD MAY COVER
      *                      SEVERAL PORTFOLIOS AND CLIENTS
      * LGH-SCOPE          : P=ONE PORTFOLIO, H=A CLIENT -- EVERY
      *                      PORTFOLIO OF THE HOUSEHOLD ON HOUSHLD
      * LGH-TARGET-ID      : PORT-ID FOR SCOPE P, HSH-HOUSEHOLD-ID
      *                      FOR SCOPE H
      * LGH-FROM-DATE      : FIRST DATE OF THE PERIOD HELD (YYYYMMDD);
      *                      SPACES = FROM THE BEGINNING
      * LGH-TO-DATE        : LAST DATE OF THE PERIOD HELD; SPACES =
      *                      OPEN-ENDED
      * LGH-MATTER-REF     : LEGAL MATTER OR CASE REFERENCE
      * LGH-PLACED-BY      : USER WHO PLACED THE HOLD
      * LGH-RELEASED-BY    : SUPERVISOR WHO RELEASED IT
      *****************************************************************
