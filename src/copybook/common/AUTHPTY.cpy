      *****************************************************************
      * AUTHORIZED PARTY RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * One record per person who may instruct on a portfolio --
      * owners, attorneys-in-fact under a power of attorney,
      * trustees, and outside traders -- with the authority that
      * person holds and the dates it runs. The TRNE entry screen
      * checks the instructing party against this file before it
      * accepts a trade or cash movement; the AMNT screen maintains
      * it.
      *****************************************************************
       01  AUTHORIZED-PARTY-RECORD.
           05  APT-KEY.
               10  APT-PORTFOLIO-ID   PIC X(08).
               10  APT-PARTY-ID       PIC X(08).
           05  APT-DATA.
               10  APT-PARTY-NAME     PIC X(30).
               10  APT-ROLE           PIC X(01).
                   88  APT-ROLE-OWNER      VALUE 'O'.
                   88  APT-ROLE-ATTORNEY   VALUE 'A'.
                   88  APT-ROLE-TRUSTEE    VALUE 'T'.
                   88  APT-ROLE-TRADER     VALUE 'R'.
                   88  APT-ROLE-VALID      VALUE 'O' 'A' 'T' 'R'.
               10  APT-AUTHORITY      PIC X(01).
                   88  APT-AUTH-TRADE      VALUE 'T'.
                   88  APT-AUTH-WITHDRAW   VALUE 'W'.
                   88  APT-AUTH-INQUIRY    VALUE 'I'.
                   88  APT-AUTH-VALID      VALUE 'T' 'W' 'I'.
               10  APT-EFFECTIVE-FROM PIC X(08).
               10  APT-EFFECTIVE-TO   PIC X(08).
           05  APT-AUDIT.
               10  APT-LAST-MAINT-DATE   PIC X(26).
               10  APT-LAST-MAINT-USER   PIC X(08).
           05  APT-FILLER             PIC X(20).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * APT-PARTY-ID       : THE PARTY'S IDENTIFIER, KEYED ON TRNE AS
      *                      THE INSTRUCTING PARTY
      * APT-ROLE           : O=OWNER, A=ATTORNEY-IN-FACT, T=TRUSTEE,
      *                      R=TRADER
      * APT-AUTHORITY      : T=TRADE ONLY, W=TRADE AND WITHDRAW,
      *                      I=INQUIRY ONLY (MAY NOT INSTRUCT)
      * APT-EFFECTIVE-FROM/TO : DATE RANGE THE AUTHORITY RUNS
      *                      (EFFECTIVE-TO SPACES = OPEN-ENDED)
      *****************************************************************
