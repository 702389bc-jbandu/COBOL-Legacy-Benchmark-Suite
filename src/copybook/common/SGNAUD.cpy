      *****************************************************************
      * SIGN-ON AUDIT MESSAGE LAYOUT
      * VERSION: 1.0
      * DATE: 2026
      *
      * The AUD-MESSAGE text of every LOGIN entry SECMGR writes to
      * the audit file: an eight-character event code the daily
      * security exceptions report (SECEXC00) selects on, then the
      * free text shown to the auditor.
      *****************************************************************
       01  SIGNON-AUDIT-MESSAGE.
           05  SGA-EVENT              PIC X(08).
               88  SGA-SIGNED-ON          VALUE 'SIGNON  '.
               88  SGA-FAILED             VALUE 'FAILED  '.
               88  SGA-LOCKED             VALUE 'LOCKED  '.
               88  SGA-REFUSED-LOCKED     VALUE 'LOCKREJ '.
               88  SGA-EXPIRED            VALUE 'EXPIRED '.
               88  SGA-EXPIRY-WARNING     VALUE 'EXPWARN '.
               88  SGA-UNLOCKED           VALUE 'UNLOCKED'.
               88  SGA-CRED-CHANGED       VALUE 'CREDCHG '.
           05  FILLER                 PIC X(01).
           05  SGA-TEXT               PIC X(91).
      *****************************************************************
      * EVENT CODES:
      * SIGNON   : SIGN-ON ACCEPTED (FIRST OF THE DAY, OR ANY OUTSIDE
      *            BUSINESS HOURS)
      * FAILED   : SIGN-ON REFUSED -- COUNTS TOWARD THE LOCKOUT
      * LOCKED   : THE FAILURE THAT LOCKED THE PROFILE
      * LOCKREJ  : SIGN-ON REFUSED BECAUSE THE PROFILE IS LOCKED
      * EXPIRED  : SIGN-ON REFUSED BECAUSE THE CREDENTIAL EXPIRED
      * EXPWARN  : SIGN-ON ACCEPTED WITH THE CREDENTIAL NEAR EXPIRY
      * UNLOCKED : A SUPERVISOR UNLOCKED THE PROFILE
      * CREDCHG  : CREDENTIAL CHANGED OR REISSUED
      *****************************************************************
