      * role gives the broad authority level; the function list names
      * the individual programs/functions the user may reach beyond
      * what the role implies. A supervisor role passes every
      * function check. SECMGR also keeps the sign-on control here:
      * consecutive failures, the lockout, and the date the
      * credential was last changed, which it expires from.
      *****************************************************************
       01  USER-PROFILE-RECORD.
           05  UPR-KEY.
           05  UPR-AUDIT.
               10  UPR-LAST-MAINT-DATE   PIC X(26).
               10  UPR-LAST-MAINT-USER   PIC X(08).
           05  UPR-SIGNON.
               10  UPR-FAILED-COUNT   PIC 9(02).
               10  UPR-LOCK-STATUS    PIC X(01).
                   88  UPR-UNLOCKED         VALUE ' '.
                   88  UPR-LOCKED           VALUE 'L'.
               10  UPR-CRED-CHANGED   PIC X(08).
               10  UPR-LAST-SIGNON    PIC X(08).
           05  UPR-FILLER             PIC X(01).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * UPR-USER-ID     : SYSTEM USER IDENTIFIER
      * UPR-ACTIVE-FROM/TO : DATE RANGE THE PROFILE IS VALID
      *                      (YYYYMMDD; ACTIVE-TO SPACES = OPEN-ENDED)
      * UPR-FUNCTION    : RESOURCE/PROGRAM NAMES THE USER MAY REACH
      * UPR-FAILED-COUNT: CONSECUTIVE FAILED SIGN-ONS SINCE THE LAST
      *                   GOOD ONE (SPACES ON PROFILES WRITTEN BEFORE
      *                   THE FIELD EXISTED = NONE)
      * UPR-LOCK-STATUS : BLANK=UNLOCKED, L=LOCKED BY FAILED SIGN-ONS;
      *                   ONLY A SUPERVISOR UNLOCKS (SECMGR 'P')
      * UPR-CRED-CHANGED: DATE THE CREDENTIAL WAS LAST CHANGED OR
      *                   REISSUED -- ITS EXPIRY RUNS FROM HERE
      *                   (SPACES = NOT YET RECORDED; SET ON THE NEXT
      *                   GOOD SIGN-ON)
      * UPR-LAST-SIGNON : DATE OF THE LAST ACCEPTED SIGN-ON
      *****************************************************************
