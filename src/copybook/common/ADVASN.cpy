      *****************************************************************
      * ADVISOR ASSIGNMENT HISTORY RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * One record per assignment of a portfolio to an advisor,
      * keyed by the date it took effect; written by ADVMNT00 beside
      * the PORT-ADVISOR-ID it sets. The record in force on a date is
      * the latest one effective on or before it, so revenue earned
      * before a reassignment is still credited to the advisor who
      * had the account at the time.
      *****************************************************************
       01  ADVISOR-ASSIGNMENT-RECORD.
           05  ASG-KEY.
               10  ASG-PORTFOLIO-ID   PIC X(08).
               10  ASG-EFFECTIVE-DATE PIC X(08).
           05  ASG-DATA.
               10  ASG-ADVISOR-ID     PIC X(08).
               10  ASG-PRIOR-ADVISOR  PIC X(08).
               10  ASG-REASON         PIC X(20).
           05  ASG-AUDIT.
               10  ASG-LAST-MAINT-DATE   PIC X(26).
               10  ASG-LAST-MAINT-USER   PIC X(08).
           05  ASG-FILLER             PIC X(14).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * ASG-EFFECTIVE-DATE: FIRST DAY THE ADVISOR HAS THE ACCOUNT
      * ASG-ADVISOR-ID   : ADVISOR ASSIGNED (SPACES = UNASSIGNED FROM
      *                    THIS DATE)
      * ASG-PRIOR-ADVISOR: PORT-ADVISOR-ID BEFORE THIS ASSIGNMENT
      * ASG-LAST-MAINT-USER: USER WHO KEYED THE ASSIGNMENT
      *****************************************************************
