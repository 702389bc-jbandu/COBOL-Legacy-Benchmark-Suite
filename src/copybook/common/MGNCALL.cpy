      *****************************************************************
      * MARGIN CALL RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * One entry per margin call, raised by MGNCAL00 the first day
      * a margin account's equity falls short of its maintenance
      * requirement. The call ages each day it stands; it is met
      * when the account is back in surplus, and once it has stood
      * longer than the account's MGN-CALL-DAYS it goes past due
      * and the account's holdings appear on the suggested-
      * liquidation report until it is met.
      *****************************************************************
       01  MARGIN-CALL-RECORD.
           05  MGC-KEY.
               10  MGC-PORTFOLIO-ID   PIC X(08).
               10  MGC-ISSUE-DATE     PIC X(08).
           05  MGC-DATA.
               10  MGC-CALL-AMOUNT    PIC S9(13)V9(2) COMP-3.
               10  MGC-CURRENT-DEFICIT PIC S9(13)V9(2) COMP-3.
               10  MGC-DUE-DATE       PIC X(08).
               10  MGC-DAYS-OPEN      PIC 9(03).
               10  MGC-STATUS         PIC X(01).
                   88  MGC-OPEN           VALUE 'O'.
                   88  MGC-PAST-DUE       VALUE 'L'.
                   88  MGC-MET            VALUE 'M'.
                   88  MGC-STANDING       VALUE 'O' 'L'.
               10  MGC-CLOSE-DATE     PIC X(08).
           05  MGC-AUDIT.
               10  MGC-LAST-MAINT-DATE PIC X(26).
               10  MGC-LAST-MAINT-USER PIC X(08).
           05  MGC-FILLER             PIC X(20).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * MGC-ISSUE-DATE      : DATE THE DEFICIT FIRST APPEARED
      * MGC-CALL-AMOUNT     : DEFICIT ON THE ISSUE DATE
      * MGC-CURRENT-DEFICIT : DEFICIT AS OF THE LATEST CALCULATION
      * MGC-DUE-DATE        : ISSUE DATE PLUS THE ACCOUNT'S CALL DAYS
      * MGC-DAYS-OPEN       : CALENDAR DAYS THE CALL HAS STOOD
      * MGC-STATUS          : O=OPEN, L=PAST DUE (LIQUIDATION
      *                       SUGGESTED), M=MET
      * MGC-CLOSE-DATE      : DATE THE CALL WAS MET
      *****************************************************************
