      *****************************************************************
      * ACCOUNT NOTE RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * One record per service note on a portfolio -- a client call,
      * a meeting, what was promised -- keyed portfolio and time the
      * note was taken, so a portfolio's notes browse together in
      * the order they were written. A note may carry a follow-up
      * date and the user it is assigned to; NOTTKL00 lists the ones
      * due each day. Notes are never deleted or rewritten: a
      * correction or an outcome is a further annotation record
      * pointing back at the note it concerns, and the only field
      * ever changed on a note is its follow-up status, when an
      * annotation closes the follow-up.
      *****************************************************************
       01  ACCOUNT-NOTE-RECORD.
           05  ANT-KEY.
               10  ANT-PORTFOLIO-ID   PIC X(08).
               10  ANT-NOTE-DATE      PIC X(08).
               10  ANT-NOTE-TIME      PIC X(08).
           05  ANT-DATA.
               10  ANT-ENTRY-TYPE     PIC X(01).
                   88  ANT-TYPE-NOTE       VALUE 'N'.
                   88  ANT-TYPE-ANNOTATION VALUE 'A'.
               10  ANT-CATEGORY       PIC X(01).
                   88  ANT-CAT-CALL        VALUE 'C'.
                   88  ANT-CAT-MEETING     VALUE 'M'.
                   88  ANT-CAT-CORRESPOND  VALUE 'W'.
                   88  ANT-CAT-REQUEST     VALUE 'R'.
                   88  ANT-CAT-OTHER       VALUE 'O'.
                   88  ANT-CAT-VALID       VALUE 'C' 'M' 'W' 'R'
                                                 'O'.
               10  ANT-AUTHOR         PIC X(08).
               10  ANT-TEXT           PIC X(160).
               10  ANT-FOLLOWUP-DATE  PIC X(08).
               10  ANT-ASSIGNEE       PIC X(08).
               10  ANT-FOLLOWUP-STATUS PIC X(01).
                   88  ANT-NO-FOLLOWUP     VALUE ' '.
                   88  ANT-FOLLOWUP-OPEN   VALUE 'O'.
                   88  ANT-FOLLOWUP-CLOSED VALUE 'C'.
               10  ANT-CLOSED-DATE    PIC X(08).
               10  ANT-CLOSED-BY      PIC X(08).
               10  ANT-REF-KEY.
                   15  ANT-REF-DATE   PIC X(08).
                   15  ANT-REF-TIME   PIC X(08).
           05  ANT-FILLER             PIC X(30).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * ANT-NOTE-DATE/TIME : WHEN THE NOTE WAS TAKEN (YYYYMMDD AND
      *                      HHMMSSHH FROM THE CICS CLOCK)
      * ANT-ENTRY-TYPE     : N=NOTE, A=ANNOTATION OF AN EARLIER NOTE
      * ANT-CATEGORY       : C=CLIENT CALL, M=MEETING, W=WRITTEN
      *                      CORRESPONDENCE, R=CLIENT REQUEST OR
      *                      PROMISE MADE, O=OTHER
      * ANT-AUTHOR         : SIGNED-ON USER WHO TOOK THE NOTE
      * ANT-FOLLOWUP-DATE  : DATE TO FOLLOW UP BY (SPACES = NONE)
      * ANT-ASSIGNEE       : USER THE FOLLOW-UP IS ASSIGNED TO;
      *                      DEFAULTS TO THE AUTHOR
      * ANT-FOLLOWUP-STATUS: BLANK=NO FOLLOW-UP, O=OPEN, C=CLOSED BY
      *                      AN ANNOTATION
      * ANT-CLOSED-DATE/BY : WHEN AND BY WHOM THE FOLLOW-UP CLOSED
      * ANT-REF-DATE/TIME  : ON AN ANNOTATION, THE NOTE-DATE/TIME OF
      *                      THE NOTE IT ANNOTATES (SAME PORTFOLIO)
      *****************************************************************
