      *****************************************************************
      * SHAREHOLDER MEETING ANNOUNCEMENT RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * One entry per announced shareholder meeting, keyed by the
      * issue and the meeting date, loaded from the agent's notice
      * feed by MTGLOD00. MTGENT00 lists the record-date holders from
      * position history once the record date has passed, sends the
      * votes captured on the PVOT screen to the tabulation agent,
      * and reports meetings whose vote cutoff is near with
      * discretionary holders still unvoted.
      *****************************************************************
       01  MEETING-ANNOUNCEMENT-RECORD.
           05  MTG-KEY.
               10  MTG-INVESTMENT-ID  PIC X(10).
               10  MTG-MEETING-DATE   PIC X(08).
           05  MTG-DATA.
               10  MTG-MEETING-TYPE   PIC X(01).
                   88  MTG-TYPE-ANNUAL     VALUE 'A'.
                   88  MTG-TYPE-SPECIAL    VALUE 'S'.
                   88  MTG-TYPE-VALID      VALUE 'A' 'S'.
               10  MTG-RECORD-DATE    PIC X(08).
               10  MTG-CUTOFF-DATE    PIC X(08).
               10  MTG-AGENT-REF      PIC X(16).
               10  MTG-STATUS         PIC X(01).
                   88  MTG-STATUS-ANNOUNCED   VALUE 'A'.
                   88  MTG-STATUS-LISTED      VALUE 'L'.
                   88  MTG-STATUS-CLOSED      VALUE 'C'.
               10  MTG-ITEM-COUNT     PIC 9(02).
               10  MTG-ITEM OCCURS 10 TIMES.
                   15  MTG-ITEM-TEXT      PIC X(40).
                   15  MTG-ITEM-RECOMMEND PIC X(01).
           05  MTG-AUDIT.
               10  MTG-LAST-MAINT-DATE   PIC X(26).
               10  MTG-LAST-MAINT-USER   PIC X(08).
           05  MTG-FILLER             PIC X(20).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * MTG-INVESTMENT-ID  : ISSUE WHOSE HOLDERS VOTE (SEC-ID)
      * MTG-MEETING-DATE   : DATE OF THE MEETING (YYYYMMDD)
      * MTG-MEETING-TYPE   : A=ANNUAL, S=SPECIAL
      * MTG-RECORD-DATE    : HOLDERS AS OF THIS DATE MAY VOTE
      * MTG-CUTOFF-DATE    : LAST DAY THE AGENT ACCEPTS VOTES
      * MTG-AGENT-REF      : THE TABULATION AGENT'S MEETING REFERENCE,
      *                      RETURNED ON EVERY OUTBOUND VOTE
      * MTG-STATUS         : A=ANNOUNCED (AWAITING RECORD DATE),
      *                      L=HOLDERS LISTED, VOTING OPEN,
      *                      C=CLOSED (CUTOFF PASSED)
      * MTG-ITEM-COUNT     : AGENDA ITEMS LOADED, 1 TO 10
      * MTG-ITEM-TEXT      : AGENDA ITEM DESCRIPTION
      * MTG-ITEM-RECOMMEND : BOARD RECOMMENDATION, F=FOR, A=AGAINST,
      *                      N=ABSTAIN, SPACE=NONE GIVEN
      *****************************************************************
