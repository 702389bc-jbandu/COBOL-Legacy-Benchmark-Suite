      *****************************************************************
      * PROXY HOLDER AND VOTE RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * One entry per portfolio holding the issue on a meeting's
      * record date, written by MTGENT00 from position history. The
      * key leads with the meeting so one meeting's holders browse
      * together. Votes for discretionary accounts are keyed on the
      * PVOT screen and sent to the tabulation agent by MTGENT00's
      * next run; a vote changed before the cutoff is sent again.
      *****************************************************************
       01  PROXY-HOLDER-RECORD.
           05  MTH-KEY.
               10  MTH-INVESTMENT-ID  PIC X(10).
               10  MTH-MEETING-DATE   PIC X(08).
               10  MTH-PORTFOLIO-ID   PIC X(08).
           05  MTH-DATA.
               10  MTH-RECORD-DATE    PIC X(08).
               10  MTH-QUANTITY       PIC S9(11)V9(4) COMP-3.
               10  MTH-PROXY-AUTH     PIC X(01).
                   88  MTH-DISCRETIONARY    VALUE 'D'.
               10  MTH-VOTE-STATUS    PIC X(01).
                   88  MTH-VOTE-UNVOTED     VALUE 'U'.
                   88  MTH-VOTE-CAPTURED    VALUE 'V'.
                   88  MTH-VOTE-SENT        VALUE 'S'.
               10  MTH-VOTE OCCURS 10 TIMES
                                      PIC X(01).
                   88  MTH-VOTE-VALID       VALUE 'F' 'A' 'N'.
               10  MTH-VOTED-BY       PIC X(08).
               10  MTH-VOTED-DATE     PIC X(08).
               10  MTH-SENT-DATE      PIC X(08).
           05  MTH-AUDIT.
               10  MTH-LAST-MAINT-DATE   PIC X(26).
               10  MTH-LAST-MAINT-USER   PIC X(08).
           05  MTH-FILLER             PIC X(20).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * MTH-QUANTITY    : UNITS HELD ON THE RECORD DATE
      * MTH-PROXY-AUTH  : PORT-PROXY-AUTH WHEN THE HOLDERS WERE
      *                   LISTED -- D=THE FIRM VOTES
      * MTH-VOTE-STATUS : U=NOT YET VOTED, V=VOTE CAPTURED AWAITING
      *                   SEND, S=SENT TO THE TABULATION AGENT
      * MTH-VOTE        : ONE PER AGENDA ITEM, F=FOR, A=AGAINST,
      *                   N=ABSTAIN
      * MTH-VOTED-BY    : USER WHO KEYED THE VOTE
      * MTH-SENT-DATE   : DATE THE VOTE LAST WENT TO THE AGENT
      *****************************************************************
