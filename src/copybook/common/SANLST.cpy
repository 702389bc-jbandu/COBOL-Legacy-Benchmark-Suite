      *****************************************************************
      * SANCTIONS LIST FILE RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * The consolidated government sanctions list as compliance
      * receives it from the list provider: a header naming the
      * source and the version published, one detail per listed
      * name (an alias is a detail of its own under the same entry
      * ID), and a trailer carrying the detail count. A new version
      * replaces the file whole. SANSCR00 loads it for screening and
      * screens every name on file against it the first time it
      * sees a new version.
      *****************************************************************
       01  SANCTIONS-LIST-RECORD.
           05  SNL-RECORD-TYPE        PIC X(01).
               88  SNL-TYPE-HEADER        VALUE 'H'.
               88  SNL-TYPE-DETAIL        VALUE 'D'.
               88  SNL-TYPE-TRAILER       VALUE 'T'.
           05  SNL-DATA               PIC X(99).
           05  SNL-HEADER REDEFINES SNL-DATA.
               10  SNL-LIST-SOURCE    PIC X(10).
               10  SNL-LIST-DATE      PIC X(08).
               10  SNL-LIST-VERSION   PIC X(10).
               10  FILLER             PIC X(71).
           05  SNL-DETAIL REDEFINES SNL-DATA.
               10  SNL-ENTRY-ID       PIC X(10).
               10  SNL-ENTRY-TYPE     PIC X(01).
                   88  SNL-INDIVIDUAL     VALUE 'I'.
                   88  SNL-ENTITY         VALUE 'E'.
               10  SNL-NAME           PIC X(40).
               10  SNL-PROGRAM        PIC X(12).
               10  FILLER             PIC X(36).
           05  SNL-TRAILER REDEFINES SNL-DATA.
               10  SNL-ENTRY-COUNT    PIC 9(07).
               10  FILLER             PIC X(92).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * SNL-LIST-SOURCE  : PROVIDER OF THE CONSOLIDATED LIST
      * SNL-LIST-DATE    : DATE THE VERSION WAS PUBLISHED
      * SNL-LIST-VERSION : PROVIDER'S VERSION IDENTIFIER
      * SNL-ENTRY-ID     : LISTED PARTY -- SHARED BY ITS ALIASES
      * SNL-ENTRY-TYPE   : I=INDIVIDUAL, E=ENTITY
      * SNL-NAME         : LISTED NAME OR ALIAS AS PUBLISHED
      * SNL-PROGRAM      : SANCTIONS PROGRAM THE PARTY IS LISTED
      *                    UNDER
      * SNL-ENTRY-COUNT  : DETAIL RECORDS IN THE FILE
      *****************************************************************
