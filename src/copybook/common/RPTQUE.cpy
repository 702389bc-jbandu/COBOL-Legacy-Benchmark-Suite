      *****************************************************************
      * REPORT REQUEST QUEUE RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * One entry per report a user asks for at the terminal (the
      * RREQ screen, RPTREQ handler) with the parameters keyed for
      * it. RPTQRN00 runs each queued entry on the next report
      * cycle and files the output in the report repository under
      * the requester's user ID, marking the entry done or failed.
      * Keyed user first so one user's requests browse together
      * for the status display.
      *****************************************************************
       01  REPORT-REQUEST-RECORD.
           05  RRQ-KEY.
               10  RRQ-USER-ID        PIC X(08).
               10  RRQ-REQUEST-DATE   PIC X(08).
               10  RRQ-REQUEST-TIME   PIC X(06).
           05  RRQ-DATA.
               10  RRQ-REPORT-ID      PIC X(08).
               10  RRQ-PORTFOLIO-ID   PIC X(08).
               10  RRQ-FROM-DATE      PIC X(08).
               10  RRQ-TO-DATE        PIC X(08).
               10  RRQ-STATUS         PIC X(01).
                   88  RRQ-QUEUED         VALUE 'Q'.
                   88  RRQ-RUNNING        VALUE 'R'.
                   88  RRQ-DONE           VALUE 'D'.
                   88  RRQ-FAILED         VALUE 'F'.
               10  RRQ-RUN-DATE       PIC X(08).
               10  RRQ-FIRST-PAGE     PIC 9(05).
               10  RRQ-PAGE-COUNT     PIC 9(05).
               10  RRQ-RESULT-MSG     PIC X(40).
           05  RRQ-FILLER             PIC X(17).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * RRQ-USER-ID     : REQUESTING USER -- THE REPOSITORY REPORT ID
      *                   THE OUTPUT IS FILED UNDER
      * RRQ-REQUEST-DATE: DATE AND TIME THE REQUEST WAS KEYED
      * RRQ-REPORT-ID   : REPORT REQUESTED, FROM THE RPTCAT CATALOG
      * RRQ-PORTFOLIO-ID: SINGLE-PORTFOLIO PARAMETER (BLANK = ALL)
      * RRQ-FROM-DATE   : DATE-RANGE PARAMETER (YYYYMMDD, BLANK =
      * RRQ-TO-DATE       OPEN AT THAT END)
      * RRQ-STATUS      : Q=QUEUED, R=RUNNING, D=DONE, F=FAILED
      * RRQ-RUN-DATE    : REPOSITORY RUN DATE OF THE FILED OUTPUT
      * RRQ-FIRST-PAGE  : FIRST REPOSITORY PAGE OF THE FILED OUTPUT
      * RRQ-PAGE-COUNT  : PAGES FILED
      * RRQ-RESULT-MSG  : WHY A REQUEST FAILED, OR WHERE IT FILED
      *****************************************************************
