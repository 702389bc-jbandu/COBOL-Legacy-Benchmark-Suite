      *****************************************************************
      * CLIENT COMPLAINT REGISTER RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * One record per complaint received on a portfolio, keyed by
      * portfolio, the date it was received and a sequence within
      * the day, so a portfolio's complaints browse together in the
      * order they arrived. Taken and worked at the terminal through
      * CPLMNT. CPLAGE00 ages the open ones against the regulatory
      * response deadline every day and pays approved redress to the
      * client as an RD transaction; CPLRPT00 summarizes the quarter
      * by category and root cause for the regulatory return.
      *****************************************************************
       01  COMPLAINT-RECORD.
           05  CPL-KEY.
               10  CPL-PORTFOLIO-ID   PIC X(08).
               10  CPL-RECEIVED-DATE  PIC X(08).
               10  CPL-SEQ-NO         PIC 9(02).
           05  CPL-DATA.
               10  CPL-CHANNEL        PIC X(01).
                   88  CPL-CHN-PHONE       VALUE 'P'.
                   88  CPL-CHN-LETTER      VALUE 'L'.
                   88  CPL-CHN-EMAIL       VALUE 'E'.
                   88  CPL-CHN-IN-PERSON   VALUE 'B'.
                   88  CPL-CHN-REGULATOR   VALUE 'R'.
                   88  CPL-CHN-VALID       VALUE 'P' 'L' 'E' 'B'
                                                 'R'.
               10  CPL-CATEGORY       PIC X(01).
                   88  CPL-CAT-ADVICE      VALUE 'A'.
                   88  CPL-CAT-TRANSACTION VALUE 'T'.
                   88  CPL-CAT-FEES        VALUE 'F'.
                   88  CPL-CAT-STATEMENT   VALUE 'S'.
                   88  CPL-CAT-SERVICE     VALUE 'C'.
                   88  CPL-CAT-OTHER       VALUE 'O'.
                   88  CPL-CAT-VALID       VALUE 'A' 'T' 'F' 'S'
                                                 'C' 'O'.
               10  CPL-SUMMARY        PIC X(60).
               10  CPL-RELATED-TRN-KEY.
                   15  CPL-TRN-DATE   PIC X(08).
                   15  CPL-TRN-TIME   PIC X(06).
                   15  CPL-TRN-PORTFOLIO PIC X(08).
                   15  CPL-TRN-SEQ-NO PIC X(06).
               10  CPL-HANDLER        PIC X(08).
               10  CPL-STATUS         PIC X(01).
                   88  CPL-STATUS-OPEN      VALUE 'O'.
                   88  CPL-STATUS-UPHELD    VALUE 'U'.
                   88  CPL-STATUS-REJECTED  VALUE 'N'.
                   88  CPL-STATUS-WITHDRAWN VALUE 'W'.
                   88  CPL-STATUS-RESOLVED  VALUE 'U' 'N' 'W'.
               10  CPL-RESOLVED-DATE  PIC X(08).
               10  CPL-ROOT-CAUSE     PIC X(01).
                   88  CPL-RC-PROCESS      VALUE 'P'.
                   88  CPL-RC-SYSTEM       VALUE 'S'.
                   88  CPL-RC-STAFF        VALUE 'E'.
                   88  CPL-RC-THIRD-PARTY  VALUE 'T'.
                   88  CPL-RC-CLIENT       VALUE 'C'.
                   88  CPL-RC-NONE         VALUE 'N'.
                   88  CPL-RC-VALID        VALUE 'P' 'S' 'E' 'T'
                                                 'C' 'N'.
               10  CPL-REDRESS-AMT    PIC S9(11)V9(2) COMP-3.
               10  CPL-REDRESS-STATUS PIC X(01).
                   88  CPL-REDRESS-NONE     VALUE ' '.
                   88  CPL-REDRESS-APPROVED VALUE 'A'.
                   88  CPL-REDRESS-PAID     VALUE 'P'.
               10  CPL-REDRESS-APPROVER PIC X(08).
               10  CPL-REDRESS-PAID-DATE PIC X(08).
               10  CPL-REDRESS-TRN-KEY PIC X(28).
           05  CPL-AUDIT.
               10  CPL-LAST-MAINT-DATE   PIC X(26).
               10  CPL-LAST-MAINT-USER   PIC X(08).
           05  CPL-FILLER             PIC X(30).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * CPL-RECEIVED-DATE : DATE THE FIRM RECEIVED THE COMPLAINT --
      *                     THE REGULATORY CLOCK RUNS FROM HERE
      * CPL-SEQ-NO        : 01-99 WITHIN PORTFOLIO AND RECEIVED DATE
      * CPL-CHANNEL       : P=PHONE, L=LETTER, E=EMAIL, B=IN PERSON
      *                     AT A BRANCH, R=REFERRED BY THE REGULATOR
      * CPL-CATEGORY      : A=ADVICE/SUITABILITY, T=TRANSACTION
      *                     PROCESSING, F=FEES AND CHARGES,
      *                     S=STATEMENTS AND REPORTING, C=CLIENT
      *                     SERVICE, O=OTHER
      * CPL-RELATED-TRN-KEY : TRN-KEY OF THE TRANSACTION COMPLAINED
      *                     OF (SPACES = NONE)
      * CPL-HANDLER       : USER ASSIGNED TO HANDLE THE COMPLAINT
      * CPL-STATUS        : O=OPEN, U=RESOLVED UPHELD, N=RESOLVED NOT
      *                     UPHELD, W=WITHDRAWN BY THE CLIENT
      * CPL-ROOT-CAUSE    : SET ON RESOLUTION -- P=PROCESS, S=SYSTEM,
      *                     E=STAFF ERROR, T=THIRD PARTY, C=CLIENT
      *                     MISUNDERSTANDING, N=NONE IDENTIFIED
      * CPL-REDRESS-AMT   : REDRESS TO THE CLIENT (BASE CURRENCY);
      *                     ONLY ON AN UPHELD COMPLAINT
      * CPL-REDRESS-STATUS: BLANK=NONE, A=APPROVED BY A SUPERVISOR AND
      *                     AWAITING PAYMENT, P=PAID BY CPLAGE00
      * CPL-REDRESS-TRN-KEY : TRN-KEY OF THE RD CREDIT THAT PAID IT
      *****************************************************************
