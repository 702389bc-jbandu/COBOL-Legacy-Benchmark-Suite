      * 2026-09-01 - RUNTRD00 (runtime trending and window-overrun
      *              forecast) closes out the post-close group -- the
      *              day is now thirty-two jobs.
      * 2026-10-15 - BNDCAL00 (call and put redemptions) joins the
      *              end of the post-close group -- the day is now
      *              thirty-three jobs.
      * 2026-10-15 - FRNRST00 (floating-rate coupon resets) follows
      *              BNDCAL00 -- the day is now thirty-four jobs.
      * 2026-10-15 - OPTEXP00 (option expiry, exercise and
      *              assignment) follows FRNRST00 -- the day is now
      *              thirty-five jobs.
      * 2026-10-15 - FWDSTL00 (FX forward settlement) follows
      *              OPTEXP00 -- the day is now thirty-six jobs.
      * 2026-10-15 - MFDFIL00 (forward-priced fund order fill)
      *              follows FWDSTL00 -- the day is now thirty-seven
      *              jobs.
      * 2026-10-15 - MGNCAL00 (daily margin calculation and margin
      *              calls) follows MFDFIL00 -- the day is now
      *              thirty-eight jobs.
      * 2026-10-15 - SLNMGR00 (securities lending fee accrual and loan
      *              maintenance) follows MGNCAL00 -- the day is now
      *              thirty-nine jobs.
      * 2026-10-15 - POLNAV00 (pooled fund NAV per unit and unit
      *              dealing) follows SLNMGR00 -- the day is now forty
      *              jobs.
      * 2026-10-15 - PAYACT00 (payee bank detail change activation)
      *              follows POLNAV00 -- the day is now forty-one jobs.
      * 2026-10-15 - SANSCR00 (sanctions list name screening) follows
      *              PAYACT00 -- the day is now forty-two jobs.
      * 2026-10-15 - MTGENT00 (proxy holder lists, vote file and cutoff
      *              report) follows SANSCR00 -- the day is now
      *              forty-three jobs.
      * 2026-10-15 - GLRCN00 (GL trial balance reconciliation) follows
      *              MTGENT00 -- the day is now forty-four jobs.
      * 2026-10-15 - TAXCOR00 (corrected tax form detection) follows
      *              GLRCN00 -- the day is now forty-five jobs.
      * 2026-10-15 - STLMSG00 (custodian settlement instructions)
      *              follows TAXCOR00 -- the day is now forty-six jobs.
      * 2026-10-15 - TRXEXT00 (regulatory transaction reporting
      *              extract) follows STLMSG00 -- the day is now
      *              forty-seven jobs.
      * 2026-10-15 - CPLAGE00 (complaint aging and redress payment)
      *              follows TRXEXT00 -- the day is now forty-eight
      *              jobs.
      * 2026-10-15 - SECEXC00 (daily security exceptions report)
      *              follows CPLAGE00 -- the day is now forty-nine
      *              jobs.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INITDAY.
           05  WS-PROCESS-DATE-X REDEFINES WS-PROCESS-DATE
                                     PIC X(8).
           05  WS-JOB-IX             PIC 9(2) COMP.
           05  WS-JOB-COUNT          PIC 9(2) COMP VALUE 49.
           05  WS-RECORDS-CREATED    PIC 9(4) COMP VALUE 0.
           05  WS-ERROR-COUNT        PIC 9(4) COMP VALUE 0.
           05  WS-FEEDS-MISSING      PIC 9(4) COMP VALUE 0.
           05  FILLER                PIC X(8) VALUE 'ACCTCLS0'.
           05  FILLER                PIC X(8) VALUE 'TRNHLD00'.
           05  FILLER                PIC X(8) VALUE 'RUNTRD00'.
           05  FILLER                PIC X(8) VALUE 'BNDCAL00'.
           05  FILLER                PIC X(8) VALUE 'FRNRST00'.
           05  FILLER                PIC X(8) VALUE 'OPTEXP00'.
           05  FILLER                PIC X(8) VALUE 'FWDSTL00'.
           05  FILLER                PIC X(8) VALUE 'MFDFIL00'.
           05  FILLER                PIC X(8) VALUE 'MGNCAL00'.
           05  FILLER                PIC X(8) VALUE 'SLNMGR00'.
           05  FILLER                PIC X(8) VALUE 'POLNAV00'.
           05  FILLER                PIC X(8) VALUE 'PAYACT00'.
           05  FILLER                PIC X(8) VALUE 'SANSCR00'.
           05  FILLER                PIC X(8) VALUE 'MTGENT00'.
           05  FILLER                PIC X(8) VALUE 'GLRCN00 '.
           05  FILLER                PIC X(8) VALUE 'TAXCOR00'.
           05  FILLER                PIC X(8) VALUE 'STLMSG00'.
           05  FILLER                PIC X(8) VALUE 'TRXEXT00'.
           05  FILLER                PIC X(8) VALUE 'CPLAGE00'.
           05  FILLER                PIC X(8) VALUE 'SECEXC00'.
       01  WS-JOB-NAME-TABLE REDEFINES WS-JOB-NAME-VALUES.
           05  WS-JOB-NAME           PIC X(8) OCCURS 49 TIMES.

       PROCEDURE DIVISION.
       0000-MAIN.
