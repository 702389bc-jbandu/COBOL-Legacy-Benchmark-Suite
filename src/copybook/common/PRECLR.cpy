      *****************************************************************
      * PERSONAL TRADING PRE-CLEARANCE RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * One entry per pre-clearance request raised for a trade in an
      * employee or related-party account (PORT-STAFF-ACCOUNT).
      * PCLMNT00 writes the request and records compliance's
      * approval or denial; an approval stands from the day it is
      * given through PCL-EXPIRY-DATE, the PCLPARM window on. A
      * trade in a staff account with no approved entry for the
      * security and side, in its window and covering its quantity,
      * is rejected by TRNVAL00.
      *****************************************************************
       01  PRE-CLEARANCE-RECORD.
           05  PCL-KEY.
               10  PCL-PORTFOLIO-ID   PIC X(08).
               10  PCL-REQUEST-ID     PIC X(08).
           05  PCL-DATA.
               10  PCL-INVESTMENT-ID  PIC X(10).
               10  PCL-SIDE           PIC X(01).
                   88  PCL-SIDE-BUY       VALUE 'B'.
                   88  PCL-SIDE-SELL      VALUE 'S'.
                   88  PCL-SIDE-VALID     VALUE 'B' 'S'.
               10  PCL-QUANTITY       PIC S9(11)V9(4) COMP-3.
               10  PCL-STATUS         PIC X(01).
                   88  PCL-STATUS-PENDING  VALUE 'P'.
                   88  PCL-STATUS-APPROVED VALUE 'A'.
                   88  PCL-STATUS-DENIED   VALUE 'D'.
               10  PCL-REQUEST-DATE   PIC X(08).
               10  PCL-REQUESTED-BY   PIC X(08).
               10  PCL-DECIDED-BY     PIC X(08).
               10  PCL-DECISION-DATE  PIC X(08).
               10  PCL-EXPIRY-DATE    PIC X(08).
           05  PCL-AUDIT.
               10  PCL-LAST-MAINT-DATE   PIC X(26).
               10  PCL-LAST-MAINT-USER   PIC X(08).
           05  PCL-FILLER             PIC X(20).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * PCL-REQUEST-ID    : COMPLIANCE'S REFERENCE FOR THE REQUEST
      * PCL-SIDE          : B=BUY OR BUY TO COVER, S=SELL OR SHORT
      * PCL-QUANTITY      : MOST UNITS ONE TRADE MAY CARRY UNDER THE
      *                     APPROVAL
      * PCL-STATUS        : P=PENDING, A=APPROVED, D=DENIED
      * PCL-DECIDED-BY    : COMPLIANCE OFFICER WHO APPROVED OR DENIED;
      *                     NEVER THE REQUESTER
      * PCL-DECISION-DATE : DAY OF THE APPROVAL OR DENIAL -- THE
      *                     FIRST DAY AN APPROVAL MAY BE TRADED ON
      * PCL-EXPIRY-DATE   : LAST TRADE DATE THE APPROVAL COVERS
      *****************************************************************
