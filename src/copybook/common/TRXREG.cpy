      *****************************************************************
      * REGULATORY TRANSACTION REPORT REGISTER RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * One entry per executed trade reported to the regulator,
      * written by TRXEXT00 when the report is first submitted and
      * keyed by its transaction reference. TRXFBK00 loads the
      * regulator's acceptance or rejection of each submission onto
      * it. A rejected report stays open here, and on TRXEXT00's
      * exceptions report, until the client or instrument data it
      * was rejected over is corrected and the report built afresh
      * differs from the image last submitted -- it is then
      * resubmitted automatically and awaits a new answer.
      *****************************************************************
       01  TRX-REGISTER-RECORD.
           05  TXR-KEY.
               10  TXR-TRANS-REF      PIC X(28).
           05  TXR-DATA.
               10  TXR-PORTFOLIO-ID   PIC X(08).
               10  TXR-INVESTMENT-ID  PIC X(10).
               10  TXR-TRN-TYPE       PIC X(02).
               10  TXR-STATUS         PIC X(01).
                   88  TXR-SUBMITTED          VALUE 'S'.
                   88  TXR-ACCEPTED           VALUE 'A'.
                   88  TXR-REJECTED           VALUE 'R'.
                   88  TXR-WITHDRAWN          VALUE 'W'.
               10  TXR-FIRST-SUBMIT-DATE  PIC X(08).
               10  TXR-LAST-SUBMIT-DATE   PIC X(08).
               10  TXR-SUBMIT-COUNT   PIC 9(03).
               10  TXR-STATUS-DATE    PIC X(08).
               10  TXR-REJECT-CODE    PIC X(06).
               10  TXR-REJECT-TEXT    PIC X(40).
           05  TXR-LAST-REPORT        PIC X(162).
           05  TXR-FILLER             PIC X(20).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * TXR-TRANS-REF       : TXE-TRANS-REF -- THE TRADE'S TRN-KEY
      * TXR-STATUS          : S=SUBMITTED AWAITING FEEDBACK,
      *                       A=ACCEPTED, R=REJECTED (OPEN EXCEPTION),
      *                       W=TRADE REVERSED BEFORE ANY REPORT OF
      *                       IT WAS ACCEPTED -- NOTHING TO CANCEL
      * TXR-SUBMIT-COUNT    : SUBMISSIONS, THE FIRST INCLUDED
      * TXR-STATUS-DATE     : DATE OF THE REGULATOR'S LATEST ANSWER
      * TXR-REJECT-CODE     : REGULATOR'S REJECTION CODE
      * TXR-REJECT-TEXT     : REGULATOR'S REJECTION NARRATIVE
      * TXR-LAST-REPORT     : TXE-DETAIL IMAGE LAST SUBMITTED (A
      *                       CANCELLATION INCLUDED)
      *****************************************************************
