      *****************************************************************
      * PAYEE BANK DETAIL CHANGE RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * One entry per portfolio whose standing PAYEE instruction has
      * a bank detail change waiting to go live. PAYMNT00 writes the
      * entry when the change is requested, with a hold date a set
      * number of business days out, and records the callback to
      * the client when a second user makes it. PAYACT00 moves the
      * new details onto PAYEE once the callback is recorded and the
      * hold has run, then deletes the entry. While an entry stands,
      * PAYEXT00 pays the portfolio's withdrawals to the instruction
      * already verified, or holds them, as PAYPARM directs.
      *****************************************************************
       01  PAYEE-CHANGE-RECORD.
           05  PYC-KEY.
               10  PYC-PORTFOLIO-ID   PIC X(08).
           05  PYC-DATA.
               10  PYC-NEW-PAYEE-NAME    PIC X(30).
               10  PYC-NEW-BANK-ROUTING  PIC X(09).
               10  PYC-NEW-BANK-ACCOUNT  PIC X(17).
               10  PYC-STATUS         PIC X(01).
                   88  PYC-AWAITING-CALLBACK VALUE 'P'.
                   88  PYC-CALLBACK-DONE     VALUE 'C'.
               10  PYC-REQUEST-DATE   PIC X(08).
               10  PYC-REQUEST-USER   PIC X(08).
               10  PYC-HOLD-UNTIL     PIC X(08).
               10  PYC-CALLBACK-DATE  PIC X(08).
               10  PYC-CALLBACK-USER  PIC X(08).
               10  PYC-CALLBACK-CONTACT  PIC X(30).
           05  PYC-AUDIT.
               10  PYC-LAST-MAINT-DATE   PIC X(26).
               10  PYC-LAST-MAINT-USER   PIC X(08).
           05  PYC-FILLER             PIC X(20).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * PYC-PORTFOLIO-ID     : PORTFOLIO WHOSE INSTRUCTION CHANGES
      * PYC-NEW-PAYEE-NAME   : PAYEE NAME THE CHANGE WILL CARRY
      * PYC-NEW-BANK-ROUTING : ROUTING NUMBER THE CHANGE WILL CARRY
      * PYC-NEW-BANK-ACCOUNT : ACCOUNT NUMBER THE CHANGE WILL CARRY
      * PYC-STATUS           : P=AWAITING CALLBACK, C=CALLBACK
      *                        RECORDED (LIVE ONCE THE HOLD RUNS)
      * PYC-REQUEST-DATE/USER: WHEN AND BY WHOM THE CHANGE WAS KEYED
      * PYC-HOLD-UNTIL       : FIRST DATE THE CHANGE MAY GO LIVE
      * PYC-CALLBACK-DATE/USER : WHEN AND BY WHOM THE CLIENT WAS
      *                        CALLED BACK -- NEVER THE REQUESTER
      * PYC-CALLBACK-CONTACT : WHO WAS SPOKEN TO, ON WHAT NUMBER
      *****************************************************************
