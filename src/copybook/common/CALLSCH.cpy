      *****************************************************************
      * BOND CALL AND PUT SCHEDULE RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * One entry per call or put date of a callable or puttable
      * issue, keyed on the security and the date. A scheduled entry
      * is only a date the option may be exercised on -- FIXRPT00
      * uses scheduled calls to find a bond's yield-to-worst date.
      * Once the issuer's call notice is received (or a put is
      * exercised) the entry is set to N; on the date BNDCAL00
      * generates the redemptions at the entry's price, in full or
      * pro rata to CSC-CALL-PCT, and steps the entry to R. An issue
      * with a noticed full call stops accruing in ACRINT00 from the
      * call date.
      *****************************************************************
       01  CALL-SCHEDULE-RECORD.
           05  CSC-KEY.
               10  CSC-SEC-ID         PIC X(10).
               10  CSC-EVENT-DATE     PIC X(08).
           05  CSC-DATA.
               10  CSC-EVENT-TYPE     PIC X(01).
                   88  CSC-TYPE-CALL       VALUE 'C'.
                   88  CSC-TYPE-PUT        VALUE 'P'.
               10  CSC-PRICE          PIC S9(11)V9(4) COMP-3.
               10  CSC-CALL-PCT       PIC S9(3)V9(4) COMP-3.
               10  CSC-STATUS         PIC X(01).
                   88  CSC-STATUS-SCHEDULED VALUE 'S'.
                   88  CSC-STATUS-NOTICED   VALUE 'N'.
                   88  CSC-STATUS-REDEEMED  VALUE 'R'.
               10  CSC-NOTICE-DATE    PIC X(08).
               10  CSC-LAST-MAINT     PIC X(08).
           05  CSC-FILLER             PIC X(20).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * CSC-SEC-ID     : ISSUE THE OPTION BELONGS TO (SEC-ID)
      * CSC-EVENT-DATE : DATE THE OPTION IS EXERCISABLE / REDEEMS
      * CSC-EVENT-TYPE : C=ISSUER CALL, P=HOLDER PUT
      * CSC-PRICE      : CASH PER UNIT PAID ON REDEMPTION
      * CSC-CALL-PCT   : PERCENT OF EACH HOLDING REDEEMED; 100 IS A
      *                  FULL CALL, LESS IS A PRO-RATA PARTIAL CALL
      * CSC-STATUS     : S=SCHEDULED (OPTION ONLY), N=NOTICED (WILL
      *                  REDEEM ON THE DATE), R=REDEMPTIONS GENERATED
      * CSC-NOTICE-DATE: DATE THE CALL NOTICE WAS RECEIVED
      *****************************************************************
