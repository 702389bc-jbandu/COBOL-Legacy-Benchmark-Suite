      *****************************************************************
      * FUND REBATE STATEMENT REGISTER RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * One record per fund company rebate statement RBTALC00 has
      * allocated: the trailer fees and rebates a fund company paid
      * the firm on one fund for one period, and what became of
      * them -- the amount credited across the fund's holders and
      * the rounding residue left over. The register is what stops
      * a statement being allocated twice when the statement file is
      * resent or the job rerun.
      *****************************************************************
       01  FUND-REBATE-RECORD.
           05  FRB-KEY.
               10  FRB-FUND-COMPANY   PIC X(08).
               10  FRB-FUND-ID        PIC X(10).
               10  FRB-PERIOD-END     PIC X(08).
           05  FRB-DATA.
               10  FRB-PERIOD-START   PIC X(08).
               10  FRB-STATEMENT-REF  PIC X(16).
               10  FRB-RECEIVED-AMT   PIC S9(13)V9(2) COMP-3.
               10  FRB-ALLOCATED-AMT  PIC S9(13)V9(2) COMP-3.
               10  FRB-RESIDUE-AMT    PIC S9(13)V9(2) COMP-3.
               10  FRB-HOLDER-COUNT   PIC 9(05).
               10  FRB-OBSERVATIONS   PIC 9(03).
               10  FRB-STATUS         PIC X(01).
                   88  FRB-STATUS-ALLOCATED VALUE 'A'.
               10  FRB-ALLOC-DATE     PIC X(08).
           05  FRB-AUDIT.
               10  FRB-LAST-MAINT-DATE   PIC X(26).
               10  FRB-LAST-MAINT-USER   PIC X(08).
           05  FRB-FILLER             PIC X(20).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * FRB-FUND-COMPANY : FUND COMPANY (MANAGEMENT COMPANY) THAT PAID
      * FRB-FUND-ID      : THE FUND THE TRAILER/REBATE WAS PAID ON
      * FRB-PERIOD-START : FIRST DAY OF THE PERIOD THE STATEMENT COVERS
      * FRB-PERIOD-END   : LAST DAY OF THE PERIOD THE STATEMENT COVERS
      * FRB-RECEIVED-AMT : AMOUNT THE FUND COMPANY PAID (BASE CURRENCY)
      * FRB-ALLOCATED-AMT: TOTAL CREDITED TO HOLDERS AS RB TRANSACTIONS
      * FRB-RESIDUE-AMT  : RECEIVED LESS ALLOCATED -- THE CENTS LOST TO
      *                    ROUNDING EACH HOLDER'S SHARE DOWN
      * FRB-HOLDER-COUNT : PORTFOLIOS CREDITED
      * FRB-OBSERVATIONS : MONTH-END POSITION IMAGES THE AVERAGE
      *                    HOLDING WAS TAKEN OVER
      *****************************************************************
