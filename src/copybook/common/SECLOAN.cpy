      *****************************************************************
      * SECURITIES LOAN RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * One entry per portfolio, security and borrower under the
      * securities lending program. The lending desk opens and
      * returns loans through SLNMGR00's daily instructions, which
      * also accrue the lending fee day by day on the loan's value;
      * SLNINC00 posts the month's accrued fee to the client as SF
      * lending income. TRNVAL00 treats the quantity on loan as
      * unavailable to a sale and recalls it from the borrower
      * rather than rejecting the sale. Loaned shares stay the
      * client's holding on POSCUR; the statement marks them on
      * loan.
      *****************************************************************
       01  SECURITIES-LOAN-RECORD.
           05  SLN-KEY.
               10  SLN-PORTFOLIO-ID   PIC X(08).
               10  SLN-INVESTMENT-ID  PIC X(10).
               10  SLN-BORROWER-ID    PIC X(08).
           05  SLN-TERMS.
               10  SLN-QUANTITY       PIC S9(11)V9(4) COMP-3.
               10  SLN-FEE-RATE-PCT   PIC S9(3)V9(4) COMP-3.
               10  SLN-START-DATE     PIC X(08).
           05  SLN-COLLATERAL.
               10  SLN-COLL-TYPE      PIC X(01).
                   88  SLN-COLL-CASH      VALUE 'C'.
                   88  SLN-COLL-SECURITIES VALUE 'S'.
                   88  SLN-COLL-LETTER    VALUE 'L'.
               10  SLN-COLL-AMOUNT    PIC S9(13)V9(2) COMP-3.
               10  SLN-COLL-CURRENCY  PIC X(03).
           05  SLN-STATUS             PIC X(01).
               88  SLN-ACTIVE             VALUE 'A'.
               88  SLN-RECALLED           VALUE 'R'.
               88  SLN-CLOSED             VALUE 'C'.
               88  SLN-ON-LOAN            VALUE 'A' 'R'.
           05  SLN-RECALL.
               10  SLN-RECALL-QTY     PIC S9(11)V9(4) COMP-3.
               10  SLN-RECALL-DATE    PIC X(08).
               10  SLN-RECALL-COUNT   PIC 9(03).
           05  SLN-FEE.
               10  SLN-UNIT-VALUE     PIC S9(11)V9(4) COMP-3.
               10  SLN-LOAN-VALUE     PIC S9(13)V9(2) COMP-3.
               10  SLN-ACCRUED-FEE    PIC S9(11)V9(2) COMP-3.
               10  SLN-ACCRUED-TO     PIC X(08).
               10  SLN-LAST-POST-DATE PIC X(08).
               10  SLN-FEE-POSTED-LTD PIC S9(13)V9(2) COMP-3.
           05  SLN-CLOSE-DATE         PIC X(08).
           05  SLN-AUDIT.
               10  SLN-ENTERED-BY     PIC X(08).
               10  SLN-LAST-MAINT-DATE PIC X(26).
               10  SLN-LAST-MAINT-USER PIC X(08).
           05  SLN-FILLER             PIC X(20).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * SLN-BORROWER-ID    : COUNTERPARTY THE SHARES ARE LENT TO
      * SLN-QUANTITY       : UNITS ON LOAN NOW; RETURNS REDUCE IT
      * SLN-FEE-RATE-PCT   : ANNUAL LENDING FEE RATE ON THE LOAN'S
      *                      VALUE, ACTUAL/360
      * SLN-COLL-TYPE      : C=CASH, S=SECURITIES, L=LETTER OF CREDIT
      * SLN-COLL-AMOUNT    : COLLATERAL HELD AGAINST THE LOAN
      * SLN-STATUS         : A=ACTIVE, R=RECALL ISSUED (SOME OR ALL OF
      *                      THE QUANTITY CALLED BACK), C=CLOSED
      * SLN-RECALL-QTY     : UNITS RECALLED AND NOT YET RETURNED
      * SLN-RECALL-DATE    : DATE THE LATEST RECALL WAS ISSUED
      * SLN-UNIT-VALUE     : BASE-CURRENCY VALUE PER UNIT AT THE LAST
      *                      ACCRUAL, KEPT FOR A HOLDING SOLD WHILE
      *                      ITS RECALL IS STILL OUTSTANDING
      * SLN-LOAN-VALUE     : SLN-QUANTITY AT SLN-UNIT-VALUE
      * SLN-ACCRUED-FEE    : FEE ACCRUED SINCE THE LAST MONTHLY POSTING
      * SLN-ACCRUED-TO     : DATE THE FEE IS ACCRUED THROUGH
      * SLN-FEE-POSTED-LTD : LENDING INCOME POSTED OVER THE LOAN'S LIFE
      *****************************************************************
