      * day's posted activity into balanced debit/credit journal
      * lines -- buys to investment asset against cash, fees to fee
      * income, and so on, configured here instead of hardcoded.
      * MAINTENANCE LOG:
      * 2026-10-15 - EACH SIDE OF THE MAPPING NOW NAMES THE SUB-LEDGER
      *              FIGURE ITS ACCOUNT'S BALANCE IS PROVED AGAINST,
      *              SO GLRCN00 CAN TIE THE GL TRIAL BALANCE BACK TO
      *              OUR OWN BOOKS. TAKEN FROM GLM-FILLER; RECORD
      *              LENGTH UNCHANGED.
      *****************************************************************
       01  GL-MAP-RECORD.
           05  GLM-KEY.
               10  GLM-DEBIT-ACCOUNT  PIC X(10).
               10  GLM-CREDIT-ACCOUNT PIC X(10).
               10  GLM-DESCRIPTION    PIC X(30).
           05  GLM-RECON.
               10  GLM-DEBIT-SOURCE   PIC X(01).
               10  GLM-DEBIT-CURRENCY PIC X(03).
               10  GLM-CREDIT-SOURCE  PIC X(01).
               10  GLM-CREDIT-CURRENCY PIC X(03).
           05  GLM-FILLER             PIC X(12).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * GLM-TRAN-TYPE      : TRN-TYPE THE MAPPING APPLIES TO
      * GLM-DEBIT-ACCOUNT  : GL ACCOUNT DEBITED FOR THE AMOUNT
      * GLM-CREDIT-ACCOUNT : GL ACCOUNT CREDITED FOR THE AMOUNT
      * GLM-DEBIT-SOURCE   : SUB-LEDGER FIGURE THE DEBIT ACCOUNT'S
      *                      BALANCE IS RECONCILED TO --
      *                      C=CLIENT CASH (PORT-CASH-BALANCE, OR THE
      *                        CSHBAL BUCKETS IN ONE CURRENCY)
      *                      P=COST OF HOLDINGS (POSCUR)
      *                      A=ACCRUED INCOME (ACRINT)
      *                      F=OPEN FEE RECEIVABLES (FEERECV)
      *                      SPACE=NOT RECONCILED (INCOME, EXPENSE
      *                        AND CLEARING ACCOUNTS)
      * GLM-DEBIT-CURRENCY : LIMITS THE SOURCE TO ONE CURRENCY FOR A
      *                      CURRENCY-SPECIFIC GL ACCOUNT; SPACES =
      *                      THE WHOLE BASE-CURRENCY FIGURE
      * GLM-CREDIT-SOURCE  : AS GLM-DEBIT-SOURCE, FOR THE CREDIT
      * GLM-CREDIT-CURRENCY: AS GLM-DEBIT-CURRENCY, FOR THE CREDIT
      * AN ACCOUNT NAMED ON SEVERAL MAPPINGS TAKES THE FIRST SOURCE
      * FOUND FOR IT IN TRANSACTION-TYPE ORDER.
      *****************************************************************
