      *              RIDE BESIDE IT AND PORTTRAN CAPITALIZES THEM
      *              INTO THE LOT ON A BUY. RECORD GROWS TO 195
      *              BYTES -- FIXED-LENGTH IMAGES RESIZED AGAIN.
      * 2026-10-15 - ADDED TRN-BOND-DATA: ACCRUED INTEREST ON A BOND
      *              TRADE RIDES AS ITS OWN AMOUNT BESIDE THE
      *              PRINCIPAL -- PAID ON A BUY, RECEIVED ON A SELL,
      *              NEVER PART OF THE LOT'S COST BASIS. RECORD GROWS
      *              TO 200 BYTES, THE SIZE OF THE SUSPENSE AND
      *              QUARANTINE IMAGES; FIXED-LENGTH IMAGES RESIZED.
      * 2026-10-15 - ADDED TRN-STATUS-HELD: A DOLLAR-AMOUNT ORDER FOR A
      *              FORWARD-PRICED FUND IS HELD BY TRNVAL00 ON THE
      *              FNDORD FILE UNTIL ITS NAV IS KNOWN. THE UPDATE
      *              PASS SKIPS IT; MFDFIL00 BOOKS THE FILL AS A
      *              SEPARATE BU. RECORD LENGTH UNCHANGED.
      * 2026-10-15 - ADDED SF (SECURITIES LENDING FEE) INCOME TYPE:
      *              SLNINC00 POSTS THE MONTH'S ACCRUED LENDING FEE
      *              PER LOAN. POSTS LIKE DV/IN BUT STAYS DISTINCT SO
      *              LENDING INCOME CAN BE REPORTED ON ITS OWN. RECORD
      *              LENGTH UNCHANGED.
      * 2026-10-15 - ADDED RF (RECEIVE FREE) AND DF (DELIVER FREE) FOR
      *              SECURITIES MOVING IN FROM OR OUT TO ANOTHER FIRM
      *              WITH NO CASH AGAINST THEM. TRN-FOP-DATA REDEFINES
      *              TRN-CHARGE-DATA (A FREE MOVEMENT HAS NO BROKER
      *              CHARGES) FOR THE CONTRA FIRM AND, ON A RECEIPT,
      *              THE ORIGINAL ACQUISITION DATE. RECORD LENGTH
      *              UNCHANGED.
      * 2026-10-15 - ADDED TRN-INSTR-PARTY-ID: THE AUTHORIZED PARTY
      *              (AUTHPTY) WHO INSTRUCTED A TRADE OR CASH MOVEMENT
      *              KEYED ON THE TRNE SCREEN. TRN-INSTRUCTION-DATA
      *              REDEFINES THE FEE-SPLIT ENTRIES -- ONLY AN FE
      *              IS EVER SPLIT, AND AN FE IS NEVER INSTRUCTED BY
      *              A CLIENT PARTY. RECORD LENGTH UNCHANGED.
      * 2026-10-15 - ADDED WR (WITHHOLDING TAX REFUND) INCOME TYPE:
      *              WHTRCV00 CREDITS A FOREIGN TAX RECLAIM REFUND TO
      *              THE CLIENT WHEN THE AUTHORITY PAYS IT. POSTS LIKE
      *              DV/IN BUT IS NEVER ITSELF WITHHELD. RECORD
      *              LENGTH UNCHANGED.
      * 2026-10-15 - ADDED RB (FUND REBATE) INCOME TYPE: RBTALC00
      *              CREDITS EACH HOLDER ITS PRO-RATA SHARE OF THE
      *              TRAILER FEES AND REBATES A FUND COMPANY PAYS THE
      *              FIRM. POSTS LIKE DV/IN BUT IS NEVER WITHHELD.
      *              RECORD LENGTH UNCHANGED.
      * 2026-10-15 - ADDED RD (COMPLAINT REDRESS) CASH CREDIT: CPLAGE00
      *              PAYS THE REDRESS A SUPERVISOR APPROVED ON AN
      *              UPHELD COMPLAINT. POSTS LIKE DP, NO INSTRUMENT.
      *              RECORD LENGTH UNCHANGED.
      *****************************************************************
       01  TRANSACTION-RECORD.
           05  TRN-KEY.
                   88  TRN-TYPE-FXC     VALUE 'FX'.
                   88  TRN-TYPE-SHORT   VALUE 'SS'.
                   88  TRN-TYPE-COVER   VALUE 'BC'.
                   88  TRN-TYPE-SLF     VALUE 'SF'.
                   88  TRN-TYPE-WHTR    VALUE 'WR'.
                   88  TRN-TYPE-RBT     VALUE 'RB'.
                   88  TRN-TYPE-RDR     VALUE 'RD'.
                   88  TRN-TYPE-RCVF    VALUE 'RF'.
                   88  TRN-TYPE-DLVF    VALUE 'DF'.
                   88  TRN-TYPE-FREE    VALUE 'RF' 'DF'.
               10  TRN-QUANTITY       PIC S9(11)V9(4) COMP-3.
               10  TRN-PRICE         PIC S9(11)V9(4) COMP-3.
               10  TRN-AMOUNT        PIC S9(13)V9(2) COMP-3.
                   88  TRN-STATUS-DONE   VALUE 'D'.
                   88  TRN-STATUS-FAIL   VALUE 'F'.
                   88  TRN-STATUS-REV    VALUE 'R'.
                   88  TRN-STATUS-HELD   VALUE 'H'.
               10  TRN-TO-PORTFOLIO-ID PIC X(08).
           05  TRN-AUDIT.
               10  TRN-PROCESS-DATE  PIC X(26).
               10  TRN-PROCESS-USER  PIC X(08).
           05  TRN-FEE-SPLIT.
               10  TRN-FEE-SPLIT-COUNT PIC 9(02).
               10  TRN-FEE-SPLIT-ENTRIES.
                   15  TRN-FEE-SPLIT-TABLE OCCURS 2 TIMES.
                       20  TRN-SPLIT-PORTFOLIO-ID PIC X(08).
                       20  TRN-SPLIT-AMOUNT PIC S9(13)V9(2) COMP-3.
               10  TRN-INSTRUCTION-DATA
                       REDEFINES TRN-FEE-SPLIT-ENTRIES.
                   15  TRN-INSTR-PARTY-ID  PIC X(08).
                   15  FILLER              PIC X(24).
               10  TRN-SETTLEMENT-DATE  PIC X(08).
           05  TRN-LOT-SELECTION.
               10  TRN-LOT-METHOD      PIC X(01).
               10  TRN-COMMISSION      PIC S9(9)V9(2) COMP-3.
               10  TRN-EXCH-FEE        PIC S9(9)V9(2) COMP-3.
               10  TRN-OTHER-CHARGE    PIC S9(9)V9(2) COMP-3.
           05  TRN-FOP-DATA REDEFINES TRN-CHARGE-DATA.
               10  TRN-CONTRA-FIRM     PIC X(08).
               10  TRN-ACQUIRED-DATE   PIC X(08).
               10  FILLER              PIC X(06).
           05  TRN-BOND-DATA.
               10  TRN-ACCRUED-INT     PIC S9(7)V9(2) COMP-3.
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * TRN-DATE        : TRANSACTION DATE (YYYYMMDD)
      *                   CG=CAPITAL GAINS DISTRIBUTION (POSTS AS
      *                   INCOME, KEPT DISTINCT FOR TAX REPORTING),
      *                   SS=SHORT SALE (POSITION GOES NEGATIVE),
      *                   BC=BUY TO COVER (CLOSES SHORT LOTS),
      *                   SF=SECURITIES LENDING FEE (POSTS AS
      *                   INCOME; TRN-INVESTMENT-ID IS THE SECURITY
      *                   LENT, TRN-BROKER-REF THE BORROWER),
      *                   RF=RECEIVE FREE, DF=DELIVER FREE (UNITS IN
      *                   FROM / OUT TO ANOTHER FIRM, NO CASH),
      *                   WR=WITHHOLDING TAX REFUND (POSTS AS INCOME,
      *                   NOT WITHHELD; TRN-BROKER-REF CARRIES THE
      *                   RECLAIM CLAIM IT PAYS),
      *                   RB=FUND REBATE (POSTS AS INCOME, NOT
      *                   WITHHELD; TRN-INVESTMENT-ID IS THE FUND,
      *                   TRN-BROKER-REF THE FUND COMPANY),
      *                   RD=COMPLAINT REDRESS (CASH CREDIT LIKE DP;
      *                   TRN-BROKER-REF CARRIES THE COMPLAINT KEY)
      * TRN-STATUS      : P=PENDING, D=DONE, F=FAILED, R=REVERSED,
      *                   H=HELD (FUND ORDER AWAITING ITS NAV)
      * TRN-TO-PORTFOLIO-ID : DESTINATION PORTFOLIO FOR TR TRANSFERS
      * TRN-FEE-SPLIT-COUNT : NUMBER OF ADDITIONAL PORTFOLIOS SHARING
      *                       A FE TRANSACTION'S COST, BEYOND THE
      * TRN-SPLIT-PORTFOLIO-ID : AN ADDITIONAL PORTFOLIO SHARING THE
      *                          FEE, WHEN TRN-FEE-SPLIT-COUNT > 0
      * TRN-SPLIT-AMOUNT       : AMOUNT ALLOCATED TO THAT PORTFOLIO
      * TRN-INSTR-PARTY-ID  : ON A NON-FE ENTRY, THE AUTHPTY PARTY
      *                       WHO INSTRUCTED IT; SPACES WHEN THE
      *                       ENTRY WAS NOT CLIENT-INSTRUCTED
      * TRN-SETTLEMENT-DATE : DATE THE TRANSACTION SETTLES (YYYYMMDD).
      *                       MAY BE LATER THAN TRN-DATE (TRADE DATE);
      *                       THE POSITION CHANGE POSTS TO POSITION-
      * TRN-OTHER-CHARGE    : ANY OTHER CHARGE THE BROKER PASSED ON;
      *                       ALL THREE CAPITALIZE INTO THE LOT ON A
      *                       BUY AND REDUCE PROCEEDS ON A SELL
      * TRN-ACCRUED-INT     : ON A BU/SL OF A COUPON-BEARING ISSUE,
      *                       THE INTEREST ACCRUED SINCE THE LAST
      *                       COUPON THROUGH SETTLEMENT -- PAID TO
      *                       THE SELLER ON A BUY (RECOVERED FROM
      *                       THE FIRST COUPON, NOT INCOME), ADDED TO
      *                       CASH PROCEEDS ON A SELL. FROM THE
      *                       BROKER FEED WHEN SUPPLIED, OTHERWISE
      *                       COMPUTED BY TRNVAL00. ZERO FOR EQUITIES
      * TRN-CONTRA-FIRM     : ON RF/DF, THE OTHER FIRM'S CLEARING
      *                       NUMBER THE UNITS COME FROM OR GO TO
      * TRN-ACQUIRED-DATE   : ON RF, THE DATE THE CLIENT ORIGINALLY
      *                       ACQUIRED THE UNITS (YYYYMMDD); THE NEW
      *                       LOT OPENS ON IT. TRN-AMOUNT CARRIES THE
      *                       COST BASIS SUPPLIED WITH THE TRANSFER,
      *                       TRN-PRICE IS NOT USED. ON DF, TRN-AMOUNT
      *                       IS THE VALUE DELIVERED, FOR THE LEDGER
      *                       AND STATEMENT ONLY (TRNVAL00 STRIKES IT
      *                       FROM THE HOLDING'S LAST VALUATION WHEN
      *                       NONE IS SUPPLIED); THE LOTS GO BY
      *                       PORT-LOT-METHOD AND NO GAIN IS BOOKED
      ***************************************************************** 
