      *****************************************************************
      * CUSTODIAN SETTLEMENT INSTRUCTION RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * One entry per posted trade leg STLMSG00 has instructed the
      * custodian to settle, keyed the way the UNSETL ledger entry
      * for the leg is, so a fail STLCNF00 ages can be traced to the
      * instruction behind it. The entry holds the figures last
      * instructed, the reference of the last message sent for the
      * leg (an alternate key, so the custodian's acknowledgement
      * finds its instruction) and what the custodian said about
      * it. A reversal sends a cancellation and the entry keeps the
      * cancelled message's reference in SIN-PREV-REF; a re-posting
      * with different figures cancels and replaces it the same way.
      * The entry keyed '*MSGCTL' holds the last message number
      * issued, the way SANREG's '*LISTCTL' entry stands apart from
      * its names.
      *****************************************************************
       01  SETTLEMENT-INSTRUCTION-RECORD.
           05  SIN-KEY.
               10  SIN-PORTFOLIO-ID   PIC X(08).
               10  SIN-INVESTMENT-ID  PIC X(10).
               10  SIN-TRADE-DATE     PIC X(08).
               10  SIN-SEQUENCE-NO    PIC X(06).
           05  SIN-MSG-REF            PIC X(16).
           05  SIN-DATA.
               10  SIN-TRN-TYPE       PIC X(02).
               10  SIN-MSG-TYPE       PIC X(03).
                   88  SIN-RECEIVE-FREE       VALUE '540'.
                   88  SIN-RECEIVE-VS-PAY     VALUE '541'.
                   88  SIN-DELIVER-FREE       VALUE '542'.
                   88  SIN-DELIVER-VS-PAY     VALUE '543'.
                   88  SIN-AGAINST-PAYMENT    VALUE '541' '543'.
                   88  SIN-RECEIVE            VALUE '540' '541'.
               10  SIN-SETTLE-DATE    PIC X(08).
               10  SIN-QUANTITY       PIC S9(11)V9(4) COMP-3.
               10  SIN-AMOUNT         PIC S9(13)V9(2) COMP-3.
               10  SIN-CURRENCY       PIC X(03).
               10  SIN-COUNTERPARTY   PIC X(08).
               10  SIN-PSET           PIC X(11).
               10  SIN-FUNCTION       PIC X(01).
                   88  SIN-FUNC-NEW           VALUE 'N'.
                   88  SIN-FUNC-AMEND         VALUE 'M'.
                   88  SIN-FUNC-CANCEL        VALUE 'C'.
               10  SIN-PREV-REF       PIC X(16).
               10  SIN-SENT-DATE      PIC X(08).
               10  SIN-STATUS         PIC X(01).
                   88  SIN-STATUS-SENT        VALUE 'S'.
                   88  SIN-STATUS-ACCEPTED    VALUE 'A'.
                   88  SIN-STATUS-REJECTED    VALUE 'R'.
               10  SIN-STATUS-DATE    PIC X(08).
               10  SIN-REJECT-REASON  PIC X(04).
               10  SIN-REJECT-TEXT    PIC X(35).
               10  SIN-AMEND-COUNT    PIC 9(02).
           05  SIN-CONTROL-DATA REDEFINES SIN-DATA.
               10  SIN-CTL-LAST-MSG-NO PIC 9(14).
               10  FILLER             PIC X(112).
           05  SIN-FILLER             PIC X(20).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * SIN-KEY           : PORTFOLIO/INVESTMENT/TRADE DATE AND
      *                     TRN-SEQUENCE-NO -- THE UNS-KEY OF THE LEG
      * SIN-MSG-REF       : SENDER'S REFERENCE OF THE LAST MESSAGE
      *                     SENT FOR THE LEG ('SI' + MESSAGE NUMBER)
      * SIN-TRN-TYPE      : TRN-TYPE OF THE ORIGINATING TRADE
      * SIN-MSG-TYPE      : 540 RECEIVE FREE, 541 RECEIVE AGAINST
      *                     PAYMENT, 542 DELIVER FREE, 543 DELIVER
      *                     AGAINST PAYMENT
      * SIN-AMOUNT        : SETTLEMENT AMOUNT (PRINCIPAL PLUS ACCRUED
      *                     INTEREST); ZERO FOR A FREE LEG
      * SIN-COUNTERPARTY  : EXECUTING BROKER, CONTRA FIRM, OR FOR AN
      *                     INTERNAL TRANSFER THE OTHER PORTFOLIO
      * SIN-PSET          : PLACE OF SETTLEMENT INSTRUCTED
      * SIN-FUNCTION      : N=NEW, M=AMENDED (REPLACES SIN-PREV-REF),
      *                     C=CANCELLED (CANCELS SIN-PREV-REF)
      * SIN-SENT-DATE     : PROCESSING DATE THE LAST MESSAGE WENT OUT
      * SIN-STATUS        : S=SENT AWAITING ACKNOWLEDGEMENT,
      *                     A=ACCEPTED, R=REJECTED BY THE CUSTODIAN
      * SIN-REJECT-*      : CUSTODIAN'S REASON CODE AND NARRATIVE
      * SIN-AMEND-COUNT   : TIMES THE INSTRUCTION HAS BEEN REPLACED
      * SIN-CTL-*         : ON THE '*MSGCTL' ENTRY ONLY
      *****************************************************************
