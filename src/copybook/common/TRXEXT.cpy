      *****************************************************************
      * REGULATORY TRANSACTION REPORT FILE RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * The fixed-format file of executed trades TRXEXT00 sends the
      * regulator each night for the next-business-day deadline: a
      * header naming the reporting firm, one detail per new or
      * cancelled transaction report, and a trailer of record counts
      * the regulator proves the file against. The detail layout is
      * also the image TRXREG keeps of the report last submitted.
      *****************************************************************
       01  TRX-EXTRACT-RECORD.
           05  TXE-RECORD-TYPE        PIC X(01).
               88  TXE-TYPE-HEADER        VALUE 'H'.
               88  TXE-TYPE-DETAIL        VALUE 'D'.
               88  TXE-TYPE-TRAILER       VALUE 'T'.
           05  TXE-DETAIL.
               10  TXE-ACTION         PIC X(04).
                   88  TXE-ACTION-NEW         VALUE 'NEWT'.
                   88  TXE-ACTION-CANCEL      VALUE 'CANC'.
               10  TXE-TRANS-REF      PIC X(28).
               10  TXE-EXEC-ENTITY    PIC X(20).
               10  TXE-CLIENT-ID-TYPE PIC X(01).
                   88  TXE-CLIENT-LEI         VALUE 'L'.
                   88  TXE-CLIENT-NATIONAL    VALUE 'N'.
               10  TXE-CLIENT-ID      PIC X(20).
               10  TXE-BUY-SELL       PIC X(01).
                   88  TXE-BUY                VALUE 'B'.
                   88  TXE-SELL               VALUE 'S'.
               10  TXE-SHORT-SALE     PIC X(04).
               10  TXE-EXEC-BROKER    PIC X(04).
               10  TXE-TRADE-DATE     PIC X(08).
               10  TXE-TRADE-TIME     PIC X(06).
               10  TXE-INSTR-ID-TYPE  PIC X(01).
                   88  TXE-INSTR-ISIN         VALUE 'I'.
                   88  TXE-INSTR-CUSIP        VALUE 'C'.
                   88  TXE-INSTR-INTERNAL     VALUE 'N'.
               10  TXE-INSTR-ID       PIC X(12).
               10  TXE-QUANTITY       PIC 9(11)V9(4).
               10  TXE-PRICE          PIC 9(11)V9(4).
               10  TXE-CURRENCY       PIC X(03).
               10  TXE-NET-AMOUNT     PIC 9(13)V9(2).
               10  TXE-VENUE          PIC X(04).
           05  FILLER                 PIC X(38).
       01  TRX-EXTRACT-HEADER REDEFINES TRX-EXTRACT-RECORD.
           05  FILLER                 PIC X(01).
           05  TXE-HDR-ENTITY         PIC X(20).
           05  TXE-HDR-FILE-DATE      PIC X(08).
           05  TXE-HDR-FILE-TIME      PIC X(06).
           05  FILLER                 PIC X(165).
       01  TRX-EXTRACT-TRAILER REDEFINES TRX-EXTRACT-RECORD.
           05  FILLER                 PIC X(01).
           05  TXE-TRL-RECORD-COUNT   PIC 9(09).
           05  TXE-TRL-NEW-COUNT      PIC 9(09).
           05  TXE-TRL-CANCEL-COUNT   PIC 9(09).
           05  FILLER                 PIC X(172).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * TXE-ACTION         : NEWT=NEW REPORT, CANC=CANCELS THE REPORT
      *                      OF THE SAME TRANSACTION REFERENCE
      * TXE-TRANS-REF      : OUR UNIQUE REFERENCE -- THE TRN-KEY
      * TXE-EXEC-ENTITY    : REPORTING FIRM'S LEI (TRXPARM)
      * TXE-CLIENT-ID-TYPE : L=LEI, N=NATIONAL CLIENT IDENTIFIER
      * TXE-CLIENT-ID      : KYC-REG-CLIENT-ID OF THE CLIENT
      * TXE-SHORT-SALE     : SESH ON A SHORT SALE, ELSE SPACES
      * TXE-EXEC-BROKER    : TRN-EXEC-BROKER THE TRADE WENT THROUGH
      * TXE-TRADE-DATE/TIME: EXECUTION TIMESTAMP (TRN-DATE/TRN-TIME)
      * TXE-INSTR-ID       : ISIN, ELSE CUSIP, ELSE OUR SEC-ID
      * TXE-NET-AMOUNT     : TRN-AMOUNT, UNSIGNED
      * TXE-VENUE          : SEC-MARKET OF THE INSTRUMENT
      * TXE-TRL-*          : DETAILS IN THE FILE, AND OF THEM NEW
      *                      AND CANCELLATION REPORTS
      *****************************************************************
