           05  PH-PROGRAM-ID        PIC X(8).
           05  PH-USER-ID           PIC X(8).
           05  PH-AUDIT-TIMESTAMP   PIC X(26).
           05  PH-INSTR-PARTY       PIC X(8).
      
      *----------------------------------------------------------------*
      * Transaction History Table -- the cycle's posted transactions
      * loaded by TRNHLD00, searched across portfolios by the online
      * security search. TH2-INSTR-PARTY is the authorized party who
      * instructed a TRNE entry (spaces when none did).
      *----------------------------------------------------------------*
       01  TRNHIST-RECORD.
           05  TH2-TRN-DATE         PIC X(8).
           05  TH2-AMOUNT           PIC S9(13)V9(2) COMP-3.
           05  TH2-CURRENCY         PIC X(3).
           05  TH2-PROCESS-DATE     PIC X(10).
           05  TH2-INSTR-PARTY      PIC X(8).

      *----------------------------------------------------------------*
      * Error Log Table
