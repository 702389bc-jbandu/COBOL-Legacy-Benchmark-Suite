      *****************************************************************
      * GENERAL LEDGER TRIAL BALANCE RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * The inbound half of the GL interface GLEXT00 sends the
      * journal half of: the GL system's closing balance of each of
      * its accounts as of the date stated, one line per account,
      * closed by a trailer carrying the line count and the debit
      * and credit totals. Read by GLRCN00 to prove the GL still
      * agrees with our own books.
      *****************************************************************
       01  GL-TRIAL-BALANCE-RECORD.
           05  GTB-RECORD-TYPE        PIC X(01).
               88  GTB-TYPE-BALANCE       VALUE 'B'.
               88  GTB-TYPE-TRAILER       VALUE 'T'.
           05  GTB-ACCOUNT            PIC X(10).
           05  GTB-DR-CR              PIC X(01).
               88  GTB-DEBIT              VALUE 'D'.
               88  GTB-CREDIT             VALUE 'C'.
           05  GTB-BALANCE            PIC 9(15)V9(02).
           05  GTB-AS-OF-DATE         PIC X(08).
           05  GTB-FILLER             PIC X(43).

       01  GL-TRIAL-BALANCE-TRAILER REDEFINES GL-TRIAL-BALANCE-RECORD.
           05  FILLER                 PIC X(01).
           05  GTB-TRL-LINE-COUNT     PIC 9(09).
           05  GTB-TRL-DEBIT-TOTAL    PIC 9(15)V9(02).
           05  GTB-TRL-CREDIT-TOTAL   PIC 9(15)V9(02).
           05  FILLER                 PIC X(36).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * GTB-ACCOUNT        : GL ACCOUNT NUMBER, AS ON GLMAP
      * GTB-DR-CR          : SIDE THE BALANCE FALLS ON, D OR C
      * GTB-BALANCE        : CLOSING BALANCE (UNSIGNED)
      * GTB-AS-OF-DATE     : POSTING DATE THE BALANCE IS STRUCK AT --
      *                      THE LAST GLJRNL BATCH THE GL HAS TAKEN
      * GTB-TRL-LINE-COUNT : NUMBER OF BALANCE LINES SENT
      *****************************************************************
