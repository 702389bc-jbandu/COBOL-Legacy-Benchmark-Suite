               10  FILLER            PIC X(8) VALUE 'ACCTCLS0'.
               10  FILLER            PIC X(8) VALUE 'TRNHLD00'.
               10  FILLER            PIC X(8) VALUE 'RUNTRD00'.
               10  FILLER            PIC X(8) VALUE 'BNDCAL00'.
               10  FILLER            PIC X(8) VALUE 'FRNRST00'.
               10  FILLER            PIC X(8) VALUE 'OPTEXP00'.
               10  FILLER            PIC X(8) VALUE 'FWDSTL00'.
               10  FILLER            PIC X(8) VALUE 'MFDFIL00'.
               10  FILLER            PIC X(8) VALUE 'MGNCAL00'.
               10  FILLER            PIC X(8) VALUE 'SLNMGR00'.
               10  FILLER            PIC X(8) VALUE 'POLNAV00'.
               10  FILLER            PIC X(8) VALUE 'PAYACT00'.
               10  FILLER            PIC X(8) VALUE 'SANSCR00'.
               10  FILLER            PIC X(8) VALUE 'MTGENT00'.
               10  FILLER            PIC X(8) VALUE 'GLRCN00 '.
               10  FILLER            PIC X(8) VALUE 'TAXCOR00'.
               10  FILLER            PIC X(8) VALUE 'STLMSG00'.
               10  FILLER            PIC X(8) VALUE 'TRXEXT00'.
               10  FILLER            PIC X(8) VALUE 'CPLAGE00'.
               10  FILLER            PIC X(8) VALUE 'SECEXC00'.
           05  SEQ-MONTH-END.
               10  FILLER            PIC X(8) VALUE 'MECLS00 '.
               10  FILLER            PIC X(8) VALUE 'MERPT00 '.
               10  FILLER            PIC X(8) VALUE 'CTRRPT00'.
               10  FILLER            PIC X(8) VALUE 'SECRVW00'.
               10  FILLER            PIC X(8) VALUE 'STMBAL00'.
               10  FILLER            PIC X(8) VALUE 'RSKRPT00'.
               10  FILLER            PIC X(8) VALUE 'SLNINC00'.
               10  FILLER            PIC X(8) VALUE 'RMDCAL00'.
               10  FILLER            PIC X(8) VALUE 'KYCRPT00'.
               10  FILLER            PIC X(8) VALUE 'PCLRPT00'.
               10  FILLER            PIC X(8) VALUE 'CHNSRV00'.
               10  FILLER            PIC X(8) VALUE 'WHTCLM00'.
               10  FILLER            PIC X(8) VALUE 'WHTAGE00'.
               10  FILLER            PIC X(8) VALUE 'RBTALC00'.
               10  FILLER            PIC X(8) VALUE 'ADVBOB00'.
               10  FILLER            PIC X(8) VALUE 'ADVPAY00'.
               10  FILLER            PIC X(8) VALUE 'FLWRPT00'.
               10  FILLER            PIC X(8) VALUE 'PFTRPT00'.
               10  FILLER            PIC X(8) VALUE 'CMPRTN00'.
               10  FILLER            PIC X(8) VALUE 'HLDFIL00'.
               10  FILLER            PIC X(8) VALUE 'CPLRPT00'.
      *    Year-end close stream (PSR-FREQ 'A' + PSR-MONTH-END on
      *    the sequence records) -- dispatched after the December
      *    month-end close: the close freezes the year-end picture
           05  SEQ-YEAR-END.
               10  FILLER            PIC X(8) VALUE 'YECLS00 '.
               10  FILLER            PIC X(8) VALUE 'TAXEXT00'.
               10  FILLER            PIC X(8) VALUE 'INCEXT00'. 
               10  FILLER            PIC X(8) VALUE 'CSTDSC00'.
