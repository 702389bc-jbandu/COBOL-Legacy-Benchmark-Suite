           05  WS-DLT-BEFORE       PIC X(400).
           05  WS-DLT-AFTER        PIC X(400).
           05  WS-DLT-DELTA        PIC X(400).
           05  WS-DLT-PORTFOLIO-ID PIC X(8).
           05  WS-DLT-HIST-DATE    PIC X(8).


       01  WS-COUNTERS.
