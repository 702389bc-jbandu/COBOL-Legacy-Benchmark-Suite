      *              Added it, plus the new CURS-ROW-LENGTH CURSMGR now
      *              needs to size CURS-DATA-LENGTH off the rows
      *              actually fetched instead of the full buffer.
      * 2026-10-15 - Each history row now shows the authorized party
      *              who instructed the entry (POSHIST INSTR_PARTY);
      *              WS-ENTRY-LENGTH grows from 32 to 40 with it.
      *****************************************************************

       ENVIRONMENT DIVISION.
              10 WS-TRANS-UNITS   PIC S9(9)V99 COMP-3.
              10 WS-TRANS-PRICE   PIC S9(9)V99 COMP-3.
              10 WS-TRANS-AMOUNT  PIC S9(9)V99 COMP-3.
              10 WS-TRANS-PARTY   PIC X(8).
              
       01  WS-FLAGS.
           05 WS-RESPONSE-CODE    PIC S9(8) COMP.
           05 WS-PAGE-OFFSET      PIC S9(8) COMP VALUE 0.
           05 WS-OFFSET-DISPLAY   PIC 9(8).
           05 WS-PAGESIZE-DISPLAY PIC 9(4).
           05 WS-ENTRY-LENGTH     PIC S9(4) COMP VALUE 40.
           05 WS-ROWS-RETURNED    PIC S9(4) COMP VALUE 0.
           05 WS-LAST-PAGE-SW     PIC X VALUE 'N'.
              88 LAST-PAGE-REACHED    VALUE 'Y'.

           STRING 'SELECT TRANS_DATE, TRANS_TYPE, TRANS_UNITS, '
                     DELIMITED BY SIZE
                  'TRANS_PRICE, TRANS_AMOUNT, INSTR_PARTY '
                     DELIMITED BY SIZE
                  'FROM POSHIST '
                     DELIMITED BY SIZE
