      *              HSTPARM parameter record instead of being
      *              hardcoded; a missing or zero parameter record
      *              keeps the original default of 1000.
      * 2026-10-15 - Carries the instructing party from the history
      *              extract into the new POSHIST INSTR_PARTY column
      *              the INQH screen displays.
      * 2026-10-15 - Stamps each row with the date it was loaded and
      *              this program's name, so TAXCOR00 can find
      *              prior-year postings and reversals that arrived
      *              after the year's tax forms went out.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTLD00.
           05  WS-COMMIT-COUNT       PIC S9(4) COMP VALUE 0.
           
       01  WS-COMMIT-THRESHOLD       PIC S9(4) COMP VALUE 1000.

      *    Load date in the table's YYYY-MM-DD form, set once a run.
       01  WS-LOAD-DATE              PIC X(10).
       01  WS-LOAD-DATE-NUM          PIC X(08).
       

      *----------------------------------------------------------------*
           PERFORM 1200-CONNECT-DB2
           PERFORM 1300-INIT-CHECKPOINTS
           PERFORM 1400-LOAD-CONFIG

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LOAD-DATE-NUM
           STRING WS-LOAD-DATE-NUM(1:4) '-'
                  WS-LOAD-DATE-NUM(5:2) '-'
                  WS-LOAD-DATE-NUM(7:2)
               DELIMITED BY SIZE INTO WS-LOAD-DATE
           .
           
       2000-PROCESS.
           MOVE TH-TOTAL-AMOUNT  TO PH-TOTAL-AMOUNT
           MOVE TH-COST-BASIS    TO PH-COST-BASIS
           MOVE TH-GAIN-LOSS     TO PH-GAIN-LOSS
           MOVE TH-INSTR-PARTY   TO PH-INSTR-PARTY
           MOVE WS-LOAD-DATE     TO PH-PROCESS-DATE
           MOVE 'HISTLD00'       TO PH-PROGRAM-ID
           
           EXEC SQL
               INSERT INTO POSHIST
