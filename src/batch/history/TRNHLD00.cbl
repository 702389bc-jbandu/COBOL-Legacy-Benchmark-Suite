      * record HISTLD00 reads; the optional CYCPARM record scopes an
      * intraday load to its own cycle. Runs in the post-close group
      * of the daily sequence.
      * Maintenance Log:
      * 2026-10-15 - Loads the instructing party carried on a TRNE
      *              entry into the new TH_INSTR_PARTY column; an FE,
      *              whose instruction area holds its fee split, loads
      *              spaces.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNHLD00.
           MOVE TRN-AMOUNT        TO TH2-AMOUNT
           MOVE TRN-CURRENCY      TO TH2-CURRENCY
           MOVE WS-CURRENT-DATE-X TO TH2-PROCESS-DATE
           IF TRN-TYPE-FEE
               MOVE SPACES             TO TH2-INSTR-PARTY
           ELSE
               MOVE TRN-INSTR-PARTY-ID TO TH2-INSTR-PARTY
           END-IF

           EXEC SQL
               INSERT INTO TRNHIST
                      (TH_TRN_DATE, TH_TRN_TIME, TH_PORTFOLIO_ID,
                       TH_SEQUENCE_NO, TH_INVESTMENT_ID,
                       TH_TRN_TYPE, TH_QUANTITY, TH_PRICE,
                       TH_AMOUNT, TH_CURRENCY, TH_PROCESS_DATE,
                       TH_INSTR_PARTY)
               VALUES (:TH2-TRN-DATE, :TH2-TRN-TIME,
                       :TH2-PORTFOLIO-ID, :TH2-SEQUENCE-NO,
                       :TH2-INVESTMENT-ID, :TH2-TRN-TYPE,
                       :TH2-QUANTITY, :TH2-PRICE,
                       :TH2-AMOUNT, :TH2-CURRENCY,
                       :TH2-PROCESS-DATE, :TH2-INSTR-PARTY)
           END-EXEC

           EVALUATE SQLCODE
