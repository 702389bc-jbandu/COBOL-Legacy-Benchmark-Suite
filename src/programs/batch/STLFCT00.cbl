      * days per the holiday calendar. Any portfolio whose projected
      * cash balance goes negative before settlement completes is
      * flagged. Runs from RPTGEN00's end-of-day report pack.
      *
      * Maintenance Log:
      * 2026-10-15 - Accrued interest on a bond trade moves with the
      *              principal: paid out on a buy, part of the cash
      *              proceeds on a sell.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STLFCT00.
               ADD TRN-AMOUNT
                   TO WS-FCT-FLOW(WS-FCT-IX, WS-DAY-IX)
           END-IF

           IF (TRN-TYPE-BUY OR TRN-TYPE-SELL)
              AND TRN-ACCRUED-INT IS NUMERIC
               IF TRN-TYPE-BUY
                   SUBTRACT TRN-ACCRUED-INT
                       FROM WS-FCT-FLOW(WS-FCT-IX, WS-DAY-IX)
               ELSE
                   ADD TRN-ACCRUED-INT
                       TO WS-FCT-FLOW(WS-FCT-IX, WS-DAY-IX)
               END-IF
           END-IF
           .

       2100-FIND-SETTLEMENT-DAY.
