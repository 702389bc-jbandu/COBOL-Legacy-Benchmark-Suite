      *              shows (P170/P180); household members the user
      *              is not entitled to are skipped from the group
      *              view. The privacy audit's finding.
      * 2026-10-15 - Household member names now pass through IDMASK00
      *              at the display level INQONLN set, so the inquiry
      *              role sees them suppressed.
      *****************************************************************

       ENVIRONMENT DIVISION.
              88 WS-ENTITLED              VALUE 'Y'.
              88 WS-NOT-ENTITLED          VALUE 'N'.

      *----------------------------------------------------------------*
      * Identifier masking for the member lines.
      *----------------------------------------------------------------*
           COPY IDMASK.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY INQCOM.
           END-IF.

           MOVE PORT-ID OF WS-HH-PORTFOLIO TO WS-HHM-PORTFOLIO.
           MOVE INQCOM-MASK-LEVEL OF WS-COMMAREA TO MSK-LEVEL.
           MOVE SPACES TO MSK-ACCOUNT-NO.
           MOVE PORT-CLIENT-NAME OF WS-HH-PORTFOLIO
             TO MSK-CLIENT-NAME.
           CALL 'IDMASK00' USING IDMASK-REQUEST.
           MOVE MSK-CLIENT-NAME TO WS-HHM-CLIENT.
           MOVE PORT-TOTAL-VALUE OF WS-HH-PORTFOLIO
             TO WS-HHM-VALUE.
           MOVE PORT-CASH-BALANCE OF WS-HH-PORTFOLIO
