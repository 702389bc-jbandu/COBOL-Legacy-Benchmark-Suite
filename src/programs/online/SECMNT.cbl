      *   authorizes at UPDATE level -- inquiry roles never get here  *
      * - Writes a before/after audit entry for every change, the     *
      *   same unified audit record the rest of maintenance writes    *
      *****************************************************************
      * Maintenance Log:
      * 2026-10-15 - The issuer ID and sector code are maintained from
      *              the screen with the rest of the entry.
      * 2026-10-15 - A hand change to an existing entry sets the
      *              manual-override flag of each field group it
      *              touched, so the nightly vendor load holds it;
      *              INQCOM-SEC-OVR-RELEASE clears them again.
      * 2026-10-15 - A new entry goes on as a fixed-rate instrument
      *              with its floating-rate terms cleared; those
      *              terms arrive with the vendor security load.
      * 2026-10-15 - A new entry also goes on with its option terms
      *              cleared; an option's contract terms arrive with
      *              the vendor security load.
      *****************************************************************

       ENVIRONMENT DIVISION.
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
              SET WS-ENTRY-EXISTED TO TRUE
              MOVE SECURITY-RECORD TO WS-BEFORE-IMAGE
              PERFORM P210-MARK-OVERRIDES
                 THRU P210-EXIT
           ELSE
              MOVE SPACES TO SEC-MANUAL-OVERRIDES
              INITIALIZE SEC-FLOATING-RATE
              INITIALIZE SEC-OPTION-TERMS
           END-IF.

           IF INQCOM-SEC-RELEASE-OVR OF WS-COMMAREA
              MOVE SPACES TO SEC-MANUAL-OVERRIDES
           END-IF.

           MOVE INQCOM-SEC-ID OF WS-COMMAREA       TO SEC-ID.
           MOVE INQCOM-SEC-NEXT-CPN OF WS-COMMAREA
             TO SEC-NEXT-COUPON-DATE.
           MOVE INQCOM-SEC-RISK OF WS-COMMAREA     TO SEC-RISK-RATING.
           MOVE INQCOM-SEC-ISSUER OF WS-COMMAREA   TO SEC-ISSUER-ID.
           MOVE INQCOM-SEC-SECTOR OF WS-COMMAREA   TO SEC-SECTOR-CODE.

           MOVE FUNCTION CURRENT-DATE TO SEC-LAST-MAINT-DATE.

       P200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Compare the screen against the entry on file, group by group;
      * any group keyed differently is now a manual override.
      *----------------------------------------------------------------*
       P210-MARK-OVERRIDES.
           IF INQCOM-SEC-DESC OF WS-COMMAREA NOT = SEC-DESCRIPTION
              MOVE 'Y' TO SEC-OVR-DESCRIPTION
           END-IF.

           IF INQCOM-SEC-TYPE OF WS-COMMAREA NOT = SEC-INSTR-TYPE
              OR INQCOM-SEC-MARKET OF WS-COMMAREA NOT = SEC-MARKET
              OR INQCOM-SEC-CURRENCY OF WS-COMMAREA NOT = SEC-CURRENCY
              OR INQCOM-SEC-DECIMALS OF WS-COMMAREA
                 NOT = SEC-PRICE-DECIMALS
              MOVE 'Y' TO SEC-OVR-INSTRUMENT
           END-IF.

           IF INQCOM-SEC-STATUS OF WS-COMMAREA NOT = SEC-STATUS
              MOVE 'Y' TO SEC-OVR-STATUS
           END-IF.

           IF INQCOM-SEC-MATURITY OF WS-COMMAREA
                 NOT = SEC-MATURITY-DATE
              OR INQCOM-SEC-REDEMPTION OF WS-COMMAREA
                 NOT = SEC-REDEMPTION-VALUE
              MOVE 'Y' TO SEC-OVR-MATURITY
           END-IF.

           IF INQCOM-SEC-COUPON OF WS-COMMAREA
                 NOT = SEC-COUPON-AMOUNT
              OR INQCOM-SEC-FREQ-MTHS OF WS-COMMAREA
                 NOT = SEC-COUPON-FREQ-MTHS
              OR INQCOM-SEC-NEXT-CPN OF WS-COMMAREA
                 NOT = SEC-NEXT-COUPON-DATE
              MOVE 'Y' TO SEC-OVR-COUPON
           END-IF.

           IF INQCOM-SEC-RISK OF WS-COMMAREA NOT = SEC-RISK-RATING
              MOVE 'Y' TO SEC-OVR-RISK
           END-IF.

           IF INQCOM-SEC-ISSUER OF WS-COMMAREA NOT = SEC-ISSUER-ID
              OR INQCOM-SEC-SECTOR OF WS-COMMAREA
                 NOT = SEC-SECTOR-CODE
              MOVE 'Y' TO SEC-OVR-CLASS
           END-IF.
       P210-EXIT.
           EXIT.

       P300-WRITE-AUDIT.
           INITIALIZE AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
