      * - Adds or replaces one CLICON contact entry from the CMNT      *
      *   screen fields, with effective dating carried as entered     *
      * - Verifies the portfolio exists before accepting anything     *
      * - Records mail returned undeliverable against a legal or      *
      *   mailing entry (R), and clears the flag only with a verified *
      *   new address keyed (C); a plain replace leaves the flag be   *
      * - Writes a before/after audit entry to the unified audit      *
      *   file for every change                                       *
      *****************************************************************
           05 WS-EXISTED-SW           PIC X VALUE 'N'.
              88 WS-ENTRY-EXISTED         VALUE 'Y'.
              88 WS-ENTRY-NEW             VALUE 'N'.
           05 WS-REJECTED-SW          PIC X VALUE 'N'.
              88 WS-CHANGE-REJECTED       VALUE 'Y'.

       01  WS-WORK-AREAS.
           05 WS-BEFORE-IMAGE         PIC X(400).
           05 WS-USER-ID              PIC X(8).
           05 WS-CURRENT-TS           PIC X(21).
           05 WS-TODAY                PIC X(8).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           IF INQCOM-ERROR-MSG OF WS-COMMAREA = SPACES
              PERFORM P200-APPLY-CHANGE
                 THRU P200-EXIT
              IF NOT WS-CHANGE-REJECTED
                 PERFORM P300-WRITE-AUDIT
                    THRU P300-EXIT
              END-IF
           END-IF.

           MOVE WS-COMMAREA TO DFHCOMMAREA.
              GO TO P100-EXIT
           END-IF.

           IF NOT INQCOM-CLC-SAVE OF WS-COMMAREA
              AND NOT INQCOM-CLC-RECORD-RETURN OF WS-COMMAREA
              AND NOT INQCOM-CLC-CLEAR-RETURN OF WS-COMMAREA
              MOVE 'Mail action must be blank, R or C'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              GO TO P100-EXIT
           END-IF.

      *    Returned mail is only ever sent to a legal or mailing
      *    address; interested parties are not posted statements.
           IF NOT INQCOM-CLC-SAVE OF WS-COMMAREA
              AND INQCOM-CLC-TYPE OF WS-COMMAREA = 'I'
              MOVE 'Returned mail applies to L or M entries only'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              GO TO P100-EXIT
           END-IF.

           IF INQCOM-CLC-SAVE OF WS-COMMAREA
              AND INQCOM-CLC-EFF-FROM OF WS-COMMAREA = SPACES
              MOVE 'Effective-from date is required'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
           END-IF.
              MOVE CLIENT-CONTACT-RECORD TO WS-BEFORE-IMAGE
           END-IF.

           EXEC CICS ASSIGN
                     USERID(WS-USER-ID)
           END-EXEC.

           IF INQCOM-CLC-RECORD-RETURN OF WS-COMMAREA
              PERFORM P210-RECORD-RETURN
                 THRU P210-EXIT
              GO TO P200-EXIT
           END-IF.

           IF INQCOM-CLC-CLEAR-RETURN OF WS-COMMAREA
              PERFORM P220-CLEAR-RETURN
                 THRU P220-EXIT
              GO TO P200-EXIT
           END-IF.

      *    A new entry starts deliverable. A replaced entry keeps any
      *    undeliverable flag it carries -- only C, with the new
      *    address verified, takes it off.
           IF WS-ENTRY-NEW
              MOVE SPACES TO CLC-MAIL-STATUS
                             CLC-RETURNED-DATE
              MOVE ZERO   TO CLC-RETURN-COUNT
           END-IF.

           MOVE INQCOM-CLC-PORTFOLIO OF WS-COMMAREA
             TO CLC-PORTFOLIO-ID.
           MOVE INQCOM-CLC-TYPE OF WS-COMMAREA TO CLC-ADDRESS-TYPE.
           MOVE INQCOM-CLC-EFF-TO OF WS-COMMAREA
             TO CLC-EFFECTIVE-TO.
           MOVE FUNCTION CURRENT-DATE TO CLC-LAST-MAINT-DATE.
           MOVE WS-USER-ID TO CLC-LAST-MAINT-USER.

           IF WS-ENTRY-EXISTED
           END-IF.

           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
              IF CLC-MAIL-UNDELIVERABLE
                 MOVE 'Entry saved - still undeliverable, C to clear'
                   TO INQCOM-ERROR-MSG OF WS-COMMAREA
              ELSE
                 MOVE 'Contact entry saved'
                   TO INQCOM-ERROR-MSG OF WS-COMMAREA
              END-IF
           ELSE
              MOVE 'Error writing contact entry'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
       P200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * An item came back from the post office: flag the entry it was
      * sent to and count the return. The count keeps climbing for as
      * long as the address goes unverified -- DORMSW00 reads it.
      *----------------------------------------------------------------*
       P210-RECORD-RETURN.
           IF WS-ENTRY-NEW
              MOVE 'Contact entry not on file'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              SET WS-CHANGE-REJECTED TO TRUE
              GO TO P210-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TS.
           MOVE WS-CURRENT-TS(1:8) TO WS-TODAY.
           IF INQCOM-CLC-RETURNED OF WS-COMMAREA = SPACES
              MOVE WS-TODAY TO INQCOM-CLC-RETURNED OF WS-COMMAREA
           END-IF.
           IF INQCOM-CLC-RETURNED OF WS-COMMAREA NOT NUMERIC
              OR INQCOM-CLC-RETURNED OF WS-COMMAREA > WS-TODAY
              MOVE 'Returned date must be a date not after today'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              PERFORM P230-UNLOCK
                 THRU P230-EXIT
              GO TO P210-EXIT
           END-IF.

           IF CLC-RETURN-COUNT NOT NUMERIC
              MOVE ZERO TO CLC-RETURN-COUNT
           END-IF.
           IF CLC-RETURN-COUNT < 999
              ADD 1 TO CLC-RETURN-COUNT
           END-IF.
           SET CLC-MAIL-UNDELIVERABLE TO TRUE.
           MOVE INQCOM-CLC-RETURNED OF WS-COMMAREA
             TO CLC-RETURNED-DATE.
           MOVE FUNCTION CURRENT-DATE TO CLC-LAST-MAINT-DATE.
           MOVE WS-USER-ID TO CLC-LAST-MAINT-USER.

           EXEC CICS REWRITE FILE('CLICON')
                     FROM(CLIENT-CONTACT-RECORD)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
              MOVE 'Returned mail recorded - address flagged'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
           ELSE
              MOVE 'Error writing contact entry'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
           END-IF.
       P210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Clearing the flag takes a new address, confirmed verified with
      * the client -- re-keying the address that bounced does not
      * make it deliverable.
      *----------------------------------------------------------------*
       P220-CLEAR-RETURN.
           IF WS-ENTRY-NEW
              MOVE 'Contact entry not on file'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              SET WS-CHANGE-REJECTED TO TRUE
              GO TO P220-EXIT
           END-IF.

           IF NOT CLC-MAIL-UNDELIVERABLE
              MOVE 'Entry is not flagged undeliverable'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              PERFORM P230-UNLOCK
                 THRU P230-EXIT
              GO TO P220-EXIT
           END-IF.

           IF INQCOM-CLC-ADDR-VERIFIED OF WS-COMMAREA NOT = 'Y'
              MOVE 'New address must be verified (Y) to clear'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              PERFORM P230-UNLOCK
                 THRU P230-EXIT
              GO TO P220-EXIT
           END-IF.

           IF INQCOM-CLC-ADDR-1 OF WS-COMMAREA = SPACES
              OR INQCOM-CLC-CITY OF WS-COMMAREA = SPACES
              MOVE 'New address line 1 and city are required'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              PERFORM P230-UNLOCK
                 THRU P230-EXIT
              GO TO P220-EXIT
           END-IF.

           IF INQCOM-CLC-ADDR-1 OF WS-COMMAREA = CLC-ADDR-LINE-1
              AND INQCOM-CLC-ADDR-2 OF WS-COMMAREA = CLC-ADDR-LINE-2
              AND INQCOM-CLC-CITY OF WS-COMMAREA = CLC-CITY
              AND INQCOM-CLC-STATE OF WS-COMMAREA = CLC-STATE
              AND INQCOM-CLC-POSTAL OF WS-COMMAREA = CLC-POSTAL-CODE
              AND INQCOM-CLC-COUNTRY OF WS-COMMAREA = CLC-COUNTRY
              MOVE 'Address unchanged - key the new address'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              PERFORM P230-UNLOCK
                 THRU P230-EXIT
              GO TO P220-EXIT
           END-IF.

           IF INQCOM-CLC-NAME OF WS-COMMAREA NOT = SPACES
              MOVE INQCOM-CLC-NAME OF WS-COMMAREA TO CLC-NAME
           END-IF.
           MOVE INQCOM-CLC-ADDR-1 OF WS-COMMAREA TO CLC-ADDR-LINE-1.
           MOVE INQCOM-CLC-ADDR-2 OF WS-COMMAREA TO CLC-ADDR-LINE-2.
           MOVE INQCOM-CLC-CITY OF WS-COMMAREA   TO CLC-CITY.
           MOVE INQCOM-CLC-STATE OF WS-COMMAREA  TO CLC-STATE.
           MOVE INQCOM-CLC-POSTAL OF WS-COMMAREA TO CLC-POSTAL-CODE.
           MOVE INQCOM-CLC-COUNTRY OF WS-COMMAREA TO CLC-COUNTRY.
           MOVE SPACES TO CLC-MAIL-STATUS
                          CLC-RETURNED-DATE.
           MOVE ZERO   TO CLC-RETURN-COUNT.
           MOVE FUNCTION CURRENT-DATE TO CLC-LAST-MAINT-DATE.
           MOVE WS-USER-ID TO CLC-LAST-MAINT-USER.

           EXEC CICS REWRITE FILE('CLICON')
                     FROM(CLIENT-CONTACT-RECORD)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
              MOVE 'Verified address saved - flag cleared'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
           ELSE
              MOVE 'Error writing contact entry'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
           END-IF.
       P220-EXIT.
           EXIT.

       P230-UNLOCK.
           SET WS-CHANGE-REJECTED TO TRUE.
           EXEC CICS UNLOCK FILE('CLICON')
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.
       P230-EXIT.
           EXIT.

       P300-WRITE-AUDIT.
           INITIALIZE AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           ELSE
              MOVE 'CREATE  ' TO AUD-ACTION
           END-IF.
           EVALUATE TRUE
              WHEN INQCOM-CLC-RECORD-RETURN OF WS-COMMAREA
                 MOVE 'Returned mail recorded' TO AUD-MESSAGE
              WHEN INQCOM-CLC-CLEAR-RETURN OF WS-COMMAREA
                 MOVE 'Returned mail cleared - address verified'
                   TO AUD-MESSAGE
              WHEN OTHER
                 MOVE 'Client contact maintained' TO AUD-MESSAGE
           END-EVALUATE.
           MOVE 'SUCC'      TO AUD-STATUS.
           MOVE CLC-PORTFOLIO-ID TO AUD-PORTFOLIO-ID.
           MOVE WS-BEFORE-IMAGE  TO AUD-BEFORE-IMAGE.
           MOVE CLIENT-CONTACT-RECORD TO AUD-AFTER-IMAGE.

           EXEC CICS WRITE FILE('AUDFILE')
                     FROM(AUDIT-RECORD)
