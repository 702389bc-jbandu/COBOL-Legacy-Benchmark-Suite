       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRXVOT.
      *****************************************************************
      * Proxy Vote Capture Handler                                      *
      * - Records the firm's vote on each agenda item of a listed      *
      *   shareholder meeting for one holder, keyed on the PVOT screen *
      * - Only accounts whose proxy authority was discretionary when  *
      *   the holders were listed take a vote here; client-voted      *
      *   accounts vote direct with the agent                         *
      * - Votes are accepted up to and including the cutoff date; a   *
      *   vote already sent may be changed until then and goes to    *
      *   the agent again on the next MTGENT00 run                     *
      * - Writes a before/after audit entry to the unified audit      *
      *   file for every vote                                         *
      *****************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-COMMAREA.
           COPY INQCOM.

           COPY MTGANN.

           COPY MTGHLD.

           COPY AUDITLOG.

       01  WS-FLAGS.
           05 WS-RESPONSE-CODE        PIC S9(8) COMP.

       01  WS-WORK-AREAS.
           05 WS-BEFORE-IMAGE         PIC X(200).
           05 WS-USER-ID              PIC X(8).
           05 WS-TODAY                PIC X(8).
           05 WS-ITEM-IX              PIC 9(2) COMP.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY INQCOM.

       PROCEDURE DIVISION.
           MOVE DFHCOMMAREA TO WS-COMMAREA.
           MOVE SPACES TO INQCOM-ERROR-MSG OF WS-COMMAREA.

           PERFORM P100-EDIT-REQUEST
              THRU P100-EXIT.

           IF INQCOM-ERROR-MSG OF WS-COMMAREA = SPACES
              PERFORM P200-APPLY-VOTE
                 THRU P200-EXIT
              PERFORM P300-WRITE-AUDIT
                 THRU P300-EXIT
           END-IF.

           MOVE WS-COMMAREA TO DFHCOMMAREA.
           EXEC CICS RETURN END-EXEC.

       P100-EDIT-REQUEST.
           IF INQCOM-PXV-PORTFOLIO OF WS-COMMAREA = SPACES
              OR INQCOM-PXV-INVESTMENT OF WS-COMMAREA = SPACES
              OR INQCOM-PXV-MEETING-DATE OF WS-COMMAREA = SPACES
              MOVE 'Portfolio, investment and meeting date required'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              GO TO P100-EXIT
           END-IF.

           MOVE INQCOM-PXV-INVESTMENT OF WS-COMMAREA
             TO MTG-INVESTMENT-ID.
           MOVE INQCOM-PXV-MEETING-DATE OF WS-COMMAREA
             TO MTG-MEETING-DATE.
           EXEC CICS READ FILE('MTGANN')
                     INTO(MEETING-ANNOUNCEMENT-RECORD)
                     RIDFLD(MTG-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
              MOVE 'Meeting not on file'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              GO TO P100-EXIT
           END-IF.

           IF NOT MTG-STATUS-LISTED
              MOVE 'Meeting is not open for voting'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              GO TO P100-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           IF WS-TODAY > MTG-CUTOFF-DATE
              MOVE 'Voting cutoff date has passed'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              GO TO P100-EXIT
           END-IF.

           PERFORM VARYING WS-ITEM-IX FROM 1 BY 1
                   UNTIL WS-ITEM-IX > 10
                      OR INQCOM-ERROR-MSG OF WS-COMMAREA NOT = SPACES
              IF WS-ITEM-IX > MTG-ITEM-COUNT
                 IF INQCOM-PXV-VOTE OF WS-COMMAREA (WS-ITEM-IX)
                    NOT = SPACE
                    MOVE 'Vote keyed beyond the last agenda item'
                      TO INQCOM-ERROR-MSG OF WS-COMMAREA
                 END-IF
              ELSE
                 MOVE INQCOM-PXV-VOTE OF WS-COMMAREA (WS-ITEM-IX)
                   TO MTH-VOTE(WS-ITEM-IX)
                 IF NOT MTH-VOTE-VALID(WS-ITEM-IX)
                    MOVE 'Each agenda item needs a vote of F, A or N'
                      TO INQCOM-ERROR-MSG OF WS-COMMAREA
                 END-IF
              END-IF
           END-PERFORM.
       P100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The holder line must exist for the meeting and be one the
      * firm votes. The captured vote replaces any earlier one.
      *----------------------------------------------------------------*
       P200-APPLY-VOTE.
           MOVE INQCOM-PXV-INVESTMENT OF WS-COMMAREA
             TO MTH-INVESTMENT-ID.
           MOVE INQCOM-PXV-MEETING-DATE OF WS-COMMAREA
             TO MTH-MEETING-DATE.
           MOVE INQCOM-PXV-PORTFOLIO OF WS-COMMAREA
             TO MTH-PORTFOLIO-ID.

           EXEC CICS READ FILE('MTGHLD')
                     INTO(PROXY-HOLDER-RECORD)
                     RIDFLD(MTH-KEY)
                     UPDATE
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
              MOVE 'Portfolio is not a holder for this meeting'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              GO TO P200-EXIT
           END-IF.

           IF NOT MTH-DISCRETIONARY
              EXEC CICS UNLOCK FILE('MTGHLD')
              END-EXEC
              MOVE 'Client votes this account direct with the agent'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              GO TO P200-EXIT
           END-IF.

           MOVE PROXY-HOLDER-RECORD TO WS-BEFORE-IMAGE.

           PERFORM VARYING WS-ITEM-IX FROM 1 BY 1
                   UNTIL WS-ITEM-IX > 10
              MOVE INQCOM-PXV-VOTE OF WS-COMMAREA (WS-ITEM-IX)
                TO MTH-VOTE(WS-ITEM-IX)
           END-PERFORM.

           EXEC CICS ASSIGN
                     USERID(WS-USER-ID)
           END-EXEC.

           SET MTH-VOTE-CAPTURED TO TRUE.
           MOVE WS-USER-ID TO MTH-VOTED-BY.
           MOVE WS-TODAY   TO MTH-VOTED-DATE.
           MOVE FUNCTION CURRENT-DATE TO MTH-LAST-MAINT-DATE.
           MOVE WS-USER-ID TO MTH-LAST-MAINT-USER.

           EXEC CICS REWRITE FILE('MTGHLD')
                     FROM(PROXY-HOLDER-RECORD)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
              MOVE 'Proxy vote saved'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
           ELSE
              MOVE 'Error writing proxy vote'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
           END-IF.
       P200-EXIT.
           EXIT.

       P300-WRITE-AUDIT.
           IF INQCOM-ERROR-MSG OF WS-COMMAREA NOT = 'Proxy vote saved'
              GO TO P300-EXIT
           END-IF.

           INITIALIZE AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE 'PORTFOLIO' TO AUD-SYSTEM-ID.
           MOVE WS-USER-ID  TO AUD-USER-ID.
           MOVE 'PRXVOT  '  TO AUD-PROGRAM.
           MOVE 'USER'      TO AUD-TYPE.
           MOVE 'UPDATE  '  TO AUD-ACTION.
           MOVE 'SUCC'      TO AUD-STATUS.
           MOVE MTH-PORTFOLIO-ID TO AUD-PORTFOLIO-ID.
           MOVE WS-BEFORE-IMAGE  TO AUD-BEFORE-IMAGE.
           MOVE PROXY-HOLDER-RECORD TO AUD-AFTER-IMAGE.
           MOVE 'Proxy vote captured' TO AUD-MESSAGE.

           EXEC CICS WRITE FILE('AUDFILE')
                     FROM(AUDIT-RECORD)
                     RIDFLD(AUD-TIMESTAMP)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.
       P300-EXIT.
           EXIT.
