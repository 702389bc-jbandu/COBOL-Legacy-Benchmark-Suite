       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTHMNT.
      *****************************************************************
      * Authorized Party Maintenance Handler                            *
      * - Adds or replaces one AUTHPTY entry from the AMNT screen      *
      *   fields -- owner, attorney-in-fact, trustee or trader, with   *
      *   the authority held and its effective dates                   *
      * - Verifies the portfolio exists before accepting anything     *
      * - Ending a party's authority is done by keying an effective-  *
      *   to date; entries are never deleted, so the party a past      *
      *   entry names can always be looked up                          *
      * - Writes a before/after audit entry to the unified audit      *
      *   file for every change                                       *
      *****************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-COMMAREA.
           COPY INQCOM.

           COPY AUTHPTY.

           COPY AUDITLOG.

       01  WS-PORTFOLIO-RECORD.
           COPY PORTFLIO.

       01  WS-FLAGS.
           05 WS-RESPONSE-CODE        PIC S9(8) COMP.
           05 WS-EXISTED-SW           PIC X VALUE 'N'.
              88 WS-ENTRY-EXISTED         VALUE 'Y'.
              88 WS-ENTRY-NEW             VALUE 'N'.

       01  WS-WORK-AREAS.
           05 WS-BEFORE-IMAGE         PIC X(200).
           05 WS-USER-ID              PIC X(8).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY INQCOM.

       PROCEDURE DIVISION.
           MOVE DFHCOMMAREA TO WS-COMMAREA.
           MOVE SPACES TO INQCOM-ERROR-MSG OF WS-COMMAREA.

           PERFORM P100-EDIT-REQUEST
              THRU P100-EXIT.

           IF INQCOM-ERROR-MSG OF WS-COMMAREA = SPACES
              PERFORM P200-APPLY-CHANGE
                 THRU P200-EXIT
              PERFORM P300-WRITE-AUDIT
                 THRU P300-EXIT
           END-IF.

           MOVE WS-COMMAREA TO DFHCOMMAREA.
           EXEC CICS RETURN END-EXEC.

       P100-EDIT-REQUEST.
           IF INQCOM-APT-PORTFOLIO OF WS-COMMAREA = SPACES
              MOVE 'Portfolio ID is required'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              GO TO P100-EXIT
           END-IF.

           MOVE INQCOM-APT-PORTFOLIO OF WS-COMMAREA
             TO PORT-ID OF WS-PORTFOLIO-RECORD.
           EXEC CICS READ FILE('PORTFILE')
                     INTO(WS-PORTFOLIO-RECORD)
                     RIDFLD(PORT-ID OF WS-PORTFOLIO-RECORD)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
              MOVE 'Portfolio ID not on file'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              GO TO P100-EXIT
           END-IF.

           IF INQCOM-APT-PARTY-ID OF WS-COMMAREA = SPACES
              OR INQCOM-APT-NAME OF WS-COMMAREA = SPACES
              MOVE 'Party ID and name are required'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              GO TO P100-EXIT
           END-IF.

           MOVE INQCOM-APT-ROLE OF WS-COMMAREA TO APT-ROLE.
           IF NOT APT-ROLE-VALID
              MOVE 'Role must be O, A, T or R'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              GO TO P100-EXIT
           END-IF.

           MOVE INQCOM-APT-AUTHORITY OF WS-COMMAREA TO APT-AUTHORITY.
           IF NOT APT-AUTH-VALID
              MOVE 'Authority must be T, W or I'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              GO TO P100-EXIT
           END-IF.

           IF INQCOM-APT-EFF-FROM OF WS-COMMAREA = SPACES
              MOVE 'Effective-from date is required'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              GO TO P100-EXIT
           END-IF.

           IF INQCOM-APT-EFF-TO OF WS-COMMAREA NOT = SPACES
              AND INQCOM-APT-EFF-TO OF WS-COMMAREA
                  < INQCOM-APT-EFF-FROM OF WS-COMMAREA
              MOVE 'Effective-to date is before effective-from'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
           END-IF.
       P100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * One keyed entry, written new or replaced in full. The prior
      * image, when one exists, rides into the audit entry.
      *----------------------------------------------------------------*
       P200-APPLY-CHANGE.
           MOVE INQCOM-APT-PORTFOLIO OF WS-COMMAREA
             TO APT-PORTFOLIO-ID.
           MOVE INQCOM-APT-PARTY-ID OF WS-COMMAREA TO APT-PARTY-ID.

           SET WS-ENTRY-NEW TO TRUE.
           MOVE SPACES TO WS-BEFORE-IMAGE.

           EXEC CICS READ FILE('AUTHPTY')
                     INTO(AUTHORIZED-PARTY-RECORD)
                     RIDFLD(APT-KEY)
                     UPDATE
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
              SET WS-ENTRY-EXISTED TO TRUE
              MOVE AUTHORIZED-PARTY-RECORD TO WS-BEFORE-IMAGE
           END-IF.

           MOVE SPACES TO AUTHORIZED-PARTY-RECORD.
           MOVE INQCOM-APT-PORTFOLIO OF WS-COMMAREA
             TO APT-PORTFOLIO-ID.
           MOVE INQCOM-APT-PARTY-ID OF WS-COMMAREA TO APT-PARTY-ID.
           MOVE INQCOM-APT-NAME OF WS-COMMAREA TO APT-PARTY-NAME.
           MOVE INQCOM-APT-ROLE OF WS-COMMAREA TO APT-ROLE.
           MOVE INQCOM-APT-AUTHORITY OF WS-COMMAREA TO APT-AUTHORITY.
           MOVE INQCOM-APT-EFF-FROM OF WS-COMMAREA
             TO APT-EFFECTIVE-FROM.
           MOVE INQCOM-APT-EFF-TO OF WS-COMMAREA
             TO APT-EFFECTIVE-TO.
           MOVE FUNCTION CURRENT-DATE TO APT-LAST-MAINT-DATE.

           EXEC CICS ASSIGN
                     USERID(WS-USER-ID)
           END-EXEC.
           MOVE WS-USER-ID TO APT-LAST-MAINT-USER.

           IF WS-ENTRY-EXISTED
              EXEC CICS REWRITE FILE('AUTHPTY')
                        FROM(AUTHORIZED-PARTY-RECORD)
                        RESP(WS-RESPONSE-CODE)
              END-EXEC
           ELSE
              EXEC CICS WRITE FILE('AUTHPTY')
                        FROM(AUTHORIZED-PARTY-RECORD)
                        RIDFLD(APT-KEY)
                        RESP(WS-RESPONSE-CODE)
              END-EXEC
           END-IF.

           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
              MOVE 'Authorized party saved'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
           ELSE
              MOVE 'Error writing authorized party'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
           END-IF.
       P200-EXIT.
           EXIT.

       P300-WRITE-AUDIT.
           INITIALIZE AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE 'PORTFOLIO' TO AUD-SYSTEM-ID.
           MOVE WS-USER-ID  TO AUD-USER-ID.
           MOVE 'AUTHMNT '  TO AUD-PROGRAM.
           MOVE 'USER'      TO AUD-TYPE.
           IF WS-ENTRY-EXISTED
              MOVE 'UPDATE  ' TO AUD-ACTION
           ELSE
              MOVE 'CREATE  ' TO AUD-ACTION
           END-IF.
           MOVE 'SUCC'      TO AUD-STATUS.
           MOVE APT-PORTFOLIO-ID TO AUD-PORTFOLIO-ID.
           MOVE WS-BEFORE-IMAGE  TO AUD-BEFORE-IMAGE.
           MOVE AUTHORIZED-PARTY-RECORD TO AUD-AFTER-IMAGE.
           MOVE 'Authorized party maintained' TO AUD-MESSAGE.

           EXEC CICS WRITE FILE('AUDFILE')
                     FROM(AUDIT-RECORD)
                     RIDFLD(AUD-TIMESTAMP)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.
       P300-EXIT.
           EXIT.
