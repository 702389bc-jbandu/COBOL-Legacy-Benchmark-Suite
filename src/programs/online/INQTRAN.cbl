      *   the accounts the user's team services                        *
      * - Writes accepted entries to the pending-entry file the        *
      *   batch merge picks up                                         *
      * - Requires the instructing party on client-instructed entries  *
      *   (BU, SL, TR, DP, WD) and rejects any instruction outside     *
      *   that party's AUTHPTY authority or effective dates; the party *
      *   rides on the entry and every accept or authority reject is   *
      *   written to the unified audit file                            *
      *****************************************************************

       ENVIRONMENT DIVISION.

           COPY TRNREC.

           COPY AUTHPTY.

           COPY AUDITLOG.

       01  WS-PORTFOLIO-RECORD.
           COPY PORTFLIO.

           05 WS-EDIT-FAILED-SW       PIC X VALUE 'N'.
              88 WS-EDIT-FAILED            VALUE 'Y'.
              88 WS-EDIT-PASSED            VALUE 'N'.
           05 WS-PARTY-REJECT-SW      PIC X VALUE 'N'.
              88 WS-PARTY-REJECTED         VALUE 'Y'.

       01  WS-WORK-AREAS.
           05 WS-CURRENT-STAMP        PIC X(21).
           05 WS-ENTRY-DATE           PIC X(8).
           05 WS-ENTRY-TIME           PIC X(6).
           05 WS-TODAY                PIC X(8).

       01  WS-SECURITY-REQUEST.
           05 SEC-REQUEST-TYPE     PIC X.
                 THRU P400-EXIT
           END-IF.

           IF WS-PARTY-REJECTED
              OR (WS-EDIT-PASSED
                  AND INQCOM-RESPONSE-CODE OF WS-COMMAREA = 0)
              PERFORM P500-WRITE-AUDIT
                 THRU P500-EXIT
           END-IF.

           MOVE WS-COMMAREA TO DFHCOMMAREA.

           EXEC CICS RETURN END-EXEC.
              PERFORM P230-EDIT-AMOUNTS
                 THRU P230-EXIT
           END-IF.

           IF WS-EDIT-PASSED
              PERFORM P240-EDIT-INSTRUCTING-PARTY
                 THRU P240-EXIT
           END-IF.
       P200-EXIT.
           EXIT.

       P230-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Who instructed the entry, and could they. Trades, transfers
      * and client cash movements need an AUTHPTY party in effect
      * today: inquiry-only authority instructs nothing, and moving
      * value out of the account (WD, TR) needs trade-and-withdraw.
      * FE/DV/IN are operations entries with no client instruction,
      * so any party keyed against them is cleared.
      *----------------------------------------------------------------*
       P240-EDIT-INSTRUCTING-PARTY.
           IF INQCOM-ENT-TYPE OF WS-COMMAREA = 'FE'
              OR INQCOM-ENT-TYPE OF WS-COMMAREA = 'DV'
              OR INQCOM-ENT-TYPE OF WS-COMMAREA = 'IN'
              MOVE SPACES TO INQCOM-ENT-PARTY-ID OF WS-COMMAREA
              GO TO P240-EXIT
           END-IF.

           IF INQCOM-ENT-PARTY-ID OF WS-COMMAREA = SPACES
              SET WS-EDIT-FAILED TO TRUE
              MOVE 'Instructing party is required'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              MOVE 8 TO INQCOM-RESPONSE-CODE OF WS-COMMAREA
              GO TO P240-EXIT
           END-IF.

           SET WS-PARTY-REJECTED TO TRUE.
           SET WS-EDIT-FAILED TO TRUE.
           MOVE 8 TO INQCOM-RESPONSE-CODE OF WS-COMMAREA.

           MOVE INQCOM-ENT-PORTFOLIO OF WS-COMMAREA
             TO APT-PORTFOLIO-ID.
           MOVE INQCOM-ENT-PARTY-ID OF WS-COMMAREA
             TO APT-PARTY-ID.
           EXEC CICS READ FILE('AUTHPTY')
                     INTO(AUTHORIZED-PARTY-RECORD)
                     RIDFLD(APT-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
              MOVE SPACES TO AUTHORIZED-PARTY-RECORD
              MOVE 'Party not authorized on this portfolio'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              GO TO P240-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           MOVE WS-CURRENT-STAMP(1:8) TO WS-TODAY.
           IF APT-EFFECTIVE-FROM > WS-TODAY
              OR (APT-EFFECTIVE-TO NOT = SPACES
                  AND APT-EFFECTIVE-TO < WS-TODAY)
              MOVE 'Party authority is not in effect'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              GO TO P240-EXIT
           END-IF.

           IF NOT APT-AUTH-TRADE AND NOT APT-AUTH-WITHDRAW
              MOVE 'Party holds inquiry authority only'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              GO TO P240-EXIT
           END-IF.

           IF (INQCOM-ENT-TYPE OF WS-COMMAREA = 'WD'
               OR INQCOM-ENT-TYPE OF WS-COMMAREA = 'TR')
              AND NOT APT-AUTH-WITHDRAW
              MOVE 'Party may trade but not withdraw or transfer'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              GO TO P240-EXIT
           END-IF.

           MOVE 'N' TO WS-PARTY-REJECT-SW.
           SET WS-EDIT-PASSED TO TRUE.
           MOVE 0 TO INQCOM-RESPONSE-CODE OF WS-COMMAREA.
       P240-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The entry timestamp keys the pending record -- the sequence
      * number reuses the entry time's HHMMSS so two entries from the
             TO TRN-LOT-METHOD.
           SET TRN-STATUS-PEND TO TRUE.
           MOVE SEC-USER-ID TO TRN-PROCESS-USER.
           MOVE INQCOM-ENT-PARTY-ID OF WS-COMMAREA
             TO TRN-INSTR-PARTY-ID.
       P300-EXIT.
           EXIT.

           END-IF.
       P400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The instructing party goes on the audit trail with the entry:
      * an accepted entry as SUCC with the pending image, an
      * instruction outside the party's authority as FAIL.
      *----------------------------------------------------------------*
       P500-WRITE-AUDIT.
           INITIALIZE AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE 'PORTFOLIO' TO AUD-SYSTEM-ID.
           MOVE SEC-USER-ID TO AUD-USER-ID.
           MOVE 'INQTRAN '  TO AUD-PROGRAM.
           MOVE 'TRAN'      TO AUD-TYPE.
           MOVE 'CREATE  '  TO AUD-ACTION.
           MOVE INQCOM-ENT-PORTFOLIO OF WS-COMMAREA
             TO AUD-PORTFOLIO-ID.

           IF WS-PARTY-REJECTED
              MOVE 'FAIL' TO AUD-STATUS
              MOVE AUTHORIZED-PARTY-RECORD TO AUD-BEFORE-IMAGE
              STRING INQCOM-ENT-TYPE OF WS-COMMAREA
                                        DELIMITED BY SIZE
                     ' rejected, party ' DELIMITED BY SIZE
                     INQCOM-ENT-PARTY-ID OF WS-COMMAREA
                                        DELIMITED BY SIZE
                     ': '               DELIMITED BY SIZE
                     INQCOM-ERROR-MSG OF WS-COMMAREA
                                        DELIMITED BY '  '
                INTO AUD-MESSAGE
           ELSE
              MOVE 'SUCC' TO AUD-STATUS
              MOVE TRANSACTION-RECORD TO AUD-AFTER-IMAGE
              MOVE 'operations entry, no instructing party'
                TO AUD-MESSAGE
           END-IF.

           IF AUD-STATUS = 'SUCC'
              AND TRN-INSTR-PARTY-ID NOT = SPACES
              MOVE SPACES TO AUD-MESSAGE
              STRING INQCOM-ENT-TYPE OF WS-COMMAREA
                                        DELIMITED BY SIZE
                     ' entered, instructed by party '
                                        DELIMITED BY SIZE
                     TRN-INSTR-PARTY-ID DELIMITED BY SIZE
                INTO AUD-MESSAGE
           END-IF.

           EXEC CICS WRITE FILE('AUDFILE')
                     FROM(AUDIT-RECORD)
                     RIDFLD(AUD-TIMESTAMP)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.
       P500-EXIT.
           EXIT.
