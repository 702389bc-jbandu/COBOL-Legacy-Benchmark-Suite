      *              READ) and the SMNT security master maintenance
      *              (SECMNT handler, UPDATE -- so only the SECMGR-
      *              profiled maintenance role reaches it).
      * 2026-10-15 - Added the INQO open-orders inquiry (INQORD
      *              handler, READ) listing a portfolio's working
      *              orders off the ORDBOOK order book.
      * 2026-10-15 - Added the AMNT authorized-party maintenance
      *              (AUTHMNT handler, UPDATE) over the AUTHPTY file
      *              TRNE checks the instructing party against.
      * 2026-10-15 - Added the PVOT proxy vote capture (PRXVOT
      *              handler, UPDATE) for discretionary holders of a
      *              listed shareholder meeting.
      * 2026-10-15 - Every authorized request now carries the user's
      *              identifier display level from SECMGR (P060) in
      *              INQCOM-MASK-LEVEL, so the handlers show account
      *              numbers masked and, for the inquiry role, client
      *              names suppressed; full identifiers only when the
      *              operator asks and holds the UNMASK grant.
      * 2026-10-15 - Added the RREQ on-request report function (RPTREQ
      *              handler, READ): a user picks a catalog report and
      *              its parameters, the request queues for RPTQRN00
      *              on the next report cycle, and its status lists
      *              on the same screen.
      * 2026-10-15 - Added the NOTE account notes function (NOTMNT
      *              handler): browsing a portfolio's notes needs
      *              READ, adding a note or annotation needs UPDATE.
      * 2026-10-15 - Added the CMPL complaint register function (CPLMNT
      *              handler): listing a portfolio's complaints needs
      *              READ, recording or working one needs UPDATE.
      * 2026-10-15 - SECMGR now refuses a locked profile or an expired
      *              credential on the 'V' request; inside the expiry
      *              warning window it passes and returns the days
      *              left, which shows on a screen of its own ahead
      *              of the menu until the operator presses a key.
      *****************************************************************

       ENVIRONMENT DIVISION.
           05 WS-IDLE-TIMEOUT-SW      PIC X VALUE 'N'.
              88 WS-SESSION-IDLE-TIMEDOUT  VALUE 'Y'.
              88 WS-SESSION-STILL-ACTIVE   VALUE 'N'.
           05 WS-SIGNON-WARNING       PIC X(80) VALUE SPACES.
           05 WS-ACK-KEY              PIC X(1).
           05 WS-ACK-LENGTH           PIC S9(4) COMP.

      *----------------------------------------------------------------*
      * Idle timeout configuration and working fields. WS-IDLE-
           05 SEC-USER-ID          PIC X(8).
           05 SEC-RESOURCE-NAME    PIC X(8).
           05 SEC-ACCESS-TYPE      PIC X(8).
           05 SEC-DISPLAY-LEVEL REDEFINES SEC-ACCESS-TYPE.
              10 SEC-DISPLAY-CODE  PIC X(1).
              10 FILLER            PIC X(7).
           05 SEC-RESPONSE-CODE    PIC S9(8) COMP.
           05 SEC-ERROR-INFO       PIC X(80).
           
                     WHEN 'SRCH'
                          PERFORM P880-SECURITY-SEARCH
                             THRU P880-EXIT
                     WHEN 'INQO'
                          PERFORM P890-ORDER-INQUIRY
                             THRU P890-EXIT
                     WHEN 'AMNT'
                          PERFORM P895-AUTH-PARTY-MAINT
                             THRU P895-EXIT
                     WHEN 'PVOT'
                          PERFORM P896-PROXY-VOTE
                             THRU P896-EXIT
                     WHEN 'RREQ'
                          PERFORM P897-REPORT-REQUEST
                             THRU P897-EXIT
                     WHEN 'NOTE'
                          PERFORM P898-ACCOUNT-NOTES
                             THRU P898-EXIT
                     WHEN 'CMPL'
                          PERFORM P899-COMPLAINT-REGISTER
                             THRU P899-EXIT
                     WHEN 'EXIT'
                          SET SESSION-TERMINATED TO TRUE
                     WHEN OTHER
       P096-EXIT.
           EXIT.
           
      *----------------------------------------------------------------*
      * A credential expiry warning goes out on a cleared screen of
      * its own, and the menu follows once the operator presses a
      * key -- whatever is keyed is only an acknowledgement, so a
      * short or long RECEIVE is not an error here.
      *----------------------------------------------------------------*
       P200-DISPLAY-MENU.
           IF WS-SIGNON-WARNING NOT = SPACES
              EXEC CICS SEND TEXT
                        FROM(WS-SIGNON-WARNING)
                        LENGTH(LENGTH OF WS-SIGNON-WARNING)
                        ERASE
                        ALARM
                        RESP(WS-RESPONSE-CODE)
              END-EXEC
              MOVE LENGTH OF WS-ACK-KEY TO WS-ACK-LENGTH
              EXEC CICS RECEIVE
                        INTO(WS-ACK-KEY)
                        LENGTH(WS-ACK-LENGTH)
                        RESP(WS-RESPONSE-CODE)
              END-EXEC
           END-IF.

           EXEC CICS SEND MAP('INQMNU')
                     MAPSET('INQSET')
                     ERASE
           END-EXEC.
       P880-EXIT.
           EXIT.

       P890-ORDER-INQUIRY.
           EXEC CICS LINK PROGRAM('INQORD')
                     COMMAREA(WS-COMMAREA)
                     LENGTH(LENGTH OF WS-COMMAREA)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.
       P890-EXIT.
           EXIT.

       P895-AUTH-PARTY-MAINT.
           EXEC CICS LINK PROGRAM('AUTHMNT')
                     COMMAREA(WS-COMMAREA)
                     LENGTH(LENGTH OF WS-COMMAREA)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.
       P895-EXIT.
           EXIT.

       P896-PROXY-VOTE.
           EXEC CICS LINK PROGRAM('PRXVOT')
                     COMMAREA(WS-COMMAREA)
                     LENGTH(LENGTH OF WS-COMMAREA)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.
       P896-EXIT.
           EXIT.

       P897-REPORT-REQUEST.
           EXEC CICS LINK PROGRAM('RPTREQ')
                     COMMAREA(WS-COMMAREA)
                     LENGTH(LENGTH OF WS-COMMAREA)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.
       P897-EXIT.
           EXIT.

       P898-ACCOUNT-NOTES.
           EXEC CICS LINK PROGRAM('NOTMNT')
                     COMMAREA(WS-COMMAREA)
                     LENGTH(LENGTH OF WS-COMMAREA)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.
       P898-EXIT.
           EXIT.

       P899-COMPLAINT-REGISTER.
           EXEC CICS LINK PROGRAM('CPLMNT')
                     COMMAREA(WS-COMMAREA)
                     LENGTH(LENGTH OF WS-COMMAREA)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.
       P899-EXIT.
           EXIT.
           
       P900-ERROR-ROUTINE.
           MOVE 'INQONLN' TO ERR-PROGRAM.
                     COMMAREA(WS-SECURITY-REQUEST)
                     LENGTH(LENGTH OF WS-SECURITY-REQUEST)
           END-EXEC.

      *    A good sign-on can still carry the credential expiry
      *    warning; keep it before the next request reuses the area.
           MOVE SPACES TO WS-SIGNON-WARNING.
           IF SEC-RESPONSE-CODE = 0
              MOVE SEC-ERROR-INFO TO WS-SIGNON-WARNING
           END-IF.
           
           IF SEC-RESPONSE-CODE = 0
              MOVE 'A' TO SEC-REQUEST-TYPE
                  WHEN 'SRCH'
                       MOVE 'INQSRCH ' TO SEC-RESOURCE-NAME
                       MOVE 'READ' TO SEC-ACCESS-TYPE
                  WHEN 'INQO'
                       MOVE 'INQORD  ' TO SEC-RESOURCE-NAME
                       MOVE 'READ' TO SEC-ACCESS-TYPE
                  WHEN 'AMNT'
                       MOVE 'AUTHMNT ' TO SEC-RESOURCE-NAME
                       MOVE 'UPDATE' TO SEC-ACCESS-TYPE
                  WHEN 'PVOT'
                       MOVE 'PRXVOT  ' TO SEC-RESOURCE-NAME
                       MOVE 'UPDATE' TO SEC-ACCESS-TYPE
                  WHEN 'RREQ'
                       MOVE 'RPTREQ  ' TO SEC-RESOURCE-NAME
                       MOVE 'READ' TO SEC-ACCESS-TYPE
                  WHEN 'NOTE'
                       MOVE 'NOTMNT  ' TO SEC-RESOURCE-NAME
                       IF INQCOM-NTE-BROWSE OF WS-COMMAREA
                          MOVE 'READ' TO SEC-ACCESS-TYPE
                       ELSE
                          MOVE 'UPDATE' TO SEC-ACCESS-TYPE
                       END-IF
                  WHEN 'CMPL'
                       MOVE 'CPLMNT  ' TO SEC-RESOURCE-NAME
                       IF INQCOM-CPL-LIST OF WS-COMMAREA
                          MOVE 'READ' TO SEC-ACCESS-TYPE
                       ELSE
                          MOVE 'UPDATE' TO SEC-ACCESS-TYPE
                       END-IF
                  WHEN OTHER
                       MOVE 'INQONLN ' TO SEC-RESOURCE-NAME
                       MOVE 'READ' TO SEC-ACCESS-TYPE
                           LENGTH(LENGTH OF WS-SECURITY-REQUEST)
                 END-EXEC
              END-IF

              IF SEC-RESPONSE-CODE = 0
                 PERFORM P060-DISPLAY-LEVEL
                    THRU P060-EXIT
              END-IF
           END-IF.
       P050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Identifier display level for the handler about to run. A
      * refused request for full identifiers (RC 4) still runs the
      * inquiry, masked; anything else short of RC 0 falls back to
      * the most restrictive level rather than stopping the screen.
      *----------------------------------------------------------------*
       P060-DISPLAY-LEVEL.
           MOVE 'D' TO SEC-REQUEST-TYPE.
           IF INQCOM-UNMASK-REQUESTED OF WS-COMMAREA
              MOVE 'UNMASK' TO SEC-RESOURCE-NAME
           ELSE
              MOVE SPACES TO SEC-RESOURCE-NAME
           END-IF.

           EXEC CICS LINK PROGRAM('SECMGR')
                     COMMAREA(WS-SECURITY-REQUEST)
                     LENGTH(LENGTH OF WS-SECURITY-REQUEST)
           END-EXEC.

           IF SEC-RESPONSE-CODE = 0 OR SEC-RESPONSE-CODE = 4
              MOVE SEC-DISPLAY-CODE
                TO INQCOM-MASK-LEVEL OF WS-COMMAREA
           ELSE
              MOVE 'S' TO INQCOM-MASK-LEVEL OF WS-COMMAREA
           END-IF.
           MOVE 0 TO SEC-RESPONSE-CODE.
       P060-EXIT.
           EXIT. 
