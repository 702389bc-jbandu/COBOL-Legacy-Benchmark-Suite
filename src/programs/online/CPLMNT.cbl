       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPLMNT.
      *****************************************************************
      * Client Complaint Register Handler                             *
      * - Lists the complaints on the portfolio the inquiry is on,    *
      *   oldest first, with status, handler and any redress         *
      * - Records a new complaint: received date and channel,         *
      *   category, summary, the transaction complained of (if any)  *
      *   and the handler it is assigned to                          *
      * - Updates one: reassigns it, resolves it with a root cause,   *
      *   or sets the redress to pay on an upheld complaint. Redress *
      *   needs a supervisor and is paid by CPLAGE00 as a cash        *
      *   credit -- once paid it cannot be changed                    *
      * - The user must hold a USRENT entry for the portfolio         *
      * - Writes a before/after audit entry for every change          *
      *****************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-COMMAREA.
           COPY INQCOM.

           COPY CPLREG.

           COPY AUDITLOG.

       01  WS-PORTFOLIO-RECORD.
           COPY PORTFLIO.

           COPY USRPROF.

      *----------------------------------------------------------------*
      * USRENT coverage for the portfolio the complaint is on.
      *----------------------------------------------------------------*
       01  WS-ENTITLEMENT-RECORD.
           COPY USRENT.

       01  WS-ENTITLE-WORK.
           05 WS-ENTITLED-SW          PIC X VALUE 'N'.
              88 WS-ENTITLED              VALUE 'Y'.
              88 WS-NOT-ENTITLED          VALUE 'N'.

       01  WS-FLAGS.
           05 WS-RESPONSE-CODE        PIC S9(8) COMP.
           05 WS-LIST-DONE-SW         PIC X VALUE 'N'.
              88 WS-LIST-DONE             VALUE 'Y'.
              88 WS-LIST-MORE             VALUE 'N'.
           05 WS-WRITTEN-SW           PIC X VALUE 'N'.
              88 WS-COMPLAINT-WRITTEN     VALUE 'Y'.
              88 WS-COMPLAINT-NOT-WRITTEN VALUE 'N'.

       01  WS-WORK-AREAS.
           05 WS-USER-ID              PIC X(8).
           05 WS-PORTFOLIO-ID         PIC X(8).
           05 WS-CURRENT-TS           PIC X(21).
           05 WS-TODAY                PIC X(8).
           05 WS-NEXT-SEQ             PIC 9(2).
           05 WS-LISTED               PIC S9(4) COMP VALUE 0.
           05 WS-BEFORE-IMAGE         PIC X(400).
           05 WS-CPL-BROWSE-KEY.
              10 WS-CBK-PORTFOLIO     PIC X(8).
              10 WS-CBK-RECEIVED      PIC X(8).
              10 WS-CBK-SEQ           PIC X(2).

       01  WS-CPL-HEAD-LINE.
           05 WS-CHL-RECEIVED         PIC X(8).
           05 FILLER                  PIC X(1) VALUE '-'.
           05 WS-CHL-SEQ              PIC 9(2).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-CHL-CHANNEL          PIC X(1).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-CHL-CATEGORY         PIC X(1).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-CHL-STATUS           PIC X(9).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-CHL-HANDLER          PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-CHL-RESOLVED         PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-CHL-ROOT-CAUSE       PIC X(1).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-CHL-REDRESS          PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-CHL-REDRESS-STATUS   PIC X(8).

       01  WS-CPL-TEXT-LINE.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-CTL-SUMMARY          PIC X(60).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-CTL-TRN-REF          PIC X(17).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY INQCOM.

       PROCEDURE DIVISION.
           MOVE DFHCOMMAREA TO WS-COMMAREA.
           MOVE SPACES TO INQCOM-ERROR-MSG OF WS-COMMAREA.

           EXEC CICS ASSIGN
                     USERID(WS-USER-ID)
           END-EXEC.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TS.
           MOVE WS-CURRENT-TS(1:8) TO WS-TODAY.

           PERFORM P050-CHECK-PORTFOLIO
              THRU P050-EXIT.

           IF INQCOM-ERROR-MSG OF WS-COMMAREA = SPACES
              EVALUATE TRUE
                  WHEN INQCOM-CPL-LIST OF WS-COMMAREA
                       PERFORM P500-LIST-COMPLAINTS
                          THRU P500-EXIT
                  WHEN INQCOM-CPL-ADD OF WS-COMMAREA
                       PERFORM P100-EDIT-NEW
                          THRU P100-EXIT
                       IF INQCOM-ERROR-MSG OF WS-COMMAREA = SPACES
                          PERFORM P200-ADD-COMPLAINT
                             THRU P200-EXIT
                       END-IF
                  WHEN INQCOM-CPL-UPDATE OF WS-COMMAREA
                       PERFORM P300-UPDATE-COMPLAINT
                          THRU P300-EXIT
                  WHEN OTHER
                       MOVE 'Action must be L (list), A (add) or U'
                         TO INQCOM-ERROR-MSG OF WS-COMMAREA
              END-EVALUATE
           END-IF.

           IF WS-COMPLAINT-WRITTEN
              PERFORM P400-WRITE-AUDIT
                 THRU P400-EXIT
           END-IF.

           MOVE WS-COMMAREA TO DFHCOMMAREA.
           EXEC CICS RETURN END-EXEC.

      *----------------------------------------------------------------*
      * The portfolio is the one the inquiry is keyed on. It must be
      * on file, and the signed-on user must hold a USRENT entry for
      * it or the '*ALL' grant.
      *----------------------------------------------------------------*
       P050-CHECK-PORTFOLIO.
           MOVE INQCOM-ACCOUNT-NO OF WS-COMMAREA TO WS-PORTFOLIO-ID.
           IF WS-PORTFOLIO-ID = SPACES
              MOVE 'Portfolio ID is required'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              GO TO P050-EXIT
           END-IF.

           MOVE WS-PORTFOLIO-ID TO PORT-ID OF WS-PORTFOLIO-RECORD.
           EXEC CICS READ FILE('PORTFILE')
                     INTO(WS-PORTFOLIO-RECORD)
                     RIDFLD(PORT-ID OF WS-PORTFOLIO-RECORD)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
              MOVE 'Portfolio ID not on file'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              GO TO P050-EXIT
           END-IF.

           SET WS-NOT-ENTITLED TO TRUE.
           MOVE WS-USER-ID      TO UEN-USER-ID.
           MOVE WS-PORTFOLIO-ID TO UEN-PORTFOLIO-ID.
           EXEC CICS READ FILE('USRENT')
                     INTO(WS-ENTITLEMENT-RECORD)
                     RIDFLD(UEN-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
              SET WS-ENTITLED TO TRUE
           ELSE
              MOVE WS-USER-ID TO UEN-USER-ID
              MOVE '*ALL    ' TO UEN-PORTFOLIO-ID
              EXEC CICS READ FILE('USRENT')
                        INTO(WS-ENTITLEMENT-RECORD)
                        RIDFLD(UEN-KEY)
                        RESP(WS-RESPONSE-CODE)
              END-EXEC
              IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                 SET WS-ENTITLED TO TRUE
              END-IF
           END-IF.

           IF WS-NOT-ENTITLED
              MOVE 'Not entitled to this portfolio'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
           END-IF.
       P050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A new complaint: received no later than today, a known
      * channel and category, a summary, and an active handler. The
      * transaction complained of is optional; keyed, it must be a
      * whole TRN key on this portfolio.
      *----------------------------------------------------------------*
       P100-EDIT-NEW.
           IF INQCOM-CPL-RECEIVED OF WS-COMMAREA = SPACES
              MOVE WS-TODAY TO INQCOM-CPL-RECEIVED OF WS-COMMAREA
           END-IF.
           IF INQCOM-CPL-RECEIVED OF WS-COMMAREA NOT NUMERIC
              MOVE 'Received date must be YYYYMMDD'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              GO TO P100-EXIT
           END-IF.
           IF INQCOM-CPL-RECEIVED OF WS-COMMAREA > WS-TODAY
              MOVE 'Received date is in the future'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              GO TO P100-EXIT
           END-IF.

           MOVE INQCOM-CPL-CHANNEL OF WS-COMMAREA TO CPL-CHANNEL.
           IF NOT CPL-CHN-VALID
              MOVE 'Channel must be P, L, E, B or R'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              GO TO P100-EXIT
           END-IF.

           MOVE INQCOM-CPL-CATEGORY OF WS-COMMAREA TO CPL-CATEGORY.
           IF NOT CPL-CAT-VALID
              MOVE 'Category must be A, T, F, S, C or O'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              GO TO P100-EXIT
           END-IF.

           IF INQCOM-CPL-SUMMARY OF WS-COMMAREA = SPACES
              MOVE 'Complaint summary is required'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              GO TO P100-EXIT
           END-IF.

           IF INQCOM-CPL-TRN-DATE OF WS-COMMAREA NOT = SPACES
              OR INQCOM-CPL-TRN-TIME OF WS-COMMAREA NOT = SPACES
              OR INQCOM-CPL-TRN-SEQ OF WS-COMMAREA NOT = SPACES
              IF INQCOM-CPL-TRN-DATE OF WS-COMMAREA NOT NUMERIC
                 OR INQCOM-CPL-TRN-TIME OF WS-COMMAREA NOT NUMERIC
                 OR INQCOM-CPL-TRN-SEQ OF WS-COMMAREA = SPACES
                 MOVE 'Transaction key needs date, time and sequence'
                   TO INQCOM-ERROR-MSG OF WS-COMMAREA
                 GO TO P100-EXIT
              END-IF
           END-IF.

           IF INQCOM-CPL-HANDLER OF WS-COMMAREA = SPACES
              MOVE WS-USER-ID TO INQCOM-CPL-HANDLER OF WS-COMMAREA
           END-IF.
           PERFORM P110-CHECK-HANDLER
              THRU P110-EXIT.
       P100-EXIT.
           EXIT.

       P110-CHECK-HANDLER.
           MOVE INQCOM-CPL-HANDLER OF WS-COMMAREA TO UPR-USER-ID.
           EXEC CICS READ FILE('USRPROF')
                     INTO(USER-PROFILE-RECORD)
                     RIDFLD(UPR-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
              OR NOT UPR-STATUS-ACTIVE
              MOVE 'Handler is not an active user'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
           END-IF.
       P110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The next free sequence on the received date is taken by
      * writing each in turn until one is not already on file.
      *----------------------------------------------------------------*
       P200-ADD-COMPLAINT.
           INITIALIZE COMPLAINT-RECORD.
           MOVE WS-PORTFOLIO-ID TO CPL-PORTFOLIO-ID.
           MOVE INQCOM-CPL-RECEIVED OF WS-COMMAREA
             TO CPL-RECEIVED-DATE.
           MOVE INQCOM-CPL-CHANNEL OF WS-COMMAREA  TO CPL-CHANNEL.
           MOVE INQCOM-CPL-CATEGORY OF WS-COMMAREA TO CPL-CATEGORY.
           MOVE INQCOM-CPL-SUMMARY OF WS-COMMAREA  TO CPL-SUMMARY.
           IF INQCOM-CPL-TRN-DATE OF WS-COMMAREA NOT = SPACES
              MOVE INQCOM-CPL-TRN-DATE OF WS-COMMAREA
                TO CPL-TRN-DATE
              MOVE INQCOM-CPL-TRN-TIME OF WS-COMMAREA
                TO CPL-TRN-TIME
              MOVE WS-PORTFOLIO-ID TO CPL-TRN-PORTFOLIO
              MOVE INQCOM-CPL-TRN-SEQ OF WS-COMMAREA
                TO CPL-TRN-SEQ-NO
           END-IF.
           MOVE INQCOM-CPL-HANDLER OF WS-COMMAREA  TO CPL-HANDLER.
           SET CPL-STATUS-OPEN TO TRUE.
           MOVE ZERO TO CPL-REDRESS-AMT.
           SET CPL-REDRESS-NONE TO TRUE.
           MOVE FUNCTION CURRENT-DATE TO CPL-LAST-MAINT-DATE.
           MOVE WS-USER-ID TO CPL-LAST-MAINT-USER.
           MOVE SPACES TO WS-BEFORE-IMAGE.

           MOVE 0 TO WS-NEXT-SEQ.
           PERFORM P210-WRITE-NEXT-SEQ
              THRU P210-EXIT
              UNTIL WS-COMPLAINT-WRITTEN
                 OR INQCOM-ERROR-MSG OF WS-COMMAREA NOT = SPACES.

           IF WS-COMPLAINT-WRITTEN
              STRING 'Complaint recorded as '
                     CPL-RECEIVED-DATE '-' CPL-SEQ-NO
                     DELIMITED BY SIZE
                INTO INQCOM-ERROR-MSG OF WS-COMMAREA
              MOVE CPL-RECEIVED-DATE
                TO INQCOM-CPL-RECEIVED OF WS-COMMAREA
              MOVE CPL-SEQ-NO TO INQCOM-CPL-SEQ OF WS-COMMAREA
           END-IF.
       P200-EXIT.
           EXIT.

       P210-WRITE-NEXT-SEQ.
           IF WS-NEXT-SEQ = 99
              MOVE 'No sequence left on that received date'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              GO TO P210-EXIT
           END-IF.
           ADD 1 TO WS-NEXT-SEQ.
           MOVE WS-NEXT-SEQ TO CPL-SEQ-NO.

           EXEC CICS WRITE FILE('CPLREG')
                     FROM(COMPLAINT-RECORD)
                     RIDFLD(CPL-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-RESPONSE-CODE = DFHRESP(NORMAL)
                    SET WS-COMPLAINT-WRITTEN TO TRUE
               WHEN WS-RESPONSE-CODE = DFHRESP(DUPREC)
                    CONTINUE
               WHEN OTHER
                    MOVE 'Error writing complaint'
                      TO INQCOM-ERROR-MSG OF WS-COMMAREA
           END-EVALUATE.
       P210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Change of handler, resolution, or redress. A resolved
      * complaint is closed to further change except to set its
      * redress; paid redress is final. Resolving needs a root cause
      * (not on a withdrawal) and a date between receipt and today;
      * redress goes only on an upheld complaint, and only a
      * supervisor may set it.
      *----------------------------------------------------------------*
       P300-UPDATE-COMPLAINT.
           IF INQCOM-CPL-RECEIVED OF WS-COMMAREA NOT NUMERIC
              OR INQCOM-CPL-SEQ OF WS-COMMAREA NOT NUMERIC
              MOVE 'Key the received date and sequence to update'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              GO TO P300-EXIT
           END-IF.

           MOVE WS-PORTFOLIO-ID TO CPL-PORTFOLIO-ID.
           MOVE INQCOM-CPL-RECEIVED OF WS-COMMAREA
             TO CPL-RECEIVED-DATE.
           MOVE INQCOM-CPL-SEQ OF WS-COMMAREA TO CPL-SEQ-NO.
           EXEC CICS READ FILE('CPLREG')
                     INTO(COMPLAINT-RECORD)
                     RIDFLD(CPL-KEY)
                     UPDATE
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
              MOVE 'Complaint not found on this portfolio'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              GO TO P300-EXIT
           END-IF.
           MOVE COMPLAINT-RECORD TO WS-BEFORE-IMAGE.

           IF CPL-REDRESS-PAID
              MOVE 'Redress already paid - complaint is final'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              GO TO P300-UNLOCK
           END-IF.

           IF CPL-STATUS-RESOLVED
              IF INQCOM-CPL-HANDLER OF WS-COMMAREA NOT = SPACES
                 OR INQCOM-CPL-STATUS OF WS-COMMAREA NOT = SPACES
                 OR INQCOM-CPL-ROOT-CAUSE OF WS-COMMAREA NOT = SPACES
                 OR INQCOM-CPL-RESOLVED OF WS-COMMAREA NOT = SPACES
                 MOVE 'Complaint is resolved - only redress can be set'
                   TO INQCOM-ERROR-MSG OF WS-COMMAREA
                 GO TO P300-UNLOCK
              END-IF
           END-IF.

           IF INQCOM-CPL-HANDLER OF WS-COMMAREA NOT = SPACES
              PERFORM P110-CHECK-HANDLER
                 THRU P110-EXIT
              IF INQCOM-ERROR-MSG OF WS-COMMAREA NOT = SPACES
                 GO TO P300-UNLOCK
              END-IF
              MOVE INQCOM-CPL-HANDLER OF WS-COMMAREA TO CPL-HANDLER
           END-IF.

           IF INQCOM-CPL-STATUS OF WS-COMMAREA NOT = SPACES
              PERFORM P310-RESOLVE
                 THRU P310-EXIT
              IF INQCOM-ERROR-MSG OF WS-COMMAREA NOT = SPACES
                 GO TO P300-UNLOCK
              END-IF
           END-IF.

           IF INQCOM-CPL-REDRESS OF WS-COMMAREA NOT = ZERO
              PERFORM P320-SET-REDRESS
                 THRU P320-EXIT
              IF INQCOM-ERROR-MSG OF WS-COMMAREA NOT = SPACES
                 GO TO P300-UNLOCK
              END-IF
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO CPL-LAST-MAINT-DATE.
           MOVE WS-USER-ID TO CPL-LAST-MAINT-USER.

           EXEC CICS REWRITE FILE('CPLREG')
                     FROM(COMPLAINT-RECORD)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
              SET WS-COMPLAINT-WRITTEN TO TRUE
              MOVE 'Complaint updated'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
           ELSE
              MOVE 'Error updating complaint'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
           END-IF.
           GO TO P300-EXIT.

       P300-UNLOCK.
           EXEC CICS UNLOCK FILE('CPLREG')
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.
       P300-EXIT.
           EXIT.

       P310-RESOLVE.
           MOVE INQCOM-CPL-STATUS OF WS-COMMAREA TO CPL-STATUS.
           IF CPL-STATUS-OPEN
              MOVE 'Status O leaves the complaint open - key U, N or W'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              GO TO P310-EXIT
           END-IF.
           IF NOT CPL-STATUS-RESOLVED
              MOVE 'Status must be U (upheld), N (not upheld) or W'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              GO TO P310-EXIT
           END-IF.

           MOVE INQCOM-CPL-ROOT-CAUSE OF WS-COMMAREA
             TO CPL-ROOT-CAUSE.
           IF NOT CPL-STATUS-WITHDRAWN
              AND NOT CPL-RC-VALID
              MOVE 'Root cause must be P, S, E, T, C or N'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              GO TO P310-EXIT
           END-IF.

           IF INQCOM-CPL-RESOLVED OF WS-COMMAREA = SPACES
              MOVE WS-TODAY TO CPL-RESOLVED-DATE
           ELSE
              MOVE INQCOM-CPL-RESOLVED OF WS-COMMAREA
                TO CPL-RESOLVED-DATE
           END-IF.
           IF CPL-RESOLVED-DATE NOT NUMERIC
              OR CPL-RESOLVED-DATE < CPL-RECEIVED-DATE
              OR CPL-RESOLVED-DATE > WS-TODAY
              MOVE 'Resolved date must fall between receipt and today'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
           END-IF.
       P310-EXIT.
           EXIT.

       P320-SET-REDRESS.
           IF NOT CPL-STATUS-UPHELD
              MOVE 'Redress is paid only on an upheld complaint'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              GO TO P320-EXIT
           END-IF.
           IF INQCOM-CPL-REDRESS OF WS-COMMAREA < ZERO
              MOVE 'Redress amount cannot be negative'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              GO TO P320-EXIT
           END-IF.

           MOVE WS-USER-ID TO UPR-USER-ID.
           EXEC CICS READ FILE('USRPROF')
                     INTO(USER-PROFILE-RECORD)
                     RIDFLD(UPR-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
              OR NOT UPR-ROLE-SUPERVISOR
              MOVE 'Redress must be approved by a supervisor'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              GO TO P320-EXIT
           END-IF.

           MOVE INQCOM-CPL-REDRESS OF WS-COMMAREA TO CPL-REDRESS-AMT.
           SET CPL-REDRESS-APPROVED TO TRUE.
           MOVE WS-USER-ID TO CPL-REDRESS-APPROVER.
       P320-EXIT.
           EXIT.

       P400-WRITE-AUDIT.
           INITIALIZE AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE 'PORTFOLIO' TO AUD-SYSTEM-ID.
           MOVE WS-USER-ID  TO AUD-USER-ID.
           MOVE 'CPLMNT  '  TO AUD-PROGRAM.
           MOVE 'USER'      TO AUD-TYPE.
           IF INQCOM-CPL-UPDATE OF WS-COMMAREA
              MOVE 'UPDATE  ' TO AUD-ACTION
              MOVE 'Client complaint updated' TO AUD-MESSAGE
           ELSE
              MOVE 'CREATE  ' TO AUD-ACTION
              MOVE 'Client complaint recorded' TO AUD-MESSAGE
           END-IF.
           MOVE 'SUCC'      TO AUD-STATUS.
           MOVE WS-PORTFOLIO-ID  TO AUD-PORTFOLIO-ID.
           MOVE WS-BEFORE-IMAGE  TO AUD-BEFORE-IMAGE.
           MOVE COMPLAINT-RECORD TO AUD-AFTER-IMAGE.

           EXEC CICS WRITE FILE('AUDFILE')
                     FROM(AUDIT-RECORD)
                     RIDFLD(AUD-TIMESTAMP)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.
       P400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * List view: every complaint on the portfolio in the order
      * received -- a status line, then the summary and the
      * transaction complained of.
      *----------------------------------------------------------------*
       P500-LIST-COMPLAINTS.
           SET WS-LIST-MORE TO TRUE.
           MOVE WS-PORTFOLIO-ID TO WS-CBK-PORTFOLIO.
           MOVE LOW-VALUES TO WS-CBK-RECEIVED.
           MOVE LOW-VALUES TO WS-CBK-SEQ.

           EXEC CICS STARTBR FILE('CPLREG')
                     RIDFLD(WS-CPL-BROWSE-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
              MOVE 'No complaints on this portfolio'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              GO TO P500-EXIT
           END-IF.

           PERFORM P510-SEND-ONE-COMPLAINT
              THRU P510-EXIT
              UNTIL WS-LIST-DONE.

           EXEC CICS ENDBR FILE('CPLREG')
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-LISTED = 0
              MOVE 'No complaints on this portfolio'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
           END-IF.
       P500-EXIT.
           EXIT.

       P510-SEND-ONE-COMPLAINT.
           EXEC CICS READNEXT FILE('CPLREG')
                     INTO(COMPLAINT-RECORD)
                     RIDFLD(WS-CPL-BROWSE-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
              SET WS-LIST-DONE TO TRUE
              GO TO P510-EXIT
           END-IF.

           IF CPL-PORTFOLIO-ID NOT = WS-PORTFOLIO-ID
              SET WS-LIST-DONE TO TRUE
              GO TO P510-EXIT
           END-IF.

           MOVE CPL-RECEIVED-DATE TO WS-CHL-RECEIVED.
           MOVE CPL-SEQ-NO        TO WS-CHL-SEQ.
           MOVE CPL-CHANNEL       TO WS-CHL-CHANNEL.
           MOVE CPL-CATEGORY      TO WS-CHL-CATEGORY.
           EVALUATE TRUE
               WHEN CPL-STATUS-OPEN
                    MOVE 'OPEN'      TO WS-CHL-STATUS
               WHEN CPL-STATUS-UPHELD
                    MOVE 'UPHELD'    TO WS-CHL-STATUS
               WHEN CPL-STATUS-REJECTED
                    MOVE 'NOT UPHLD' TO WS-CHL-STATUS
               WHEN OTHER
                    MOVE 'WITHDRAWN' TO WS-CHL-STATUS
           END-EVALUATE.
           MOVE CPL-HANDLER       TO WS-CHL-HANDLER.
           MOVE CPL-RESOLVED-DATE TO WS-CHL-RESOLVED.
           MOVE CPL-ROOT-CAUSE    TO WS-CHL-ROOT-CAUSE.
           MOVE CPL-REDRESS-AMT   TO WS-CHL-REDRESS.
           EVALUATE TRUE
               WHEN CPL-REDRESS-APPROVED
                    MOVE 'APPROVED' TO WS-CHL-REDRESS-STATUS
               WHEN CPL-REDRESS-PAID
                    MOVE 'PAID'     TO WS-CHL-REDRESS-STATUS
               WHEN OTHER
                    MOVE SPACES     TO WS-CHL-REDRESS-STATUS
           END-EVALUATE.

           EXEC CICS SEND TEXT
                     FROM(WS-CPL-HEAD-LINE)
                     LENGTH(LENGTH OF WS-CPL-HEAD-LINE)
                     ACCUM
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.

           MOVE CPL-SUMMARY TO WS-CTL-SUMMARY.
           MOVE SPACES      TO WS-CTL-TRN-REF.
           IF CPL-TRN-DATE NOT = SPACES
              STRING 'TRN ' CPL-TRN-DATE ' ' CPL-TRN-SEQ-NO
                     DELIMITED BY SIZE
                INTO WS-CTL-TRN-REF
           END-IF.
           EXEC CICS SEND TEXT
                     FROM(WS-CPL-TEXT-LINE)
                     LENGTH(LENGTH OF WS-CPL-TEXT-LINE)
                     ACCUM
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.
           ADD 1 TO WS-LISTED.
       P510-EXIT.
           EXIT.
