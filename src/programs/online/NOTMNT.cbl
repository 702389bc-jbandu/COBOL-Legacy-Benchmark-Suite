       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTMNT.
      *****************************************************************
      * Account Notes Handler                                         *
      * - Lists the service notes on the portfolio the inquiry is     *
      *   on, oldest first, with each note's follow-up and status    *
      * - Adds a note: category, free text, the signed-on user as     *
      *   author, and an optional follow-up date and assignee         *
      * - Annotates an earlier note; the annotation can close that    *
      *   note's follow-up. Notes are never deleted or rewritten --   *
      *   the follow-up status is the only field an annotation moves *
      * - The user must hold a USRENT entry for the portfolio         *
      * - Writes an audit entry for every note or annotation added    *
      *****************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-COMMAREA.
           COPY INQCOM.

           COPY ACTNOT.

           COPY AUDITLOG.

       01  WS-PORTFOLIO-RECORD.
           COPY PORTFLIO.

           COPY USRPROF.

      *----------------------------------------------------------------*
      * USRENT coverage for the portfolio the notes are on.
      *----------------------------------------------------------------*
       01  WS-ENTITLEMENT-RECORD.
           COPY USRENT.

       01  WS-ENTITLE-WORK.
           05 WS-ENTITLED-SW          PIC X VALUE 'N'.
              88 WS-ENTITLED              VALUE 'Y'.
              88 WS-NOT-ENTITLED          VALUE 'N'.

       01  WS-FLAGS.
           05 WS-RESPONSE-CODE        PIC S9(8) COMP.
           05 WS-NOTE-DONE-SW         PIC X VALUE 'N'.
              88 WS-NOTE-DONE             VALUE 'Y'.
              88 WS-NOTE-MORE             VALUE 'N'.
           05 WS-CLOSED-SW            PIC X VALUE 'N'.
              88 WS-FOLLOWUP-CLOSED       VALUE 'Y'.

       01  WS-WORK-AREAS.
           05 WS-USER-ID              PIC X(8).
           05 WS-PORTFOLIO-ID         PIC X(8).
           05 WS-CURRENT-TS           PIC X(21).
           05 WS-TODAY                PIC X(8).
           05 WS-NOTES-SENT           PIC S9(4) COMP VALUE 0.
           05 WS-SAVED-NOTE           PIC X(300).
           05 WS-NOTE-BROWSE-KEY.
              10 WS-NBK-PORTFOLIO     PIC X(8).
              10 WS-NBK-DATE          PIC X(8).
              10 WS-NBK-TIME          PIC X(8).

       01  WS-NOTE-HEAD-LINE.
           05 WS-NHL-DATE             PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-NHL-TIME             PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-NHL-TYPE             PIC X(5).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-NHL-CATEGORY         PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-NHL-AUTHOR           PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-NHL-FOLLOWUP         PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-NHL-ASSIGNEE         PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-NHL-STATUS           PIC X(6).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-NHL-REF              PIC X(17).

       01  WS-NOTE-TEXT-LINE.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-NTL-TEXT             PIC X(80).

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
                  WHEN INQCOM-NTE-BROWSE OF WS-COMMAREA
                       PERFORM P500-LIST-NOTES
                          THRU P500-EXIT
                  WHEN INQCOM-NTE-ADD OF WS-COMMAREA
                  WHEN INQCOM-NTE-ANNOTATE OF WS-COMMAREA
                       PERFORM P100-EDIT-NOTE
                          THRU P100-EXIT
                       IF INQCOM-ERROR-MSG OF WS-COMMAREA = SPACES
                          PERFORM P200-ADD-NOTE
                             THRU P200-EXIT
                       END-IF
                       IF INQCOM-ERROR-MSG OF WS-COMMAREA = SPACES
                          PERFORM P300-CLOSE-FOLLOWUP
                             THRU P300-EXIT
                          PERFORM P400-WRITE-AUDIT
                             THRU P400-EXIT
                       END-IF
                  WHEN OTHER
                       MOVE 'Action must be B (browse), A (add) or N'
                         TO INQCOM-ERROR-MSG OF WS-COMMAREA
              END-EVALUATE
           END-IF.

           MOVE WS-COMMAREA TO DFHCOMMAREA.
           EXEC CICS RETURN END-EXEC.

      *----------------------------------------------------------------*
      * The portfolio is the one the inquiry is keyed on. It must be
      * on file, and the signed-on user must hold a USRENT entry for
      * it or the '*ALL' grant -- the same row-level check the
      * inquiry handlers make before showing detail.
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
      * Text and category are required. A follow-up needs a date no
      * earlier than today; the assignee defaults to the author and
      * otherwise must be an active user. An annotation must name a
      * note on this portfolio, and can only close a follow-up that
      * is still open.
      *----------------------------------------------------------------*
       P100-EDIT-NOTE.
           IF INQCOM-NTE-TEXT OF WS-COMMAREA = SPACES
              MOVE 'Note text is required'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              GO TO P100-EXIT
           END-IF.

           MOVE INQCOM-NTE-CATEGORY OF WS-COMMAREA TO ANT-CATEGORY.
           IF NOT ANT-CAT-VALID
              MOVE 'Category must be C, M, W, R or O'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              GO TO P100-EXIT
           END-IF.

           IF INQCOM-NTE-FOLLOWUP OF WS-COMMAREA = SPACES
              IF INQCOM-NTE-ASSIGNEE OF WS-COMMAREA NOT = SPACES
                 MOVE 'Assignee needs a follow-up date'
                   TO INQCOM-ERROR-MSG OF WS-COMMAREA
                 GO TO P100-EXIT
              END-IF
           ELSE
              IF INQCOM-NTE-FOLLOWUP OF WS-COMMAREA NOT NUMERIC
                 MOVE 'Follow-up date must be YYYYMMDD'
                   TO INQCOM-ERROR-MSG OF WS-COMMAREA
                 GO TO P100-EXIT
              END-IF
              IF INQCOM-NTE-FOLLOWUP OF WS-COMMAREA < WS-TODAY
                 MOVE 'Follow-up date is in the past'
                   TO INQCOM-ERROR-MSG OF WS-COMMAREA
                 GO TO P100-EXIT
              END-IF
              IF INQCOM-NTE-ASSIGNEE OF WS-COMMAREA = SPACES
                 MOVE WS-USER-ID
                   TO INQCOM-NTE-ASSIGNEE OF WS-COMMAREA
              END-IF
              PERFORM P110-CHECK-ASSIGNEE
                 THRU P110-EXIT
              IF INQCOM-ERROR-MSG OF WS-COMMAREA NOT = SPACES
                 GO TO P100-EXIT
              END-IF
           END-IF.

           IF INQCOM-NTE-ADD OF WS-COMMAREA
              GO TO P100-EXIT
           END-IF.

           MOVE WS-PORTFOLIO-ID TO ANT-PORTFOLIO-ID.
           MOVE INQCOM-NTE-REF-DATE OF WS-COMMAREA TO ANT-NOTE-DATE.
           MOVE INQCOM-NTE-REF-TIME OF WS-COMMAREA TO ANT-NOTE-TIME.
           EXEC CICS READ FILE('ACTNOT')
                     INTO(ACCOUNT-NOTE-RECORD)
                     RIDFLD(ANT-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
              MOVE 'Note to annotate not found on this portfolio'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              GO TO P100-EXIT
           END-IF.

           IF INQCOM-NTE-CLOSE-FOLLOWUP OF WS-COMMAREA
              AND NOT ANT-FOLLOWUP-OPEN
              MOVE 'That note has no open follow-up to close'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
           END-IF.
       P100-EXIT.
           EXIT.

       P110-CHECK-ASSIGNEE.
           MOVE INQCOM-NTE-ASSIGNEE OF WS-COMMAREA TO UPR-USER-ID.
           EXEC CICS READ FILE('USRPROF')
                     INTO(USER-PROFILE-RECORD)
                     RIDFLD(UPR-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
              OR NOT UPR-STATUS-ACTIVE
              MOVE 'Assignee is not an active user'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
           END-IF.
       P110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Notes are only ever written -- there is no path here, or
      * anywhere, that deletes one or replaces its text.
      *----------------------------------------------------------------*
       P200-ADD-NOTE.
           INITIALIZE ACCOUNT-NOTE-RECORD.
           MOVE WS-PORTFOLIO-ID    TO ANT-PORTFOLIO-ID.
           MOVE WS-CURRENT-TS(1:8) TO ANT-NOTE-DATE.
           MOVE WS-CURRENT-TS(9:8) TO ANT-NOTE-TIME.
           IF INQCOM-NTE-ANNOTATE OF WS-COMMAREA
              SET ANT-TYPE-ANNOTATION TO TRUE
              MOVE INQCOM-NTE-REF-DATE OF WS-COMMAREA
                TO ANT-REF-DATE
              MOVE INQCOM-NTE-REF-TIME OF WS-COMMAREA
                TO ANT-REF-TIME
           ELSE
              SET ANT-TYPE-NOTE TO TRUE
           END-IF.
           MOVE INQCOM-NTE-CATEGORY OF WS-COMMAREA TO ANT-CATEGORY.
           MOVE WS-USER-ID TO ANT-AUTHOR.
           MOVE INQCOM-NTE-TEXT OF WS-COMMAREA TO ANT-TEXT.
           IF INQCOM-NTE-FOLLOWUP OF WS-COMMAREA NOT = SPACES
              MOVE INQCOM-NTE-FOLLOWUP OF WS-COMMAREA
                TO ANT-FOLLOWUP-DATE
              MOVE INQCOM-NTE-ASSIGNEE OF WS-COMMAREA
                TO ANT-ASSIGNEE
              SET ANT-FOLLOWUP-OPEN TO TRUE
           END-IF.

           EXEC CICS WRITE FILE('ACTNOT')
                     FROM(ACCOUNT-NOTE-RECORD)
                     RIDFLD(ANT-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-RESPONSE-CODE = DFHRESP(NORMAL)
                    MOVE ACCOUNT-NOTE-RECORD TO WS-SAVED-NOTE
               WHEN WS-RESPONSE-CODE = DFHRESP(DUPREC)
                    MOVE 'A note was just taken - try again'
                      TO INQCOM-ERROR-MSG OF WS-COMMAREA
               WHEN OTHER
                    MOVE 'Error writing account note'
                      TO INQCOM-ERROR-MSG OF WS-COMMAREA
           END-EVALUATE.
       P200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * An annotation flagged to close: the annotated note's follow-
      * up status, closing date and user are set -- its text and
      * everything else it carries stay as written.
      *----------------------------------------------------------------*
       P300-CLOSE-FOLLOWUP.
           IF NOT INQCOM-NTE-ANNOTATE OF WS-COMMAREA
              OR NOT INQCOM-NTE-CLOSE-FOLLOWUP OF WS-COMMAREA
              GO TO P300-EXIT
           END-IF.

           MOVE WS-PORTFOLIO-ID TO ANT-PORTFOLIO-ID.
           MOVE INQCOM-NTE-REF-DATE OF WS-COMMAREA TO ANT-NOTE-DATE.
           MOVE INQCOM-NTE-REF-TIME OF WS-COMMAREA TO ANT-NOTE-TIME.
           EXEC CICS READ FILE('ACTNOT')
                     INTO(ACCOUNT-NOTE-RECORD)
                     RIDFLD(ANT-KEY)
                     UPDATE
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
              MOVE 'Annotation saved - follow-up could not be closed'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              GO TO P300-EXIT
           END-IF.

           SET ANT-FOLLOWUP-CLOSED TO TRUE.
           MOVE WS-TODAY   TO ANT-CLOSED-DATE.
           MOVE WS-USER-ID TO ANT-CLOSED-BY.

           EXEC CICS REWRITE FILE('ACTNOT')
                     FROM(ACCOUNT-NOTE-RECORD)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
              SET WS-FOLLOWUP-CLOSED TO TRUE
           ELSE
              MOVE 'Annotation saved - follow-up could not be closed'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
           END-IF.
       P300-EXIT.
           EXIT.

       P400-WRITE-AUDIT.
           INITIALIZE AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE 'PORTFOLIO' TO AUD-SYSTEM-ID.
           MOVE WS-USER-ID  TO AUD-USER-ID.
           MOVE 'NOTMNT  '  TO AUD-PROGRAM.
           MOVE 'USER'      TO AUD-TYPE.
           MOVE 'CREATE  '  TO AUD-ACTION.
           MOVE 'SUCC'      TO AUD-STATUS.
           MOVE WS-PORTFOLIO-ID TO AUD-PORTFOLIO-ID.
           MOVE WS-SAVED-NOTE   TO AUD-AFTER-IMAGE.
           IF INQCOM-NTE-ADD OF WS-COMMAREA
              MOVE 'Account note added' TO AUD-MESSAGE
           ELSE
              IF WS-FOLLOWUP-CLOSED
                 MOVE 'Account note annotated, follow-up closed'
                   TO AUD-MESSAGE
              ELSE
                 MOVE 'Account note annotated' TO AUD-MESSAGE
              END-IF
           END-IF.

           EXEC CICS WRITE FILE('AUDFILE')
                     FROM(AUDIT-RECORD)
                     RIDFLD(AUD-TIMESTAMP)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF INQCOM-ERROR-MSG OF WS-COMMAREA = SPACES
              MOVE AUD-MESSAGE TO INQCOM-ERROR-MSG OF WS-COMMAREA
           END-IF.
       P400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Browse view: every note and annotation on the portfolio in
      * the order taken -- a heading line, then the text over two.
      *----------------------------------------------------------------*
       P500-LIST-NOTES.
           SET WS-NOTE-MORE TO TRUE.
           MOVE WS-PORTFOLIO-ID TO WS-NBK-PORTFOLIO.
           MOVE LOW-VALUES TO WS-NBK-DATE.
           MOVE LOW-VALUES TO WS-NBK-TIME.

           EXEC CICS STARTBR FILE('ACTNOT')
                     RIDFLD(WS-NOTE-BROWSE-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
              MOVE 'No notes on this portfolio'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              GO TO P500-EXIT
           END-IF.

           PERFORM P510-SEND-ONE-NOTE
              THRU P510-EXIT
              UNTIL WS-NOTE-DONE.

           EXEC CICS ENDBR FILE('ACTNOT')
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-NOTES-SENT = 0
              MOVE 'No notes on this portfolio'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
           END-IF.
       P500-EXIT.
           EXIT.

       P510-SEND-ONE-NOTE.
           EXEC CICS READNEXT FILE('ACTNOT')
                     INTO(ACCOUNT-NOTE-RECORD)
                     RIDFLD(WS-NOTE-BROWSE-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
              SET WS-NOTE-DONE TO TRUE
              GO TO P510-EXIT
           END-IF.

           IF ANT-PORTFOLIO-ID NOT = WS-PORTFOLIO-ID
              SET WS-NOTE-DONE TO TRUE
              GO TO P510-EXIT
           END-IF.

           MOVE ANT-NOTE-DATE TO WS-NHL-DATE.
           MOVE ANT-NOTE-TIME TO WS-NHL-TIME.
           IF ANT-TYPE-ANNOTATION
              MOVE 'ANNOT' TO WS-NHL-TYPE
              MOVE SPACES  TO WS-NHL-REF
              STRING 'RE ' ANT-REF-DATE ' ' ANT-REF-TIME(1:4)
                     DELIMITED BY SIZE
                INTO WS-NHL-REF
           ELSE
              MOVE 'NOTE'  TO WS-NHL-TYPE
              MOVE SPACES  TO WS-NHL-REF
           END-IF.
           EVALUATE TRUE
               WHEN ANT-CAT-CALL
                    MOVE 'CALL'     TO WS-NHL-CATEGORY
               WHEN ANT-CAT-MEETING
                    MOVE 'MEETING'  TO WS-NHL-CATEGORY
               WHEN ANT-CAT-CORRESPOND
                    MOVE 'WRITTEN'  TO WS-NHL-CATEGORY
               WHEN ANT-CAT-REQUEST
                    MOVE 'REQUEST'  TO WS-NHL-CATEGORY
               WHEN OTHER
                    MOVE 'OTHER'    TO WS-NHL-CATEGORY
           END-EVALUATE.
           MOVE ANT-AUTHOR        TO WS-NHL-AUTHOR.
           MOVE ANT-FOLLOWUP-DATE TO WS-NHL-FOLLOWUP.
           MOVE ANT-ASSIGNEE      TO WS-NHL-ASSIGNEE.
           EVALUATE TRUE
               WHEN ANT-FOLLOWUP-OPEN
                    IF ANT-FOLLOWUP-DATE < WS-TODAY
                       MOVE 'OVERDU' TO WS-NHL-STATUS
                    ELSE
                       MOVE 'OPEN'   TO WS-NHL-STATUS
                    END-IF
               WHEN ANT-FOLLOWUP-CLOSED
                    MOVE 'CLOSED' TO WS-NHL-STATUS
               WHEN OTHER
                    MOVE SPACES   TO WS-NHL-STATUS
           END-EVALUATE.

           EXEC CICS SEND TEXT
                     FROM(WS-NOTE-HEAD-LINE)
                     LENGTH(LENGTH OF WS-NOTE-HEAD-LINE)
                     ACCUM
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.

           MOVE ANT-TEXT(1:80) TO WS-NTL-TEXT.
           EXEC CICS SEND TEXT
                     FROM(WS-NOTE-TEXT-LINE)
                     LENGTH(LENGTH OF WS-NOTE-TEXT-LINE)
                     ACCUM
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF ANT-TEXT(81:80) NOT = SPACES
              MOVE ANT-TEXT(81:80) TO WS-NTL-TEXT
              EXEC CICS SEND TEXT
                        FROM(WS-NOTE-TEXT-LINE)
                        LENGTH(LENGTH OF WS-NOTE-TEXT-LINE)
                        ACCUM
                        RESP(WS-RESPONSE-CODE)
              END-EXEC
           END-IF.
           ADD 1 TO WS-NOTES-SENT.
       P510-EXIT.
           EXIT.
