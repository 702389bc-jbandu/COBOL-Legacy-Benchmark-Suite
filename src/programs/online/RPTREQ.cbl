       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTREQ.
      *****************************************************************
      * On-Request Report Handler                                     *
      * - Lists the reports a user may ask for (the RPTCAT catalog)   *
      *   with the parameter each takes                               *
      * - Queues a requested report with its parameters on RPTQUE;   *
      *   RPTQRN00 runs it on the next report cycle and files the     *
      *   output in the report repository under the user's ID, where *
      *   VRPT pages it                                               *
      * - Lists the user's own requests with their status (queued,    *
      *   running, done, failed) and where the output filed           *
      * - A single-portfolio request needs the user's USRENT entry    *
      *   for the portfolio, an all-portfolio one the '*ALL' grant    *
      * - Writes an audit entry for every request queued              *
      *****************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-COMMAREA.
           COPY INQCOM.

           COPY RPTQUE.

           COPY RPTCAT.

           COPY AUDITLOG.

      *----------------------------------------------------------------*
      * USRENT coverage for the portfolio a request names.
      *----------------------------------------------------------------*
       01  WS-ENTITLEMENT-RECORD.
           COPY USRENT.

       01  WS-ENTITLE-WORK.
           05 WS-ENT-USER             PIC X(8).
           05 WS-ENT-PORTFOLIO        PIC X(8).
           05 WS-ENTITLED-SW          PIC X VALUE 'N'.
              88 WS-ENTITLED              VALUE 'Y'.
              88 WS-NOT-ENTITLED          VALUE 'N'.

       01  WS-FLAGS.
           05 WS-RESPONSE-CODE        PIC S9(8) COMP.
           05 WS-RRQ-DONE-SW          PIC X VALUE 'N'.
              88 WS-RRQ-DONE              VALUE 'Y'.
              88 WS-RRQ-MORE              VALUE 'N'.

       01  WS-WORK-AREAS.
           05 WS-USER-ID              PIC X(8).
           05 WS-CURRENT-TS           PIC X(21).
           05 WS-CAT-IX               PIC 9(4) COMP.
           05 WS-FOUND-IX             PIC 9(4) COMP.
           05 WS-REQUESTS-SENT        PIC S9(4) COMP VALUE 0.
           05 WS-RRQ-BROWSE-KEY.
              10 WS-RRQ-BRK-USER      PIC X(8).
              10 WS-RRQ-BRK-DATE      PIC X(8).
              10 WS-RRQ-BRK-TIME      PIC X(6).

       01  WS-CAT-LINE.
           05 WS-CAT-L-REPORT-ID      PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-CAT-L-DESCRIPTION    PIC X(30).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-CAT-L-PARMS          PIC X(30).

       01  WS-RRQ-LINE.
           05 WS-RRQ-L-REPORT-ID      PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-RRQ-L-DATE           PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-RRQ-L-TIME           PIC X(6).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-RRQ-L-STATUS         PIC X(7).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-RRQ-L-MESSAGE        PIC X(40).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY INQCOM.

       PROCEDURE DIVISION.
           MOVE DFHCOMMAREA TO WS-COMMAREA.
           MOVE SPACES TO INQCOM-ERROR-MSG OF WS-COMMAREA.

           EXEC CICS ASSIGN
                     USERID(WS-USER-ID)
           END-EXEC.

           EVALUATE TRUE
               WHEN INQCOM-RRQ-CATALOG OF WS-COMMAREA
                    PERFORM P100-LIST-CATALOG
                       THRU P100-EXIT
               WHEN INQCOM-RRQ-SUBMIT OF WS-COMMAREA
                    PERFORM P200-EDIT-REQUEST
                       THRU P200-EXIT
                    IF INQCOM-ERROR-MSG OF WS-COMMAREA = SPACES
                       PERFORM P300-QUEUE-REQUEST
                          THRU P300-EXIT
                       PERFORM P400-WRITE-AUDIT
                          THRU P400-EXIT
                    END-IF
               WHEN INQCOM-RRQ-STATUS OF WS-COMMAREA
                    PERFORM P500-LIST-REQUESTS
                       THRU P500-EXIT
               WHEN OTHER
                    MOVE 'Action must be C (catalog), S (submit) or L'
                      TO INQCOM-ERROR-MSG OF WS-COMMAREA
           END-EVALUATE.

           MOVE WS-COMMAREA TO DFHCOMMAREA.
           EXEC CICS RETURN END-EXEC.

      *----------------------------------------------------------------*
      * Catalog view: one line per report that may be requested.
      *----------------------------------------------------------------*
       P100-LIST-CATALOG.
           PERFORM VARYING WS-CAT-IX FROM 1 BY 1
                   UNTIL WS-CAT-IX > RCT-ENTRY-COUNT
              MOVE RCT-REPORT-ID(WS-CAT-IX)   TO WS-CAT-L-REPORT-ID
              MOVE RCT-DESCRIPTION(WS-CAT-IX) TO WS-CAT-L-DESCRIPTION
              EVALUATE TRUE
                  WHEN RCT-PARM-DATES(WS-CAT-IX)
                       MOVE 'FROM/TO DATE (OPTIONAL)'
                         TO WS-CAT-L-PARMS
                  WHEN RCT-PARM-PORTFOLIO(WS-CAT-IX)
                       MOVE 'PORTFOLIO (BLANK = ALL)'
                         TO WS-CAT-L-PARMS
                  WHEN OTHER
                       MOVE 'NONE' TO WS-CAT-L-PARMS
              END-EVALUATE
              EXEC CICS SEND TEXT
                        FROM(WS-CAT-LINE)
                        LENGTH(LENGTH OF WS-CAT-LINE)
                        ACCUM
                        RESP(WS-RESPONSE-CODE)
              END-EXEC
           END-PERFORM.
       P100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The report must be on the catalog; parameters it does not
      * take are cleared rather than refused.
      *----------------------------------------------------------------*
       P200-EDIT-REQUEST.
           MOVE 0 TO WS-FOUND-IX.
           PERFORM VARYING WS-CAT-IX FROM 1 BY 1
                   UNTIL WS-CAT-IX > RCT-ENTRY-COUNT
                      OR WS-FOUND-IX > 0
              IF RCT-REPORT-ID(WS-CAT-IX) =
                 INQCOM-RRQ-REPORT-ID OF WS-COMMAREA
                 MOVE WS-CAT-IX TO WS-FOUND-IX
              END-IF
           END-PERFORM.

           IF WS-FOUND-IX = 0
              MOVE 'Report is not on the request catalog'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              GO TO P200-EXIT
           END-IF.

           IF NOT RCT-PARM-PORTFOLIO(WS-FOUND-IX)
              MOVE SPACES TO INQCOM-RRQ-PORTFOLIO OF WS-COMMAREA
           END-IF.
           IF NOT RCT-PARM-DATES(WS-FOUND-IX)
              MOVE SPACES TO INQCOM-RRQ-FROM-DATE OF WS-COMMAREA
              MOVE SPACES TO INQCOM-RRQ-TO-DATE OF WS-COMMAREA
           END-IF.

           IF RCT-PARM-PORTFOLIO(WS-FOUND-IX)
              IF INQCOM-RRQ-PORTFOLIO OF WS-COMMAREA = SPACES
                 MOVE '*ALL    ' TO WS-ENT-PORTFOLIO
              ELSE
                 MOVE INQCOM-RRQ-PORTFOLIO OF WS-COMMAREA
                   TO WS-ENT-PORTFOLIO
              END-IF
              PERFORM P050-CHECK-ENTITLEMENT
                 THRU P050-EXIT
              IF WS-NOT-ENTITLED
                 MOVE 'Not entitled to this portfolio'
                   TO INQCOM-ERROR-MSG OF WS-COMMAREA
                 GO TO P200-EXIT
              END-IF
           END-IF.

           IF (INQCOM-RRQ-FROM-DATE OF WS-COMMAREA NOT = SPACES
               AND INQCOM-RRQ-FROM-DATE OF WS-COMMAREA NOT NUMERIC)
           OR (INQCOM-RRQ-TO-DATE OF WS-COMMAREA NOT = SPACES
               AND INQCOM-RRQ-TO-DATE OF WS-COMMAREA NOT NUMERIC)
              MOVE 'Dates must be YYYYMMDD'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              GO TO P200-EXIT
           END-IF.

           IF INQCOM-RRQ-FROM-DATE OF WS-COMMAREA NOT = SPACES
              AND INQCOM-RRQ-TO-DATE OF WS-COMMAREA NOT = SPACES
              AND INQCOM-RRQ-FROM-DATE OF WS-COMMAREA >
                  INQCOM-RRQ-TO-DATE OF WS-COMMAREA
              MOVE 'From date is after to date'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
           END-IF.
       P200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The signed-on user must hold a USRENT entry for the
      * portfolio, or the '*ALL' grant -- the same row-level check
      * the inquiry handlers make before showing detail.
      *----------------------------------------------------------------*
       P050-CHECK-ENTITLEMENT.
           SET WS-NOT-ENTITLED TO TRUE.
           MOVE WS-USER-ID TO WS-ENT-USER.

           MOVE WS-ENT-USER      TO UEN-USER-ID.
           MOVE WS-ENT-PORTFOLIO TO UEN-PORTFOLIO-ID.
           EXEC CICS READ FILE('USRENT')
                     INTO(WS-ENTITLEMENT-RECORD)
                     RIDFLD(UEN-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
              SET WS-ENTITLED TO TRUE
              GO TO P050-EXIT
           END-IF.

           MOVE WS-ENT-USER TO UEN-USER-ID.
           MOVE '*ALL    '  TO UEN-PORTFOLIO-ID.
           EXEC CICS READ FILE('USRENT')
                     INTO(WS-ENTITLEMENT-RECORD)
                     RIDFLD(UEN-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
              SET WS-ENTITLED TO TRUE
           END-IF.
       P050-EXIT.
           EXIT.

       P300-QUEUE-REQUEST.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TS.

           INITIALIZE REPORT-REQUEST-RECORD.
           MOVE WS-USER-ID           TO RRQ-USER-ID.
           MOVE WS-CURRENT-TS(1:8)   TO RRQ-REQUEST-DATE.
           MOVE WS-CURRENT-TS(9:6)   TO RRQ-REQUEST-TIME.
           MOVE INQCOM-RRQ-REPORT-ID OF WS-COMMAREA TO RRQ-REPORT-ID.
           MOVE INQCOM-RRQ-PORTFOLIO OF WS-COMMAREA
             TO RRQ-PORTFOLIO-ID.
           MOVE INQCOM-RRQ-FROM-DATE OF WS-COMMAREA TO RRQ-FROM-DATE.
           MOVE INQCOM-RRQ-TO-DATE OF WS-COMMAREA   TO RRQ-TO-DATE.
           SET RRQ-QUEUED TO TRUE.
           MOVE SPACES TO RRQ-RUN-DATE.
           MOVE 'Waiting for the next report cycle' TO RRQ-RESULT-MSG.

           EXEC CICS WRITE FILE('RPTQUE')
                     FROM(REPORT-REQUEST-RECORD)
                     RIDFLD(RRQ-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-RESPONSE-CODE = DFHRESP(NORMAL)
                    MOVE 'Report request queued'
                      TO INQCOM-ERROR-MSG OF WS-COMMAREA
               WHEN WS-RESPONSE-CODE = DFHRESP(DUPREC)
                    MOVE 'A request was just queued - try again'
                      TO INQCOM-ERROR-MSG OF WS-COMMAREA
               WHEN OTHER
                    MOVE 'Error writing report request'
                      TO INQCOM-ERROR-MSG OF WS-COMMAREA
           END-EVALUATE.
       P300-EXIT.
           EXIT.

       P400-WRITE-AUDIT.
           IF INQCOM-ERROR-MSG OF WS-COMMAREA
              NOT = 'Report request queued'
              GO TO P400-EXIT
           END-IF.

           INITIALIZE AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE 'PORTFOLIO' TO AUD-SYSTEM-ID.
           MOVE WS-USER-ID  TO AUD-USER-ID.
           MOVE 'RPTREQ  '  TO AUD-PROGRAM.
           MOVE 'USER'      TO AUD-TYPE.
           MOVE 'CREATE  '  TO AUD-ACTION.
           MOVE 'SUCC'      TO AUD-STATUS.
           MOVE RRQ-PORTFOLIO-ID TO AUD-PORTFOLIO-ID.
           MOVE REPORT-REQUEST-RECORD TO AUD-AFTER-IMAGE.
           MOVE 'Report request queued' TO AUD-MESSAGE.

           EXEC CICS WRITE FILE('AUDFILE')
                     FROM(AUDIT-RECORD)
                     RIDFLD(AUD-TIMESTAMP)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.
       P400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Status view: the signed-on user's requests, oldest first.
      *----------------------------------------------------------------*
       P500-LIST-REQUESTS.
           SET WS-RRQ-MORE TO TRUE.
           MOVE WS-USER-ID TO WS-RRQ-BRK-USER.
           MOVE LOW-VALUES TO WS-RRQ-BRK-DATE.
           MOVE LOW-VALUES TO WS-RRQ-BRK-TIME.

           EXEC CICS STARTBR FILE('RPTQUE')
                     RIDFLD(WS-RRQ-BROWSE-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
              MOVE 'No report requests on file'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
              GO TO P500-EXIT
           END-IF.

           PERFORM P510-SEND-ONE-REQUEST
              THRU P510-EXIT
              UNTIL WS-RRQ-DONE.

           EXEC CICS ENDBR FILE('RPTQUE')
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-REQUESTS-SENT = 0
              MOVE 'No report requests on file'
                TO INQCOM-ERROR-MSG OF WS-COMMAREA
           END-IF.
       P500-EXIT.
           EXIT.

       P510-SEND-ONE-REQUEST.
           EXEC CICS READNEXT FILE('RPTQUE')
                     INTO(REPORT-REQUEST-RECORD)
                     RIDFLD(WS-RRQ-BROWSE-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
              SET WS-RRQ-DONE TO TRUE
              GO TO P510-EXIT
           END-IF.

           IF RRQ-USER-ID NOT = WS-USER-ID
              SET WS-RRQ-DONE TO TRUE
              GO TO P510-EXIT
           END-IF.

           MOVE RRQ-REPORT-ID    TO WS-RRQ-L-REPORT-ID.
           MOVE RRQ-REQUEST-DATE TO WS-RRQ-L-DATE.
           MOVE RRQ-REQUEST-TIME TO WS-RRQ-L-TIME.
           EVALUATE TRUE
               WHEN RRQ-QUEUED
                    MOVE 'QUEUED'  TO WS-RRQ-L-STATUS
               WHEN RRQ-RUNNING
                    MOVE 'RUNNING' TO WS-RRQ-L-STATUS
               WHEN RRQ-DONE
                    MOVE 'DONE'    TO WS-RRQ-L-STATUS
               WHEN RRQ-FAILED
                    MOVE 'FAILED'  TO WS-RRQ-L-STATUS
               WHEN OTHER
                    MOVE RRQ-STATUS TO WS-RRQ-L-STATUS
           END-EVALUATE.
           MOVE RRQ-RESULT-MSG   TO WS-RRQ-L-MESSAGE.

           EXEC CICS SEND TEXT
                     FROM(WS-RRQ-LINE)
                     LENGTH(LENGTH OF WS-RRQ-LINE)
                     ACCUM
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.
           ADD 1 TO WS-REQUESTS-SENT.
       P510-EXIT.
           EXIT.
