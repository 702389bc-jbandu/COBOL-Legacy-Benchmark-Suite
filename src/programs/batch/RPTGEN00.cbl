      * Description: End-of-Day Report Generation Dispatcher
      * Version: 1.0
      * Date: 2026
      *
      * Maintenance Log:
      * 2026-10-15 - RPTISS00 (issuer and sector exposure) added to
      *              the pack, run straight after RPTEXP00.
      * 2026-10-15 - Reports users requested at the terminal (RPTQUE)
      *              run last, through RPTQRN00. A failed request is
      *              marked on the queue for the requester and does
      *              not fail the pack; only a queue that cannot be
      *              worked does.
      * 2026-10-15 - NOTTKL00 (account note follow-ups due or overdue,
      *              by assignee) added to the pack after RSTRPT00.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTGEN00.
               PERFORM 2500-RUN-EXPOSURE-REPORT
           END-IF

           IF WS-ERROR-COUNT = 0
               PERFORM 2550-RUN-ISSUER-REPORT
           END-IF

           IF WS-ERROR-COUNT = 0
               PERFORM 2600-RUN-HOUSEHOLD-REPORT
           END-IF
           IF WS-ERROR-COUNT = 0
               PERFORM 2900-RUN-RESTRICTION-REPORT
           END-IF

           IF WS-ERROR-COUNT = 0
               PERFORM 2920-RUN-NOTE-TICKLER
           END-IF

           IF WS-ERROR-COUNT = 0
               PERFORM 2950-RUN-REQUESTED-REPORTS
           END-IF
           .

       2100-RUN-AUDIT-REPORT.
           END-IF
           .

       2550-RUN-ISSUER-REPORT.
           CALL 'RPTISS00'
           IF RETURN-CODE NOT = 0
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'RPTISS00 failed, return code: ' RETURN-CODE
           END-IF
           .

       2600-RUN-HOUSEHOLD-REPORT.
           CALL 'HSHRPT00'
           IF RETURN-CODE NOT = 0
           END-IF
           .

       2920-RUN-NOTE-TICKLER.
           CALL 'NOTTKL00'
           IF RETURN-CODE NOT = 0
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'NOTTKL00 failed, return code: ' RETURN-CODE
           END-IF
           .

       2950-RUN-REQUESTED-REPORTS.
           CALL 'RPTQRN00'
           IF RETURN-CODE NOT = 0
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'RPTQRN00 failed, return code: ' RETURN-CODE
           END-IF
           .

       3000-TERMINATE.
           PERFORM 3100-UPDATE-COMPLETION
           PERFORM 3200-CLOSE-FILES
