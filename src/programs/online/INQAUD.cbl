       01  WS-DETAIL-BUFFER.
           05 WS-DTL-LINE OCCURS 10 TIMES PIC X(79).

      *    The client name in the image pair is masked to the display
      *    level INQONLN set before it is shown.
           COPY IDMASK.

       01  WS-ENTITLEMENT-RECORD.
           COPY USRENT.


           MOVE AUD-BEFORE-IMAGE     TO WS-PORT-IMAGE.
           MOVE 'PORT-CLIENT-NAME'   TO WS-DET-FIELD-NAME.
           PERFORM P315-MASK-CLIENT-NAME THRU P315-EXIT.
           MOVE MSK-CLIENT-NAME      TO WS-DET-BEFORE.
           PERFORM P320-FLIP-TO-AFTER THRU P320-EXIT.
           PERFORM P315-MASK-CLIENT-NAME THRU P315-EXIT.
           MOVE MSK-CLIENT-NAME      TO WS-DET-AFTER.
           PERFORM P330-SEND-DETAIL-LINE THRU P330-EXIT.

           MOVE AUD-BEFORE-IMAGE     TO WS-PORT-IMAGE.
       P310-EXIT.
           EXIT.

       P315-MASK-CLIENT-NAME.
           MOVE INQCOM-MASK-LEVEL OF WS-COMMAREA TO MSK-LEVEL.
           MOVE SPACES           TO MSK-ACCOUNT-NO.
           MOVE PORT-CLIENT-NAME TO MSK-CLIENT-NAME.
           CALL 'IDMASK00' USING IDMASK-REQUEST.
       P315-EXIT.
           EXIT.

       P320-FLIP-TO-AFTER.
           MOVE AUD-AFTER-IMAGE TO WS-PORT-IMAGE.
       P320-EXIT.
