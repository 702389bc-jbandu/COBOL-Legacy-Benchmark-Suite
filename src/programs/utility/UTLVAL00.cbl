           MOVE TRN-KEY    TO WS-ERR-KEY

           IF NOT (TRN-STATUS-PEND OR TRN-STATUS-DONE
                   OR TRN-STATUS-FAIL OR TRN-STATUS-REV
                   OR TRN-STATUS-HELD)
               MOVE 'INVALID TRANSACTION STATUS CODE'
                 TO WS-ERROR-MESSAGE
               PERFORM 9999-ERROR-HANDLER
