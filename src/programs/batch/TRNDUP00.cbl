       FD  TRANSACTION-OUT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CLEARED-TRAN-RECORD         PIC X(200).

       FD  REGISTRY-FILE.
       COPY DUPREG.
                   EXIT PARAGRAPH
           END-READ

           WRITE CLEARED-TRAN-RECORD FROM QUA-TRAN-IMAGE(1:200)
           IF WS-OUT-STATUS NOT = '00'
               MOVE 'Error releasing quarantined record' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
