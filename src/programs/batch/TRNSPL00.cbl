       FD  STREAM-FILE-1
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  STREAM-RECORD-1             PIC X(200).

       FD  STREAM-FILE-2
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  STREAM-RECORD-2             PIC X(200).

       FD  STREAM-FILE-3
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  STREAM-RECORD-3             PIC X(200).

       FD  STREAM-FILE-4
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  STREAM-RECORD-4             PIC X(200).

       FD  BATCH-CONTROL-FILE.
           COPY BCHCTL.
