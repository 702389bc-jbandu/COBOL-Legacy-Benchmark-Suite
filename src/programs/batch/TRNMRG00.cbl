       FD  BROKER-TRAN-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  BROKER-TRAN-RECORD          PIC X(200).

       FD  PENDING-ENTRY-FILE.
       01  PENDING-ENTRY-RECORD.
       FD  MERGED-TRAN-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  MERGED-TRAN-RECORD          PIC X(200).

       FD  MERGE-REPORT
           RECORDING MODE IS F
