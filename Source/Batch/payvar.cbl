           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CURRENT-RECORD.
       01  CURRENT-RECORD PIC X(400).
      *
       FD  PRIOR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRIOR-RECORD.
       01  PRIOR-RECORD PIC X(400).
      *
       FD  REPORT-FILE
           RECORDING MODE IS F
