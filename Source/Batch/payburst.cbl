           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYSTUB-RECORD.
       01  PAYSTUB-RECORD PIC X(400).
      *
       FD  REGISTER-FILE
           RECORDING MODE IS F
