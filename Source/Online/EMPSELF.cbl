              88 SRC-EOF               VALUE 'Y'.
           05 WS-SKIP-COUNT            PIC 9(03) COMP.
           05 WS-ACTV-TS               PIC X(21).
           05 WS-ACCESS-TS             PIC X(21).

       01  WS-LINE                     PIC 9(02) COMP.
       01  WS-REG-PAGE-SIZE            PIC 9(02) VALUE 8.
           PERFORM LOAD-LEAVE-PARA.
           PERFORM LOAD-DEDUCTIONS-PARA.
           PERFORM LOAD-REGISTER-PARA.
           PERFORM LOG-DATA-ACCESS-PARA.

      ***************************************************
       LOAD-LEAVE-PARA.
              END-EXEC
           END-IF.

      ***************************************************
      *    One row on DATA_ACCESS_LOG each time an employee's
      *    payroll register rows reach the screen - who viewed which
      *    EMPID when, for accrvw's monthly access review.
      *    Failures are ignored, the same as LOG-ACTIVITY-PARA.
       LOG-DATA-ACCESS-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-ACCESS-TS.

           EXEC SQL
               INSERT INTO DATA_ACCESS_LOG
                   (USER-ID, PROGRAM-NAME, EMPID, DATA-CLASS,
                    ACCESS-TS)
                   VALUES (:EIBUSERID, 'EMPSELF', :WS-EMPCD,
                           'PAYREG', :WS-ACCESS-TS)
           END-EXEC.

      ***************************************************
      *    One row per task start on TRANSACTION_ACTIVITY_LOG - who
      *    ran which transaction when. Failures are ignored; a
