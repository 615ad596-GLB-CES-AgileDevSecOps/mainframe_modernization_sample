           05 WS-EOF-IND               PIC X(01).
              88 SRC-EOF               VALUE 'Y'.
           05 WS-ACTV-TS               PIC X(21).
           05 WS-ACCESS-TS             PIC X(21).

      *    Merged timeline, loaded fresh each press and sorted
      *    newest first - sized well past any one employee's
                 MOVE 'ENTER EMPLOYEE ID' TO MSGLINO
              ELSE
                 PERFORM LOAD-TIMELINE-PARA
                 PERFORM LOG-DATA-ACCESS-PARA
                 PERFORM SORT-TIMELINE-PARA
                 PERFORM PAGE-TO-SCREEN-PARA
              END-IF
              END-EXEC
           END-IF.

      ***************************************************
      *    One row on DATA_ACCESS_LOG each time an employee's
      *    pay history lines reach the screen - who viewed which
      *    EMPID when, for accrvw's monthly access review.
      *    Failures are ignored, the same as LOG-ACTIVITY-PARA.
       LOG-DATA-ACCESS-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-ACCESS-TS.

           EXEC SQL
               INSERT INTO DATA_ACCESS_LOG
                   (USER-ID, PROGRAM-NAME, EMPID, DATA-CLASS,
                    ACCESS-TS)
                   VALUES (:EIBUSERID, 'EMPHIST', :WS-EMPCD,
                           'PAYHIST', :WS-ACCESS-TS)
           END-EXEC.

      ***************************************************
      *    One row per task start on TRANSACTION_ACTIVITY_LOG - who
      *    ran which transaction when. Failures are ignored; a
