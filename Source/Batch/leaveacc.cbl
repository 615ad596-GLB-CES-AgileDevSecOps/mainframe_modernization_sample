       01 WS-EMP-HIREDT           PIC X(10).
       01 WS-EMP-STATUS           PIC X(01).
       01 WS-EMP-WKCAT            PIC X(01).
      *    Countable prior service a rehire carries over from the
      *    linked former EMPID - counts toward the service band.
       01 WS-PRIOR-SVC-DAYS       PIC 9(05).
       01 WS-LEAVE-FOUND-IND      PIC X(01).
       01 WS-SERVICE-YEARS        PIC 9(02).
       01 WS-POLICY-DAYS          PIC 9(03).
           DISPLAY "EMPLOYEE-CURSOR-DECLARE - START".
           EXEC SQL
              declare cur_leaveacc cursor with hold for
              select empid, desgcode, hiredt, status, worker-cat,
                     coalesce(prior-svc-days, 0)
                  from employee
                  where (:WS-RESTART-EMPID = ' '
                         or empid > :WS-RESTART-EMPID)
        EMPLOYEE-CURSOR-FETCH.
           DISPLAY "EMPLOYEE-CURSOR-FETCH - START".
           MOVE SPACES TO WS-EMP-DESG WS-EMP-HIREDT WS-EMP-STATUS
           MOVE ZEROES TO WS-PRIOR-SVC-DAYS
           EXEC SQL
              fetch next cur_leaveacc into
                  :WS-EMP-ID, :WS-EMP-DESG,
                  :WS-EMP-HIREDT, :WS-EMP-STATUS,
                  :WS-EMP-WKCAT, :WS-PRIOR-SVC-DAYS;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
      *    define - sick, casual and earned each post to their own
      *    LEAVE row. The worker category narrows the policy rows
      *    (a category-specific row wins over a blank-category
      *    one), service years come off HIREDATE plus any countable
      *    prior service a rehire carried over, and an
      *    employee with no policy rows at all falls back to the
      *    SYSIN amount accrued as earned leave - the old flat
      *    behavior - and is counted so the policy gap is visible.
              COMPUTE WS-HIRE-INT =
                  FUNCTION INTEGER-OF-DATE(WS-HIRE-YYYYMMDD)
              COMPUTE WS-SERVICE-YEARS =
                  (WS-TODAY-INT - WS-HIRE-INT + WS-PRIOR-SVC-DAYS)
                  / 365
           END-IF.

           MOVE ZERO TO WS-TYPE-COUNT.
