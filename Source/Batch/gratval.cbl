      *    quarterly "what is our accrued gratuity liability"
      *    figure, computed instead of estimated by hand. Per
      *    active employee: completed service years from HIREDT to
      *    the SYSIN as-of date (plus any countable prior service
      *    a rehire carries over from the linked former EMPID),
      *    times the statutory days per year
      *    (15 by default, overridable on the card), at one
      *    thirtieth of BASICPAY per day - the same day-rate
      *    convention finalset's encashment and payrun's
       01 WS-EMP-HIREDT           PIC X(10).
       01 WS-EMP-BASIC            PIC 9(05)V99.
       01 WS-OVR-BASIC            PIC 9(05)V99.
       01 WS-PRIOR-SVC-DAYS       PIC 9(05).
          EXEC SQL END DECLARE SECTION END-EXEC
       01  WS-SQLCODE-ANALYSIS.
           05 WS-SQLCODE               PIC S9(9) COMP.
           EXEC SQL
              declare cur_gratval cursor for
              select e.empid, e.empname, e.deptcode, e.hiredt,
                     g.basicpay, p.basicpay,
                     coalesce(e.prior-svc-days, 0)
                  from employee e
                  join designation g on g.desgcode = e.desgcode
                  left join employee_pay p on p.empid = e.empid
        VALUATION-CURSOR-FETCH.
           MOVE SPACES TO WS-EMP-NAME WS-EMP-DEPT WS-EMP-HIREDT
           MOVE ZEROES TO WS-EMP-BASIC WS-OVR-BASIC
                          WS-PRIOR-SVC-DAYS
           EXEC SQL
              fetch next cur_gratval into
                :WS-EMP-ID,
                :WS-EMP-DEPT,
                :WS-EMP-HIREDT,
                :WS-EMP-BASIC,
                :WS-OVR-BASIC,
                :WS-PRIOR-SVC-DAYS;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
      *    Completed years only - statute pays whole years of
      *    service, so the day count is truncated, not rounded. An
      *    employee with no usable hire date is counted and skipped
      *    rather than provisioned at a guess. A rehire's countable
      *    prior service (PRIOR-SVC-DAYS, set when MEMPMANT or
      *    empintf linked the former EMPID) adds to the days before
      *    the truncation, so two stints make whole years together.
        VALUE-EMPLOYEE-PARA.
           IF WS-EMP-HIREDT = SPACES
              OR WS-EMP-HIREDT(1:4) IS NOT NUMERIC
              IF WS-SERVICE-DAYS < ZERO
                 MOVE ZERO TO WS-SERVICE-DAYS
              END-IF
              ADD WS-PRIOR-SVC-DAYS TO WS-SERVICE-DAYS
              COMPUTE WS-SERVICE-YEARS = WS-SERVICE-DAYS / 365
              COMPUTE WS-DAILY-RATE ROUNDED = WS-EMP-BASIC / 30
              COMPUTE WS-LIABILITY ROUNDED = WS-SERVICE-YEARS
