      *    the BIRTHDT MEMPMANT now maintains. Report mode ('R')
      *    lists everyone whose retirement date (birth date plus
      *    the retirement age on the card) falls inside the SYSIN
      *    horizon, the same look-ahead convention as probatn, with
      *    the completed service years the employee will have on
      *    the day - HIREDT plus any countable prior service a
      *    rehire carries over from the linked former EMPID. On
      *    process mode ('P') anyone at or past the date is
      *    retired: the prior row image versions to
      *    EMPLOYEE_HISTORY (the same trail empintf's terminate
       01 WS-EMP-NAME             PIC X(30).
       01 WS-EMP-DEPT             PIC X(05).
       01 WS-EMP-BIRTHDT          PIC X(10).
       01 WS-EMP-HIREDT           PIC X(10).
       01 WS-PRIOR-SVC-DAYS       PIC 9(05).
       01 WS-STATUS-DT            PIC X(10).
       01 WS-RH-EMPNAME           PIC X(30).
       01 WS-RH-DEPTCODE          PIC X(05).
           05  WS-TODAY-INT                PIC 9(09) COMP.
           05  WS-CUTOFF-INT               PIC 9(09) COMP.
           05  WS-CURDATE                  PIC X(08).
           05  WS-HIRE-NUM                 PIC 9(08).
           05  WS-HIRE-INT                 PIC 9(09) COMP.
           05  WS-SERVICE-DAYS             PIC S9(07) COMP.
           05  WS-SERVICE-YEARS            PIC 9(02).

       01  DETAIL-RECORD.
           10  RET-DEPT                    PIC X(05).
           10  RET-RETIRE-DATE             PIC X(08).
           10  FILLER                      PIC X(01) VALUE ','.
           10  RET-VERDICT                 PIC X(14).
           10  FILLER                      PIC X(01) VALUE ','.
           10  RET-SERVICE-YEARS           PIC 9(02).

       01  WS-COUNTERS.
           05  EMP-COUNT                   PIC 9(10) VALUE ZEROES.
           DISPLAY "RETIRE-CURSOR-DECLARE - START".
           EXEC SQL
              declare cur_retire cursor for
              select empid, empname, deptcode, birthdt, hiredt,
                     coalesce(prior-svc-days, 0)
                  from employee
                  where status = 'A'
                  order by deptcode, empid
      ***************************************************
        RETIRE-CURSOR-FETCH.
           MOVE SPACES TO WS-EMP-NAME WS-EMP-DEPT WS-EMP-BIRTHDT
                          WS-EMP-HIREDT
           MOVE ZEROES TO WS-PRIOR-SVC-DAYS
           EXEC SQL
              fetch next cur_retire into
                :WS-EMP-ID,
                :WS-EMP-NAME,
                :WS-EMP-DEPT,
                :WS-EMP-BIRTHDT,
                :WS-EMP-HIREDT,
                :WS-PRIOR-SVC-DAYS;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           ELSE
              MOVE 'DUE IN WINDOW ' TO RET-VERDICT
           END-IF.
           PERFORM CALC-SERVICE-PARA.
           MOVE WS-SERVICE-YEARS TO RET-SERVICE-YEARS.
           WRITE REPORT-RECORD FROM DETAIL-RECORD.

      ***************************************************
      *    Completed years at the retirement date - current stint
      *    from HIREDT plus the countable prior service, truncated
      *    the way gratval counts whole years. No usable hire date
      *    reports the prior service alone.
        CALC-SERVICE-PARA.
           MOVE WS-PRIOR-SVC-DAYS TO WS-SERVICE-DAYS.
           IF WS-EMP-HIREDT NOT = SPACES
              AND WS-EMP-HIREDT(1:4) IS NUMERIC
              STRING WS-EMP-HIREDT(1:4) WS-EMP-HIREDT(6:2)
                     WS-EMP-HIREDT(9:2) DELIMITED BY SIZE
                  INTO WS-HIRE-NUM
              END-STRING
              COMPUTE WS-HIRE-INT =
                      FUNCTION INTEGER-OF-DATE(WS-HIRE-NUM)
              IF WS-RETIRE-INT > WS-HIRE-INT
                 COMPUTE WS-SERVICE-DAYS = WS-SERVICE-DAYS
                         + WS-RETIRE-INT - WS-HIRE-INT
              END-IF
           END-IF.
           COMPUTE WS-SERVICE-YEARS = WS-SERVICE-DAYS / 365.

      ***************************************************
      *    The retirement itself: prior row image versioned, then
      *    STATUS 'I' with today's STATUSDT - payrun's proration
