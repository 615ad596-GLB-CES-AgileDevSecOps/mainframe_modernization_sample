      *Copyright Â© 2019-2020, 2021 ATOS SYNTEL, INC. and affiliates.
      *All Rights Reserved. This software (the "Software") is a
      *copyrighted work owned by Atos Syntel, Inc. and its affiliates.
      *Nothing contained in this notice may be interpreted as an
      *assignment of the ownership of the copyright pertaining to the
      *Software.
      *
      *If you (the "Customer") have received the Software as part of a
      *Deliverable under the applicable contract, or Master Service
      *Agreement, or equivalent (the "Contract"), then the Software is
      *being licensed to the Customer under the relevant Intellectual
      *Property provisions governing Atos Syntel Background
      *Intellectual Property in the Contract (the "IP Clause"), and the
      *Customer's use of the Software is governed by the IP Clause. The
      *Software is made available to the Customer solely for the
      *purpose contained in the IP CLAUSE. Any reproduction or
      *redistribution of the Software not in accordance with the IP
      *Clause is expressly prohibited.
      *
      *WITHOUT LIMITING THE FOREGOING, COPYING OR REPRODUCTION OF THE
      *SOFTWARE TO ANY OTHER SERVER OR LOCATION FOR FURTHER
      *REPRODUCTION OR REDISTRIBUTION IS EXPRESSLY PROHIBITED, UNLESS
      *SUCH REPRODUCTION OR REDISTRIBUTION IS EXPRESSLY PERMITTED BY
      *THE IP CLAUSE.
      *
      *THE SOFTWARE IS WARRANTED, IF AT ALL, ONLY ACCORDING TO THE
      *TERMS OF THE CONTRACT. EXCEPT AS WARRANTED IN THE CONTRACT,
      *ATOS SYNTEL, INC. AND ITS AFFILIATES HEREBY DISCLAIM ALL
      *WARRANTIES AND CONDITIONS WITH REGARD TO THE SOFTWARE, INCLUDING
      *ALL WARRANTIES AND CONDITIONS OF MERCHANTABILITY, WHETHER
      *EXPRESS, IMPLIED OR STATUTORY, FITNESS FOR A PARTICULAR PURPOSE,
      *TITLE AND NON-INFRINGEMENT.
      *
      *    Twelve-month forward workforce cost projection batch job.
      *    Starts from the active roster's monthly cost - the
      *    designation GROSSPAY budvar uses, with any EMPLOYEE_PAY
      *    basic/HRA override in place of the grade's - and layers
      *    the known future month by month: pending designation,
      *    department, status and pay changes on PENDING_TRANSACTION
      *    from their effective month, retirements at retire.cbl's
      *    age rule (birth date plus the retirement age; no cost
      *    after the retirement month), open REQUISITIONs assumed
      *    filled at their grade's gross after the SYSIN fill lag,
      *    and loan/advance recoveries on EMPLOYEE_DEDUCTION
      *    running off as their balances clear. The months are
      *    accumulated per department in working storage, then
      *    written per department and month with headcount, cost,
      *    recoveries and net, a twelve-month total against the
      *    BUDGET_PLAN paycost for the SYSIN fiscal year, and an
      *    all-department line per month at the end.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    costproj.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO RPTFL.
       DATA DIVISION.
       FILE SECTION.
      *
       FD  REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REPORT-RECORD.
       01  REPORT-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
          EXEC SQL BEGIN DECLARE SECTION END-EXEC
      *    Defaults below are the dev connection; COSTPROJ-DBNAME,
      *    COSTPROJ-DBUSER and COSTPROJ-DBPASS environment variables
      *    (see GET-DB-CREDENTIALS-PARA) override them, same as
      *    emplist.cbl's EMPLIST_* variables.
       01 DATABASE-NAME PIC X(80) VALUE "ltpz_syntel:5432".
       01 USER-NAME     PIC X(80) VALUE "syntel".
       01 PASSWORD      PIC X(80) VALUE "syntel".
       01 WS-FISCAL-YEAR          PIC X(04).
       01 WS-START-PERIOD         PIC X(06).
       01 WS-EMP-DEPT             PIC X(05).
       01 WS-EMP-BIRTHDT          PIC X(10).
       01 WS-EMP-COST             PIC S9(09)V99 COMP-3.
       01 WS-EMP-BASIC            PIC S9(07)V99 COMP-3.
       01 WS-NEW-COST             PIC S9(09)V99 COMP-3.
       01 WS-PEND-EFFDT           PIC X(10).
       01 WS-PEND-TYPE            PIC X(01).
       01 WS-PEND-DEPT            PIC X(05).
       01 WS-PEND-DESG            PIC X(05).
       01 WS-PEND-STATUS          PIC X(01).
       01 WS-PEND-BASIC           PIC S9(07)V99 COMP-3.
       01 WS-EMP-DESG             PIC X(05).
       01 WS-DED-AMT              PIC S9(07)V99 COMP-3.
       01 WS-DED-BAL              PIC S9(09)V99 COMP-3.
       01 WS-PLAN-COST            PIC 9(09)V99.
          EXEC SQL END DECLARE SECTION END-EXEC
       01  WS-SQLCODE-ANALYSIS.
           05 WS-SQLCODE               PIC S9(9) COMP.
              88 WS-SQL-RETURN-NORMAL          VALUE +0.
              88 WS-SQL-RETURN-NO-ENTRY        VALUE +100.
              88 WS-SQL-RETURN-DUPKEY          VALUE -803.
              88 WS-SQL-RETURN-TIMEOUT         VALUE -911 -913.
              88 WS-SQL-RETURN-ERROR           VALUE -910 THRU -1
                                                     -912
                                                     -9999 THRU -914.
           COPY SQLCA.

       01  WS-TEMP.
           05  WS-CURVAL                   PIC X(1).
               88  CUR-EXIST                       VALUE 'F'.
               88  CUR-NOTFND                      VALUE 'N'.
               88  CUR-DBERR                       VALUE 'E'.
           05  WS-START-YYYY               PIC 9(04).
           05  WS-START-MM                 PIC 9(02).
           05  WS-CALC-YYYY                PIC 9(04).
           05  WS-CALC-MM                  PIC 9(02).
           05  WS-CALC-IDX                 PIC S9(05) COMP.
           05  WS-FIRST-IDX                PIC S9(05) COMP.
           05  WS-LAST-IDX                 PIC S9(05) COMP.
           05  WS-HC-DELTA                 PIC S9(03) COMP.
           05  WS-COST-DELTA               PIC S9(09)V99 COMP-3.
           05  WS-RECOV-LEFT               PIC S9(09)V99 COMP-3.
           05  WS-RECOV-TAKE               PIC S9(09)V99 COMP-3.
           05  WS-TARGET-DEPT              PIC X(05).
           05  WS-DEPT-TOT-COST            PIC S9(13)V99 COMP-3.
           05  WS-VAR-AMT                  PIC S9(13)V99 COMP-3.

      *    SYSIN 1-6 is the first projected period (YYYYMM, default
      *    next month); 8-11 the fiscal year of the BUDGET_PLAN rows
      *    to compare against (default the first period's year);
      *    13-14 the retirement age (default 60, as retire.cbl);
      *    16-17 the months an open requisition takes to fill
      *    (default 3).
       01  WS-PARM-CARD                PIC X(80) VALUE SPACES.
       01  WS-RETIRE-AGE               PIC 9(02) VALUE 60.
       01  WS-FILL-LAG                 PIC 9(02) VALUE 03.

      *    The twelve projected periods, and per department the
      *    month-by-month headcount, cost and recoveries. Index 1
      *    is the first projected month. The last slot of the
      *    department table is kept for the all-department totals.
       01  WS-PERIOD-TABLE.
           05  WS-PERIOD               PIC X(06) OCCURS 12 TIMES.
       01  WS-MONTH-IDX                PIC S9(05) COMP.
       01  WS-DEPT-IDX                 PIC S9(05) COMP.
       01  WS-DEPT-MAX                 PIC S9(05) COMP VALUE 300.
       01  WS-DEPT-COUNT               PIC S9(05) COMP VALUE ZERO.
       01  WS-TOTAL-SLOT               PIC S9(05) COMP VALUE 301.
       01  WS-DEPT-TABLE.
           05  PRJ-DEPT-ENTRY OCCURS 301 TIMES.
               10  PRJ-DEPT            PIC X(05).
               10  PRJ-MONTH OCCURS 12 TIMES.
                   15  PRJ-HC          PIC S9(07) COMP.
                   15  PRJ-COST        PIC S9(11)V99 COMP-3.
                   15  PRJ-RECOV       PIC S9(11)V99 COMP-3.

       01  HEADER-LINE.
           05  FILLER                  PIC X(42)
                   VALUE 'DEPT  PERIOD      HC             COST    '.
           05  FILLER                  PIC X(58)
                   VALUE '     RECOVERIES           NET COST'.

       01  DETAIL-LINE.
           05  DTL-DEPT                PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-PERIOD              PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-HC                  PIC -ZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-COST                PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-RECOV               PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-NET                 PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(43) VALUE SPACES.

       01  DEPT-TOTAL-LINE.
           05  DTT-DEPT                PIC X(05).
           05  FILLER                  PIC X(13)
                   VALUE ' 12-MONTH:   '.
           05  DTT-COST                PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(07) VALUE ' PLAN: '.
           05  DTT-PLAN                PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(06) VALUE ' VAR: '.
           05  DTT-VAR                 PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTT-NOTE                PIC X(14).
           05  FILLER                  PIC X(03) VALUE SPACES.

       01  WS-COUNTERS.
           05  ROSTER-COUNT                PIC 9(10) VALUE ZEROES.
           05  PENDING-COUNT               PIC 9(10) VALUE ZEROES.
           05  RETIRE-COUNT                PIC 9(10) VALUE ZEROES.
           05  REQ-COUNT                   PIC 9(10) VALUE ZEROES.
           05  RECOVERY-COUNT              PIC 9(10) VALUE ZEROES.
           05  OVERFLOW-COUNT              PIC 9(10) VALUE ZEROES.

       01  WS-ENV-VALUE                PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM PARM-CARD-PARA.
           PERFORM INIT-PARA.

           PERFORM ROSTER-CURSOR-OPEN.
           PERFORM ROSTER-DATA THRU ROSTER-EXIT
               UNTIL CUR-NOTFND OR CUR-DBERR.
           PERFORM PENDING-CURSOR-OPEN.
           PERFORM PENDING-DATA THRU PENDING-EXIT
               UNTIL CUR-NOTFND OR CUR-DBERR.
           PERFORM REQ-CURSOR-OPEN.
           PERFORM REQ-DATA THRU REQ-EXIT
               UNTIL CUR-NOTFND OR CUR-DBERR.
           PERFORM RECOV-CURSOR-OPEN.
           PERFORM RECOV-DATA THRU RECOV-EXIT
               UNTIL CUR-NOTFND OR CUR-DBERR.

           PERFORM WRITE-DEPT-PARA
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.
           MOVE 'ALL' TO PRJ-DEPT(WS-TOTAL-SLOT).
           MOVE WS-TOTAL-SLOT TO WS-DEPT-IDX.
           PERFORM WRITE-MONTH-PARA
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 12.

           PERFORM PROGRAM-EXIT.
           DISPLAY "END OF WORKFORCE COST PROJECTION RUN".

      ***************************************************
       PARM-CARD-PARA.
           DISPLAY "PARM-CARD-PARA - start".
           ACCEPT WS-PARM-CARD FROM SYSIN.
           IF WS-PARM-CARD(1:6) = SPACES
              MOVE FUNCTION CURRENT-DATE(1:4) TO WS-START-YYYY
              MOVE FUNCTION CURRENT-DATE(5:2) TO WS-START-MM
              ADD 1 TO WS-START-MM
              IF WS-START-MM > 12
                 MOVE 1 TO WS-START-MM
                 ADD 1 TO WS-START-YYYY
              END-IF
           ELSE
              IF WS-PARM-CARD(1:6) IS NOT NUMERIC
                 OR WS-PARM-CARD(5:2) < '01'
                 OR WS-PARM-CARD(5:2) > '12'
                 DISPLAY "INVALID START PERIOD IN SYSIN 1-6 - '"
                         WS-PARM-CARD(1:6) "'"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-PARM-CARD(1:4) TO WS-START-YYYY
              MOVE WS-PARM-CARD(5:2) TO WS-START-MM
           END-IF.
           IF WS-PARM-CARD(8:4) = SPACES
              MOVE WS-START-YYYY TO WS-FISCAL-YEAR
           ELSE
              IF WS-PARM-CARD(8:4) IS NOT NUMERIC
                 DISPLAY "NON-NUMERIC FISCAL YEAR IN SYSIN 8-11"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-PARM-CARD(8:4) TO WS-FISCAL-YEAR
           END-IF.
           IF WS-PARM-CARD(13:2) NOT = SPACES
              IF WS-PARM-CARD(13:2) IS NOT NUMERIC
                 DISPLAY "NON-NUMERIC RETIRE AGE IN SYSIN 13-14"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-PARM-CARD(13:2) TO WS-RETIRE-AGE
           END-IF.
           IF WS-PARM-CARD(16:2) NOT = SPACES
              IF WS-PARM-CARD(16:2) IS NOT NUMERIC
                 DISPLAY "NON-NUMERIC FILL LAG IN SYSIN 16-17"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-PARM-CARD(16:2) TO WS-FILL-LAG
           END-IF.

           MOVE WS-START-YYYY TO WS-CALC-YYYY.
           MOVE WS-START-MM   TO WS-CALC-MM.
           PERFORM SET-PERIOD-PARA
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 12.
           MOVE WS-PERIOD(1) TO WS-START-PERIOD.
           DISPLAY "PARM ECHO - FROM/" WS-PERIOD(1)
                   " TO/" WS-PERIOD(12)
                   " FY/" WS-FISCAL-YEAR
                   " AGE/" WS-RETIRE-AGE
                   " LAG/" WS-FILL-LAG.
           DISPLAY "PARM-CARD-PARA - end".

      ***************************************************
        SET-PERIOD-PARA.
           STRING WS-CALC-YYYY WS-CALC-MM DELIMITED BY SIZE
               INTO WS-PERIOD(WS-MONTH-IDX)
           END-STRING.
           ADD 1 TO WS-CALC-MM.
           IF WS-CALC-MM > 12
              MOVE 1 TO WS-CALC-MM
              ADD 1 TO WS-CALC-YYYY
           END-IF.

      ***************************************************
       INIT-PARA.
           DISPLAY "1000-INIT - start".
           OPEN OUTPUT REPORT-FILE.
           PERFORM CONNECT-TO-DATABASE.
           INITIALIZE WS-DEPT-TABLE.
           WRITE REPORT-RECORD FROM HEADER-LINE.
           DISPLAY "1000-INIT - END".

       INIT-EXIT.
           EXIT.

      ***************************************************
       CONNECT-TO-DATABASE.
           DISPLAY "CONNECT-TO-DATABASE - START".
           PERFORM GET-DB-CREDENTIALS-PARA.

           EXEC SQL
              CONNECT    TO :DATABASE-NAME
                       USER :USER-NAME
              IDENTIFIED BY :PASSWORD
           END-EXEC.
           DISPLAY "CONNECT-TO-DATABASE - END".

      ***************************************************
      *    Same environment-override convention as emplist.cbl's
      *    GET-DB-CREDENTIALS-PARA, under COSTPROJ_* names instead.
        GET-DB-CREDENTIALS-PARA.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "COSTPROJ_DBNAME".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO DATABASE-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "COSTPROJ_DBUSER".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO USER-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "COSTPROJ_DBPASS".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO PASSWORD
           END-IF.

      ***************************************************
      *    Every cursor below sets WS-CURVAL the same way, so one
      *    paragraph reads the SQLCODE after each OPEN and FETCH.
        CHECK-CURSOR-PARA.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-CURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-CURVAL
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - CURSOR SQLCODE ' WS-SQLCODE
                 MOVE 'E' TO WS-CURVAL
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      ***************************************************
      *    Active roster at today's monthly cost. The grade gross
      *    carries every component; an EMPLOYEE_PAY override only
      *    replaces the basic and HRA inside it.
        ROSTER-CURSOR-OPEN.
           DISPLAY "ROSTER-CURSOR-OPEN - START".
           EXEC SQL
              declare cur_roster cursor for
              select e.deptcode, coalesce(e.birthdt, ' '),
                     g.grosspay - g.basicpay - g.hra
                       + coalesce(p.basicpay, g.basicpay)
                       + coalesce(p.hra, g.hra)
                  from employee e
                  join designation g on g.desgcode = e.desgcode
                  left join employee_pay p on p.empid = e.empid
                  where e.status not = 'I'
                  order by e.deptcode
           END-EXEC.
           EXEC SQL
              open cur_roster;
           END-EXEC.
           PERFORM CHECK-CURSOR-PARA.
           DISPLAY "ROSTER-CURSOR-OPEN - END".

      ***************************************************
       ROSTER-DATA.
           MOVE SPACES TO WS-EMP-DEPT WS-EMP-BIRTHDT.
           MOVE ZERO TO WS-EMP-COST.
           EXEC SQL
              fetch next cur_roster into
                :WS-EMP-DEPT, :WS-EMP-BIRTHDT, :WS-EMP-COST;
           END-EXEC.
           PERFORM CHECK-CURSOR-PARA.
           IF NOT CUR-EXIST
              GO TO ROSTER-EXIT
           END-IF.
           ADD 1 TO ROSTER-COUNT.

           PERFORM RETIRE-IDX-PARA.
           IF WS-LAST-IDX < 12
              ADD 1 TO RETIRE-COUNT
           END-IF.
           MOVE WS-EMP-DEPT TO WS-TARGET-DEPT.
           MOVE 1 TO WS-FIRST-IDX.
           MOVE 1 TO WS-HC-DELTA.
           MOVE WS-EMP-COST TO WS-COST-DELTA.
           PERFORM ADD-RANGE-PARA.

       ROSTER-EXIT.  EXIT.

      ***************************************************
      *    Last projected month the employee is on the payroll -
      *    the month they reach the retirement age. No usable
      *    birth date means no retirement inside the horizon; an
      *    employee already past the age is costed for month one
      *    only, since retire.cbl will pick them up on its next run.
        RETIRE-IDX-PARA.
           MOVE 12 TO WS-LAST-IDX.
           IF WS-EMP-BIRTHDT(1:4) IS NUMERIC
              AND WS-EMP-BIRTHDT(6:2) IS NUMERIC
              MOVE WS-EMP-BIRTHDT(1:4) TO WS-CALC-YYYY
              ADD WS-RETIRE-AGE TO WS-CALC-YYYY
              MOVE WS-EMP-BIRTHDT(6:2) TO WS-CALC-MM
              PERFORM MONTH-IDX-PARA
              IF WS-CALC-IDX < 1
                 MOVE 1 TO WS-LAST-IDX
              ELSE
                 IF WS-CALC-IDX < 12
                    MOVE WS-CALC-IDX TO WS-LAST-IDX
                 END-IF
              END-IF
           END-IF.

      ***************************************************
      *    Projected-month index of WS-CALC-YYYY/MM - 1 is the
      *    first projected month; may fall either side of 1-12.
        MONTH-IDX-PARA.
           COMPUTE WS-CALC-IDX =
               (WS-CALC-YYYY - WS-START-YYYY) * 12
             + (WS-CALC-MM - WS-START-MM) + 1.

      ***************************************************
      *    Adds WS-HC-DELTA and WS-COST-DELTA to WS-TARGET-DEPT for
      *    months WS-FIRST-IDX through WS-LAST-IDX, and the same to
      *    the all-department totals.
        ADD-RANGE-PARA.
           PERFORM FIND-DEPT-PARA.
           IF WS-DEPT-IDX > ZERO
              PERFORM ADD-MONTH-PARA
                  VARYING WS-MONTH-IDX FROM WS-FIRST-IDX BY 1
                  UNTIL WS-MONTH-IDX > WS-LAST-IDX
           END-IF.

      ***************************************************
        ADD-MONTH-PARA.
           ADD WS-HC-DELTA   TO PRJ-HC(WS-DEPT-IDX, WS-MONTH-IDX)
                                PRJ-HC(WS-TOTAL-SLOT, WS-MONTH-IDX).
           ADD WS-COST-DELTA TO PRJ-COST(WS-DEPT-IDX, WS-MONTH-IDX)
                                PRJ-COST(WS-TOTAL-SLOT, WS-MONTH-IDX).

      ***************************************************
      *    Department slot for WS-TARGET-DEPT, added on first
      *    sight. A full table drops the amount and counts it, so
      *    an overflow shows in the run totals instead of abending.
        FIND-DEPT-PARA.
           PERFORM MATCH-DEPT-PARA
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                  OR PRJ-DEPT(WS-DEPT-IDX) = WS-TARGET-DEPT.
           IF WS-DEPT-IDX > WS-DEPT-COUNT
              IF WS-DEPT-COUNT < WS-DEPT-MAX
                 ADD 1 TO WS-DEPT-COUNT
                 MOVE WS-DEPT-COUNT TO WS-DEPT-IDX
                 MOVE WS-TARGET-DEPT TO PRJ-DEPT(WS-DEPT-IDX)
              ELSE
                 ADD 1 TO OVERFLOW-COUNT
                 MOVE ZERO TO WS-DEPT-IDX
              END-IF
           END-IF.

      ***************************************************
        MATCH-DEPT-PARA.
           CONTINUE.

      ***************************************************
      *    Pending changes not yet applied by pendappl. An 'M' row
      *    leaving STATUS 'I' takes the cost off from its effective
      *    month; one moving dept or grade takes the current cost
      *    off the current department and puts the new grade's cost
      *    (keeping any pay override) on the new one. A 'P' row
      *    adds the basic-pay difference. Nothing runs past the
      *    employee's retirement month, and a row already overdue
      *    counts from month one, since pendappl applies it next.
        PENDING-CURSOR-OPEN.
           DISPLAY "PENDING-CURSOR-OPEN - START".
           EXEC SQL
              declare cur_projpend cursor for
              select t.eff-date, coalesce(t.pend-type, 'M'),
                     t.new-deptcode, t.new-desgcode, t.new-status,
                     coalesce(t.new-basicpay, 0),
                     e.deptcode, e.desgcode, coalesce(e.birthdt, ' '),
                     g.grosspay - g.basicpay - g.hra
                       + coalesce(p.basicpay, g.basicpay)
                       + coalesce(p.hra, g.hra),
                     coalesce(p.basicpay, g.basicpay),
                     coalesce(n.grosspay - n.basicpay - n.hra
                       + coalesce(p.basicpay, n.basicpay)
                       + coalesce(p.hra, n.hra), 0)
                  from pending_transaction t
                  join employee e on e.empid = t.empid
                  join designation g on g.desgcode = e.desgcode
                  left join employee_pay p on p.empid = e.empid
                  left join designation n
                         on n.desgcode = t.new-desgcode
                  where t.pend-status = 'P'
                    and e.status not = 'I'
                  order by t.empid, t.eff-date
           END-EXEC.
           EXEC SQL
              open cur_projpend;
           END-EXEC.
           PERFORM CHECK-CURSOR-PARA.
           DISPLAY "PENDING-CURSOR-OPEN - END".

      ***************************************************
       PENDING-DATA.
           MOVE SPACES TO WS-PEND-EFFDT WS-PEND-TYPE WS-PEND-DEPT.
           MOVE SPACES TO WS-PEND-DESG WS-PEND-STATUS.
           MOVE SPACES TO WS-EMP-DEPT WS-EMP-DESG WS-EMP-BIRTHDT.
           MOVE ZERO TO WS-PEND-BASIC WS-EMP-COST WS-EMP-BASIC.
           MOVE ZERO TO WS-NEW-COST.
           EXEC SQL
              fetch next cur_projpend into
                :WS-PEND-EFFDT, :WS-PEND-TYPE, :WS-PEND-DEPT,
                :WS-PEND-DESG, :WS-PEND-STATUS, :WS-PEND-BASIC,
                :WS-EMP-DEPT, :WS-EMP-DESG, :WS-EMP-BIRTHDT,
                :WS-EMP-COST, :WS-EMP-BASIC, :WS-NEW-COST;
           END-EXEC.
           PERFORM CHECK-CURSOR-PARA.
           IF NOT CUR-EXIST
              GO TO PENDING-EXIT
           END-IF.
           IF WS-PEND-EFFDT(1:4) IS NOT NUMERIC
              OR WS-PEND-EFFDT(6:2) IS NOT NUMERIC
              GO TO PENDING-EXIT
           END-IF.

           MOVE WS-PEND-EFFDT(1:4) TO WS-CALC-YYYY.
           MOVE WS-PEND-EFFDT(6:2) TO WS-CALC-MM.
           PERFORM MONTH-IDX-PARA.
           IF WS-CALC-IDX > 12
              GO TO PENDING-EXIT
           END-IF.
           IF WS-CALC-IDX < 1
              MOVE 1 TO WS-CALC-IDX
           END-IF.
           MOVE WS-CALC-IDX TO WS-FIRST-IDX.
           PERFORM RETIRE-IDX-PARA.
           IF WS-FIRST-IDX > WS-LAST-IDX
              GO TO PENDING-EXIT
           END-IF.
           ADD 1 TO PENDING-COUNT.

           EVALUATE TRUE
              WHEN WS-PEND-TYPE = 'P'
                 IF WS-PEND-BASIC > ZERO
                    MOVE WS-EMP-DEPT TO WS-TARGET-DEPT
                    MOVE ZERO TO WS-HC-DELTA
                    COMPUTE WS-COST-DELTA =
                        WS-PEND-BASIC - WS-EMP-BASIC
                    PERFORM ADD-RANGE-PARA
                 END-IF
              WHEN WS-PEND-STATUS = 'I'
                 MOVE WS-EMP-DEPT TO WS-TARGET-DEPT
                 MOVE -1 TO WS-HC-DELTA
                 COMPUTE WS-COST-DELTA = WS-EMP-COST * -1
                 PERFORM ADD-RANGE-PARA
              WHEN WS-PEND-DEPT NOT = WS-EMP-DEPT
                OR WS-PEND-DESG NOT = WS-EMP-DESG
                 MOVE WS-EMP-DEPT TO WS-TARGET-DEPT
                 MOVE -1 TO WS-HC-DELTA
                 COMPUTE WS-COST-DELTA = WS-EMP-COST * -1
                 PERFORM ADD-RANGE-PARA
                 MOVE WS-PEND-DEPT TO WS-TARGET-DEPT
                 MOVE 1 TO WS-HC-DELTA
                 MOVE WS-NEW-COST TO WS-COST-DELTA
                 PERFORM ADD-RANGE-PARA
           END-EVALUATE.

       PENDING-EXIT.  EXIT.

      ***************************************************
      *    Open requisitions - raised or approved, as reqaging
      *    counts them - costed at the grade gross from the month
      *    after the fill lag.
        REQ-CURSOR-OPEN.
           DISPLAY "REQ-CURSOR-OPEN - START".
           EXEC SQL
              declare cur_projreq cursor for
              select r.deptcode, coalesce(g.grosspay, 0)
                  from requisition r
                  left join designation g on g.desgcode = r.desgcode
                  where r.req-status = 'R' or r.req-status = 'A'
           END-EXEC.
           EXEC SQL
              open cur_projreq;
           END-EXEC.
           PERFORM CHECK-CURSOR-PARA.
           DISPLAY "REQ-CURSOR-OPEN - END".

      ***************************************************
       REQ-DATA.
           MOVE SPACES TO WS-EMP-DEPT.
           MOVE ZERO TO WS-EMP-COST.
           EXEC SQL
              fetch next cur_projreq into
                :WS-EMP-DEPT, :WS-EMP-COST;
           END-EXEC.
           PERFORM CHECK-CURSOR-PARA.
           IF NOT CUR-EXIST
              GO TO REQ-EXIT
           END-IF.
           ADD 1 TO REQ-COUNT.
           COMPUTE WS-FIRST-IDX = WS-FILL-LAG + 1.
           IF WS-FIRST-IDX > 12
              GO TO REQ-EXIT
           END-IF.
           MOVE 12 TO WS-LAST-IDX.
           MOVE WS-EMP-DEPT TO WS-TARGET-DEPT.
           MOVE 1 TO WS-HC-DELTA.
           MOVE WS-EMP-COST TO WS-COST-DELTA.
           PERFORM ADD-RANGE-PARA.

       REQ-EXIT.  EXIT.

      ***************************************************
      *    Loan and advance recoveries still running - an 'ADVN'
      *    deduction or one backed by a LOAN_ACCOUNT of the same
      *    type, as payrun takes them: the period amount each month
      *    until the outstanding balance is gone, the last month
      *    taking only what is left.
        RECOV-CURSOR-OPEN.
           DISPLAY "RECOV-CURSOR-OPEN - START".
           EXEC SQL
              declare cur_projrecov cursor for
              select e.deptcode, d.period-amount, d.outstanding-bal
                  from employee_deduction d
                  join employee e on e.empid = d.empid
                  where e.status not = 'I'
                    and d.outstanding-bal > 0
                    and d.period-amount > 0
                    and (d.end-period = ' '
                         or d.end-period >= :WS-START-PERIOD)
                    and (d.dedtype = 'ADVN'
                         or exists (select 1 from loan_account l
                                     where l.empid = d.empid
                                       and l.loan-type = d.dedtype))
           END-EXEC.
           EXEC SQL
              open cur_projrecov;
           END-EXEC.
           PERFORM CHECK-CURSOR-PARA.
           DISPLAY "RECOV-CURSOR-OPEN - END".

      ***************************************************
       RECOV-DATA.
           MOVE SPACES TO WS-EMP-DEPT.
           MOVE ZERO TO WS-DED-AMT WS-DED-BAL.
           EXEC SQL
              fetch next cur_projrecov into
                :WS-EMP-DEPT, :WS-DED-AMT, :WS-DED-BAL;
           END-EXEC.
           PERFORM CHECK-CURSOR-PARA.
           IF NOT CUR-EXIST
              GO TO RECOV-EXIT
           END-IF.
           ADD 1 TO RECOVERY-COUNT.
           MOVE WS-EMP-DEPT TO WS-TARGET-DEPT.
           PERFORM FIND-DEPT-PARA.
           IF WS-DEPT-IDX > ZERO
              MOVE WS-DED-BAL TO WS-RECOV-LEFT
              PERFORM ADD-RECOVERY-PARA
                  VARYING WS-MONTH-IDX FROM 1 BY 1
                  UNTIL WS-MONTH-IDX > 12
                     OR WS-RECOV-LEFT NOT > ZERO
           END-IF.

       RECOV-EXIT.  EXIT.

      ***************************************************
        ADD-RECOVERY-PARA.
           IF WS-DED-AMT < WS-RECOV-LEFT
              MOVE WS-DED-AMT TO WS-RECOV-TAKE
           ELSE
              MOVE WS-RECOV-LEFT TO WS-RECOV-TAKE
           END-IF.
           SUBTRACT WS-RECOV-TAKE FROM WS-RECOV-LEFT.
           ADD WS-RECOV-TAKE TO PRJ-RECOV(WS-DEPT-IDX, WS-MONTH-IDX)
                                PRJ-RECOV(WS-TOTAL-SLOT, WS-MONTH-IDX).

      ***************************************************
      *    Twelve month lines and the total against plan for one
      *    department.
        WRITE-DEPT-PARA.
           MOVE ZERO TO WS-DEPT-TOT-COST.
           PERFORM WRITE-MONTH-PARA
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 12.

           MOVE PRJ-DEPT(WS-DEPT-IDX) TO WS-TARGET-DEPT.
           MOVE ZEROES TO WS-PLAN-COST.
           EXEC SQL
               SELECT PLAN-PAYCOST
                   INTO :WS-PLAN-COST
                   FROM BUDGET_PLAN
                   WHERE DEPTCODE = :WS-TARGET-DEPT
                     AND FISCAL-YEAR = :WS-FISCAL-YEAR
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           MOVE WS-TARGET-DEPT TO DTT-DEPT.
           MOVE WS-DEPT-TOT-COST TO DTT-COST.
           IF WS-SQL-RETURN-NORMAL
              COMPUTE WS-VAR-AMT = WS-DEPT-TOT-COST - WS-PLAN-COST
              MOVE WS-PLAN-COST TO DTT-PLAN
              MOVE WS-VAR-AMT   TO DTT-VAR
              IF WS-VAR-AMT > ZERO
                 MOVE 'OVER PLAN' TO DTT-NOTE
              ELSE
                 MOVE 'WITHIN PLAN' TO DTT-NOTE
              END-IF
           ELSE
              MOVE ZERO TO DTT-PLAN DTT-VAR
              MOVE 'NO PLAN ROW' TO DTT-NOTE
           END-IF.
           WRITE REPORT-RECORD FROM DEPT-TOTAL-LINE.

      ***************************************************
        WRITE-MONTH-PARA.
           MOVE PRJ-DEPT(WS-DEPT-IDX) TO DTL-DEPT.
           MOVE WS-PERIOD(WS-MONTH-IDX) TO DTL-PERIOD.
           MOVE PRJ-HC(WS-DEPT-IDX, WS-MONTH-IDX) TO DTL-HC.
           MOVE PRJ-COST(WS-DEPT-IDX, WS-MONTH-IDX) TO DTL-COST.
           MOVE PRJ-RECOV(WS-DEPT-IDX, WS-MONTH-IDX) TO DTL-RECOV.
           COMPUTE DTL-NET = PRJ-COST(WS-DEPT-IDX, WS-MONTH-IDX)
                           - PRJ-RECOV(WS-DEPT-IDX, WS-MONTH-IDX).
           ADD PRJ-COST(WS-DEPT-IDX, WS-MONTH-IDX)
               TO WS-DEPT-TOT-COST.
           WRITE REPORT-RECORD FROM DETAIL-LINE.

      ***************************************************
       PROGRAM-EXIT.
           DISPLAY "9999-PROGRAM-EXIT - start".

           CLOSE REPORT-FILE.

           EXEC SQL
                disconnect all;
           END-EXEC

           DISPLAY 'ROSTER    COUNT '  ROSTER-COUNT.
           DISPLAY 'RETIRING  COUNT '  RETIRE-COUNT.
           DISPLAY 'PENDING   COUNT '  PENDING-COUNT.
           DISPLAY 'OPEN REQ  COUNT '  REQ-COUNT.
           DISPLAY 'RECOVERY  COUNT '  RECOVERY-COUNT.
           IF OVERFLOW-COUNT > ZERO
              DISPLAY 'DEPT TABLE FULL - ROWS DROPPED '
                      OVERFLOW-COUNT
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "9999-PROGRAM-EXIT - end".
