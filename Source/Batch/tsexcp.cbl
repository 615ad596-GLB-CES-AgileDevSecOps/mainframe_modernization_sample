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
      *
      *    Timesheet coverage exception report batch job - lists
      *    every employee whose hours booked for the pay period
      *    (tsload's TIMESHEET_ENTRY) fall short of the period's
      *    working days at the standard day's hours. Working days
      *    are the weekdays of the period from the employee's hire
      *    date on, less the HOLIDAY calendar of the employee's own
      *    location (the same per-location calendar attload.cbl and
      *    compoff.cbl read) and less any approved LEAVE_REQUEST
      *    covering the day. The employees checked are the active
      *    ones expected to book time: anyone on a project cost
      *    allocation (EALCMANT) or with any time booked for the
      *    period. Short employees go to a CSV exception file with
      *    a control trailer; glpost falls back to the EALCMANT
      *    percentages for anyone with no hours at all, so the list
      *    is the chase-up before the period's GL posting.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    tsexcp.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTPUT-FILE ASSIGN TO TSXFL.
       DATA DIVISION.
       FILE SECTION.
      *
       FD  OUTPUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OUTPUT-RECORD.
       01  OUTPUT-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
          EXEC SQL BEGIN DECLARE SECTION END-EXEC
      *    Defaults below are the dev connection; TSEXCP-DBNAME,
      *    TSEXCP-DBUSER and TSEXCP-DBPASS environment variables
      *    (see GET-DB-CREDENTIALS-PARA) override them, same as
      *    emplist.cbl's EMPLIST_* variables.
       01 DATABASE-NAME PIC X(80) VALUE "ltpz_syntel:5432".
       01 USER-NAME     PIC X(80) VALUE "syntel".
       01 PASSWORD      PIC X(80) VALUE "syntel".
       01 WS-PAY-PERIOD           PIC X(06) VALUE SPACES.
       01 WS-EMP-ID               PIC X(05).
       01 WS-EMP-NAME             PIC X(30).
       01 WS-EMP-DEPT             PIC X(05).
       01 WS-EMP-LOC              PIC X(05).
       01 WS-EMP-HIREDT           PIC X(10).
       01 WS-BOOKED-HOURS         PIC 9(05)V99.
       01 WS-HOLDATE              PIC X(10).
       01 WS-LV-FROM              PIC X(10).
       01 WS-LV-TO                PIC X(10).
      *    The pay period's dates - its PAY_CALENDAR row (PCALMANT)
      *    when it has one, the YYYYMM month otherwise, as tsload
      *    reads it.
       01 WS-CAL-START            PIC X(10).
       01 WS-CAL-END              PIC X(10).
      *    Run-control fields - RUN_CONTROL start/end registration
      *    (REGISTER-RUN-START-PARA / REGISTER-RUN-END-PARA) and
      *    the prerequisite gate (CHECK-PREREQ-PARA) - none here,
      *    the timesheet files arrive as the booking system sends
      *    them.
       01 WS-RUNC-PROGRAM         PIC X(08) VALUE 'tsexcp  '.
       01 WS-RUNC-PREREQ          PIC X(08) VALUE SPACES.
       01 WS-RUNC-CYCLE           PIC X(08).
       01 WS-RUNC-START-TS        PIC X(21).
       01 WS-RUNC-END-TS          PIC X(21).
       01 WS-RUNC-RC              PIC S9(04).
       01 WS-RUNC-ROWS            PIC 9(10).
       01 WS-PREREQ-COUNT         PIC S9(09) COMP.
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
           05  WS-EMPCURVAL                PIC X(1).
               88  EMPC-EXIST                      VALUE 'F'.
               88  EMPC-NOTFND                     VALUE 'N'.
               88  EMPC-DBERR                      VALUE 'E'.
           05  WS-SUBCURVAL                PIC X(1).
               88  SUBC-EOF                        VALUE 'Y'.
           05  WS-PERIOD-MM                PIC 9(02).
           05  WS-LAST-LOC                 PIC X(05).
           05  WS-DAY-OFF                  PIC X(01).
               88  DAY-IS-OFF                     VALUE 'Y'.
           05  WS-HOURS-ED                 PIC Z9.99.

      *    The standard working day - SYSIN 8-11 (hours, two
      *    decimals) overrides it for a site on a different shift
      *    pattern.
       01  TS-STD-DAY-HOURS            PIC 9(02)V99 VALUE 8.00.

      *    Holidays of the current location inside the period,
      *    reloaded when the cursor's location changes, and the
      *    current employee's approved leave spans overlapping it.
       01  WS-HOL-MAX                  PIC 9(02) COMP VALUE 40.
       01  WS-HOL-COUNT                PIC 9(02) COMP VALUE ZERO.
       01  WS-HOL-TABLE OCCURS 40 TIMES.
           05  HOL-DATE                PIC X(10).
       01  WS-HOL-IDX                  PIC 9(02) COMP.
       01  WS-LV-MAX                   PIC 9(02) COMP VALUE 20.
       01  WS-LV-COUNT                 PIC 9(02) COMP VALUE ZERO.
       01  WS-LV-TABLE OCCURS 20 TIMES.
           05  LV-FROM                 PIC X(10).
           05  LV-TO                   PIC X(10).
       01  WS-LV-IDX                   PIC 9(02) COMP.

      *    Day arithmetic on the intrinsic date integers - day 1 of
      *    the base is a Monday, so MOD 7 of 6 and 0 are Saturday
      *    and Sunday (compoff.cbl's reading).
       01  WS-DATE-WORK.
           05  WS-WORK-YYYYMMDD            PIC 9(08).
           05  WS-FROM-INT                 PIC 9(09) COMP.
           05  WS-TO-INT                   PIC 9(09) COMP.
           05  WS-DAY-INT                  PIC 9(09) COMP.
           05  WS-CALC-INT                 PIC 9(09) COMP.
           05  WS-CALC-YYYYMMDD            PIC 9(08).
           05  WS-CALC-ISO                 PIC X(10).
           05  WS-NEXT-YYYY                PIC 9(04).
           05  WS-NEXT-MM                  PIC 9(02).
           05  WS-DOW                      PIC 9(01).
           05  WS-WORK-DAYS                PIC 9(03).
           05  WS-EXPECT-HOURS             PIC 9(05)V99.
           05  WS-SHORT-HOURS              PIC 9(05)V99.

       01  DETAIL-RECORD.
           10  TSX-EMP-ID                  PIC X(05).
           10  FILLER                      PIC X(01) VALUE ','.
           10  TSX-EMP-NAME                PIC X(30).
           10  FILLER                      PIC X(01) VALUE ','.
           10  TSX-DEPT                    PIC X(05).
           10  FILLER                      PIC X(01) VALUE ','.
           10  TSX-LOC                     PIC X(05).
           10  FILLER                      PIC X(01) VALUE ','.
           10  TSX-WORK-DAYS               PIC 9(03).
           10  FILLER                      PIC X(01) VALUE ','.
           10  TSX-EXPECT-HOURS            PIC 9(05)V99.
           10  FILLER                      PIC X(01) VALUE ','.
           10  TSX-BOOKED-HOURS            PIC 9(05)V99.
           10  FILLER                      PIC X(01) VALUE ','.
           10  TSX-SHORT-HOURS             PIC 9(05)V99.
           10  FILLER                      PIC X(01) VALUE ','.
           10  TSX-NOTE                    PIC X(12).

       01  TRAILER-RECORD.
           10  TR-ID                       PIC X(07) VALUE 'TRAILER'.
           10  FILLER                      PIC X(01) VALUE ','.
           10  TR-PAY-PERIOD               PIC X(06).
           10  FILLER                      PIC X(01) VALUE ','.
           10  TR-STD-HOURS                PIC 9(02)V99.
           10  FILLER                      PIC X(01) VALUE ','.
           10  TR-EMP-COUNT                PIC 9(10).
           10  FILLER                      PIC X(01) VALUE ','.
           10  TR-EXCP-COUNT               PIC 9(10).
           10  FILLER                      PIC X(01) VALUE ','.
           10  TR-SHORT-TOTAL              PIC 9(11)V99.

       01  WS-COUNTERS.
           05  EMP-COUNT                   PIC 9(10) VALUE ZEROES.
           05  EXCP-COUNT                  PIC 9(10) VALUE ZEROES.
           05  NO-TIME-COUNT               PIC 9(10) VALUE ZEROES.
           05  WS-SHORT-TOTAL              PIC 9(11)V99 VALUE ZEROES.

       01  WS-PARM-CARD                PIC X(80) VALUE SPACES.

       01  WS-ENV-VALUE                PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM PARM-CARD-PARA.
           PERFORM INIT-PARA.

           PERFORM PROCESS-DATA THRU PROCESS-EXIT
               UNTIL EMPC-NOTFND OR EMPC-DBERR.

           PERFORM PROGRAM-EXIT.
           DISPLAY "END OF TIMESHEET EXCEPTION RUN".

      ***************************************************
       PARM-CARD-PARA.
           DISPLAY "PARM-CARD-PARA - start".
      *    SYSIN 1-6 is the pay period - a PAY_CALENDAR period id
      *    or a YYYYMM month; SYSIN 8-11 the standard day's hours
      *    (9999 = 99.99) when it is not the default.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           MOVE WS-PARM-CARD(1:6) TO WS-PAY-PERIOD.
           IF WS-PAY-PERIOD = SPACES
              DISPLAY "NO PAY PERIOD IN SYSIN COLUMNS 1-6"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-PARM-CARD(8:4) NOT = SPACES
              IF WS-PARM-CARD(8:4) IS NUMERIC
                 AND WS-PARM-CARD(8:4) NOT = '0000'
                 AND WS-PARM-CARD(8:4) <= '2400'
                 COMPUTE TS-STD-DAY-HOURS =
                         FUNCTION NUMVAL(WS-PARM-CARD(8:4)) / 100
              ELSE
                 DISPLAY "INVALID STANDARD HOURS IN SYSIN COLUMNS "
                         "8-11 - '" WS-PARM-CARD(8:4) "'"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           MOVE TS-STD-DAY-HOURS TO WS-HOURS-ED.
           DISPLAY "PARM ECHO - PERIOD/" WS-PAY-PERIOD
                   " STANDARD DAY/" WS-HOURS-ED.
           DISPLAY "PARM-CARD-PARA - end".

      ***************************************************
       INIT-PARA.
           DISPLAY "1000-INIT - start".
           PERFORM CONNECT-TO-DATABASE.
           PERFORM GET-PERIOD-DATES-PARA.
           IF WS-CAL-START = SPACES
              DISPLAY "PERIOD NOT ON PAY CALENDAR AND NOT "
                      "YYYYMM - RUN REFUSED"
              EXEC SQL
                   disconnect all;
              END-EXEC
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY "PERIOD DATES - " WS-CAL-START " TO " WS-CAL-END.
           PERFORM CHECK-PREREQ-PARA.
           PERFORM REGISTER-RUN-START-PARA.
           MOVE HIGH-VALUES TO WS-LAST-LOC.
           PERFORM EMP-CURSOR-DECLARE.
           PERFORM EMP-CURSOR-OPEN.
           OPEN OUTPUT OUTPUT-FILE.
           DISPLAY "1000-INIT - END".

       INIT-EXIT.
           EXIT.

      ***************************************************
       PROCESS-DATA.
           PERFORM EMP-CURSOR-FETCH.
           IF NOT EMPC-NOTFND AND NOT EMPC-DBERR
              PERFORM CHECK-COVERAGE-PARA
           END-IF.

       PROCESS-EXIT.  EXIT.

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
      *    GET-DB-CREDENTIALS-PARA, under TSEXCP_* names instead.
        GET-DB-CREDENTIALS-PARA.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "TSEXCP_DBNAME".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO DATABASE-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "TSEXCP_DBUSER".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO USER-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "TSEXCP_DBPASS".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO PASSWORD
           END-IF.

      ***************************************************
      *    The period's first and last day - the PAY_CALENDAR row
      *    when the period has one, else the YYYYMM month. Blank
      *    dates back mean the period is neither.
        GET-PERIOD-DATES-PARA.
           MOVE SPACES TO WS-CAL-START WS-CAL-END.
           EXEC SQL
               SELECT START-DATE, END-DATE
                   INTO :WS-CAL-START, :WS-CAL-END
                   FROM PAY_CALENDAR
                   WHERE PERIOD-ID = :WS-PAY-PERIOD
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              CONTINUE
           ELSE
              MOVE SPACES TO WS-CAL-START WS-CAL-END
              IF WS-PAY-PERIOD IS NUMERIC
                 MOVE WS-PAY-PERIOD(5:2) TO WS-PERIOD-MM
                 IF WS-PERIOD-MM >= 1 AND WS-PERIOD-MM <= 12
                    PERFORM MONTH-DATES-PARA
                 END-IF
              END-IF
           END-IF.

      ***************************************************
        MONTH-DATES-PARA.
           STRING WS-PAY-PERIOD(1:4) '-' WS-PAY-PERIOD(5:2) '-01'
               DELIMITED BY SIZE INTO WS-CAL-START
           END-STRING.
           MOVE WS-PAY-PERIOD(1:4) TO WS-NEXT-YYYY.
           COMPUTE WS-NEXT-MM = WS-PERIOD-MM + 1.
           IF WS-NEXT-MM > 12
              MOVE 1 TO WS-NEXT-MM
              ADD 1 TO WS-NEXT-YYYY
           END-IF.
           COMPUTE WS-CALC-YYYYMMDD = WS-NEXT-YYYY * 10000
                                    + WS-NEXT-MM * 100 + 1.
           COMPUTE WS-CALC-INT =
               FUNCTION INTEGER-OF-DATE(WS-CALC-YYYYMMDD) - 1.
           PERFORM INT-TO-ISO-PARA.
           MOVE WS-CALC-ISO TO WS-CAL-END.

      ***************************************************
       INT-TO-ISO-PARA.
           COMPUTE WS-CALC-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-CALC-INT).
           MOVE SPACES TO WS-CALC-ISO.
           STRING WS-CALC-YYYYMMDD(1:4) '-' WS-CALC-YYYYMMDD(5:2)
                  '-' WS-CALC-YYYYMMDD(7:2) DELIMITED BY SIZE
               INTO WS-CALC-ISO
           END-STRING.

      ***************************************************
       ISO-TO-INT-PARA.
           STRING WS-CALC-ISO(1:4) WS-CALC-ISO(6:2) WS-CALC-ISO(9:2)
               DELIMITED BY SIZE INTO WS-WORK-YYYYMMDD
           END-STRING.
           COMPUTE WS-CALC-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-YYYYMMDD).

      ***************************************************
      *    Active employees on a project allocation or with time
      *    booked for the period, hired by its last day, with the
      *    period's booked hours - ordered by location so each
      *    location's holidays load once.
        EMP-CURSOR-DECLARE.
           DISPLAY "EMP-CURSOR-DECLARE - START".
           EXEC SQL
              declare cur_tsexcp cursor for
              select e.empid, e.empname, e.deptcode,
                     value(e.location, ' '),
                     value(e.hiredt, ' '),
                     (select value(sum(t.hours), 0)
                          from timesheet_entry t
                          where t.empid = e.empid
                            and t.pay-period = :WS-PAY-PERIOD)
                  from employee e
                  where e.status = 'A'
                    and value(e.hiredt, '0001-01-01')
                        <= :WS-CAL-END
                    and (exists (select 1
                                     from employee_allocation a
                                     where a.empid = e.empid)
                         or exists (select 1
                                     from timesheet_entry t
                                     where t.empid = e.empid
                                       and t.pay-period =
                                           :WS-PAY-PERIOD))
                  order by 4, e.empid
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-EMPCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-EMPCURVAL
                 DISPLAY 'NOT FOUND - EMPLOYEE CURSOR DECLARE'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - EMPLOYEE CURSOR DECLARE'
                 MOVE 'E' TO WS-EMPCURVAL
           END-EVALUATE.
           DISPLAY "EMP-CURSOR-DECLARE - END".

      ***************************************************
        EMP-CURSOR-OPEN.
           DISPLAY "EMP-CURSOR-OPEN - START".
           EXEC SQL
              open cur_tsexcp;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-EMPCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-EMPCURVAL
                 DISPLAY 'NOT FOUND - EMPLOYEE CURSOR OPEN'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - EMPLOYEE CURSOR OPEN'
                 MOVE 'E' TO WS-EMPCURVAL
           END-EVALUATE.
           DISPLAY "EMP-CURSOR-OPEN - END".

      ***************************************************
        EMP-CURSOR-FETCH.
           MOVE SPACES TO WS-EMP-NAME WS-EMP-DEPT WS-EMP-LOC
                          WS-EMP-HIREDT.
           MOVE ZEROES TO WS-BOOKED-HOURS.
           EXEC SQL
              fetch next cur_tsexcp into
                :WS-EMP-ID,
                :WS-EMP-NAME,
                :WS-EMP-DEPT,
                :WS-EMP-LOC,
                :WS-EMP-HIREDT,
                :WS-BOOKED-HOURS;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 ADD 1 TO EMP-COUNT
                 MOVE 'F' TO WS-EMPCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-EMPCURVAL
                 DISPLAY 'NOT FOUND - EMPLOYEE CURSOR FETCH'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - EMPLOYEE CURSOR FETCH'
                 MOVE 'E' TO WS-EMPCURVAL
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      ***************************************************
      *    The employee's working days in the period - from the
      *    later of the period start and the hire date - at the
      *    standard day's hours, against the hours booked.
        CHECK-COVERAGE-PARA.
           IF WS-EMP-LOC NOT = WS-LAST-LOC
              PERFORM LOAD-HOLIDAYS-PARA
              MOVE WS-EMP-LOC TO WS-LAST-LOC
           END-IF.
           PERFORM LOAD-LEAVE-PARA.

           MOVE WS-CAL-START TO WS-CALC-ISO.
           IF WS-EMP-HIREDT NOT = SPACES
              AND WS-EMP-HIREDT > WS-CAL-START
              MOVE WS-EMP-HIREDT TO WS-CALC-ISO
           END-IF.
           PERFORM ISO-TO-INT-PARA.
           MOVE WS-CALC-INT TO WS-FROM-INT.
           MOVE WS-CAL-END TO WS-CALC-ISO.
           PERFORM ISO-TO-INT-PARA.
           MOVE WS-CALC-INT TO WS-TO-INT.

           MOVE ZEROES TO WS-WORK-DAYS.
           PERFORM COUNT-DAY-PARA
               VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
               UNTIL WS-DAY-INT > WS-TO-INT.

           COMPUTE WS-EXPECT-HOURS = WS-WORK-DAYS * TS-STD-DAY-HOURS.
           IF WS-BOOKED-HOURS < WS-EXPECT-HOURS
              COMPUTE WS-SHORT-HOURS = WS-EXPECT-HOURS
                                     - WS-BOOKED-HOURS
              PERFORM WRITE-DETAIL-PARA
           END-IF.

      ***************************************************
      *    A weekday that is neither a holiday at the employee's
      *    location nor inside an approved leave span.
        COUNT-DAY-PARA.
           COMPUTE WS-DOW = FUNCTION MOD(WS-DAY-INT, 7).
           IF WS-DOW NOT = 6 AND WS-DOW NOT = 0
              MOVE WS-DAY-INT TO WS-CALC-INT
              PERFORM INT-TO-ISO-PARA
              MOVE 'N' TO WS-DAY-OFF
              PERFORM CHECK-HOL-DAY-PARA
                  VARYING WS-HOL-IDX FROM 1 BY 1
                  UNTIL WS-HOL-IDX > WS-HOL-COUNT OR DAY-IS-OFF
              PERFORM CHECK-LV-DAY-PARA
                  VARYING WS-LV-IDX FROM 1 BY 1
                  UNTIL WS-LV-IDX > WS-LV-COUNT OR DAY-IS-OFF
              IF NOT DAY-IS-OFF
                 ADD 1 TO WS-WORK-DAYS
              END-IF
           END-IF.

      ***************************************************
        CHECK-HOL-DAY-PARA.
           IF HOL-DATE(WS-HOL-IDX) = WS-CALC-ISO
              MOVE 'Y' TO WS-DAY-OFF
           END-IF.

      ***************************************************
        CHECK-LV-DAY-PARA.
           IF LV-FROM(WS-LV-IDX) <= WS-CALC-ISO
              AND LV-TO(WS-LV-IDX) >= WS-CALC-ISO
              MOVE 'Y' TO WS-DAY-OFF
           END-IF.

      ***************************************************
      *    The location's HOLIDAY rows (HOLMANT) inside the period.
        LOAD-HOLIDAYS-PARA.
           MOVE ZERO TO WS-HOL-COUNT.
           EXEC SQL
              declare cur_tsxhol cursor for
              select holdate
                  from holiday
                  where loccode = :WS-EMP-LOC
                    and holdate between :WS-CAL-START
                                    and :WS-CAL-END
                  order by holdate
           END-EXEC.
           EXEC SQL
              open cur_tsxhol;
           END-EXEC.
           MOVE 'N' TO WS-SUBCURVAL.
           PERFORM FETCH-HOLIDAY-PARA UNTIL SUBC-EOF.
           EXEC SQL
              close cur_tsxhol;
           END-EXEC.

      ***************************************************
        FETCH-HOLIDAY-PARA.
           EXEC SQL
              fetch next cur_tsxhol into :WS-HOLDATE;
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              IF WS-HOL-COUNT < WS-HOL-MAX
                 ADD 1 TO WS-HOL-COUNT
                 MOVE WS-HOLDATE TO HOL-DATE(WS-HOL-COUNT)
              END-IF
           ELSE
              MOVE 'Y' TO WS-SUBCURVAL
           END-IF.

      ***************************************************
      *    The employee's approved LEAVE_REQUEST spans (LVRQMANT)
      *    that touch the period - attload.cbl's approved-leave
      *    test, loaded once per employee.
        LOAD-LEAVE-PARA.
           MOVE ZERO TO WS-LV-COUNT.
           EXEC SQL
              declare cur_tsxlv cursor for
              select from-date, to-date
                  from leave_request
                  where empid = :WS-EMP-ID
                    and req-status = 'A'
                    and from-date <= :WS-CAL-END
                    and to-date   >= :WS-CAL-START
                  order by from-date
           END-EXEC.
           EXEC SQL
              open cur_tsxlv;
           END-EXEC.
           MOVE 'N' TO WS-SUBCURVAL.
           PERFORM FETCH-LEAVE-PARA UNTIL SUBC-EOF.
           EXEC SQL
              close cur_tsxlv;
           END-EXEC.

      ***************************************************
        FETCH-LEAVE-PARA.
           EXEC SQL
              fetch next cur_tsxlv into :WS-LV-FROM, :WS-LV-TO;
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              IF WS-LV-COUNT < WS-LV-MAX
                 ADD 1 TO WS-LV-COUNT
                 MOVE WS-LV-FROM TO LV-FROM(WS-LV-COUNT)
                 MOVE WS-LV-TO   TO LV-TO(WS-LV-COUNT)
              END-IF
           ELSE
              MOVE 'Y' TO WS-SUBCURVAL
           END-IF.

      ***************************************************
        WRITE-DETAIL-PARA.
           MOVE WS-EMP-ID        TO TSX-EMP-ID.
           MOVE WS-EMP-NAME      TO TSX-EMP-NAME.
           MOVE WS-EMP-DEPT      TO TSX-DEPT.
           MOVE WS-EMP-LOC       TO TSX-LOC.
           MOVE WS-WORK-DAYS     TO TSX-WORK-DAYS.
           MOVE WS-EXPECT-HOURS  TO TSX-EXPECT-HOURS.
           MOVE WS-BOOKED-HOURS  TO TSX-BOOKED-HOURS.
           MOVE WS-SHORT-HOURS   TO TSX-SHORT-HOURS.
           IF WS-BOOKED-HOURS = ZEROES
              MOVE 'NO TIMESHEET' TO TSX-NOTE
              ADD 1 TO NO-TIME-COUNT
           ELSE
              MOVE 'SHORT'        TO TSX-NOTE
           END-IF.
           WRITE OUTPUT-RECORD FROM DETAIL-RECORD.
           ADD 1 TO EXCP-COUNT.
           ADD WS-SHORT-HOURS TO WS-SHORT-TOTAL.

      ***************************************************
      *    A job with a prerequisite refuses to start until the
      *    predecessor has a completed RUN_CONTROL row for this
      *    cycle's month - payrun before the month's leaveacc is
      *    exactly the ordering accident this exists to stop.
        CHECK-PREREQ-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUNC-CYCLE.
           IF WS-RUNC-PREREQ NOT = SPACES
              MOVE ZERO TO WS-PREREQ-COUNT
              EXEC SQL
                  SELECT COUNT(*)
                      INTO :WS-PREREQ-COUNT
                      FROM RUN_CONTROL
                      WHERE PROGRAM-NAME = :WS-RUNC-PREREQ
                        AND RUN-STATUS = 'C'
                        AND SUBSTR(RUN-CYCLE, 1, 6) =
                            SUBSTR(:WS-RUNC-CYCLE, 1, 6)
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              IF NOT WS-SQL-RETURN-NORMAL
                 MOVE ZERO TO WS-PREREQ-COUNT
              END-IF
              IF WS-PREREQ-COUNT = 0
                 DISPLAY "PREREQUISITE " WS-RUNC-PREREQ
                         " HAS NOT COMPLETED THIS CYCLE - "
                         "RUN REFUSED"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

      ***************************************************
        REGISTER-RUN-START-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-RUNC-START-TS.
           EXEC SQL
               INSERT INTO RUN_CONTROL
                   (PROGRAM-NAME, RUN-CYCLE, RUN-STATUS,
                    START-TS, RETURN-CODE-VAL, ROW-COUNT)
                   VALUES (:WS-RUNC-PROGRAM, :WS-RUNC-CYCLE, 'S',
                           :WS-RUNC-START-TS, 0, 0)
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              DISPLAY 'DB2 ERROR - RUN CONTROL START REGISTER'
           END-IF.

      ***************************************************
      *    The counts registered here are the same figures the
      *    PROGRAM-EXIT DISPLAYs already put in the joblog - now
      *    queryable instead of scattered.
        REGISTER-RUN-END-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-RUNC-END-TS.
           MOVE RETURN-CODE TO WS-RUNC-RC.
           MOVE EXCP-COUNT TO WS-RUNC-ROWS.
           EXEC SQL
               UPDATE RUN_CONTROL
                   SET RUN-STATUS = 'C',
                       END-TS = :WS-RUNC-END-TS,
                       RETURN-CODE-VAL = :WS-RUNC-RC,
                       ROW-COUNT = :WS-RUNC-ROWS
                   WHERE PROGRAM-NAME = :WS-RUNC-PROGRAM
                     AND START-TS = :WS-RUNC-START-TS
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              DISPLAY 'DB2 ERROR - RUN CONTROL END REGISTER'
           END-IF.

      ***************************************************
       PROGRAM-EXIT.
           DISPLAY "9999-PROGRAM-EXIT - start".

           MOVE WS-PAY-PERIOD    TO TR-PAY-PERIOD.
           MOVE TS-STD-DAY-HOURS TO TR-STD-HOURS.
           MOVE EMP-COUNT        TO TR-EMP-COUNT.
           MOVE EXCP-COUNT       TO TR-EXCP-COUNT.
           MOVE WS-SHORT-TOTAL   TO TR-SHORT-TOTAL.
           WRITE OUTPUT-RECORD FROM TRAILER-RECORD.
           IF EXCP-COUNT > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE OUTPUT-FILE.
           PERFORM REGISTER-RUN-END-PARA.

           EXEC SQL
                disconnect all;
           END-EXEC

           DISPLAY 'EMPLOYEE  COUNT  '  EMP-COUNT.
           DISPLAY 'EXCEPTION COUNT  '  EXCP-COUNT.
           DISPLAY 'NO TIME   COUNT  '  NO-TIME-COUNT.
           DISPLAY 'SHORT     HOURS  '  WS-SHORT-TOTAL.
           DISPLAY "9999-PROGRAM-EXIT - end".
