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
      *    Pre-payrun statutory minimum-wage compliance report. For
      *    the SYSIN pay period every active employee whose location
      *    and worker category carry a MIN_WAGE row (MWAGMANT) is
      *    priced the way payrun will price them - the EPAYMANT
      *    override basic when there is one, else the grade basic
      *    off DESIGNATION, scaled by the same hire-date proration
      *    as payrun's CALC-PRORATION-PARA - and set against the
      *    minimum in force on the last day of the period, scaled
      *    by the same factor so a mid-month joiner is judged on
      *    the days actually worked. Everyone below it is listed
      *    with the shortfall, and the run ends RC 4 so the payroll
      *    schedule can hold payrun until the pay is put right.
      *    Active employees whose location/category has no minimum
      *    at all are counted, so a gap in the table is visible.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    mwgchk.
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
       01  REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
          EXEC SQL BEGIN DECLARE SECTION END-EXEC
      *    Defaults below are the dev connection; MWGCHK-DBNAME,
      *    MWGCHK-DBUSER and MWGCHK-DBPASS environment variables
      *    (see GET-DB-CREDENTIALS-PARA) override them, same as
      *    emplist.cbl's EMPLIST_* variables.
       01 DATABASE-NAME PIC X(80) VALUE "ltpz_syntel:5432".
       01 USER-NAME     PIC X(80) VALUE "syntel".
       01 PASSWORD      PIC X(80) VALUE "syntel".
       01 WS-ASOF-DATE            PIC X(10).
       01 WS-EMP-ID               PIC X(05).
       01 WS-EMP-NAME             PIC X(30).
       01 WS-EMP-LOC              PIC X(05).
       01 WS-EMP-WKCAT            PIC X(01).
       01 WS-EMP-DESG             PIC X(05).
       01 WS-EMP-HIREDT           PIC X(10).
       01 WS-GRADE-BASIC          PIC 9(05)V99.
       01 WS-OVR-BASIC            PIC 9(05)V99.
       01 WS-MIN-BASIC            PIC 9(05)V99.
       01 WS-MIN-EFFDT            PIC X(10).
       01 WS-NOMIN-COUNT          PIC S9(09) COMP.
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
           05  WS-RUN-TS                   PIC X(21).
           05  WS-LAST-DAY                 PIC 9(08).
           05  WS-LAST-DAY-X REDEFINES WS-LAST-DAY
                                           PIC X(08).
           05  WS-PAY-SOURCE               PIC X(01).
           05  WS-EFF-BASIC                PIC 9(05)V99.
           05  WS-EFF-MIN                  PIC 9(05)V99.
           05  WS-SHORTFALL                PIC 9(05)V99.

      *    SYSIN columns 1-6 are the pay period YYYYMM (default the
      *    current month), the same period payrun is about to run.
       01  WS-PARM-CARD                PIC X(80) VALUE SPACES.
       01  WS-PAY-PERIOD               PIC X(06).

      *    Proration work fields - the same arithmetic as payrun's
      *    WS-PRORATION group, restricted to the hire date since
      *    only active employees are checked.
       01  WS-PRORATION.
           05  WS-PERIOD-YEAR              PIC 9(04).
           05  WS-PERIOD-MONTH             PIC 9(02).
           05  WS-MONTH-FIRST              PIC 9(08).
           05  WS-NEXT-FIRST               PIC 9(08).
           05  WS-MONTH-FIRST-INT          PIC 9(09) COMP.
           05  WS-NEXT-FIRST-INT           PIC 9(09) COMP.
           05  WS-DAYS-IN-MONTH            PIC 9(02).
           05  WS-START-DAY                PIC 9(02).
           05  WS-END-DAY                  PIC 9(02).
           05  WS-DAYS-WORKED              PIC S9(03).
           05  WS-PRORATE-FACTOR           PIC 9V9(04).
           05  WS-HIRE-YM                  PIC X(06).

       01  HEADER-RECORD.
           10  FILLER                      PIC X(40) VALUE
               'EMPID,NAME,LOC,CAT,DESG,SRC,FACTOR,BASIC'.
           10  FILLER                      PIC X(30) VALUE
               ',MINIMUM,MIN-FROM,SHORTFALL'.
           10  FILLER                      PIC X(30) VALUE SPACES.

       01  DETAIL-RECORD.
           10  DTL-EMP-ID                  PIC X(05).
           10  FILLER                      PIC X(01) VALUE ','.
           10  DTL-EMP-NAME                PIC X(30).
           10  FILLER                      PIC X(01) VALUE ','.
           10  DTL-LOC                     PIC X(05).
           10  FILLER                      PIC X(01) VALUE ','.
           10  DTL-WKCAT                   PIC X(01).
           10  FILLER                      PIC X(01) VALUE ','.
           10  DTL-DESG                    PIC X(05).
           10  FILLER                      PIC X(01) VALUE ','.
           10  DTL-SOURCE                  PIC X(01).
           10  FILLER                      PIC X(01) VALUE ','.
           10  DTL-FACTOR                  PIC 9.9(04).
           10  FILLER                      PIC X(01) VALUE ','.
           10  DTL-BASIC                   PIC 9(05).99.
           10  FILLER                      PIC X(01) VALUE ','.
           10  DTL-MINIMUM                 PIC 9(05).99.
           10  FILLER                      PIC X(01) VALUE ','.
           10  DTL-MIN-EFFDT               PIC X(10).
           10  FILLER                      PIC X(01) VALUE ','.
           10  DTL-SHORTFALL               PIC 9(05).99.

       01  TOTAL-RECORD.
           10  TOT-LABEL                   PIC X(30).
           10  FILLER                      PIC X(01) VALUE ','.
           10  TOT-COUNT                   PIC Z(9)9.

       01  WS-COUNTERS.
           05  CHECKED-COUNT               PIC 9(10) VALUE ZEROES.
           05  BELOW-COUNT                 PIC 9(10) VALUE ZEROES.
           05  NOT-STARTED-COUNT           PIC 9(10) VALUE ZEROES.

       01  WS-ENV-VALUE                PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM PARM-CARD-PARA.
           PERFORM INIT-PARA.

           MOVE HEADER-RECORD TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM WAGE-CURSOR-OPEN.
           PERFORM WAGE-DATA THRU WAGE-EXIT
               UNTIL CUR-NOTFND OR CUR-DBERR.
           EXEC SQL
              close cur_mwgemp;
           END-EXEC.

           PERFORM COUNT-NO-MINIMUM-PARA.
           PERFORM WRITE-TOTALS-PARA.

           IF BELOW-COUNT > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM PROGRAM-EXIT.
           DISPLAY "END OF MINIMUM WAGE COMPLIANCE RUN".

      ***************************************************
      *    The period's last day is the as-of date for the minimum
      *    - a revision effective mid-month already binds the
      *    month's pay.
       PARM-CARD-PARA.
           DISPLAY "PARM-CARD-PARA - start".
           ACCEPT WS-PARM-CARD FROM SYSIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS.
           IF WS-PARM-CARD(1:6) NOT = SPACES
              MOVE WS-PARM-CARD(1:6) TO WS-PAY-PERIOD
           ELSE
              MOVE WS-RUN-TS(1:6) TO WS-PAY-PERIOD
           END-IF.
           IF WS-PAY-PERIOD IS NOT NUMERIC
              OR WS-PAY-PERIOD(5:2) < '01'
              OR WS-PAY-PERIOD(5:2) > '12'
              DISPLAY "SYSIN COLUMNS 1-6 MUST BE A PERIOD YYYYMM"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-PAY-PERIOD(1:4) TO WS-PERIOD-YEAR.
           MOVE WS-PAY-PERIOD(5:2) TO WS-PERIOD-MONTH.
           COMPUTE WS-MONTH-FIRST = (WS-PERIOD-YEAR * 10000)
                                  + (WS-PERIOD-MONTH * 100) + 1.
           IF WS-PERIOD-MONTH = 12
              COMPUTE WS-NEXT-FIRST = ((WS-PERIOD-YEAR + 1) * 10000)
                                    + 101
           ELSE
              COMPUTE WS-NEXT-FIRST = (WS-PERIOD-YEAR * 10000)
                                    + ((WS-PERIOD-MONTH + 1) * 100)
                                    + 1
           END-IF.
           COMPUTE WS-MONTH-FIRST-INT =
                   FUNCTION INTEGER-OF-DATE(WS-MONTH-FIRST).
           COMPUTE WS-NEXT-FIRST-INT =
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST).
           COMPUTE WS-DAYS-IN-MONTH = WS-NEXT-FIRST-INT
                                    - WS-MONTH-FIRST-INT.
           COMPUTE WS-LAST-DAY = FUNCTION DATE-OF-INTEGER(
                   WS-NEXT-FIRST-INT - 1).
           MOVE SPACES TO WS-ASOF-DATE.
           STRING WS-LAST-DAY-X(1:4) '-' WS-LAST-DAY-X(5:2) '-'
                  WS-LAST-DAY-X(7:2)
               DELIMITED BY SIZE INTO WS-ASOF-DATE
           END-STRING.
           DISPLAY "PARM ECHO - PERIOD/" WS-PAY-PERIOD
                   " MINIMUM AS OF/" WS-ASOF-DATE.
           DISPLAY "PARM-CARD-PARA - end".

      ***************************************************
       INIT-PARA.
           DISPLAY "1000-INIT - start".
           OPEN OUTPUT REPORT-FILE.
           PERFORM CONNECT-TO-DATABASE.
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
      *    GET-DB-CREDENTIALS-PARA, under MWGCHK_* names instead.
        GET-DB-CREDENTIALS-PARA.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "MWGCHK_DBNAME".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO DATABASE-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "MWGCHK_DBUSER".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO USER-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "MWGCHK_DBPASS".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO PASSWORD
           END-IF.

      ***************************************************
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
      *    Active employees with the minimum in force for their
      *    location and category on the as-of date - the latest
      *    MIN_WAGE row effective on or before it.
        WAGE-CURSOR-OPEN.
           DISPLAY "WAGE-CURSOR-OPEN - START".
           EXEC SQL
              declare cur_mwgemp cursor for
              select e.empid, e.empname, e.location, e.worker-cat,
                     e.desgcode, coalesce(e.hiredt, ' '),
                     g.basicpay, coalesce(p.basicpay, 0),
                     m.min-basic, m.effective-date
                  from employee e
                  join designation g on g.desgcode = e.desgcode
                  left join employee_pay p on p.empid = e.empid
                  join min_wage m on m.loccode = e.location
                                 and m.worker-cat = e.worker-cat
                  where e.status = 'A'
                    and m.effective-date =
                        (select max(m2.effective-date)
                            from min_wage m2
                            where m2.loccode = m.loccode
                              and m2.worker-cat = m.worker-cat
                              and m2.effective-date <= :WS-ASOF-DATE)
                  order by e.location, e.empid
           END-EXEC.
           EXEC SQL
              open cur_mwgemp;
           END-EXEC.
           PERFORM CHECK-CURSOR-PARA.
           DISPLAY "WAGE-CURSOR-OPEN - END".

      ***************************************************
       WAGE-DATA.
           MOVE SPACES TO WS-EMP-ID WS-EMP-NAME WS-EMP-LOC.
           MOVE SPACES TO WS-EMP-WKCAT WS-EMP-DESG WS-EMP-HIREDT.
           MOVE SPACES TO WS-MIN-EFFDT.
           MOVE ZEROES TO WS-GRADE-BASIC WS-OVR-BASIC WS-MIN-BASIC.
           EXEC SQL
              fetch next cur_mwgemp into
                :WS-EMP-ID, :WS-EMP-NAME, :WS-EMP-LOC,
                :WS-EMP-WKCAT, :WS-EMP-DESG, :WS-EMP-HIREDT,
                :WS-GRADE-BASIC, :WS-OVR-BASIC,
                :WS-MIN-BASIC, :WS-MIN-EFFDT;
           END-EXEC.
           PERFORM CHECK-CURSOR-PARA.
           IF NOT CUR-EXIST
              GO TO WAGE-EXIT
           END-IF.

           PERFORM CALC-PRORATION-PARA.
           IF WS-DAYS-WORKED = 0
              ADD 1 TO NOT-STARTED-COUNT
              GO TO WAGE-EXIT
           END-IF.
           ADD 1 TO CHECKED-COUNT.

      *    Override first, grade default otherwise - the same
      *    precedence as payrun's APPLY-PAY-OVERRIDE-PARA.
           IF WS-OVR-BASIC > ZEROES
              MOVE 'O' TO WS-PAY-SOURCE
              COMPUTE WS-EFF-BASIC ROUNDED =
                      WS-OVR-BASIC * WS-PRORATE-FACTOR
           ELSE
              MOVE 'G' TO WS-PAY-SOURCE
              COMPUTE WS-EFF-BASIC ROUNDED =
                      WS-GRADE-BASIC * WS-PRORATE-FACTOR
           END-IF.
           COMPUTE WS-EFF-MIN ROUNDED =
                   WS-MIN-BASIC * WS-PRORATE-FACTOR.
           IF WS-EFF-BASIC NOT < WS-EFF-MIN
              GO TO WAGE-EXIT
           END-IF.

           ADD 1 TO BELOW-COUNT.
           COMPUTE WS-SHORTFALL = WS-EFF-MIN - WS-EFF-BASIC.
           MOVE WS-EMP-ID         TO DTL-EMP-ID.
           MOVE WS-EMP-NAME       TO DTL-EMP-NAME.
           MOVE WS-EMP-LOC        TO DTL-LOC.
           MOVE WS-EMP-WKCAT      TO DTL-WKCAT.
           MOVE WS-EMP-DESG       TO DTL-DESG.
           MOVE WS-PAY-SOURCE     TO DTL-SOURCE.
           MOVE WS-PRORATE-FACTOR TO DTL-FACTOR.
           MOVE WS-EFF-BASIC      TO DTL-BASIC.
           MOVE WS-EFF-MIN        TO DTL-MINIMUM.
           MOVE WS-MIN-EFFDT      TO DTL-MIN-EFFDT.
           MOVE WS-SHORTFALL      TO DTL-SHORTFALL.
           MOVE DETAIL-RECORD TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WAGE-EXIT.  EXIT.

      ***************************************************
      *    Days worked in the period from the hire date - a joiner
      *    hired after the period has not started and is skipped.
        CALC-PRORATION-PARA.
           MOVE 1 TO WS-START-DAY.
           MOVE WS-DAYS-IN-MONTH TO WS-END-DAY.

           MOVE SPACES TO WS-HIRE-YM.
           IF WS-EMP-HIREDT NOT = SPACES
              STRING WS-EMP-HIREDT(1:4) WS-EMP-HIREDT(6:2)
                  DELIMITED BY SIZE INTO WS-HIRE-YM
              END-STRING
              IF WS-HIRE-YM = WS-PAY-PERIOD
                 MOVE WS-EMP-HIREDT(9:2) TO WS-START-DAY
              END-IF
              IF WS-HIRE-YM > WS-PAY-PERIOD
                 MOVE ZERO TO WS-END-DAY
              END-IF
           END-IF.

           COMPUTE WS-DAYS-WORKED = WS-END-DAY - WS-START-DAY + 1.
           IF WS-DAYS-WORKED < 0
              MOVE ZERO TO WS-DAYS-WORKED
           END-IF.
           COMPUTE WS-PRORATE-FACTOR ROUNDED =
                   WS-DAYS-WORKED / WS-DAYS-IN-MONTH.
           IF WS-PRORATE-FACTOR > 1
              MOVE 1 TO WS-PRORATE-FACTOR
           END-IF.

      ***************************************************
      *    Active employees with no minimum in force for their
      *    location and category - a gap in MIN_WAGE, not a breach.
        COUNT-NO-MINIMUM-PARA.
           MOVE ZERO TO WS-NOMIN-COUNT.
           EXEC SQL
              select count(*)
                  into :WS-NOMIN-COUNT
                  from employee e
                  where e.status = 'A'
                    and not exists
                        (select 1 from min_wage m
                            where m.loccode = e.location
                              and m.worker-cat = e.worker-cat
                              and m.effective-date <= :WS-ASOF-DATE)
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              DISPLAY 'DB2 ERROR - NO MINIMUM COUNT ' WS-SQLCODE
              MOVE ZERO TO WS-NOMIN-COUNT
           END-IF.

      ***************************************************
        WRITE-TOTALS-PARA.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 'EMPLOYEES CHECKED' TO TOT-LABEL.
           MOVE CHECKED-COUNT TO TOT-COUNT.
           MOVE TOTAL-RECORD TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 'BELOW STATUTORY MINIMUM' TO TOT-LABEL.
           MOVE BELOW-COUNT TO TOT-COUNT.
           MOVE TOTAL-RECORD TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 'NOT YET STARTED IN PERIOD' TO TOT-LABEL.
           MOVE NOT-STARTED-COUNT TO TOT-COUNT.
           MOVE TOTAL-RECORD TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 'NO MINIMUM ON FILE' TO TOT-LABEL.
           MOVE WS-NOMIN-COUNT TO TOT-COUNT.
           MOVE TOTAL-RECORD TO REPORT-RECORD.
           WRITE REPORT-RECORD.

      ***************************************************
       PROGRAM-EXIT.
           DISPLAY "9999-PROGRAM-EXIT - start".

           CLOSE REPORT-FILE.

           EXEC SQL
                disconnect all;
           END-EXEC

           DISPLAY 'PERIOD          ' WS-PAY-PERIOD.
           DISPLAY 'CHECKED   COUNT '  CHECKED-COUNT.
           DISPLAY 'BELOW MIN COUNT '  BELOW-COUNT.
           DISPLAY 'NOT START COUNT '  NOT-STARTED-COUNT.
           DISPLAY 'NO MIN    COUNT '  WS-NOMIN-COUNT.
           DISPLAY "9999-PROGRAM-EXIT - end".
