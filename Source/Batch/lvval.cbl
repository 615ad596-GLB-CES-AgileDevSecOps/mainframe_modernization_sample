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
      *    Leave liability valuation batch job - finance's quarter-
      *    end "what do we owe in unused leave" figure, computed
      *    instead of estimated in a spreadsheet. Every LEAVE row of
      *    every active, unsettled employee is listed by leave type;
      *    lvyrend's encashment rules decide what is money - only
      *    EARNED leave ('E') encashes, and no more than the carry-
      *    forward cap of it (30 days by default, overridable on the
      *    card), while sick, casual and comp-off balances lapse and
      *    are listed at nil. The day rate is one thirtieth of the
      *    employee's current BASICPAY, the EMPLOYEE_PAY override
      *    where there is one and the DESIGNATION grade pay where
      *    not - the convention gratval and finalset use.
      *    Department and COMPANY totals ride the file like
      *    gratval's DEPTTOT lines, each department's figure is
      *    kept on LEAVE_VALUATION so the next run reports the
      *    movement since this one, and the movement is booked as a
      *    provision true-up in glaccrue's POSTING-DETAIL-RECORD
      *    layout (LVEXPNSE expense against LVPROVSN liability,
      *    resolved through GL_ACCOUNT_MAP).
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    lvval.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTPUT-FILE ASSIGN TO LVVALFL.
           SELECT POSTING-FILE ASSIGN TO LVVALGL.
       DATA DIVISION.
       FILE SECTION.
      *
       FD  OUTPUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OUTPUT-RECORD.
       01  OUTPUT-RECORD PIC X(120).
      *
       FD  POSTING-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POSTING-RECORD.
       01  POSTING-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
          EXEC SQL BEGIN DECLARE SECTION END-EXEC
      *    Defaults below are the dev connection; LVVAL-DBNAME,
      *    LVVAL-DBUSER and LVVAL-DBPASS environment variables
      *    (see GET-DB-CREDENTIALS-PARA) override them, same as
      *    emplist.cbl's EMPLIST_* variables.
       01 DATABASE-NAME PIC X(80) VALUE "ltpz_syntel:5432".
       01 USER-NAME     PIC X(80) VALUE "syntel".
       01 PASSWORD      PIC X(80) VALUE "syntel".
       01 WS-EMP-ID               PIC X(05).
       01 WS-EMP-DEPT             PIC X(05).
       01 WS-EMP-COMP             PIC X(03).
       01 WS-LV-TYPE              PIC X(01).
       01 WS-LEAVEBAL             PIC 9(03).
       01 WS-LEAVETKN             PIC 9(03).
       01 WS-EMP-BASIC            PIC 9(05)V99.
       01 WS-OVR-BASIC            PIC 9(05)V99.
       01 WS-VAL-PERIOD           PIC X(06).
       01 WS-VAL-COMP             PIC X(03).
       01 WS-VAL-DEPT             PIC X(05).
       01 WS-VAL-DAYS             PIC 9(07).
       01 WS-VAL-LIAB             PIC 9(11)V99.
       01 WS-VAL-PRIOR            PIC 9(11)V99.
       01 WS-VAL-MOVE             PIC S9(11)V99.
       01 WS-VAL-TS               PIC X(21).
       01 WS-MAP-DEPT             PIC X(05).
       01 WS-MAP-COMPONENT        PIC X(08).
       01 WS-MAP-ACCOUNT          PIC X(10).
      *    Run-control registry fields - every run registers its
      *    start, end, return code and row count on RUN_CONTROL, and
      *    a job with a prerequisite refuses to start until its
      *    predecessor completed for the cycle (CHECK-PREREQ-PARA).
       01 WS-RUNC-PROGRAM         PIC X(08) VALUE 'lvval'.
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
           05  WS-RELCURVAL                PIC X(1).
               88  RELC-EXIST                      VALUE 'F'.
               88  RELC-NOTFND                     VALUE 'N'.
               88  RELC-DBERR                      VALUE 'E'.
           05  WS-PERIOD-MONTH             PIC 9(02).
           05  WS-ENCASH-CAP               PIC 9(03) VALUE 30.
           05  WS-NET-BAL                  PIC S9(03).
           05  WS-VALUED-DAYS              PIC 9(03).
           05  WS-DAILY-RATE               PIC 9(05)V99.
           05  WS-LIABILITY                PIC 9(09)V99.
           05  WS-POST-AMOUNT              PIC 9(11)V99.

       01  DETAIL-RECORD.
           10  LVV-EMP-ID                  PIC X(05).
           10  FILLER                      PIC X(01) VALUE ','.
           10  LVV-COMP                    PIC X(03).
           10  FILLER                      PIC X(01) VALUE ','.
           10  LVV-DEPT                    PIC X(05).
           10  FILLER                      PIC X(01) VALUE ','.
           10  LVV-TYPE                    PIC X(01).
           10  FILLER                      PIC X(01) VALUE ','.
           10  LVV-UNUSED                  PIC 9(03).
           10  FILLER                      PIC X(01) VALUE ','.
           10  LVV-VALUED                  PIC 9(03).
           10  FILLER                      PIC X(01) VALUE ','.
           10  LVV-DAY-RATE                PIC 9(05)V99.
           10  FILLER                      PIC X(01) VALUE ','.
           10  LVV-LIABILITY               PIC 9(09)V99.

      *    Department-break subtotal, written whenever the deptcode
      *    (or the company above it) changes and again for the last
      *    department - relies on cur_lvval being ordered by
      *    company, deptcode, empid, same as gratval's DEPTTOT
      *    convention, with the prior valuation and the movement.
       01  DEPT-SUBTOTAL-RECORD.
           10  DST-ID                      PIC X(07) VALUE 'DEPTTOT'.
           10  FILLER                      PIC X(01) VALUE ','.
           10  DST-COMP                    PIC X(03).
           10  FILLER                      PIC X(01) VALUE ','.
           10  DST-DEPTCODE                PIC X(05).
           10  FILLER                      PIC X(01) VALUE ','.
           10  DST-VALUED-DAYS             PIC 9(07).
           10  FILLER                      PIC X(01) VALUE ','.
           10  DST-LIABILITY               PIC 9(11)V99.
           10  FILLER                      PIC X(01) VALUE ','.
           10  DST-PRIOR                   PIC 9(11)V99.
           10  FILLER                      PIC X(01) VALUE ','.
           10  DST-MOVEMENT                PIC S9(11)V99
                                           SIGN LEADING SEPARATE.

       01  COMP-SUBTOTAL-RECORD.
           10  CST-ID                      PIC X(07) VALUE 'COMPTOT'.
           10  FILLER                      PIC X(01) VALUE ','.
           10  CST-COMP                    PIC X(03).
           10  FILLER                      PIC X(01) VALUE ','.
           10  CST-DEPT-COUNT              PIC 9(05).
           10  FILLER                      PIC X(01) VALUE ','.
           10  CST-VALUED-DAYS             PIC 9(07).
           10  FILLER                      PIC X(01) VALUE ','.
           10  CST-LIABILITY               PIC 9(11)V99.
           10  FILLER                      PIC X(01) VALUE ','.
           10  CST-PRIOR                   PIC 9(11)V99.
           10  FILLER                      PIC X(01) VALUE ','.
           10  CST-MOVEMENT                PIC S9(11)V99
                                           SIGN LEADING SEPARATE.

       01  TYPE-TOTAL-RECORD.
           10  TTL-ID                      PIC X(07) VALUE 'TYPETOT'.
           10  FILLER                      PIC X(01) VALUE ','.
           10  TTL-TYPE                    PIC X(01).
           10  FILLER                      PIC X(01) VALUE ','.
           10  TTL-UNUSED                  PIC 9(09).
           10  FILLER                      PIC X(01) VALUE ','.
           10  TTL-VALUED                  PIC 9(09).
           10  FILLER                      PIC X(01) VALUE ','.
           10  TTL-LIABILITY               PIC 9(11)V99.

       01  TRAILER-RECORD.
           10  TR-ID                       PIC X(07) VALUE 'TRAILER'.
           10  FILLER                      PIC X(01) VALUE ','.
           10  TR-VAL-PERIOD               PIC X(06).
           10  FILLER                      PIC X(01) VALUE ','.
           10  TR-ROW-COUNT                PIC 9(10).
           10  FILLER                      PIC X(01) VALUE ','.
           10  TR-LIABILITY-TOTAL          PIC 9(13)V99.
           10  FILLER                      PIC X(01) VALUE ','.
           10  TR-MOVEMENT-TOTAL           PIC S9(13)V99
                                           SIGN LEADING SEPARATE.

      *    glaccrue's posting layout and trailer, so the GL side
      *    loads the provision true-up like the accrual file.
       01  POSTING-DETAIL-RECORD.
           10  GLP-ACCOUNT                 PIC X(10).
           10  FILLER                      PIC X(01) VALUE ','.
           10  GLP-DRCR                    PIC X(01).
           10  FILLER                      PIC X(01) VALUE ','.
           10  GLP-AMOUNT                  PIC 9(11)V99.
           10  FILLER                      PIC X(01) VALUE ','.
           10  GLP-DEPT                    PIC X(05).
           10  FILLER                      PIC X(01) VALUE ','.
           10  GLP-COMPONENT               PIC X(08).
           10  FILLER                      PIC X(01) VALUE ','.
           10  GLP-PAY-PERIOD              PIC X(06).

       01  POSTING-TRAILER-RECORD.
           10  PTR-ID                      PIC X(07) VALUE 'TRAILER'.
           10  FILLER                      PIC X(01) VALUE ','.
           10  PTR-PAY-PERIOD              PIC X(06).
           10  FILLER                      PIC X(01) VALUE ','.
           10  PTR-LINE-COUNT              PIC 9(10).
           10  FILLER                      PIC X(01) VALUE ','.
           10  PTR-DEBIT-TOTAL             PIC 9(13)V99.
           10  FILLER                      PIC X(01) VALUE ','.
           10  PTR-CREDIT-TOTAL            PIC 9(13)V99.

       01  WS-PREV-COMP                PIC X(03) VALUE SPACES.
       01  WS-PREV-DEPT                PIC X(05) VALUE SPACES.
       01  WS-FIRST-ROW                PIC X(01) VALUE 'Y'.
       01  WS-DEPT-DAYS                PIC 9(07) VALUE ZEROES.
       01  WS-DEPT-LIAB-TOTAL          PIC 9(11)V99 VALUE ZEROES.
       01  WS-COMP-DEPT-COUNT          PIC 9(05) VALUE ZEROES.
       01  WS-COMP-DAYS                PIC 9(07) VALUE ZEROES.
       01  WS-COMP-LIAB-TOTAL          PIC 9(11)V99 VALUE ZEROES.
       01  WS-COMP-PRIOR-TOTAL         PIC 9(11)V99 VALUE ZEROES.
       01  WS-COMP-MOVE-TOTAL          PIC S9(11)V99 VALUE ZEROES.

      *    Per leave-type totals for the TYPETOT lines - a handful
      *    of codes, so a small table searched in line.
       01  WS-LT-IDX                   PIC 9(02) COMP.
       01  WS-LT-HIT                   PIC 9(02) COMP.
       01  WS-LT-COUNT                 PIC 9(02) COMP VALUE ZERO.
       01  WS-LT-TABLE.
           05  WS-LT-ENTRY OCCURS 20 TIMES.
               10  WS-LT-TYPE              PIC X(01).
               10  WS-LT-UNUSED            PIC 9(09).
               10  WS-LT-VALUED            PIC 9(09).
               10  WS-LT-LIABILITY         PIC 9(11)V99.

       01  WS-COUNTERS.
           05  ROW-COUNT                   PIC 9(10) VALUE ZEROES.
           05  DEPT-COUNT                  PIC 9(10) VALUE ZEROES.
           05  RELEASE-COUNT               PIC 9(10) VALUE ZEROES.
           05  LINE-COUNT                  PIC 9(10) VALUE ZEROES.
           05  NO-MAP-COUNT                PIC 9(10) VALUE ZEROES.
           05  NO-BASIC-COUNT              PIC 9(10) VALUE ZEROES.
           05  WS-LIABILITY-TOTAL          PIC 9(13)V99 VALUE ZEROES.
           05  WS-MOVEMENT-TOTAL           PIC S9(13)V99 VALUE ZEROES.
           05  WS-DEBIT-TOTAL              PIC 9(13)V99 VALUE ZEROES.
           05  WS-CREDIT-TOTAL             PIC 9(13)V99 VALUE ZEROES.

       01  WS-PARM-CARD                PIC X(80) VALUE SPACES.

       01  WS-ENV-VALUE                PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM PARM-CARD-PARA.
           PERFORM INIT-PARA.

           PERFORM PROCESS-DATA THRU PROCESS-EXIT
               UNTIL EMPC-NOTFND OR EMPC-DBERR.

           IF WS-FIRST-ROW = 'N'
              PERFORM DEPT-BREAK-PARA
              PERFORM COMP-BREAK-PARA
           END-IF.
           PERFORM RELEASE-DEPTS-PARA.
           PERFORM PROGRAM-EXIT.
           DISPLAY "END OF LEAVE LIABILITY VALUATION RUN".

      ***************************************************
       PARM-CARD-PARA.
           DISPLAY "PARM-CARD-PARA - start".
      *    SYSIN 1-6 is the valuation period (YYYYMM) - the key the
      *    figures are kept under for the next run's movement and
      *    the period the provision postings are booked into;
      *    SYSIN 8-10 an optional override of lvyrend's 30-day
      *    carry-forward cap on the encashable days.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           MOVE WS-PARM-CARD(1:6) TO WS-VAL-PERIOD.
           IF WS-VAL-PERIOD = SPACES
              OR WS-VAL-PERIOD IS NOT NUMERIC
              DISPLAY "MISSING/NON-NUMERIC VALUATION PERIOD IN "
                      "SYSIN COLUMNS 1-6 - '" WS-VAL-PERIOD "'"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-VAL-PERIOD(5:2) TO WS-PERIOD-MONTH.
           IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
              DISPLAY "VALUATION PERIOD MONTH OUT OF RANGE - '"
                      WS-VAL-PERIOD "'"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-PARM-CARD(8:3) NOT = SPACES
              IF WS-PARM-CARD(8:3) IS NOT NUMERIC
                 DISPLAY "NON-NUMERIC ENCASHMENT CAP IN SYSIN "
                         "COLUMNS 8-10 - '" WS-PARM-CARD(8:3) "'"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-PARM-CARD(8:3) TO WS-ENCASH-CAP
           END-IF.
           DISPLAY "PARM ECHO - PERIOD/" WS-VAL-PERIOD
                   " ENCASH-CAP/" WS-ENCASH-CAP.
           DISPLAY "PARM-CARD-PARA - end".

      ***************************************************
       INIT-PARA.
           DISPLAY "1000-INIT - start".
           PERFORM CONNECT-TO-DATABASE.
           PERFORM CHECK-PREREQ-PARA.
           PERFORM REGISTER-RUN-START-PARA.
           PERFORM CLEAR-PERIOD-PARA.
           PERFORM VALUATION-CURSOR-DECLARE.
           PERFORM VALUATION-CURSOR-OPEN.
           OPEN OUTPUT OUTPUT-FILE.
           OPEN OUTPUT POSTING-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-VAL-TS.
           DISPLAY "1000-INIT - END".

       INIT-EXIT.
           EXIT.

      ***************************************************
       PROCESS-DATA.
           PERFORM VALUATION-CURSOR-FETCH.
           IF NOT EMPC-NOTFND AND NOT EMPC-DBERR
              PERFORM CONTROL-BREAK-PARA
              PERFORM VALUE-LEAVE-PARA
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
      *    GET-DB-CREDENTIALS-PARA, under LVVAL_* names instead.
        GET-DB-CREDENTIALS-PARA.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LVVAL_DBNAME".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO DATABASE-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LVVAL_DBUSER".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO USER-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LVVAL_DBPASS".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO PASSWORD
           END-IF.

      ***************************************************
      *    A rerun for the same period replaces that period's
      *    figures; the movement is always measured against the
      *    latest earlier period, so the rerun reports the same.
        CLEAR-PERIOD-PARA.
           EXEC SQL
               DELETE FROM LEAVE_VALUATION
                   WHERE VAL-PERIOD = :WS-VAL-PERIOD
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              AND NOT WS-SQL-RETURN-NO-ENTRY
              DISPLAY 'DB2 ERROR - LEAVE VALUATION CLEAR'
              MOVE 8 TO RETURN-CODE
           END-IF.

      ***************************************************
      *    Every LEAVE row of the active, unsettled population - a
      *    leaver's encashment is settled by finalset, not
      *    provisioned for - with the grade pay and any override,
      *    ordered by company/deptcode/empid for the breaks.
        VALUATION-CURSOR-DECLARE.
           DISPLAY "VALUATION-CURSOR-DECLARE - START".
           EXEC SQL
              declare cur_lvval cursor for
              select e.empid, e.deptcode, value(d.compcd, ' '),
                     v.leave-type, v.leavebal, v.leavetkn,
                     g.basicpay, value(p.basicpay, 0)
                  from employee e
                  join leave v on v.empid = e.empid
                  join designation g on g.desgcode = e.desgcode
                  left join department d on d.deptcode = e.deptcode
                  left join employee_pay p on p.empid = e.empid
                  where e.status = 'A'
                    and (e.settled is null or e.settled not = 'Y')
                  order by value(d.compcd, ' '), e.deptcode,
                           e.empid, v.leave-type
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-EMPCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-EMPCURVAL
                 DISPLAY 'NOT FOUND - VALUATION CURSOR DECLARE'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - VALUATION CURSOR DECLARE'
                 MOVE 'E' TO WS-EMPCURVAL
           END-EVALUATE.
           DISPLAY "VALUATION-CURSOR-DECLARE - END".

      ***************************************************
        VALUATION-CURSOR-OPEN.
           DISPLAY "VALUATION-CURSOR-OPEN - START".
           EXEC SQL
              open cur_lvval;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-EMPCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-EMPCURVAL
                 DISPLAY 'NOT FOUND - VALUATION CURSOR OPEN'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - VALUATION CURSOR OPEN'
                 MOVE 'E' TO WS-EMPCURVAL
           END-EVALUATE.
           DISPLAY "VALUATION-CURSOR-OPEN - END".

      ***************************************************
        VALUATION-CURSOR-FETCH.
           MOVE ZEROES TO WS-LEAVEBAL WS-LEAVETKN
           MOVE ZEROES TO WS-EMP-BASIC WS-OVR-BASIC
           EXEC SQL
              fetch next cur_lvval into
                :WS-EMP-ID,
                :WS-EMP-DEPT,
                :WS-EMP-COMP,
                :WS-LV-TYPE,
                :WS-LEAVEBAL,
                :WS-LEAVETKN,
                :WS-EMP-BASIC,
                :WS-OVR-BASIC;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 ADD 1 TO ROW-COUNT
                 MOVE 'F' TO WS-EMPCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-EMPCURVAL
                 DISPLAY 'NOT FOUND - VALUATION CURSOR FETCH'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - VALUATION CURSOR FETCH'
                 MOVE 'E' TO WS-EMPCURVAL
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      ***************************************************
      *    A company change closes the department and then the
      *    company; a department change closes the department.
        CONTROL-BREAK-PARA.
           IF WS-FIRST-ROW = 'N'
              IF WS-EMP-COMP NOT = WS-PREV-COMP
                 PERFORM DEPT-BREAK-PARA
                 PERFORM COMP-BREAK-PARA
              ELSE
                 IF WS-EMP-DEPT NOT = WS-PREV-DEPT
                    PERFORM DEPT-BREAK-PARA
                 END-IF
              END-IF
           END-IF.
           MOVE 'N'         TO WS-FIRST-ROW.
           MOVE WS-EMP-COMP TO WS-PREV-COMP.
           MOVE WS-EMP-DEPT TO WS-PREV-DEPT.

      ***************************************************
      *    lvyrend's rules - what is left after the year's taken
      *    days, earned leave only, no more than the cap - at one
      *    thirtieth of the current basic per day. Other types are
      *    listed with their unused days at nil value.
        VALUE-LEAVE-PARA.
           IF WS-OVR-BASIC > ZEROES
              MOVE WS-OVR-BASIC TO WS-EMP-BASIC
           END-IF.
           COMPUTE WS-NET-BAL = WS-LEAVEBAL - WS-LEAVETKN.
           IF WS-NET-BAL < ZERO
              MOVE ZERO TO WS-NET-BAL
           END-IF.
           MOVE ZERO TO WS-VALUED-DAYS.
           MOVE ZERO TO WS-LIABILITY.
           COMPUTE WS-DAILY-RATE ROUNDED = WS-EMP-BASIC / 30.
           IF WS-LV-TYPE = 'E'
              IF WS-NET-BAL > WS-ENCASH-CAP
                 MOVE WS-ENCASH-CAP TO WS-VALUED-DAYS
              ELSE
                 MOVE WS-NET-BAL TO WS-VALUED-DAYS
              END-IF
              IF WS-EMP-BASIC = ZEROES AND WS-VALUED-DAYS > 0
                 ADD 1 TO NO-BASIC-COUNT
                 DISPLAY 'NO BASIC PAY TO VALUE LEAVE - ' WS-EMP-ID
              END-IF
              COMPUTE WS-LIABILITY ROUNDED =
                      WS-VALUED-DAYS * WS-DAILY-RATE
           END-IF.

           MOVE WS-EMP-ID      TO LVV-EMP-ID.
           MOVE WS-EMP-COMP    TO LVV-COMP.
           MOVE WS-EMP-DEPT    TO LVV-DEPT.
           MOVE WS-LV-TYPE     TO LVV-TYPE.
           MOVE WS-NET-BAL     TO LVV-UNUSED.
           MOVE WS-VALUED-DAYS TO LVV-VALUED.
           MOVE WS-DAILY-RATE  TO LVV-DAY-RATE.
           MOVE WS-LIABILITY   TO LVV-LIABILITY.
           WRITE OUTPUT-RECORD FROM DETAIL-RECORD.

           ADD WS-VALUED-DAYS TO WS-DEPT-DAYS.
           ADD WS-LIABILITY   TO WS-DEPT-LIAB-TOTAL.
           PERFORM TYPE-TOTAL-PARA.

      ***************************************************
        TYPE-TOTAL-PARA.
           MOVE ZERO TO WS-LT-HIT.
           PERFORM FIND-TYPE-PARA
               VARYING WS-LT-IDX FROM 1 BY 1
               UNTIL WS-LT-IDX > WS-LT-COUNT OR WS-LT-HIT > 0.
           IF WS-LT-HIT = 0
              IF WS-LT-COUNT < 20
                 ADD 1 TO WS-LT-COUNT
                 MOVE WS-LT-COUNT TO WS-LT-HIT
                 MOVE WS-LV-TYPE TO WS-LT-TYPE(WS-LT-HIT)
                 MOVE ZEROES TO WS-LT-UNUSED(WS-LT-HIT)
                                WS-LT-VALUED(WS-LT-HIT)
                                WS-LT-LIABILITY(WS-LT-HIT)
              ELSE
                 DISPLAY 'LEAVE TYPE TABLE FULL - ' WS-LV-TYPE
              END-IF
           END-IF.
           IF WS-LT-HIT > 0
              ADD WS-NET-BAL     TO WS-LT-UNUSED(WS-LT-HIT)
              ADD WS-VALUED-DAYS TO WS-LT-VALUED(WS-LT-HIT)
              ADD WS-LIABILITY   TO WS-LT-LIABILITY(WS-LT-HIT)
           END-IF.

        FIND-TYPE-PARA.
           IF WS-LT-TYPE(WS-LT-IDX) = WS-LV-TYPE
              MOVE WS-LT-IDX TO WS-LT-HIT
           END-IF.

      ***************************************************
      *    Closes one department: the prior figure is the latest
      *    earlier valuation kept for it (nil the first time, when
      *    the whole liability is the opening provision), the
      *    department's figure is kept for the next run, and the
      *    movement is booked.
        DEPT-BREAK-PARA.
           ADD 1 TO DEPT-COUNT.
           MOVE WS-PREV-COMP       TO WS-VAL-COMP.
           MOVE WS-PREV-DEPT       TO WS-VAL-DEPT.
           MOVE WS-DEPT-DAYS       TO WS-VAL-DAYS.
           MOVE WS-DEPT-LIAB-TOTAL TO WS-VAL-LIAB.
           PERFORM GET-PRIOR-PARA.
           COMPUTE WS-VAL-MOVE = WS-VAL-LIAB - WS-VAL-PRIOR.

           MOVE WS-VAL-COMP  TO DST-COMP.
           MOVE WS-VAL-DEPT  TO DST-DEPTCODE.
           MOVE WS-VAL-DAYS  TO DST-VALUED-DAYS.
           MOVE WS-VAL-LIAB  TO DST-LIABILITY.
           MOVE WS-VAL-PRIOR TO DST-PRIOR.
           MOVE WS-VAL-MOVE  TO DST-MOVEMENT.
           WRITE OUTPUT-RECORD FROM DEPT-SUBTOTAL-RECORD.

           PERFORM SAVE-VALUATION-PARA.
           PERFORM POST-MOVEMENT-PARA THRU POST-MOVEMENT-EXIT.

           ADD 1            TO WS-COMP-DEPT-COUNT.
           ADD WS-VAL-DAYS  TO WS-COMP-DAYS.
           ADD WS-VAL-LIAB  TO WS-COMP-LIAB-TOTAL.
           ADD WS-VAL-PRIOR TO WS-COMP-PRIOR-TOTAL.
           ADD WS-VAL-MOVE  TO WS-COMP-MOVE-TOTAL.
           ADD WS-VAL-LIAB  TO WS-LIABILITY-TOTAL.
           ADD WS-VAL-MOVE  TO WS-MOVEMENT-TOTAL.
           MOVE ZEROES TO WS-DEPT-DAYS WS-DEPT-LIAB-TOTAL.

      ***************************************************
        COMP-BREAK-PARA.
           MOVE WS-PREV-COMP        TO CST-COMP.
           MOVE WS-COMP-DEPT-COUNT  TO CST-DEPT-COUNT.
           MOVE WS-COMP-DAYS        TO CST-VALUED-DAYS.
           MOVE WS-COMP-LIAB-TOTAL  TO CST-LIABILITY.
           MOVE WS-COMP-PRIOR-TOTAL TO CST-PRIOR.
           MOVE WS-COMP-MOVE-TOTAL  TO CST-MOVEMENT.
           WRITE OUTPUT-RECORD FROM COMP-SUBTOTAL-RECORD.
           MOVE ZEROES TO WS-COMP-DEPT-COUNT WS-COMP-DAYS.
           MOVE ZEROES TO WS-COMP-LIAB-TOTAL WS-COMP-PRIOR-TOTAL.
           MOVE ZEROES TO WS-COMP-MOVE-TOTAL.

      ***************************************************
        GET-PRIOR-PARA.
           MOVE ZEROES TO WS-VAL-PRIOR.
           EXEC SQL
               SELECT LIABILITY
                   INTO :WS-VAL-PRIOR
                   FROM LEAVE_VALUATION
                   WHERE COMPANY = :WS-VAL-COMP
                     AND DEPTCODE = :WS-VAL-DEPT
                     AND VAL-PERIOD < :WS-VAL-PERIOD
                   ORDER BY VAL-PERIOD DESC
                   FETCH FIRST 1 ROW ONLY
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 CONTINUE
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE ZEROES TO WS-VAL-PRIOR
              WHEN OTHER
                 MOVE ZEROES TO WS-VAL-PRIOR
                 DISPLAY 'DB2 ERROR - PRIOR VALUATION - '
                         WS-VAL-COMP '/' WS-VAL-DEPT
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      ***************************************************
        SAVE-VALUATION-PARA.
           EXEC SQL
               INSERT INTO LEAVE_VALUATION
                   (VAL-PERIOD, COMPANY, DEPTCODE, VALUED-DAYS,
                    LIABILITY, PRIOR-LIABILITY, MOVEMENT,
                    ENCASH-CAP, RUN-TS)
                   VALUES (:WS-VAL-PERIOD, :WS-VAL-COMP,
                           :WS-VAL-DEPT, :WS-VAL-DAYS,
                           :WS-VAL-LIAB, :WS-VAL-PRIOR,
                           :WS-VAL-MOVE, :WS-ENCASH-CAP,
                           :WS-VAL-TS)
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              DISPLAY 'DB2 ERROR - LEAVE VALUATION INSERT - '
                      WS-VAL-COMP '/' WS-VAL-DEPT
              MOVE 8 TO RETURN-CODE
           END-IF.

      ***************************************************
      *    A department valued last time with nobody left on it
      *    this time (merged away, or its people all gone) still
      *    carries a provision - release it in full and keep a nil
      *    row so the next run does not release it again.
        RELEASE-DEPTS-PARA.
           EXEC SQL
              declare cur_lvrel cursor for
              select v.company, v.deptcode, v.liability
                  from leave_valuation v
                  where v.liability > 0
                    and v.val-period =
                        (select max(w.val-period)
                             from leave_valuation w
                             where w.company = v.company
                               and w.deptcode = v.deptcode
                               and w.val-period < :WS-VAL-PERIOD)
                    and not exists
                        (select 1
                             from leave_valuation c
                             where c.company = v.company
                               and c.deptcode = v.deptcode
                               and c.val-period = :WS-VAL-PERIOD)
                  order by v.company, v.deptcode
           END-EXEC.
           EXEC SQL
              open cur_lvrel;
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-RELCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-RELCURVAL
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - RELEASE CURSOR OPEN'
                 MOVE 'E' TO WS-RELCURVAL
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM RELEASE-FETCH-PARA
               UNTIL RELC-NOTFND OR RELC-DBERR.
           EXEC SQL
              close cur_lvrel;
           END-EXEC.

        RELEASE-FETCH-PARA.
           EXEC SQL
              fetch next cur_lvrel
                  into :WS-VAL-COMP, :WS-VAL-DEPT, :WS-VAL-PRIOR;
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 ADD 1 TO RELEASE-COUNT
                 MOVE ZEROES TO WS-VAL-DAYS WS-VAL-LIAB
                 COMPUTE WS-VAL-MOVE = ZERO - WS-VAL-PRIOR
                 MOVE WS-VAL-COMP  TO DST-COMP
                 MOVE WS-VAL-DEPT  TO DST-DEPTCODE
                 MOVE WS-VAL-DAYS  TO DST-VALUED-DAYS
                 MOVE WS-VAL-LIAB  TO DST-LIABILITY
                 MOVE WS-VAL-PRIOR TO DST-PRIOR
                 MOVE WS-VAL-MOVE  TO DST-MOVEMENT
                 WRITE OUTPUT-RECORD FROM DEPT-SUBTOTAL-RECORD
                 PERFORM SAVE-VALUATION-PARA
                 PERFORM POST-MOVEMENT-PARA THRU POST-MOVEMENT-EXIT
                 ADD WS-VAL-MOVE TO WS-MOVEMENT-TOTAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-RELCURVAL
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - RELEASE CURSOR FETCH'
                 MOVE 'E' TO WS-RELCURVAL
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      ***************************************************
      *    The provision true-up: an increase debits the leave
      *    expense and credits the leave provision, a decrease the
      *    other way round, both in the valuation period. No
      *    reversal pair - unlike glaccrue's estimate, the
      *    provision stands until the next valuation moves it.
        POST-MOVEMENT-PARA.
           IF WS-VAL-MOVE = ZERO
              GO TO POST-MOVEMENT-EXIT
           END-IF.
           IF WS-VAL-MOVE > ZERO
              MOVE WS-VAL-MOVE TO WS-POST-AMOUNT
           ELSE
              COMPUTE WS-POST-AMOUNT = ZERO - WS-VAL-MOVE
           END-IF.
           MOVE WS-VAL-PERIOD TO GLP-PAY-PERIOD.
           MOVE 'LVEXPNSE' TO WS-MAP-COMPONENT.
           PERFORM RESOLVE-ACCOUNT-PARA.
           IF WS-VAL-MOVE > ZERO
              MOVE 'D' TO GLP-DRCR
           ELSE
              MOVE 'C' TO GLP-DRCR
           END-IF.
           PERFORM WRITE-POSTING-LINE-PARA.
           MOVE 'LVPROVSN' TO WS-MAP-COMPONENT.
           PERFORM RESOLVE-ACCOUNT-PARA.
           IF WS-VAL-MOVE > ZERO
              MOVE 'C' TO GLP-DRCR
           ELSE
              MOVE 'D' TO GLP-DRCR
           END-IF.
           PERFORM WRITE-POSTING-LINE-PARA.

       POST-MOVEMENT-EXIT.
           EXIT.

      ***************************************************
      *    Same keyed resolve as glaccrue's RESOLVE-ACCOUNT-PARA -
      *    the department's company first, the blank-company row
      *    as the fallback, UNMAPPED suspense when neither exists.
        RESOLVE-ACCOUNT-PARA.
           MOVE WS-VAL-DEPT TO WS-MAP-DEPT.
           MOVE SPACES      TO WS-MAP-ACCOUNT.
           EXEC SQL
               SELECT GLACCOUNT
                   INTO :WS-MAP-ACCOUNT
                   FROM GL_ACCOUNT_MAP
                   WHERE DEPTCODE = :WS-MAP-DEPT
                     AND COMPONENT = :WS-MAP-COMPONENT
                     AND (COMPANY = :WS-VAL-COMP
                          OR COMPANY = ' ')
                   ORDER BY COMPANY DESC
                   FETCH FIRST 1 ROW ONLY
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE 'UNMAPPED  ' TO WS-MAP-ACCOUNT
              ADD 1 TO NO-MAP-COUNT
              DISPLAY 'NO GL ACCOUNT MAP FOR ' WS-MAP-DEPT
                      '/' WS-MAP-COMPONENT
           END-IF.

      ***************************************************
        WRITE-POSTING-LINE-PARA.
           MOVE WS-MAP-ACCOUNT   TO GLP-ACCOUNT.
           MOVE WS-POST-AMOUNT   TO GLP-AMOUNT.
           MOVE WS-VAL-DEPT      TO GLP-DEPT.
           MOVE WS-MAP-COMPONENT TO GLP-COMPONENT.
           WRITE POSTING-RECORD FROM POSTING-DETAIL-RECORD.
           ADD 1 TO LINE-COUNT.
           IF GLP-DRCR = 'D'
              ADD WS-POST-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
              ADD WS-POST-AMOUNT TO WS-CREDIT-TOTAL
           END-IF.

      ***************************************************
        WRITE-TYPE-TOTAL-PARA.
           MOVE WS-LT-TYPE(WS-LT-IDX)      TO TTL-TYPE.
           MOVE WS-LT-UNUSED(WS-LT-IDX)    TO TTL-UNUSED.
           MOVE WS-LT-VALUED(WS-LT-IDX)    TO TTL-VALUED.
           MOVE WS-LT-LIABILITY(WS-LT-IDX) TO TTL-LIABILITY.
           WRITE OUTPUT-RECORD FROM TYPE-TOTAL-RECORD.

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
           MOVE ROW-COUNT TO WS-RUNC-ROWS.
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

           PERFORM WRITE-TYPE-TOTAL-PARA
               VARYING WS-LT-IDX FROM 1 BY 1
               UNTIL WS-LT-IDX > WS-LT-COUNT.
           MOVE WS-VAL-PERIOD      TO TR-VAL-PERIOD.
           MOVE ROW-COUNT          TO TR-ROW-COUNT.
           MOVE WS-LIABILITY-TOTAL TO TR-LIABILITY-TOTAL.
           MOVE WS-MOVEMENT-TOTAL  TO TR-MOVEMENT-TOTAL.
           WRITE OUTPUT-RECORD FROM TRAILER-RECORD.

           MOVE WS-VAL-PERIOD   TO PTR-PAY-PERIOD.
           MOVE LINE-COUNT      TO PTR-LINE-COUNT.
           MOVE WS-DEBIT-TOTAL  TO PTR-DEBIT-TOTAL.
           MOVE WS-CREDIT-TOTAL TO PTR-CREDIT-TOTAL.
           WRITE POSTING-RECORD FROM POSTING-TRAILER-RECORD.
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
              DISPLAY "WARNING - PROVISION FILE OUT OF BALANCE"
              MOVE 8 TO RETURN-CODE
           END-IF.
           IF RETURN-CODE < 4
              AND (NO-MAP-COUNT > 0 OR NO-BASIC-COUNT > 0)
              MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE OUTPUT-FILE.
           CLOSE POSTING-FILE.
           PERFORM REGISTER-RUN-END-PARA.

           EXEC SQL
                disconnect all;
           END-EXEC

           DISPLAY 'LEAVE ROW COUNT  '  ROW-COUNT.
           DISPLAY 'DEPT      COUNT  '  DEPT-COUNT.
           DISPLAY 'RELEASED  COUNT  '  RELEASE-COUNT.
           DISPLAY 'POSTING   COUNT  '  LINE-COUNT.
           DISPLAY 'NO MAP    COUNT  '  NO-MAP-COUNT.
           DISPLAY 'NO BASIC  COUNT  '  NO-BASIC-COUNT.
           DISPLAY 'LIABILITY TOTAL  '  WS-LIABILITY-TOTAL.
           DISPLAY 'MOVEMENT  TOTAL  '  WS-MOVEMENT-TOTAL.
           DISPLAY "9999-PROGRAM-EXIT - end".
