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
      *    Compensatory-off batch job - walks the ATTENDANCE rows
      *    marked present inside the look-back window (SYSIN days,
      *    default 7) and credits one day of comp-off leave (LEAVE
      *    type 'O') for every day worked that was a weekly off
      *    (Saturday or Sunday, the same rule LVRQMANT's day count
      *    uses) or a HOLIDAY at the employee's LOCATION - the
      *    spreadsheets supervisors kept for this go away. Each
      *    credit lands one COMPOFF_CREDIT row keyed by employee and
      *    work date, so overlapping windows and reruns never credit
      *    the same day twice, carrying an expiry date (SYSIN days,
      *    default 90) after the day worked. The balance movement
      *    posts through LEAVE_LEDGER like every other leave job.
      *    The same run then lapses comp-off whose credits have
      *    expired: days are taken oldest credit first, so whatever
      *    the employee still has available beyond their unexpired
      *    credits came from expired ones and is written off.
      *    LVRQMANT/LVAPMANT request and approve type 'O' like any
      *    other leave type; lvyrend leaves it out of the year-end
      *    lapse since it expires on its own dates.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    compoff.
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
          EXEC SQL BEGIN DECLARE SECTION END-EXEC
      *    Defaults below are the dev connection; COMPOFF_DBNAME,
      *    COMPOFF_DBUSER and COMPOFF_DBPASS environment variables
      *    (see GET-DB-CREDENTIALS-PARA) override them, same as
      *    emplist.cbl's EMPLIST_* variables.
       01 DATABASE-NAME PIC X(80) VALUE "ltpz_syntel:5432".
       01 USER-NAME     PIC X(80) VALUE "syntel".
       01 PASSWORD      PIC X(80) VALUE "syntel".
       01 WS-EMPID                PIC X(05).
       01 WS-ATTDATE              PIC X(10).
       01 WS-EMP-LOC              PIC X(05).
       01 WS-HOL-COUNT            PIC S9(09) COMP.
       01 WS-SCAN-FROM            PIC X(10).
       01 WS-SCAN-TO              PIC X(10).
       01 WS-EXPIRY-DATE          PIC X(10).
       01 WS-CREDIT-REASON        PIC X(01).
       01 WS-CREDIT-TS            PIC X(21).
      *    Ledger fields - every balance movement lands one
      *    LEAVE_LEDGER row so lvverify's re-add still squares.
       01 WS-LED-BAL-DELTA        PIC S9(03).
       01 WS-LED-TS               PIC X(21).
      *    Lapse fields - expired and still-live open credits for
      *    the employee, and the LEAVE 'O' row they are set against.
       01 WS-EXPIRED-DAYS         PIC S9(05).
       01 WS-LIVE-DAYS            PIC S9(05).
       01 WS-LV-BAL               PIC 9(03).
       01 WS-LV-TKN               PIC 9(03).
      *    Run-control registry fields (REGISTER-RUN-START-PARA /
      *    REGISTER-RUN-END-PARA) and the batch-quiesce freeze on
      *    the LEAVE table this run posts to.
       01 WS-FREEZE-TABLE         PIC X(18).
       01 WS-FREEZE-TS            PIC X(21).
       01 WS-RUNC-PROGRAM         PIC X(08) VALUE 'compoff'.
       01 WS-RUNC-CYCLE           PIC X(08).
       01 WS-RUNC-START-TS        PIC X(21).
       01 WS-RUNC-END-TS          PIC X(21).
       01 WS-RUNC-RC              PIC S9(04).
       01 WS-RUNC-ROWS            PIC 9(10).
          EXEC SQL END DECLARE SECTION END-EXEC
       01  WS-SQLCODE-ANALYSIS.
           05 WS-SQLCODE               PIC S9(9) COMP.
              88 WS-SQL-RETURN-NORMAL          VALUE +0.
              88 WS-SQL-RETURN-NO-ENTRY        VALUE +100.
              88 WS-SQL-RETURN-INVALD-DATETIME VALUE -181.
              88 WS-SQL-RETURN-DUPKEY          VALUE -803.
              88 WS-SQL-RETURN-MULT-RESULT     VALUE -811.
              88 WS-SQL-RETURN-TIMEOUT         VALUE -911 -913.
              88 WS-SQL-TIMEOUT-NO-ROLLBACK    VALUE -913.
              88 WS-SQL-RETURN-ERROR           VALUE -910 THRU -1
                                                     -912
                                                     -9999 THRU -914.
           COPY SQLCA.

       01  WS-TEMP.
           05  WS-ATTCURVAL                PIC X(1).
               88  ATTC-EXIST                      VALUE 'F'.
               88  ATTC-NOTFND                     VALUE 'N'.
               88  ATTC-DBERR                      VALUE 'E'.
           05  WS-LAPCURVAL                PIC X(1).
               88  LAPC-EXIST                      VALUE 'F'.
               88  LAPC-NOTFND                     VALUE 'N'.
               88  LAPC-DBERR                      VALUE 'E'.

       01  WS-COUNTERS.
           05  ATT-COUNT                   PIC 9(10) VALUE ZEROES.
           05  WEEKOFF-COUNT               PIC 9(10) VALUE ZEROES.
           05  HOLIDAY-COUNT               PIC 9(10) VALUE ZEROES.
           05  CREDIT-COUNT                PIC 9(10) VALUE ZEROES.
           05  ALREADY-CREDIT-COUNT        PIC 9(10) VALUE ZEROES.
           05  NEW-LEAVE-COUNT             PIC 9(10) VALUE ZEROES.
           05  LAPSE-EMP-COUNT             PIC 9(10) VALUE ZEROES.
           05  LAPSE-DAYS-TOTAL            PIC 9(10) VALUE ZEROES.

      *    Window and expiry defaults, overridden from SYSIN.
       01  WS-LOOKBACK-DAYS            PIC 9(03) VALUE 7.
       01  WS-EXPIRY-DAYS              PIC 9(03) VALUE 90.

      *    Day arithmetic on the intrinsic date integers - day 1 of
      *    the base is a Monday, so MOD 7 of 6 and 0 are Saturday
      *    and Sunday.
       01  WS-DATE-WORK.
           05  WS-TODAY-YYYYMMDD           PIC 9(08).
           05  WS-TODAY-INT                PIC 9(09) COMP.
           05  WS-WORK-YYYYMMDD            PIC 9(08).
           05  WS-WORK-INT                 PIC 9(09) COMP.
           05  WS-CALC-INT                 PIC 9(09) COMP.
           05  WS-CALC-YYYYMMDD            PIC 9(08).
           05  WS-CALC-ISO                 PIC X(10).
           05  WS-DOW                      PIC 9(01).
           05  WS-LAPSE-DAYS               PIC S9(05).
           05  WS-OFF-AVAIL                PIC S9(05).

       01  WS-PARM-CARD                PIC X(80) VALUE SPACES.

       01  WS-ENV-VALUE                PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM PARM-CARD-PARA.
           PERFORM INIT-PARA.

           PERFORM PROCESS-DATA THRU PROCESS-EXIT
               UNTIL ATTC-NOTFND OR ATTC-DBERR.

           IF ATTC-DBERR
              DISPLAY 'RUN ENDED ON DB2 CURSOR ERROR'
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM LAPSE-CURSOR-DECLARE
              PERFORM LAPSE-CURSOR-OPEN
              PERFORM LAPSE-EXPIRED-PARA THRU LAPSE-EXPIRED-EXIT
                  UNTIL LAPC-NOTFND OR LAPC-DBERR
              IF LAPC-DBERR
                 DISPLAY 'LAPSE ENDED ON DB2 CURSOR ERROR'
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.

           PERFORM PROGRAM-EXIT.
           DISPLAY "END OF COMP-OFF RUN".

      ***************************************************
       PARM-CARD-PARA.
           DISPLAY "PARM-CARD-PARA - start".
      *    SYSIN 1-3 is the look-back window in days (blank or zero
      *    keeps the default of 7) and SYSIN 5-7 the days a credit
      *    stays usable after the day worked (blank or zero keeps
      *    the default of 90).
           ACCEPT WS-PARM-CARD FROM SYSIN.
           IF WS-PARM-CARD(1:3) NOT = SPACES
              IF WS-PARM-CARD(1:3) IS NOT NUMERIC
                 DISPLAY "NON-NUMERIC LOOK-BACK DAYS IN SYSIN "
                         "COLUMNS 1-3 - '" WS-PARM-CARD(1:3) "'"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF WS-PARM-CARD(1:3) NOT = '000'
                 MOVE WS-PARM-CARD(1:3) TO WS-LOOKBACK-DAYS
              END-IF
           END-IF.
           IF WS-PARM-CARD(5:3) NOT = SPACES
              IF WS-PARM-CARD(5:3) IS NOT NUMERIC
                 DISPLAY "NON-NUMERIC EXPIRY DAYS IN SYSIN "
                         "COLUMNS 5-7 - '" WS-PARM-CARD(5:3) "'"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF WS-PARM-CARD(5:3) NOT = '000'
                 MOVE WS-PARM-CARD(5:3) TO WS-EXPIRY-DAYS
              END-IF
           END-IF.
           DISPLAY "PARM ECHO - LOOKBACK/" WS-LOOKBACK-DAYS
                   " EXPIRY/" WS-EXPIRY-DAYS.
           DISPLAY "PARM-CARD-PARA - end".

      ***************************************************
       INIT-PARA.
           DISPLAY "1000-INIT - start".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD).
           MOVE WS-TODAY-INT TO WS-CALC-INT.
           PERFORM INT-TO-ISO-PARA.
           MOVE WS-CALC-ISO TO WS-SCAN-TO.
           COMPUTE WS-CALC-INT = WS-TODAY-INT - WS-LOOKBACK-DAYS.
           PERFORM INT-TO-ISO-PARA.
           MOVE WS-CALC-ISO TO WS-SCAN-FROM.
           DISPLAY "SCAN WINDOW - " WS-SCAN-FROM " TO " WS-SCAN-TO.

           PERFORM CONNECT-TO-DATABASE.
           PERFORM REGISTER-RUN-START-PARA.
           PERFORM SET-FREEZE-PARA.
           PERFORM ATTEND-CURSOR-DECLARE.
           PERFORM ATTEND-CURSOR-OPEN.
           DISPLAY "1000-INIT - END".

       INIT-EXIT.
           EXIT.

      ***************************************************
       PROCESS-DATA.
           PERFORM ATTEND-CURSOR-FETCH.
           IF ATTC-NOTFND OR ATTC-DBERR
              GO TO PROCESS-EXIT
           END-IF.

           STRING WS-ATTDATE(1:4) WS-ATTDATE(6:2) WS-ATTDATE(9:2)
               DELIMITED BY SIZE INTO WS-WORK-YYYYMMDD
           END-STRING.
           COMPUTE WS-WORK-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-YYYYMMDD).
           COMPUTE WS-DOW = FUNCTION MOD(WS-WORK-INT, 7).

           IF WS-DOW = 6 OR WS-DOW = 0
              MOVE 'W' TO WS-CREDIT-REASON
           ELSE
              PERFORM CHECK-HOLIDAY-PARA
              IF WS-HOL-COUNT = ZERO
                 GO TO PROCESS-EXIT
              END-IF
              MOVE 'H' TO WS-CREDIT-REASON
           END-IF.

           PERFORM CREDIT-COMPOFF-PARA THRU CREDIT-COMPOFF-EXIT.

       PROCESS-EXIT.  EXIT.

      ***************************************************
      *    Same HOLIDAY lookup attload.cbl makes - the calendar is
      *    kept per location, so a festival at one site is an
      *    ordinary working day at another.
       CHECK-HOLIDAY-PARA.
           MOVE ZERO TO WS-HOL-COUNT.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-HOL-COUNT
                   FROM HOLIDAY
                   WHERE HOLDATE = :WS-ATTDATE
                     AND LOCCODE = :WS-EMP-LOC
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE ZERO TO WS-HOL-COUNT
           END-IF.

      ***************************************************
      *    The COMPOFF_CREDIT row goes in first - its key is the
      *    employee and the day worked, so a day already credited
      *    by an earlier run comes back as a duplicate and nothing
      *    else is touched.
       CREDIT-COMPOFF-PARA.
           COMPUTE WS-CALC-INT = WS-WORK-INT + WS-EXPIRY-DAYS.
           PERFORM INT-TO-ISO-PARA.
           MOVE WS-CALC-ISO TO WS-EXPIRY-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CREDIT-TS.
           EXEC SQL
               INSERT INTO COMPOFF_CREDIT
                   (EMPID, WORK-DATE, CREDIT-REASON, CREDIT-DAYS,
                    EXPIRY-DATE, CREDIT-STATUS, CREDIT-TS)
                   VALUES (:WS-EMPID, :WS-ATTDATE, :WS-CREDIT-REASON,
                           1, :WS-EXPIRY-DATE, 'O', :WS-CREDIT-TS)
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 CONTINUE
              WHEN WS-SQL-RETURN-DUPKEY
                 ADD 1 TO ALREADY-CREDIT-COUNT
                 GO TO CREDIT-COMPOFF-EXIT
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - COMPOFF CREDIT INSERT - '
                         WS-EMPID ' ' WS-ATTDATE
                 GO TO CREDIT-COMPOFF-EXIT
           END-EVALUATE.

           IF WS-CREDIT-REASON = 'W'
              ADD 1 TO WEEKOFF-COUNT
           ELSE
              ADD 1 TO HOLIDAY-COUNT
           END-IF.

           EXEC SQL
               UPDATE LEAVE
                   SET LEAVEBAL = LEAVEBAL + 1
                   WHERE EMPID = :WS-EMPID
                     AND LEAVE-TYPE = 'O'
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 ADD 1 TO CREDIT-COUNT
              WHEN WS-SQL-RETURN-NO-ENTRY
                 EXEC SQL
                     INSERT INTO LEAVE (EMPID, LEAVE-TYPE,
                                        LEAVEBAL, LEAVETKN)
                         VALUES (:WS-EMPID, 'O', 1, 0)
                 END-EXEC
                 MOVE SQLCODE TO WS-SQLCODE
                 IF NOT WS-SQL-RETURN-NORMAL
                    DISPLAY 'DB2 ERROR - LEAVE INSERT - ' WS-EMPID
                    GO TO CREDIT-COMPOFF-EXIT
                 END-IF
                 ADD 1 TO NEW-LEAVE-COUNT
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - LEAVE UPDATE - ' WS-EMPID
                 GO TO CREDIT-COMPOFF-EXIT
           END-EVALUATE.

           MOVE 1 TO WS-LED-BAL-DELTA.
           PERFORM WRITE-LEAVE-LEDGER-PARA.

       CREDIT-COMPOFF-EXIT.
           EXIT.

      ***************************************************
      *    One employee with expired open credits per pass. Days
      *    are taken oldest credit first, so only what is still
      *    available beyond the unexpired credits - and never more
      *    than the expired credits themselves - is lapsed; the
      *    expired credits are then closed ('X') whether they were
      *    used or lapsed, so the next run does not weigh them
      *    again.
       LAPSE-EXPIRED-PARA.
           PERFORM LAPSE-CURSOR-FETCH.
           IF LAPC-NOTFND OR LAPC-DBERR
              GO TO LAPSE-EXPIRED-EXIT
           END-IF.

           MOVE ZERO TO WS-LIVE-DAYS.
           EXEC SQL
               SELECT COALESCE(SUM(CREDIT-DAYS), 0)
                   INTO :WS-LIVE-DAYS
                   FROM COMPOFF_CREDIT
                   WHERE EMPID = :WS-EMPID
                     AND CREDIT-STATUS = 'O'
                     AND EXPIRY-DATE >= :WS-SCAN-TO
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              DISPLAY 'DB2 ERROR - LIVE CREDIT SUM - ' WS-EMPID
              GO TO LAPSE-EXPIRED-EXIT
           END-IF.

           MOVE ZEROES TO WS-LV-BAL WS-LV-TKN.
           EXEC SQL
               SELECT LEAVEBAL, LEAVETKN
                   INTO :WS-LV-BAL, :WS-LV-TKN
                   FROM LEAVE
                   WHERE EMPID = :WS-EMPID
                     AND LEAVE-TYPE = 'O'
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              AND NOT WS-SQL-RETURN-NO-ENTRY
              DISPLAY 'DB2 ERROR - LEAVE SELECT - ' WS-EMPID
              GO TO LAPSE-EXPIRED-EXIT
           END-IF.

           COMPUTE WS-OFF-AVAIL = WS-LV-BAL - WS-LV-TKN.
           COMPUTE WS-LAPSE-DAYS = WS-OFF-AVAIL - WS-LIVE-DAYS.
           IF WS-LAPSE-DAYS > WS-EXPIRED-DAYS
              MOVE WS-EXPIRED-DAYS TO WS-LAPSE-DAYS
           END-IF.

           IF WS-LAPSE-DAYS > ZERO
              EXEC SQL
                  UPDATE LEAVE
                      SET LEAVEBAL = LEAVEBAL - :WS-LAPSE-DAYS
                      WHERE EMPID = :WS-EMPID
                        AND LEAVE-TYPE = 'O'
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              IF NOT WS-SQL-RETURN-NORMAL
                 DISPLAY 'DB2 ERROR - LEAVE LAPSE - ' WS-EMPID
                 GO TO LAPSE-EXPIRED-EXIT
              END-IF
              COMPUTE WS-LED-BAL-DELTA = ZERO - WS-LAPSE-DAYS
              PERFORM WRITE-LEAVE-LEDGER-PARA
              ADD 1 TO LAPSE-EMP-COUNT
              ADD WS-LAPSE-DAYS TO LAPSE-DAYS-TOTAL
           END-IF.

           EXEC SQL
               UPDATE COMPOFF_CREDIT
                   SET CREDIT-STATUS = 'X'
                   WHERE EMPID = :WS-EMPID
                     AND CREDIT-STATUS = 'O'
                     AND EXPIRY-DATE < :WS-SCAN-TO
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              DISPLAY 'DB2 ERROR - CREDIT CLOSE - ' WS-EMPID
           END-IF.

       LAPSE-EXPIRED-EXIT.
           EXIT.

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
      *    GET-DB-CREDENTIALS-PARA, under COMPOFF_* names instead.
        GET-DB-CREDENTIALS-PARA.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "COMPOFF_DBNAME".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO DATABASE-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "COMPOFF_DBUSER".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO USER-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "COMPOFF_DBPASS".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO PASSWORD
           END-IF.

      ***************************************************
        ATTEND-CURSOR-DECLARE.
           DISPLAY "ATTEND-CURSOR-DECLARE - START".
           EXEC SQL
              declare cur_compoff cursor with hold for
              select a.empid, a.att-date, e.location
                  from attendance a
                  join employee e on e.empid = a.empid
                  where a.present-flag = 'P'
                    and a.att-date >= :WS-SCAN-FROM
                    and a.att-date <= :WS-SCAN-TO
                  order by a.empid, a.att-date
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-ATTCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-ATTCURVAL
                 DISPLAY 'NOT FOUND - ATTENDANCE CURSOR DECLARE'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - ATTENDANCE CURSOR DECLARE'
                 MOVE 'E' TO WS-ATTCURVAL
           END-EVALUATE.
           DISPLAY "ATTEND-CURSOR-DECLARE - END".

      ***************************************************
        ATTEND-CURSOR-OPEN.
           DISPLAY "ATTEND-CURSOR-OPEN - START".
           EXEC SQL
              open cur_compoff;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-ATTCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-ATTCURVAL
                 DISPLAY 'NOT FOUND - ATTENDANCE CURSOR OPEN'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - ATTENDANCE CURSOR OPEN'
                 MOVE 'E' TO WS-ATTCURVAL
           END-EVALUATE.
           DISPLAY "ATTEND-CURSOR-OPEN - END".

      ***************************************************
        ATTEND-CURSOR-FETCH.
           MOVE SPACES TO WS-EMP-LOC.
           EXEC SQL
              fetch next cur_compoff into
                  :WS-EMPID, :WS-ATTDATE, :WS-EMP-LOC;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 ADD 1 TO ATT-COUNT
                 MOVE 'F' TO WS-ATTCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-ATTCURVAL
                 DISPLAY 'NOT FOUND - ATTENDANCE CURSOR FETCH'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - ATTENDANCE CURSOR FETCH'
                 MOVE 'E' TO WS-ATTCURVAL
           END-EVALUATE.

      ***************************************************
      *    Employees holding open credits past their expiry date,
      *    with the total of those expired days.
        LAPSE-CURSOR-DECLARE.
           DISPLAY "LAPSE-CURSOR-DECLARE - START".
           EXEC SQL
              declare cur_compoff_lapse cursor with hold for
              select empid, sum(credit-days)
                  from compoff_credit
                  where credit-status = 'O'
                    and expiry-date < :WS-SCAN-TO
                  group by empid
                  order by empid
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-LAPCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-LAPCURVAL
                 DISPLAY 'NOT FOUND - LAPSE CURSOR DECLARE'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - LAPSE CURSOR DECLARE'
                 MOVE 'E' TO WS-LAPCURVAL
           END-EVALUATE.
           DISPLAY "LAPSE-CURSOR-DECLARE - END".

      ***************************************************
        LAPSE-CURSOR-OPEN.
           DISPLAY "LAPSE-CURSOR-OPEN - START".
           EXEC SQL
              open cur_compoff_lapse;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-LAPCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-LAPCURVAL
                 DISPLAY 'NOT FOUND - LAPSE CURSOR OPEN'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - LAPSE CURSOR OPEN'
                 MOVE 'E' TO WS-LAPCURVAL
           END-EVALUATE.
           DISPLAY "LAPSE-CURSOR-OPEN - END".

      ***************************************************
        LAPSE-CURSOR-FETCH.
           MOVE ZERO TO WS-EXPIRED-DAYS.
           EXEC SQL
              fetch next cur_compoff_lapse into
                  :WS-EMPID, :WS-EXPIRED-DAYS;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-LAPCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-LAPCURVAL
                 DISPLAY 'NOT FOUND - LAPSE CURSOR FETCH'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - LAPSE CURSOR FETCH'
                 MOVE 'E' TO WS-LAPCURVAL
           END-EVALUATE.

      ***************************************************
      *    One ledger row per credit or lapse - lvverify.cbl
      *    re-adds these against the stored balances, and EMPHIST
      *    shows them on the employee's timeline.
        WRITE-LEAVE-LEDGER-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-LED-TS.
           EXEC SQL
               INSERT INTO LEAVE_LEDGER
                   (EMPID, LEAVE-TYPE, SOURCE-PROGRAM,
                    BAL-DELTA, TKN-DELTA, LEDGER-TS)
                   VALUES (:WS-EMPID, 'O', 'compoff ',
                           :WS-LED-BAL-DELTA, 0, :WS-LED-TS)
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              DISPLAY 'DB2 ERROR - LEAVE LEDGER INSERT - '
                      WS-EMPID
           END-IF.

      ***************************************************
        REGISTER-RUN-START-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUNC-CYCLE.
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
        REGISTER-RUN-END-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-RUNC-END-TS.
           MOVE RETURN-CODE TO WS-RUNC-RC.
           MOVE CREDIT-COUNT TO WS-RUNC-ROWS.
           ADD NEW-LEAVE-COUNT TO WS-RUNC-ROWS.
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
      *    LEAVE is frozen for the run, as leaveacc does, so an
      *    approval can't post against a balance mid-lapse.
        SET-FREEZE-PARA.
           MOVE 'LEAVE' TO WS-FREEZE-TABLE.
           MOVE FUNCTION CURRENT-DATE TO WS-FREEZE-TS.
           EXEC SQL
               INSERT INTO BATCH_FREEZE
                   (TABLE-NAME, FROZEN-BY, FREEZE-TS)
                   VALUES (:WS-FREEZE-TABLE, 'compoff',
                           :WS-FREEZE-TS)
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              AND NOT WS-SQL-RETURN-DUPKEY
              DISPLAY 'DB2 ERROR - FREEZE REGISTER - '
                      WS-FREEZE-TABLE
           END-IF.

      ***************************************************
        CLEAR-FREEZE-PARA.
           EXEC SQL
               DELETE FROM BATCH_FREEZE
                   WHERE FROZEN-BY = 'compoff'
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              AND NOT WS-SQL-RETURN-NO-ENTRY
              DISPLAY 'DB2 ERROR - FREEZE CLEAR'
           END-IF.

      ***************************************************
       PROGRAM-EXIT.
           DISPLAY "9999-PROGRAM-EXIT - start".

           EXEC SQL
                commit;
           END-EXEC

           PERFORM CLEAR-FREEZE-PARA.
           PERFORM REGISTER-RUN-END-PARA.

           EXEC SQL
                disconnect all;
           END-EXEC

           DISPLAY 'ATTENDANCE  COUNT '  ATT-COUNT.
           DISPLAY 'WEEKLY OFF  COUNT '  WEEKOFF-COUNT.
           DISPLAY 'HOLIDAY     COUNT '  HOLIDAY-COUNT.
           DISPLAY 'CREDITED    COUNT '  CREDIT-COUNT.
           DISPLAY 'NEW LEAVE   COUNT '  NEW-LEAVE-COUNT.
           DISPLAY 'ALREADY CREDITED  '  ALREADY-CREDIT-COUNT.
           DISPLAY 'LAPSED EMP  COUNT '  LAPSE-EMP-COUNT.
           DISPLAY 'LAPSED DAYS TOTAL '  LAPSE-DAYS-TOTAL.
           DISPLAY "9999-PROGRAM-EXIT - end".
