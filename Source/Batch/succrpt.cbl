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
      *    Succession coverage report batch job - walks every key
      *    position (POSITION rows flagged KEY-POSITION 'Y' on
      *    POSMANT) against its SUCCMANT succession register and
      *    lists, one CSV line each:
      *      - NO READY SUCCESSOR - no registered successor who is
      *        ready now, still active and not poorly rated;
      *      - INCUMBENT RETIRING - an active holder whose
      *        retirement date (birth date plus the retirement age,
      *        retire.cbl's rule and SYSIN defaults) falls inside
      *        the horizon;
      *      - SUCCESSOR LEFT - a registered successor since
      *        separated (STATUS 'I');
      *      - SUCCESSOR POOR RATING - a successor whose latest
      *        signed-off APPRAISAL rating is at or below the
      *        ceiling on the card.
      *    A trailer carries the counts; any exception sets RC=4
      *    so the gaps are followed up, not filed unread.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    succrpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTPUT-FILE ASSIGN TO RPTFL.
       DATA DIVISION.
       FILE SECTION.
      *
       FD  OUTPUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OUTPUT-RECORD.
       01  OUTPUT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
          EXEC SQL BEGIN DECLARE SECTION END-EXEC
      *    Defaults below are the dev connection; SUCCRPT-DBNAME,
      *    SUCCRPT-DBUSER and SUCCRPT-DBPASS environment variables
      *    (see GET-DB-CREDENTIALS-PARA) override them, same as
      *    emplist.cbl's EMPLIST_* variables.
       01 DATABASE-NAME PIC X(80) VALUE "ltpz_syntel:5432".
       01 USER-NAME     PIC X(80) VALUE "syntel".
       01 PASSWORD      PIC X(80) VALUE "syntel".
       01 WS-POS-DEPT             PIC X(05).
       01 WS-POS-DESG             PIC X(05).
       01 WS-EMP-ID               PIC X(05).
       01 WS-EMP-NAME             PIC X(30).
       01 WS-EMP-BIRTHDT          PIC X(10).
       01 WS-EMP-STATUS           PIC X(01).
       01 WS-EMP-STATUSDT         PIC X(10).
       01 WS-SUC-READY            PIC X(01).
       01 WS-APPR-YEAR            PIC 9(04).
       01 WS-APPR-RATING          PIC 9(01).
      *    Run-control fields - RUN_CONTROL start/end registration
      *    (REGISTER-RUN-START-PARA / REGISTER-RUN-END-PARA) and
      *    the prerequisite gate (CHECK-PREREQ-PARA); no
      *    prerequisite - the report reads masters only.
       01 WS-RUNC-PROGRAM         PIC X(08) VALUE 'succrpt '.
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
           05  WS-POSCURVAL                PIC X(1).
               88  POSC-EXIST                      VALUE 'F'.
               88  POSC-NOTFND                     VALUE 'N'.
               88  POSC-DBERR                      VALUE 'E'.
           05  WS-SUBCURVAL                PIC X(1).
               88  SUBC-EOF                        VALUE 'Y'.
           05  WS-HORIZON-DAYS             PIC 9(03) VALUE 180.
           05  WS-RETIRE-AGE               PIC 9(02) VALUE 60.
           05  WS-POOR-RATING              PIC 9(01) VALUE 2.
           05  WS-BIRTH-YEAR               PIC 9(04).
           05  WS-RET-YEAR                 PIC 9(04).
           05  WS-RETIRE-NUM               PIC 9(08).
           05  WS-RETIRE-INT               PIC 9(09) COMP.
           05  WS-TODAY-INT                PIC 9(09) COMP.
           05  WS-CUTOFF-INT               PIC 9(09) COMP.
           05  WS-SUC-COUNT                PIC 9(05).
           05  WS-READY-COUNT              PIC 9(05) COMP.
           05  WS-SUC-USABLE               PIC X(01).
               88  SUCCESSOR-USABLE               VALUE 'Y'.

       01  DETAIL-RECORD.
           10  SCR-DEPT                    PIC X(05).
           10  FILLER                      PIC X(01) VALUE ','.
           10  SCR-DESG                    PIC X(05).
           10  FILLER                      PIC X(01) VALUE ','.
           10  SCR-EXCEPTION               PIC X(21).
           10  FILLER                      PIC X(01) VALUE ','.
           10  SCR-EMP-ID                  PIC X(05).
           10  FILLER                      PIC X(01) VALUE ','.
           10  SCR-EMP-NAME                PIC X(30).
           10  FILLER                      PIC X(01) VALUE ','.
           10  SCR-DETAIL                  PIC X(20).

       01  TRAILER-RECORD.
           10  TR-ID                       PIC X(07) VALUE 'TRAILER'.
           10  FILLER                      PIC X(01) VALUE ','.
           10  TR-POS-COUNT                PIC 9(10).
           10  FILLER                      PIC X(01) VALUE ','.
           10  TR-UNCOVERED-COUNT          PIC 9(10).
           10  FILLER                      PIC X(01) VALUE ','.
           10  TR-EXCP-COUNT               PIC 9(10).

       01  WS-COUNTERS.
           05  POS-COUNT                   PIC 9(10) VALUE ZEROES.
           05  EXCP-COUNT                  PIC 9(10) VALUE ZEROES.
           05  UNCOVERED-COUNT             PIC 9(10) VALUE ZEROES.
           05  RETIRING-COUNT              PIC 9(10) VALUE ZEROES.
           05  LEFT-COUNT                  PIC 9(10) VALUE ZEROES.
           05  POOR-COUNT                  PIC 9(10) VALUE ZEROES.
           05  NO-BIRTH-COUNT              PIC 9(10) VALUE ZEROES.

       01  WS-PARM-CARD                PIC X(80) VALUE SPACES.

       01  WS-ENV-VALUE                PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM PARM-CARD-PARA.
           PERFORM INIT-PARA.

           PERFORM PROCESS-DATA THRU PROCESS-EXIT
               UNTIL POSC-NOTFND OR POSC-DBERR.

           PERFORM PROGRAM-EXIT.
           DISPLAY "END OF SUCCESSION COVERAGE RUN".

      ***************************************************
       PARM-CARD-PARA.
           DISPLAY "PARM-CARD-PARA - start".
      *    SYSIN 1-3 is the retirement horizon in days (default
      *    180) and SYSIN 7-8 the retirement age (default 60) -
      *    retire.cbl's card columns, so both jobs can share one
      *    card; SYSIN 10 is the poor-rating ceiling (default 2 on
      *    APPRMANT's 1-5 scale).
           ACCEPT WS-PARM-CARD FROM SYSIN.
           IF WS-PARM-CARD(1:3) NOT = SPACES
              IF WS-PARM-CARD(1:3) IS NOT NUMERIC
                 DISPLAY "NON-NUMERIC HORIZON IN SYSIN COLUMNS 1-3"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-PARM-CARD(1:3) TO WS-HORIZON-DAYS
           END-IF.
           IF WS-PARM-CARD(7:2) NOT = SPACES
              IF WS-PARM-CARD(7:2) IS NOT NUMERIC
                 DISPLAY "NON-NUMERIC RETIRE AGE IN SYSIN 7-8"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-PARM-CARD(7:2) TO WS-RETIRE-AGE
           END-IF.
           IF WS-PARM-CARD(10:1) NOT = SPACE
              IF WS-PARM-CARD(10:1) IS NOT NUMERIC
                 OR WS-PARM-CARD(10:1) > '5'
                 DISPLAY "INVALID RATING CEILING IN SYSIN COLUMN 10"
                         " - VALID 0-5"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-PARM-CARD(10:1) TO WS-POOR-RATING
           END-IF.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))).
           COMPUTE WS-CUTOFF-INT = WS-TODAY-INT
                                 + WS-HORIZON-DAYS.
           DISPLAY "PARM ECHO - HORIZON/" WS-HORIZON-DAYS
                   " AGE/" WS-RETIRE-AGE
                   " RATING/" WS-POOR-RATING.
           DISPLAY "PARM-CARD-PARA - end".

      ***************************************************
       INIT-PARA.
           DISPLAY "1000-INIT - start".
           PERFORM CONNECT-TO-DATABASE.
           PERFORM CHECK-PREREQ-PARA.
           PERFORM REGISTER-RUN-START-PARA.
           PERFORM POS-CURSOR-DECLARE.
           PERFORM POS-CURSOR-OPEN.
           OPEN OUTPUT OUTPUT-FILE.
           DISPLAY "1000-INIT - END".

       INIT-EXIT.
           EXIT.

      ***************************************************
       PROCESS-DATA.
           PERFORM POS-CURSOR-FETCH.
           IF NOT POSC-NOTFND AND NOT POSC-DBERR
              ADD 1 TO POS-COUNT
              PERFORM CHECK-INCUMBENTS-PARA
              PERFORM CHECK-SUCCESSORS-PARA
              IF WS-READY-COUNT = 0
                 PERFORM WRITE-UNCOVERED-PARA
              END-IF
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
      *    GET-DB-CREDENTIALS-PARA, under SUCCRPT_* names instead.
        GET-DB-CREDENTIALS-PARA.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SUCCRPT_DBNAME".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO DATABASE-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SUCCRPT_DBUSER".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO USER-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SUCCRPT_DBPASS".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO PASSWORD
           END-IF.

      ***************************************************
        POS-CURSOR-DECLARE.
           DISPLAY "POS-CURSOR-DECLARE - START".
           EXEC SQL
              declare cur_succpos cursor for
              select deptcode, desgcode
                  from position
                  where key-position = 'Y'
                  order by deptcode, desgcode
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-POSCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-POSCURVAL
                 DISPLAY 'NOT FOUND - POSITION CURSOR DECLARE'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - POSITION CURSOR DECLARE'
                 MOVE 'E' TO WS-POSCURVAL
           END-EVALUATE.
           DISPLAY "POS-CURSOR-DECLARE - END".

      ***************************************************
        POS-CURSOR-OPEN.
           DISPLAY "POS-CURSOR-OPEN - START".
           EXEC SQL
              open cur_succpos;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-POSCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-POSCURVAL
                 DISPLAY 'NOT FOUND - POSITION CURSOR OPEN'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - POSITION CURSOR OPEN'
                 MOVE 'E' TO WS-POSCURVAL
           END-EVALUATE.
           DISPLAY "POS-CURSOR-OPEN - END".

      ***************************************************
        POS-CURSOR-FETCH.
           EXEC SQL
              fetch next cur_succpos into
                :WS-POS-DEPT,
                :WS-POS-DESG;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-POSCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-POSCURVAL
                 DISPLAY 'NOT FOUND - POSITION CURSOR FETCH'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - POSITION CURSOR FETCH'
                 MOVE 'E' TO WS-POSCURVAL
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      ***************************************************
      *    The position's active holders, each checked against the
      *    retirement horizon.
        CHECK-INCUMBENTS-PARA.
           EXEC SQL
              declare cur_succinc cursor for
              select empid, empname, value(birthdt, ' ')
                  from employee
                  where deptcode = :WS-POS-DEPT
                    and desgcode = :WS-POS-DESG
                    and status = 'A'
                  order by empid
           END-EXEC.
           EXEC SQL
              open cur_succinc;
           END-EXEC.
           MOVE 'N' TO WS-SUBCURVAL.
           PERFORM FETCH-INCUMBENT-PARA UNTIL SUBC-EOF.
           EXEC SQL
              close cur_succinc;
           END-EXEC.

      ***************************************************
        FETCH-INCUMBENT-PARA.
           MOVE SPACES TO WS-EMP-BIRTHDT.
           EXEC SQL
              fetch next cur_succinc into
                :WS-EMP-ID,
                :WS-EMP-NAME,
                :WS-EMP-BIRTHDT;
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              PERFORM CHECK-RETIREMENT-PARA
           ELSE
              MOVE 'Y' TO WS-SUBCURVAL
           END-IF.

      ***************************************************
      *    retire.cbl's retirement date - birth date plus the
      *    retirement age in whole years, a 29 FEB birthday
      *    landing on 28 FEB in a common year. No usable birth
      *    date is counted, not guessed.
        CHECK-RETIREMENT-PARA.
           IF WS-EMP-BIRTHDT = SPACES
              OR WS-EMP-BIRTHDT(1:4) IS NOT NUMERIC
              ADD 1 TO NO-BIRTH-COUNT
           ELSE
              MOVE WS-EMP-BIRTHDT(1:4) TO WS-BIRTH-YEAR
              COMPUTE WS-RET-YEAR = WS-BIRTH-YEAR + WS-RETIRE-AGE
              COMPUTE WS-RETIRE-NUM = (WS-RET-YEAR * 10000)
                  + (FUNCTION NUMVAL(WS-EMP-BIRTHDT(6:2)) * 100)
                  + FUNCTION NUMVAL(WS-EMP-BIRTHDT(9:2))
              IF WS-EMP-BIRTHDT(6:2) = '02'
                 AND WS-EMP-BIRTHDT(9:2) = '29'
                 AND FUNCTION TEST-DATE-YYYYMMDD(WS-RETIRE-NUM)
                     NOT = 0
                 SUBTRACT 1 FROM WS-RETIRE-NUM
              END-IF
              COMPUTE WS-RETIRE-INT =
                      FUNCTION INTEGER-OF-DATE(WS-RETIRE-NUM)
              IF WS-RETIRE-INT <= WS-CUTOFF-INT
                 MOVE 'INCUMBENT RETIRING' TO SCR-EXCEPTION
                 MOVE SPACES TO SCR-DETAIL
                 STRING 'RETIRES ' WS-RETIRE-NUM DELIMITED BY SIZE
                     INTO SCR-DETAIL
                 END-STRING
                 PERFORM WRITE-DETAIL-PARA
                 ADD 1 TO RETIRING-COUNT
              END-IF
           END-IF.

      ***************************************************
      *    The position's registered successors. Only one who is
      *    ready now, still active and not poorly rated counts as
      *    cover.
        CHECK-SUCCESSORS-PARA.
           MOVE ZEROES TO WS-SUC-COUNT WS-READY-COUNT.
           EXEC SQL
              declare cur_succsuc cursor for
              select s.succ-empid, value(e.empname, ' '),
                     value(e.status, 'I'), value(e.statusdt, ' '),
                     s.readiness
                  from succession_plan s
                  left join employee e
                    on e.empid = s.succ-empid
                  where s.deptcode = :WS-POS-DEPT
                    and s.desgcode = :WS-POS-DESG
                  order by s.readiness, s.succ-empid
           END-EXEC.
           EXEC SQL
              open cur_succsuc;
           END-EXEC.
           MOVE 'N' TO WS-SUBCURVAL.
           PERFORM FETCH-SUCCESSOR-PARA UNTIL SUBC-EOF.
           EXEC SQL
              close cur_succsuc;
           END-EXEC.

      ***************************************************
        FETCH-SUCCESSOR-PARA.
           MOVE SPACES TO WS-EMP-NAME WS-EMP-STATUS WS-EMP-STATUSDT.
           EXEC SQL
              fetch next cur_succsuc into
                :WS-EMP-ID,
                :WS-EMP-NAME,
                :WS-EMP-STATUS,
                :WS-EMP-STATUSDT,
                :WS-SUC-READY;
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              ADD 1 TO WS-SUC-COUNT
              PERFORM CHECK-ONE-SUCCESSOR-PARA
           ELSE
              MOVE 'Y' TO WS-SUBCURVAL
           END-IF.

      ***************************************************
        CHECK-ONE-SUCCESSOR-PARA.
           MOVE 'Y' TO WS-SUC-USABLE.
           IF WS-EMP-STATUS NOT = 'A'
              MOVE 'N' TO WS-SUC-USABLE
              MOVE 'SUCCESSOR LEFT' TO SCR-EXCEPTION
              MOVE SPACES TO SCR-DETAIL
              STRING 'LEFT ' WS-EMP-STATUSDT DELIMITED BY SIZE
                  INTO SCR-DETAIL
              END-STRING
              PERFORM WRITE-DETAIL-PARA
              ADD 1 TO LEFT-COUNT
           ELSE
              PERFORM GET-RATING-PARA
              IF WS-APPR-RATING > 0
                 AND WS-APPR-RATING <= WS-POOR-RATING
                 MOVE 'N' TO WS-SUC-USABLE
                 MOVE 'SUCCESSOR POOR RATING' TO SCR-EXCEPTION
                 MOVE SPACES TO SCR-DETAIL
                 STRING WS-APPR-YEAR ' RATING ' WS-APPR-RATING
                     DELIMITED BY SIZE INTO SCR-DETAIL
                 END-STRING
                 PERFORM WRITE-DETAIL-PARA
                 ADD 1 TO POOR-COUNT
              END-IF
           END-IF.
           IF SUCCESSOR-USABLE AND WS-SUC-READY = '1'
              ADD 1 TO WS-READY-COUNT
           END-IF.

      ***************************************************
      *    Latest signed-off rating only - an unsigned APPRMANT
      *    rating is still open to change, the same reading
      *    desgincr and apprrpt make. No appraisal reads as 0.
        GET-RATING-PARA.
           MOVE ZEROES TO WS-APPR-YEAR WS-APPR-RATING.
           EXEC SQL
               SELECT APPR-YEAR, RATING
                   INTO :WS-APPR-YEAR, :WS-APPR-RATING
                   FROM APPRAISAL
                   WHERE EMPID = :WS-EMP-ID
                     AND SIGNOFF-FLAG = 'Y'
                     AND APPR-YEAR =
                         (SELECT MAX(APPR-YEAR)
                              FROM APPRAISAL
                              WHERE EMPID = :WS-EMP-ID
                                AND SIGNOFF-FLAG = 'Y')
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE ZEROES TO WS-APPR-YEAR WS-APPR-RATING
           END-IF.

      ***************************************************
        WRITE-UNCOVERED-PARA.
           MOVE 'NO READY SUCCESSOR' TO SCR-EXCEPTION.
           MOVE SPACES TO WS-EMP-ID WS-EMP-NAME.
           MOVE SPACES TO SCR-DETAIL.
           STRING WS-SUC-COUNT ' REGISTERED' DELIMITED BY SIZE
               INTO SCR-DETAIL
           END-STRING.
           PERFORM WRITE-DETAIL-PARA.
           ADD 1 TO UNCOVERED-COUNT.

      ***************************************************
        WRITE-DETAIL-PARA.
           MOVE WS-POS-DEPT      TO SCR-DEPT.
           MOVE WS-POS-DESG      TO SCR-DESG.
           MOVE WS-EMP-ID        TO SCR-EMP-ID.
           MOVE WS-EMP-NAME      TO SCR-EMP-NAME.
           WRITE OUTPUT-RECORD FROM DETAIL-RECORD.
           ADD 1 TO EXCP-COUNT.

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

           MOVE POS-COUNT        TO TR-POS-COUNT.
           MOVE UNCOVERED-COUNT  TO TR-UNCOVERED-COUNT.
           MOVE EXCP-COUNT       TO TR-EXCP-COUNT.
           WRITE OUTPUT-RECORD FROM TRAILER-RECORD.
           IF EXCP-COUNT > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE OUTPUT-FILE.
           PERFORM REGISTER-RUN-END-PARA.

           EXEC SQL
                disconnect all;
           END-EXEC

           DISPLAY 'KEY POS   COUNT  '  POS-COUNT.
           DISPLAY 'UNCOVERED COUNT  '  UNCOVERED-COUNT.
           DISPLAY 'RETIRING  COUNT  '  RETIRING-COUNT.
           DISPLAY 'LEFT      COUNT  '  LEFT-COUNT.
           DISPLAY 'POOR RTG  COUNT  '  POOR-COUNT.
           DISPLAY 'NO BIRTH  COUNT  '  NO-BIRTH-COUNT.
           DISPLAY 'EXCEPTION COUNT  '  EXCP-COUNT.
           DISPLAY "9999-PROGRAM-EXIT - end".
