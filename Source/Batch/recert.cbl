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
      *    Quarterly access recertification batch job. Mode O opens
      *    a cycle: every USER_AUTH grant becomes one RECERT_ITEM
      *    routed to the manager responsible for the user - the
      *    EMPLOYEE.MGREMPID of their SELF_SERVICE_USER employee,
      *    else that employee's DEPARTMENT.MGR-EMPID; users with no
      *    employee mapping are left to a role-'A' administrator.
      *    Any user with no TRANSACTION_ACTIVITY_LOG entry in the
      *    SYSIN idle window is revoked on the spot - the USER_AUTH
      *    row goes (and the SELF_SERVICE_USER mapping with it, as
      *    CHKMANT does for a USERMANT revoke) and the revocation is
      *    written to USER_AUTH_AUDIT by 'RECERT'. The managers then
      *    confirm or revoke the rest on RCRTMANT. Mode S is the
      *    auditors' completion report: every item with its outcome,
      *    the totals by status, and what is still outstanding - a
      *    pending item, or a manager's revoke CHKMANT has not yet
      *    applied. When nothing is outstanding the cycle is closed.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    recert.
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
      *    Defaults below are the dev connection; RECERT-DBNAME,
      *    RECERT-DBUSER and RECERT-DBPASS environment variables
      *    (see GET-DB-CREDENTIALS-PARA) override them, same as
      *    emplist.cbl's EMPLIST_* variables.
       01 DATABASE-NAME PIC X(80) VALUE "ltpz_syntel:5432".
       01 USER-NAME     PIC X(80) VALUE "syntel".
       01 PASSWORD      PIC X(80) VALUE "syntel".
       01 WS-CYCLE-ID             PIC X(06).
       01 WS-CYCLE-STATUS         PIC X(01).
       01 WS-IDLE-DAYS            PIC 9(03) VALUE 090.
       01 WS-CUTOFF-DATE          PIC X(08).
       01 WS-RUN-TS               PIC X(21).
       01 WS-ITEM-COUNT           PIC S9(09) COMP.
       01 WS-USERID               PIC X(08).
       01 WS-ROLE                 PIC X(01).
       01 WS-USER-EMPID           PIC X(05).
       01 WS-EMP-MGR              PIC X(08).
       01 WS-DEPT-MGR             PIC X(08).
       01 WS-LAST-ACTIVITY        PIC X(08).
       01 WS-REVIEWER             PIC X(05).
       01 WS-ITEM-STATUS          PIC X(01).
       01 WS-ACTIONED-BY          PIC X(08).
       01 WS-STILL-GRANTED        PIC X(01).
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
           05  WS-TODAY-INT                PIC 9(09) COMP.
           05  WS-CUTOFF-NUM               PIC 9(08).
           05  WS-REVOKE-OK                PIC X(01).
               88  REVOKE-OK                       VALUE 'Y'.
           05  WS-TODAY                    PIC X(08).
           05  WS-TODAY-PARTS REDEFINES WS-TODAY.
               10  WS-TODAY-YYYY           PIC 9(04).
               10  WS-TODAY-MM             PIC 9(02).
               10  WS-TODAY-DD             PIC 9(02).
           05  WS-QUARTER                  PIC 9(01).

      *    SYSIN column 1 is the mode - O opens a cycle, S (the
      *    default) reports its status; 3-5 the idle window in days
      *    (default 090); 7-12 the cycle id YYYYQn (default the
      *    current quarter).
       01  WS-PARM-CARD                PIC X(80) VALUE SPACES.
       01  WS-RUN-MODE                 PIC X(01) VALUE 'S'.
           88  MODE-OPEN                       VALUE 'O'.
           88  MODE-STATUS                     VALUE 'S'.

       01  SECTION-RECORD.
           10  SEC-TEXT                    PIC X(100).

       01  ITEM-RECORD.
           10  ITM-CYCLE                   PIC X(06).
           10  FILLER                      PIC X(01) VALUE ','.
           10  ITM-USERID                  PIC X(08).
           10  FILLER                      PIC X(01) VALUE ','.
           10  ITM-ROLE                    PIC X(01).
           10  FILLER                      PIC X(01) VALUE ','.
           10  ITM-REVIEWER                PIC X(05).
           10  FILLER                      PIC X(01) VALUE ','.
           10  ITM-LAST-ACT                PIC X(08).
           10  FILLER                      PIC X(01) VALUE ','.
           10  ITM-STATUS                  PIC X(01).
           10  FILLER                      PIC X(01) VALUE ','.
           10  ITM-ACTIONED-BY             PIC X(08).
           10  FILLER                      PIC X(01) VALUE ','.
           10  ITM-OUTCOME                 PIC X(40).

       01  TOTAL-RECORD.
           10  TOT-LABEL                   PIC X(30).
           10  FILLER                      PIC X(01) VALUE ','.
           10  TOT-COUNT                   PIC Z(9)9.

       01  WS-COUNTERS.
           05  USER-COUNT                  PIC 9(10) VALUE ZEROES.
           05  IDLE-COUNT                  PIC 9(10) VALUE ZEROES.
           05  FAILED-COUNT                PIC 9(10) VALUE ZEROES.
           05  NOREVIEWER-COUNT            PIC 9(10) VALUE ZEROES.
           05  PENDING-COUNT               PIC 9(10) VALUE ZEROES.
           05  CONFIRMED-COUNT             PIC 9(10) VALUE ZEROES.
           05  REVOKED-COUNT               PIC 9(10) VALUE ZEROES.
           05  AWAITING-COUNT              PIC 9(10) VALUE ZEROES.
           05  OUTSTANDING-COUNT           PIC 9(10) VALUE ZEROES.

       01  WS-ENV-VALUE                PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM PARM-CARD-PARA.
           PERFORM INIT-PARA.
           PERFORM CYCLE-LOOKUP-PARA.

           IF MODE-OPEN
              PERFORM OPEN-CYCLE-PARA THRU OPEN-CYCLE-EXIT
           ELSE
              PERFORM CYCLE-STATUS-PARA THRU CYCLE-STATUS-EXIT
           END-IF.

           PERFORM PROGRAM-EXIT.
           DISPLAY "END OF ACCESS RECERTIFICATION RUN".

      ***************************************************
       PARM-CARD-PARA.
           DISPLAY "PARM-CARD-PARA - start".
           ACCEPT WS-PARM-CARD FROM SYSIN.
           IF WS-PARM-CARD(1:1) NOT = SPACES
              MOVE WS-PARM-CARD(1:1) TO WS-RUN-MODE
           END-IF.
           IF NOT MODE-OPEN AND NOT MODE-STATUS
              DISPLAY "SYSIN COLUMN 1 MUST BE O (OPEN) OR S (STATUS)"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-PARM-CARD(3:3) NOT = SPACES
              IF WS-PARM-CARD(3:3) IS NOT NUMERIC
                 DISPLAY "NON-NUMERIC IDLE DAYS IN SYSIN COLUMNS 3-5"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-PARM-CARD(3:3) TO WS-IDLE-DAYS
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS.
           MOVE WS-RUN-TS(1:8) TO WS-TODAY.
           IF WS-PARM-CARD(7:6) NOT = SPACES
              MOVE WS-PARM-CARD(7:6) TO WS-CYCLE-ID
              IF WS-CYCLE-ID(1:4) IS NOT NUMERIC
                 OR WS-CYCLE-ID(5:1) NOT = 'Q'
                 OR WS-CYCLE-ID(6:1) < '1' OR WS-CYCLE-ID(6:1) > '4'
                 DISPLAY "SYSIN COLUMNS 7-12 MUST BE A CYCLE YYYYQN"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           ELSE
              COMPUTE WS-QUARTER = (WS-TODAY-MM - 1) / 3 + 1
              STRING WS-TODAY-YYYY 'Q' WS-QUARTER
                  DELIMITED BY SIZE INTO WS-CYCLE-ID
              END-STRING
           END-IF.

           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-TODAY)).
           COMPUTE WS-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER(
                   WS-TODAY-INT - WS-IDLE-DAYS).
           MOVE WS-CUTOFF-NUM TO WS-CUTOFF-DATE.
           DISPLAY "PARM ECHO - MODE/" WS-RUN-MODE
                   " IDLE/" WS-IDLE-DAYS " CYCLE/" WS-CYCLE-ID
                   " IDLE BEFORE/" WS-CUTOFF-DATE.
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
      *    GET-DB-CREDENTIALS-PARA, under RECERT_* names instead.
        GET-DB-CREDENTIALS-PARA.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "RECERT_DBNAME".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO DATABASE-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "RECERT_DBUSER".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO USER-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "RECERT_DBPASS".
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
      *    WS-CYCLE-STATUS is left blank when the cycle does not
      *    exist yet.
        CYCLE-LOOKUP-PARA.
           MOVE SPACES TO WS-CYCLE-STATUS.
           EXEC SQL
              select cycle-status
                  into :WS-CYCLE-STATUS
                  from recert_cycle
                  where cycle-id = :WS-CYCLE-ID
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 CONTINUE
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE SPACES TO WS-CYCLE-STATUS
              WHEN OTHER
                 DISPLAY 'DB2 ERROR READING RECERT_CYCLE ' WS-SQLCODE
                 MOVE 8 TO RETURN-CODE
                 PERFORM PROGRAM-EXIT
                 STOP RUN
           END-EVALUATE.

      ***************************************************
      *    Mode O - a cycle is opened once; re-running it would
      *    route every grant to the managers a second time.
       OPEN-CYCLE-PARA.
           IF WS-CYCLE-STATUS NOT = SPACES
              DISPLAY 'CYCLE ' WS-CYCLE-ID ' ALREADY OPENED - STATUS '
                      WS-CYCLE-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO OPEN-CYCLE-EXIT
           END-IF.

           EXEC SQL
              insert into recert_cycle
                  (cycle-id, cycle-status, opened-ts, idle-days,
                   closed-ts, item-count)
                  values (:WS-CYCLE-ID, 'O', :WS-RUN-TS,
                          :WS-IDLE-DAYS, ' ', 0)
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              DISPLAY 'DB2 ERROR OPENING CYCLE ' WS-SQLCODE
              MOVE 8 TO RETURN-CODE
              GO TO OPEN-CYCLE-EXIT
           END-IF.
           EXEC SQL
                commit;
           END-EXEC.

           MOVE 'RECERTIFICATION ITEMS OPENED - CYCLE,USER,ROLE,REVIEWE'
             & 'R,LAST ACTIVITY,STATUS,BY,OUTCOME' TO SEC-TEXT.
           WRITE REPORT-RECORD FROM SECTION-RECORD.
           PERFORM USER-CURSOR-OPEN.
           PERFORM USER-DATA THRU USER-EXIT
               UNTIL CUR-NOTFND OR CUR-DBERR.
           EXEC SQL
                close cur_recuser;
           END-EXEC.

           MOVE USER-COUNT TO WS-ITEM-COUNT.
           EXEC SQL
              update recert_cycle
                  set item-count = :WS-ITEM-COUNT
                  where cycle-id = :WS-CYCLE-ID
           END-EXEC.
           EXEC SQL
                commit;
           END-EXEC.

           MOVE 'USERS IN CYCLE' TO TOT-LABEL.
           MOVE USER-COUNT TO TOT-COUNT.
           WRITE REPORT-RECORD FROM TOTAL-RECORD.
           MOVE 'REVOKED AS IDLE' TO TOT-LABEL.
           MOVE IDLE-COUNT TO TOT-COUNT.
           WRITE REPORT-RECORD FROM TOTAL-RECORD.
           MOVE 'IDLE REVOKE FAILED' TO TOT-LABEL.
           MOVE FAILED-COUNT TO TOT-COUNT.
           WRITE REPORT-RECORD FROM TOTAL-RECORD.
           MOVE 'NO MANAGER - ADMIN REVIEWS' TO TOT-LABEL.
           MOVE NOREVIEWER-COUNT TO TOT-COUNT.
           WRITE REPORT-RECORD FROM TOTAL-RECORD.

       OPEN-CYCLE-EXIT.
           EXIT.

      ***************************************************
      *    Every grant with its employee's manager, department
      *    manager and last activity date. ACTIVITY-TS is the
      *    CURRENT-DATE image, so its first eight bytes are the
      *    date. WITH HOLD because each user is committed in turn.
        USER-CURSOR-OPEN.
           DISPLAY "USER-CURSOR-OPEN - START".
           EXEC SQL
              declare cur_recuser cursor with hold for
              select a.userid, a.role,
                     coalesce(s.empid, ' '),
                     coalesce(e.mgrempid, ' '),
                     coalesce(d.mgr-empid, ' '),
                     coalesce((select max(substr(l.activity-ts, 1, 8))
                                   from transaction_activity_log l
                                   where l.user-id = a.userid), ' ')
                  from user_auth a
                  left join self_service_user s
                         on s.userid = a.userid
                  left join employee e on e.empid = s.empid
                  left join department d on d.deptcode = e.deptcode
                  order by a.userid
           END-EXEC.
           EXEC SQL
              open cur_recuser;
           END-EXEC.
           PERFORM CHECK-CURSOR-PARA.
           DISPLAY "USER-CURSOR-OPEN - END".

      ***************************************************
       USER-DATA.
           MOVE SPACES TO WS-USERID WS-ROLE WS-USER-EMPID.
           MOVE SPACES TO WS-EMP-MGR WS-DEPT-MGR WS-LAST-ACTIVITY.
           EXEC SQL
              fetch next cur_recuser into
                :WS-USERID, :WS-ROLE, :WS-USER-EMPID,
                :WS-EMP-MGR, :WS-DEPT-MGR, :WS-LAST-ACTIVITY;
           END-EXEC.
           PERFORM CHECK-CURSOR-PARA.
           IF NOT CUR-EXIST
              GO TO USER-EXIT
           END-IF.
           ADD 1 TO USER-COUNT.

      *    The employee's own manager first, else the department's;
      *    a manager is never routed their own grant, and anyone
      *    left without a reviewer falls to an administrator.
           MOVE WS-EMP-MGR TO WS-REVIEWER.
           IF WS-REVIEWER = SPACES OR WS-REVIEWER = WS-USER-EMPID
              MOVE WS-DEPT-MGR TO WS-REVIEWER
           END-IF.
           IF WS-REVIEWER = WS-USER-EMPID
              MOVE SPACES TO WS-REVIEWER
           END-IF.
           IF WS-REVIEWER = SPACES
              ADD 1 TO NOREVIEWER-COUNT
           END-IF.

           MOVE 'P' TO WS-ITEM-STATUS.
           MOVE SPACES TO WS-ACTIONED-BY.
           MOVE 'AWAITING MANAGER REVIEW' TO ITM-OUTCOME.
           IF WS-LAST-ACTIVITY = SPACES
              OR WS-LAST-ACTIVITY < WS-CUTOFF-DATE
              PERFORM REVOKE-IDLE-PARA THRU REVOKE-IDLE-EXIT
           END-IF.

           EXEC SQL
              insert into recert_item
                  (cycle-id, userid, role, reviewer-empid,
                   last-activity, item-status, actioned-by,
                   actioned-ts)
                  values (:WS-CYCLE-ID, :WS-USERID, :WS-ROLE,
                          :WS-REVIEWER, :WS-LAST-ACTIVITY,
                          :WS-ITEM-STATUS, :WS-ACTIONED-BY,
                          :WS-RUN-TS)
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              EXEC SQL
                   commit;
              END-EXEC
           ELSE
              DISPLAY 'DB2 ERROR ON RECERT_ITEM ' WS-USERID
                      ' SQLCODE ' WS-SQLCODE
              EXEC SQL
                   rollback;
              END-EXEC
              MOVE 4 TO RETURN-CODE
              MOVE 'NOT RECORDED - DB2 ERROR' TO ITM-OUTCOME
           END-IF.

           MOVE WS-CYCLE-ID      TO ITM-CYCLE.
           MOVE WS-USERID        TO ITM-USERID.
           MOVE WS-ROLE          TO ITM-ROLE.
           MOVE WS-REVIEWER      TO ITM-REVIEWER.
           MOVE WS-LAST-ACTIVITY TO ITM-LAST-ACT.
           MOVE WS-ITEM-STATUS   TO ITM-STATUS.
           MOVE WS-ACTIONED-BY   TO ITM-ACTIONED-BY.
           WRITE REPORT-RECORD FROM ITEM-RECORD.

       USER-EXIT.  EXIT.

      ***************************************************
      *    Idle revoke - the same three steps CHKMANT applies for
      *    an approved USERMANT revoke, audited under 'RECERT'. The
      *    commit comes with the item insert; on any failure the
      *    revoke is rolled back and the grant goes to the manager
      *    as an ordinary pending item.
        REVOKE-IDLE-PARA.
           MOVE 'Y' TO WS-REVOKE-OK.
           EXEC SQL
              delete from user_auth
                  where userid = :WS-USERID
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE 'N' TO WS-REVOKE-OK
              GO TO REVOKE-IDLE-CHECK
           END-IF.

           EXEC SQL
              delete from self_service_user
                  where userid = :WS-USERID
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              AND NOT WS-SQL-RETURN-NO-ENTRY
              MOVE 'N' TO WS-REVOKE-OK
              GO TO REVOKE-IDLE-CHECK
           END-IF.

           EXEC SQL
              insert into user_auth_audit
                  (userid, auth-action, old-role, new-role,
                   changed-by, changed-term, changed-ts)
                  values (:WS-USERID, 'D', :WS-ROLE, ' ',
                          'RECERT', 'BTCH', :WS-RUN-TS)
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE 'N' TO WS-REVOKE-OK
           END-IF.

       REVOKE-IDLE-CHECK.
           IF REVOKE-OK
              ADD 1 TO IDLE-COUNT
              MOVE 'I'      TO WS-ITEM-STATUS
              MOVE 'RECERT' TO WS-ACTIONED-BY
              MOVE 'REVOKED - NO ACTIVITY IN IDLE WINDOW'
                TO ITM-OUTCOME
           ELSE
              DISPLAY 'DB2 ERROR REVOKING IDLE USER ' WS-USERID
                      ' SQLCODE ' WS-SQLCODE
              EXEC SQL
                   rollback;
              END-EXEC
              ADD 1 TO FAILED-COUNT
              MOVE 4 TO RETURN-CODE
              MOVE 'IDLE REVOKE FAILED - AWAITING MANAGER'
                TO ITM-OUTCOME
           END-IF.

       REVOKE-IDLE-EXIT.
           EXIT.

      ***************************************************
      *    Mode S - the completion report. A manager's revoke is
      *    only complete once CHKMANT has applied it, i.e. once the
      *    USER_AUTH row is gone.
       CYCLE-STATUS-PARA.
           IF WS-CYCLE-STATUS = SPACES
              DISPLAY 'CYCLE ' WS-CYCLE-ID ' HAS NOT BEEN OPENED'
              MOVE 8 TO RETURN-CODE
              GO TO CYCLE-STATUS-EXIT
           END-IF.

           MOVE 'RECERTIFICATION STATUS - CYCLE,USER,ROLE,REVIEWER,LAS'
             & 'T ACTIVITY,STATUS,BY,OUTCOME' TO SEC-TEXT.
           WRITE REPORT-RECORD FROM SECTION-RECORD.
           PERFORM ITEM-CURSOR-OPEN.
           PERFORM ITEM-DATA THRU ITEM-EXIT
               UNTIL CUR-NOTFND OR CUR-DBERR.

           IF CUR-NOTFND AND OUTSTANDING-COUNT = ZERO
              AND WS-CYCLE-STATUS = 'O'
              EXEC SQL
                 update recert_cycle
                     set cycle-status = 'C',
                         closed-ts = :WS-RUN-TS
                     where cycle-id = :WS-CYCLE-ID
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              IF WS-SQL-RETURN-NORMAL
                 EXEC SQL
                      commit;
                 END-EXEC
                 MOVE 'C' TO WS-CYCLE-STATUS
              ELSE
                 DISPLAY 'DB2 ERROR CLOSING CYCLE ' WS-SQLCODE
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.

           MOVE 'CONFIRMED BY MANAGER' TO TOT-LABEL.
           MOVE CONFIRMED-COUNT TO TOT-COUNT.
           WRITE REPORT-RECORD FROM TOTAL-RECORD.
           MOVE 'REVOKED BY MANAGER' TO TOT-LABEL.
           MOVE REVOKED-COUNT TO TOT-COUNT.
           WRITE REPORT-RECORD FROM TOTAL-RECORD.
           MOVE 'REVOKED AS IDLE' TO TOT-LABEL.
           MOVE IDLE-COUNT TO TOT-COUNT.
           WRITE REPORT-RECORD FROM TOTAL-RECORD.
           MOVE 'PENDING MANAGER REVIEW' TO TOT-LABEL.
           MOVE PENDING-COUNT TO TOT-COUNT.
           WRITE REPORT-RECORD FROM TOTAL-RECORD.
           MOVE 'REVOKE AWAITING APPROVAL' TO TOT-LABEL.
           MOVE AWAITING-COUNT TO TOT-COUNT.
           WRITE REPORT-RECORD FROM TOTAL-RECORD.
           MOVE 'TOTAL OUTSTANDING' TO TOT-LABEL.
           MOVE OUTSTANDING-COUNT TO TOT-COUNT.
           WRITE REPORT-RECORD FROM TOTAL-RECORD.
           IF WS-CYCLE-STATUS = 'C'
              MOVE 'CYCLE COMPLETE - CLOSED' TO SEC-TEXT
           ELSE
              MOVE 'CYCLE OPEN - ITEMS OUTSTANDING' TO SEC-TEXT
           END-IF.
           WRITE REPORT-RECORD FROM SECTION-RECORD.
           IF OUTSTANDING-COUNT > ZERO AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.

       CYCLE-STATUS-EXIT.
           EXIT.

      ***************************************************
        ITEM-CURSOR-OPEN.
           DISPLAY "ITEM-CURSOR-OPEN - START".
           EXEC SQL
              declare cur_recitem cursor for
              select i.userid, i.role, i.reviewer-empid,
                     i.last-activity, i.item-status,
                     coalesce(i.actioned-by, ' '),
                     case when exists
                              (select 1 from user_auth a
                                   where a.userid = i.userid)
                          then 'Y' else 'N' end
                  from recert_item i
                  where i.cycle-id = :WS-CYCLE-ID
                  order by i.reviewer-empid, i.userid
           END-EXEC.
           EXEC SQL
              open cur_recitem;
           END-EXEC.
           PERFORM CHECK-CURSOR-PARA.
           DISPLAY "ITEM-CURSOR-OPEN - END".

      ***************************************************
       ITEM-DATA.
           MOVE SPACES TO WS-USERID WS-ROLE WS-REVIEWER.
           MOVE SPACES TO WS-LAST-ACTIVITY WS-ITEM-STATUS.
           MOVE SPACES TO WS-ACTIONED-BY WS-STILL-GRANTED.
           EXEC SQL
              fetch next cur_recitem into
                :WS-USERID, :WS-ROLE, :WS-REVIEWER,
                :WS-LAST-ACTIVITY, :WS-ITEM-STATUS,
                :WS-ACTIONED-BY, :WS-STILL-GRANTED;
           END-EXEC.
           PERFORM CHECK-CURSOR-PARA.
           IF NOT CUR-EXIST
              GO TO ITEM-EXIT
           END-IF.
           ADD 1 TO USER-COUNT.

           EVALUATE WS-ITEM-STATUS
              WHEN 'C'
                 ADD 1 TO CONFIRMED-COUNT
                 MOVE 'CONFIRMED' TO ITM-OUTCOME
              WHEN 'I'
                 ADD 1 TO IDLE-COUNT
                 MOVE 'REVOKED - NO ACTIVITY IN IDLE WINDOW'
                   TO ITM-OUTCOME
              WHEN 'R'
                 IF WS-STILL-GRANTED = 'Y'
                    ADD 1 TO AWAITING-COUNT
                    ADD 1 TO OUTSTANDING-COUNT
                    MOVE 'OUTSTANDING - REVOKE AWAITING APPROVAL'
                      TO ITM-OUTCOME
                 ELSE
                    ADD 1 TO REVOKED-COUNT
                    MOVE 'REVOKED' TO ITM-OUTCOME
                 END-IF
              WHEN OTHER
                 ADD 1 TO PENDING-COUNT
                 ADD 1 TO OUTSTANDING-COUNT
                 MOVE 'OUTSTANDING - AWAITING MANAGER REVIEW'
                   TO ITM-OUTCOME
           END-EVALUATE.

           MOVE WS-CYCLE-ID      TO ITM-CYCLE.
           MOVE WS-USERID        TO ITM-USERID.
           MOVE WS-ROLE          TO ITM-ROLE.
           MOVE WS-REVIEWER      TO ITM-REVIEWER.
           MOVE WS-LAST-ACTIVITY TO ITM-LAST-ACT.
           MOVE WS-ITEM-STATUS   TO ITM-STATUS.
           MOVE WS-ACTIONED-BY   TO ITM-ACTIONED-BY.
           WRITE REPORT-RECORD FROM ITEM-RECORD.

       ITEM-EXIT.  EXIT.

      ***************************************************
       PROGRAM-EXIT.
           DISPLAY "9999-PROGRAM-EXIT - start".

           CLOSE REPORT-FILE.

           EXEC SQL
                disconnect all;
           END-EXEC

           DISPLAY 'CYCLE           ' WS-CYCLE-ID.
           DISPLAY 'ITEMS     COUNT '  USER-COUNT.
           DISPLAY 'IDLE      COUNT '  IDLE-COUNT.
           IF MODE-OPEN
              DISPLAY 'FAILED    COUNT '  FAILED-COUNT
           ELSE
              DISPLAY 'OUTSTAND  COUNT '  OUTSTANDING-COUNT
           END-IF.
           DISPLAY "9999-PROGRAM-EXIT - end".
