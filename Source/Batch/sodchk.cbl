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
      *    Nightly segregation-of-duties check batch job. Part one
      *    checks what each user holds against the conflict rules
      *    on SOD_CONFLICT_RULE - each active rule names two
      *    function codes that must never sit with one user. A user
      *    holds 'ROLE-x' for their USER_AUTH role, 'SELFSVC' when
      *    SELF_SERVICE_USER maps them to an employee, and the
      *    transaction id of every transaction they actually ran in
      *    the SYSIN look-back window (TRANSACTION_ACTIVITY_LOG) -
      *    so a rule of PPDM against PRLM catches the one user both
      *    reopening periods for a payroll rerun and approving the
      *    release. Part two checks the activity stamps themselves
      *    for self-dealing: overtime keyed and approved by the same
      *    user or approved by the employee it pays, bank changes
      *    parked or approved by the account's own employee, bank
      *    and pay rows last changed by their own employee, and
      *    USER_AUTH grants keyed or approved by the user they
      *    grant. Maker-checker on PENDING_CHANGE stops one person
      *    doing both halves of a change; this catches the
      *    conflicts it cannot. Every violation is one line on the
      *    report for the security officer.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    sodchk.
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
      *    Defaults below are the dev connection; SODCHK-DBNAME,
      *    SODCHK-DBUSER and SODCHK-DBPASS environment variables
      *    (see GET-DB-CREDENTIALS-PARA) override them, same as
      *    emplist.cbl's EMPLIST_* variables.
       01 DATABASE-NAME PIC X(80) VALUE "ltpz_syntel:5432".
       01 USER-NAME     PIC X(80) VALUE "syntel".
       01 PASSWORD      PIC X(80) VALUE "syntel".
       01 WS-CUTOFF-DATE          PIC X(08).
       01 WS-RULE-ID              PIC X(04).
       01 WS-RULE-FUNC1           PIC X(08).
       01 WS-RULE-FUNC2           PIC X(08).
       01 WS-RULE-DESC            PIC X(40).
       01 WS-HELD-USER            PIC X(08).
       01 WS-HELD-FUNC            PIC X(08).
       01 WS-ACT-CHECK            PIC X(04).
       01 WS-ACT-USER             PIC X(08).
       01 WS-ACT-KEY              PIC X(08).
       01 WS-ACT-REF              PIC X(08).
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
           05  WS-CUR-USER                 PIC X(08).
           05  WS-FOUND-1                  PIC X(01).
           05  WS-FOUND-2                  PIC X(01).

      *    SYSIN 1-3 is the look-back window in days for the
      *    transactions a user counts as holding (default 090).
       01  WS-PARM-CARD                PIC X(80) VALUE SPACES.
       01  WS-LOOKBACK-DAYS            PIC 9(03) VALUE 090.

      *    The active conflict rules, loaded once.
       01  WS-RULE-IDX                 PIC S9(05) COMP.
       01  WS-RULE-MAX                 PIC S9(05) COMP VALUE 100.
       01  WS-RULE-COUNT               PIC S9(05) COMP VALUE ZERO.
       01  WS-RULE-TABLE.
           05  SOD-RULE OCCURS 100 TIMES.
               10  SOD-RULE-ID         PIC X(04).
               10  SOD-FUNC1           PIC X(08).
               10  SOD-FUNC2           PIC X(08).
               10  SOD-DESC            PIC X(40).

      *    Everything the current user holds - the held cursor is
      *    ordered by user, so the table is checked and cleared at
      *    each change of user.
       01  WS-FUNC-IDX                 PIC S9(05) COMP.
       01  WS-FUNC-MAX                 PIC S9(05) COMP VALUE 200.
       01  WS-FUNC-COUNT               PIC S9(05) COMP VALUE ZERO.
       01  WS-FUNC-TABLE.
           05  SOD-HELD-FUNC           PIC X(08) OCCURS 200 TIMES.

       01  SECTION-RECORD.
           10  SEC-TEXT                    PIC X(100).

       01  VIOLATION-RECORD.
           10  VIO-TYPE                    PIC X(04).
           10  FILLER                      PIC X(01) VALUE ','.
           10  VIO-CHECK                   PIC X(04).
           10  FILLER                      PIC X(01) VALUE ','.
           10  VIO-USER                    PIC X(08).
           10  FILLER                      PIC X(01) VALUE ','.
           10  VIO-KEY                     PIC X(08).
           10  FILLER                      PIC X(01) VALUE ','.
           10  VIO-REF                     PIC X(08).
           10  FILLER                      PIC X(01) VALUE ','.
           10  VIO-DESC                    PIC X(50).

       01  WS-COUNTERS.
           05  RULE-LOAD-COUNT             PIC 9(10) VALUE ZEROES.
           05  USER-COUNT                  PIC 9(10) VALUE ZEROES.
           05  ROLE-VIOL-COUNT             PIC 9(10) VALUE ZEROES.
           05  ACT-VIOL-COUNT              PIC 9(10) VALUE ZEROES.
           05  OVERFLOW-COUNT              PIC 9(10) VALUE ZEROES.

       01  WS-ENV-VALUE                PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM PARM-CARD-PARA.
           PERFORM INIT-PARA.

           PERFORM RULE-CURSOR-OPEN.
           PERFORM RULE-DATA THRU RULE-EXIT
               UNTIL CUR-NOTFND OR CUR-DBERR.

           MOVE 'CONFLICTING FUNCTIONS HELD - TYPE,RULE,USER,FUNCTION'
             & ' 1,FUNCTION 2,RULE' TO SEC-TEXT.
           WRITE REPORT-RECORD FROM SECTION-RECORD.
           MOVE SPACES TO WS-CUR-USER.
           MOVE ZERO TO WS-FUNC-COUNT.
           PERFORM HELD-CURSOR-OPEN.
           PERFORM HELD-DATA THRU HELD-EXIT
               UNTIL CUR-NOTFND OR CUR-DBERR.
           PERFORM CHECK-USER-PARA.

           MOVE 'SELF-DEALING ACTIVITY - TYPE,CHECK,USER,EMPID/USER,'
             & 'REFERENCE,FINDING' TO SEC-TEXT.
           WRITE REPORT-RECORD FROM SECTION-RECORD.
           PERFORM ACTIVITY-CURSOR-OPEN.
           PERFORM ACTIVITY-DATA THRU ACTIVITY-EXIT
               UNTIL CUR-NOTFND OR CUR-DBERR.

           PERFORM PROGRAM-EXIT.
           DISPLAY "END OF SEGREGATION OF DUTIES RUN".

      ***************************************************
       PARM-CARD-PARA.
           DISPLAY "PARM-CARD-PARA - start".
           ACCEPT WS-PARM-CARD FROM SYSIN.
           IF WS-PARM-CARD(1:3) NOT = SPACES
              IF WS-PARM-CARD(1:3) IS NOT NUMERIC
                 DISPLAY "NON-NUMERIC LOOK-BACK IN SYSIN COLUMNS 1-3"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-PARM-CARD(1:3) TO WS-LOOKBACK-DAYS
           END-IF.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))).
           COMPUTE WS-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER(
                   WS-TODAY-INT - WS-LOOKBACK-DAYS).
           MOVE WS-CUTOFF-NUM TO WS-CUTOFF-DATE.
           DISPLAY "PARM ECHO - LOOKBACK/" WS-LOOKBACK-DAYS
                   " FROM/" WS-CUTOFF-DATE.
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
      *    GET-DB-CREDENTIALS-PARA, under SODCHK_* names instead.
        GET-DB-CREDENTIALS-PARA.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SODCHK_DBNAME".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO DATABASE-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SODCHK_DBUSER".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO USER-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SODCHK_DBPASS".
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
        RULE-CURSOR-OPEN.
           DISPLAY "RULE-CURSOR-OPEN - START".
           EXEC SQL
              declare cur_sodrule cursor for
              select rule-id, conflict-func1, conflict-func2,
                     rule-desc
                  from sod_conflict_rule
                  where rule-active = 'Y'
                  order by rule-id
           END-EXEC.
           EXEC SQL
              open cur_sodrule;
           END-EXEC.
           PERFORM CHECK-CURSOR-PARA.
           DISPLAY "RULE-CURSOR-OPEN - END".

      ***************************************************
       RULE-DATA.
           MOVE SPACES TO WS-RULE-ID WS-RULE-FUNC1 WS-RULE-FUNC2.
           MOVE SPACES TO WS-RULE-DESC.
           EXEC SQL
              fetch next cur_sodrule into
                :WS-RULE-ID, :WS-RULE-FUNC1, :WS-RULE-FUNC2,
                :WS-RULE-DESC;
           END-EXEC.
           PERFORM CHECK-CURSOR-PARA.
           IF NOT CUR-EXIST
              GO TO RULE-EXIT
           END-IF.
           IF WS-RULE-COUNT NOT < WS-RULE-MAX
              ADD 1 TO OVERFLOW-COUNT
              GO TO RULE-EXIT
           END-IF.
           ADD 1 TO WS-RULE-COUNT.
           ADD 1 TO RULE-LOAD-COUNT.
           MOVE WS-RULE-ID    TO SOD-RULE-ID(WS-RULE-COUNT).
           MOVE WS-RULE-FUNC1 TO SOD-FUNC1(WS-RULE-COUNT).
           MOVE WS-RULE-FUNC2 TO SOD-FUNC2(WS-RULE-COUNT).
           MOVE WS-RULE-DESC  TO SOD-DESC(WS-RULE-COUNT).

       RULE-EXIT.  EXIT.

      ***************************************************
      *    Every function each user holds, one row per user and
      *    function. ACTIVITY-TS is the CURRENT-DATE image, so its
      *    first eight bytes are the date.
        HELD-CURSOR-OPEN.
           DISPLAY "HELD-CURSOR-OPEN - START".
           EXEC SQL
              declare cur_sodheld cursor for
              select userid, 'ROLE-' || role
                  from user_auth
              union
              select userid, 'SELFSVC'
                  from self_service_user
              union
              select user-id, trans-id
                  from transaction_activity_log
                  where substr(activity-ts, 1, 8) >= :WS-CUTOFF-DATE
              order by 1, 2
           END-EXEC.
           EXEC SQL
              open cur_sodheld;
           END-EXEC.
           PERFORM CHECK-CURSOR-PARA.
           DISPLAY "HELD-CURSOR-OPEN - END".

      ***************************************************
       HELD-DATA.
           MOVE SPACES TO WS-HELD-USER WS-HELD-FUNC.
           EXEC SQL
              fetch next cur_sodheld into
                :WS-HELD-USER, :WS-HELD-FUNC;
           END-EXEC.
           PERFORM CHECK-CURSOR-PARA.
           IF NOT CUR-EXIST
              GO TO HELD-EXIT
           END-IF.
           IF WS-HELD-USER NOT = WS-CUR-USER
              PERFORM CHECK-USER-PARA
              MOVE WS-HELD-USER TO WS-CUR-USER
              MOVE ZERO TO WS-FUNC-COUNT
           END-IF.
           IF WS-FUNC-COUNT < WS-FUNC-MAX
              ADD 1 TO WS-FUNC-COUNT
              MOVE WS-HELD-FUNC TO SOD-HELD-FUNC(WS-FUNC-COUNT)
           ELSE
              ADD 1 TO OVERFLOW-COUNT
           END-IF.

       HELD-EXIT.  EXIT.

      ***************************************************
      *    Control break - every rule against what the user just
      *    finished holds.
        CHECK-USER-PARA.
           IF WS-CUR-USER NOT = SPACES
              ADD 1 TO USER-COUNT
              PERFORM CHECK-RULE-PARA
                  VARYING WS-RULE-IDX FROM 1 BY 1
                  UNTIL WS-RULE-IDX > WS-RULE-COUNT
           END-IF.

      ***************************************************
        CHECK-RULE-PARA.
           MOVE 'N' TO WS-FOUND-1 WS-FOUND-2.
           PERFORM MATCH-FUNC-PARA
               VARYING WS-FUNC-IDX FROM 1 BY 1
               UNTIL WS-FUNC-IDX > WS-FUNC-COUNT.
           IF WS-FOUND-1 = 'Y' AND WS-FOUND-2 = 'Y'
              ADD 1 TO ROLE-VIOL-COUNT
              MOVE 'ROLE'                   TO VIO-TYPE
              MOVE SOD-RULE-ID(WS-RULE-IDX) TO VIO-CHECK
              MOVE WS-CUR-USER              TO VIO-USER
              MOVE SOD-FUNC1(WS-RULE-IDX)   TO VIO-KEY
              MOVE SOD-FUNC2(WS-RULE-IDX)   TO VIO-REF
              MOVE SOD-DESC(WS-RULE-IDX)    TO VIO-DESC
              WRITE REPORT-RECORD FROM VIOLATION-RECORD
           END-IF.

      ***************************************************
        MATCH-FUNC-PARA.
           IF SOD-HELD-FUNC(WS-FUNC-IDX) = SOD-FUNC1(WS-RULE-IDX)
              MOVE 'Y' TO WS-FOUND-1
           END-IF.
           IF SOD-HELD-FUNC(WS-FUNC-IDX) = SOD-FUNC2(WS-RULE-IDX)
              MOVE 'Y' TO WS-FOUND-2
           END-IF.

      ***************************************************
      *    The self-dealing checks, one branch per check id. The
      *    employee behind a user is their SELF_SERVICE_USER row;
      *    the PENDING_CHANGE branches look at every parked row, so
      *    a bank change approved by a colleague still shows who
      *    keyed it for themselves. A secondary split account parks
      *    under EMPID/seq, so only the EMPID part of the key is
      *    matched.
        ACTIVITY-CURSOR-OPEN.
           DISPLAY "ACTIVITY-CURSOR-OPEN - START".
           EXEC SQL
              declare cur_sodact cursor for
              select 'OT01', o.approved-by, o.empid, o.ot-period
                  from overtime_entry o
                  where o.ot-status = 'A'
                    and o.approved-by = o.changed-by
              union all
              select 'OT02', o.approved-by, o.empid, o.ot-period
                  from overtime_entry o
                  join self_service_user s
                    on s.userid = o.approved-by
                   and s.empid = o.empid
                  where o.ot-status = 'A'
              union all
              select 'BK01', p.maker-id, p.change-key, p.pend-status
                  from pending_change p
                  join self_service_user s
                    on s.userid = p.maker-id
                   and s.empid = substr(p.change-key, 1, 5)
                  where p.change-source = 'EBNKMANT'
              union all
              select 'BK02', p.checker-id, p.change-key,
                     p.pend-status
                  from pending_change p
                  join self_service_user s
                    on s.userid = p.checker-id
                   and s.empid = substr(p.change-key, 1, 5)
                  where p.change-source = 'EBNKMANT'
              union all
              select 'BK03', b.changed-by, b.empid, ' '
                  from employee_bank b
                  join self_service_user s
                    on s.userid = b.changed-by
                   and s.empid = b.empid
              union all
              select 'PY01', y.changed-by, y.empid, ' '
                  from employee_pay y
                  join self_service_user s
                    on s.userid = y.changed-by
                   and s.empid = y.empid
              union all
              select 'UA01', p.maker-id, p.change-key, p.pend-status
                  from pending_change p
                  where p.change-source = 'USERMANT'
                    and p.maker-id = p.change-key
              union all
              select 'UA02', p.checker-id, p.change-key,
                     p.pend-status
                  from pending_change p
                  where p.change-source = 'USERMANT'
                    and p.checker-id = p.change-key
              order by 2, 1, 3
           END-EXEC.
           EXEC SQL
              open cur_sodact;
           END-EXEC.
           PERFORM CHECK-CURSOR-PARA.
           DISPLAY "ACTIVITY-CURSOR-OPEN - END".

      ***************************************************
       ACTIVITY-DATA.
           MOVE SPACES TO WS-ACT-CHECK WS-ACT-USER WS-ACT-KEY.
           MOVE SPACES TO WS-ACT-REF.
           EXEC SQL
              fetch next cur_sodact into
                :WS-ACT-CHECK, :WS-ACT-USER, :WS-ACT-KEY,
                :WS-ACT-REF;
           END-EXEC.
           PERFORM CHECK-CURSOR-PARA.
           IF NOT CUR-EXIST
              GO TO ACTIVITY-EXIT
           END-IF.
           ADD 1 TO ACT-VIOL-COUNT.

           MOVE 'SELF'       TO VIO-TYPE.
           MOVE WS-ACT-CHECK TO VIO-CHECK.
           MOVE WS-ACT-USER  TO VIO-USER.
           MOVE WS-ACT-KEY   TO VIO-KEY.
           MOVE WS-ACT-REF   TO VIO-REF.
           EVALUATE WS-ACT-CHECK
              WHEN 'OT01'
                 MOVE 'OVERTIME KEYED AND APPROVED BY SAME USER'
                     TO VIO-DESC
              WHEN 'OT02'
                 MOVE 'OVERTIME APPROVED BY THE EMPLOYEE IT PAYS'
                     TO VIO-DESC
              WHEN 'BK01'
                 MOVE 'OWN BANK CHANGE KEYED FOR APPROVAL'
                     TO VIO-DESC
              WHEN 'BK02'
                 MOVE 'OWN BANK CHANGE APPROVED/REJECTED'
                     TO VIO-DESC
              WHEN 'BK03'
                 MOVE 'OWN BANK ROW LAST CHANGED BY SELF'
                     TO VIO-DESC
              WHEN 'PY01'
                 MOVE 'OWN PAY OVERRIDE LAST CHANGED BY SELF'
                     TO VIO-DESC
              WHEN 'UA01'
                 MOVE 'OWN USER_AUTH GRANT KEYED FOR APPROVAL'
                     TO VIO-DESC
              WHEN 'UA02'
                 MOVE 'OWN USER_AUTH GRANT APPROVED/REJECTED'
                     TO VIO-DESC
           END-EVALUATE.
           WRITE REPORT-RECORD FROM VIOLATION-RECORD.

       ACTIVITY-EXIT.  EXIT.

      ***************************************************
       PROGRAM-EXIT.
           DISPLAY "9999-PROGRAM-EXIT - start".

           CLOSE REPORT-FILE.

           EXEC SQL
                disconnect all;
           END-EXEC

           DISPLAY 'RULES     COUNT '  RULE-LOAD-COUNT.
           DISPLAY 'USERS     COUNT '  USER-COUNT.
           DISPLAY 'ROLE VIOL COUNT '  ROLE-VIOL-COUNT.
           DISPLAY 'SELF VIOL COUNT '  ACT-VIOL-COUNT.
           IF OVERFLOW-COUNT > ZERO
              DISPLAY 'TABLE FULL - ROWS DROPPED ' OVERFLOW-COUNT
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF ROLE-VIOL-COUNT > ZERO OR ACT-VIOL-COUNT > ZERO
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           DISPLAY "9999-PROGRAM-EXIT - end".
