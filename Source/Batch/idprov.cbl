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
      *    Identity-provisioning feed batch job for IT's directory.
      *    Every EMPLOYEE row is compared with the picture this job
      *    left on IDENTITY_SNAPSHOT at its last run, so a change is
      *    caught whichever program made it - MEMPMANT, empintf,
      *    pendappl, CANDMANT or a master load. A new or rehired
      *    employee goes out as a 'J' joiner, a department or
      *    designation change as an 'M' mover carrying the old and
      *    new codes, and a change to STATUS 'I' as an 'L' leaver.
      *    Then every terminated employee still holding access is
      *    revoked: the SELF_SERVICE_USER mapping and the USER_AUTH
      *    grant go, the revocation is written to USER_AUTH_AUDIT by
      *    'IDPROV' like any other, and an 'R' record tells IT which
      *    sign-on to disable. Run nightly, a leaver loses access the
      *    day the termination is keyed. On the first run the
      *    snapshot is empty, so every active employee goes out as a
      *    joiner - the directory's initial load.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    idprov.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTPUT-FILE ASSIGN TO OUTFL.
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
      *    Defaults below are the dev connection; IDPROV-DBNAME,
      *    IDPROV-DBUSER and IDPROV-DBPASS environment variables
      *    (see GET-DB-CREDENTIALS-PARA) override them, same as
      *    emplist.cbl's EMPLIST_* variables.
       01 DATABASE-NAME PIC X(80) VALUE "ltpz_syntel:5432".
       01 USER-NAME     PIC X(80) VALUE "syntel".
       01 PASSWORD      PIC X(80) VALUE "syntel".
       01 WS-RUN-TS               PIC X(21).
       01 WS-EMP-ID               PIC X(05).
       01 WS-EMP-NAME             PIC X(30).
       01 WS-EMP-DEPT             PIC X(05).
       01 WS-EMP-DESG             PIC X(05).
       01 WS-EMP-STATUS           PIC X(01).
       01 WS-EMP-STATUSDT         PIC X(10).
       01 WS-SNAP-FOUND           PIC X(01).
       01 WS-SNAP-DEPT            PIC X(05).
       01 WS-SNAP-DESG            PIC X(05).
       01 WS-SNAP-STATUS          PIC X(01).
       01 WS-USERID               PIC X(08).
       01 WS-ROLE                 PIC X(01).
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
           05  WS-EVENT                    PIC X(01).
           05  WS-REVOKE-OK                PIC X(01).
               88  REVOKE-OK                       VALUE 'Y'.
           05  WS-RUN-DATE                 PIC X(10).

      *    One layout for all four record types; the old codes are
      *    filled on a mover only, the user id on a revoke only.
       01  FEED-RECORD.
           10  FEED-REC-TYPE               PIC X(01).
           10  FEED-EMP-ID                 PIC X(05).
           10  FEED-EMP-NAME               PIC X(30).
           10  FEED-DEPTCODE               PIC X(05).
           10  FEED-DESGCODE               PIC X(05).
           10  FEED-OLD-DEPTCODE           PIC X(05).
           10  FEED-OLD-DESGCODE           PIC X(05).
           10  FEED-EFFECTIVE-DT           PIC X(10).
           10  FEED-USERID                 PIC X(08).
           10  FEED-ROLE                   PIC X(01).
           10  FILLER                      PIC X(25) VALUE SPACES.

       01  TRAILER-RECORD.
           10  TR-ID                       PIC X(07) VALUE 'TRAILER'.
           10  FILLER                      PIC X(01) VALUE ','.
           10  TR-JOINER-COUNT             PIC 9(10).
           10  FILLER                      PIC X(01) VALUE ','.
           10  TR-MOVER-COUNT              PIC 9(10).
           10  FILLER                      PIC X(01) VALUE ','.
           10  TR-LEAVER-COUNT             PIC 9(10).
           10  FILLER                      PIC X(01) VALUE ','.
           10  TR-REVOKE-COUNT             PIC 9(10).

       01  WS-COUNTERS.
           05  EMP-COUNT                   PIC 9(10) VALUE ZEROES.
           05  JOINER-COUNT                PIC 9(10) VALUE ZEROES.
           05  MOVER-COUNT                 PIC 9(10) VALUE ZEROES.
           05  LEAVER-COUNT                PIC 9(10) VALUE ZEROES.
           05  REVOKE-COUNT                PIC 9(10) VALUE ZEROES.
           05  FAILED-COUNT                PIC 9(10) VALUE ZEROES.

       01  WS-ENV-VALUE                PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM INIT-PARA.

           PERFORM EMPLOYEE-CURSOR-OPEN.
           PERFORM EMPLOYEE-DATA THRU EMPLOYEE-EXIT
               UNTIL CUR-NOTFND OR CUR-DBERR.
           EXEC SQL
                close cur_idemp;
           END-EXEC.

           PERFORM REVOKE-CURSOR-OPEN.
           PERFORM REVOKE-DATA THRU REVOKE-EXIT
               UNTIL CUR-NOTFND OR CUR-DBERR.

           PERFORM PROGRAM-EXIT.
           DISPLAY "END OF IDENTITY PROVISIONING RUN".

      ***************************************************
       INIT-PARA.
           DISPLAY "1000-INIT - start".
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS.
           STRING WS-RUN-TS(1:4) '-' WS-RUN-TS(5:2) '-'
                  WS-RUN-TS(7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE
           END-STRING.
           OPEN OUTPUT OUTPUT-FILE.
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
      *    GET-DB-CREDENTIALS-PARA, under IDPROV_* names instead.
        GET-DB-CREDENTIALS-PARA.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "IDPROV_DBNAME".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO DATABASE-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "IDPROV_DBUSER".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO USER-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "IDPROV_DBPASS".
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
      *    Each employee beside last run's snapshot of them. WITH
      *    HOLD because the snapshot is committed employee by
      *    employee.
        EMPLOYEE-CURSOR-OPEN.
           DISPLAY "EMPLOYEE-CURSOR-OPEN - START".
           EXEC SQL
              declare cur_idemp cursor with hold for
              select e.empid, e.empname, e.deptcode, e.desgcode,
                     e.status, coalesce(e.statusdt, ' '),
                     case when s.empid is null then 'N'
                          else 'Y' end,
                     coalesce(s.deptcode, ' '),
                     coalesce(s.desgcode, ' '),
                     coalesce(s.status, ' ')
                  from employee e
                  left join identity_snapshot s on s.empid = e.empid
                  order by e.empid
           END-EXEC.
           EXEC SQL
              open cur_idemp;
           END-EXEC.
           PERFORM CHECK-CURSOR-PARA.
           DISPLAY "EMPLOYEE-CURSOR-OPEN - END".

      ***************************************************
       EMPLOYEE-DATA.
           MOVE SPACES TO WS-EMP-ID WS-EMP-NAME WS-EMP-DEPT.
           MOVE SPACES TO WS-EMP-DESG WS-EMP-STATUS WS-EMP-STATUSDT.
           MOVE SPACES TO WS-SNAP-FOUND WS-SNAP-DEPT WS-SNAP-DESG.
           MOVE SPACES TO WS-SNAP-STATUS.
           EXEC SQL
              fetch next cur_idemp into
                :WS-EMP-ID, :WS-EMP-NAME, :WS-EMP-DEPT,
                :WS-EMP-DESG, :WS-EMP-STATUS, :WS-EMP-STATUSDT,
                :WS-SNAP-FOUND, :WS-SNAP-DEPT, :WS-SNAP-DESG,
                :WS-SNAP-STATUS;
           END-EXEC.
           PERFORM CHECK-CURSOR-PARA.
           IF NOT CUR-EXIST
              GO TO EMPLOYEE-EXIT
           END-IF.
           ADD 1 TO EMP-COUNT.

      *    A leaver already gone before the first run has nothing
      *    in the directory to remove; it is only snapshotted.
           MOVE SPACES TO WS-EVENT.
           EVALUATE TRUE
              WHEN WS-EMP-STATUS = 'I'
                 IF WS-SNAP-FOUND = 'Y' AND WS-SNAP-STATUS NOT = 'I'
                    MOVE 'L' TO WS-EVENT
                 END-IF
              WHEN WS-SNAP-FOUND = 'N'
                OR WS-SNAP-STATUS = 'I'
                 MOVE 'J' TO WS-EVENT
              WHEN WS-EMP-DEPT NOT = WS-SNAP-DEPT
                OR WS-EMP-DESG NOT = WS-SNAP-DESG
                 MOVE 'M' TO WS-EVENT
           END-EVALUATE.

           IF WS-SNAP-FOUND = 'N'
              EXEC SQL
                 insert into identity_snapshot
                     (empid, deptcode, desgcode, status, snap-ts)
                     values (:WS-EMP-ID, :WS-EMP-DEPT, :WS-EMP-DESG,
                             :WS-EMP-STATUS, :WS-RUN-TS)
              END-EXEC
           ELSE
              IF WS-EVENT = SPACES
                 GO TO EMPLOYEE-EXIT
              END-IF
              EXEC SQL
                 update identity_snapshot
                     set deptcode = :WS-EMP-DEPT,
                         desgcode = :WS-EMP-DESG,
                         status   = :WS-EMP-STATUS,
                         snap-ts  = :WS-RUN-TS
                     where empid = :WS-EMP-ID
              END-EXEC
           END-IF.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              DISPLAY 'DB2 ERROR ON IDENTITY_SNAPSHOT ' WS-EMP-ID
                      ' SQLCODE ' WS-SQLCODE
              EXEC SQL
                   rollback;
              END-EXEC
              ADD 1 TO FAILED-COUNT
              MOVE 4 TO RETURN-CODE
              GO TO EMPLOYEE-EXIT
           END-IF.
           EXEC SQL
                commit;
           END-EXEC.

           IF WS-EVENT = SPACES
              GO TO EMPLOYEE-EXIT
           END-IF.
           MOVE SPACES          TO FEED-RECORD.
           MOVE WS-EVENT        TO FEED-REC-TYPE.
           MOVE WS-EMP-ID       TO FEED-EMP-ID.
           MOVE WS-EMP-NAME     TO FEED-EMP-NAME.
           MOVE WS-EMP-DEPT     TO FEED-DEPTCODE.
           MOVE WS-EMP-DESG     TO FEED-DESGCODE.
           MOVE WS-RUN-DATE     TO FEED-EFFECTIVE-DT.
           EVALUATE WS-EVENT
              WHEN 'J'
                 ADD 1 TO JOINER-COUNT
              WHEN 'M'
                 ADD 1 TO MOVER-COUNT
                 MOVE WS-SNAP-DEPT TO FEED-OLD-DEPTCODE
                 MOVE WS-SNAP-DESG TO FEED-OLD-DESGCODE
              WHEN 'L'
                 ADD 1 TO LEAVER-COUNT
                 IF WS-EMP-STATUSDT NOT = SPACES
                    MOVE WS-EMP-STATUSDT TO FEED-EFFECTIVE-DT
                 END-IF
           END-EVALUATE.
           WRITE OUTPUT-RECORD FROM FEED-RECORD.

       EMPLOYEE-EXIT.  EXIT.

      ***************************************************
      *    Every sign-on still mapped to a terminated employee, with
      *    the USER_AUTH role it holds (blank when it holds none).
      *    Caught here rather than only on the 'L' record, so a
      *    mapping added after the termination is revoked too.
        REVOKE-CURSOR-OPEN.
           DISPLAY "REVOKE-CURSOR-OPEN - START".
           EXEC SQL
              declare cur_idrevoke cursor with hold for
              select s.userid, s.empid, e.empname,
                     coalesce(a.role, ' ')
                  from self_service_user s
                  join employee e on e.empid = s.empid
                  left join user_auth a on a.userid = s.userid
                  where e.status = 'I'
                  order by s.userid
           END-EXEC.
           EXEC SQL
              open cur_idrevoke;
           END-EXEC.
           PERFORM CHECK-CURSOR-PARA.
           DISPLAY "REVOKE-CURSOR-OPEN - END".

      ***************************************************
      *    Same three steps CHKMANT applies for an approved
      *    USERMANT revoke, committed or rolled back as one.
       REVOKE-DATA.
           MOVE SPACES TO WS-USERID WS-EMP-ID WS-EMP-NAME WS-ROLE.
           EXEC SQL
              fetch next cur_idrevoke into
                :WS-USERID, :WS-EMP-ID, :WS-EMP-NAME, :WS-ROLE;
           END-EXEC.
           PERFORM CHECK-CURSOR-PARA.
           IF NOT CUR-EXIST
              GO TO REVOKE-EXIT
           END-IF.

           MOVE 'Y' TO WS-REVOKE-OK.
           EXEC SQL
              delete from user_auth
                  where userid = :WS-USERID
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              AND NOT WS-SQL-RETURN-NO-ENTRY
              MOVE 'N' TO WS-REVOKE-OK
           END-IF.

           IF REVOKE-OK
              EXEC SQL
                 delete from self_service_user
                     where userid = :WS-USERID
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              IF NOT WS-SQL-RETURN-NORMAL
                 MOVE 'N' TO WS-REVOKE-OK
              END-IF
           END-IF.

           IF REVOKE-OK
              EXEC SQL
                 insert into user_auth_audit
                     (userid, auth-action, old-role, new-role,
                      changed-by, changed-term, changed-ts)
                     values (:WS-USERID, 'D', :WS-ROLE, ' ',
                             'IDPROV', 'BTCH', :WS-RUN-TS)
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              IF NOT WS-SQL-RETURN-NORMAL
                 MOVE 'N' TO WS-REVOKE-OK
              END-IF
           END-IF.

           IF NOT REVOKE-OK
              DISPLAY 'DB2 ERROR REVOKING LEAVER ' WS-USERID
                      ' SQLCODE ' WS-SQLCODE
              EXEC SQL
                   rollback;
              END-EXEC
              ADD 1 TO FAILED-COUNT
              MOVE 4 TO RETURN-CODE
              GO TO REVOKE-EXIT
           END-IF.
           EXEC SQL
                commit;
           END-EXEC.

           ADD 1 TO REVOKE-COUNT.
           MOVE SPACES          TO FEED-RECORD.
           MOVE 'R'             TO FEED-REC-TYPE.
           MOVE WS-EMP-ID       TO FEED-EMP-ID.
           MOVE WS-EMP-NAME     TO FEED-EMP-NAME.
           MOVE WS-RUN-DATE     TO FEED-EFFECTIVE-DT.
           MOVE WS-USERID       TO FEED-USERID.
           MOVE WS-ROLE         TO FEED-ROLE.
           WRITE OUTPUT-RECORD FROM FEED-RECORD.

       REVOKE-EXIT.  EXIT.

      ***************************************************
       PROGRAM-EXIT.
           DISPLAY "9999-PROGRAM-EXIT - start".

           MOVE JOINER-COUNT TO TR-JOINER-COUNT.
           MOVE MOVER-COUNT  TO TR-MOVER-COUNT.
           MOVE LEAVER-COUNT TO TR-LEAVER-COUNT.
           MOVE REVOKE-COUNT TO TR-REVOKE-COUNT.
           WRITE OUTPUT-RECORD FROM TRAILER-RECORD.
           CLOSE OUTPUT-FILE.

           EXEC SQL
                disconnect all;
           END-EXEC

           DISPLAY 'EMPLOYEE  COUNT '  EMP-COUNT.
           DISPLAY 'JOINER    COUNT '  JOINER-COUNT.
           DISPLAY 'MOVER     COUNT '  MOVER-COUNT.
           DISPLAY 'LEAVER    COUNT '  LEAVER-COUNT.
           DISPLAY 'REVOKED   COUNT '  REVOKE-COUNT.
           DISPLAY 'FAILED    COUNT '  FAILED-COUNT.
           DISPLAY "9999-PROGRAM-EXIT - end".
