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
      *    Benefits election screen - each plan year an employee
      *    chooses an insurance plan tier and which of their
      *    DEPENDENT rows it covers, instead of insprem assuming
      *    every dependent on file is covered. One BENEFIT_ELECTION
      *    row per EMPID and plan year (tier EMP/ESP/FAM/EXT, source
      *    D defaulted/E employee/H HR) and one BENEFIT_COVERAGE row
      *    per covered DEPSEQ. 'I' shows the election (or the
      *    default when none is recorded), 'E' shows it for change
      *    and a second ENTER records it, and 'W' (admin only) sets
      *    the year's open-enrollment window on BENEFIT_WINDOW.
      *    Employees reach the screen through their SELF_SERVICE_USER
      *    mapping and only ever see their own EMPID, the same way
      *    EMPSELF works; they may elect only while the annual window
      *    is open or inside their own new-hire window (hire date
      *    plus WS-NEWHIRE-DAYS, for anyone hired after the annual
      *    window closed). HR may record an election at any time,
      *    for a life event or a late form. The tier keyed must
      *    carry the dependents marked covered - blank takes the
      *    smallest tier that does, by the same rule insprem uses.
      *    A dependent whose cover depage has ended (COVER-END-DT
      *    set on DEPENDENT) is shown with its end date and can no
      *    longer be flagged covered; its ended coverage rows are
      *    kept when the election is re-recorded.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENEMANT.
       AUTHOR. ATOS SYNTEL.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      ***************************************************
       WORKING-STORAGE SECTION.

       01  PROGRAM-DESC                PIC X(20) VALUE 'BENEFIT ELECT'.

       01  WS-TEMP.
           05 WS-MSG                   PIC X(50).
           05 WS-SELF-EMPID            PIC X(08).
           05 WS-MY-ROLE               PIC X(01).
              88 ROLE-ADMIN            VALUE 'A'.
           05 WS-EMP-NAME              PIC X(30).
           05 WS-EMP-STATUS            PIC X(01).
           05 WS-EMP-HIREDT            PIC X(10).
           05 WS-EMP-CAT               PIC X(01).
           05 WS-PLAN-YEAR             PIC X(04).
           05 WS-YEAR-NUM              PIC 9(04).
           05 WS-NEXT-YEAR             PIC X(04).
           05 WS-WIN-OPEN              PIC X(10).
           05 WS-WIN-CLOSE             PIC X(10).
           05 WS-CUTOFF-DT             PIC X(10).
           05 WS-OWN-CLOSE             PIC X(10).
           05 WS-ELEC-TIER             PIC X(03).
           05 WS-ELEC-SRC              PIC X(01).
           05 WS-NEW-TIER              PIC X(03).
           05 WS-NEW-SRC               PIC X(01).
           05 WS-DEP-SEQ               PIC 9(02).
           05 WS-DEP-NAME              PIC X(30).
           05 WS-DEP-REL               PIC X(10).
           05 WS-DEP-END               PIC X(10).
           05 WS-COV-COUNT             PIC S9(09) COMP VALUE ZERO.
           05 WS-COV-DEPS              PIC 9(02) COMP VALUE ZERO.
           05 WS-COV-SPOUSE            PIC 9(02) COMP VALUE ZERO.
           05 WS-COV-PARENT            PIC 9(02) COMP VALUE ZERO.
           05 WS-MIN-RANK              PIC 9(01).
           05 WS-TIER-RANK             PIC 9(01).
           05 WS-ROW                   PIC 9(02) COMP.
           05 WS-HIRE-INT              PIC 9(09) COMP.
           05 WS-CLOSE-INT             PIC 9(09) COMP.
           05 WS-CALC-DATE             PIC 9(08).
           05 WS-TODAY                 PIC X(10).
           05 WS-CURDATE               PIC X(08).
           05 WS-DATE-CHK              PIC X(10).
           05 WS-DATE-WORK             PIC 9(08).
           05 WS-STAMP-TS              PIC X(21).
           05 WS-ABANDON-TS            PIC X(21).
           05 WS-SQLERR-TS             PIC X(21).
           05 WS-SQLERR-PARAGRAPH      PIC X(30).
           05 WS-SQLERR-KEY            PIC X(30).

      *    Days a new hire has to make a first election, counted
      *    from the hire date.
       01  WS-NEWHIRE-DAYS             PIC 9(03) VALUE 30.

       01  WS-SWITCHES.
           05  WS-ACT                      PIC X(1).
               88  VALID-ACTION                     VALUE 'Y'.
           05  WS-EMPVAL                   PIC X(1).
               88  EMP-EXIST                        VALUE 'F'.
               88  EMP-NOTFND                       VALUE 'N'.
           05  WS-WINVAL                   PIC X(1).
               88  WIN-EXIST                        VALUE 'F'.
               88  WIN-NOTFND                       VALUE 'N'.
           05  WS-ELECVAL                  PIC X(1).
               88  ELEC-EXIST                       VALUE 'F'.
               88  ELEC-NOTFND                      VALUE 'N'.
               88  ELEC-DBERR                       VALUE 'E'.
           05  WS-OPENVAL                  PIC X(1).
               88  ELECTION-OPEN                    VALUE 'Y'.
           05  WS-DATEVAL                  PIC X(1).
               88  DATE-VALID                       VALUE 'Y'.
               88  DATE-INVALID                     VALUE 'N'.
           05  WS-UPDVAL                   PIC X(1).
               88  UPD-OK                           VALUE 'Y'.
               88  UPD-FAILED                       VALUE 'N'.
           05  WS-EOF-IND                  PIC X(1).
               88  DEP-EOF                          VALUE 'Y'.
           05  WS-TIER-CHK                 PIC X(3).
               88  VALID-TIER                       VALUE 'EMP' 'ESP'
                                                          'FAM' 'EXT'.

       01  WS-COMMAREA.
           05 WS-EMPCD                 PIC X(08) VALUE SPACES.
           05 WS-ACTION                PIC X(01) VALUE SPACES.
           05 WS-ENTRY                 PIC 9(02) VALUE ZEROES.
           05 WS-PROCESS               PIC X(10) VALUE SPACES.
           05 WS-CA-YEAR               PIC X(04) VALUE SPACES.
           05 WS-DEP-LOADED            PIC 9(02) VALUE ZEROES.
           05 WS-DEP-MORE              PIC X(01) VALUE SPACES.
           05 WS-DEP-ENTRY OCCURS 6 TIMES.
              10 WS-CA-SEQ             PIC 9(02).
              10 WS-CA-REL             PIC X(10).
              10 WS-CA-ENDED           PIC X(01).

       01  RESPONSE-CODE               PIC S9(08) COMP.
       01  ALIAS-NAME                  PIC X(32).
       01  COMMAND                     PIC X(1).
       01  CONNECT-STATUS              PIC 9(6).


      *    Transaction-activity stamp - one lightweight row per
      *    task start, in the same spirit as the abandoned-session
      *    log, so usage is measured instead of guessed.
       01  WS-ACTV-TS                  PIC X(21).
           COPY SQLCA.

           COPY SQLAN.
           COPY DFHAID.

           COPY BENSET.
      ***************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           05 EMPCD                    PIC X(08).
           05 ACTION                   PIC X(01).
           05 ENTRYT                   PIC 9(2).
           05 PROCESS                  PIC X(10).
           05 FILLER                   PIC X(85).
      ***************************************************
       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE "Murach" TO ALIAS-NAME.
           MOVE "C" TO COMMAND.
           CALL "LIBERCONNECTDB" USING ALIAS-NAME, COMMAND,
                                       CONNECT-STATUS.
           PERFORM LOG-ACTIVITY-PARA.

           IF CONNECT-STATUS NOT = ZERO
              MOVE 'DATABASE UNAVAILABLE - TRY AGAIN LATER' TO WS-MSG
              EXEC CICS
                   SEND TEXT FROM(WS-MSG)
                   ERASE
                   FREEKB
              END-EXEC
              EXEC CICS RETURN
              END-EXEC
           END-IF.
      *
           IF EIBAID = DFHPF3
              MOVE 'EXIT FROM BENEFIT ELECTION' TO WS-MSG
               EXEC CICS
                    SEND TEXT FROM(WS-MSG)
                    ERASE
                    FREEKB
               END-EXEC
               IF EIBCALEN NOT = 0
                  AND (ACTION NOT = SPACES OR ENTRYT > 0)
                  PERFORM LOG-ABANDONED-SESSION-PARA
               END-IF
               INITIALIZE DFHCOMMAREA
               INITIALIZE BENMNTI
               EXEC CICS RETURN
                    TRANSID('EMPM')
               END-EXEC

           END-IF.

           PERFORM CHECK-AUTH-PARA.
           PERFORM GET-SELF-EMPID-PARA.

           IF EIBCALEN = 0
              MOVE 'START' TO WS-PROCESS
              MOVE SPACES TO WS-MSG
              IF NOT ROLE-ADMIN
                 MOVE WS-SELF-EMPID TO EMPCDO
              END-IF
           ELSE
              MOVE DFHCOMMAREA TO WS-COMMAREA
              PERFORM RECEIVE-MAP-PARA
              PERFORM VALIDATE-ACTION-PARA

              IF VALID-ACTION
                 PERFORM PROCESS-PARA
              END-IF
           END-IF.

           PERFORM SEND-MAP-PARA.

      ***************************************************
       SEND-MAP-PARA.
           MOVE 'BENEFIT PLAN ELECTION' TO TITLEO.
           IF WS-PROCESS = 'START'
              EXEC CICS SEND MAP('BENMNT')
                MAPSET('BENSET')
                FROM(BENMNTO)
                ERASE
                CURSOR
              END-EXEC
           ELSE
              EXEC CICS SEND MAP('BENMNT')
                MAPSET('BENSET')
                FROM(BENMNTO)
                DATAONLY
                CURSOR
              END-EXEC
           END-IF.
           EXEC CICS RETURN TRANSID('BENM')
               COMMAREA(WS-COMMAREA)
               LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

      ***************************************************
       RECEIVE-MAP-PARA.
           EXEC CICS RECEIVE MAP('BENMNT')
                MAPSET('BENSET')
                INTO(BENMNTI)
           END-EXEC.

      ***************************************************
      *    Least-privilege default, same as EMPMENU's
      *    CHECK-AUTH-PARA - anyone not on USER_AUTH is limited
      *    to their own election.
       CHECK-AUTH-PARA.
           EXEC SQL
               SELECT ROLE
                   INTO :WS-MY-ROLE
                   FROM USER_AUTH
                   WHERE USERID = :EIBUSERID
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE 'L' TO WS-MY-ROLE
           END-IF.

      ***************************************************
      *    A user mapped to an employee on SELF_SERVICE_USER
      *    elects for that EMPID and no other.
       GET-SELF-EMPID-PARA.
           MOVE SPACES TO WS-SELF-EMPID.
           EXEC SQL
               SELECT EMPID
                   INTO :WS-SELF-EMPID
                   FROM SELF_SERVICE_USER
                   WHERE USERID = :EIBUSERID
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE SPACES TO WS-SELF-EMPID
           END-IF.

      ***************************************************
       VALIDATE-ACTION-PARA.

           EVALUATE TRUE
              WHEN ACTIONI NOT = 'I' AND ACTIONI NOT = 'E'
                   AND ACTIONI NOT = 'W'
                 MOVE 'VALID - I INQUIRE/E ELECT/W WINDOW'
                   TO MSGLINO
                 MOVE 'ACTION' TO WS-PROCESS
                 MOVE 'N' TO WS-ACT
              WHEN ACTIONI = 'W' AND NOT ROLE-ADMIN
                 MOVE 'NOT AUTHORIZED TO SET THE WINDOW' TO MSGLINO
                 MOVE 'ACTION' TO WS-PROCESS
                 MOVE 'N' TO WS-ACT
              WHEN OTHER
                 IF WS-ACTION NOT = ACTIONI
                    MOVE ACTIONI TO WS-ACTION
                    MOVE 'CONTINUE' TO WS-PROCESS
                    MOVE ZEROES TO WS-ENTRY
                 END-IF
                 MOVE 'Y' TO WS-ACT
           END-EVALUATE.

      ***************************************************
       PROCESS-PARA.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURDATE.
           MOVE SPACES TO WS-TODAY.
           STRING WS-CURDATE(1:4) '-' WS-CURDATE(5:2) '-'
                  WS-CURDATE(7:2) DELIMITED BY SIZE
               INTO WS-TODAY
           END-STRING.

           PERFORM SET-PLAN-YEAR-PARA.
           IF WS-PLAN-YEAR IS NOT NUMERIC
              MOVE 'PLAN YEAR MUST BE YYYY' TO MSGLINO
              MOVE -1 TO PLANYRL
           ELSE
              MOVE WS-PLAN-YEAR TO PLANYRO
              PERFORM FETCH-WINDOW-PARA
              IF ACTIONI = 'W'
                 PERFORM SET-WINDOW-PARA
              ELSE
                 PERFORM PROCESS-EMPLOYEE-PARA
              END-IF
           END-IF.

      ***************************************************
      *    A blank plan year means the coming year once its
      *    enrollment window has opened, otherwise this year.
       SET-PLAN-YEAR-PARA.
           IF PLANYRI NOT = SPACES
              MOVE PLANYRI TO WS-PLAN-YEAR
           ELSE
              MOVE WS-CURDATE(1:4) TO WS-PLAN-YEAR
              MOVE WS-CURDATE(1:4) TO WS-YEAR-NUM
              ADD 1 TO WS-YEAR-NUM
              MOVE WS-YEAR-NUM TO WS-NEXT-YEAR
              MOVE SPACES TO WS-WIN-OPEN
              EXEC SQL
                  SELECT OPEN-DT
                      INTO :WS-WIN-OPEN
                      FROM BENEFIT_WINDOW
                      WHERE PLAN-YEAR = :WS-NEXT-YEAR
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              IF WS-SQL-RETURN-NORMAL
                 AND WS-TODAY NOT < WS-WIN-OPEN
                 MOVE WS-NEXT-YEAR TO WS-PLAN-YEAR
              END-IF
           END-IF.

      ***************************************************
       FETCH-WINDOW-PARA.
           MOVE SPACES TO WS-WIN-OPEN WS-WIN-CLOSE.
           EXEC SQL
               SELECT OPEN-DT, CLOSE-DT
                   INTO :WS-WIN-OPEN, :WS-WIN-CLOSE
                   FROM BENEFIT_WINDOW
                   WHERE PLAN-YEAR = :WS-PLAN-YEAR
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-WINVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-WINVAL
              WHEN OTHER
                 MOVE 'N' TO WS-WINVAL
                 MOVE 'FETCH-WINDOW-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE WS-PLAN-YEAR TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.
           MOVE WS-WIN-OPEN  TO OPENDTO.
           MOVE WS-WIN-CLOSE TO CLOSDTO.

      ***************************************************
      *    Blank dates show the window; keyed dates set it.
       SET-WINDOW-PARA.
           IF OPENDTI = SPACES AND CLOSDTI = SPACES
              IF WIN-EXIST
                 MOVE 'ENROLLMENT WINDOW DISPLAYED' TO MSGLINO
              ELSE
                 MOVE 'NO WINDOW SET - KEY OPEN AND CLOSE DATES'
                      TO MSGLINO
              END-IF
              MOVE -1 TO OPENDTL
           ELSE
              PERFORM CHECK-WINDOW-PARA
              IF UPD-OK
                 PERFORM WRITE-WINDOW-PARA
              END-IF
           END-IF.

      ***************************************************
       CHECK-WINDOW-PARA.
           MOVE 'N' TO WS-UPDVAL.
           MOVE OPENDTI TO WS-DATE-CHK.
           PERFORM CHECK-DATE-PARA.
           IF DATE-INVALID
              MOVE 'OPEN DATE MUST BE A VALID YYYY-MM-DD' TO MSGLINO
              MOVE -1 TO OPENDTL
           ELSE
              MOVE CLOSDTI TO WS-DATE-CHK
              PERFORM CHECK-DATE-PARA
              EVALUATE TRUE
                 WHEN DATE-INVALID
                    MOVE 'CLOSE DATE MUST BE A VALID YYYY-MM-DD'
                         TO MSGLINO
                    MOVE -1 TO CLOSDTL
                 WHEN CLOSDTI < OPENDTI
                    MOVE 'CLOSE DATE IS BEFORE OPEN DATE' TO MSGLINO
                    MOVE -1 TO CLOSDTL
                 WHEN CLOSDTI(1:4) > WS-PLAN-YEAR
                    MOVE 'WINDOW MUST CLOSE BY THE END OF PLAN YEAR'
                         TO MSGLINO
                    MOVE -1 TO CLOSDTL
                 WHEN OTHER
                    MOVE 'Y' TO WS-UPDVAL
              END-EVALUATE
           END-IF.

      ***************************************************
      *    Update-or-insert, one window per plan year.
       WRITE-WINDOW-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-TS.
           IF WIN-EXIST
              EXEC SQL
                  UPDATE BENEFIT_WINDOW
                      SET OPEN-DT  = :OPENDTI,
                          CLOSE-DT = :CLOSDTI,
                          SET-BY   = :EIBUSERID,
                          SET-TS   = :WS-STAMP-TS
                      WHERE PLAN-YEAR = :WS-PLAN-YEAR
              END-EXEC
           ELSE
              EXEC SQL
                  INSERT INTO BENEFIT_WINDOW
                      (PLAN-YEAR, OPEN-DT, CLOSE-DT, SET-BY, SET-TS)
                      VALUES (:WS-PLAN-YEAR, :OPENDTI, :CLOSDTI,
                              :EIBUSERID, :WS-STAMP-TS)
              END-EXEC
           END-IF.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'ENROLLMENT WINDOW SET' TO MSGLINO
                 MOVE OPENDTI TO OPENDTO
                 MOVE CLOSDTI TO CLOSDTO
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED IN WINDOW UPDATE'
                      TO MSGLINO
                 MOVE 'WRITE-WINDOW-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE WS-PLAN-YEAR TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.
           MOVE -1 TO OPENDTL.

      ***************************************************
      *    The EMPID is the user's own unless HR is keying it.
       PROCESS-EMPLOYEE-PARA.
           IF NOT ROLE-ADMIN
              MOVE WS-SELF-EMPID TO EMPCDI
           END-IF.
           MOVE EMPCDI TO EMPCDO.

           EVALUATE TRUE
              WHEN EMPCDI = SPACES AND NOT ROLE-ADMIN
                 MOVE 'NO SELF-SERVICE MAPPING FOR YOUR USER ID'
                      TO MSGLINO
                 MOVE -1 TO PLANYRL
              WHEN EMPCDI = SPACES
                 MOVE 'EMPID IS REQUIRED' TO MSGLINO
                 MOVE -1 TO EMPCDL
              WHEN OTHER
                 PERFORM FETCH-EMPLOYEE-PARA
                 IF EMP-EXIST
                    PERFORM CHECK-ELIGIBLE-PARA
                 END-IF
           END-EVALUATE.

      ***************************************************
      *    Company insurance is for active regular employees only,
      *    the same line insprem draws.
       CHECK-ELIGIBLE-PARA.
           EVALUATE TRUE
              WHEN WS-EMP-STATUS NOT = 'A'
                 MOVE 'EMPLOYEE IS NOT ACTIVE' TO MSGLINO
                 MOVE -1 TO EMPCDL
              WHEN WS-EMP-CAT NOT = 'R' AND WS-EMP-CAT NOT = SPACE
                 MOVE 'WORKER CATEGORY CARRIES NO COMPANY INSURANCE'
                      TO MSGLINO
                 MOVE -1 TO EMPCDL
              WHEN WS-PLAN-YEAR < WS-CURDATE(1:4)
                 AND ACTIONI = 'E'
                 MOVE 'PLAN YEAR HAS ENDED' TO MSGLINO
                 MOVE -1 TO PLANYRL
              WHEN OTHER
                 PERFORM SET-OWN-WINDOW-PARA
                 PERFORM FETCH-ELECTION-PARA
                 IF NOT ELEC-DBERR
                    PERFORM ELECTION-ACTION-PARA
                 END-IF
           END-EVALUATE.

      ***************************************************
       ELECTION-ACTION-PARA.
           EVALUATE TRUE
              WHEN ACTIONI = 'I'
                 PERFORM SHOW-ELECTION-PARA
                 IF ELEC-EXIST
                    MOVE 'ELECTION DISPLAYED - READ ONLY' TO MSGLINO
                 ELSE
                    MOVE 'NO ELECTION - DEFAULT COVERAGE SHOWN'
                         TO MSGLINO
                 END-IF
              WHEN NOT ELECTION-OPEN AND NOT ROLE-ADMIN
                 PERFORM SHOW-ELECTION-PARA
                 MOVE 'ENROLLMENT WINDOW IS NOT OPEN' TO MSGLINO
              WHEN WS-PROCESS = 'ELECT'
                   AND WS-EMPCD = EMPCDI
                   AND WS-CA-YEAR = WS-PLAN-YEAR
                 PERFORM RECORD-ELECTION-PARA
              WHEN OTHER
                 PERFORM SHOW-ELECTION-PARA
                 MOVE EMPCDI       TO WS-EMPCD
                 MOVE WS-PLAN-YEAR TO WS-CA-YEAR
                 MOVE 'ELECT'      TO WS-PROCESS
                 ADD 1 TO WS-ENTRY
                 MOVE 'MARK COVER Y/N, KEY TIER, ENTER TO RECORD'
                      TO MSGLINO
                 MOVE -1 TO TIERL
           END-EVALUATE.

      ***************************************************
       FETCH-EMPLOYEE-PARA.
           MOVE SPACES TO WS-EMP-NAME WS-EMP-STATUS WS-EMP-HIREDT
                          WS-EMP-CAT.
           EXEC SQL
               SELECT EMPNAME, STATUS, HIREDT, VALUE(WORKER-CAT, ' ')
                   INTO :WS-EMP-NAME, :WS-EMP-STATUS,
                        :WS-EMP-HIREDT, :WS-EMP-CAT
                   FROM EMPLOYEE
                   WHERE EMPID = :EMPCDI
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-EMPVAL
                 MOVE WS-EMP-NAME TO EMPNMO
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-EMPVAL
                 MOVE 'EMPID NOT ON EMPLOYEE MASTER' TO MSGLINO
                 MOVE -1 TO EMPCDL
              WHEN OTHER
                 MOVE 'N' TO WS-EMPVAL
                 MOVE 'DB2 ERROR OCCURED IN SELECT' TO MSGLINO
                 MOVE 'FETCH-EMPLOYEE-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE EMPCDI TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.

      ***************************************************
      *    Anyone hired after the plan year's annual window closed
      *    (after the year started, when no window was set) gets
      *    their own window of WS-NEWHIRE-DAYS from the hire date.
      *    insprem stamps the same date on the default election.
       SET-OWN-WINDOW-PARA.
           MOVE SPACES TO WS-OWN-CLOSE.
           IF WIN-EXIST
              MOVE WS-WIN-CLOSE TO WS-CUTOFF-DT
           ELSE
              MOVE WS-PLAN-YEAR TO WS-YEAR-NUM
              SUBTRACT 1 FROM WS-YEAR-NUM
              MOVE SPACES TO WS-CUTOFF-DT
              STRING WS-YEAR-NUM '-12-31' DELIMITED BY SIZE
                  INTO WS-CUTOFF-DT
              END-STRING
           END-IF.
           MOVE WS-EMP-HIREDT TO WS-DATE-CHK.
           PERFORM CHECK-DATE-PARA.
           IF DATE-VALID
              AND WS-EMP-HIREDT > WS-CUTOFF-DT
              AND WS-EMP-HIREDT(1:4) NOT > WS-PLAN-YEAR
              COMPUTE WS-HIRE-INT =
                  FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
              COMPUTE WS-CLOSE-INT = WS-HIRE-INT + WS-NEWHIRE-DAYS
              COMPUTE WS-CALC-DATE =
                  FUNCTION DATE-OF-INTEGER(WS-CLOSE-INT)
              STRING WS-CALC-DATE(1:4) '-' WS-CALC-DATE(5:2) '-'
                     WS-CALC-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-OWN-CLOSE
              END-STRING
           END-IF.
           MOVE WS-OWN-CLOSE TO OWNCLO.

           MOVE 'N' TO WS-OPENVAL.
           IF WIN-EXIST
              AND WS-TODAY NOT < WS-WIN-OPEN
              AND WS-TODAY NOT > WS-WIN-CLOSE
              MOVE 'Y' TO WS-OPENVAL
           END-IF.
           IF WS-OWN-CLOSE NOT = SPACES
              AND WS-TODAY NOT < WS-EMP-HIREDT
              AND WS-TODAY NOT > WS-OWN-CLOSE
              MOVE 'Y' TO WS-OPENVAL
           END-IF.

      ***************************************************
       FETCH-ELECTION-PARA.
           MOVE SPACES TO WS-ELEC-TIER WS-ELEC-SRC.
           EXEC SQL
               SELECT PLAN-TIER, ELECT-SOURCE
                   INTO :WS-ELEC-TIER, :WS-ELEC-SRC
                   FROM BENEFIT_ELECTION
                   WHERE EMPID = :EMPCDI
                     AND PLAN-YEAR = :WS-PLAN-YEAR
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-ELECVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-ELECVAL
              WHEN OTHER
                 MOVE 'E' TO WS-ELECVAL
                 MOVE 'DB2 ERROR OCCURED IN SELECT' TO MSGLINO
                 MOVE 'FETCH-ELECTION-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE EMPCDI TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.

      ***************************************************
      *    The recorded election, or - with none recorded - the
      *    default insprem would price: every dependent covered.
       SHOW-ELECTION-PARA.
           MOVE WS-ELEC-TIER TO TIERO.
           MOVE WS-ELEC-SRC  TO SRCO.
           PERFORM LOAD-DEPENDENTS-PARA.
           IF ELEC-NOTFND
              MOVE 'D' TO SRCO
              PERFORM COUNT-COVERED-PARA
              PERFORM DERIVE-MIN-TIER-PARA
              MOVE WS-NEW-TIER TO TIERO
           END-IF.

      ***************************************************
      *    Up to six dependents in DEPSEQ order; the sequence and
      *    relationship of each shown row ride the COMMAREA so the
      *    recording ENTER knows what each cover flag refers to.
       LOAD-DEPENDENTS-PARA.
           MOVE ZEROES TO WS-DEP-LOADED.
           MOVE 'N' TO WS-DEP-MORE.
           MOVE 1 TO WS-ROW.
           PERFORM CLEAR-DEP-ROW-PARA
               UNTIL WS-ROW > 6.

           EXEC SQL
               DECLARE CUR-BENDEP CURSOR FOR
                   SELECT D.DEPSEQ, D.DEPNAME, D.RELATION,
                          VALUE(D.COVER-END-DT, ' '),
                          (SELECT COUNT(*)
                               FROM BENEFIT_COVERAGE C
                               WHERE C.EMPID = D.EMPID
                                 AND C.PLAN-YEAR = :WS-PLAN-YEAR
                                 AND C.DEPSEQ = D.DEPSEQ
                                 AND C.COVER-END-DT IS NULL)
                       FROM DEPENDENT D
                       WHERE D.EMPID = :EMPCDI
                       ORDER BY D.DEPSEQ
           END-EXEC.

           EXEC SQL OPEN CUR-BENDEP END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              MOVE 'N' TO WS-EOF-IND
           ELSE
              MOVE 'Y' TO WS-EOF-IND
           END-IF.
           PERFORM FETCH-DEPENDENT-PARA
               UNTIL DEP-EOF.

           EXEC SQL CLOSE CUR-BENDEP END-EXEC.

      ***************************************************
       CLEAR-DEP-ROW-PARA.
           MOVE ZEROES TO DSEQO(WS-ROW).
           MOVE SPACES TO DDESCO(WS-ROW) DCOVO(WS-ROW).
           MOVE ZEROES TO WS-CA-SEQ(WS-ROW).
           MOVE SPACES TO WS-CA-REL(WS-ROW) WS-CA-ENDED(WS-ROW).
           ADD 1 TO WS-ROW.

      ***************************************************
       FETCH-DEPENDENT-PARA.
           EXEC SQL
               FETCH CUR-BENDEP
                   INTO :WS-DEP-SEQ, :WS-DEP-NAME, :WS-DEP-REL,
                        :WS-DEP-END, :WS-COV-COUNT
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN NOT WS-SQL-RETURN-NORMAL
                 MOVE 'Y' TO WS-EOF-IND
              WHEN WS-DEP-LOADED NOT < 6
                 MOVE 'Y' TO WS-DEP-MORE
                 MOVE 'Y' TO WS-EOF-IND
              WHEN OTHER
                 ADD 1 TO WS-DEP-LOADED
                 MOVE WS-DEP-LOADED TO WS-ROW
                 MOVE WS-DEP-SEQ TO DSEQO(WS-ROW)
                                    WS-CA-SEQ(WS-ROW)
                 MOVE WS-DEP-REL TO WS-CA-REL(WS-ROW)
                 MOVE SPACES TO DDESCO(WS-ROW)
                 IF WS-DEP-END NOT = SPACES
                    MOVE 'Y' TO WS-CA-ENDED(WS-ROW)
                    STRING 'ENDED ' WS-DEP-END ' '
                           WS-DEP-NAME DELIMITED BY SIZE
                        INTO DDESCO(WS-ROW)
                    END-STRING
                 ELSE
                    MOVE 'N' TO WS-CA-ENDED(WS-ROW)
                    STRING WS-DEP-NAME DELIMITED BY '  '
                           ' - ' WS-DEP-REL DELIMITED BY SIZE
                        INTO DDESCO(WS-ROW)
                    END-STRING
                 END-IF
                 EVALUATE TRUE
                    WHEN WS-CA-ENDED(WS-ROW) = 'Y'
                       MOVE 'N' TO DCOVO(WS-ROW)
                    WHEN WS-COV-COUNT > 0 OR ELEC-NOTFND
                       MOVE 'Y' TO DCOVO(WS-ROW)
                    WHEN OTHER
                       MOVE 'N' TO DCOVO(WS-ROW)
                 END-EVALUATE
           END-EVALUATE.

      ***************************************************
      *    Covered-dependent mix off the screen's cover flags.
      *    Dependents past the sixth are carried covered unless
      *    their cover has ended.
       COUNT-COVERED-PARA.
           MOVE ZERO TO WS-COV-DEPS WS-COV-SPOUSE WS-COV-PARENT.
           MOVE 1 TO WS-ROW.
           PERFORM COUNT-ONE-ROW-PARA
               UNTIL WS-ROW > WS-DEP-LOADED.
           IF WS-DEP-MORE = 'Y'
              MOVE WS-CA-SEQ(6) TO WS-DEP-SEQ
              MOVE ZERO TO WS-COV-COUNT
              EXEC SQL
                  SELECT COUNT(*)
                      INTO :WS-COV-COUNT
                      FROM DEPENDENT
                      WHERE EMPID = :EMPCDI
                        AND DEPSEQ > :WS-DEP-SEQ
                        AND COVER-END-DT IS NULL
              END-EXEC
              ADD WS-COV-COUNT TO WS-COV-DEPS
           END-IF.

      ***************************************************
       COUNT-ONE-ROW-PARA.
           IF DCOVO(WS-ROW) = 'Y'
              ADD 1 TO WS-COV-DEPS
              EVALUATE WS-CA-REL(WS-ROW)
                 WHEN 'SPOUSE'
                    ADD 1 TO WS-COV-SPOUSE
                 WHEN 'FATHER'
                 WHEN 'MOTHER'
                 WHEN 'PARENT'
                    ADD 1 TO WS-COV-PARENT
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
           ADD 1 TO WS-ROW.

      ***************************************************
      *    insprem's tier rule on the covered dependents: nobody
      *    is employee-only; a parent or more than four is
      *    extended; a spouse alone is the couple tier; anything
      *    else is family.
       DERIVE-MIN-TIER-PARA.
           EVALUATE TRUE
              WHEN WS-COV-DEPS = 0
                 MOVE 'EMP' TO WS-NEW-TIER
                 MOVE 1 TO WS-MIN-RANK
              WHEN WS-COV-PARENT > 0 OR WS-COV-DEPS > 4
                 MOVE 'EXT' TO WS-NEW-TIER
                 MOVE 4 TO WS-MIN-RANK
              WHEN WS-COV-SPOUSE > 0 AND WS-COV-DEPS = 1
                 MOVE 'ESP' TO WS-NEW-TIER
                 MOVE 2 TO WS-MIN-RANK
              WHEN OTHER
                 MOVE 'FAM' TO WS-NEW-TIER
                 MOVE 3 TO WS-MIN-RANK
           END-EVALUATE.

      ***************************************************
      *    Second ENTER of an 'E' - check the cover flags and the
      *    tier, then record the election and its coverage rows
      *    together.
       RECORD-ELECTION-PARA.
           MOVE 'Y' TO WS-UPDVAL.
           MOVE 1 TO WS-ROW.
           PERFORM CHECK-COVER-FLAG-PARA
               UNTIL WS-ROW > WS-DEP-LOADED OR UPD-FAILED.
           IF UPD-OK
              PERFORM COUNT-COVERED-PARA
              PERFORM DERIVE-MIN-TIER-PARA
              PERFORM CHECK-TIER-PARA
           END-IF.
           IF UPD-OK
              PERFORM WRITE-ELECTION-PARA
           END-IF.
           IF UPD-OK
              PERFORM WRITE-COVERAGE-PARA
           END-IF.
           IF UPD-OK
              MOVE 'ELECTION RECORDED' TO MSGLINO
              MOVE WS-NEW-TIER TO TIERO
              MOVE WS-NEW-SRC  TO SRCO
              MOVE SPACES TO WS-PROCESS
              MOVE ZEROES TO WS-ENTRY
              MOVE -1 TO PLANYRL
           END-IF.

      ***************************************************
       CHECK-COVER-FLAG-PARA.
           EVALUATE TRUE
              WHEN DCOVI(WS-ROW) NOT = 'Y' AND DCOVI(WS-ROW) NOT = 'N'
                 MOVE 'N' TO WS-UPDVAL
                 MOVE 'COVER FLAG MUST BE Y OR N' TO MSGLINO
                 MOVE -1 TO DCOVL(WS-ROW)
              WHEN DCOVI(WS-ROW) = 'Y' AND WS-CA-ENDED(WS-ROW) = 'Y'
                 MOVE 'N' TO WS-UPDVAL
                 MOVE 'COVER HAS ENDED - FLAG MUST BE N' TO MSGLINO
                 MOVE -1 TO DCOVL(WS-ROW)
              WHEN OTHER
                 MOVE DCOVI(WS-ROW) TO DCOVO(WS-ROW)
           END-EVALUATE.
           ADD 1 TO WS-ROW.

      ***************************************************
      *    A keyed tier may be larger than the covered dependents
      *    need, never smaller; blank takes the smallest that fits.
       CHECK-TIER-PARA.
           IF TIERI NOT = SPACES
              MOVE TIERI TO WS-TIER-CHK
              EVALUATE TIERI
                 WHEN 'EMP'
                    MOVE 1 TO WS-TIER-RANK
                 WHEN 'ESP'
                    MOVE 2 TO WS-TIER-RANK
                 WHEN 'FAM'
                    MOVE 3 TO WS-TIER-RANK
                 WHEN OTHER
                    MOVE 4 TO WS-TIER-RANK
              END-EVALUATE
              EVALUATE TRUE
                 WHEN NOT VALID-TIER
                    MOVE 'N' TO WS-UPDVAL
                    MOVE 'TIER - EMP/ESP/FAM/EXT' TO MSGLINO
                    MOVE -1 TO TIERL
                 WHEN WS-TIER-RANK < WS-MIN-RANK
                    MOVE 'N' TO WS-UPDVAL
                    MOVE 'TIER TOO SMALL FOR COVERED DEPENDENTS'
                         TO MSGLINO
                    MOVE -1 TO TIERL
                 WHEN OTHER
                    MOVE TIERI TO WS-NEW-TIER
              END-EVALUATE
           END-IF.

      ***************************************************
      *    Source E when employees elect for themselves, H when HR
      *    records it for someone else.
       WRITE-ELECTION-PARA.
           IF ROLE-ADMIN AND EMPCDI NOT = WS-SELF-EMPID
              MOVE 'H' TO WS-NEW-SRC
           ELSE
              MOVE 'E' TO WS-NEW-SRC
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-TS.
           IF ELEC-EXIST
              EXEC SQL
                  UPDATE BENEFIT_ELECTION
                      SET PLAN-TIER       = :WS-NEW-TIER,
                          ELECT-SOURCE    = :WS-NEW-SRC,
                          WINDOW-CLOSE-DT = :WS-OWN-CLOSE,
                          ELECTED-BY      = :EIBUSERID,
                          ELECTED-TS      = :WS-STAMP-TS
                      WHERE EMPID = :EMPCDI
                        AND PLAN-YEAR = :WS-PLAN-YEAR
              END-EXEC
           ELSE
              EXEC SQL
                  INSERT INTO BENEFIT_ELECTION
                      (EMPID, PLAN-YEAR, PLAN-TIER, ELECT-SOURCE,
                       WINDOW-CLOSE-DT, ELECTED-BY, ELECTED-TS)
                      VALUES (:EMPCDI, :WS-PLAN-YEAR, :WS-NEW-TIER,
                              :WS-NEW-SRC, :WS-OWN-CLOSE,
                              :EIBUSERID, :WS-STAMP-TS)
              END-EXEC
           END-IF.

           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE 'N' TO WS-UPDVAL
              MOVE 'DB2 ERROR OCCURED IN ELECTION UPDATE'
                   TO MSGLINO
              MOVE 'WRITE-ELECTION-PARA' TO WS-SQLERR-PARAGRAPH
              MOVE EMPCDI TO WS-SQLERR-KEY
              PERFORM LOG-SQL-ERROR-PARA
           END-IF.

      ***************************************************
      *    The coverage rows are replaced wholesale - cleared for
      *    the year, then one row per dependent flagged Y, plus
      *    any past the sixth. Rows whose cover has ended stay as
      *    the record of what was covered.
       WRITE-COVERAGE-PARA.
           EXEC SQL
               DELETE FROM BENEFIT_COVERAGE
                   WHERE EMPID = :EMPCDI
                     AND PLAN-YEAR = :WS-PLAN-YEAR
                     AND COVER-END-DT IS NULL
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL AND NOT WS-SQL-RETURN-NO-ENTRY
              MOVE 'N' TO WS-UPDVAL
              MOVE 'DB2 ERROR OCCURED IN COVERAGE DELETE'
                   TO MSGLINO
              MOVE 'WRITE-COVERAGE-PARA' TO WS-SQLERR-PARAGRAPH
              MOVE EMPCDI TO WS-SQLERR-KEY
              PERFORM LOG-SQL-ERROR-PARA
           END-IF.

           MOVE 1 TO WS-ROW.
           PERFORM INSERT-COVERAGE-PARA
               UNTIL WS-ROW > WS-DEP-LOADED OR UPD-FAILED.

           IF UPD-OK AND WS-DEP-MORE = 'Y'
              MOVE WS-CA-SEQ(6) TO WS-DEP-SEQ
              EXEC SQL
                  INSERT INTO BENEFIT_COVERAGE
                      (EMPID, PLAN-YEAR, DEPSEQ)
                      SELECT EMPID, :WS-PLAN-YEAR, DEPSEQ
                          FROM DEPENDENT
                          WHERE EMPID = :EMPCDI
                            AND DEPSEQ > :WS-DEP-SEQ
                            AND COVER-END-DT IS NULL
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              IF NOT WS-SQL-RETURN-NORMAL
                 MOVE 'N' TO WS-UPDVAL
                 MOVE 'DB2 ERROR OCCURED IN COVERAGE INSERT'
                      TO MSGLINO
                 MOVE 'WRITE-COVERAGE-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE EMPCDI TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
              END-IF
           END-IF.

      ***************************************************
       INSERT-COVERAGE-PARA.
           IF DCOVO(WS-ROW) = 'Y'
              MOVE WS-CA-SEQ(WS-ROW) TO WS-DEP-SEQ
              EXEC SQL
                  INSERT INTO BENEFIT_COVERAGE
                      (EMPID, PLAN-YEAR, DEPSEQ)
                      VALUES (:EMPCDI, :WS-PLAN-YEAR, :WS-DEP-SEQ)
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              IF NOT WS-SQL-RETURN-NORMAL
                 MOVE 'N' TO WS-UPDVAL
                 MOVE 'DB2 ERROR OCCURED IN COVERAGE INSERT'
                      TO MSGLINO
                 MOVE 'INSERT-COVERAGE-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE EMPCDI TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
              END-IF
           END-IF.
           ADD 1 TO WS-ROW.

      ***************************************************
      *    Dates are keyed YYYY-MM-DD, the same shape MEMPMANT
      *    and LVRQMANT prompt for.
       CHECK-DATE-PARA.
           MOVE 'Y' TO WS-DATEVAL.
           IF WS-DATE-CHK(1:4) IS NOT NUMERIC
              OR WS-DATE-CHK(5:1) NOT = '-'
              OR WS-DATE-CHK(6:2) IS NOT NUMERIC
              OR WS-DATE-CHK(8:1) NOT = '-'
              OR WS-DATE-CHK(9:2) IS NOT NUMERIC
              MOVE 'N' TO WS-DATEVAL
           ELSE
              STRING WS-DATE-CHK(1:4) WS-DATE-CHK(6:2)
                  WS-DATE-CHK(9:2) DELIMITED BY SIZE
                  INTO WS-DATE-WORK
              END-STRING
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-WORK) NOT = 0
                 MOVE 'N' TO WS-DATEVAL
              END-IF
           END-IF.

      ***************************************************
      *    Abandoned-session trail - PF3 with work in progress.
       LOG-ABANDONED-SESSION-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-ABANDON-TS.

           EXEC SQL
               INSERT INTO MAINTENANCE_ABANDON_LOG
                   (PROGRAM-NAME, IN-PROGRESS-ACTION,
                    IN-PROGRESS-PROCESS, ENTRY-COUNT,
                    ABANDONED-BY, ABANDONED-TERM, ABANDONED-TS)
                   VALUES ('BENEMANT', :ACTION, :PROCESS,
                           :ENTRYT, :EIBUSERID, :EIBTRMID,
                           :WS-ABANDON-TS)
           END-EXEC.

      ***************************************************
      *    Persistent trail for every WS-SQL-RETURN-ERROR/TIMEOUT
      *    WHEN OTHER branch, so a DB2 failure leaves something to
      *    review after the DISPLAY/transient message is long gone.
       LOG-SQL-ERROR-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-SQLERR-TS.

           EXEC SQL
               INSERT INTO SQL_ERROR_LOG
                   (PROGRAM-NAME, PARAGRAPH-NAME, SQLCODE-VALUE,
                    ERROR-KEY, ERROR-TS)
                   VALUES ('BENEMANT', :WS-SQLERR-PARAGRAPH,
                           :WS-SQLCODE, :WS-SQLERR-KEY,
                           :WS-SQLERR-TS)
           END-EXEC.

      ***************************************************
      *    One row per task start on TRANSACTION_ACTIVITY_LOG - who
      *    ran which transaction when. Failures are ignored; a
      *    metering miss must never stop the screen itself.
       LOG-ACTIVITY-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-ACTV-TS.

           EXEC SQL
               INSERT INTO TRANSACTION_ACTIVITY_LOG
                   (TRANS-ID, PROGRAM-NAME, USER-ID, ACTIVITY-TS)
                   VALUES ('BENM', 'BENEMANT', :EIBUSERID,
                           :WS-ACTV-TS)
           END-EXEC.
