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
      *    Succession register maintenance - one SUCCESSION_PLAN row
      *    per key position (DEPTCODE/DESGCODE flagged KEY-POSITION
      *    'Y' on POSMANT) and successor EMPID, keyed in the
      *    ENRLMANT multi-part-key mould. Each successor carries a
      *    readiness level - '1' ready now, '2' ready in 1-2 years,
      *    '3' ready in 3 years or more - and optionally the
      *    COURSE master course that is the next development step
      *    (book it on ENRLMANT as usual). A successor must be an
      *    active employee not already holding the position.
      *    succrpt.cbl reports the register's coverage against
      *    resignations, retirements and appraisal ratings.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUCCMANT.
       AUTHOR. ATOS SYNTEL.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      ***************************************************
       WORKING-STORAGE SECTION.

       01  PROGRAM-DESC                PIC X(20) VALUE 'SUCCESSION REG'.

       01  WS-TEMP.
           05 WS-READY                 PIC X(01).
           05 WS-CRSID                 PIC X(06).
           05 WS-KEYPOS                PIC X(01).
           05 WS-EMP-STATUS            PIC X(01).
           05 WS-EMP-DEPTCD            PIC X(05).
           05 WS-EMP-DESGCD            PIC X(05).
           05 WS-MSG                   PIC X(50).
           05 WS-CRS-EXIST-COUNT       PIC S9(09) COMP VALUE ZERO.
           05 WS-ABANDON-TS            PIC X(21).
           05 WS-SQLERR-TS             PIC X(21).
           05 WS-SQLERR-PARAGRAPH      PIC X(30).
           05 WS-SQLERR-KEY            PIC X(30).

       01  WS-SWITCHES.
           05  WS-ACT                      PIC X(1).
               88  VALID-ACTION                     VALUE 'Y'.

           05  WS-INPUT                    PIC X(1).
               88  VALID-INPUT                      VALUE 'Y'.
               88  INVALID-INPUT                    VALUE 'N'.

           05  WS-ROWVAL                   PIC X(1).
               88  ROW-EXIST                        VALUE 'F'.
               88  ROW-NOTFND                       VALUE 'N'.
               88  ROW-DBERR                        VALUE 'E'.

           05  WS-POSVAL                   PIC X(1).
               88  POS-EXIST                        VALUE 'F'.
               88  POS-NOTFND                       VALUE 'N'.

           05  WS-EMPVAL                   PIC X(1).
               88  EMP-EXIST                        VALUE 'F'.
               88  EMP-NOTFND                       VALUE 'N'.

           05  WS-READY-CHECK              PIC X(1).
               88  VALID-READINESS                  VALUE '1' '2' '3'.

       01  WS-COMMAREA.
           05 WS-DEPTCD                PIC X(05) VALUE SPACES.
           05 WS-DESGCD                PIC X(05) VALUE SPACES.
           05 WS-EMPCD                 PIC X(08) VALUE SPACES.
           05 WS-ACTION                PIC X(01) VALUE SPACES.
           05 WS-ENTRY                 PIC 9(02) VALUE ZEROES.
           05 WS-PROCESS               PIC X(10) VALUE SPACES.

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

           COPY SUCCSET.
      ***************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           05 DEPT-CODE                PIC X(05).
           05 DESG-CODE                PIC X(05).
           05 EMPCD                    PIC X(08).
           05 ACTION                   PIC X(01).
           05 ENTRYT                   PIC 9(2).
           05 PROCESS                  PIC X(10).
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
              MOVE 'EXIT FROM SUCCESSION MAINTENANCE' TO WS-MSG
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
               INITIALIZE SUCCMNTI
               EXEC CICS RETURN
                    TRANSID('EMPM')
               END-EXEC

           END-IF.

           IF EIBCALEN = 0
              MOVE 'START' TO WS-PROCESS
              MOVE SPACES TO WS-MSG
           ELSE
              MOVE DFHCOMMAREA TO WS-COMMAREA
              MOVE 'CONTINUE' TO WS-PROCESS
              PERFORM RECEIVE-MAP-PARA
              PERFORM VALIDATE-ACTION-PARA

              IF VALID-ACTION
                 PERFORM PROCESS-PARA
              END-IF
           END-IF.

           PERFORM SEND-MAP-PARA.

      ***************************************************
       SEND-MAP-PARA.
           IF WS-PROCESS = 'START'
              EXEC CICS SEND MAP('SUCCMNT')
                MAPSET('SUCCSET')
                FROM(SUCCMNTO)
                ERASE
                CURSOR
              END-EXEC
           ELSE
              EXEC CICS SEND MAP('SUCCMNT')
                MAPSET('SUCCSET')
                FROM(SUCCMNTO)
                DATAONLY
                CURSOR
              END-EXEC
           END-IF.
           EXEC CICS RETURN TRANSID('SUCC')
               COMMAREA(WS-COMMAREA)
               LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

      ***************************************************
       RECEIVE-MAP-PARA.
           EXEC CICS RECEIVE MAP('SUCCMNT')
                MAPSET('SUCCSET')
                INTO(SUCCMNTI)
           END-EXEC.

      ***************************************************
       VALIDATE-ACTION-PARA.

           IF ACTIONI NOT = 'A' AND ACTIONI NOT = 'D' AND
               ACTIONI NOT = 'C' AND ACTIONI NOT = 'I'
               MOVE 'VALID ACTION VALUES - A/D/C/I'
                 TO MSGLINO
               MOVE 'ACTION' TO WS-PROCESS
               MOVE 'N' TO WS-ACT
            ELSE
               IF WS-ACTION NOT = ACTIONI
                  MOVE 'ENTER DEPT, DESG AND SUCCESSOR EMPID'
                      TO MSGLINO
                  MOVE ACTIONI TO WS-ACTION
                  MOVE ZEROES TO WS-ENTRY
               END-IF
               MOVE 'Y' TO WS-ACT
           END-IF.

      ***************************************************
       PROCESS-PARA.

           IF DEPTCDI = SPACES OR DESGCDI = SPACES OR EMPCDI = SPACES
              MOVE 'DEPT, DESG AND SUCCESSOR EMPID ARE REQUIRED'
                   TO MSGLINO
              MOVE -1 TO DEPTCDL
              MOVE 'N' TO WS-INPUT
           ELSE
              IF DEPTCDI NOT = WS-DEPTCD OR DESGCDI NOT = WS-DESGCD
                 OR EMPCDI NOT = WS-EMPCD
                 MOVE ZEROES TO WS-ENTRY
              END-IF
              MOVE DEPTCDI TO WS-DEPTCD
              MOVE DESGCDI TO WS-DESGCD
              MOVE EMPCDI  TO WS-EMPCD
              PERFORM SUCCROW-VALIDATE
              IF NOT ROW-DBERR
                 EVALUATE ACTIONI
                    WHEN 'A'
                       PERFORM INSERT-PARA
                    WHEN 'C'
                       PERFORM UPDATE-PARA
                    WHEN 'D'
                       PERFORM CONFIRM-DELETE-PARA
                    WHEN 'I'
                       PERFORM INQUIRE-PARA
                 END-EVALUATE
              END-IF
           END-IF.

      ***************************************************
        SUCCROW-VALIDATE.

           MOVE SPACES TO WS-READY WS-CRSID.
           EXEC SQL
               SELECT READINESS, VALUE(TARGET-COURSE, ' ')
                   INTO :WS-READY, :WS-CRSID
                   FROM SUCCESSION_PLAN
                   WHERE DEPTCODE = :WS-DEPTCD
                     AND DESGCODE = :WS-DESGCD
                     AND SUCC-EMPID = :WS-EMPCD
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-ROWVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-ROWVAL
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED, TRY AGAIN' TO MSGLINO
                 MOVE 'ERROR' TO WS-PROCESS
                 MOVE 'E' TO WS-ROWVAL
                 MOVE 'N' TO WS-INPUT
                 MOVE 'SUCCROW-VALIDATE' TO WS-SQLERR-PARAGRAPH
                 MOVE WS-EMPCD TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.

      ***************************************************
      *    Only a key position takes successors, and only an
      *    active employee who does not already hold it can be
      *    one.
       INSERT-PARA.

           EVALUATE TRUE
              WHEN ROW-EXIST
                 MOVE 'SUCCESSOR ALREADY REGISTERED FOR POSITION'
                      TO MSGLINO
              WHEN OTHER
                 PERFORM CHECK-POSITION-PARA
                 PERFORM CHECK-EMPLOYEE-PARA
                 PERFORM CHECK-COURSE-EXISTS-PARA
                 MOVE READYI TO WS-READY-CHECK
                 EVALUATE TRUE
                    WHEN POS-NOTFND
                       MOVE 'NO POSITION FOR DEPT/DESG, SEE POSM'
                            TO MSGLINO
                       MOVE -1 TO DEPTCDL
                    WHEN WS-KEYPOS NOT = 'Y'
                       MOVE 'POSITION IS NOT FLAGGED AS KEY ON POSM'
                            TO MSGLINO
                       MOVE -1 TO DEPTCDL
                    WHEN EMP-NOTFND
                       MOVE 'EMPID NOT ON EMPLOYEE MASTER'
                            TO MSGLINO
                       MOVE -1 TO EMPCDL
                    WHEN WS-EMP-STATUS NOT = 'A'
                       MOVE 'EMPLOYEE IS NOT ACTIVE' TO MSGLINO
                       MOVE -1 TO EMPCDL
                    WHEN WS-EMP-DEPTCD = DEPTCDI
                         AND WS-EMP-DESGCD = DESGCDI
                       MOVE 'EMPLOYEE ALREADY HOLDS THIS POSITION'
                            TO MSGLINO
                       MOVE -1 TO EMPCDL
                    WHEN NOT VALID-READINESS
                       MOVE 'READINESS 1=NOW 2=1-2 YEARS 3=3+ YEARS'
                            TO MSGLINO
                       MOVE -1 TO READYL
                    WHEN CRSIDI NOT = SPACES
                         AND WS-CRS-EXIST-COUNT = 0
                       MOVE 'COURSE NOT ON COURSE MASTER'
                            TO MSGLINO
                       MOVE -1 TO CRSIDL
                    WHEN OTHER
                       PERFORM INSERT-ROW-PARA
                 END-EVALUATE
           END-EVALUATE.

       INSERT-ROW-PARA.
           EXEC SQL
               INSERT INTO SUCCESSION_PLAN
                      (DEPTCODE, DESGCODE, SUCC-EMPID, READINESS,
                       TARGET-COURSE, CHANGED-BY)
                      VALUES (:DEPTCDI, :DESGCDI, :EMPCDI, :READYI,
                              :CRSIDI, :EIBUSERID)
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'SUCCESSOR REGISTERED' TO MSGLINO
              WHEN WS-SQL-RETURN-DUPKEY
                 MOVE 'SUCCESSOR ALREADY REGISTERED, TRY AGAIN'
                      TO MSGLINO
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED IN INSERT' TO MSGLINO
                 MOVE 'INSERT-ROW-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE EMPCDI TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.
           PERFORM INITIALIZE-FIELD-PARA.

      ***************************************************
      *    First pass shows the row for editing; the readiness and
      *    course keyed over it are applied on the next ENTER.
       UPDATE-PARA.
           IF ROW-NOTFND
              MOVE 'NO SUCCESSOR REGISTERED FOR POSITION/EMPID'
                   TO MSGLINO
              MOVE ZEROES TO WS-ENTRY
           ELSE
              IF WS-ENTRY = 0
                 MOVE WS-READY TO READYO
                 MOVE WS-CRSID TO CRSIDO
                 MOVE 'CHANGE READINESS/COURSE, PRESS ENTER'
                      TO MSGLINO
                 MOVE -1 TO READYL
                 ADD 1 TO WS-ENTRY
              ELSE
                 PERFORM CHECK-COURSE-EXISTS-PARA
                 MOVE READYI TO WS-READY-CHECK
                 EVALUATE TRUE
                    WHEN NOT VALID-READINESS
                       MOVE 'READINESS 1=NOW 2=1-2 YEARS 3=3+ YEARS'
                            TO MSGLINO
                       MOVE -1 TO READYL
                    WHEN CRSIDI NOT = SPACES
                         AND WS-CRS-EXIST-COUNT = 0
                       MOVE 'COURSE NOT ON COURSE MASTER'
                            TO MSGLINO
                       MOVE -1 TO CRSIDL
                    WHEN OTHER
                       PERFORM UPDATE-ROW-PARA
                 END-EVALUATE
              END-IF
           END-IF.

       UPDATE-ROW-PARA.
           EXEC SQL
               UPDATE SUCCESSION_PLAN
                   SET READINESS     = :READYI,
                       TARGET-COURSE = :CRSIDI,
                       CHANGED-BY    = :EIBUSERID
                   WHERE DEPTCODE = :DEPTCDI
                     AND DESGCODE = :DESGCDI
                     AND SUCC-EMPID = :EMPCDI
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'SUCCESSOR UPDATED' TO MSGLINO
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'SUCCESSOR NOT REGISTERED, TRY AGAIN'
                      TO MSGLINO
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED IN UPDATE' TO MSGLINO
                 MOVE 'UPDATE-ROW-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE EMPCDI TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.
           PERFORM INITIALIZE-FIELD-PARA.

      ***************************************************
       CONFIRM-DELETE-PARA.
           EVALUATE TRUE
              WHEN ROW-NOTFND
                 MOVE 'NO SUCCESSOR REGISTERED FOR POSITION/EMPID'
                      TO MSGLINO
              WHEN WS-ENTRY = 0
                 MOVE WS-READY TO READYO
                 MOVE WS-CRSID TO CRSIDO
                 MOVE 'PRESS ENTER TO CONFIRM DELETE, PF3 TO CANCEL'
                      TO MSGLINO
                 ADD 1    TO WS-ENTRY
                 MOVE 'N' TO WS-INPUT
              WHEN OTHER
                 PERFORM DELETE-PARA
           END-EVALUATE.

      ***************************************************
       DELETE-PARA.

           EXEC SQL
               DELETE FROM SUCCESSION_PLAN
                   WHERE DEPTCODE = :DEPTCDI
                     AND DESGCODE = :DESGCDI
                     AND SUCC-EMPID = :EMPCDI
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'SUCCESSOR REMOVED FROM REGISTER' TO MSGLINO
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'SUCCESSOR NOT REGISTERED, TRY AGAIN'
                      TO MSGLINO
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED IN DELETE' TO MSGLINO
                 MOVE 'DELETE-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE EMPCDI TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.
           PERFORM INITIALIZE-FIELD-PARA.

      ***************************************************
       INQUIRE-PARA.
           IF ROW-NOTFND
              MOVE 'NO SUCCESSOR REGISTERED FOR POSITION/EMPID'
                   TO MSGLINO
           ELSE
              MOVE WS-READY TO READYO
              MOVE WS-CRSID TO CRSIDO
              EVALUATE WS-READY
                 WHEN '1'
                    MOVE 'SUCCESSOR - READY NOW' TO MSGLINO
                 WHEN '2'
                    MOVE 'SUCCESSOR - READY IN 1-2 YEARS' TO MSGLINO
                 WHEN OTHER
                    MOVE 'SUCCESSOR - READY IN 3+ YEARS' TO MSGLINO
              END-EVALUATE
           END-IF.
           MOVE 'N' TO WS-INPUT.
           MOVE ZEROES TO WS-ENTRY.
           MOVE 'START' TO WS-PROCESS.

      ***************************************************
        CHECK-POSITION-PARA.
           MOVE SPACES TO WS-KEYPOS.
           EXEC SQL
               SELECT VALUE(KEY-POSITION, 'N')
                   INTO :WS-KEYPOS
                   FROM POSITION
                   WHERE DEPTCODE = :DEPTCDI
                     AND DESGCODE = :DESGCDI
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              MOVE 'F' TO WS-POSVAL
           ELSE
              MOVE 'N' TO WS-POSVAL
           END-IF.

      ***************************************************
        CHECK-EMPLOYEE-PARA.
           MOVE SPACES TO WS-EMP-STATUS WS-EMP-DEPTCD WS-EMP-DESGCD.
           EXEC SQL
               SELECT STATUS, DEPTCODE, DESGCODE
                   INTO :WS-EMP-STATUS, :WS-EMP-DEPTCD,
                        :WS-EMP-DESGCD
                   FROM EMPLOYEE
                   WHERE EMPID = :EMPCDI
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              MOVE 'F' TO WS-EMPVAL
           ELSE
              MOVE 'N' TO WS-EMPVAL
           END-IF.

      ***************************************************
       CHECK-COURSE-EXISTS-PARA.
           MOVE ZERO TO WS-CRS-EXIST-COUNT.
           IF CRSIDI NOT = SPACES
              EXEC SQL
                  SELECT COUNT(*)
                      INTO :WS-CRS-EXIST-COUNT
                      FROM COURSE
                      WHERE COURSE-ID = :CRSIDI
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              IF NOT WS-SQL-RETURN-NORMAL
                 MOVE ZERO TO WS-CRS-EXIST-COUNT
              END-IF
           END-IF.

      ***************************************************
       INITIALIZE-FIELD-PARA.

           MOVE SPACES TO ACTIONO WS-ACTION
           MOVE SPACES TO DEPTCDO WS-DEPTCD
           MOVE SPACES TO DESGCDO WS-DESGCD
           MOVE SPACES TO EMPCDO  WS-EMPCD
           MOVE SPACES TO READYO  WS-READY
           MOVE SPACES TO CRSIDO  WS-CRSID
           MOVE ZEROES TO WS-ENTRY
           MOVE -1 TO ACTIONL
           MOVE 'N' TO WS-INPUT
           MOVE 'START' TO WS-PROCESS.

      ***************************************************
      *    Records what was in flight (ACTION/PROCESS/ENTRYT from the
      *    commarea the operator was about to continue with) so an
      *    abandoned add/change is distinguishable from a completed
      *    one - same MAINTENANCE_ABANDON_LOG convention as
      *    DEPTMANT/DESGMANT/MEMPMANT/LEAVEMNT.
       LOG-ABANDONED-SESSION-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-ABANDON-TS.

           EXEC SQL
               INSERT INTO MAINTENANCE_ABANDON_LOG
                   (PROGRAM-NAME, IN-PROGRESS-ACTION,
                    IN-PROGRESS-PROCESS, ENTRY-COUNT,
                    ABANDONED-BY, ABANDONED-TERM, ABANDONED-TS)
                   VALUES ('SUCCMANT', :ACTION, :PROCESS,
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
                   VALUES ('SUCCMANT', :WS-SQLERR-PARAGRAPH,
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
                   VALUES ('SUCC', 'SUCCMANT', :EIBUSERID,
                           :WS-ACTV-TS)
           END-EXEC.
