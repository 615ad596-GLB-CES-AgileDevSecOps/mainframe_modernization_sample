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
      *    Access recertification review - the manager's side of the
      *    quarterly cycle recert.cbl opens. Each RECERT_ITEM row is
      *    one user's USER_AUTH grant put in front of the manager
      *    responsible for them (their SELF_SERVICE_USER employee's
      *    manager); 'C' confirms the grant still fits the job and
      *    'R' revokes it. A revoke is not applied here - it parks
      *    the same USERMANT revoke on PENDING_CHANGE that USERMANT
      *    itself would, so CHKMANT's approval removes the grant
      *    and writes the USER_AUTH_AUDIT row like any other
      *    revocation. 'I' shows where an item stands. Only the
      *    responsible manager or a USER_AUTH role-'A' user may
      *    action an item, and nobody recertifies their own access.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCRTMANT.
       AUTHOR. ATOS SYNTEL.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      ***************************************************
       WORKING-STORAGE SECTION.

       01  PROGRAM-DESC                PIC X(20) VALUE 'ACCESS RECERT'.

       01  WS-TEMP.
           05 WS-ROLE                  PIC X(01).
           05 WS-REVIEWER              PIC X(05).
           05 WS-LAST-ACTIVITY         PIC X(08).
           05 WS-STATUS                PIC X(01).
           05 WS-CYCLE-STATUS          PIC X(01).
           05 WS-MY-EMPID              PIC X(05).
           05 WS-USER-ROLE             PIC X(01).
              88 ROLE-ADMIN            VALUE 'A'.
           05 WS-MSG                   PIC X(50).
           05 WS-STAMP-TS              PIC X(21).
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

       01  WS-COMMAREA.
           05 WS-CYCLE                 PIC X(06) VALUE SPACES.
           05 WS-USERID                PIC X(08) VALUE SPACES.
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

           COPY RCRTSET.
      ***************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           05 CYCLE                    PIC X(06).
           05 USERID                   PIC X(08).
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
              MOVE 'EXIT FROM ACCESS RECERTIFICATION' TO WS-MSG
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
               INITIALIZE RCRTMNTI
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
              EXEC CICS SEND MAP('RCRTMNT')
                MAPSET('RCRTSET')
                FROM(RCRTMNTO)
                ERASE
                CURSOR
              END-EXEC
           ELSE
              EXEC CICS SEND MAP('RCRTMNT')
                MAPSET('RCRTSET')
                FROM(RCRTMNTO)
                DATAONLY
                CURSOR
              END-EXEC
           END-IF.
           EXEC CICS RETURN TRANSID('RCRT')
               COMMAREA(WS-COMMAREA)
               LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

      ***************************************************
       RECEIVE-MAP-PARA.
           EXEC CICS RECEIVE MAP('RCRTMNT')
                MAPSET('RCRTSET')
                INTO(RCRTMNTI)
           END-EXEC.

      ***************************************************
       VALIDATE-ACTION-PARA.

           IF ACTIONI NOT = 'C' AND ACTIONI NOT = 'R' AND
               ACTIONI NOT = 'I'
               MOVE 'VALID - C CONFIRM/R REVOKE/I INQUIRE'
                 TO MSGLINO
               MOVE 'ACTION' TO WS-PROCESS
               MOVE 'N' TO WS-ACT
            ELSE
               IF WS-ACTION NOT = ACTIONI
                  MOVE 'ENTER THE CYCLE AND USER ID'
                      TO MSGLINO
                  MOVE ACTIONI TO WS-ACTION
               END-IF
               MOVE 'Y' TO WS-ACT
           END-IF.

      ***************************************************
       PROCESS-PARA.

           EVALUATE TRUE
              WHEN CYCLEI = SPACES
                 MOVE 'ENTER THE RECERTIFICATION CYCLE (YYYYQN)'
                      TO MSGLINO
                 MOVE -1 TO CYCLEL
              WHEN USERIDI = SPACES
                 MOVE 'ENTER THE USER ID TO REVIEW' TO MSGLINO
                 MOVE -1 TO USERIDL
              WHEN OTHER
                 MOVE CYCLEI  TO WS-CYCLE
                 MOVE USERIDI TO WS-USERID
                 PERFORM ITEMROW-VALIDATE
                 IF ROW-EXIST
                    EVALUATE ACTIONI
                       WHEN 'C'
                          PERFORM CONFIRM-PARA THRU CONFIRM-EXIT
                       WHEN 'R'
                          PERFORM REVOKE-PARA THRU REVOKE-EXIT
                       WHEN 'I'
                          PERFORM INQUIRE-PARA
                    END-EVALUATE
                 END-IF
           END-EVALUATE.

      ***************************************************
       ITEMROW-VALIDATE.

           MOVE SPACES TO WS-ROLE WS-REVIEWER WS-LAST-ACTIVITY.
           MOVE SPACES TO WS-STATUS WS-CYCLE-STATUS.
           EXEC SQL
               SELECT I.ROLE, I.REVIEWER-EMPID, I.LAST-ACTIVITY,
                      I.ITEM-STATUS, C.CYCLE-STATUS
                   INTO :WS-ROLE, :WS-REVIEWER, :WS-LAST-ACTIVITY,
                        :WS-STATUS, :WS-CYCLE-STATUS
                   FROM RECERT_ITEM I
                   JOIN RECERT_CYCLE C ON C.CYCLE-ID = I.CYCLE-ID
                   WHERE I.CYCLE-ID = :WS-CYCLE
                     AND I.USERID = :WS-USERID
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-ROWVAL
                 MOVE WS-ROLE          TO ROLEO
                 MOVE WS-REVIEWER      TO REVWRO
                 MOVE WS-LAST-ACTIVITY TO LSTACTO
                 MOVE WS-STATUS        TO ISTATO
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-ROWVAL
                 MOVE 'USER NOT IN THIS RECERTIFICATION CYCLE'
                      TO MSGLINO
                 MOVE -1 TO USERIDL
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED, TRY AGAIN' TO MSGLINO
                 MOVE 'ERROR' TO WS-PROCESS
                 MOVE 'E' TO WS-ROWVAL
                 MOVE 'N' TO WS-INPUT
                 MOVE 'ITEMROW-VALIDATE' TO WS-SQLERR-PARAGRAPH
                 MOVE WS-USERID TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.

      ***************************************************
      *    Who may decide an item: the manager it was routed to
      *    (matched through their own SELF_SERVICE_USER EMPID) or
      *    a role-'A' user - the only ones who can take the items
      *    recert.cbl found no manager for. Never the user under
      *    review, and only while the cycle is open and the item
      *    is still pending.
       CHECK-REVIEWER-PARA.
           PERFORM CHECK-AUTH-PARA.
           MOVE SPACES TO WS-MY-EMPID.
           EXEC SQL
               SELECT EMPID
                   INTO :WS-MY-EMPID
                   FROM SELF_SERVICE_USER
                   WHERE USERID = :EIBUSERID
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE SPACES TO WS-MY-EMPID
           END-IF.

           MOVE 'Y' TO WS-INPUT.
           EVALUATE TRUE
              WHEN WS-USERID = EIBUSERID
                 MOVE 'YOU CANNOT RECERTIFY YOUR OWN ACCESS'
                      TO MSGLINO
                 MOVE 'N' TO WS-INPUT
              WHEN WS-CYCLE-STATUS NOT = 'O'
                 MOVE 'RECERTIFICATION CYCLE IS CLOSED' TO MSGLINO
                 MOVE 'N' TO WS-INPUT
              WHEN WS-STATUS NOT = 'P'
                 MOVE 'ITEM ALREADY ACTIONED - SEE STATUS'
                      TO MSGLINO
                 MOVE 'N' TO WS-INPUT
              WHEN ROLE-ADMIN
                 CONTINUE
              WHEN WS-REVIEWER = SPACES
                OR WS-MY-EMPID NOT = WS-REVIEWER
                 MOVE 'ITEM IS NOT ROUTED TO YOU FOR REVIEW'
                      TO MSGLINO
                 MOVE 'N' TO WS-INPUT
           END-EVALUATE.

      ***************************************************
       CONFIRM-PARA.
           PERFORM CHECK-REVIEWER-PARA.
           IF INVALID-INPUT
              GO TO CONFIRM-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-TS.
           EXEC SQL
               UPDATE RECERT_ITEM
                   SET ITEM-STATUS = 'C',
                       ACTIONED-BY = :EIBUSERID,
                       ACTIONED-TS = :WS-STAMP-TS
                   WHERE CYCLE-ID = :WS-CYCLE
                     AND USERID = :WS-USERID
                     AND ITEM-STATUS = 'P'
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'ACCESS CONFIRMED FOR THIS CYCLE' TO MSGLINO
                 MOVE 'C' TO ISTATO
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'ITEM ACTIONED MEANWHILE - NOT CONFIRMED'
                      TO MSGLINO
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED IN CONFIRM' TO MSGLINO
                 MOVE 'CONFIRM-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE WS-USERID TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.

       CONFIRM-EXIT.
           EXIT.

      ***************************************************
      *    The revoke parks exactly as USERMANT's REVOKE-PARA
      *    does, so the second pair of eyes and the audit row come
      *    from CHKMANT; the item is marked 'R' once it is parked.
       REVOKE-PARA.
           PERFORM CHECK-REVIEWER-PARA.
           IF INVALID-INPUT
              GO TO REVOKE-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-TS.
           EXEC SQL
               INSERT INTO PENDING_CHANGE
                   (CHANGE-SOURCE, CHANGE-KEY, PEND-ACTION,
                    NEW-VAL1, NEW-VAL2, NEW-VAL3, PEND-STATUS,
                    MAKER-ID, MAKER-TS)
                   VALUES ('USERMANT', :WS-USERID, 'D',
                           :WS-ROLE, ' ', ' ',
                           'P', :EIBUSERID, :WS-STAMP-TS)
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 CONTINUE
              WHEN WS-SQL-RETURN-DUPKEY
                 MOVE 'A GRANT CHANGE IS ALREADY PENDING - RESOLVE IT'
                      TO MSGLINO
                 GO TO REVOKE-EXIT
              WHEN OTHER
                 MOVE 'DB2 ERROR PARKING REVOKE' TO MSGLINO
                 MOVE 'REVOKE-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE WS-USERID TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
                 GO TO REVOKE-EXIT
           END-EVALUATE.

           EXEC SQL
               UPDATE RECERT_ITEM
                   SET ITEM-STATUS = 'R',
                       ACTIONED-BY = :EIBUSERID,
                       ACTIONED-TS = :WS-STAMP-TS
                   WHERE CYCLE-ID = :WS-CYCLE
                     AND USERID = :WS-USERID
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              MOVE 'REVOKE PARKED FOR APPROVAL (CHKMANT)'
                   TO MSGLINO
              MOVE 'R' TO ISTATO
           ELSE
              MOVE 'DB2 ERROR MARKING ITEM REVOKED' TO MSGLINO
              MOVE 'REVOKE-PARA' TO WS-SQLERR-PARAGRAPH
              MOVE WS-USERID TO WS-SQLERR-KEY
              PERFORM LOG-SQL-ERROR-PARA
           END-IF.

       REVOKE-EXIT.
           EXIT.

      ***************************************************
       INQUIRE-PARA.
           EVALUATE WS-STATUS
              WHEN 'P'
                 MOVE 'AWAITING MANAGER - CONFIRM OR REVOKE'
                      TO MSGLINO
              WHEN 'C'
                 MOVE 'ACCESS CONFIRMED FOR THIS CYCLE' TO MSGLINO
              WHEN 'R'
                 MOVE 'REVOKED - PARKED FOR APPROVAL (CHKMANT)'
                      TO MSGLINO
              WHEN 'I'
                 MOVE 'REVOKED AUTOMATICALLY - NO RECENT ACTIVITY'
                      TO MSGLINO
              WHEN OTHER
                 MOVE 'RECERTIFICATION STATUS UNKNOWN' TO MSGLINO
           END-EVALUATE.

      ***************************************************
      *    CHECK-AUTH-PARA - anyone not on USER_AUTH is limited,
      *    same as EMPMENU's CHECK-AUTH-PARA.
       CHECK-AUTH-PARA.
           EXEC SQL
               SELECT ROLE
                   INTO :WS-USER-ROLE
                   FROM USER_AUTH
                   WHERE USERID = :EIBUSERID
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE 'L' TO WS-USER-ROLE
           END-IF.

      ***************************************************
      *    Records what was in flight (ACTION/PROCESS/ENTRYT from the
      *    commarea the operator was about to continue with) so an
      *    abandoned session is distinguishable from a completed
      *    one - same MAINTENANCE_ABANDON_LOG convention as the
      *    other maintenance screens.
       LOG-ABANDONED-SESSION-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-ABANDON-TS.

           EXEC SQL
               INSERT INTO MAINTENANCE_ABANDON_LOG
                   (PROGRAM-NAME, IN-PROGRESS-ACTION,
                    IN-PROGRESS-PROCESS, ENTRY-COUNT,
                    ABANDONED-BY, ABANDONED-TERM, ABANDONED-TS)
                   VALUES ('RCRTMANT', :ACTION, :PROCESS,
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
                   VALUES ('RCRTMANT', :WS-SQLERR-PARAGRAPH,
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
                   VALUES ('RCRT', 'RCRTMANT', :EIBUSERID,
                           :WS-ACTV-TS)
           END-EXEC.
