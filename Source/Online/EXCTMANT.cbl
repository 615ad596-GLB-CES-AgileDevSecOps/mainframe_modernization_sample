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
      *    Expense category maintenance - add/change/inquire/delete
      *    on EXPENSE_CATEGORY, the claim categories EXPCMANT files
      *    reimbursement claims against (travel, lodging, meals and
      *    the like). Each category carries the per-claim cap that
      *    EXPCMANT refuses to exceed, in the OTPMANT single-key
      *    mould. A category still referenced by a claim cannot be
      *    deleted - retire it by setting its cap to zero instead.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCTMANT.
       AUTHOR. ATOS SYNTEL.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      ***************************************************
       WORKING-STORAGE SECTION.

       01  PROGRAM-DESC                PIC X(20) VALUE 'EXP CATEGORY'.

       01  WS-TEMP.
           05 WS-CATDESC               PIC X(20).
           05 WS-CAPAMT                PIC 9(07)V99.
           05 WS-MSG                   PIC X(50).
           05 WS-CLAIM-COUNT           PIC S9(09) COMP VALUE ZERO.
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

           05  WS-CATVAL                   PIC X(1).
               88  CAT-EXIST                        VALUE 'F'.
               88  CAT-NOTFND                       VALUE 'N'.
               88  CAT-DBERR                        VALUE 'E'.

       01  WS-COMMAREA.
           05 WS-CATCD                 PIC X(04) VALUE SPACES.
           05 WS-ACTION                PIC X(01) VALUE SPACES.
           05 WS-CRUD-FLAG             PIC X(1).
              88 ADD-REC               VALUE 'C'.
              88 CHANGE-REC            VALUE 'U'.
              88 DELETE-REC            VALUE 'D'.
              88 DISPLAY-REC           VALUE 'R'.
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

           COPY EXCTSET.
      ***************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           05 CATCD                    PIC X(04).
           05 ACTION                   PIC X(01).
           05 CRUD-FLAG                PIC X(1).
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
              MOVE 'EXIT FROM EXPENSE CATEGORY MAINTENANCE' TO WS-MSG
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
               INITIALIZE EXCTMNTI
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
              EXEC CICS SEND MAP('EXCTMNT')
                MAPSET('EXCTSET')
                FROM(EXCTMNTO)
                ERASE
                CURSOR
              END-EXEC
           ELSE
              EXEC CICS SEND MAP('EXCTMNT')
                MAPSET('EXCTSET')
                FROM(EXCTMNTO)
                DATAONLY
                CURSOR
              END-EXEC
           END-IF.
           EXEC CICS RETURN TRANSID('EXCT')
               COMMAREA(WS-COMMAREA)
               LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

      ***************************************************
       RECEIVE-MAP-PARA.
           EXEC CICS RECEIVE MAP('EXCTMNT')
                MAPSET('EXCTSET')
                INTO(EXCTMNTI)
           END-EXEC.

      ***************************************************
       PROCESS-PARA.

           IF CATCDI NOT = WS-CATCD
              PERFORM VALIDATE-KEY-PARA
              IF NOT CAT-DBERR
                 PERFORM ACTION-PROCESS-VAL-PARA
              END-IF
           END-IF.

           IF WS-ENTRY > 0
              IF ACTIONI NOT = 'D' AND ACTIONI NOT = 'I'
                 IF CATDSCI = SPACES
                    MOVE 'ENTER CATEGORY DESCRIPTION'
                         TO MSGLINO
                    MOVE 'CATDSC' TO WS-PROCESS
                    MOVE -1       TO CATDSCL
                    MOVE 'N'      TO WS-INPUT
                    MOVE ZEROES   TO WS-ENTRY
                 ELSE
                    MOVE 'Y'      TO WS-INPUT
                 END-IF
              ELSE
                 MOVE 'Y' TO WS-INPUT
              END-IF

              IF WS-ENTRY > 0
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
       ACTION-PROCESS-VAL-PARA.
           EVALUATE ACTIONI
           WHEN 'A'
              IF CAT-EXIST
                 MOVE 'CATEGORY ALREADY EXISTS, TRY AGAIN'
                          TO MSGLINO
                 MOVE 'N' TO WS-INPUT
                 MOVE ZEROES TO WS-ENTRY
                 MOVE -1  TO CATCDL
              ELSE
                 MOVE 'Y' TO WS-INPUT
                 ADD 1    TO WS-ENTRY
                 MOVE -1  TO CATDSCL
                 PERFORM SEND-MAP-PARA
              END-IF
           WHEN 'C'
              IF CAT-NOTFND
                 MOVE 'CATEGORY DOES NOT EXIST, TRY AGAIN'
                          TO MSGLINO
                 MOVE -1  TO CATCDL
                 MOVE 'N' TO WS-INPUT
                 MOVE ZEROES TO WS-ENTRY
              ELSE
                 MOVE 'Y' TO WS-INPUT
                 ADD 1    TO WS-ENTRY
                 MOVE -1  TO CATDSCL
                 PERFORM DB-DATAMOVE-PARA
                 PERFORM SEND-MAP-PARA
              END-IF
           WHEN 'D'
              IF CAT-NOTFND
                 MOVE 'CATEGORY DOES NOT EXIST, TRY AGAIN'
                          TO MSGLINO
                 MOVE -1  TO CATCDL
                 MOVE 'N' TO WS-INPUT
                 MOVE ZEROES TO WS-ENTRY
              ELSE
                 MOVE 'Y' TO WS-INPUT
                 ADD 1    TO WS-ENTRY
                 PERFORM DB-DATAMOVE-PARA
                 PERFORM SEND-MAP-PARA
              END-IF
           WHEN 'I'
              IF CAT-NOTFND
                 MOVE 'CATEGORY DOES NOT EXIST' TO MSGLINO
                 MOVE -1  TO CATCDL
                 MOVE 'N' TO WS-INPUT
                 MOVE ZEROES TO WS-ENTRY
              ELSE
                 MOVE 'R' TO WS-CRUD-FLAG
                 MOVE 'Y' TO WS-INPUT
                 ADD 1    TO WS-ENTRY
                 PERFORM DB-DATAMOVE-PARA
                 PERFORM SEND-MAP-PARA
              END-IF
           END-EVALUATE.

      ***************************************************
       DB-DATAMOVE-PARA.

           MOVE WS-CATDESC  TO CATDSCO
           MOVE WS-CAPAMT   TO CAPAMTO.

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
                  MOVE 'ENTER EXPENSE CATEGORY CODE'
                      TO MSGLINO
                  MOVE ACTIONI TO WS-ACTION
               END-IF
               MOVE 'Y' TO WS-ACT
           END-IF.

      ***************************************************
       VALIDATE-KEY-PARA.

           IF CATCDI = SPACES
              MOVE 'CATEGORY CODE IS REQUIRED'
                 TO MSGLINO
              MOVE 'KEY'    TO WS-PROCESS
              MOVE -1       TO CATCDL
              MOVE ZEROES TO WS-ENTRY
              MOVE 'N'      TO WS-CATVAL
              MOVE 'N'      TO WS-INPUT
           ELSE
              MOVE CATCDI TO WS-CATCD
              PERFORM CATROW-VALIDATE
           END-IF.

      ***************************************************
        CATROW-VALIDATE.

           EXEC SQL
               SELECT CATDESC, CAP-AMOUNT
                   INTO :WS-CATDESC, :WS-CAPAMT
                   FROM EXPENSE_CATEGORY
                   WHERE EXP-CATEGORY = :WS-CATCD
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'CATEGORY FOUND, CONTINUE PROCESS'
                      TO MSGLINO
                 MOVE 'F' TO WS-CATVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'CATEGORY DOES NOT EXIST, CONTINUE TO ADD'
                      TO MSGLINO
                 MOVE 'N' TO WS-CATVAL
                 MOVE ZEROES TO WS-CAPAMT
                 MOVE SPACES TO WS-CATDESC
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED, TRY AGAIN' TO MSGLINO
                 MOVE 'ERROR' TO WS-PROCESS
                 MOVE 'E' TO WS-CATVAL
                 MOVE 'N' TO WS-INPUT
                 MOVE 'CATROW-VALIDATE' TO WS-SQLERR-PARAGRAPH
                 MOVE CATCDI TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.

      ***************************************************
      *    First pass shows the row and asks for a second ENTER;
      *    a category any claim still points at is refused outright
      *    so the claim history never loses its category text.
       CONFIRM-DELETE-PARA.
           IF WS-ENTRY = 1
              PERFORM COUNT-CLAIMS-PARA
              IF WS-CLAIM-COUNT > 0
                 MOVE 'CLAIMS EXIST - SET CAP TO ZERO INSTEAD'
                      TO MSGLINO
                 PERFORM INITIALIZE-FIELD-PARA
              ELSE
                 MOVE 'PRESS ENTER TO CONFIRM DELETE, PF3 TO CANCEL'
                      TO MSGLINO
                 ADD 1    TO WS-ENTRY
                 MOVE 'N' TO WS-INPUT
              END-IF
           ELSE
              PERFORM DELETE-PARA
           END-IF.

      ***************************************************
       COUNT-CLAIMS-PARA.
           MOVE ZERO TO WS-CLAIM-COUNT.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-CLAIM-COUNT
                   FROM EXPENSE_CLAIM
                   WHERE EXP-CATEGORY = :CATCDI
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE ZERO TO WS-CLAIM-COUNT
           END-IF.

      ***************************************************
       DELETE-PARA.

           EXEC SQL
               DELETE FROM EXPENSE_CATEGORY
                   WHERE EXP-CATEGORY = :CATCDI
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'CATEGORY DELETED'
                      TO MSGLINO
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'CATEGORY DOES NOT EXIST, TRY AGAIN'
                      TO MSGLINO
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED IN DELETE' TO MSGLINO
                 MOVE 'DELETE-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE CATCDI TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.
           PERFORM INITIALIZE-FIELD-PARA.

      ***************************************************
       INQUIRE-PARA.
           MOVE 'CATEGORY DETAILS - READ ONLY, NO CHANGES MADE'
                TO MSGLINO.
           MOVE 'N' TO WS-INPUT.
           MOVE ZEROES TO WS-ENTRY.
           MOVE 'START' TO WS-PROCESS.

      ***************************************************
       INSERT-PARA.

           EXEC SQL
               INSERT INTO EXPENSE_CATEGORY
                   (EXP-CATEGORY, CATDESC, CAP-AMOUNT, CHANGED-BY)
                   VALUES (:CATCDI, :CATDSCI, :CAPAMTI, :EIBUSERID)
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'CATEGORY INSERTED'
                      TO MSGLINO
              WHEN WS-SQL-RETURN-DUPKEY
                 MOVE 'CATEGORY ALREADY EXISTS, TRY AGAIN'
                      TO MSGLINO
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED IN INSERT' TO MSGLINO
                 MOVE 'INSERT-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE CATCDI TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.
           PERFORM INITIALIZE-FIELD-PARA.

      ***************************************************
       UPDATE-PARA.

           EXEC SQL
               UPDATE EXPENSE_CATEGORY
                   SET CATDESC    = :CATDSCI,
                       CAP-AMOUNT = :CAPAMTI,
                       CHANGED-BY = :EIBUSERID
                   WHERE EXP-CATEGORY = :CATCDI
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'CATEGORY UPDATED'
                      TO MSGLINO
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'CATEGORY DOES NOT EXIST, TRY AGAIN'
                      TO MSGLINO
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED IN UPDATE' TO MSGLINO
                 MOVE 'UPDATE-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE CATCDI TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.
           PERFORM INITIALIZE-FIELD-PARA.

      ***************************************************
       INITIALIZE-FIELD-PARA.

           MOVE SPACES TO ACTIONO WS-ACTION
           MOVE SPACES TO CATCDO  WS-CATCD
           MOVE SPACES TO CATDSCO WS-CATDESC
           MOVE ZEROES TO CAPAMTO WS-CAPAMT
           MOVE ZEROES TO WS-ENTRY
           MOVE -1 TO ACTIONL
           MOVE 'N' TO WS-INPUT
           MOVE 'START' TO WS-PROCESS.

      ***************************************************
      *    Records what was in flight (ACTION/PROCESS/ENTRYT from the
      *    commarea the operator was about to continue with) so an
      *    abandoned add/change is distinguishable from a completed
      *    one - same MAINTENANCE_ABANDON_LOG convention as the other
      *    maintenance screens.
       LOG-ABANDONED-SESSION-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-ABANDON-TS.

           EXEC SQL
               INSERT INTO MAINTENANCE_ABANDON_LOG
                   (PROGRAM-NAME, IN-PROGRESS-ACTION,
                    IN-PROGRESS-PROCESS, ENTRY-COUNT,
                    ABANDONED-BY, ABANDONED-TERM, ABANDONED-TS)
                   VALUES ('EXCTMANT', :ACTION, :PROCESS,
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
                   VALUES ('EXCTMANT', :WS-SQLERR-PARAGRAPH,
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
                   VALUES ('EXCT', 'EXCTMANT', :EIBUSERID,
                           :WS-ACTV-TS)
           END-EXEC.
