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
      *    Shift master maintenance - add/change/inquire/delete on
      *    SHIFT_MASTER, one row per working shift with its start
      *    and end times (HH:MM, 24-hour) and the per-day allowance
      *    a rostered employee earns for each ATTENDANCE day worked
      *    on it. A shift whose end time falls before its start
      *    runs past midnight and is flagged a night shift; its
      *    allowance is simply set higher. RSTRMANT assigns people
      *    to shifts by date and payrun pays the month's total
      *    (GET-SHIFT-ALLOW-PARA). A shift still named on a roster
      *    cannot be deleted - set its allowance to zero instead.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHFTMANT.
       AUTHOR. ATOS SYNTEL.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      ***************************************************
       WORKING-STORAGE SECTION.

       01  PROGRAM-DESC                PIC X(20) VALUE 'SHIFT MASTER'.

       01  WS-TEMP.
           05 WS-SHFDESC               PIC X(20).
           05 WS-STARTTM               PIC X(05).
           05 WS-ENDTM                 PIC X(05).
           05 WS-DAYALLOW              PIC 9(05)V99.
           05 WS-NIGHTFLG              PIC X(01).
           05 WS-MSG                   PIC X(50).
           05 WS-ROSTER-COUNT          PIC S9(09) COMP VALUE ZERO.
           05 WS-ABANDON-TS            PIC X(21).
           05 WS-SQLERR-TS             PIC X(21).
           05 WS-SQLERR-PARAGRAPH      PIC X(30).
           05 WS-SQLERR-KEY            PIC X(30).

      *    HH:MM as keyed - hours and minutes checked separately.
       01  WS-TIME-CHECK.
           05 WS-TM-HH                 PIC X(02).
           05 WS-TM-HH-N REDEFINES WS-TM-HH
                                       PIC 9(02).
           05 WS-TM-COLON              PIC X(01).
           05 WS-TM-MM                 PIC X(02).
           05 WS-TM-MM-N REDEFINES WS-TM-MM
                                       PIC 9(02).

       01  WS-SWITCHES.
           05  WS-ACT                      PIC X(1).
               88  VALID-ACTION                     VALUE 'Y'.

           05  WS-INPUT                    PIC X(1).
               88  VALID-INPUT                      VALUE 'Y'.
               88  INVALID-INPUT                    VALUE 'N'.

           05  WS-SHFVAL                   PIC X(1).
               88  SHF-EXIST                        VALUE 'F'.
               88  SHF-NOTFND                       VALUE 'N'.
               88  SHF-DBERR                        VALUE 'E'.

           05  WS-TIMEVAL                  PIC X(1).
               88  TIME-VALID                       VALUE 'Y'.
               88  TIME-INVALID                     VALUE 'N'.

       01  WS-COMMAREA.
           05 WS-SHFCD                 PIC X(04) VALUE SPACES.
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

           COPY SHFTSET.
      ***************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           05 SHFCD                    PIC X(04).
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
              MOVE 'EXIT FROM SHIFT MASTER MAINTENANCE' TO WS-MSG
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
               INITIALIZE SHFTMNTI
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
              EXEC CICS SEND MAP('SHFTMNT')
                MAPSET('SHFTSET')
                FROM(SHFTMNTO)
                ERASE
                CURSOR
              END-EXEC
           ELSE
              EXEC CICS SEND MAP('SHFTMNT')
                MAPSET('SHFTSET')
                FROM(SHFTMNTO)
                DATAONLY
                CURSOR
              END-EXEC
           END-IF.
           EXEC CICS RETURN TRANSID('SHFT')
               COMMAREA(WS-COMMAREA)
               LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

      ***************************************************
       RECEIVE-MAP-PARA.
           EXEC CICS RECEIVE MAP('SHFTMNT')
                MAPSET('SHFTSET')
                INTO(SHFTMNTI)
           END-EXEC.

      ***************************************************
       PROCESS-PARA.

           IF SHFCDI NOT = WS-SHFCD
              PERFORM VALIDATE-KEY-PARA
              IF NOT SHF-DBERR
                 PERFORM ACTION-PROCESS-VAL-PARA
              END-IF
           END-IF.

           IF WS-ENTRY > 0
              IF ACTIONI NOT = 'D' AND ACTIONI NOT = 'I'
                 PERFORM VALIDATE-SHIFT-PARA
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
      *    Description and both times are required; the night flag
      *    is derived here rather than keyed, so it can never
      *    disagree with the times themselves.
       VALIDATE-SHIFT-PARA.
           MOVE 'Y' TO WS-INPUT.
           IF SHFDSCI = SPACES
              MOVE 'ENTER SHIFT DESCRIPTION' TO MSGLINO
              MOVE -1 TO SHFDSCL
              MOVE 'N' TO WS-INPUT
           ELSE
              MOVE STRTMI TO WS-TIME-CHECK
              PERFORM CHECK-TIME-PARA
              IF TIME-INVALID
                 MOVE 'START TIME MUST BE HH:MM (00:00-23:59)'
                      TO MSGLINO
                 MOVE -1 TO STRTML
                 MOVE 'N' TO WS-INPUT
              ELSE
                 MOVE ENDTMI TO WS-TIME-CHECK
                 PERFORM CHECK-TIME-PARA
                 IF TIME-INVALID
                    MOVE 'END TIME MUST BE HH:MM (00:00-23:59)'
                         TO MSGLINO
                    MOVE -1 TO ENDTML
                    MOVE 'N' TO WS-INPUT
                 END-IF
              END-IF
           END-IF.
           IF INVALID-INPUT
              MOVE 'SHIFT' TO WS-PROCESS
              MOVE 1 TO WS-ENTRY
              PERFORM SEND-MAP-PARA
           END-IF.
           IF ENDTMI < STRTMI
              MOVE 'Y' TO WS-NIGHTFLG
           ELSE
              MOVE 'N' TO WS-NIGHTFLG
           END-IF.

      ***************************************************
       CHECK-TIME-PARA.
           MOVE 'Y' TO WS-TIMEVAL.
           IF WS-TM-HH IS NOT NUMERIC OR WS-TM-MM IS NOT NUMERIC
              OR WS-TM-COLON NOT = ':'
              MOVE 'N' TO WS-TIMEVAL
           ELSE
              IF WS-TM-HH-N > 23 OR WS-TM-MM-N > 59
                 MOVE 'N' TO WS-TIMEVAL
              END-IF
           END-IF.

      ***************************************************
       ACTION-PROCESS-VAL-PARA.
           EVALUATE ACTIONI
           WHEN 'A'
              IF SHF-EXIST
                 MOVE 'SHIFT ALREADY EXISTS, TRY AGAIN'
                          TO MSGLINO
                 MOVE 'N' TO WS-INPUT
                 MOVE ZEROES TO WS-ENTRY
                 MOVE -1  TO SHFCDL
              ELSE
                 MOVE 'Y' TO WS-INPUT
                 ADD 1    TO WS-ENTRY
                 MOVE -1  TO SHFDSCL
                 PERFORM SEND-MAP-PARA
              END-IF
           WHEN 'C'
              IF SHF-NOTFND
                 MOVE 'SHIFT DOES NOT EXIST, TRY AGAIN'
                          TO MSGLINO
                 MOVE -1  TO SHFCDL
                 MOVE 'N' TO WS-INPUT
                 MOVE ZEROES TO WS-ENTRY
              ELSE
                 MOVE 'Y' TO WS-INPUT
                 ADD 1    TO WS-ENTRY
                 MOVE -1  TO SHFDSCL
                 PERFORM DB-DATAMOVE-PARA
                 PERFORM SEND-MAP-PARA
              END-IF
           WHEN 'D'
              IF SHF-NOTFND
                 MOVE 'SHIFT DOES NOT EXIST, TRY AGAIN'
                          TO MSGLINO
                 MOVE -1  TO SHFCDL
                 MOVE 'N' TO WS-INPUT
                 MOVE ZEROES TO WS-ENTRY
              ELSE
                 MOVE 'Y' TO WS-INPUT
                 ADD 1    TO WS-ENTRY
                 PERFORM DB-DATAMOVE-PARA
                 PERFORM SEND-MAP-PARA
              END-IF
           WHEN 'I'
              IF SHF-NOTFND
                 MOVE 'SHIFT DOES NOT EXIST' TO MSGLINO
                 MOVE -1  TO SHFCDL
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

           MOVE WS-SHFDESC   TO SHFDSCO
           MOVE WS-STARTTM   TO STRTMO
           MOVE WS-ENDTM     TO ENDTMO
           MOVE WS-DAYALLOW  TO DAYALWO
           MOVE WS-NIGHTFLG  TO NIGHTO.

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
                  MOVE 'ENTER SHIFT CODE'
                      TO MSGLINO
                  MOVE ACTIONI TO WS-ACTION
               END-IF
               MOVE 'Y' TO WS-ACT
           END-IF.

      ***************************************************
       VALIDATE-KEY-PARA.

           IF SHFCDI = SPACES
              MOVE 'SHIFT CODE IS REQUIRED'
                 TO MSGLINO
              MOVE 'KEY'    TO WS-PROCESS
              MOVE -1       TO SHFCDL
              MOVE ZEROES TO WS-ENTRY
              MOVE 'N'      TO WS-SHFVAL
              MOVE 'N'      TO WS-INPUT
           ELSE
              MOVE SHFCDI TO WS-SHFCD
              PERFORM SHFROW-VALIDATE
           END-IF.

      ***************************************************
        SHFROW-VALIDATE.

           EXEC SQL
               SELECT SHIFT-DESC, START-TIME, END-TIME,
                      DAY-ALLOW, NIGHT-FLAG
                   INTO :WS-SHFDESC, :WS-STARTTM, :WS-ENDTM,
                        :WS-DAYALLOW, :WS-NIGHTFLG
                   FROM SHIFT_MASTER
                   WHERE SHIFT-CODE = :WS-SHFCD
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'SHIFT FOUND, CONTINUE PROCESS'
                      TO MSGLINO
                 MOVE 'F' TO WS-SHFVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'SHIFT DOES NOT EXIST, CONTINUE TO ADD'
                      TO MSGLINO
                 MOVE 'N' TO WS-SHFVAL
                 MOVE ZEROES TO WS-DAYALLOW
                 MOVE SPACES TO WS-SHFDESC WS-STARTTM WS-ENDTM
                 MOVE SPACES TO WS-NIGHTFLG
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED, TRY AGAIN' TO MSGLINO
                 MOVE 'ERROR' TO WS-PROCESS
                 MOVE 'E' TO WS-SHFVAL
                 MOVE 'N' TO WS-INPUT
                 MOVE 'SHFROW-VALIDATE' TO WS-SQLERR-PARAGRAPH
                 MOVE SHFCDI TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.

      ***************************************************
      *    First pass shows the row and asks for a second ENTER;
      *    a shift any roster row still names is refused outright
      *    so past months' allowances can still be recomputed.
       CONFIRM-DELETE-PARA.
           IF WS-ENTRY = 1
              PERFORM COUNT-ROSTER-PARA
              IF WS-ROSTER-COUNT > 0
                 MOVE 'ROSTERED - SET ALLOWANCE TO ZERO INSTEAD'
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
       COUNT-ROSTER-PARA.
           MOVE ZERO TO WS-ROSTER-COUNT.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-ROSTER-COUNT
                   FROM SHIFT_ROSTER
                   WHERE SHIFT-CODE = :SHFCDI
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE ZERO TO WS-ROSTER-COUNT
           END-IF.

      ***************************************************
       DELETE-PARA.

           EXEC SQL
               DELETE FROM SHIFT_MASTER
                   WHERE SHIFT-CODE = :SHFCDI
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'SHIFT DELETED'
                      TO MSGLINO
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'SHIFT DOES NOT EXIST, TRY AGAIN'
                      TO MSGLINO
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED IN DELETE' TO MSGLINO
                 MOVE 'DELETE-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE SHFCDI TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.
           PERFORM INITIALIZE-FIELD-PARA.

      ***************************************************
       INQUIRE-PARA.
           MOVE 'SHIFT DETAILS - READ ONLY, NO CHANGES MADE'
                TO MSGLINO.
           MOVE 'N' TO WS-INPUT.
           MOVE ZEROES TO WS-ENTRY.
           MOVE 'START' TO WS-PROCESS.

      ***************************************************
       INSERT-PARA.

           EXEC SQL
               INSERT INTO SHIFT_MASTER
                   (SHIFT-CODE, SHIFT-DESC, START-TIME, END-TIME,
                    DAY-ALLOW, NIGHT-FLAG, CHANGED-BY)
                   VALUES (:SHFCDI, :SHFDSCI, :STRTMI, :ENDTMI,
                           :DAYALWI, :WS-NIGHTFLG, :EIBUSERID)
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'SHIFT INSERTED'
                      TO MSGLINO
              WHEN WS-SQL-RETURN-DUPKEY
                 MOVE 'SHIFT ALREADY EXISTS, TRY AGAIN'
                      TO MSGLINO
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED IN INSERT' TO MSGLINO
                 MOVE 'INSERT-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE SHFCDI TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.
           PERFORM INITIALIZE-FIELD-PARA.

      ***************************************************
       UPDATE-PARA.

           EXEC SQL
               UPDATE SHIFT_MASTER
                   SET SHIFT-DESC = :SHFDSCI,
                       START-TIME = :STRTMI,
                       END-TIME   = :ENDTMI,
                       DAY-ALLOW  = :DAYALWI,
                       NIGHT-FLAG = :WS-NIGHTFLG,
                       CHANGED-BY = :EIBUSERID
                   WHERE SHIFT-CODE = :SHFCDI
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'SHIFT UPDATED'
                      TO MSGLINO
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'SHIFT DOES NOT EXIST, TRY AGAIN'
                      TO MSGLINO
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED IN UPDATE' TO MSGLINO
                 MOVE 'UPDATE-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE SHFCDI TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.
           PERFORM INITIALIZE-FIELD-PARA.

      ***************************************************
       INITIALIZE-FIELD-PARA.

           MOVE SPACES TO ACTIONO WS-ACTION
           MOVE SPACES TO SHFCDO  WS-SHFCD
           MOVE SPACES TO SHFDSCO WS-SHFDESC
           MOVE SPACES TO STRTMO  WS-STARTTM
           MOVE SPACES TO ENDTMO  WS-ENDTM
           MOVE ZEROES TO DAYALWO WS-DAYALLOW
           MOVE SPACES TO NIGHTO  WS-NIGHTFLG
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
                   VALUES ('SHFTMANT', :ACTION, :PROCESS,
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
                   VALUES ('SHFTMANT', :WS-SQLERR-PARAGRAPH,
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
                   VALUES ('SHFT', 'SHFTMANT', :EIBUSERID,
                           :WS-ACTV-TS)
           END-EXEC.
