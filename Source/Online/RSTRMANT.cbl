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
      *    Shift roster maintenance - SHIFT_ROSTER assigns an
      *    employee to a SHIFT_MASTER shift (SHFTMANT) from a date
      *    until a date, in the ACTGMANT open/end mould: 'A' opens
      *    the employee's roster on a shift from a FROM date, 'E'
      *    ends the open one on a TO date, 'I' shows it. One open
      *    roster at a time, and a new one may not start on or
      *    before the end of an earlier one, so no ATTENDANCE day
      *    ever falls under two shifts. payrun pays each present
      *    day at the rostered shift's per-day allowance
      *    (GET-SHIFT-ALLOW-PARA).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RSTRMANT.
       AUTHOR. ATOS SYNTEL.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      ***************************************************
       WORKING-STORAGE SECTION.

       01  PROGRAM-DESC                PIC X(20) VALUE 'SHIFT ROSTER'.

       01  WS-TEMP.
           05 WS-SHFCD                 PIC X(04).
           05 WS-FROMDT                PIC X(10).
           05 WS-TODT                  PIC X(10).
           05 WS-SHFDESC               PIC X(20).
           05 WS-EMP-COUNT             PIC S9(09) COMP VALUE ZERO.
           05 WS-OVERLAP-COUNT         PIC S9(09) COMP VALUE ZERO.
           05 WS-MSG                   PIC X(50).
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

       01  WS-COMMAREA.
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

           COPY RSTRSET.
      ***************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
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
              MOVE 'EXIT FROM SHIFT ROSTER' TO WS-MSG
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
               INITIALIZE RSTRMNTI
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
              EXEC CICS SEND MAP('RSTRMNT')
                MAPSET('RSTRSET')
                FROM(RSTRMNTO)
                ERASE
                CURSOR
              END-EXEC
           ELSE
              EXEC CICS SEND MAP('RSTRMNT')
                MAPSET('RSTRSET')
                FROM(RSTRMNTO)
                DATAONLY
                CURSOR
              END-EXEC
           END-IF.
           EXEC CICS RETURN TRANSID('RSTR')
               COMMAREA(WS-COMMAREA)
               LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

      ***************************************************
       RECEIVE-MAP-PARA.
           EXEC CICS RECEIVE MAP('RSTRMNT')
                MAPSET('RSTRSET')
                INTO(RSTRMNTI)
           END-EXEC.

      ***************************************************
       VALIDATE-ACTION-PARA.

           IF ACTIONI NOT = 'A' AND ACTIONI NOT = 'E' AND
               ACTIONI NOT = 'I'
               MOVE 'VALID ACTION VALUES - A OPEN/E END/I INQ'
                 TO MSGLINO
               MOVE 'ACTION' TO WS-PROCESS
               MOVE 'N' TO WS-ACT
            ELSE
               IF WS-ACTION NOT = ACTIONI
                  MOVE 'ENTER EMPLOYEE ID' TO MSGLINO
                  MOVE ACTIONI TO WS-ACTION
               END-IF
               MOVE 'Y' TO WS-ACT
           END-IF.

      ***************************************************
       PROCESS-PARA.

           IF EMPCDI = SPACES
              MOVE 'EMPLOYEE ID IS REQUIRED' TO MSGLINO
              MOVE -1 TO EMPCDL
              MOVE 'N' TO WS-INPUT
           ELSE
              MOVE EMPCDI TO WS-EMPCD
              PERFORM READ-OPEN-ROSTER-PARA
              EVALUATE ACTIONI
                 WHEN 'A'
                    PERFORM OPEN-ROSTER-PARA
                        THRU OPEN-ROSTER-EXIT
                 WHEN 'E'
                    PERFORM END-ROSTER-PARA
                        THRU END-ROSTER-EXIT
                 WHEN 'I'
                    PERFORM INQUIRE-ROSTER-PARA
              END-EVALUATE
           END-IF.

      ***************************************************
      *    The open roster is the one with a blank TO-DT - one at a
      *    time per employee, as for acting assignments.
        READ-OPEN-ROSTER-PARA.
           MOVE SPACES TO WS-SHFCD WS-FROMDT WS-TODT WS-SHFDESC.
           EXEC SQL
               SELECT R.SHIFT-CODE, R.FROM-DT, R.TO-DT,
                      S.SHIFT-DESC
                   INTO :WS-SHFCD, :WS-FROMDT, :WS-TODT,
                        :WS-SHFDESC
                   FROM SHIFT_ROSTER R
                   JOIN SHIFT_MASTER S
                     ON S.SHIFT-CODE = R.SHIFT-CODE
                   WHERE R.EMPID = :EMPCDI
                     AND R.TO-DT = ' '
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.

      ***************************************************
        OPEN-ROSTER-PARA.
           IF WS-SQL-RETURN-NORMAL
              MOVE 'OPEN ROSTER EXISTS - END IT FIRST'
                   TO MSGLINO
              GO TO OPEN-ROSTER-EXIT
           END-IF.
           IF SHFCDI = SPACES OR FROMDTI = SPACES
              MOVE 'SHIFT CODE AND FROM DATE ARE REQUIRED'
                   TO MSGLINO
              MOVE -1 TO SHFCDL
              GO TO OPEN-ROSTER-EXIT
           END-IF.

           MOVE ZERO TO WS-EMP-COUNT.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-EMP-COUNT
                   FROM EMPLOYEE
                   WHERE EMPID = :EMPCDI
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL OR WS-EMP-COUNT = 0
              MOVE 'EMPID NOT ON EMPLOYEE MASTER' TO MSGLINO
              MOVE -1 TO EMPCDL
              GO TO OPEN-ROSTER-EXIT
           END-IF.

           MOVE SPACES TO WS-SHFDESC.
           EXEC SQL
               SELECT SHIFT-DESC
                   INTO :WS-SHFDESC
                   FROM SHIFT_MASTER
                   WHERE SHIFT-CODE = :SHFCDI
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE 'SHIFT CODE DOES NOT EXIST' TO MSGLINO
              MOVE -1 TO SHFCDL
              GO TO OPEN-ROSTER-EXIT
           END-IF.

      *    ISO dates compare correctly as text - any earlier roster
      *    ending on or after the new FROM date would overlap it.
           MOVE ZERO TO WS-OVERLAP-COUNT.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-OVERLAP-COUNT
                   FROM SHIFT_ROSTER
                   WHERE EMPID = :EMPCDI
                     AND TO-DT >= :FROMDTI
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL AND WS-OVERLAP-COUNT > 0
              MOVE 'FROM DATE OVERLAPS AN EARLIER ROSTER'
                   TO MSGLINO
              MOVE -1 TO FROMDTL
              GO TO OPEN-ROSTER-EXIT
           END-IF.

           EXEC SQL
               INSERT INTO SHIFT_ROSTER
                   (EMPID, SHIFT-CODE, FROM-DT, TO-DT, CHANGED-BY)
                   VALUES (:EMPCDI, :SHFCDI, :FROMDTI, ' ',
                           :EIBUSERID)
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE WS-SHFDESC TO SHFDSCO
                 MOVE 'ROSTER OPENED' TO MSGLINO
              WHEN WS-SQL-RETURN-DUPKEY
                 MOVE 'ROSTER ALREADY EXISTS, TRY AGAIN'
                      TO MSGLINO
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED IN INSERT' TO MSGLINO
                 MOVE 'OPEN-ROSTER-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE EMPCDI TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.
        OPEN-ROSTER-EXIT.
           EXIT.

      ***************************************************
        END-ROSTER-PARA.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE 'NO OPEN ROSTER FOR EMPID' TO MSGLINO
              GO TO END-ROSTER-EXIT
           END-IF.
           IF TODTI = SPACES
              MOVE 'ENTER THE END (TO) DATE' TO MSGLINO
              MOVE -1 TO TODTL
              GO TO END-ROSTER-EXIT
           END-IF.
           IF TODTI < WS-FROMDT
              MOVE 'TO DATE IS BEFORE THE ROSTER FROM DATE'
                   TO MSGLINO
              MOVE -1 TO TODTL
              GO TO END-ROSTER-EXIT
           END-IF.
           EXEC SQL
               UPDATE SHIFT_ROSTER
                   SET TO-DT = :TODTI,
                       CHANGED-BY = :EIBUSERID
                   WHERE EMPID = :EMPCDI
                     AND TO-DT = ' '
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'ROSTER ENDED' TO MSGLINO
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED IN UPDATE' TO MSGLINO
                 MOVE 'END-ROSTER-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE EMPCDI TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.
        END-ROSTER-EXIT.
           EXIT.

      ***************************************************
        INQUIRE-ROSTER-PARA.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE 'NO OPEN ROSTER FOR EMPID' TO MSGLINO
           ELSE
              MOVE WS-SHFCD   TO SHFCDO
              MOVE WS-FROMDT  TO FROMDTO
              MOVE WS-TODT    TO TODTO
              MOVE WS-SHFDESC TO SHFDSCO
              MOVE 'OPEN ROSTER SHOWN' TO MSGLINO
           END-IF.

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
                   VALUES ('RSTRMANT', :ACTION, :PROCESS,
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
                   VALUES ('RSTRMANT', :WS-SQLERR-PARAGRAPH,
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
                   VALUES ('RSTR', 'RSTRMANT', :EIBUSERID,
                           :WS-ACTV-TS)
           END-EXEC.
