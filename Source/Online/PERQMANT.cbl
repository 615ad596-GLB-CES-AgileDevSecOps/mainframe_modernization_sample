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
      *    Perquisite register maintenance - one PERQUISITE row per
      *    benefit in kind an employee holds (company car, company-
      *    leased housing, other), keyed EMPID + type + start
      *    period, with an optional end period and the statutory
      *    valuation basis: 'F' a fixed monthly value, 'P' a
      *    percentage of basic pay. payrun values the live rows
      *    each period and adds them to taxable income only -
      *    nothing here is ever paid as cash - and taxcert reports
      *    the year's value on its own line. Periods of the same
      *    perquisite type may not overlap, so one benefit is never
      *    valued twice. Every change lands an audit row on
      *    CONTROL_TABLE_AUDIT, in the TAXSMANT mould.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERQMANT.
       AUTHOR. ATOS SYNTEL.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      ***************************************************
       WORKING-STORAGE SECTION.

       01  PROGRAM-DESC                PIC X(20) VALUE 'PERQ MAINT'.

       01  WS-TEMP.
           05 WS-ENDPD                 PIC X(06).
           05 WS-BASIS                 PIC X(01).
           05 WS-PQVAL                 PIC 9(05)V99.
           05 WS-EMP-COUNT             PIC S9(09) COMP VALUE ZERO.
           05 WS-OVERLAP-COUNT         PIC S9(09) COMP VALUE ZERO.
           05 WS-RANGE-END             PIC X(06).
           05 WS-MSG                   PIC X(50).
           05 WS-AUDIT-TS              PIC X(21).
           05 WS-AUDIT-ACTION          PIC X(01).
           05 WS-AUDIT-KEY             PIC X(30).
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
           05 WS-EMPID                 PIC X(05) VALUE SPACES.
           05 WS-PQTYPE                PIC X(03) VALUE SPACES.
           05 WS-STRTPD                PIC X(06) VALUE SPACES.
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

           COPY PERQSET.
      ***************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           05 EMPID                    PIC X(05).
           05 PQTYPE                   PIC X(03).
           05 STRTPD                   PIC X(06).
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
              MOVE 'EXIT FROM PERQUISITE MAINTENANCE' TO WS-MSG
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
               INITIALIZE PERQMNTI
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
              EXEC CICS SEND MAP('PERQMNT')
                MAPSET('PERQSET')
                FROM(PERQMNTO)
                ERASE
                CURSOR
              END-EXEC
           ELSE
              EXEC CICS SEND MAP('PERQMNT')
                MAPSET('PERQSET')
                FROM(PERQMNTO)
                DATAONLY
                CURSOR
              END-EXEC
           END-IF.
           EXEC CICS RETURN TRANSID('PERQ')
               COMMAREA(WS-COMMAREA)
               LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

      ***************************************************
       RECEIVE-MAP-PARA.
           EXEC CICS RECEIVE MAP('PERQMNT')
                MAPSET('PERQSET')
                INTO(PERQMNTI)
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
                  MOVE 'ENTER EMPID, PERQUISITE TYPE AND START PERIOD'
                      TO MSGLINO
                  MOVE ACTIONI TO WS-ACTION
               END-IF
               MOVE 'Y' TO WS-ACT
           END-IF.

      ***************************************************
       PROCESS-PARA.

           IF EMPIDI = SPACES OR PQTYPEI = SPACES OR STRTPDI = SPACES
              MOVE 'ENTER EMPID, PERQUISITE TYPE AND START PERIOD'
                   TO MSGLINO
              MOVE -1 TO EMPIDL
              MOVE 'N' TO WS-INPUT
           ELSE
              MOVE EMPIDI  TO WS-EMPID
              MOVE PQTYPEI TO WS-PQTYPE
              MOVE STRTPDI TO WS-STRTPD
              PERFORM PERQROW-VALIDATE
              IF NOT ROW-DBERR
                 EVALUATE ACTIONI
                    WHEN 'A'
                       PERFORM VALIDATE-PERQ-PARA
                       IF VALID-INPUT
                          PERFORM INSERT-PARA
                       END-IF
                    WHEN 'C'
                       PERFORM VALIDATE-PERQ-PARA
                       IF VALID-INPUT
                          PERFORM UPDATE-PARA
                       END-IF
                    WHEN 'D'
                       PERFORM CONFIRM-DELETE-PARA
                    WHEN 'I'
                       PERFORM INQUIRE-PARA
                 END-EVALUATE
              END-IF
           END-IF.

      ***************************************************
        PERQROW-VALIDATE.

           MOVE SPACES TO WS-ENDPD WS-BASIS.
           MOVE ZEROES TO WS-PQVAL.
           EXEC SQL
               SELECT END-PERIOD, VALUE-BASIS, VALUE-AMOUNT
                   INTO :WS-ENDPD, :WS-BASIS, :WS-PQVAL
                   FROM PERQUISITE
                   WHERE EMPID = :WS-EMPID
                     AND PERQ-TYPE = :WS-PQTYPE
                     AND START-PERIOD = :WS-STRTPD
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-ROWVAL
                 MOVE WS-ENDPD TO ENDPDO
                 MOVE WS-BASIS TO BASISO
                 MOVE WS-PQVAL TO PQVALO
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-ROWVAL
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED, TRY AGAIN' TO MSGLINO
                 MOVE 'ERROR' TO WS-PROCESS
                 MOVE 'E' TO WS-ROWVAL
                 MOVE 'N' TO WS-INPUT
                 MOVE 'PERQROW-VALIDATE' TO WS-SQLERR-PARAGRAPH
                 MOVE WS-EMPID TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.

      ***************************************************
      *    The employee must be on EMPLOYEE, the type one of CAR
      *    (company car), HSG (company-leased housing) or OTH, the
      *    periods real YYYYMM months with the end (blank = still
      *    held) not before the start, the basis F or P with a
      *    percentage no more than 100, and the value positive.
      *    Finally no other row of the same type for the employee
      *    may overlap these periods - payrun sums every live row,
      *    so an overlap would value one car twice.
        VALIDATE-PERQ-PARA.
           MOVE 'Y' TO WS-INPUT.
           IF PQTYPEI NOT = 'CAR' AND PQTYPEI NOT = 'HSG'
              AND PQTYPEI NOT = 'OTH'
              MOVE 'VALID PERQUISITE TYPES - CAR/HSG/OTH' TO MSGLINO
              MOVE -1  TO PQTYPEL
              MOVE 'N' TO WS-INPUT
           END-IF.

           IF VALID-INPUT
              IF STRTPDI IS NOT NUMERIC
                 OR STRTPDI(5:2) < '01' OR STRTPDI(5:2) > '12'
                 MOVE 'START PERIOD MUST BE YYYYMM' TO MSGLINO
                 MOVE -1  TO STRTPDL
                 MOVE 'N' TO WS-INPUT
              END-IF
           END-IF.

           IF VALID-INPUT AND ENDPDI NOT = SPACES
              IF ENDPDI IS NOT NUMERIC
                 OR ENDPDI(5:2) < '01' OR ENDPDI(5:2) > '12'
                 MOVE 'END PERIOD MUST BE YYYYMM OR BLANK' TO MSGLINO
                 MOVE -1  TO ENDPDL
                 MOVE 'N' TO WS-INPUT
              ELSE
                 IF ENDPDI < STRTPDI
                    MOVE 'END PERIOD IS BEFORE START PERIOD'
                         TO MSGLINO
                    MOVE -1  TO ENDPDL
                    MOVE 'N' TO WS-INPUT
                 END-IF
              END-IF
           END-IF.

           IF VALID-INPUT
              IF BASISI NOT = 'F' AND BASISI NOT = 'P'
                 MOVE 'VALUATION BASIS - F FIXED / P PCT OF BASIC'
                      TO MSGLINO
                 MOVE -1  TO BASISL
                 MOVE 'N' TO WS-INPUT
              END-IF
           END-IF.

           IF VALID-INPUT
              IF PQVALI = ZEROES
                 MOVE 'PERQUISITE VALUE CAN NOT BE ZERO' TO MSGLINO
                 MOVE -1  TO PQVALL
                 MOVE 'N' TO WS-INPUT
              ELSE
                 IF BASISI = 'P' AND PQVALI > 100
                    MOVE 'PERCENTAGE OF BASIC CAN NOT EXCEED 100'
                         TO MSGLINO
                    MOVE -1  TO PQVALL
                    MOVE 'N' TO WS-INPUT
                 END-IF
              END-IF
           END-IF.

           IF VALID-INPUT
              MOVE ZERO TO WS-EMP-COUNT
              EXEC SQL
                  SELECT COUNT(*)
                      INTO :WS-EMP-COUNT
                      FROM EMPLOYEE
                      WHERE EMPID = :EMPIDI
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              IF NOT WS-SQL-RETURN-NORMAL
                 MOVE ZERO TO WS-EMP-COUNT
              END-IF
              IF WS-EMP-COUNT = 0
                 MOVE 'EMPLOYEE NOT FOUND' TO MSGLINO
                 MOVE -1  TO EMPIDL
                 MOVE 'N' TO WS-INPUT
              END-IF
           END-IF.

           IF VALID-INPUT
              IF ENDPDI = SPACES
                 MOVE '999999' TO WS-RANGE-END
              ELSE
                 MOVE ENDPDI TO WS-RANGE-END
              END-IF
              MOVE ZERO TO WS-OVERLAP-COUNT
              EXEC SQL
                  SELECT COUNT(*)
                      INTO :WS-OVERLAP-COUNT
                      FROM PERQUISITE
                      WHERE EMPID = :EMPIDI
                        AND PERQ-TYPE = :PQTYPEI
                        AND START-PERIOD <> :STRTPDI
                        AND START-PERIOD <= :WS-RANGE-END
                        AND (END-PERIOD = ' '
                             OR END-PERIOD >= :STRTPDI)
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              IF NOT WS-SQL-RETURN-NORMAL
                 MOVE ZERO TO WS-OVERLAP-COUNT
              END-IF
              IF WS-OVERLAP-COUNT > 0
                 MOVE 'PERIODS OVERLAP ANOTHER ROW OF THIS TYPE'
                      TO MSGLINO
                 MOVE -1  TO STRTPDL
                 MOVE 'N' TO WS-INPUT
              END-IF
           END-IF.

      ***************************************************
       CONFIRM-DELETE-PARA.
           IF ROW-NOTFND
              MOVE 'NO PERQUISITE FOR EMPID/TYPE/START' TO MSGLINO
           ELSE
              IF WS-ENTRY = 1
                 MOVE 'PRESS ENTER TO CONFIRM DELETE, PF3 TO CANCEL'
                      TO MSGLINO
                 ADD 1    TO WS-ENTRY
                 MOVE 'N' TO WS-INPUT
              ELSE
                 PERFORM DELETE-PARA
              END-IF
           END-IF.

      ***************************************************
       DELETE-PARA.

           EXEC SQL
               DELETE FROM PERQUISITE
                   WHERE EMPID = :EMPIDI
                     AND PERQ-TYPE = :PQTYPEI
                     AND START-PERIOD = :STRTPDI
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'PERQUISITE DELETED'
                      TO MSGLINO
                 MOVE 'D' TO WS-AUDIT-ACTION
                 PERFORM WRITE-AUDIT-PARA
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'PERQUISITE NOT ON REGISTER' TO MSGLINO
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED IN DELETE' TO MSGLINO
                 MOVE 'DELETE-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE EMPIDI TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.
           PERFORM INITIALIZE-FIELD-PARA.

      ***************************************************
       INQUIRE-PARA.
           IF ROW-NOTFND
              MOVE 'NO PERQUISITE FOR EMPID/TYPE/START' TO MSGLINO
           ELSE
              MOVE 'PERQUISITE - READ ONLY, NO CHANGES MADE'
                   TO MSGLINO
           END-IF.
           MOVE 'N' TO WS-INPUT.
           MOVE ZEROES TO WS-ENTRY.
           MOVE 'START' TO WS-PROCESS.

      ***************************************************
       INSERT-PARA.

           IF ROW-EXIST
              MOVE 'PERQUISITE ALREADY EXISTS FOR THIS KEY' TO MSGLINO
           ELSE
           EXEC SQL
               INSERT INTO PERQUISITE
                      (EMPID, PERQ-TYPE, START-PERIOD, END-PERIOD,
                       VALUE-BASIS, VALUE-AMOUNT, CHANGED-BY)
                      VALUES (:EMPIDI, :PQTYPEI, :STRTPDI, :ENDPDI,
                              :BASISI, :PQVALI, :EIBUSERID)
           END-EXEC

           MOVE SQLCODE TO WS-SQLCODE
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'PERQUISITE INSERTED'
                      TO MSGLINO
                 MOVE 'A' TO WS-AUDIT-ACTION
                 PERFORM WRITE-AUDIT-PARA
              WHEN WS-SQL-RETURN-DUPKEY
                 MOVE 'PERQUISITE ALREADY EXISTS, TRY AGAIN' TO MSGLINO
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED IN INSERT' TO MSGLINO
                 MOVE 'INSERT-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE EMPIDI TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE
           END-IF.
           PERFORM INITIALIZE-FIELD-PARA.

      ***************************************************
       UPDATE-PARA.

           EXEC SQL
               UPDATE PERQUISITE
                   SET END-PERIOD = :ENDPDI,
                       VALUE-BASIS = :BASISI,
                       VALUE-AMOUNT = :PQVALI,
                       CHANGED-BY = :EIBUSERID
                   WHERE EMPID = :EMPIDI
                     AND PERQ-TYPE = :PQTYPEI
                     AND START-PERIOD = :STRTPDI
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'PERQUISITE UPDATED'
                      TO MSGLINO
                 MOVE 'C' TO WS-AUDIT-ACTION
                 PERFORM WRITE-AUDIT-PARA
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'PERQUISITE NOT ON REGISTER' TO MSGLINO
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED IN UPDATE' TO MSGLINO
                 MOVE 'UPDATE-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE EMPIDI TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.
           PERFORM INITIALIZE-FIELD-PARA.

      ***************************************************
      *    One audit row per applied change, in the
      *    DEPARTMENT_AUDIT spirit - control tables that move the
      *    money finally carry who/what/when.
       WRITE-AUDIT-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TS.
           MOVE SPACES TO WS-AUDIT-KEY.
           STRING EMPIDI '/' PQTYPEI '/' STRTPDI DELIMITED BY SIZE
               INTO WS-AUDIT-KEY
           END-STRING.

           EXEC SQL
               INSERT INTO CONTROL_TABLE_AUDIT
                   (TABLE-NAME, AUDIT-ACTION, ROW-KEY,
                    CHANGED-BY, CHANGED-TERM, CHANGED-TS)
                   VALUES ('PERQUISITE', :WS-AUDIT-ACTION,
                           :WS-AUDIT-KEY, :EIBUSERID,
                           :EIBTRMID, :WS-AUDIT-TS)
           END-EXEC.

      ***************************************************
       INITIALIZE-FIELD-PARA.

           MOVE SPACES TO ACTIONO WS-ACTION
           MOVE SPACES TO EMPIDO  WS-EMPID
           MOVE SPACES TO PQTYPEO WS-PQTYPE
           MOVE SPACES TO STRTPDO WS-STRTPD
           MOVE SPACES TO ENDPDO  WS-ENDPD
           MOVE SPACES TO BASISO  WS-BASIS
           MOVE ZEROES TO PQVALO  WS-PQVAL
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
                   VALUES ('PERQMANT', :ACTION, :PROCESS,
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
                   VALUES ('PERQMANT', :WS-SQLERR-PARAGRAPH,
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
                   VALUES ('PERQ', 'PERQMANT', :EIBUSERID,
                           :WS-ACTV-TS)
           END-EXEC.
