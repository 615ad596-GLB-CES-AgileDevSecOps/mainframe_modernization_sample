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
      *    Batch service-level maintenance - one BATCH_SLA row per
      *    nightly program (the lower-case PROGRAM-NAME it registers
      *    on RUN_CONTROL), in the MWAGMANT mould. EXPECTED-MINUTES
      *    is the normal elapsed time, FINISH-BY the HHMM the run
      *    must be complete by (FINISH-NEXT-DAY 'Y' when that
      *    deadline falls the morning after the run starts),
      *    LONG-PCT the share of its thirty-day average beyond
      *    which a run counts as abnormally long, and RUN-DAILY 'Y'
      *    for jobs slarpt should flag when they never start.
      *    Every change lands an audit row on CONTROL_TABLE_AUDIT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLAMANT.
       AUTHOR. ATOS SYNTEL.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      ***************************************************
       WORKING-STORAGE SECTION.

       01  PROGRAM-DESC                PIC X(20) VALUE 'BATCH SLA'.

       01  WS-TEMP.
           05 WS-EXPMIN                PIC 9(04).
           05 WS-FINBY                 PIC 9(04).
           05 WS-FINBY-R REDEFINES WS-FINBY.
              10 WS-FINBY-HH           PIC 9(02).
              10 WS-FINBY-MM           PIC 9(02).
           05 WS-NXTDAY                PIC X(01).
           05 WS-LONGPCT               PIC 9(03).
           05 WS-DAILY                 PIC X(01).
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
           05 WS-PGMNM                 PIC X(08) VALUE SPACES.
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

           COPY SLASET.
      ***************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           05 PGMNM                    PIC X(08).
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
              MOVE 'EXIT FROM BATCH SLA MAINTENANCE' TO WS-MSG
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
               INITIALIZE SLAMNTI
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
              EXEC CICS SEND MAP('SLAMNT')
                MAPSET('SLASET')
                FROM(SLAMNTO)
                ERASE
                CURSOR
              END-EXEC
           ELSE
              EXEC CICS SEND MAP('SLAMNT')
                MAPSET('SLASET')
                FROM(SLAMNTO)
                DATAONLY
                CURSOR
              END-EXEC
           END-IF.
           EXEC CICS RETURN TRANSID('SLAM')
               COMMAREA(WS-COMMAREA)
               LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

      ***************************************************
       RECEIVE-MAP-PARA.
           EXEC CICS RECEIVE MAP('SLAMNT')
                MAPSET('SLASET')
                INTO(SLAMNTI)
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
                  MOVE 'ENTER THE BATCH PROGRAM NAME'
                      TO MSGLINO
                  MOVE ACTIONI TO WS-ACTION
               END-IF
               MOVE 'Y' TO WS-ACT
           END-IF.

      ***************************************************
       PROCESS-PARA.

           IF PGMNMI = SPACES
              MOVE 'ENTER THE BATCH PROGRAM NAME' TO MSGLINO
              MOVE -1 TO PGMNML
              MOVE 'N' TO WS-INPUT
           ELSE
              MOVE FUNCTION LOWER-CASE(PGMNMI) TO WS-PGMNM
              PERFORM SLAROW-VALIDATE
              IF NOT ROW-DBERR
                 EVALUATE ACTIONI
                    WHEN 'A'
                       PERFORM VALIDATE-SLA-PARA
                       IF VALID-INPUT
                          PERFORM INSERT-PARA
                       END-IF
                    WHEN 'C'
                       PERFORM VALIDATE-SLA-PARA
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
      *    RUN_CONTROL carries the program name in lower case, as
      *    each batch program registers itself, so the key is
      *    folded before it is looked up.
        SLAROW-VALIDATE.

           MOVE ZEROES TO WS-EXPMIN WS-FINBY WS-LONGPCT.
           MOVE SPACES TO WS-NXTDAY WS-DAILY.
           EXEC SQL
               SELECT EXPECTED-MINUTES, FINISH-BY, FINISH-NEXT-DAY,
                      LONG-PCT, RUN-DAILY
                   INTO :WS-EXPMIN, :WS-FINBY, :WS-NXTDAY,
                        :WS-LONGPCT, :WS-DAILY
                   FROM BATCH_SLA
                   WHERE PROGRAM-NAME = :WS-PGMNM
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-ROWVAL
                 IF ACTIONI = 'D' OR ACTIONI = 'I'
                    MOVE WS-EXPMIN  TO EXPMINO
                    MOVE WS-FINBY   TO FINBYO
                    MOVE WS-NXTDAY  TO NXTDAYO
                    MOVE WS-LONGPCT TO LONGPCTO
                    MOVE WS-DAILY   TO DAILYO
                 END-IF
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-ROWVAL
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED, TRY AGAIN' TO MSGLINO
                 MOVE 'ERROR' TO WS-PROCESS
                 MOVE 'E' TO WS-ROWVAL
                 MOVE 'N' TO WS-INPUT
                 MOVE 'SLAROW-VALIDATE' TO WS-SQLERR-PARAGRAPH
                 MOVE WS-PGMNM TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.

      ***************************************************
      *    Expected minutes must be positive, the deadline a real
      *    HHMM clock time and the two flags Y or N. A blank
      *    long-run share defaults to 150 - half as long again as
      *    the job's own thirty-day average.
        VALIDATE-SLA-PARA.
           MOVE 'Y' TO WS-INPUT.
           IF EXPMINI IS NOT NUMERIC OR EXPMINI = ZEROES
              MOVE 'EXPECTED MINUTES MUST BE 0001-9999' TO MSGLINO
              MOVE -1  TO EXPMINL
              MOVE 'N' TO WS-INPUT
           END-IF.

           IF VALID-INPUT
              IF FINBYI IS NOT NUMERIC
                 MOVE 'FINISH-BY MUST BE HHMM' TO MSGLINO
                 MOVE -1  TO FINBYL
                 MOVE 'N' TO WS-INPUT
              ELSE
                 MOVE FINBYI TO WS-FINBY
                 IF WS-FINBY-HH > 23 OR WS-FINBY-MM > 59
                    MOVE 'FINISH-BY IS NOT A VALID CLOCK TIME'
                         TO MSGLINO
                    MOVE -1  TO FINBYL
                    MOVE 'N' TO WS-INPUT
                 END-IF
              END-IF
           END-IF.

           IF VALID-INPUT
              AND NXTDAYI NOT = 'Y' AND NXTDAYI NOT = 'N'
              MOVE 'NEXT-DAY DEADLINE MUST BE Y OR N' TO MSGLINO
              MOVE -1  TO NXTDAYL
              MOVE 'N' TO WS-INPUT
           END-IF.

           IF VALID-INPUT
              IF LONGPCTI IS NOT NUMERIC OR LONGPCTI = ZEROES
                 MOVE 150 TO LONGPCTI
              END-IF
              IF LONGPCTI < 100
                 MOVE 'LONG-RUN PERCENT MUST BE 100 OR MORE'
                      TO MSGLINO
                 MOVE -1  TO LONGPCTL
                 MOVE 'N' TO WS-INPUT
              END-IF
           END-IF.

           IF VALID-INPUT
              AND DAILYI NOT = 'Y' AND DAILYI NOT = 'N'
              MOVE 'RUNS DAILY MUST BE Y OR N' TO MSGLINO
              MOVE -1  TO DAILYL
              MOVE 'N' TO WS-INPUT
           END-IF.

      ***************************************************
       CONFIRM-DELETE-PARA.
           IF ROW-NOTFND
              MOVE 'NO SLA ON FILE FOR THIS PROGRAM' TO MSGLINO
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
               DELETE FROM BATCH_SLA
                   WHERE PROGRAM-NAME = :WS-PGMNM
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'BATCH SLA ROW DELETED'
                      TO MSGLINO
                 MOVE 'D' TO WS-AUDIT-ACTION
                 PERFORM WRITE-AUDIT-PARA
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'BATCH SLA ROW NOT ON TABLE' TO MSGLINO
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED IN DELETE' TO MSGLINO
                 MOVE 'DELETE-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE WS-PGMNM TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.
           PERFORM INITIALIZE-FIELD-PARA.

      ***************************************************
       INQUIRE-PARA.
           IF ROW-NOTFND
              MOVE 'NO SLA ON FILE FOR THIS PROGRAM' TO MSGLINO
           ELSE
              MOVE 'BATCH SLA - READ ONLY, NO CHANGES MADE'
                   TO MSGLINO
           END-IF.
           MOVE 'N' TO WS-INPUT.
           MOVE ZEROES TO WS-ENTRY.
           MOVE 'START' TO WS-PROCESS.

      ***************************************************
       INSERT-PARA.

           IF ROW-EXIST
              MOVE 'SLA ALREADY EXISTS FOR THIS PROGRAM' TO MSGLINO
           ELSE
           EXEC SQL
               INSERT INTO BATCH_SLA
                      (PROGRAM-NAME, EXPECTED-MINUTES, FINISH-BY,
                       FINISH-NEXT-DAY, LONG-PCT, RUN-DAILY,
                       CHANGED-BY)
                      VALUES (:WS-PGMNM, :EXPMINI, :FINBYI,
                              :NXTDAYI, :LONGPCTI, :DAILYI,
                              :EIBUSERID)
           END-EXEC

           MOVE SQLCODE TO WS-SQLCODE
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'BATCH SLA ROW INSERTED'
                      TO MSGLINO
                 MOVE 'A' TO WS-AUDIT-ACTION
                 PERFORM WRITE-AUDIT-PARA
              WHEN WS-SQL-RETURN-DUPKEY
                 MOVE 'SLA ALREADY EXISTS, TRY AGAIN' TO MSGLINO
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED IN INSERT' TO MSGLINO
                 MOVE 'INSERT-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE WS-PGMNM TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE
           END-IF.
           PERFORM INITIALIZE-FIELD-PARA.

      ***************************************************
       UPDATE-PARA.

           EXEC SQL
               UPDATE BATCH_SLA
                   SET EXPECTED-MINUTES = :EXPMINI,
                       FINISH-BY = :FINBYI,
                       FINISH-NEXT-DAY = :NXTDAYI,
                       LONG-PCT = :LONGPCTI,
                       RUN-DAILY = :DAILYI,
                       CHANGED-BY = :EIBUSERID
                   WHERE PROGRAM-NAME = :WS-PGMNM
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'BATCH SLA ROW UPDATED'
                      TO MSGLINO
                 MOVE 'C' TO WS-AUDIT-ACTION
                 PERFORM WRITE-AUDIT-PARA
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'BATCH SLA ROW NOT ON TABLE' TO MSGLINO
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED IN UPDATE' TO MSGLINO
                 MOVE 'UPDATE-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE WS-PGMNM TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.
           PERFORM INITIALIZE-FIELD-PARA.

      ***************************************************
      *    One audit row per applied change, in the
      *    DEPARTMENT_AUDIT spirit - control tables that move the
      *    money finally carry who/what/when.
       WRITE-AUDIT-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TS.
           MOVE WS-PGMNM TO WS-AUDIT-KEY.

           EXEC SQL
               INSERT INTO CONTROL_TABLE_AUDIT
                   (TABLE-NAME, AUDIT-ACTION, ROW-KEY,
                    CHANGED-BY, CHANGED-TERM, CHANGED-TS)
                   VALUES ('BATCH_SLA', :WS-AUDIT-ACTION,
                           :WS-AUDIT-KEY, :EIBUSERID,
                           :EIBTRMID, :WS-AUDIT-TS)
           END-EXEC.

      ***************************************************
       INITIALIZE-FIELD-PARA.

           MOVE SPACES TO ACTIONO  WS-ACTION
           MOVE SPACES TO PGMNMO   WS-PGMNM
           MOVE ZEROES TO EXPMINO  WS-EXPMIN
           MOVE ZEROES TO FINBYO   WS-FINBY
           MOVE SPACES TO NXTDAYO  WS-NXTDAY
           MOVE ZEROES TO LONGPCTO WS-LONGPCT
           MOVE SPACES TO DAILYO   WS-DAILY
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
                   VALUES ('SLAMANT', :ACTION, :PROCESS,
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
                   VALUES ('SLAMANT', :WS-SQLERR-PARAGRAPH,
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
                   VALUES ('SLAM', 'SLAMANT', :EIBUSERID,
                           :WS-ACTV-TS)
           END-EXEC.
