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
      *    Notice-period rule maintenance - keyed entry on
      *    NOTICE_RULE (designation + worker category), in the
      *    LVPMANT mould. RESGMANT takes a resignation's required
      *    notice from here: the designation/category row first,
      *    then the designation's blank-category row, which covers
      *    every category without its own. Every applied change
      *    lands an audit row on CONTROL_TABLE_AUDIT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTCMANT.
       AUTHOR. ATOS SYNTEL.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      ***************************************************
       WORKING-STORAGE SECTION.

       01  PROGRAM-DESC                PIC X(20) VALUE 'NOTICE RULES'.

       01  WS-TEMP.
           05 WS-NTCDAY                PIC 9(03).
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
           05 WS-DESGCD                PIC X(05) VALUE SPACES.
           05 WS-WKCAT                 PIC X(01) VALUE SPACES.
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

           COPY NTCSET.
      ***************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           05 DESGCD                   PIC X(05).
           05 WKCAT                    PIC X(01).
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
              MOVE 'EXIT FROM NOTICE RULE MAINTENANCE' TO WS-MSG
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
               INITIALIZE NTCMNTI
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
              EXEC CICS SEND MAP('NTCMNT')
                MAPSET('NTCSET')
                FROM(NTCMNTO)
                ERASE
                CURSOR
              END-EXEC
           ELSE
              EXEC CICS SEND MAP('NTCMNT')
                MAPSET('NTCSET')
                FROM(NTCMNTO)
                DATAONLY
                CURSOR
              END-EXEC
           END-IF.
           EXEC CICS RETURN TRANSID('NTCM')
               COMMAREA(WS-COMMAREA)
               LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

      ***************************************************
       RECEIVE-MAP-PARA.
           EXEC CICS RECEIVE MAP('NTCMNT')
                MAPSET('NTCSET')
                INTO(NTCMNTI)
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
                  MOVE 'ENTER DESIGNATION AND CATEGORY'
                      TO MSGLINO
                  MOVE ACTIONI TO WS-ACTION
               END-IF
               MOVE 'Y' TO WS-ACT
           END-IF.

      ***************************************************
       PROCESS-PARA.

           IF DESGCDI = SPACES
              MOVE 'DESIGNATION CODE CAN NOT BE EMPTY' TO MSGLINO
              MOVE -1 TO DESGCDL
              MOVE 'N' TO WS-INPUT
           ELSE
           IF WRKCATI NOT = SPACES AND WRKCATI NOT = 'R'
              AND WRKCATI NOT = 'C' AND WRKCATI NOT = 'N'
              MOVE 'VALID WORKER CATEGORY - R/C/N/BLANK' TO MSGLINO
              MOVE -1 TO WRKCATL
              MOVE 'N' TO WS-INPUT
           ELSE
              MOVE DESGCDI TO WS-DESGCD
              MOVE WRKCATI TO WS-WKCAT
              PERFORM RULEROW-VALIDATE
              IF NOT ROW-DBERR
                 EVALUATE ACTIONI
                    WHEN 'A'
                       PERFORM VALIDATE-NOTICE-PARA
                       IF VALID-INPUT
                          PERFORM INSERT-PARA
                       END-IF
                    WHEN 'C'
                       PERFORM VALIDATE-NOTICE-PARA
                       IF VALID-INPUT
                          PERFORM UPDATE-PARA
                       END-IF
                    WHEN 'D'
                       PERFORM CONFIRM-DELETE-PARA
                    WHEN 'I'
                       PERFORM INQUIRE-PARA
                 END-EVALUATE
              END-IF
           END-IF
           END-IF.

      ***************************************************
        RULEROW-VALIDATE.

           MOVE ZEROES TO WS-NTCDAY.
           EXEC SQL
               SELECT NOTICE-DAYS
                   INTO :WS-NTCDAY
                   FROM NOTICE_RULE
                   WHERE DESGCODE = :WS-DESGCD
                     AND WORKER-CAT = :WS-WKCAT
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-ROWVAL
                 IF ACTIONI NOT = 'A' AND ACTIONI NOT = 'C'
                    MOVE WS-NTCDAY TO NTCDAYO
                 END-IF
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-ROWVAL
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED, TRY AGAIN' TO MSGLINO
                 MOVE 'ERROR' TO WS-PROCESS
                 MOVE 'E' TO WS-ROWVAL
                 MOVE 'N' TO WS-INPUT
                 MOVE 'RULEROW-VALIDATE' TO WS-SQLERR-PARAGRAPH
                 MOVE WS-DESGCD TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.

      ***************************************************
      *    Nil notice is a legitimate rule (interns commonly serve
      *    none); the ceiling is a year, past which the figure is
      *    a keying slip rather than a policy.
        VALIDATE-NOTICE-PARA.
           MOVE 'Y' TO WS-INPUT.
           IF NTCDAYI IS NOT NUMERIC OR NTCDAYI > 365
              MOVE 'NOTICE DAYS MUST BE 0-365' TO MSGLINO
              MOVE -1  TO NTCDAYL
              MOVE 'N' TO WS-INPUT
           END-IF.

      ***************************************************
       CONFIRM-DELETE-PARA.
           IF ROW-NOTFND
              MOVE 'NOTICE RULE NOT ON TABLE FOR THIS KEY'
                   TO MSGLINO
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
               DELETE FROM NOTICE_RULE
                   WHERE DESGCODE = :DESGCDI
                     AND WORKER-CAT = :WRKCATI
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'NOTICE RULE DELETED'
                      TO MSGLINO
                 MOVE 'D' TO WS-AUDIT-ACTION
                 PERFORM WRITE-AUDIT-PARA
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'NOTICE RULE NOT ON TABLE, TRY AGAIN'
                      TO MSGLINO
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED IN DELETE' TO MSGLINO
                 MOVE 'DELETE-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE DESGCDI TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.
           PERFORM INITIALIZE-FIELD-PARA.

      ***************************************************
       INQUIRE-PARA.
           IF ROW-NOTFND
              MOVE 'NOTICE RULE NOT ON TABLE FOR THIS KEY'
                   TO MSGLINO
           ELSE
              MOVE 'NOTICE RULE - READ ONLY, NO CHANGES MADE'
                   TO MSGLINO
           END-IF.
           MOVE 'N' TO WS-INPUT.
           MOVE ZEROES TO WS-ENTRY.
           MOVE 'START' TO WS-PROCESS.

      ***************************************************
       INSERT-PARA.

           IF ROW-EXIST
              MOVE 'NOTICE RULE ALREADY EXISTS FOR THIS KEY'
                   TO MSGLINO
           ELSE
           EXEC SQL
               INSERT INTO NOTICE_RULE
                      (DESGCODE, WORKER-CAT, NOTICE-DAYS,
                       CHANGED-BY)
                      VALUES (:DESGCDI, :WRKCATI, :NTCDAYI,
                              :EIBUSERID)
           END-EXEC

           MOVE SQLCODE TO WS-SQLCODE
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'NOTICE RULE INSERTED'
                      TO MSGLINO
                 MOVE 'A' TO WS-AUDIT-ACTION
                 PERFORM WRITE-AUDIT-PARA
              WHEN WS-SQL-RETURN-DUPKEY
                 MOVE 'NOTICE RULE ALREADY EXISTS, TRY AGAIN'
                      TO MSGLINO
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED IN INSERT' TO MSGLINO
                 MOVE 'INSERT-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE DESGCDI TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE
           END-IF.
           PERFORM INITIALIZE-FIELD-PARA.

      ***************************************************
       UPDATE-PARA.

           EXEC SQL
               UPDATE NOTICE_RULE
                   SET NOTICE-DAYS = :NTCDAYI,
                       CHANGED-BY = :EIBUSERID
                   WHERE DESGCODE = :DESGCDI
                     AND WORKER-CAT = :WRKCATI
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'NOTICE RULE UPDATED'
                      TO MSGLINO
                 MOVE 'C' TO WS-AUDIT-ACTION
                 PERFORM WRITE-AUDIT-PARA
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'NOTICE RULE NOT ON TABLE, TRY AGAIN'
                      TO MSGLINO
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED IN UPDATE' TO MSGLINO
                 MOVE 'UPDATE-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE DESGCDI TO WS-SQLERR-KEY
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
           STRING DESGCDI '/' WRKCATI
               DELIMITED BY SIZE INTO WS-AUDIT-KEY
           END-STRING.

           EXEC SQL
               INSERT INTO CONTROL_TABLE_AUDIT
                   (TABLE-NAME, AUDIT-ACTION, ROW-KEY,
                    CHANGED-BY, CHANGED-TERM, CHANGED-TS)
                   VALUES ('NOTICE_RULE', :WS-AUDIT-ACTION,
                           :WS-AUDIT-KEY, :EIBUSERID,
                           :EIBTRMID, :WS-AUDIT-TS)
           END-EXEC.

      ***************************************************
       INITIALIZE-FIELD-PARA.

           MOVE SPACES TO ACTIONO WS-ACTION
           MOVE SPACES TO DESGCDO WS-DESGCD
           MOVE SPACES TO WRKCATO WS-WKCAT
           MOVE ZEROES TO NTCDAYO WS-NTCDAY
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
                   VALUES ('NTCMANT', :ACTION, :PROCESS,
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
                   VALUES ('NTCMANT', :WS-SQLERR-PARAGRAPH,
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
                   VALUES ('NTCM', 'NTCMANT', :EIBUSERID,
                           :WS-ACTV-TS)
           END-EXEC.
