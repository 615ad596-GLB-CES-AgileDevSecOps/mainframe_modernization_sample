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
      *    Employee document register - add/change/inquire/delete on
      *    EMP_DOCUMENT, one row per employee and document type:
      *    passport ('P'), visa ('V'), work permit ('W'), residence
      *    permit ('R'), national identity card ('I') or social
      *    insurance card ('S' - its number is what esiremit reports
      *    the employee under), with the document number, issuing
      *    country and issue/expiry dates.
      *    A renewal is a change to the same row, so the register
      *    always holds the document currently in force. docexp.cbl
      *    reports what expires inside its horizon and puts an
      *    employee whose work permit has lapsed on PAY_HOLD.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDOCMANT.
       AUTHOR. ATOS SYNTEL.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      ***************************************************
       WORKING-STORAGE SECTION.

       01  PROGRAM-DESC                PIC X(20) VALUE 'EMP DOCUMENTS'.

       01  WS-TEMP.
           05 WS-DOCNO                 PIC X(20).
           05 WS-ISSCTY                PIC X(03).
           05 WS-ISSDT                 PIC X(10).
           05 WS-EXPDT                 PIC X(10).
           05 WS-MSG                   PIC X(50).
           05 WS-CHKDT                 PIC X(10).
           05 WS-DATE-WORK             PIC 9(08).
           05 WS-EMP-EXIST-COUNT       PIC S9(09) COMP VALUE ZERO.
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

           05  WS-DOCVAL                   PIC X(1).
               88  DOC-EXIST                        VALUE 'F'.
               88  DOC-NOTFND                       VALUE 'N'.
               88  DOC-DBERR                        VALUE 'E'.

           05  WS-DTVAL                    PIC X(1).
               88  DATES-OK                         VALUE 'Y'.
               88  DATES-BAD                        VALUE 'N'.

       01  WS-COMMAREA.
           05 WS-EMPCD                 PIC X(08) VALUE SPACES.
           05 WS-DOCTYP                PIC X(01) VALUE SPACES.
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

           COPY EDOCSET.
      ***************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           05 EMPCD                    PIC X(08).
           05 DOCTYP                   PIC X(01).
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
              MOVE 'EXIT FROM EMPLOYEE DOCUMENT MAINTENANCE' TO WS-MSG
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
               INITIALIZE EDOCMNTI
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
              EXEC CICS SEND MAP('EDOCMNT')
                MAPSET('EDOCSET')
                FROM(EDOCMNTO)
                ERASE
                CURSOR
              END-EXEC
           ELSE
              EXEC CICS SEND MAP('EDOCMNT')
                MAPSET('EDOCSET')
                FROM(EDOCMNTO)
                DATAONLY
                CURSOR
              END-EXEC
           END-IF.
           EXEC CICS RETURN TRANSID('EDOC')
               COMMAREA(WS-COMMAREA)
               LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

      ***************************************************
       RECEIVE-MAP-PARA.
           EXEC CICS RECEIVE MAP('EDOCMNT')
                MAPSET('EDOCSET')
                INTO(EDOCMNTI)
           END-EXEC.

      ***************************************************
      *    The document type is part of the key - one row per
      *    employee and type, as LEAVEMNT keys its balances.
       PROCESS-PARA.

           IF EMPCDI NOT = WS-EMPCD OR DOCTYPI NOT = WS-DOCTYP
              PERFORM VALIDATE-KEY-PARA
              IF NOT DOC-DBERR AND VALID-INPUT
                 PERFORM ACTION-PROCESS-VAL-PARA
              END-IF
           END-IF.

           IF WS-ENTRY > 0
              IF ACTIONI NOT = 'D' AND ACTIONI NOT = 'I'
                 PERFORM VALIDATE-DOCUMENT-PARA
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
      *    Number, issuing country and expiry date are required;
      *    the issue date may be left blank for a document whose
      *    copy doesn't show one, and the expiry date for a social
      *    insurance card, which does not expire. Dates must be real
      *    YYYY-MM-DD dates (the same shape-then-calendar check
      *    LVRQMANT makes) since docexp ages the expiry date with
      *    INTEGER-OF-DATE.
       VALIDATE-DOCUMENT-PARA.
           MOVE 'Y' TO WS-INPUT.
           EVALUATE TRUE
              WHEN DOCNOI = SPACES
                 MOVE 'ENTER DOCUMENT NUMBER' TO MSGLINO
                 MOVE -1 TO DOCNOL
                 MOVE 'N' TO WS-INPUT
              WHEN ISSCTYI = SPACES
                 MOVE 'ENTER ISSUING COUNTRY CODE' TO MSGLINO
                 MOVE -1 TO ISSCTYL
                 MOVE 'N' TO WS-INPUT
              WHEN OTHER
                 PERFORM VALIDATE-DATES-PARA
           END-EVALUATE.
           IF INVALID-INPUT
              MOVE 'DOCUMENT' TO WS-PROCESS
              MOVE 1 TO WS-ENTRY
              PERFORM SEND-MAP-PARA
           END-IF.

      ***************************************************
       VALIDATE-DATES-PARA.
           MOVE 'Y' TO WS-DTVAL.
           IF WS-DOCTYP = 'S' AND EXPDTI = SPACES
              IF ISSDTI NOT = SPACES
                 MOVE ISSDTI TO WS-CHKDT
                 PERFORM VALIDATE-ONE-DATE-PARA
                 IF DATES-BAD
                    MOVE 'ISSUE DATE NOT A VALID YYYY-MM-DD DATE'
                         TO MSGLINO
                    MOVE -1  TO ISSDTL
                    MOVE 'N' TO WS-INPUT
                 END-IF
              END-IF
           ELSE
              MOVE EXPDTI TO WS-CHKDT
              PERFORM VALIDATE-ONE-DATE-PARA
              IF DATES-BAD
                 MOVE 'EXPIRY DATE NOT A VALID YYYY-MM-DD DATE'
                      TO MSGLINO
                 MOVE -1  TO EXPDTL
                 MOVE 'N' TO WS-INPUT
              ELSE
                 IF ISSDTI NOT = SPACES
                    MOVE ISSDTI TO WS-CHKDT
                    PERFORM VALIDATE-ONE-DATE-PARA
                    IF DATES-BAD
                       MOVE 'ISSUE DATE NOT A VALID YYYY-MM-DD DATE'
                            TO MSGLINO
                       MOVE -1  TO ISSDTL
                       MOVE 'N' TO WS-INPUT
                    ELSE
                       IF EXPDTI < ISSDTI
                          MOVE 'EXPIRY DATE IS BEFORE ISSUE DATE'
                               TO MSGLINO
                          MOVE -1  TO EXPDTL
                          MOVE 'N' TO WS-INPUT
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

      ***************************************************
       VALIDATE-ONE-DATE-PARA.
           IF WS-CHKDT(1:4) IS NOT NUMERIC
              OR WS-CHKDT(5:1) NOT = '-'
              OR WS-CHKDT(6:2) IS NOT NUMERIC
              OR WS-CHKDT(8:1) NOT = '-'
              OR WS-CHKDT(9:2) IS NOT NUMERIC
              MOVE 'N' TO WS-DTVAL
           ELSE
              STRING WS-CHKDT(1:4) WS-CHKDT(6:2) WS-CHKDT(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-WORK
              END-STRING
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-WORK) NOT = 0
                 MOVE 'N' TO WS-DTVAL
              END-IF
           END-IF.

      ***************************************************
       ACTION-PROCESS-VAL-PARA.
           EVALUATE ACTIONI
           WHEN 'A'
              IF DOC-EXIST
                 MOVE 'DOCUMENT ALREADY ON FILE - USE C TO RENEW'
                          TO MSGLINO
                 MOVE 'N' TO WS-INPUT
                 MOVE ZEROES TO WS-ENTRY
                 MOVE -1  TO EMPCDL
              ELSE
                 PERFORM CHECK-EMPLOYEE-EXISTS-PARA
                 IF WS-EMP-EXIST-COUNT = 0
                    MOVE 'EMPID NOT ON EMPLOYEE MASTER, TRY AGAIN'
                         TO MSGLINO
                    MOVE 'N' TO WS-INPUT
                    MOVE ZEROES TO WS-ENTRY
                    MOVE -1  TO EMPCDL
                 ELSE
                    MOVE 'Y' TO WS-INPUT
                    ADD 1    TO WS-ENTRY
                    MOVE -1  TO DOCNOL
                    PERFORM SEND-MAP-PARA
                 END-IF
              END-IF
           WHEN 'C'
              IF DOC-NOTFND
                 MOVE 'DOCUMENT DOES NOT EXIST, TRY AGAIN'
                          TO MSGLINO
                 MOVE -1  TO EMPCDL
                 MOVE 'N' TO WS-INPUT
                 MOVE ZEROES TO WS-ENTRY
              ELSE
                 MOVE 'Y' TO WS-INPUT
                 ADD 1    TO WS-ENTRY
                 MOVE -1  TO DOCNOL
                 PERFORM DB-DATAMOVE-PARA
                 PERFORM SEND-MAP-PARA
              END-IF
           WHEN 'D'
              IF DOC-NOTFND
                 MOVE 'DOCUMENT DOES NOT EXIST, TRY AGAIN'
                          TO MSGLINO
                 MOVE -1  TO EMPCDL
                 MOVE 'N' TO WS-INPUT
                 MOVE ZEROES TO WS-ENTRY
              ELSE
                 MOVE 'Y' TO WS-INPUT
                 ADD 1    TO WS-ENTRY
                 PERFORM DB-DATAMOVE-PARA
                 PERFORM SEND-MAP-PARA
              END-IF
           WHEN 'I'
              IF DOC-NOTFND
                 MOVE 'DOCUMENT DOES NOT EXIST' TO MSGLINO
                 MOVE -1  TO EMPCDL
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
       CHECK-EMPLOYEE-EXISTS-PARA.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-EMP-EXIST-COUNT
                   FROM EMPLOYEE
                   WHERE EMPID = :EMPCDI
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE ZERO TO WS-EMP-EXIST-COUNT
           END-IF.

      ***************************************************
       DB-DATAMOVE-PARA.

           MOVE WS-DOCNO     TO DOCNOO
           MOVE WS-ISSCTY    TO ISSCTYO
           MOVE WS-ISSDT     TO ISSDTO
           MOVE WS-EXPDT     TO EXPDTO.

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
                  MOVE 'ENTER EMPID AND DOCUMENT TYPE'
                      TO MSGLINO
                  MOVE ACTIONI TO WS-ACTION
               END-IF
               MOVE 'Y' TO WS-ACT
           END-IF.

      ***************************************************
       VALIDATE-KEY-PARA.

           MOVE 'Y' TO WS-INPUT.
           IF EMPCDI = SPACES
              MOVE 'EMPID IS REQUIRED'
                 TO MSGLINO
              MOVE 'KEY'    TO WS-PROCESS
              MOVE -1       TO EMPCDL
              MOVE ZEROES TO WS-ENTRY
              MOVE 'N'      TO WS-DOCVAL
              MOVE 'N'      TO WS-INPUT
           ELSE
              IF DOCTYPI NOT = 'P' AND DOCTYPI NOT = 'V'
                 AND DOCTYPI NOT = 'W' AND DOCTYPI NOT = 'R'
                 AND DOCTYPI NOT = 'I' AND DOCTYPI NOT = 'S'
                 MOVE 'VALID DOCUMENT TYPES - P/V/W/R/I/S'
                    TO MSGLINO
                 MOVE 'KEY'    TO WS-PROCESS
                 MOVE -1       TO DOCTYPL
                 MOVE ZEROES TO WS-ENTRY
                 MOVE 'N'      TO WS-DOCVAL
                 MOVE 'N'      TO WS-INPUT
              ELSE
                 MOVE EMPCDI  TO WS-EMPCD
                 MOVE DOCTYPI TO WS-DOCTYP
                 PERFORM DOCROW-VALIDATE
              END-IF
           END-IF.

      ***************************************************
        DOCROW-VALIDATE.

           EXEC SQL
               SELECT DOC-NUMBER, ISSUE-COUNTRY, ISSUE-DATE,
                      EXPIRY-DATE
                   INTO :WS-DOCNO, :WS-ISSCTY, :WS-ISSDT,
                        :WS-EXPDT
                   FROM EMP_DOCUMENT
                   WHERE EMPID = :WS-EMPCD
                     AND DOC-TYPE = :WS-DOCTYP
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'DOCUMENT FOUND, CONTINUE PROCESS'
                      TO MSGLINO
                 MOVE 'F' TO WS-DOCVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'DOCUMENT DOES NOT EXIST, CONTINUE TO ADD'
                      TO MSGLINO
                 MOVE 'N' TO WS-DOCVAL
                 MOVE SPACES TO WS-DOCNO WS-ISSCTY WS-ISSDT WS-EXPDT
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED, TRY AGAIN' TO MSGLINO
                 MOVE 'ERROR' TO WS-PROCESS
                 MOVE 'E' TO WS-DOCVAL
                 MOVE 'N' TO WS-INPUT
                 MOVE 'DOCROW-VALIDATE' TO WS-SQLERR-PARAGRAPH
                 MOVE EMPCDI TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.

      ***************************************************
      *    First pass shows the row and asks for a second ENTER.
       CONFIRM-DELETE-PARA.
           IF WS-ENTRY = 1
              MOVE 'PRESS ENTER TO CONFIRM DELETE, PF3 TO CANCEL'
                   TO MSGLINO
              ADD 1    TO WS-ENTRY
              MOVE 'N' TO WS-INPUT
           ELSE
              PERFORM DELETE-PARA
           END-IF.

      ***************************************************
       DELETE-PARA.

           EXEC SQL
               DELETE FROM EMP_DOCUMENT
                   WHERE EMPID = :EMPCDI
                     AND DOC-TYPE = :DOCTYPI
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'DOCUMENT DELETED'
                      TO MSGLINO
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'DOCUMENT DOES NOT EXIST, TRY AGAIN'
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
           MOVE 'DOCUMENT DETAILS - READ ONLY, NO CHANGES MADE'
                TO MSGLINO.
           MOVE 'N' TO WS-INPUT.
           MOVE ZEROES TO WS-ENTRY.
           MOVE 'START' TO WS-PROCESS.

      ***************************************************
       INSERT-PARA.

           EXEC SQL
               INSERT INTO EMP_DOCUMENT
                   (EMPID, DOC-TYPE, DOC-NUMBER, ISSUE-COUNTRY,
                    ISSUE-DATE, EXPIRY-DATE, CHANGED-BY)
                   VALUES (:EMPCDI, :DOCTYPI, :DOCNOI, :ISSCTYI,
                           :ISSDTI, :EXPDTI, :EIBUSERID)
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'DOCUMENT INSERTED'
                      TO MSGLINO
              WHEN WS-SQL-RETURN-DUPKEY
                 MOVE 'DOCUMENT ALREADY ON FILE - USE C TO RENEW'
                      TO MSGLINO
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED IN INSERT' TO MSGLINO
                 MOVE 'INSERT-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE EMPCDI TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.
           PERFORM INITIALIZE-FIELD-PARA.

      ***************************************************
       UPDATE-PARA.

           EXEC SQL
               UPDATE EMP_DOCUMENT
                   SET DOC-NUMBER    = :DOCNOI,
                       ISSUE-COUNTRY = :ISSCTYI,
                       ISSUE-DATE    = :ISSDTI,
                       EXPIRY-DATE   = :EXPDTI,
                       CHANGED-BY    = :EIBUSERID
                   WHERE EMPID = :EMPCDI
                     AND DOC-TYPE = :DOCTYPI
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'DOCUMENT UPDATED'
                      TO MSGLINO
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'DOCUMENT DOES NOT EXIST, TRY AGAIN'
                      TO MSGLINO
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED IN UPDATE' TO MSGLINO
                 MOVE 'UPDATE-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE EMPCDI TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.
           PERFORM INITIALIZE-FIELD-PARA.

      ***************************************************
       INITIALIZE-FIELD-PARA.

           MOVE SPACES TO ACTIONO WS-ACTION
           MOVE SPACES TO EMPCDO  WS-EMPCD
           MOVE SPACES TO DOCTYPO WS-DOCTYP
           MOVE SPACES TO DOCNOO  WS-DOCNO
           MOVE SPACES TO ISSCTYO WS-ISSCTY
           MOVE SPACES TO ISSDTO  WS-ISSDT
           MOVE SPACES TO EXPDTO  WS-EXPDT
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
                   VALUES ('EDOCMANT', :ACTION, :PROCESS,
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
                   VALUES ('EDOCMANT', :WS-SQLERR-PARAGRAPH,
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
                   VALUES ('EDOC', 'EDOCMANT', :EIBUSERID,
                           :WS-ACTV-TS)
           END-EXEC.
