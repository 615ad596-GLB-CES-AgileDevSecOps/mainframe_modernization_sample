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
      *    HR letter-request queue - one LETTER_REQUEST row per
      *    letter asked for. 'A' raises a request for an EMPID and
      *    letter type (S salary certificate, V employment
      *    verification, R relieving/experience, P pay revision),
      *    with an optional addressee and purpose to print on it;
      *    the number comes off the NUMBER_CONTROL 'LTRREQ' row the
      *    way RQSMANT numbers requisitions. 'X' cancels a request
      *    still queued and 'I' shows where it is. hrletter.cbl
      *    prints the queued letters for the spool and stamps each
      *    request with the reference number it was issued under.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LTRQMANT.
       AUTHOR. ATOS SYNTEL.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      ***************************************************
       WORKING-STORAGE SECTION.

       01  PROGRAM-DESC                PIC X(20) VALUE 'LETTER REQUEST'.

       01  WS-TEMP.
           05 WS-EMPID                 PIC X(08).
           05 WS-EMPNAME               PIC X(30).
           05 WS-EMP-STATUS            PIC X(01).
           05 WS-LTRTYPE               PIC X(01).
           05 WS-ADDRESSEE             PIC X(30).
           05 WS-PURPOSE               PIC X(30).
           05 WS-STATUS                PIC X(01).
           05 WS-LETTER-REF            PIC X(12).
           05 WS-PAY-COUNT             PIC S9(09) COMP VALUE ZERO.
           05 WS-MSG                   PIC X(50).
           05 WS-LAST-LTRNO            PIC 9(06).
           05 WS-NEXT-LTRNO            PIC 9(06).
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
           05 WS-LTRNO                 PIC X(06) VALUE SPACES.
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

           COPY LTRQSET.
      ***************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           05 LTRNO                    PIC X(06).
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
              MOVE 'EXIT FROM LETTER REQUESTS' TO WS-MSG
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
               INITIALIZE LTRQMNTI
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
              EXEC CICS SEND MAP('LTRQMNT')
                MAPSET('LTRQSET')
                FROM(LTRQMNTO)
                ERASE
                CURSOR
              END-EXEC
           ELSE
              EXEC CICS SEND MAP('LTRQMNT')
                MAPSET('LTRQSET')
                FROM(LTRQMNTO)
                DATAONLY
                CURSOR
              END-EXEC
           END-IF.
           EXEC CICS RETURN TRANSID('LTRQ')
               COMMAREA(WS-COMMAREA)
               LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

      ***************************************************
       RECEIVE-MAP-PARA.
           EXEC CICS RECEIVE MAP('LTRQMNT')
                MAPSET('LTRQSET')
                INTO(LTRQMNTI)
           END-EXEC.

      ***************************************************
       VALIDATE-ACTION-PARA.

           IF ACTIONI NOT = 'A' AND ACTIONI NOT = 'X' AND
               ACTIONI NOT = 'I'
               MOVE 'VALID - A REQUEST/X CANCEL/I INQUIRE'
                 TO MSGLINO
               MOVE 'ACTION' TO WS-PROCESS
               MOVE 'N' TO WS-ACT
            ELSE
               IF WS-ACTION NOT = ACTIONI
                  MOVE 'ENTER EMPID/TYPE (A) OR REQUEST NO (X/I)'
                      TO MSGLINO
                  MOVE ACTIONI TO WS-ACTION
               END-IF
               MOVE 'Y' TO WS-ACT
           END-IF.

      ***************************************************
       PROCESS-PARA.

           EVALUATE ACTIONI
              WHEN 'A'
                 PERFORM RAISE-REQUEST-PARA
              WHEN OTHER
                 IF LTRNOI = SPACES
                    MOVE 'ENTER THE REQUEST NUMBER' TO MSGLINO
                    MOVE -1 TO LTRNOL
                 ELSE
                    MOVE LTRNOI TO WS-LTRNO
                    PERFORM LTRROW-VALIDATE
                    IF ROW-EXIST
                       EVALUATE ACTIONI
                          WHEN 'X'
                             PERFORM CANCEL-PARA
                          WHEN 'I'
                             PERFORM INQUIRE-PARA
                       END-EVALUATE
                    END-IF
                 END-IF
           END-EVALUATE.

      ***************************************************
        LTRROW-VALIDATE.

           MOVE SPACES TO WS-EMPID WS-EMPNAME WS-LTRTYPE WS-STATUS.
           MOVE SPACES TO WS-ADDRESSEE WS-PURPOSE WS-LETTER-REF.
           EXEC SQL
               SELECT L.EMPID, E.EMPNAME, L.LETTER-TYPE,
                      L.ADDRESSEE, L.PURPOSE, L.REQ-STATUS,
                      L.LETTER-REF
                   INTO :WS-EMPID, :WS-EMPNAME, :WS-LTRTYPE,
                        :WS-ADDRESSEE, :WS-PURPOSE, :WS-STATUS,
                        :WS-LETTER-REF
                   FROM LETTER_REQUEST L
                   LEFT JOIN EMPLOYEE E ON E.EMPID = L.EMPID
                   WHERE L.LTR-REQ-ID = :WS-LTRNO
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-ROWVAL
                 MOVE WS-EMPID      TO EMPCDO
                 MOVE WS-EMPNAME    TO EMPNMO
                 MOVE WS-LTRTYPE    TO LTRTYPO
                 MOVE WS-ADDRESSEE  TO ADDRSO
                 MOVE WS-PURPOSE    TO PURPOSO
                 MOVE WS-STATUS     TO LSTATO
                 MOVE WS-LETTER-REF TO LTRREFO
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-ROWVAL
                 MOVE 'LETTER REQUEST NOT ON FILE' TO MSGLINO
                 MOVE -1 TO LTRNOL
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED, TRY AGAIN' TO MSGLINO
                 MOVE 'ERROR' TO WS-PROCESS
                 MOVE 'E' TO WS-ROWVAL
                 MOVE 'N' TO WS-INPUT
                 MOVE 'LTRROW-VALIDATE' TO WS-SQLERR-PARAGRAPH
                 MOVE WS-LTRNO TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.

      ***************************************************
      *    Raising: the employee has to be on the master, and the
      *    letter has to make sense for them - a relieving letter
      *    only once they have left (STATUS 'I'), the pay letters
      *    only when there is pay on file to quote.
        RAISE-REQUEST-PARA.
           IF EMPCDI = SPACES
              MOVE 'ENTER THE EMPLOYEE ID' TO MSGLINO
              MOVE -1 TO EMPCDL
           ELSE
           IF LTRTYPI NOT = 'S' AND LTRTYPI NOT = 'V'
              AND LTRTYPI NOT = 'R' AND LTRTYPI NOT = 'P'
              MOVE 'TYPE S SALARY/V VERIFY/R RELIEVING/P PAY REV'
                   TO MSGLINO
              MOVE -1 TO LTRTYPL
           ELSE
              PERFORM READ-EMPLOYEE-PARA
              EVALUATE TRUE
                 WHEN NOT WS-SQL-RETURN-NORMAL
                    MOVE 'EMPLOYEE NOT ON MASTER' TO MSGLINO
                    MOVE -1 TO EMPCDL
                 WHEN LTRTYPI = 'R' AND WS-EMP-STATUS NOT = 'I'
                    MOVE 'RELIEVING LETTER ONLY FOR A LEAVER'
                         TO MSGLINO
                    MOVE -1 TO LTRTYPL
                 WHEN (LTRTYPI = 'S' OR LTRTYPI = 'P')
                      AND WS-PAY-COUNT = 0
                    MOVE 'NO PAY ON FILE FOR THIS EMPLOYEE'
                         TO MSGLINO
                    MOVE -1 TO LTRTYPL
                 WHEN OTHER
                    PERFORM ASSIGN-LTRNO-PARA
                    IF WS-NEXT-LTRNO > ZEROES
                       PERFORM INSERT-REQ-PARA
                    END-IF
              END-EVALUATE
           END-IF
           END-IF.

      ***************************************************
        READ-EMPLOYEE-PARA.
           MOVE SPACES TO WS-EMPNAME WS-EMP-STATUS.
           MOVE ZERO TO WS-PAY-COUNT.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-PAY-COUNT
                   FROM EMPLOYEE_PAY
                   WHERE EMPID = :EMPCDI
           END-EXEC.
           EXEC SQL
               SELECT EMPNAME, STATUS
                   INTO :WS-EMPNAME, :WS-EMP-STATUS
                   FROM EMPLOYEE
                   WHERE EMPID = :EMPCDI
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              MOVE WS-EMPNAME TO EMPNMO
           END-IF.

      ***************************************************
        ASSIGN-LTRNO-PARA.
           MOVE ZEROES TO WS-LAST-LTRNO WS-NEXT-LTRNO.
           EXEC SQL
               SELECT LAST-ASSIGNED
                   INTO :WS-LAST-LTRNO
                   FROM NUMBER_CONTROL
                   WHERE CONTROL-NAME = 'LTRREQ'
                   FOR UPDATE
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 COMPUTE WS-NEXT-LTRNO = WS-LAST-LTRNO + 1
                 EXEC SQL
                     UPDATE NUMBER_CONTROL
                         SET LAST-ASSIGNED = :WS-NEXT-LTRNO,
                             CHANGED-BY = :EIBUSERID
                         WHERE CONTROL-NAME = 'LTRREQ'
                 END-EXEC
                 MOVE SQLCODE TO WS-SQLCODE
                 IF NOT WS-SQL-RETURN-NORMAL
                    MOVE 'DB2 ERROR ASSIGNING REQUEST NUMBER'
                         TO MSGLINO
                    MOVE ZEROES TO WS-NEXT-LTRNO
                 END-IF
              WHEN OTHER
                 MOVE 'NO LTRREQ NUMBER CONTROL ROW - CANNOT RAISE'
                      TO MSGLINO
           END-EVALUATE.

      ***************************************************
        INSERT-REQ-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-TS.
           MOVE WS-NEXT-LTRNO TO WS-LTRNO.
           EXEC SQL
               INSERT INTO LETTER_REQUEST
                   (LTR-REQ-ID, EMPID, LETTER-TYPE, ADDRESSEE,
                    PURPOSE, REQ-STATUS, REQUESTED-BY,
                    REQUESTED-TS, LETTER-REF, GENERATED-TS)
                   VALUES (:WS-LTRNO, :EMPCDI, :LTRTYPI, :ADDRSI,
                           :PURPOSI, 'Q', :EIBUSERID,
                           :WS-STAMP-TS, ' ', ' ')
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              MOVE WS-LTRNO TO LTRNOO
              MOVE 'Q' TO LSTATO
              STRING 'LETTER REQUEST QUEUED - ' WS-LTRNO
                  DELIMITED BY SIZE INTO MSGLINO
              END-STRING
           ELSE
              MOVE 'DB2 ERROR OCCURED IN REQUEST' TO MSGLINO
              MOVE 'INSERT-REQ-PARA' TO WS-SQLERR-PARAGRAPH
              MOVE WS-LTRNO TO WS-SQLERR-KEY
              PERFORM LOG-SQL-ERROR-PARA
           END-IF.

      ***************************************************
        CANCEL-PARA.
           EVALUATE TRUE
              WHEN WS-STATUS = 'G'
                 MOVE 'LETTER ALREADY ISSUED - CANNOT CANCEL'
                      TO MSGLINO
              WHEN WS-STATUS = 'X'
                 MOVE 'REQUEST IS ALREADY CANCELLED'
                      TO MSGLINO
              WHEN OTHER
                 EXEC SQL
                     UPDATE LETTER_REQUEST
                         SET REQ-STATUS = 'X',
                             REQUESTED-BY = :EIBUSERID
                         WHERE LTR-REQ-ID = :WS-LTRNO
                           AND REQ-STATUS = 'Q'
                 END-EXEC
                 MOVE SQLCODE TO WS-SQLCODE
                 EVALUATE TRUE
                    WHEN WS-SQL-RETURN-NORMAL
                       MOVE 'LETTER REQUEST CANCELLED' TO MSGLINO
                       MOVE 'X' TO LSTATO
                    WHEN WS-SQL-RETURN-NO-ENTRY
                       MOVE 'LETTER ISSUED MEANWHILE - NOT CANCELLED'
                            TO MSGLINO
                    WHEN OTHER
                       MOVE 'DB2 ERROR OCCURED IN CANCEL' TO MSGLINO
                       MOVE 'CANCEL-PARA' TO WS-SQLERR-PARAGRAPH
                       MOVE WS-LTRNO TO WS-SQLERR-KEY
                       PERFORM LOG-SQL-ERROR-PARA
                 END-EVALUATE
           END-EVALUATE.

      ***************************************************
       INQUIRE-PARA.
           EVALUATE WS-STATUS
              WHEN 'Q'
                 MOVE 'QUEUED - PRINTS ON THE NEXT LETTER RUN'
                      TO MSGLINO
              WHEN 'G'
                 MOVE 'LETTER ISSUED - SEE REFERENCE NUMBER'
                      TO MSGLINO
              WHEN 'X'
                 MOVE 'LETTER REQUEST CANCELLED' TO MSGLINO
              WHEN OTHER
                 MOVE 'LETTER REQUEST STATUS UNKNOWN' TO MSGLINO
           END-EVALUATE.

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
                   VALUES ('LTRQMANT', :ACTION, :PROCESS,
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
                   VALUES ('LTRQMANT', :WS-SQLERR-PARAGRAPH,
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
                   VALUES ('LTRQ', 'LTRQMANT', :EIBUSERID,
                           :WS-ACTV-TS)
           END-EXEC.
