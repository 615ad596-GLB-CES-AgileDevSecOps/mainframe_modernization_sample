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
      *    Fraud-indicator hit clearance for internal audit - one
      *    FRAUD_HIT row per fraudchk finding, keyed by check id
      *    (FR01-FR04), EMPID and hit reference. 'I' shows the
      *    hit's evidence and status; 'C' clears an open hit with
      *    the reviewer's note, stamping CLEARED-BY/CLEARED-TS, so
      *    fraudchk does not raise that occurrence again. A hit is
      *    never deleted - the cleared row is the audit trail.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRDMANT.
       AUTHOR. ATOS SYNTEL.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      ***************************************************
       WORKING-STORAGE SECTION.

       01  PROGRAM-DESC                PIC X(20) VALUE 'FRAUD HITS'.

       01  WS-TEMP.
           05 WS-EVIDENCE              PIC X(60).
           05 WS-HIT-STATUS            PIC X(01).
           05 WS-CLEARED-BY            PIC X(08).
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

       01  WS-COMMAREA.
           05 WS-EMPCD                 PIC X(08) VALUE SPACES.
           05 WS-CHKID                 PIC X(04) VALUE SPACES.
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

           COPY FRDSET.
      ***************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           05 EMPCD                    PIC X(08).
           05 CHKID                    PIC X(04).
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
              MOVE 'EXIT FROM FRAUD HIT CLEARANCE' TO WS-MSG
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
               INITIALIZE FRDMNTI
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
              EXEC CICS SEND MAP('FRDMNT')
                MAPSET('FRDSET')
                FROM(FRDMNTO)
                ERASE
                CURSOR
              END-EXEC
           ELSE
              EXEC CICS SEND MAP('FRDMNT')
                MAPSET('FRDSET')
                FROM(FRDMNTO)
                DATAONLY
                CURSOR
              END-EXEC
           END-IF.
           EXEC CICS RETURN TRANSID('FRDM')
               COMMAREA(WS-COMMAREA)
               LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

      ***************************************************
       RECEIVE-MAP-PARA.
           EXEC CICS RECEIVE MAP('FRDMNT')
                MAPSET('FRDSET')
                INTO(FRDMNTI)
           END-EXEC.

      ***************************************************
       VALIDATE-ACTION-PARA.

           IF ACTIONI NOT = 'C' AND ACTIONI NOT = 'I'
               MOVE 'VALID - C CLEAR HIT/I INQUIRE'
                 TO MSGLINO
               MOVE 'ACTION' TO WS-PROCESS
               MOVE 'N' TO WS-ACT
            ELSE
               IF WS-ACTION NOT = ACTIONI
                  MOVE 'ENTER CHECK ID, EMPID AND HIT REFERENCE'
                      TO MSGLINO
                  MOVE ACTIONI TO WS-ACTION
               END-IF
               MOVE 'Y' TO WS-ACT
           END-IF.

      ***************************************************
       PROCESS-PARA.

           EVALUATE TRUE
              WHEN CHKIDI = SPACES
                 MOVE 'ENTER CHECK ID FR01-FR04' TO MSGLINO
                 MOVE -1 TO CHKIDL
                 MOVE 'N' TO WS-INPUT
              WHEN EMPCDI = SPACES
                 MOVE 'ENTER EMPID' TO MSGLINO
                 MOVE -1 TO EMPCDL
                 MOVE 'N' TO WS-INPUT
              WHEN HITREFI = SPACES
                 MOVE 'ENTER HIT REFERENCE FROM THE REPORT'
                      TO MSGLINO
                 MOVE -1 TO HITREFL
                 MOVE 'N' TO WS-INPUT
              WHEN OTHER
                 MOVE EMPCDI TO WS-EMPCD
                 MOVE CHKIDI TO WS-CHKID
                 PERFORM READ-HIT-PARA
                 IF VALID-INPUT
                    EVALUATE ACTIONI
                       WHEN 'C'
                          PERFORM CLEAR-HIT-PARA
                       WHEN 'I'
                          MOVE 'HIT DISPLAYED' TO MSGLINO
                    END-EVALUATE
                 END-IF
           END-EVALUATE.

      ***************************************************
        READ-HIT-PARA.
           MOVE SPACES TO WS-EVIDENCE WS-HIT-STATUS WS-CLEARED-BY.
           EXEC SQL
               SELECT EVIDENCE, HIT-STATUS,
                      COALESCE(CLEARED-BY, ' ')
                   INTO :WS-EVIDENCE, :WS-HIT-STATUS,
                        :WS-CLEARED-BY
                   FROM FRAUD_HIT
                   WHERE CHECK-ID = :CHKIDI
                     AND EMPID    = :EMPCDI
                     AND HIT-REF  = :HITREFI
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'Y' TO WS-INPUT
                 PERFORM SHOW-HIT-PARA
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-INPUT
                 MOVE SPACES TO EVIDO HITSTSO
                 MOVE 'NO SUCH HIT ON FILE' TO MSGLINO
                 MOVE -1 TO CHKIDL
              WHEN OTHER
                 MOVE 'N' TO WS-INPUT
                 MOVE 'DB2 ERROR OCCURED IN READ' TO MSGLINO
                 MOVE 'READ-HIT-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE HITREFI TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.

      ***************************************************
        SHOW-HIT-PARA.
           MOVE WS-EVIDENCE TO EVIDO.
           MOVE SPACES TO HITSTSO.
           IF WS-HIT-STATUS = 'C'
              STRING 'CLR ' WS-CLEARED-BY
                  DELIMITED BY SIZE INTO HITSTSO
              END-STRING
           ELSE
              MOVE 'OPEN' TO HITSTSO
           END-IF.

      ***************************************************
      *    The note is mandatory - a cleared hit must say why it
      *    was not fraud. An already-cleared hit is left as it is.
        CLEAR-HIT-PARA.
           EVALUATE TRUE
              WHEN WS-HIT-STATUS = 'C'
                 MOVE 'HIT ALREADY CLEARED' TO MSGLINO
              WHEN NOTEI = SPACES
                 MOVE 'ENTER THE CLEARANCE NOTE' TO MSGLINO
                 MOVE -1 TO NOTEL
              WHEN OTHER
                 MOVE FUNCTION CURRENT-DATE TO WS-STAMP-TS
                 EXEC SQL
                     UPDATE FRAUD_HIT
                         SET HIT-STATUS = 'C',
                             CLEAR-NOTE = :NOTEI,
                             CLEARED-BY = :EIBUSERID,
                             CLEARED-TS = :WS-STAMP-TS
                         WHERE CHECK-ID = :CHKIDI
                           AND EMPID    = :EMPCDI
                           AND HIT-REF  = :HITREFI
                           AND HIT-STATUS NOT = 'C'
                 END-EXEC
                 MOVE SQLCODE TO WS-SQLCODE
                 EVALUATE TRUE
                    WHEN WS-SQL-RETURN-NORMAL
                       MOVE 'HIT CLEARED - NOT RAISED AGAIN'
                            TO MSGLINO
                       MOVE 'C' TO WS-HIT-STATUS
                       MOVE EIBUSERID TO WS-CLEARED-BY
                       PERFORM SHOW-HIT-PARA
                    WHEN WS-SQL-RETURN-NO-ENTRY
                       MOVE 'HIT NOT FOUND OR ALREADY CLEARED'
                            TO MSGLINO
                    WHEN OTHER
                       MOVE 'DB2 ERROR OCCURED IN CLEAR' TO MSGLINO
                       MOVE 'CLEAR-HIT-PARA' TO WS-SQLERR-PARAGRAPH
                       MOVE HITREFI TO WS-SQLERR-KEY
                       PERFORM LOG-SQL-ERROR-PARA
                 END-EVALUATE
           END-EVALUATE.

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
                   VALUES ('FRDMANT', :ACTION, :PROCESS,
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
                   VALUES ('FRDMANT', :WS-SQLERR-PARAGRAPH,
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
                   VALUES ('FRDM', 'FRDMANT', :EIBUSERID,
                           :WS-ACTV-TS)
           END-EXEC.
