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
      *    Professional-tax slab maintenance - keyed entry on
      *    PROF_TAX_SLAB (state + monthly earnings band + flat
      *    monthly levy), in the TAXSMANT mould. LOCATION.PT-STATE
      *    (LOCMANT) ties a location to the state whose slabs
      *    payrun's CALC-PROFTAX-PARA applies; a blank state is a
      *    location outside any professional-tax state. The same
      *    overlap check and contiguity advisory guard each state's
      *    bands, and every change lands an audit row on
      *    CONTROL_TABLE_AUDIT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTAXMANT.
       AUTHOR. ATOS SYNTEL.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      ***************************************************
       WORKING-STORAGE SECTION.

       01  PROGRAM-DESC                PIC X(20) VALUE 'PT SLAB MAINT'.

       01  WS-TEMP.
           05 WS-SLABTO                PIC 9(09).
           05 WS-PTAMT                 PIC 9(05)V99.
           05 WS-OVERLAP-COUNT         PIC S9(09) COMP VALUE ZERO.
           05 WS-CONTIG-COUNT          PIC S9(09) COMP VALUE ZERO.
           05 WS-FLOOR-LESS-1          PIC S9(09) COMP.
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
           05 WS-PTSTATE               PIC X(03) VALUE SPACES.
           05 WS-KEYFROM               PIC 9(09) VALUE ZEROES.
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

           COPY PTAXSET.
      ***************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           05 PTSTATE                  PIC X(03).
           05 KEYFROM                  PIC 9(09).
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
              MOVE 'EXIT FROM PROF TAX SLAB MAINTENANCE' TO WS-MSG
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
               INITIALIZE PTAXMNTI
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
              EXEC CICS SEND MAP('PTAXMNT')
                MAPSET('PTAXSET')
                FROM(PTAXMNTO)
                ERASE
                CURSOR
              END-EXEC
           ELSE
              EXEC CICS SEND MAP('PTAXMNT')
                MAPSET('PTAXSET')
                FROM(PTAXMNTO)
                DATAONLY
                CURSOR
              END-EXEC
           END-IF.
           EXEC CICS RETURN TRANSID('PTAX')
               COMMAREA(WS-COMMAREA)
               LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

      ***************************************************
       RECEIVE-MAP-PARA.
           EXEC CICS RECEIVE MAP('PTAXMNT')
                MAPSET('PTAXSET')
                INTO(PTAXMNTI)
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
                  MOVE 'ENTER STATE AND BAND FLOOR'
                      TO MSGLINO
                  MOVE ACTIONI TO WS-ACTION
               END-IF
               MOVE 'Y' TO WS-ACT
           END-IF.

      ***************************************************
       PROCESS-PARA.

           IF PTSTATI = SPACES
              MOVE 'ENTER THE PROF TAX STATE CODE' TO MSGLINO
              MOVE -1 TO PTSTATL
              MOVE 'N' TO WS-INPUT
           ELSE
              MOVE PTSTATI TO WS-PTSTATE
              MOVE SLABFRI TO WS-KEYFROM
              PERFORM SLABROW-VALIDATE
              IF NOT ROW-DBERR
                 EVALUATE ACTIONI
                    WHEN 'A'
                       PERFORM VALIDATE-BAND-PARA
                       IF VALID-INPUT
                          PERFORM INSERT-PARA
                       END-IF
                    WHEN 'C'
                       PERFORM VALIDATE-BAND-PARA
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
        SLABROW-VALIDATE.

           MOVE ZEROES TO WS-SLABTO WS-PTAMT.
           EXEC SQL
               SELECT SLAB-TO, PT-AMOUNT
                   INTO :WS-SLABTO, :WS-PTAMT
                   FROM PROF_TAX_SLAB
                   WHERE PT-STATE = :WS-PTSTATE
                     AND SLAB-FROM = :WS-KEYFROM
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-ROWVAL
                 MOVE WS-SLABTO TO SLABTOO
                 MOVE WS-PTAMT  TO PTAMTO
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-ROWVAL
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED, TRY AGAIN' TO MSGLINO
                 MOVE 'ERROR' TO WS-PROCESS
                 MOVE 'E' TO WS-ROWVAL
                 MOVE 'N' TO WS-INPUT
                 MOVE 'SLABROW-VALIDATE' TO WS-SQLERR-PARAGRAPH
                 MOVE WS-PTSTATE TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.

      ***************************************************
      *    The band must be internally sane and may not overlap
      *    any OTHER band of the same state - a stub may only ever
      *    fall in one slab, so an overlap is refused at the
      *    keyboard.
      *    A gap below the new floor is only an advisory: the run
      *    continues but the operator is told which boundary to
      *    look at, so the state's bands can be landed contiguous.
        VALIDATE-BAND-PARA.
           MOVE 'Y' TO WS-INPUT.
           IF SLABTOI <= SLABFRI
              MOVE 'BAND CEILING MUST EXCEED ITS FLOOR' TO MSGLINO
              MOVE -1  TO SLABTOL
              MOVE 'N' TO WS-INPUT
           END-IF.

           IF VALID-INPUT
              MOVE ZERO TO WS-OVERLAP-COUNT
              EXEC SQL
                  SELECT COUNT(*)
                      INTO :WS-OVERLAP-COUNT
                      FROM PROF_TAX_SLAB
                      WHERE PT-STATE = :PTSTATI
                        AND SLAB-FROM NOT = :SLABFRI
                        AND SLAB-FROM <= :SLABTOI
                        AND SLAB-TO   >= :SLABFRI
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              IF NOT WS-SQL-RETURN-NORMAL
                 MOVE ZERO TO WS-OVERLAP-COUNT
              END-IF
              IF WS-OVERLAP-COUNT > 0
                 MOVE 'BAND OVERLAPS ANOTHER BAND OF THIS STATE'
                      TO MSGLINO
                 MOVE -1  TO SLABFRL
                 MOVE 'N' TO WS-INPUT
              END-IF
           END-IF.

           IF VALID-INPUT AND SLABFRI > 0
              COMPUTE WS-FLOOR-LESS-1 = SLABFRI - 1
              MOVE ZERO TO WS-CONTIG-COUNT
              EXEC SQL
                  SELECT COUNT(*)
                      INTO :WS-CONTIG-COUNT
                      FROM PROF_TAX_SLAB
                      WHERE PT-STATE = :PTSTATI
                        AND SLAB-TO = :WS-FLOOR-LESS-1
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              IF NOT WS-SQL-RETURN-NORMAL
                 MOVE ZERO TO WS-CONTIG-COUNT
              END-IF
              IF WS-CONTIG-COUNT = 0
                 MOVE 'NOTE - NO BAND ENDS JUST BELOW THIS FLOOR'
                      TO MSGLINO
              END-IF
           END-IF.

      ***************************************************
       CONFIRM-DELETE-PARA.
           IF ROW-NOTFND
              MOVE 'BAND NOT ON TABLE FOR STATE/FLOOR' TO MSGLINO
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
               DELETE FROM PROF_TAX_SLAB
                   WHERE PT-STATE = :PTSTATI
                     AND SLAB-FROM = :SLABFRI
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'PROF TAX BAND DELETED'
                      TO MSGLINO
                 MOVE 'D' TO WS-AUDIT-ACTION
                 PERFORM WRITE-AUDIT-PARA
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'BAND NOT ON TABLE, TRY AGAIN' TO MSGLINO
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED IN DELETE' TO MSGLINO
                 MOVE 'DELETE-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE PTSTATI TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.
           PERFORM INITIALIZE-FIELD-PARA.

      ***************************************************
       INQUIRE-PARA.
           IF ROW-NOTFND
              MOVE 'BAND NOT ON TABLE FOR STATE/FLOOR' TO MSGLINO
           ELSE
              MOVE 'PROF TAX BAND - READ ONLY, NO CHANGES MADE'
                   TO MSGLINO
           END-IF.
           MOVE 'N' TO WS-INPUT.
           MOVE ZEROES TO WS-ENTRY.
           MOVE 'START' TO WS-PROCESS.

      ***************************************************
       INSERT-PARA.

           IF ROW-EXIST
              MOVE 'BAND ALREADY EXISTS FOR STATE/FLOOR' TO MSGLINO
           ELSE
           EXEC SQL
               INSERT INTO PROF_TAX_SLAB
                      (PT-STATE, SLAB-FROM, SLAB-TO,
                       PT-AMOUNT, CHANGED-BY)
                      VALUES (:PTSTATI, :SLABFRI, :SLABTOI,
                              :PTAMTI, :EIBUSERID)
           END-EXEC

           MOVE SQLCODE TO WS-SQLCODE
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'PROF TAX BAND INSERTED'
                      TO MSGLINO
                 MOVE 'A' TO WS-AUDIT-ACTION
                 PERFORM WRITE-AUDIT-PARA
              WHEN WS-SQL-RETURN-DUPKEY
                 MOVE 'BAND ALREADY EXISTS, TRY AGAIN' TO MSGLINO
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED IN INSERT' TO MSGLINO
                 MOVE 'INSERT-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE PTSTATI TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE
           END-IF.
           PERFORM INITIALIZE-FIELD-PARA.

      ***************************************************
       UPDATE-PARA.

           EXEC SQL
               UPDATE PROF_TAX_SLAB
                   SET SLAB-TO = :SLABTOI,
                       PT-AMOUNT = :PTAMTI,
                       CHANGED-BY = :EIBUSERID
                   WHERE PT-STATE = :PTSTATI
                     AND SLAB-FROM = :SLABFRI
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'PROF TAX BAND UPDATED'
                      TO MSGLINO
                 MOVE 'C' TO WS-AUDIT-ACTION
                 PERFORM WRITE-AUDIT-PARA
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'BAND NOT ON TABLE, TRY AGAIN' TO MSGLINO
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED IN UPDATE' TO MSGLINO
                 MOVE 'UPDATE-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE PTSTATI TO WS-SQLERR-KEY
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
           STRING PTSTATI '/' SLABFRI DELIMITED BY SIZE
               INTO WS-AUDIT-KEY
           END-STRING.

           EXEC SQL
               INSERT INTO CONTROL_TABLE_AUDIT
                   (TABLE-NAME, AUDIT-ACTION, ROW-KEY,
                    CHANGED-BY, CHANGED-TERM, CHANGED-TS)
                   VALUES ('PROF_TAX_SLAB', :WS-AUDIT-ACTION,
                           :WS-AUDIT-KEY, :EIBUSERID,
                           :EIBTRMID, :WS-AUDIT-TS)
           END-EXEC.

      ***************************************************
       INITIALIZE-FIELD-PARA.

           MOVE SPACES TO ACTIONO WS-ACTION
           MOVE SPACES TO PTSTATO WS-PTSTATE
           MOVE ZEROES TO SLABFRO WS-KEYFROM
           MOVE ZEROES TO SLABTOO WS-SLABTO
           MOVE ZEROES TO PTAMTO  WS-PTAMT
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
                   VALUES ('PTAXMANT', :ACTION, :PROCESS,
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
                   VALUES ('PTAXMANT', :WS-SQLERR-PARAGRAPH,
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
                   VALUES ('PTAX', 'PTAXMANT', :EIBUSERID,
                           :WS-ACTV-TS)
           END-EXEC.
