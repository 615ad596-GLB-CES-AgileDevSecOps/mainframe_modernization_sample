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
      *    Merit-matrix maintenance - add/change/inquire/delete on
      *    MERIT_MATRIX, the merit-increase percentage for each 1-5
      *    appraisal rating, kept per year so one cycle's matrix is
      *    set up without disturbing the last one's. Keyed on the
      *    year/rating pair in the BUDPMANT mould. The merit-planning
      *    batch (meritpln.cbl) applies it to every signed-off
      *    APPRAISAL rating for the same year.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRTXMANT.
       AUTHOR. ATOS SYNTEL.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      ***************************************************
       WORKING-STORAGE SECTION.

       01  PROGRAM-DESC                PIC X(20) VALUE 'MERIT MATRIX'.

       01  WS-TEMP.
           05 WS-MERITPCT              PIC 9(02)V99.
      *    Ceiling on a single rating's increase - the same kind of
      *    guard-rail EPAYMANT keeps on a negotiated basic.
           05 WS-MERITPCT-MAX          PIC 9(02)V99 VALUE 25.00.
           05 WS-MSG                   PIC X(50).
           05 WS-MCOMM                 PIC X(10) VALUE SPACES.
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

           05  WS-MTXVAL                   PIC X(1).
               88  MTX-EXIST                        VALUE 'F'.
               88  MTX-NOTFND                       VALUE 'N'.
               88  MTX-DBERR                        VALUE 'E'.

       01  WS-COMMAREA.
           05 WS-MRTYR                 PIC X(04) VALUE SPACES.
           05 WS-RATING                PIC 9(01) VALUE ZEROES.
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

           COPY MRTXSET.
      ***************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           05 MERIT-YEAR               PIC X(04).
           05 MERIT-RATING             PIC 9(01).
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
              MOVE 'EXIT FROM MERIT MATRIX MAINTENANCE' TO WS-MSG
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
               INITIALIZE MRTXMNTI
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
              EXEC CICS SEND MAP('MRTXMNT')
                MAPSET('MRTXSET')
                FROM(MRTXMNTO)
                ERASE
                CURSOR
              END-EXEC
           ELSE
              EXEC CICS SEND MAP('MRTXMNT')
                MAPSET('MRTXSET')
                FROM(MRTXMNTO)
                DATAONLY
                CURSOR
              END-EXEC
           END-IF.
           EXEC CICS RETURN TRANSID('MRTX')
               COMMAREA(WS-COMMAREA)
               LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

      ***************************************************
       RECEIVE-MAP-PARA.
           EXEC CICS RECEIVE MAP('MRTXMNT')
                MAPSET('MRTXSET')
                INTO(MRTXMNTI)
           END-EXEC.

      ***************************************************
       PROCESS-PARA.

           IF MRTYRI NOT = WS-MRTYR OR RATINGI NOT = WS-RATING
              PERFORM VALIDATE-KEY-PARA
              IF NOT MTX-DBERR
                 PERFORM ACTION-PROCESS-VAL-PARA
              END-IF
           END-IF.

           IF WS-ENTRY > 0
              IF ACTIONI NOT = 'D' AND ACTIONI NOT = 'I'
      *          A zero percentage is a legitimate entry - the lowest
      *          ratings normally earn no merit increase at all.
                 IF MRTPCTI > WS-MERITPCT-MAX
                    MOVE 'MERIT PERCENTAGE ABOVE 25.00 NOT ALLOWED'
                         TO MSGLINO
                    MOVE 'PCT'    TO WS-PROCESS
                    MOVE -1       TO MRTPCTL
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
              IF MTX-EXIST
                 MOVE 'RATING ALREADY SET FOR THIS YEAR'
                          TO MSGLINO
                 MOVE 'N' TO WS-INPUT
                 MOVE ZEROES TO WS-ENTRY
                 MOVE -1  TO MRTYRL
              ELSE
                 MOVE 'Y' TO WS-INPUT
                 ADD 1    TO WS-ENTRY
                 MOVE -1  TO MRTPCTL
                 PERFORM SEND-MAP-PARA
              END-IF
           WHEN 'C'
              IF MTX-NOTFND
                 MOVE 'NO MATRIX ENTRY FOR YEAR/RATING'
                          TO MSGLINO
                 MOVE -1  TO MRTYRL
                 MOVE 'N' TO WS-INPUT
                 MOVE ZEROES TO WS-ENTRY
              ELSE
                 MOVE 'Y' TO WS-INPUT
                 ADD 1    TO WS-ENTRY
                 MOVE -1  TO MRTPCTL
                 PERFORM DB-DATAMOVE-PARA
                 PERFORM SEND-MAP-PARA
              END-IF
           WHEN 'D'
              IF MTX-NOTFND
                 MOVE 'NO MATRIX ENTRY FOR YEAR/RATING'
                          TO MSGLINO
                 MOVE -1  TO MRTYRL
                 MOVE 'N' TO WS-INPUT
                 MOVE ZEROES TO WS-ENTRY
              ELSE
                 MOVE 'Y' TO WS-INPUT
                 ADD 1    TO WS-ENTRY
                 PERFORM DB-DATAMOVE-PARA
                 PERFORM SEND-MAP-PARA
              END-IF
           WHEN 'I'
              IF MTX-NOTFND
                 MOVE 'NO MATRIX ENTRY FOR YEAR/RATING' TO MSGLINO
                 MOVE -1  TO MRTYRL
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

           MOVE WS-MERITPCT TO MRTPCTO.

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
                  MOVE 'ENTER MERIT YEAR AND RATING'
                      TO MSGLINO
                  MOVE ACTIONI TO WS-ACTION
               END-IF
               MOVE 'Y' TO WS-ACT
           END-IF.

      ***************************************************
       VALIDATE-KEY-PARA.

           IF MRTYRI IS NOT NUMERIC
              OR RATINGI < 1 OR RATINGI > 5
              MOVE 'YEAR (YYYY) AND RATING 1-5 ARE REQUIRED'
                 TO MSGLINO
              MOVE 'KEY'    TO WS-PROCESS
              MOVE -1       TO MRTYRL
              MOVE ZEROES TO WS-ENTRY
              MOVE 'N'      TO WS-MTXVAL
              MOVE 'N'      TO WS-INPUT
           ELSE
              MOVE MRTYRI  TO WS-MRTYR
              MOVE RATINGI TO WS-RATING
              PERFORM MTXROW-VALIDATE
           END-IF.

      ***************************************************
        MTXROW-VALIDATE.

           EXEC SQL
               SELECT MERIT-PCT
                   INTO :WS-MERITPCT
                   FROM MERIT_MATRIX
                   WHERE MERIT-YEAR = :WS-MRTYR
                     AND RATING = :WS-RATING
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'MATRIX ENTRY FOUND, CONTINUE PROCESS'
                      TO MSGLINO
                 MOVE 'F' TO WS-MTXVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'MATRIX ENTRY NOT FOUND, CONTINUE TO ADD'
                      TO MSGLINO
                 MOVE 'N' TO WS-MTXVAL
                 MOVE ZEROES TO WS-MERITPCT
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED, TRY AGAIN' TO MSGLINO
                 MOVE 'ERROR' TO WS-PROCESS
                 MOVE 'E' TO WS-MTXVAL
                 MOVE 'N' TO WS-INPUT
                 MOVE 'MTXROW-VALIDATE' TO WS-SQLERR-PARAGRAPH
                 MOVE MRTYRI TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.

      ***************************************************
      *    First pass just shows the message and sets up for a second
      *    ENTER; the actual delete does not run until the operator
      *    confirms. PF3 from here falls through to the existing
      *    exit-transaction logic in MAIN-PARA and cancels it.
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
               DELETE FROM MERIT_MATRIX
                   WHERE MERIT-YEAR = :MRTYRI
                     AND RATING = :RATINGI
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'MATRIX ENTRY DELETED'
                      TO MSGLINO
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'MATRIX ENTRY DOES NOT EXIST, TRY AGAIN'
                      TO MSGLINO
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED IN DELETE' TO MSGLINO
                 MOVE 'DELETE-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE MRTYRI TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.
           PERFORM INITIALIZE-FIELD-PARA.

      ***************************************************
      *    Read-only lookup - MTXROW-VALIDATE already pulled the row
      *    onto the screen, so this just leaves it there and resets
      *    for the next inquiry, same as LOCMANT's INQUIRE-PARA.
       INQUIRE-PARA.
           MOVE 'MATRIX ENTRY - READ ONLY, NO CHANGES MADE'
                TO MSGLINO.
           MOVE 'N' TO WS-INPUT.
           MOVE ZEROES TO WS-ENTRY.
           MOVE 'START' TO WS-PROCESS.

      ***************************************************
       INSERT-PARA.

           EXEC SQL
               INSERT INTO MERIT_MATRIX
                   (MERIT-YEAR, RATING, MERIT-PCT, CHANGED-BY)
                   VALUES (:MRTYRI, :RATINGI, :MRTPCTI,
                           :EIBUSERID)
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'MATRIX ENTRY INSERTED'
                      TO MSGLINO
              WHEN WS-SQL-RETURN-DUPKEY
                 MOVE 'MATRIX ENTRY ALREADY EXISTS, TRY AGAIN'
                      TO MSGLINO
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED IN INSERT' TO MSGLINO
                 MOVE 'INSERT-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE MRTYRI TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.
           PERFORM INITIALIZE-FIELD-PARA.

      ***************************************************
       UPDATE-PARA.

           EXEC SQL
               UPDATE MERIT_MATRIX
                   SET MERIT-PCT      = :MRTPCTI,
                       CHANGED-BY     = :EIBUSERID
                   WHERE MERIT-YEAR = :MRTYRI
                     AND RATING = :RATINGI
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'MATRIX ENTRY UPDATED'
                      TO MSGLINO
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'MATRIX ENTRY DOES NOT EXIST, TRY AGAIN'
                      TO MSGLINO
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED IN UPDATE' TO MSGLINO
                 MOVE 'UPDATE-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE MRTYRI TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.
           PERFORM INITIALIZE-FIELD-PARA.

      ***************************************************
       INITIALIZE-FIELD-PARA.

           MOVE SPACES TO ACTIONO WS-ACTION
           MOVE SPACES TO MRTYRO  WS-MRTYR
           MOVE ZEROES TO RATINGO WS-RATING
           MOVE ZEROES TO MRTPCTO WS-MERITPCT
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
                   VALUES ('MRTXMANT', :ACTION, :PROCESS,
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
                   VALUES ('MRTXMANT', :WS-SQLERR-PARAGRAPH,
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
                   VALUES ('MRTX', 'MRTXMANT', :EIBUSERID,
                           :WS-ACTV-TS)
           END-EXEC.
