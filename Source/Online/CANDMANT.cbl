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
      *    Applicant tracking - one CANDIDATE row per applicant
      *    against an approved REQUISITION (RQSMANT), with the
      *    interview stages on CANDIDATE_INTERVIEW. 'A' registers a
      *    candidate (the number comes off the NUMBER_CONTROL
      *    'CANDID' row the way RQSMANT numbers requisitions), 'S'
      *    records an interview stage and its outcome (a fail
      *    rejects the candidate), 'O' makes the offer - pay,
      *    location and joining date - once the last stage was
      *    passed, 'N' records the offer declined and 'W' withdraws
      *    the candidate. 'Y' records the offer accepted: HR only
      *    (USER_AUTH role 'A'), it adds the EMPLOYEE row with the
      *    requisition's dept/desg and the offered location and
      *    joining date as HIREDT, sets up EMPLOYEE_PAY at the
      *    offered basic, and marks the requisition filled exactly
      *    as MEMPMANT's add path does. reqaging.cbl reports how far
      *    each open requisition's pipeline has got.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CANDMANT.
       AUTHOR. ATOS SYNTEL.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      ***************************************************
       WORKING-STORAGE SECTION.

       01  PROGRAM-DESC                PIC X(20) VALUE 'CANDIDATE'.

       01  WS-TEMP.
           05 WS-REQID                 PIC X(06).
           05 WS-CNAME                 PIC X(30).
           05 WS-CONTACT               PIC X(20).
           05 WS-BIRTHDT               PIC X(10).
           05 WS-CAND-STATUS           PIC X(01).
           05 WS-LAST-STAGE            PIC 9(01).
           05 WS-LAST-OUTCOME          PIC X(01).
           05 WS-OFFER-PAY             PIC 9(05)V99.
           05 WS-OFFER-LOC             PIC X(05).
           05 WS-JOIN-DATE             PIC X(10).
           05 WS-HIRED-EMPID           PIC X(08).
           05 WS-REQ-DEPT              PIC X(05).
           05 WS-REQ-DESG              PIC X(05).
           05 WS-REQ-STATUS            PIC X(01).
           05 WS-EMP-COMPCD            PIC X(03).
           05 WS-GRADE-HRA             PIC 9(05)V99.
           05 WS-BAND-MIN              PIC 9(05)V99.
           05 WS-BAND-MAX              PIC 9(05)V99.
           05 WS-BAND-MIN-ED           PIC ZZZZ9.
           05 WS-BAND-MAX-ED           PIC ZZZZ9.
           05 WS-AUTH-HEADCOUNT        PIC 9(05).
           05 WS-ACTUAL-HEADCOUNT      PIC S9(09) COMP VALUE ZERO.
           05 WS-REF-COUNT             PIC S9(09) COMP VALUE ZERO.
           05 WS-LAST-CANDID           PIC 9(06).
           05 WS-NEXT-CANDID           PIC 9(06).
           05 WS-LAST-EMPID            PIC 9(05).
           05 WS-NEXT-EMPID            PIC 9(05).
           05 WS-NEW-EMPID             PIC X(08).
           05 WS-DATE-WORK             PIC 9(08).
           05 WS-TODAY-YYYYMMDD        PIC 9(08).
           05 WS-MSG                   PIC X(50).
           05 WS-STAMP-TS              PIC X(21).
           05 WS-USER-ROLE             PIC X(01).
              88 ROLE-ADMIN            VALUE 'A'.
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

           05  WS-DTVAL                    PIC X(1).
               88  DATE-VALID                       VALUE 'Y'.

       01  WS-COMMAREA.
           05 WS-CANDID                PIC X(06) VALUE SPACES.
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

           COPY CANDSET.
      ***************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           05 CANDID                   PIC X(06).
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
              MOVE 'EXIT FROM CANDIDATE TRACKING' TO WS-MSG
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
               INITIALIZE CANDMNTI
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
              EXEC CICS SEND MAP('CANDMNT')
                MAPSET('CANDSET')
                FROM(CANDMNTO)
                ERASE
                CURSOR
              END-EXEC
           ELSE
              EXEC CICS SEND MAP('CANDMNT')
                MAPSET('CANDSET')
                FROM(CANDMNTO)
                DATAONLY
                CURSOR
              END-EXEC
           END-IF.
           EXEC CICS RETURN TRANSID('CAND')
               COMMAREA(WS-COMMAREA)
               LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

      ***************************************************
       RECEIVE-MAP-PARA.
           EXEC CICS RECEIVE MAP('CANDMNT')
                MAPSET('CANDSET')
                INTO(CANDMNTI)
           END-EXEC.

      ***************************************************
       VALIDATE-ACTION-PARA.

           IF ACTIONI NOT = 'A' AND ACTIONI NOT = 'S' AND
               ACTIONI NOT = 'O' AND ACTIONI NOT = 'Y' AND
               ACTIONI NOT = 'N' AND ACTIONI NOT = 'W' AND
               ACTIONI NOT = 'I'
               MOVE 'VALID - A ADD/S STAGE/O OFFER/Y/N/W/I'
                 TO MSGLINO
               MOVE 'ACTION' TO WS-PROCESS
               MOVE 'N' TO WS-ACT
            ELSE
               IF WS-ACTION NOT = ACTIONI
                  MOVE 'ENTER REQ ID/NAME (A) OR CANDIDATE ID'
                      TO MSGLINO
                  MOVE ACTIONI TO WS-ACTION
               END-IF
               MOVE 'Y' TO WS-ACT
           END-IF.

      ***************************************************
       PROCESS-PARA.

           EVALUATE ACTIONI
              WHEN 'A'
                 PERFORM ADD-CANDIDATE-PARA
              WHEN OTHER
                 IF CANDNOI = SPACES
                    MOVE 'ENTER THE CANDIDATE ID' TO MSGLINO
                    MOVE -1 TO CANDNOL
                 ELSE
                    MOVE CANDNOI TO WS-CANDID
                    PERFORM CANDROW-VALIDATE
                    IF ROW-EXIST
                       EVALUATE ACTIONI
                          WHEN 'S'
                             PERFORM RECORD-STAGE-PARA
                          WHEN 'O'
                             PERFORM MAKE-OFFER-PARA
                          WHEN 'Y'
                             PERFORM ACCEPT-OFFER-PARA
                                THRU ACCEPT-OFFER-EXIT
                          WHEN 'N'
                             PERFORM DECLINE-OFFER-PARA
                          WHEN 'W'
                             PERFORM WITHDRAW-PARA
                          WHEN 'I'
                             PERFORM INQUIRE-PARA
                       END-EVALUATE
                    END-IF
                 END-IF
           END-EVALUATE.

      ***************************************************
        CANDROW-VALIDATE.

           MOVE SPACES TO WS-REQID WS-CNAME WS-CONTACT WS-BIRTHDT.
           MOVE SPACES TO WS-CAND-STATUS WS-LAST-OUTCOME.
           MOVE SPACES TO WS-OFFER-LOC WS-JOIN-DATE WS-HIRED-EMPID.
           MOVE ZEROES TO WS-LAST-STAGE WS-OFFER-PAY.
           EXEC SQL
               SELECT REQ-ID, CAND-NAME, CONTACT, BIRTHDT,
                      CAND-STATUS, LAST-STAGE, LAST-OUTCOME,
                      OFFER-BASICPAY, OFFER-LOCATION, OFFER-JOINDT,
                      HIRED-EMPID
                   INTO :WS-REQID, :WS-CNAME, :WS-CONTACT,
                        :WS-BIRTHDT, :WS-CAND-STATUS,
                        :WS-LAST-STAGE, :WS-LAST-OUTCOME,
                        :WS-OFFER-PAY, :WS-OFFER-LOC,
                        :WS-JOIN-DATE, :WS-HIRED-EMPID
                   FROM CANDIDATE
                   WHERE CAND-ID = :WS-CANDID
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-ROWVAL
                 PERFORM DB-DATAMOVE-PARA
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-ROWVAL
                 MOVE 'CANDIDATE NOT ON FILE' TO MSGLINO
                 MOVE -1 TO CANDNOL
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED, TRY AGAIN' TO MSGLINO
                 MOVE 'ERROR' TO WS-PROCESS
                 MOVE 'E' TO WS-ROWVAL
                 MOVE 'N' TO WS-INPUT
                 MOVE 'CANDROW-VALIDATE' TO WS-SQLERR-PARAGRAPH
                 MOVE WS-CANDID TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.

      ***************************************************
      *    Fields the operator keys for the action in hand (stage,
      *    offer terms) are left as keyed; everything else shows
      *    what is on file.
       DB-DATAMOVE-PARA.

           MOVE WS-REQID        TO REQNOO
           MOVE WS-CNAME        TO CNAMEO
           MOVE WS-CONTACT      TO CONTCTO
           MOVE WS-BIRTHDT      TO BIRTHDTO
           MOVE WS-CAND-STATUS  TO CSTATO
           MOVE WS-HIRED-EMPID  TO EMPCDO
           IF ACTIONI NOT = 'S'
              MOVE WS-LAST-STAGE   TO STGNOO
              MOVE WS-LAST-OUTCOME TO STGOUTO
           END-IF
           IF ACTIONI NOT = 'O'
              MOVE WS-OFFER-PAY    TO OFRPAYO
              MOVE WS-OFFER-LOC    TO OFRLOCO
              MOVE WS-JOIN-DATE    TO JOINDTO
           END-IF.

      ***************************************************
      *    Registration is only against an approved, unfilled
      *    requisition - raised ones are not yet budgeted and a
      *    filled or cancelled one has nothing left to recruit for.
        ADD-CANDIDATE-PARA.
           EVALUATE TRUE
              WHEN REQNOI = SPACES
                 MOVE 'ENTER THE REQUISITION ID' TO MSGLINO
                 MOVE -1 TO REQNOL
              WHEN CNAMEI = SPACES
                 MOVE 'ENTER CANDIDATE NAME' TO MSGLINO
                 MOVE -1 TO CNAMEL
              WHEN OTHER
                 PERFORM READ-REQUISITION-PARA
                 IF WS-REQ-STATUS NOT = 'A'
                    MOVE 'REQUISITION NOT APPROVED/OPEN - CANNOT ADD'
                         TO MSGLINO
                    MOVE -1 TO REQNOL
                 ELSE
                    IF BIRTHDTI NOT = SPACES
                       MOVE BIRTHDTI TO WS-JOIN-DATE
                       PERFORM VALIDATE-DATE-PARA
                    ELSE
                       MOVE 'Y' TO WS-DTVAL
                    END-IF
                    IF NOT DATE-VALID
                       MOVE 'BIRTH DATE MUST BE YYYY-MM-DD' TO MSGLINO
                       MOVE -1 TO BIRTHDTL
                    ELSE
                       PERFORM ASSIGN-CANDID-PARA
                       IF WS-NEXT-CANDID > ZEROES
                          PERFORM INSERT-CAND-PARA
                       END-IF
                    END-IF
                 END-IF
           END-EVALUATE.

      ***************************************************
        READ-REQUISITION-PARA.
           MOVE SPACES TO WS-REQ-DEPT WS-REQ-DESG WS-REQ-STATUS.
           EXEC SQL
               SELECT DEPTCODE, DESGCODE, REQ-STATUS
                   INTO :WS-REQ-DEPT, :WS-REQ-DESG, :WS-REQ-STATUS
                   FROM REQUISITION
                   WHERE REQ-ID = :REQNOI
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE SPACES TO WS-REQ-STATUS
           END-IF.

      ***************************************************
        ASSIGN-CANDID-PARA.
           MOVE ZEROES TO WS-LAST-CANDID WS-NEXT-CANDID.
           EXEC SQL
               SELECT LAST-ASSIGNED
                   INTO :WS-LAST-CANDID
                   FROM NUMBER_CONTROL
                   WHERE CONTROL-NAME = 'CANDID'
                   FOR UPDATE
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 COMPUTE WS-NEXT-CANDID = WS-LAST-CANDID + 1
                 EXEC SQL
                     UPDATE NUMBER_CONTROL
                         SET LAST-ASSIGNED = :WS-NEXT-CANDID,
                             CHANGED-BY = :EIBUSERID
                         WHERE CONTROL-NAME = 'CANDID'
                 END-EXEC
                 MOVE SQLCODE TO WS-SQLCODE
                 IF NOT WS-SQL-RETURN-NORMAL
                    MOVE 'DB2 ERROR ASSIGNING CANDIDATE NUMBER'
                         TO MSGLINO
                    MOVE ZEROES TO WS-NEXT-CANDID
                 END-IF
              WHEN OTHER
                 MOVE 'NO CANDID NUMBER CONTROL ROW - CANNOT ADD'
                      TO MSGLINO
           END-EVALUATE.

      ***************************************************
        INSERT-CAND-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-TS.
           MOVE WS-NEXT-CANDID TO WS-CANDID.
           EXEC SQL
               INSERT INTO CANDIDATE
                   (CAND-ID, REQ-ID, CAND-NAME, CONTACT, BIRTHDT,
                    CAND-STATUS, LAST-STAGE, LAST-OUTCOME,
                    OFFER-BASICPAY, OFFER-LOCATION, OFFER-JOINDT,
                    HIRED-EMPID, CHANGED-BY, CHANGED-TS)
                   VALUES (:WS-CANDID, :REQNOI, :CNAMEI, :CONTCTI,
                           :BIRTHDTI, 'A', 0, ' ', 0, ' ', ' ',
                           ' ', :EIBUSERID, :WS-STAMP-TS)
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              MOVE WS-CANDID TO CANDNOO
              MOVE 'A' TO CSTATO
              STRING 'CANDIDATE REGISTERED - ' WS-CANDID
                  DELIMITED BY SIZE INTO MSGLINO
              END-STRING
           ELSE
              MOVE 'DB2 ERROR OCCURED IN ADD' TO MSGLINO
              MOVE 'INSERT-CAND-PARA' TO WS-SQLERR-PARAGRAPH
              MOVE WS-CANDID TO WS-SQLERR-KEY
              PERFORM LOG-SQL-ERROR-PARA
           END-IF.

      ***************************************************
      *    One CANDIDATE_INTERVIEW row per stage number; keying a
      *    stage again corrects it. Outcome P pass, F fail (the
      *    candidate is rejected), H on hold. The candidate row
      *    carries the latest stage so the offer test and reqaging
      *    need not read the stage rows.
        RECORD-STAGE-PARA.
           EVALUATE TRUE
              WHEN WS-CAND-STATUS NOT = 'A'
                 MOVE 'CANDIDATE NOT ACTIVE - NO STAGE RECORDED'
                      TO MSGLINO
              WHEN STGNOI IS NOT NUMERIC OR STGNOI = ZERO
                 MOVE 'ENTER STAGE NUMBER 1-9' TO MSGLINO
                 MOVE -1 TO STGNOL
              WHEN STGNMI = SPACES
                 MOVE 'ENTER STAGE NAME' TO MSGLINO
                 MOVE -1 TO STGNML
              WHEN STGOUTI NOT = 'P' AND STGOUTI NOT = 'F'
                   AND STGOUTI NOT = 'H'
                 MOVE 'OUTCOME P PASS, F FAIL OR H HOLD' TO MSGLINO
                 MOVE -1 TO STGOUTL
              WHEN OTHER
                 MOVE STGDTI TO WS-JOIN-DATE
                 PERFORM VALIDATE-DATE-PARA
                 IF NOT DATE-VALID
                    MOVE 'INTERVIEW DATE MUST BE YYYY-MM-DD'
                         TO MSGLINO
                    MOVE -1 TO STGDTL
                 ELSE
                    PERFORM SAVE-STAGE-PARA
                 END-IF
           END-EVALUATE.

      ***************************************************
        SAVE-STAGE-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-TS.
           EXEC SQL
               INSERT INTO CANDIDATE_INTERVIEW
                   (CAND-ID, STAGE-NO, STAGE-NAME, INTV-DATE,
                    OUTCOME, RECORDED-BY, RECORDED-TS)
                   VALUES (:WS-CANDID, :STGNOI, :STGNMI, :STGDTI,
                           :STGOUTI, :EIBUSERID, :WS-STAMP-TS)
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-DUPKEY
              EXEC SQL
                  UPDATE CANDIDATE_INTERVIEW
                      SET STAGE-NAME  = :STGNMI,
                          INTV-DATE   = :STGDTI,
                          OUTCOME     = :STGOUTI,
                          RECORDED-BY = :EIBUSERID,
                          RECORDED-TS = :WS-STAMP-TS
                      WHERE CAND-ID = :WS-CANDID
                        AND STAGE-NO = :STGNOI
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
           END-IF.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE 'DB2 ERROR OCCURED SAVING STAGE' TO MSGLINO
              MOVE 'SAVE-STAGE-PARA' TO WS-SQLERR-PARAGRAPH
              MOVE WS-CANDID TO WS-SQLERR-KEY
              PERFORM LOG-SQL-ERROR-PARA
           ELSE
              IF STGOUTI = 'F'
                 MOVE 'R' TO WS-CAND-STATUS
              END-IF
              IF STGNOI NOT < WS-LAST-STAGE
                 MOVE STGNOI  TO WS-LAST-STAGE
                 MOVE STGOUTI TO WS-LAST-OUTCOME
              END-IF
              EXEC SQL
                  UPDATE CANDIDATE
                      SET CAND-STATUS  = :WS-CAND-STATUS,
                          LAST-STAGE   = :WS-LAST-STAGE,
                          LAST-OUTCOME = :WS-LAST-OUTCOME,
                          CHANGED-BY   = :EIBUSERID,
                          CHANGED-TS   = :WS-STAMP-TS
                      WHERE CAND-ID = :WS-CANDID
              END-EXEC
              MOVE WS-CAND-STATUS TO CSTATO
              IF STGOUTI = 'F'
                 MOVE 'STAGE RECORDED - CANDIDATE REJECTED'
                      TO MSGLINO
              ELSE
                 MOVE 'INTERVIEW STAGE RECORDED' TO MSGLINO
              END-IF
           END-IF.

      ***************************************************
      *    An offer needs the latest stage passed, a positive basic
      *    inside the requisition grade's pay band (when the grade
      *    has one, as EPAYMANT checks), a known location and a
      *    joining date no earlier than today.
        MAKE-OFFER-PARA.
           PERFORM READ-REQUISITION-PARA.
           EVALUATE TRUE
              WHEN WS-CAND-STATUS NOT = 'A'
                 MOVE 'CANDIDATE NOT ACTIVE - NO OFFER' TO MSGLINO
              WHEN WS-LAST-STAGE = ZERO OR WS-LAST-OUTCOME NOT = 'P'
                 MOVE 'LAST INTERVIEW STAGE NOT PASSED - NO OFFER'
                      TO MSGLINO
              WHEN WS-REQ-STATUS NOT = 'A'
                 MOVE 'REQUISITION NO LONGER OPEN - NO OFFER'
                      TO MSGLINO
              WHEN OFRPAYI IS NOT NUMERIC OR OFRPAYI = ZERO
                 MOVE 'ENTER THE OFFERED BASIC PAY' TO MSGLINO
                 MOVE -1 TO OFRPAYL
              WHEN OTHER
                 PERFORM VALIDATE-OFFER-PARA
           END-EVALUATE.

      ***************************************************
        VALIDATE-OFFER-PARA.
           MOVE ZEROES TO WS-BAND-MIN WS-BAND-MAX WS-GRADE-HRA.
           EXEC SQL
               SELECT PAYBAND-MIN, PAYBAND-MAX
                   INTO :WS-BAND-MIN, :WS-BAND-MAX
                   FROM DESIGNATION
                   WHERE DESGCODE = :WS-REQ-DESG
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE ZEROES TO WS-BAND-MIN WS-BAND-MAX
           END-IF.
           MOVE ZERO TO WS-REF-COUNT.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-REF-COUNT
                   FROM LOCATION
                   WHERE LOCCODE = :OFRLOCI
           END-EXEC.
           MOVE JOINDTI TO WS-JOIN-DATE.
           PERFORM VALIDATE-DATE-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD.

           EVALUATE TRUE
              WHEN WS-BAND-MAX > 0
                   AND (OFRPAYI < WS-BAND-MIN OR OFRPAYI > WS-BAND-MAX)
                 MOVE WS-BAND-MIN TO WS-BAND-MIN-ED
                 MOVE WS-BAND-MAX TO WS-BAND-MAX-ED
                 MOVE SPACES TO MSGLINO
                 STRING 'OFFER OUTSIDE GRADE BAND ' WS-BAND-MIN-ED
                     ' - ' WS-BAND-MAX-ED DELIMITED BY SIZE
                     INTO MSGLINO
                 END-STRING
                 MOVE -1 TO OFRPAYL
              WHEN OFRLOCI = SPACES OR WS-REF-COUNT = 0
                 MOVE 'ENTER A VALID LOCATION FOR THE OFFER'
                      TO MSGLINO
                 MOVE -1 TO OFRLOCL
              WHEN NOT DATE-VALID
                   OR WS-DATE-WORK < WS-TODAY-YYYYMMDD
                 MOVE 'JOINING DATE YYYY-MM-DD, TODAY OR LATER'
                      TO MSGLINO
                 MOVE -1 TO JOINDTL
              WHEN OTHER
                 MOVE FUNCTION CURRENT-DATE TO WS-STAMP-TS
                 EXEC SQL
                     UPDATE CANDIDATE
                         SET CAND-STATUS    = 'O',
                             OFFER-BASICPAY = :OFRPAYI,
                             OFFER-LOCATION = :OFRLOCI,
                             OFFER-JOINDT   = :JOINDTI,
                             CHANGED-BY     = :EIBUSERID,
                             CHANGED-TS     = :WS-STAMP-TS
                         WHERE CAND-ID = :WS-CANDID
                           AND CAND-STATUS = 'A'
                 END-EXEC
                 MOVE SQLCODE TO WS-SQLCODE
                 IF WS-SQL-RETURN-NORMAL
                    MOVE 'O' TO CSTATO
                    MOVE 'OFFER MADE - AWAITING CANDIDATE REPLY'
                         TO MSGLINO
                 ELSE
                    MOVE 'DB2 ERROR OCCURED RECORDING OFFER'
                         TO MSGLINO
                    MOVE 'VALIDATE-OFFER-PARA' TO WS-SQLERR-PARAGRAPH
                    MOVE WS-CANDID TO WS-SQLERR-KEY
                    PERFORM LOG-SQL-ERROR-PARA
                 END-IF
           END-EVALUATE.

      ***************************************************
      *    Acceptance is the hire. The requisition must still be
      *    open and the grade within its POSITION headcount (the
      *    MEMPMANT rule - no POSITION row, no control). The new
      *    EMPID comes off NUMBER_CONTROL 'EMPID' as MEMPMANT's add
      *    does, the hire goes on the extract feed the same way,
      *    and the requisition is marked filled by the new EMPID.
       ACCEPT-OFFER-PARA.
           PERFORM CHECK-AUTH-PARA.
           IF NOT ROLE-ADMIN
              MOVE 'NOT AUTHORIZED TO HIRE FROM AN OFFER'
                   TO MSGLINO
              GO TO ACCEPT-OFFER-EXIT
           END-IF.
           IF WS-CAND-STATUS NOT = 'O'
              MOVE 'NO OPEN OFFER FOR THIS CANDIDATE' TO MSGLINO
              GO TO ACCEPT-OFFER-EXIT
           END-IF.
           MOVE WS-REQID TO REQNOI.
           PERFORM READ-REQUISITION-PARA.
           IF WS-REQ-STATUS NOT = 'A'
              MOVE 'REQUISITION NO LONGER OPEN - CANNOT HIRE'
                   TO MSGLINO
              GO TO ACCEPT-OFFER-EXIT
           END-IF.

           MOVE ZEROES TO WS-AUTH-HEADCOUNT.
           EXEC SQL
               SELECT AUTH-HEADCOUNT
                   INTO :WS-AUTH-HEADCOUNT
                   FROM POSITION
                   WHERE DEPTCODE = :WS-REQ-DEPT
                     AND DESGCODE = :WS-REQ-DESG
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              MOVE ZERO TO WS-ACTUAL-HEADCOUNT
              EXEC SQL
                  SELECT COUNT(*)
                      INTO :WS-ACTUAL-HEADCOUNT
                      FROM EMPLOYEE
                      WHERE DEPTCODE = :WS-REQ-DEPT
                        AND DESGCODE = :WS-REQ-DESG
                        AND STATUS NOT = 'I'
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              IF WS-SQL-RETURN-NORMAL
                 AND WS-ACTUAL-HEADCOUNT >= WS-AUTH-HEADCOUNT
                 MOVE 'AUTHORIZED HEADCOUNT FULL FOR DEPT/DESG'
                      TO MSGLINO
                 GO TO ACCEPT-OFFER-EXIT
              END-IF
           END-IF.

           MOVE SPACES TO WS-EMP-COMPCD.
           EXEC SQL
               SELECT COMPANY
                   INTO :WS-EMP-COMPCD
                   FROM DEPARTMENT
                   WHERE DEPTCODE = :WS-REQ-DEPT
           END-EXEC.
           MOVE ZEROES TO WS-GRADE-HRA.
           EXEC SQL
               SELECT HRA
                   INTO :WS-GRADE-HRA
                   FROM DESIGNATION
                   WHERE DESGCODE = :WS-REQ-DESG
           END-EXEC.

           PERFORM ASSIGN-EMPID-PARA.
           IF WS-NEXT-EMPID = ZEROES
              GO TO ACCEPT-OFFER-EXIT
           END-IF.
           MOVE WS-NEXT-EMPID TO WS-NEW-EMPID.

           EXEC SQL
               INSERT INTO EMPLOYEE
               (EMPID, EMPNAME, DEPTCODE, DESGCODE, LOCATION,
                HIREDT, STATUS, CONFIRMSTS, PFACCTNO, MGREMPID,
                WORKER-CAT, COMPANY, BIRTHDT, CHANGED-BY)
                      VALUES
               (:WS-NEW-EMPID, :WS-CNAME, :WS-REQ-DEPT, :WS-REQ-DESG,
                :WS-OFFER-LOC, :WS-JOIN-DATE, 'A', 'P', ' ',
                ' ', 'R', :WS-EMP-COMPCD, :WS-BIRTHDT,
                :EIBUSERID)
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE 'DB2 ERROR OCCURED ADDING EMPLOYEE' TO MSGLINO
              MOVE 'ACCEPT-OFFER-PARA' TO WS-SQLERR-PARAGRAPH
              MOVE WS-NEW-EMPID TO WS-SQLERR-KEY
              PERFORM LOG-SQL-ERROR-PARA
              GO TO ACCEPT-OFFER-EXIT
           END-IF.

           EXEC SQL
               INSERT INTO EMPLOYEE_PAY (EMPID, BASICPAY, HRA,
                      CHANGED-BY)
                      VALUES (:WS-NEW-EMPID, :WS-OFFER-PAY,
                              :WS-GRADE-HRA, :EIBUSERID)
           END-EXEC.

           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-TS.
           EXEC SQL
               INSERT INTO HR_EXTRACT_FEED
                   (SOURCE-TABLE, SOURCE-KEY, CHANGE-ACTION,
                    CHANGE-TS)
                   VALUES ('EMPLOYEE', :WS-NEW-EMPID, 'A',
                           :WS-STAMP-TS)
           END-EXEC.

           EXEC SQL
               UPDATE REQUISITION
                   SET REQ-STATUS = 'F',
                       FILLED-EMPID = :WS-NEW-EMPID,
                       FILLED-TS = :WS-STAMP-TS
                   WHERE REQ-ID = :WS-REQID
                     AND REQ-STATUS = 'A'
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE 'ACCEPT-OFFER-PARA' TO WS-SQLERR-PARAGRAPH
              MOVE WS-REQID TO WS-SQLERR-KEY
              PERFORM LOG-SQL-ERROR-PARA
           END-IF.

           EXEC SQL
               UPDATE CANDIDATE
                   SET CAND-STATUS = 'H',
                       HIRED-EMPID = :WS-NEW-EMPID,
                       CHANGED-BY  = :EIBUSERID,
                       CHANGED-TS  = :WS-STAMP-TS
                   WHERE CAND-ID = :WS-CANDID
           END-EXEC.

           MOVE 'H' TO CSTATO.
           MOVE WS-NEW-EMPID TO EMPCDO.
           MOVE SPACES TO MSGLINO.
           STRING 'OFFER ACCEPTED - HIRED AS EMPID ' WS-NEW-EMPID
               DELIMITED BY SIZE INTO MSGLINO
           END-STRING.

       ACCEPT-OFFER-EXIT.
           EXIT.

      ***************************************************
        ASSIGN-EMPID-PARA.
           MOVE ZEROES TO WS-LAST-EMPID WS-NEXT-EMPID.
           EXEC SQL
               SELECT LAST-ASSIGNED
                   INTO :WS-LAST-EMPID
                   FROM NUMBER_CONTROL
                   WHERE CONTROL-NAME = 'EMPID'
                   FOR UPDATE
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 COMPUTE WS-NEXT-EMPID = WS-LAST-EMPID + 1
                 EXEC SQL
                     UPDATE NUMBER_CONTROL
                         SET LAST-ASSIGNED = :WS-NEXT-EMPID,
                             CHANGED-BY = :EIBUSERID
                         WHERE CONTROL-NAME = 'EMPID'
                 END-EXEC
                 MOVE SQLCODE TO WS-SQLCODE
                 IF NOT WS-SQL-RETURN-NORMAL
                    MOVE 'DB2 ERROR ASSIGNING EMPLOYEE CODE'
                         TO MSGLINO
                    MOVE ZEROES TO WS-NEXT-EMPID
                 END-IF
              WHEN OTHER
                 MOVE 'NO EMPID NUMBER CONTROL ROW - USE MEMPMANT'
                      TO MSGLINO
           END-EVALUATE.

      ***************************************************
        DECLINE-OFFER-PARA.
           IF WS-CAND-STATUS NOT = 'O'
              MOVE 'NO OPEN OFFER FOR THIS CANDIDATE' TO MSGLINO
           ELSE
              MOVE 'D' TO WS-CAND-STATUS
              PERFORM SET-STATUS-PARA
              IF WS-SQL-RETURN-NORMAL
                 MOVE 'OFFER DECLINED BY CANDIDATE' TO MSGLINO
              END-IF
           END-IF.

      ***************************************************
        WITHDRAW-PARA.
           IF WS-CAND-STATUS NOT = 'A' AND WS-CAND-STATUS NOT = 'O'
              MOVE 'CANDIDATE IS NO LONGER IN THE PIPELINE'
                   TO MSGLINO
           ELSE
              MOVE 'W' TO WS-CAND-STATUS
              PERFORM SET-STATUS-PARA
              IF WS-SQL-RETURN-NORMAL
                 MOVE 'CANDIDATE WITHDRAWN' TO MSGLINO
              END-IF
           END-IF.

      ***************************************************
        SET-STATUS-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-TS.
           EXEC SQL
               UPDATE CANDIDATE
                   SET CAND-STATUS = :WS-CAND-STATUS,
                       CHANGED-BY  = :EIBUSERID,
                       CHANGED-TS  = :WS-STAMP-TS
                   WHERE CAND-ID = :WS-CANDID
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              MOVE WS-CAND-STATUS TO CSTATO
           ELSE
              MOVE 'DB2 ERROR OCCURED IN STATUS UPDATE' TO MSGLINO
              MOVE 'SET-STATUS-PARA' TO WS-SQLERR-PARAGRAPH
              MOVE WS-CANDID TO WS-SQLERR-KEY
              PERFORM LOG-SQL-ERROR-PARA
           END-IF.

      ***************************************************
       INQUIRE-PARA.
           EVALUATE WS-CAND-STATUS
              WHEN 'A'
                 MOVE 'CANDIDATE ACTIVE - IN INTERVIEW PIPELINE'
                      TO MSGLINO
              WHEN 'O'
                 MOVE 'OFFER MADE - AWAITING CANDIDATE REPLY'
                      TO MSGLINO
              WHEN 'H'
                 MOVE 'OFFER ACCEPTED - CANDIDATE HIRED' TO MSGLINO
              WHEN 'D'
                 MOVE 'OFFER DECLINED BY CANDIDATE' TO MSGLINO
              WHEN 'R'
                 MOVE 'CANDIDATE REJECTED AT INTERVIEW' TO MSGLINO
              WHEN 'W'
                 MOVE 'CANDIDATE WITHDRAWN' TO MSGLINO
              WHEN OTHER
                 MOVE 'CANDIDATE STATUS UNKNOWN' TO MSGLINO
           END-EVALUATE.

      ***************************************************
      *    YYYY-MM-DD shape and a real calendar date, on the field
      *    staged in WS-JOIN-DATE - EDOCMANT's date test.
       VALIDATE-DATE-PARA.
           MOVE 'Y' TO WS-DTVAL.
           IF WS-JOIN-DATE(1:4) IS NOT NUMERIC
              OR WS-JOIN-DATE(5:1) NOT = '-'
              OR WS-JOIN-DATE(6:2) IS NOT NUMERIC
              OR WS-JOIN-DATE(8:1) NOT = '-'
              OR WS-JOIN-DATE(9:2) IS NOT NUMERIC
              MOVE 'N' TO WS-DTVAL
           ELSE
              STRING WS-JOIN-DATE(1:4) WS-JOIN-DATE(6:2)
                  WS-JOIN-DATE(9:2) DELIMITED BY SIZE
                  INTO WS-DATE-WORK
              END-STRING
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-WORK) NOT = 0
                 MOVE 'N' TO WS-DTVAL
              END-IF
           END-IF.

      ***************************************************
      *    Least-privilege default - any EIBUSERID not found in
      *    USER_AUTH is treated as not-admin, same as EMPMENU's
      *    CHECK-AUTH-PARA.
       CHECK-AUTH-PARA.
           EXEC SQL
               SELECT ROLE
                   INTO :WS-USER-ROLE
                   FROM USER_AUTH
                   WHERE USERID = :EIBUSERID
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE 'L' TO WS-USER-ROLE
           END-IF.

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
                   VALUES ('CANDMANT', :ACTION, :PROCESS,
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
                   VALUES ('CANDMANT', :WS-SQLERR-PARAGRAPH,
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
                   VALUES ('CAND', 'CANDMANT', :EIBUSERID,
                           :WS-ACTV-TS)
           END-EXEC.
