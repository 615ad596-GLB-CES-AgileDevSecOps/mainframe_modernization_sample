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
      *    Resignation and notice period - the employee's
      *    resignation is recorded with its submission date ('S'),
      *    the required notice taken from NOTICE_RULE for the
      *    employee's designation and worker category (falling back
      *    to the designation's blank-category row, then to 30
      *    days). The department manager (DEPARTMENT.MGR-EMPID, as
      *    in LVAPMANT) agrees the last working day ('A'): the
      *    termination is parked on PENDING_TRANSACTION for that
      *    date, so pendappl sets STATUS 'I' and STATUSDT to the
      *    last day paid, and the first agreement hands over to
      *    CLRMANT to raise the exit checklist. Any shortfall
      *    against the required notice is treated R (recovered from
      *    the employee), P (paid in lieu by the company) or W
      *    (waived), and finalset carries it onto the settlement.
      *    'W' withdraws an open resignation and undoes the pending
      *    termination and checklist; 'I' inquires.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESGMANT.
       AUTHOR. ATOS SYNTEL.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      ***************************************************
       WORKING-STORAGE SECTION.

       01  PROGRAM-DESC                PIC X(20) VALUE 'RESIGNATION'.

       01  WS-TEMP.
           05 WS-MSG                   PIC X(50).
           05 WS-EMP-NAME              PIC X(30).
           05 WS-EMP-STATUS            PIC X(01).
           05 WS-EMP-DEPT              PIC X(05).
           05 WS-EMP-DESG              PIC X(05).
           05 WS-EMP-LOC               PIC X(20).
           05 WS-EMP-WKCAT             PIC X(01).
           05 WS-MGR-EMPID             PIC X(08).
           05 WS-NTC-DAYS              PIC 9(03).
           05 WS-SHORT-DAYS            PIC 9(03).
           05 WS-TODAY                 PIC X(10).
           05 WS-CURDATE               PIC X(08).
           05 WS-DATE-CHK              PIC X(10).
           05 WS-DATE-WORK             PIC 9(08).
           05 WS-SUBMIT-INT            PIC 9(09) COMP.
           05 WS-REQ-INT               PIC 9(09) COMP.
           05 WS-AGR-INT               PIC 9(09) COMP.
           05 WS-CALC-DATE             PIC 9(08).
           05 WS-RES-SUBMDT            PIC X(10).
           05 WS-RES-NTCDAY            PIC 9(03).
           05 WS-RES-REQLWD            PIC X(10).
           05 WS-RES-AGRLWD            PIC X(10).
           05 WS-RES-SHORT             PIC 9(03).
           05 WS-RES-TREAT             PIC X(01).
           05 WS-RES-STATUS            PIC X(01).
           05 WS-RES-AGRBY             PIC X(08).
           05 WS-STAMP-TS              PIC X(21).
           05 WS-ABANDON-TS            PIC X(21).
           05 WS-SQLERR-TS             PIC X(21).
           05 WS-SQLERR-PARAGRAPH      PIC X(30).
           05 WS-SQLERR-KEY            PIC X(30).

       01  WS-SWITCHES.
           05  WS-ACT                      PIC X(1).
               88  VALID-ACTION                     VALUE 'Y'.
           05  WS-EMPVAL                   PIC X(1).
               88  EMP-EXIST                        VALUE 'F'.
               88  EMP-NOTFND                       VALUE 'N'.
           05  WS-RESVAL                   PIC X(1).
               88  RES-EXIST                        VALUE 'F'.
               88  RES-NOTFND                       VALUE 'N'.
               88  RES-DBERR                        VALUE 'E'.
           05  WS-DATEVAL                  PIC X(1).
               88  DATE-VALID                       VALUE 'Y'.
               88  DATE-INVALID                     VALUE 'N'.
           05  WS-UPDVAL                   PIC X(1).
               88  UPD-OK                           VALUE 'Y'.
               88  UPD-FAILED                       VALUE 'N'.

       01  WS-COMMAREA.
           05 WS-EMPCD                 PIC X(08) VALUE SPACES.
           05 WS-ACTION                PIC X(01) VALUE SPACES.
           05 WS-ENTRY                 PIC 9(02) VALUE ZEROES.
           05 WS-PROCESS               PIC X(10) VALUE SPACES.

      *    Hand-over to the exit-clearance screen on the first
      *    agreement, in the shape CLRMANT's own commarea takes.
       01  WS-CLR-COMMAREA.
           05 WS-CLR-EMPCD             PIC X(08).
           05 WS-CLR-ITEMCD            PIC X(08).
           05 WS-CLR-ACTION            PIC X(01).
           05 WS-CLR-ENTRY             PIC 9(02).
           05 WS-CLR-PROCESS           PIC X(10).

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

           COPY RESGSET.
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
              MOVE 'EXIT FROM RESIGNATION' TO WS-MSG
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
               INITIALIZE RESGMNTI
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
              EXEC CICS SEND MAP('RESGMNT')
                MAPSET('RESGSET')
                FROM(RESGMNTO)
                ERASE
                CURSOR
              END-EXEC
           ELSE
              EXEC CICS SEND MAP('RESGMNT')
                MAPSET('RESGSET')
                FROM(RESGMNTO)
                DATAONLY
                CURSOR
              END-EXEC
           END-IF.
           EXEC CICS RETURN TRANSID('RESG')
               COMMAREA(WS-COMMAREA)
               LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

      ***************************************************
       RECEIVE-MAP-PARA.
           EXEC CICS RECEIVE MAP('RESGMNT')
                MAPSET('RESGSET')
                INTO(RESGMNTI)
           END-EXEC.

      ***************************************************
       VALIDATE-ACTION-PARA.

           IF ACTIONI NOT = 'S' AND ACTIONI NOT = 'A'
              AND ACTIONI NOT = 'W' AND ACTIONI NOT = 'I'
               MOVE 'VALID - S SUBMIT/A AGREE LWD/W WITHDRAW/I'
                 TO MSGLINO
               MOVE 'ACTION' TO WS-PROCESS
               MOVE 'N' TO WS-ACT
            ELSE
               IF WS-ACTION NOT = ACTIONI
                  MOVE 'ENTER EMPLOYEE ID'
                      TO MSGLINO
                  MOVE ACTIONI TO WS-ACTION
               END-IF
               MOVE 'Y' TO WS-ACT
           END-IF.

      ***************************************************
       PROCESS-PARA.

           IF EMPCDI = SPACES
              MOVE 'EMPLOYEE ID IS REQUIRED' TO MSGLINO
              MOVE -1 TO EMPCDL
           ELSE
              MOVE EMPCDI TO WS-EMPCD
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURDATE
              MOVE SPACES TO WS-TODAY
              STRING WS-CURDATE(1:4) '-' WS-CURDATE(5:2) '-'
                     WS-CURDATE(7:2) DELIMITED BY SIZE
                  INTO WS-TODAY
              END-STRING
              PERFORM FETCH-EMPLOYEE-PARA
              IF EMP-EXIST
                 PERFORM FETCH-RESIGNATION-PARA
                 EVALUATE ACTIONI
                    WHEN 'S'
                       PERFORM SUBMIT-RESIGNATION-PARA
                    WHEN 'A'
                       PERFORM AGREE-LWD-PARA
                    WHEN 'W'
                       PERFORM WITHDRAW-RESIGNATION-PARA
                    WHEN 'I'
                       IF RES-EXIST
                          MOVE 'RESIGNATION DISPLAYED - READ ONLY'
                               TO MSGLINO
                       END-IF
                 END-EVALUATE
              END-IF
           END-IF.

      ***************************************************
      *    Employee details plus the department manager who must
      *    agree the last working day - resolved fresh on every
      *    action, so a reorg routes to the manager now in office.
       FETCH-EMPLOYEE-PARA.
           MOVE SPACES TO WS-EMP-NAME WS-EMP-STATUS WS-EMP-DEPT
                          WS-EMP-DESG WS-EMP-LOC WS-EMP-WKCAT
                          WS-MGR-EMPID.
           EXEC SQL
               SELECT E.EMPNAME, E.STATUS, E.DEPTCODE, E.DESGCODE,
                      E.LOCATION, E.WORKER-CAT, D.MGR-EMPID
                   INTO :WS-EMP-NAME, :WS-EMP-STATUS, :WS-EMP-DEPT,
                        :WS-EMP-DESG, :WS-EMP-LOC, :WS-EMP-WKCAT,
                        :WS-MGR-EMPID
                   FROM EMPLOYEE E
                   JOIN DEPARTMENT D ON D.DEPTCODE = E.DEPTCODE
                   WHERE E.EMPID = :EMPCDI
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-EMPVAL
                 MOVE WS-EMP-NAME  TO EMPNMO
                 MOVE WS-EMP-DESG  TO DESGCDO
                 MOVE WS-EMP-WKCAT TO WRKCATO
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-EMPVAL
                 MOVE 'EMPID NOT ON EMPLOYEE MASTER' TO MSGLINO
                 MOVE -1 TO EMPCDL
              WHEN OTHER
                 MOVE 'N' TO WS-EMPVAL
                 MOVE 'DB2 ERROR OCCURED IN SELECT' TO MSGLINO
                 MOVE 'FETCH-EMPLOYEE-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE EMPCDI TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.

      ***************************************************
      *    Only one resignation can be open (S or A) at a time;
      *    withdrawn and settled ones stay on file as history.
       FETCH-RESIGNATION-PARA.
           MOVE SPACES TO WS-RES-SUBMDT WS-RES-REQLWD WS-RES-AGRLWD
                          WS-RES-TREAT WS-RES-STATUS WS-RES-AGRBY.
           MOVE ZEROES TO WS-RES-NTCDAY WS-RES-SHORT.
           EXEC SQL
               SELECT SUBMIT-DT, NOTICE-DAYS, REQUIRED-LWD,
                      AGREED-LWD, SHORT-DAYS, NOTICE-TREAT,
                      RES-STATUS, AGREED-BY
                   INTO :WS-RES-SUBMDT, :WS-RES-NTCDAY,
                        :WS-RES-REQLWD, :WS-RES-AGRLWD,
                        :WS-RES-SHORT, :WS-RES-TREAT,
                        :WS-RES-STATUS, :WS-RES-AGRBY
                   FROM RESIGNATION
                   WHERE EMPID = :EMPCDI
                     AND RES-STATUS IN ('S', 'A')
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-RESVAL
                 PERFORM SHOW-RESIGNATION-PARA
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-RESVAL
                 IF ACTIONI NOT = 'S'
                    MOVE 'NO OPEN RESIGNATION FOR EMPLOYEE'
                         TO MSGLINO
                 END-IF
              WHEN OTHER
                 MOVE 'E' TO WS-RESVAL
                 MOVE 'DB2 ERROR OCCURED IN SELECT' TO MSGLINO
                 MOVE 'FETCH-RESIGNATION-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE EMPCDI TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.

      ***************************************************
       SHOW-RESIGNATION-PARA.
           MOVE WS-RES-SUBMDT TO SUBMDTO.
           MOVE WS-RES-NTCDAY TO NTCDAYO.
           MOVE WS-RES-REQLWD TO REQLWDO.
           MOVE WS-RES-AGRLWD TO AGRLWDO.
           MOVE WS-RES-SHORT  TO SHRTDYO.
           MOVE WS-RES-TREAT  TO TREATO.
           MOVE WS-RES-AGRBY  TO APPRIDO.
           MOVE WS-RES-STATUS TO RSTATO.

      ***************************************************
      *    Dates are keyed YYYY-MM-DD, the same shape MEMPMANT
      *    and LVRQMANT prompt for.
       CHECK-DATE-PARA.
           MOVE 'Y' TO WS-DATEVAL.
           IF WS-DATE-CHK(1:4) IS NOT NUMERIC
              OR WS-DATE-CHK(5:1) NOT = '-'
              OR WS-DATE-CHK(6:2) IS NOT NUMERIC
              OR WS-DATE-CHK(8:1) NOT = '-'
              OR WS-DATE-CHK(9:2) IS NOT NUMERIC
              MOVE 'N' TO WS-DATEVAL
           ELSE
              STRING WS-DATE-CHK(1:4) WS-DATE-CHK(6:2)
                  WS-DATE-CHK(9:2) DELIMITED BY SIZE
                  INTO WS-DATE-WORK
              END-STRING
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-WORK) NOT = 0
                 MOVE 'N' TO WS-DATEVAL
              END-IF
           END-IF.

      ***************************************************
      *    Required notice for the employee's designation and
      *    worker category; the designation's blank-category row
      *    covers every category without its own, and with no rule
      *    at all the standard 30 days applies.
       GET-NOTICE-DAYS-PARA.
           MOVE 30 TO WS-NTC-DAYS.
           EXEC SQL
               SELECT NOTICE-DAYS
                   INTO :WS-NTC-DAYS
                   FROM NOTICE_RULE
                   WHERE DESGCODE = :WS-EMP-DESG
                     AND WORKER-CAT = :WS-EMP-WKCAT
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE 30 TO WS-NTC-DAYS
              EXEC SQL
                  SELECT NOTICE-DAYS
                      INTO :WS-NTC-DAYS
                      FROM NOTICE_RULE
                      WHERE DESGCODE = :WS-EMP-DESG
                        AND WORKER-CAT = ' '
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              IF NOT WS-SQL-RETURN-NORMAL
                 MOVE 30 TO WS-NTC-DAYS
              END-IF
           END-IF.

      ***************************************************
      *    The submission date defaults to today and may not be in
      *    the future; the required last working day is the
      *    submission date plus the notice days.
       SUBMIT-RESIGNATION-PARA.
           IF SUBMDTI = SPACES
              MOVE WS-TODAY TO SUBMDTI
           END-IF.
           MOVE SUBMDTI TO WS-DATE-CHK.
           PERFORM CHECK-DATE-PARA.
           EVALUATE TRUE
              WHEN RES-DBERR
                 CONTINUE
              WHEN RES-EXIST
                 MOVE 'RESIGNATION ALREADY OPEN FOR EMPLOYEE'
                      TO MSGLINO
              WHEN WS-EMP-STATUS NOT = 'A'
                 MOVE 'EMPLOYEE IS NOT ACTIVE - CANNOT RESIGN'
                      TO MSGLINO
              WHEN DATE-INVALID
                 MOVE 'SUBMIT DATE MUST BE A VALID YYYY-MM-DD'
                      TO MSGLINO
                 MOVE -1 TO SUBMDTL
              WHEN SUBMDTI > WS-TODAY
                 MOVE 'SUBMIT DATE CANNOT BE IN THE FUTURE'
                      TO MSGLINO
                 MOVE -1 TO SUBMDTL
              WHEN OTHER
                 PERFORM GET-NOTICE-DAYS-PARA
                 COMPUTE WS-SUBMIT-INT =
                     FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
                 COMPUTE WS-REQ-INT = WS-SUBMIT-INT + WS-NTC-DAYS
                 COMPUTE WS-CALC-DATE =
                     FUNCTION DATE-OF-INTEGER(WS-REQ-INT)
                 MOVE SPACES TO WS-RES-REQLWD
                 STRING WS-CALC-DATE(1:4) '-' WS-CALC-DATE(5:2) '-'
                        WS-CALC-DATE(7:2) DELIMITED BY SIZE
                     INTO WS-RES-REQLWD
                 END-STRING
                 PERFORM INSERT-RESIGNATION-PARA
           END-EVALUATE.

      ***************************************************
       INSERT-RESIGNATION-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-TS.
           EXEC SQL
               INSERT INTO RESIGNATION
                   (EMPID, SUBMIT-DT, NOTICE-DAYS, REQUIRED-LWD,
                    AGREED-LWD, SHORT-DAYS, NOTICE-TREAT,
                    RES-STATUS, ENTERED-BY, ENTERED-TS)
                   VALUES (:EMPCDI, :SUBMDTI, :WS-NTC-DAYS,
                           :WS-RES-REQLWD, ' ', 0, ' ', 'S',
                           :EIBUSERID, :WS-STAMP-TS)
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE SUBMDTI       TO WS-RES-SUBMDT
                 MOVE WS-NTC-DAYS   TO WS-RES-NTCDAY
                 MOVE 'S'           TO WS-RES-STATUS
                 PERFORM SHOW-RESIGNATION-PARA
                 STRING 'RESIGNATION RECORDED - REQUIRED LWD '
                     WS-RES-REQLWD DELIMITED BY SIZE
                     INTO MSGLINO
              WHEN WS-SQL-RETURN-DUPKEY
                 MOVE 'RESIGNATION ALREADY RECORDED FOR THAT DATE'
                      TO MSGLINO
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED IN INSERT' TO MSGLINO
                 MOVE 'INSERT-RESIGNATION-PARA'
                      TO WS-SQLERR-PARAGRAPH
                 MOVE EMPCDI TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.

      ***************************************************
      *    The manager agrees the last working day. It may not be
      *    before the submission or before today; any days short
      *    of the required notice must be given a treatment - R
      *    recovered from the employee, P paid in lieu, W waived.
      *    Re-agreeing a different day replaces the parked
      *    termination rather than adding a second one.
       AGREE-LWD-PARA.
           MOVE AGRLWDI TO WS-DATE-CHK.
           PERFORM CHECK-DATE-PARA.
           EVALUATE TRUE
              WHEN NOT RES-EXIST
                 CONTINUE
              WHEN APPRIDI = SPACES
                 MOVE 'ENTER APPROVER EMPID' TO MSGLINO
                 MOVE -1 TO APPRIDL
              WHEN APPRIDI NOT = WS-MGR-EMPID
                 STRING 'ONLY DEPT MANAGER MAY APPROVE - '
                     WS-MGR-EMPID DELIMITED BY SIZE
                     INTO MSGLINO
                 MOVE -1 TO APPRIDL
              WHEN AGRLWDI = SPACES OR DATE-INVALID
                 MOVE 'AGREED LWD MUST BE A VALID YYYY-MM-DD'
                      TO MSGLINO
                 MOVE -1 TO AGRLWDL
              WHEN AGRLWDI < WS-RES-SUBMDT OR AGRLWDI < WS-TODAY
                 MOVE 'AGREED LWD CANNOT BE BEFORE SUBMIT OR TODAY'
                      TO MSGLINO
                 MOVE -1 TO AGRLWDL
              WHEN OTHER
                 COMPUTE WS-AGR-INT =
                     FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
                 STRING WS-RES-REQLWD(1:4) WS-RES-REQLWD(6:2)
                     WS-RES-REQLWD(9:2) DELIMITED BY SIZE
                     INTO WS-DATE-WORK
                 END-STRING
                 COMPUTE WS-REQ-INT =
                     FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
                 MOVE ZERO TO WS-SHORT-DAYS
                 IF WS-REQ-INT > WS-AGR-INT
                    COMPUTE WS-SHORT-DAYS = WS-REQ-INT - WS-AGR-INT
                 END-IF
                 PERFORM CHECK-TREATMENT-PARA
           END-EVALUATE.

      ***************************************************
       CHECK-TREATMENT-PARA.
           IF WS-SHORT-DAYS = ZERO
              MOVE SPACE TO TREATI
           END-IF.
           IF WS-SHORT-DAYS > ZERO
              AND TREATI NOT = 'R' AND TREATI NOT = 'P'
              AND TREATI NOT = 'W'
              MOVE WS-SHORT-DAYS TO SHRTDYO
              MOVE 'NOTICE SHORT - TREAT R RECOVER/P PAY/W WAIVE'
                   TO MSGLINO
              MOVE -1 TO TREATL
           ELSE
              PERFORM PARK-TERMINATION-PARA
              IF UPD-OK
                 PERFORM MARK-AGREED-PARA
              END-IF
           END-IF.

      ***************************************************
      *    The termination is parked for the agreed day as an
      *    ordinary master change (PEND-TYPE 'M') carrying the
      *    current department, designation and location, so
      *    pendappl applies it through the same validation and
      *    history writes as any other dated change. A previously
      *    agreed day's row is cancelled first.
       PARK-TERMINATION-PARA.
           MOVE 'Y' TO WS-UPDVAL.
           IF WS-RES-STATUS = 'A'
              PERFORM CANCEL-PENDING-PARA
           END-IF.
           IF UPD-OK
              MOVE FUNCTION CURRENT-DATE TO WS-STAMP-TS
              EXEC SQL
                  INSERT INTO PENDING_TRANSACTION
                      (EMPID, EFF-DATE, NEW-DEPTCODE, NEW-DESGCODE,
                       NEW-LOCATION, NEW-STATUS, PEND-STATUS,
                       PEND-TYPE, ENTERED-BY, ENTERED-TS)
                      VALUES (:EMPCDI, :AGRLWDI, :WS-EMP-DEPT,
                              :WS-EMP-DESG, :WS-EMP-LOC, 'I', 'P',
                              'M', :EIBUSERID, :WS-STAMP-TS)
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              EVALUATE TRUE
                 WHEN WS-SQL-RETURN-NORMAL
                    CONTINUE
                 WHEN WS-SQL-RETURN-DUPKEY
                    MOVE 'N' TO WS-UPDVAL
                    MOVE 'ANOTHER CHANGE IS PENDING FOR THAT DATE'
                         TO MSGLINO
                    MOVE -1 TO AGRLWDL
                 WHEN OTHER
                    MOVE 'N' TO WS-UPDVAL
                    MOVE 'DB2 ERROR OCCURED IN INSERT' TO MSGLINO
                    MOVE 'PARK-TERMINATION-PARA'
                         TO WS-SQLERR-PARAGRAPH
                    MOVE EMPCDI TO WS-SQLERR-KEY
                    PERFORM LOG-SQL-ERROR-PARA
              END-EVALUATE
           END-IF.

      ***************************************************
      *    Same cancellation PENDINQ makes - the row stays on file
      *    as PEND-STATUS 'X' and pendappl skips it.
       CANCEL-PENDING-PARA.
           EXEC SQL
               UPDATE PENDING_TRANSACTION
                   SET PEND-STATUS = 'X'
                   WHERE EMPID = :EMPCDI
                     AND EFF-DATE = :WS-RES-AGRLWD
                     AND PEND-STATUS = 'P'
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL AND NOT WS-SQL-RETURN-NO-ENTRY
              MOVE 'N' TO WS-UPDVAL
              MOVE 'DB2 ERROR OCCURED IN UPDATE' TO MSGLINO
              MOVE 'CANCEL-PENDING-PARA' TO WS-SQLERR-PARAGRAPH
              MOVE EMPCDI TO WS-SQLERR-KEY
              PERFORM LOG-SQL-ERROR-PARA
           END-IF.

      ***************************************************
      *    First agreement hands over to CLRMANT to raise the exit
      *    checklist straight away; a re-agreement just confirms.
       MARK-AGREED-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-TS.
           EXEC SQL
               UPDATE RESIGNATION
                   SET AGREED-LWD   = :AGRLWDI,
                       SHORT-DAYS   = :WS-SHORT-DAYS,
                       NOTICE-TREAT = :TREATI,
                       RES-STATUS   = 'A',
                       AGREED-BY    = :APPRIDI,
                       AGREED-TS    = :WS-STAMP-TS
                   WHERE EMPID = :EMPCDI
                     AND RES-STATUS IN ('S', 'A')
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 IF WS-RES-STATUS = 'S'
                    INITIALIZE WS-CLR-COMMAREA
                    MOVE EMPCDI   TO WS-CLR-EMPCD
                    MOVE 'RESIGN' TO WS-CLR-PROCESS
                    EXEC CICS XCTL PROGRAM('CLRMANT')
                         COMMAREA(WS-CLR-COMMAREA)
                         LENGTH(LENGTH OF WS-CLR-COMMAREA)
                    END-EXEC
                 END-IF
                 MOVE AGRLWDI       TO WS-RES-AGRLWD
                 MOVE WS-SHORT-DAYS TO WS-RES-SHORT
                 MOVE TREATI        TO WS-RES-TREAT
                 MOVE APPRIDI       TO WS-RES-AGRBY
                 MOVE 'A'           TO WS-RES-STATUS
                 PERFORM SHOW-RESIGNATION-PARA
                 STRING 'LAST WORKING DAY AGREED - ' AGRLWDI
                     DELIMITED BY SIZE INTO MSGLINO
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED IN UPDATE' TO MSGLINO
                 MOVE 'MARK-AGREED-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE EMPCDI TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.

      ***************************************************
      *    A withdrawal before the last day undoes everything the
      *    agreement set in motion - the parked termination is
      *    cancelled and the exit checklist removed.
       WITHDRAW-RESIGNATION-PARA.
           IF RES-EXIST
              MOVE 'Y' TO WS-UPDVAL
              IF WS-RES-STATUS = 'A'
                 PERFORM CANCEL-PENDING-PARA
              END-IF
              IF UPD-OK
                 PERFORM MARK-WITHDRAWN-PARA
              END-IF
           END-IF.

      ***************************************************
       MARK-WITHDRAWN-PARA.
           EXEC SQL
               UPDATE RESIGNATION
                   SET RES-STATUS = 'W'
                   WHERE EMPID = :EMPCDI
                     AND RES-STATUS IN ('S', 'A')
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 IF WS-RES-STATUS = 'A'
                    EXEC SQL
                        DELETE FROM CLEARANCE_ITEM
                            WHERE EMPID = :EMPCDI
                    END-EXEC
                 END-IF
                 MOVE 'W' TO WS-RES-STATUS RSTATO
                 MOVE 'RESIGNATION WITHDRAWN' TO MSGLINO
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED IN UPDATE' TO MSGLINO
                 MOVE 'MARK-WITHDRAWN-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE EMPCDI TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.

      ***************************************************
      *    Record the in-flight action on PF3 (the EIBCALEN/
      *    commarea the operator was about to continue with) so an
      *    abandoned resignation entry is distinguishable from a
      *    completed one - same MAINTENANCE_ABANDON_LOG convention
      *    as the other maintenance screens.
       LOG-ABANDONED-SESSION-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-ABANDON-TS.

           EXEC SQL
               INSERT INTO MAINTENANCE_ABANDON_LOG
                   (PROGRAM-NAME, IN-PROGRESS-ACTION,
                    IN-PROGRESS-PROCESS, ENTRY-COUNT,
                    ABANDONED-BY, ABANDONED-TERM, ABANDONED-TS)
                   VALUES ('RESGMANT', :ACTION, :PROCESS,
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
                   VALUES ('RESGMANT', :WS-SQLERR-PARAGRAPH,
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
                   VALUES ('RESG', 'RESGMANT', :EIBUSERID,
                           :WS-ACTV-TS)
           END-EXEC.
