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
      *    Expense and travel reimbursement claims - keyed on EMPID
      *    plus claim number, each claim filed against an
      *    EXPENSE_CATEGORY (EXCTMANT) and refused above that
      *    category's per-claim cap. A/C/D/I work a claim while it
      *    is still pending ('P') in the OTPMANT mould; V approves
      *    and R rejects, and only the manager DEPARTMENT.MGREMPID
      *    names for the claimant's department may do either -
      *    resolved fresh on every action the way LVAPMANT does.
      *    An approved claim ('A') waits with PAID-FLAG 'N' until
      *    the next regular payrun pays it on the stub as a non-
      *    taxable reimbursement and stamps the paying period, so
      *    reimbursements no longer travel as OTPMANT one-time
      *    payments that look like taxable earnings.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPCMANT.
       AUTHOR. ATOS SYNTEL.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      ***************************************************
       WORKING-STORAGE SECTION.

       01  PROGRAM-DESC                PIC X(20) VALUE 'EXPENSE CLAIM'.

       01  WS-TEMP.
           05 WS-CATEGORY              PIC X(04).
           05 WS-CLAIM-DATE            PIC X(10).
           05 WS-CLAIM-AMT             PIC 9(07)V99.
           05 WS-CLAIM-DESC            PIC X(30).
           05 WS-CLAIM-STATUS          PIC X(01).
           05 WS-ACTIONED-BY           PIC X(08).
           05 WS-PAID-PERIOD           PIC X(06).
           05 WS-CAP-AMT               PIC 9(07)V99.
           05 WS-MSG                   PIC X(50).
           05 WS-EMP-EXIST-COUNT       PIC S9(09) COMP VALUE ZERO.
           05 WS-EMP-DEPT              PIC X(05).
           05 WS-MGR-EMPID             PIC X(08).
           05 WS-SUBMIT-TS             PIC X(21).
           05 WS-ACTIONED-TS           PIC X(21).
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

           05  WS-CLMVAL                   PIC X(1).
               88  CLM-EXIST                        VALUE 'F'.
               88  CLM-NOTFND                       VALUE 'N'.
               88  CLM-DBERR                        VALUE 'E'.

           05  WS-EMPVAL                   PIC X(1).
               88  EMP-EXIST                        VALUE 'F'.
               88  EMP-NOTFND                       VALUE 'N'.
               88  EMP-DBERR                        VALUE 'E'.

           05  WS-CATVAL                   PIC X(1).
               88  CAT-EXIST                        VALUE 'F'.
               88  CAT-NOTFND                       VALUE 'N'.

       01  WS-COMMAREA.
           05 WS-EMPCD                 PIC X(08) VALUE SPACES.
           05 WS-CLMNO                 PIC X(10) VALUE SPACES.
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

           COPY EXPCSET.
      ***************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           05 EMPCD                    PIC X(08).
           05 CLMNO                    PIC X(10).
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
              MOVE 'EXIT FROM EXPENSE CLAIMS' TO WS-MSG
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
               INITIALIZE EXPCMNTI
               EXEC CICS RETURN
                    TRANSID('EMPM')
               END-EXEC

           END-IF.

           IF EIBCALEN NOT = 0 AND PROCESS = 'QPICK'
              PERFORM QUEUE-PICK-PARA
              PERFORM SEND-MAP-PARA
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
                 IF ACTIONI = 'V' OR ACTIONI = 'R'
                    PERFORM APPROVAL-PARA
                 ELSE
                    PERFORM PROCESS-PARA
                 END-IF
              END-IF
           END-IF.

           PERFORM SEND-MAP-PARA.

      ***************************************************
      *    WRKQBRWS hands a manager's work-queue item over with
      *    PROCESS 'QPICK' and the item's key in the commarea. It
      *    is shown as an inquiry on a freshly painted screen, so
      *    the manager only has to key the action to take on it.
       QUEUE-PICK-PARA.
           MOVE DFHCOMMAREA TO WS-COMMAREA.
           MOVE SPACES TO WS-EMPCD WS-CLMNO WS-ACTION.
           MOVE ZEROES TO WS-ENTRY.
           MOVE EMPCD  TO EMPCDI.
           MOVE CLMNO  TO CLMNOI.
           MOVE 'I'    TO ACTIONI.
           MOVE 'START' TO WS-PROCESS.
           PERFORM VALIDATE-ACTION-PARA.
           PERFORM PROCESS-PARA.
           MOVE 'START' TO WS-PROCESS.

      ***************************************************
       SEND-MAP-PARA.
           IF WS-PROCESS = 'START'
              EXEC CICS SEND MAP('EXPCMNT')
                MAPSET('EXPCSET')
                FROM(EXPCMNTO)
                ERASE
                CURSOR
              END-EXEC
           ELSE
              EXEC CICS SEND MAP('EXPCMNT')
                MAPSET('EXPCSET')
                FROM(EXPCMNTO)
                DATAONLY
                CURSOR
              END-EXEC
           END-IF.
           EXEC CICS RETURN TRANSID('EXPC')
               COMMAREA(WS-COMMAREA)
               LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

      ***************************************************
       RECEIVE-MAP-PARA.
           EXEC CICS RECEIVE MAP('EXPCMNT')
                MAPSET('EXPCSET')
                INTO(EXPCMNTI)
           END-EXEC.

      ***************************************************
       PROCESS-PARA.

           IF EMPCDI NOT = WS-EMPCD OR CLMNOI NOT = WS-CLMNO
              PERFORM VALIDATE-KEY-PARA
              IF NOT CLM-DBERR
                 PERFORM ACTION-PROCESS-VAL-PARA
              END-IF
           END-IF.

           IF WS-ENTRY > 0
              IF ACTIONI NOT = 'D' AND ACTIONI NOT = 'I'
                 PERFORM VALIDATE-CLAIM-PARA
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
      *    Category, date and amount are all required, and the
      *    amount may not exceed the category's cap - a zero cap is
      *    a retired category and takes no new claims at all.
       VALIDATE-CLAIM-PARA.
           MOVE 'Y' TO WS-INPUT.
           EVALUATE TRUE
              WHEN CATCDI = SPACES
                 MOVE 'ENTER EXPENSE CATEGORY' TO MSGLINO
                 MOVE -1 TO CATCDL
                 MOVE 'N' TO WS-INPUT
              WHEN CLMDTI = SPACES
                 MOVE 'ENTER EXPENSE DATE (YYYY-MM-DD)' TO MSGLINO
                 MOVE -1 TO CLMDTL
                 MOVE 'N' TO WS-INPUT
              WHEN CLMAMTI = ZEROES
                 MOVE 'ENTER CLAIM AMOUNT' TO MSGLINO
                 MOVE -1 TO CLMAMTL
                 MOVE 'N' TO WS-INPUT
              WHEN OTHER
                 PERFORM GET-CATEGORY-CAP-PARA
                 EVALUATE TRUE
                    WHEN NOT CAT-EXIST
                       MOVE 'EXPENSE CATEGORY NOT ON FILE'
                            TO MSGLINO
                       MOVE -1 TO CATCDL
                       MOVE 'N' TO WS-INPUT
                    WHEN WS-CAP-AMT = ZEROES
                       MOVE 'CATEGORY RETIRED - NO NEW CLAIMS'
                            TO MSGLINO
                       MOVE -1 TO CATCDL
                       MOVE 'N' TO WS-INPUT
                    WHEN CLMAMTI > WS-CAP-AMT
                       MOVE SPACES TO MSGLINO
                       STRING 'AMOUNT EXCEEDS CATEGORY CAP OF '
                           WS-CAP-AMT DELIMITED BY SIZE
                           INTO MSGLINO
                       MOVE -1 TO CLMAMTL
                       MOVE 'N' TO WS-INPUT
                 END-EVALUATE
           END-EVALUATE.
           IF INVALID-INPUT
              MOVE 'CLAIM' TO WS-PROCESS
              MOVE 1 TO WS-ENTRY
              PERFORM SEND-MAP-PARA
           END-IF.

      ***************************************************
       GET-CATEGORY-CAP-PARA.
           MOVE ZEROES TO WS-CAP-AMT.
           EXEC SQL
               SELECT CAP-AMOUNT
                   INTO :WS-CAP-AMT
                   FROM EXPENSE_CATEGORY
                   WHERE EXP-CATEGORY = :CATCDI
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              MOVE 'F' TO WS-CATVAL
           ELSE
              MOVE 'N' TO WS-CATVAL
           END-IF.

      ***************************************************
       ACTION-PROCESS-VAL-PARA.
           EVALUATE ACTIONI
           WHEN 'A'
              IF CLM-EXIST
                 MOVE 'CLAIM NUMBER ALREADY USED FOR THIS EMPID'
                          TO MSGLINO
                 MOVE 'N' TO WS-INPUT
                 MOVE ZEROES TO WS-ENTRY
                 MOVE -1  TO CLMNOL
              ELSE
                 PERFORM CHECK-EMPLOYEE-EXISTS-PARA
                 IF NOT EMP-EXIST
                    MOVE 'EMPID NOT ON EMPLOYEE MASTER, TRY AGAIN'
                             TO MSGLINO
                    MOVE 'N' TO WS-INPUT
                    MOVE ZEROES TO WS-ENTRY
                    MOVE -1  TO EMPCDL
                 ELSE
                    MOVE 'Y' TO WS-INPUT
                    ADD 1    TO WS-ENTRY
                    MOVE -1  TO CATCDL
                    PERFORM SEND-MAP-PARA
                 END-IF
              END-IF
           WHEN 'C'
           WHEN 'D'
              IF CLM-NOTFND
                 MOVE 'NO CLAIM FOR EMPID/CLAIM NO, TRY AGAIN'
                          TO MSGLINO
                 MOVE -1  TO EMPCDL
                 MOVE 'N' TO WS-INPUT
                 MOVE ZEROES TO WS-ENTRY
              ELSE
                 PERFORM DB-DATAMOVE-PARA
                 IF WS-CLAIM-STATUS NOT = 'P'
                    MOVE 'CLAIM NO LONGER PENDING - CANNOT CHANGE'
                         TO MSGLINO
                    MOVE -1  TO EMPCDL
                    MOVE 'N' TO WS-INPUT
                    MOVE ZEROES TO WS-ENTRY
                 ELSE
                    MOVE 'Y' TO WS-INPUT
                    ADD 1    TO WS-ENTRY
                    MOVE -1  TO CATCDL
                    PERFORM SEND-MAP-PARA
                 END-IF
              END-IF
           WHEN 'I'
              IF CLM-NOTFND
                 MOVE 'NO CLAIM FOR EMPID/CLAIM NO' TO MSGLINO
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
       DB-DATAMOVE-PARA.

           MOVE WS-CATEGORY     TO CATCDO
           MOVE WS-CLAIM-DATE   TO CLMDTO
           MOVE WS-CLAIM-AMT    TO CLMAMTO
           MOVE WS-CLAIM-DESC   TO CLMDSCO
           MOVE WS-CLAIM-STATUS TO STATUSO
           MOVE WS-ACTIONED-BY  TO APPRIDO
           MOVE WS-PAID-PERIOD  TO PAIDPDO.

      ***************************************************
       VALIDATE-ACTION-PARA.

           IF ACTIONI NOT = 'A' AND ACTIONI NOT = 'D' AND
               ACTIONI NOT = 'C' AND ACTIONI NOT = 'I' AND
               ACTIONI NOT = 'V' AND ACTIONI NOT = 'R'
               MOVE 'VALID - A/C/D/I, V APPROVE/R REJECT'
                 TO MSGLINO
               MOVE 'ACTION' TO WS-PROCESS
               MOVE 'N' TO WS-ACT
            ELSE
               IF WS-ACTION NOT = ACTIONI
                  MOVE 'ENTER EMPLOYEE ID AND CLAIM NUMBER'
                      TO MSGLINO
                  MOVE ACTIONI TO WS-ACTION
               END-IF
               MOVE 'Y' TO WS-ACT
           END-IF.

      ***************************************************
       VALIDATE-KEY-PARA.

           IF EMPCDI = SPACES OR CLMNOI = SPACES
              MOVE 'EMPLOYEE ID AND CLAIM NUMBER ARE REQUIRED'
                 TO MSGLINO
              MOVE 'KEY'    TO WS-PROCESS
              MOVE -1       TO EMPCDL
              MOVE ZEROES TO WS-ENTRY
              MOVE 'N'      TO WS-CLMVAL
              MOVE 'N'      TO WS-INPUT
           ELSE
              MOVE EMPCDI TO WS-EMPCD
              MOVE CLMNOI TO WS-CLMNO
              PERFORM CLMROW-VALIDATE
           END-IF.

      ***************************************************
        CLMROW-VALIDATE.

           EXEC SQL
               SELECT EXP-CATEGORY, CLAIM-DATE, CLAIM-AMOUNT,
                      CLAIM-DESC, CLAIM-STATUS, ACTIONED-BY,
                      PAID-PERIOD
                   INTO :WS-CATEGORY, :WS-CLAIM-DATE, :WS-CLAIM-AMT,
                        :WS-CLAIM-DESC, :WS-CLAIM-STATUS,
                        :WS-ACTIONED-BY, :WS-PAID-PERIOD
                   FROM EXPENSE_CLAIM
                   WHERE EMPID = :WS-EMPCD
                     AND CLAIM-NO = :WS-CLMNO
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'CLAIM FOUND, CONTINUE PROCESS'
                      TO MSGLINO
                 MOVE 'F' TO WS-CLMVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'CLAIM DOES NOT EXIST, CONTINUE TO ADD'
                      TO MSGLINO
                 MOVE 'N' TO WS-CLMVAL
                 MOVE ZEROES TO WS-CLAIM-AMT
                 MOVE SPACES TO WS-CATEGORY WS-CLAIM-DATE
                 MOVE SPACES TO WS-CLAIM-DESC WS-CLAIM-STATUS
                 MOVE SPACES TO WS-ACTIONED-BY WS-PAID-PERIOD
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED, TRY AGAIN' TO MSGLINO
                 MOVE 'ERROR' TO WS-PROCESS
                 MOVE 'E' TO WS-CLMVAL
                 MOVE 'N' TO WS-INPUT
                 MOVE 'CLMROW-VALIDATE' TO WS-SQLERR-PARAGRAPH
                 MOVE EMPCDI TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.

      ***************************************************
      *    A claim should only ever point at a real employee - same
      *    FK-before-insert discipline as OTPMANT.
        CHECK-EMPLOYEE-EXISTS-PARA.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-EMP-EXIST-COUNT
                   FROM EMPLOYEE
                   WHERE EMPID = :EMPCDI
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL AND WS-EMP-EXIST-COUNT > 0
              MOVE 'F' TO WS-EMPVAL
           ELSE
              MOVE 'N' TO WS-EMPVAL
           END-IF.

      ***************************************************
      *    Approve/reject - the pending claim is looked up by its
      *    key, the approver is resolved through DEPARTMENT.MGREMPID
      *    for the claimant's department and must match the id
      *    keyed on the screen, and nobody approves their own
      *    claim even when they manage the department themselves.
       APPROVAL-PARA.
           IF EMPCDI = SPACES OR CLMNOI = SPACES
              MOVE 'EMPLOYEE ID AND CLAIM NUMBER ARE REQUIRED'
                   TO MSGLINO
              MOVE -1  TO EMPCDL
           ELSE
              MOVE EMPCDI TO WS-EMPCD
              MOVE CLMNOI TO WS-CLMNO
              PERFORM CLMROW-VALIDATE
              IF CLM-EXIST
                 PERFORM DB-DATAMOVE-PARA
                 PERFORM RESOLVE-APPROVER-PARA
                 EVALUATE TRUE
                    WHEN WS-CLAIM-STATUS NOT = 'P'
                       MOVE 'CLAIM IS NOT PENDING - NOTHING TO ACTION'
                            TO MSGLINO
                    WHEN APPRIDI = SPACES
                       MOVE 'ENTER APPROVER EMPID' TO MSGLINO
                       MOVE -1 TO APPRIDL
                    WHEN APPRIDI = EMPCDI
                       MOVE 'A CLAIMANT MAY NOT ACTION OWN CLAIM'
                            TO MSGLINO
                       MOVE -1 TO APPRIDL
                    WHEN APPRIDI NOT = WS-MGR-EMPID
                       MOVE SPACES TO MSGLINO
                       STRING 'ONLY DEPT MANAGER MAY ACTION - '
                           WS-MGR-EMPID DELIMITED BY SIZE
                           INTO MSGLINO
                       MOVE -1 TO APPRIDL
                    WHEN OTHER
                       PERFORM MARK-CLAIM-PARA
                 END-EVALUATE
              ELSE
                 IF CLM-NOTFND
                    MOVE 'NO CLAIM FOR EMPID/CLAIM NO' TO MSGLINO
                    MOVE -1 TO EMPCDL
                 END-IF
              END-IF
           END-IF.

      ***************************************************
       RESOLVE-APPROVER-PARA.
           MOVE SPACES TO WS-EMP-DEPT WS-MGR-EMPID.
           EXEC SQL
               SELECT E.DEPTCODE, D.MGR-EMPID
                   INTO :WS-EMP-DEPT, :WS-MGR-EMPID
                   FROM EMPLOYEE E
                   JOIN DEPARTMENT D ON D.DEPTCODE = E.DEPTCODE
                   WHERE E.EMPID = :EMPCDI
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE SPACES TO WS-MGR-EMPID
           END-IF.

      ***************************************************
       MARK-CLAIM-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-ACTIONED-TS.
           IF ACTIONI = 'V'
              MOVE 'A' TO WS-CLAIM-STATUS
           ELSE
              MOVE 'R' TO WS-CLAIM-STATUS
           END-IF.

           EXEC SQL
               UPDATE EXPENSE_CLAIM
                   SET CLAIM-STATUS = :WS-CLAIM-STATUS,
                       ACTIONED-BY  = :APPRIDI,
                       ACTIONED-TS  = :WS-ACTIONED-TS
                   WHERE EMPID = :EMPCDI
                     AND CLAIM-NO = :CLMNOI
                     AND CLAIM-STATUS = 'P'
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE WS-CLAIM-STATUS TO STATUSO
                 IF ACTIONI = 'V'
                    MOVE 'CLAIM APPROVED - PAYS ON NEXT PAYRUN'
                         TO MSGLINO
                 ELSE
                    MOVE 'CLAIM REJECTED' TO MSGLINO
                 END-IF
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'CLAIM CHANGED BY ANOTHER USER, RETRY'
                      TO MSGLINO
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED IN CLAIM UPDATE' TO MSGLINO
                 MOVE 'MARK-CLAIM-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE EMPCDI TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.

      ***************************************************
      *    First pass just shows the message and sets up for a second
      *    ENTER; the withdrawal does not run until the operator
      *    confirms. PF3 from here cancels it.
       CONFIRM-DELETE-PARA.
           IF WS-ENTRY = 1
              MOVE 'PRESS ENTER TO CONFIRM WITHDRAWAL, PF3 TO CANCEL'
                   TO MSGLINO
              ADD 1    TO WS-ENTRY
              MOVE 'N' TO WS-INPUT
           ELSE
              PERFORM DELETE-PARA
           END-IF.

      ***************************************************
      *    Only a still-pending claim is withdrawn - the status
      *    test rides the DELETE so a claim approved in between is
      *    left alone.
       DELETE-PARA.

           EXEC SQL
               DELETE FROM EXPENSE_CLAIM
                   WHERE EMPID = :EMPCDI
                     AND CLAIM-NO = :CLMNOI
                     AND CLAIM-STATUS = 'P'
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'CLAIM WITHDRAWN'
                      TO MSGLINO
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'CLAIM NO LONGER PENDING, NOT WITHDRAWN'
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
           MOVE 'CLAIM DETAILS - READ ONLY, NO CHANGES MADE'
                TO MSGLINO.
           MOVE 'N' TO WS-INPUT.
           MOVE ZEROES TO WS-ENTRY.
           MOVE 'START' TO WS-PROCESS.

      ***************************************************
      *    A new claim goes in pending and unpaid - it reaches
      *    payrun only once the department manager approves it.
       INSERT-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-SUBMIT-TS.

           EXEC SQL
               INSERT INTO EXPENSE_CLAIM
                   (EMPID, CLAIM-NO, EXP-CATEGORY, CLAIM-DATE,
                    CLAIM-AMOUNT, CLAIM-DESC, CLAIM-STATUS,
                    SUBMITTED-BY, SUBMITTED-TS, ACTIONED-BY,
                    ACTIONED-TS, PAID-FLAG, PAID-PERIOD,
                    PAID-RUN-TYPE, PAID-TS)
                   VALUES (:EMPCDI, :CLMNOI, :CATCDI, :CLMDTI,
                           :CLMAMTI, :CLMDSCI, 'P',
                           :EIBUSERID, :WS-SUBMIT-TS, ' ',
                           ' ', 'N', ' ',
                           ' ', ' ')
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'CLAIM SUBMITTED - AWAITING MANAGER APPROVAL'
                      TO MSGLINO
              WHEN WS-SQL-RETURN-DUPKEY
                 MOVE 'CLAIM ALREADY EXISTS, TRY AGAIN'
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
               UPDATE EXPENSE_CLAIM
                   SET EXP-CATEGORY = :CATCDI,
                       CLAIM-DATE   = :CLMDTI,
                       CLAIM-AMOUNT = :CLMAMTI,
                       CLAIM-DESC   = :CLMDSCI,
                       SUBMITTED-BY = :EIBUSERID
                   WHERE EMPID = :EMPCDI
                     AND CLAIM-NO = :CLMNOI
                     AND CLAIM-STATUS = 'P'
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'CLAIM UPDATED'
                      TO MSGLINO
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'CLAIM NO LONGER PENDING, NOT UPDATED'
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
           MOVE SPACES TO CLMNOO  WS-CLMNO
           MOVE SPACES TO CATCDO  WS-CATEGORY
           MOVE SPACES TO CLMDTO  WS-CLAIM-DATE
           MOVE ZEROES TO CLMAMTO WS-CLAIM-AMT
           MOVE SPACES TO CLMDSCO WS-CLAIM-DESC
           MOVE SPACES TO STATUSO WS-CLAIM-STATUS
           MOVE SPACES TO APPRIDO WS-ACTIONED-BY
           MOVE SPACES TO PAIDPDO WS-PAID-PERIOD
           MOVE ZEROES TO WS-ENTRY
           MOVE -1 TO ACTIONL
           MOVE 'N' TO WS-INPUT
           MOVE 'START' TO WS-PROCESS.

      ***************************************************
      *    Records what was in flight (ACTION/PROCESS/ENTRYT from the
      *    commarea the operator was about to continue with) so an
      *    abandoned claim is distinguishable from a completed
      *    one - same MAINTENANCE_ABANDON_LOG convention as the other
      *    maintenance screens.
       LOG-ABANDONED-SESSION-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-ABANDON-TS.

           EXEC SQL
               INSERT INTO MAINTENANCE_ABANDON_LOG
                   (PROGRAM-NAME, IN-PROGRESS-ACTION,
                    IN-PROGRESS-PROCESS, ENTRY-COUNT,
                    ABANDONED-BY, ABANDONED-TERM, ABANDONED-TS)
                   VALUES ('EXPCMANT', :ACTION, :PROCESS,
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
                   VALUES ('EXPCMANT', :WS-SQLERR-PARAGRAPH,
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
                   VALUES ('EXPC', 'EXPCMANT', :EIBUSERID,
                           :WS-ACTV-TS)
           END-EXEC.
