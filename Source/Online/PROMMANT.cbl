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
      *    Promotion nomination and approval - keyed on EMPID plus
      *    the proposed effective date, in the EXPCMANT mould. 'A'
      *    nominates an employee for a target designation (and
      *    department, defaulting to the current one); only the
      *    employee's own manager - EMPLOYEE.MGREMPID, or the
      *    department's MGR-EMPID when none is set - may nominate.
      *    The nomination is refused unless the employee is eligible:
      *    long enough in the current grade (the latest
      *    EMPLOYEE_TRANSFER_HISTORY move into it, else the hire
      *    date), a good enough last signed-off APPRAISAL rating, and
      *    a vacancy on POSITION for the target dept/desg (a
      *    combination with no POSITION row is not under position
      *    control, as in MEMPMANT). C/D/I work a nomination while it
      *    is pending ('P'). V approves and R rejects - HR only,
      *    through the same USER_AUTH role-'A' gate RQSMANT uses.
      *    Approval re-checks eligibility and saves the designation
      *    change on PENDING_TRANSACTION for the effective date, so
      *    pendappl applies it with the usual transfer history and
      *    PENDINQ can still review it. Who nominated, who approved
      *    and the eligibility figures stay on PROMOTION_NOMINATION.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMMANT.
       AUTHOR. ATOS SYNTEL.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      ***************************************************
       WORKING-STORAGE SECTION.

       01  PROGRAM-DESC                PIC X(20) VALUE 'PROMOTION'.

       01  WS-TEMP.
           05 WS-CUR-DEPT              PIC X(05).
           05 WS-CUR-DESG              PIC X(05).
           05 WS-CUR-LOC               PIC X(05).
           05 WS-CUR-STATUS            PIC X(01).
           05 WS-HIREDT                PIC X(10).
           05 WS-MGR-EMPID             PIC X(08).
           05 WS-DEPT-MGR              PIC X(08).
           05 WS-TGT-DEPT              PIC X(05).
           05 WS-TGT-DESG              PIC X(05).
           05 WS-NOM-BY                PIC X(08).
           05 WS-NOM-STATUS            PIC X(01).
           05 WS-ACTIONED-BY           PIC X(08).
           05 WS-GRADE-MONTHS          PIC 9(03).
           05 WS-LAST-RATING           PIC 9(01).
      *    Eligibility floors - time in the current grade, and the
      *    last signed-off appraisal rating on the 1-5 scale.
           05 WS-MIN-GRADE-MONTHS      PIC 9(03) VALUE 012.
           05 WS-MIN-RATING            PIC 9(01) VALUE 3.
           05 WS-GRADE-SINCE           PIC X(21).
           05 WS-SINCE-YYYYMMDD        PIC 9(08).
           05 WS-SINCE-PARTS REDEFINES WS-SINCE-YYYYMMDD.
              10 WS-SINCE-YYYY         PIC 9(04).
              10 WS-SINCE-MM           PIC 9(02).
              10 WS-SINCE-DD           PIC 9(02).
           05 WS-TODAY-YYYYMMDD        PIC 9(08).
           05 WS-TODAY-PARTS REDEFINES WS-TODAY-YYYYMMDD.
              10 WS-TODAY-YYYY         PIC 9(04).
              10 WS-TODAY-MM           PIC 9(02).
              10 WS-TODAY-DD           PIC 9(02).
           05 WS-DATE-WORK             PIC 9(08).
           05 WS-MONTH-DIFF            PIC S9(05) COMP.
           05 WS-AUTH-HEADCOUNT        PIC 9(05).
           05 WS-ACTUAL-HEADCOUNT      PIC S9(09) COMP VALUE ZERO.
           05 WS-REF-COUNT             PIC S9(09) COMP VALUE ZERO.
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

           05  WS-NOMVAL                   PIC X(1).
               88  NOM-EXIST                        VALUE 'F'.
               88  NOM-NOTFND                       VALUE 'N'.
               88  NOM-DBERR                        VALUE 'E'.

           05  WS-EMPVAL                   PIC X(1).
               88  EMP-EXIST                        VALUE 'F'.
               88  EMP-NOTFND                       VALUE 'N'.

           05  WS-ELIGVAL                  PIC X(1).
               88  EMP-ELIGIBLE                     VALUE 'Y'.

           05  WS-DTVAL                    PIC X(1).
               88  DATE-VALID                       VALUE 'Y'.

       01  WS-COMMAREA.
           05 WS-EMPCD                 PIC X(08) VALUE SPACES.
           05 WS-EFFDT                 PIC X(10) VALUE SPACES.
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

           COPY PROMSET.
      ***************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           05 EMPCD                    PIC X(08).
           05 EFFDT                    PIC X(10).
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
              MOVE 'EXIT FROM PROMOTION NOMINATIONS' TO WS-MSG
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
               INITIALIZE PROMMNTI
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
                 IF ACTIONI = 'V' OR ACTIONI = 'R'
                    PERFORM APPROVAL-PARA
                 ELSE
                    PERFORM PROCESS-PARA
                 END-IF
              END-IF
           END-IF.

           PERFORM SEND-MAP-PARA.

      ***************************************************
       SEND-MAP-PARA.
           IF WS-PROCESS = 'START'
              EXEC CICS SEND MAP('PROMMNT')
                MAPSET('PROMSET')
                FROM(PROMMNTO)
                ERASE
                CURSOR
              END-EXEC
           ELSE
              EXEC CICS SEND MAP('PROMMNT')
                MAPSET('PROMSET')
                FROM(PROMMNTO)
                DATAONLY
                CURSOR
              END-EXEC
           END-IF.
           EXEC CICS RETURN TRANSID('PROM')
               COMMAREA(WS-COMMAREA)
               LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

      ***************************************************
       RECEIVE-MAP-PARA.
           EXEC CICS RECEIVE MAP('PROMMNT')
                MAPSET('PROMSET')
                INTO(PROMMNTI)
           END-EXEC.

      ***************************************************
       PROCESS-PARA.

           IF EMPCDI NOT = WS-EMPCD OR EFFDTI NOT = WS-EFFDT
              PERFORM VALIDATE-KEY-PARA
              IF NOT NOM-DBERR
                 PERFORM ACTION-PROCESS-VAL-PARA
              END-IF
           END-IF.

           IF WS-ENTRY > 0
              IF ACTIONI NOT = 'D' AND ACTIONI NOT = 'I'
                 PERFORM VALIDATE-NOMINATION-PARA
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
      *    Target designation and nominating manager are required,
      *    the target department defaults to the current one, and
      *    the nominee must clear every eligibility test before the
      *    nomination is written.
       VALIDATE-NOMINATION-PARA.
           MOVE 'Y' TO WS-INPUT.
           PERFORM LOAD-EMPLOYEE-PARA.
           IF TGTDPTI = SPACES
              MOVE WS-CUR-DEPT TO TGTDPTI TGTDPTO
           END-IF.
           MOVE TGTDPTI TO WS-TGT-DEPT.
           MOVE TGTDSGI TO WS-TGT-DESG.
           EVALUATE TRUE
              WHEN TGTDSGI = SPACES
                 MOVE 'ENTER TARGET DESIGNATION' TO MSGLINO
                 MOVE -1 TO TGTDSGL
                 MOVE 'N' TO WS-INPUT
              WHEN NOMBYI = SPACES
                 MOVE 'ENTER NOMINATING MANAGER EMPID' TO MSGLINO
                 MOVE -1 TO NOMBYL
                 MOVE 'N' TO WS-INPUT
              WHEN NOMBYI NOT = WS-MGR-EMPID
                 MOVE SPACES TO MSGLINO
                 STRING 'ONLY THE EMPLOYEE MANAGER MAY NOMINATE - '
                     WS-MGR-EMPID DELIMITED BY SIZE
                     INTO MSGLINO
                 END-STRING
                 MOVE -1 TO NOMBYL
                 MOVE 'N' TO WS-INPUT
              WHEN TGTDSGI = WS-CUR-DESG AND TGTDPTI = WS-CUR-DEPT
                 MOVE 'TARGET IS THE CURRENT DEPT/DESIGNATION'
                      TO MSGLINO
                 MOVE -1 TO TGTDSGL
                 MOVE 'N' TO WS-INPUT
              WHEN OTHER
                 PERFORM CHECK-ELIGIBILITY-PARA
                    THRU CHECK-ELIGIBILITY-EXIT
                 IF NOT EMP-ELIGIBLE
                    MOVE -1 TO TGTDSGL
                    MOVE 'N' TO WS-INPUT
                 END-IF
           END-EVALUATE.
           IF INVALID-INPUT
              MOVE 'NOMINATE' TO WS-PROCESS
              MOVE 1 TO WS-ENTRY
              PERFORM SEND-MAP-PARA
           END-IF.

      ***************************************************
      *    Current assignment and manager of the nominee. The direct
      *    manager on the master wins; with none set the department
      *    manager stands in, the way LVAPMANT resolves approvers.
       LOAD-EMPLOYEE-PARA.
           MOVE SPACES TO WS-CUR-DEPT WS-CUR-DESG WS-CUR-LOC.
           MOVE SPACES TO WS-CUR-STATUS WS-HIREDT WS-MGR-EMPID.
           MOVE SPACES TO WS-DEPT-MGR.
           EXEC SQL
               SELECT E.DEPTCODE, E.DESGCODE, E.LOCATION, E.STATUS,
                      E.HIREDT, E.MGREMPID, D.MGR-EMPID
                   INTO :WS-CUR-DEPT, :WS-CUR-DESG, :WS-CUR-LOC,
                        :WS-CUR-STATUS, :WS-HIREDT, :WS-MGR-EMPID,
                        :WS-DEPT-MGR
                   FROM EMPLOYEE E
                   LEFT JOIN DEPARTMENT D ON D.DEPTCODE = E.DEPTCODE
                   WHERE E.EMPID = :EMPCDI
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              MOVE 'F' TO WS-EMPVAL
              MOVE WS-CUR-DESG TO CURDSGO
              IF WS-MGR-EMPID = SPACES
                 MOVE WS-DEPT-MGR TO WS-MGR-EMPID
              END-IF
           ELSE
              MOVE 'N' TO WS-EMPVAL
           END-IF.

      ***************************************************
      *    Every test a promotion has to pass, on WS-TGT-DEPT/DESG
      *    so approval can re-run it against the stored target. The
      *    first failure sets the message and stops the checks.
       CHECK-ELIGIBILITY-PARA.
           MOVE 'Y' TO WS-ELIGVAL.
           MOVE ZEROES TO WS-GRADE-MONTHS WS-LAST-RATING.

           MOVE ZERO TO WS-REF-COUNT.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-REF-COUNT
                   FROM DESIGNATION
                   WHERE DESGCODE = :WS-TGT-DESG
           END-EXEC.
           IF WS-REF-COUNT = 0
              MOVE 'TARGET DESIGNATION NOT ON FILE' TO MSGLINO
              MOVE 'N' TO WS-ELIGVAL
              GO TO CHECK-ELIGIBILITY-EXIT
           END-IF.

           MOVE ZERO TO WS-REF-COUNT.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-REF-COUNT
                   FROM DEPARTMENT
                   WHERE DEPTCODE = :WS-TGT-DEPT
           END-EXEC.
           IF WS-REF-COUNT = 0
              MOVE 'TARGET DEPARTMENT NOT ON FILE' TO MSGLINO
              MOVE 'N' TO WS-ELIGVAL
              GO TO CHECK-ELIGIBILITY-EXIT
           END-IF.

           PERFORM GRADE-MONTHS-PARA.
           MOVE WS-GRADE-MONTHS TO GRDMTHO.
           IF WS-GRADE-MONTHS < WS-MIN-GRADE-MONTHS
              MOVE SPACES TO MSGLINO
              STRING 'NOT ELIGIBLE - ' WS-GRADE-MONTHS
                  ' MONTHS IN GRADE, ' WS-MIN-GRADE-MONTHS
                  ' NEEDED' DELIMITED BY SIZE INTO MSGLINO
              END-STRING
              MOVE 'N' TO WS-ELIGVAL
              GO TO CHECK-ELIGIBILITY-EXIT
           END-IF.

      *    Latest signed-off rating, whatever year it belongs to.
           EXEC SQL
               SELECT A.RATING
                   INTO :WS-LAST-RATING
                   FROM APPRAISAL A
                   WHERE A.EMPID = :EMPCDI
                     AND A.SIGNOFF-FLAG = 'Y'
                     AND A.APPR-YEAR =
                         (SELECT MAX(B.APPR-YEAR)
                              FROM APPRAISAL B
                              WHERE B.EMPID = :EMPCDI
                                AND B.SIGNOFF-FLAG = 'Y')
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE 'NOT ELIGIBLE - NO SIGNED-OFF APPRAISAL'
                   TO MSGLINO
              MOVE 'N' TO WS-ELIGVAL
              GO TO CHECK-ELIGIBILITY-EXIT
           END-IF.
           MOVE WS-LAST-RATING TO LSTRTGO.
           IF WS-LAST-RATING < WS-MIN-RATING
              MOVE SPACES TO MSGLINO
              STRING 'NOT ELIGIBLE - LAST RATING ' WS-LAST-RATING
                  ', ' WS-MIN-RATING ' OR BETTER NEEDED'
                  DELIMITED BY SIZE INTO MSGLINO
              END-STRING
              MOVE 'N' TO WS-ELIGVAL
              GO TO CHECK-ELIGIBILITY-EXIT
           END-IF.

      *    Vacancy - same headcount test as MEMPMANT's
      *    CHECK-POSITION-PARA, against the target combination.
           MOVE ZEROES TO WS-AUTH-HEADCOUNT.
           EXEC SQL
               SELECT AUTH-HEADCOUNT
                   INTO :WS-AUTH-HEADCOUNT
                   FROM POSITION
                   WHERE DEPTCODE = :WS-TGT-DEPT
                     AND DESGCODE = :WS-TGT-DESG
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              MOVE ZERO TO WS-ACTUAL-HEADCOUNT
              EXEC SQL
                  SELECT COUNT(*)
                      INTO :WS-ACTUAL-HEADCOUNT
                      FROM EMPLOYEE
                      WHERE DEPTCODE = :WS-TGT-DEPT
                        AND DESGCODE = :WS-TGT-DESG
                        AND STATUS NOT = 'I'
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              IF WS-SQL-RETURN-NORMAL
                 AND WS-ACTUAL-HEADCOUNT >= WS-AUTH-HEADCOUNT
                 MOVE 'NOT ELIGIBLE - NO VACANCY ON TARGET POSITION'
                      TO MSGLINO
                 MOVE 'N' TO WS-ELIGVAL
              END-IF
           END-IF.

       CHECK-ELIGIBILITY-EXIT.
           EXIT.

      ***************************************************
      *    Whole months since the employee moved into the current
      *    designation - the latest transfer-history row into it,
      *    else the hire date. Transfer stamps are either a
      *    CURRENT-DATE image (online moves) or YYYY-MM-DD
      *    (pendappl), so both shapes are read.
       GRADE-MONTHS-PARA.
           MOVE SPACES TO WS-GRADE-SINCE.
           EXEC SQL
               SELECT MAX(EFFECTIVE-TS)
                   INTO :WS-GRADE-SINCE
                   FROM EMPLOYEE_TRANSFER_HISTORY
                   WHERE EMPID = :EMPCDI
                     AND NEW-DESGCODE = :WS-CUR-DESG
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL OR WS-GRADE-SINCE = SPACES
              MOVE WS-HIREDT TO WS-GRADE-SINCE
           END-IF.
           MOVE ZEROES TO WS-SINCE-YYYYMMDD.
           IF WS-GRADE-SINCE(5:1) = '-'
              STRING WS-GRADE-SINCE(1:4) WS-GRADE-SINCE(6:2)
                     WS-GRADE-SINCE(9:2) DELIMITED BY SIZE
                  INTO WS-SINCE-YYYYMMDD
              END-STRING
           ELSE
              IF WS-GRADE-SINCE(1:8) IS NUMERIC
                 MOVE WS-GRADE-SINCE(1:8) TO WS-SINCE-YYYYMMDD
              END-IF
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD.
           IF WS-SINCE-YYYYMMDD = ZEROES
              MOVE ZEROES TO WS-GRADE-MONTHS
           ELSE
              COMPUTE WS-MONTH-DIFF =
                  (WS-TODAY-YYYY * 12 + WS-TODAY-MM)
                - (WS-SINCE-YYYY * 12 + WS-SINCE-MM)
              IF WS-TODAY-DD < WS-SINCE-DD
                 SUBTRACT 1 FROM WS-MONTH-DIFF
              END-IF
              IF WS-MONTH-DIFF < 0
                 MOVE ZEROES TO WS-GRADE-MONTHS
              ELSE
                 MOVE WS-MONTH-DIFF TO WS-GRADE-MONTHS
              END-IF
           END-IF.

      ***************************************************
      *    The proposed effective date is the second half of the
      *    key and has to be a real YYYY-MM-DD no earlier than
      *    today - a promotion is never backdated through here.
       VALIDATE-EFFDT-PARA.
           MOVE 'Y' TO WS-DTVAL.
           IF EFFDTI(1:4) IS NOT NUMERIC
              OR EFFDTI(5:1) NOT = '-'
              OR EFFDTI(6:2) IS NOT NUMERIC
              OR EFFDTI(8:1) NOT = '-'
              OR EFFDTI(9:2) IS NOT NUMERIC
              MOVE 'N' TO WS-DTVAL
           ELSE
              STRING EFFDTI(1:4) EFFDTI(6:2) EFFDTI(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-WORK
              END-STRING
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-WORK) NOT = 0
                 OR WS-DATE-WORK < WS-TODAY-YYYYMMDD
                 MOVE 'N' TO WS-DTVAL
              END-IF
           END-IF.

      ***************************************************
       ACTION-PROCESS-VAL-PARA.
           EVALUATE ACTIONI
           WHEN 'A'
              IF NOM-EXIST
                 MOVE 'ALREADY NOMINATED FOR THIS DATE'
                          TO MSGLINO
                 MOVE 'N' TO WS-INPUT
                 MOVE ZEROES TO WS-ENTRY
                 MOVE -1  TO EMPCDL
              ELSE
                 PERFORM VALIDATE-EFFDT-PARA
                 PERFORM LOAD-EMPLOYEE-PARA
                 EVALUATE TRUE
                    WHEN NOT DATE-VALID
                       MOVE 'EFFECTIVE DATE YYYY-MM-DD, TODAY OR LATER'
                            TO MSGLINO
                       MOVE 'N' TO WS-INPUT
                       MOVE ZEROES TO WS-ENTRY
                       MOVE -1  TO EFFDTL
                    WHEN NOT EMP-EXIST
                       MOVE 'EMPID NOT ON EMPLOYEE MASTER, TRY AGAIN'
                            TO MSGLINO
                       MOVE 'N' TO WS-INPUT
                       MOVE ZEROES TO WS-ENTRY
                       MOVE -1  TO EMPCDL
                    WHEN WS-CUR-STATUS NOT = 'A'
                       MOVE 'EMPLOYEE NOT ACTIVE - CANNOT NOMINATE'
                            TO MSGLINO
                       MOVE 'N' TO WS-INPUT
                       MOVE ZEROES TO WS-ENTRY
                       MOVE -1  TO EMPCDL
                    WHEN OTHER
                       MOVE 'Y' TO WS-INPUT
                       ADD 1    TO WS-ENTRY
                       MOVE -1  TO TGTDSGL
                       PERFORM SEND-MAP-PARA
                 END-EVALUATE
              END-IF
           WHEN 'C'
           WHEN 'D'
              IF NOM-NOTFND
                 MOVE 'NO NOMINATION FOR EMPID/DATE, TRY AGAIN'
                          TO MSGLINO
                 MOVE -1  TO EMPCDL
                 MOVE 'N' TO WS-INPUT
                 MOVE ZEROES TO WS-ENTRY
              ELSE
                 PERFORM DB-DATAMOVE-PARA
                 IF WS-NOM-STATUS NOT = 'P'
                    MOVE 'NOMINATION NO LONGER PENDING - NO CHANGE'
                         TO MSGLINO
                    MOVE -1  TO EMPCDL
                    MOVE 'N' TO WS-INPUT
                    MOVE ZEROES TO WS-ENTRY
                 ELSE
                    MOVE 'Y' TO WS-INPUT
                    ADD 1    TO WS-ENTRY
                    MOVE -1  TO TGTDSGL
                    PERFORM SEND-MAP-PARA
                 END-IF
              END-IF
           WHEN 'I'
              IF NOM-NOTFND
                 MOVE 'NO NOMINATION FOR EMPID/DATE' TO MSGLINO
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

           MOVE WS-TGT-DEPT     TO TGTDPTO
           MOVE WS-TGT-DESG     TO TGTDSGO
           MOVE WS-NOM-BY       TO NOMBYO
           MOVE WS-CUR-DESG     TO CURDSGO
           MOVE WS-GRADE-MONTHS TO GRDMTHO
           MOVE WS-LAST-RATING  TO LSTRTGO
           MOVE WS-NOM-STATUS   TO STATUSO
           MOVE WS-ACTIONED-BY  TO APPRBYO.

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
                  MOVE 'ENTER EMPLOYEE ID AND EFFECTIVE DATE'
                      TO MSGLINO
                  MOVE ACTIONI TO WS-ACTION
               END-IF
               MOVE 'Y' TO WS-ACT
           END-IF.

      ***************************************************
       VALIDATE-KEY-PARA.

           IF EMPCDI = SPACES OR EFFDTI = SPACES
              MOVE 'EMPLOYEE ID AND EFFECTIVE DATE ARE REQUIRED'
                 TO MSGLINO
              MOVE 'KEY'    TO WS-PROCESS
              MOVE -1       TO EMPCDL
              MOVE ZEROES TO WS-ENTRY
              MOVE 'N'      TO WS-NOMVAL
              MOVE 'N'      TO WS-INPUT
           ELSE
              MOVE EMPCDI TO WS-EMPCD
              MOVE EFFDTI TO WS-EFFDT
              PERFORM NOMROW-VALIDATE
           END-IF.

      ***************************************************
        NOMROW-VALIDATE.

           EXEC SQL
               SELECT CUR-DESGCODE, TGT-DEPTCODE, TGT-DESGCODE,
                      NOMINATED-BY, MONTHS-IN-GRADE, LAST-RATING,
                      NOM-STATUS, ACTIONED-BY
                   INTO :WS-CUR-DESG, :WS-TGT-DEPT, :WS-TGT-DESG,
                        :WS-NOM-BY, :WS-GRADE-MONTHS,
                        :WS-LAST-RATING, :WS-NOM-STATUS,
                        :WS-ACTIONED-BY
                   FROM PROMOTION_NOMINATION
                   WHERE EMPID = :WS-EMPCD
                     AND EFF-DATE = :WS-EFFDT
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'NOMINATION FOUND, CONTINUE PROCESS'
                      TO MSGLINO
                 MOVE 'F' TO WS-NOMVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'NO NOMINATION ON FILE, CONTINUE TO ADD'
                      TO MSGLINO
                 MOVE 'N' TO WS-NOMVAL
                 MOVE ZEROES TO WS-GRADE-MONTHS WS-LAST-RATING
                 MOVE SPACES TO WS-CUR-DESG WS-TGT-DEPT WS-TGT-DESG
                 MOVE SPACES TO WS-NOM-BY WS-NOM-STATUS
                 MOVE SPACES TO WS-ACTIONED-BY
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED, TRY AGAIN' TO MSGLINO
                 MOVE 'ERROR' TO WS-PROCESS
                 MOVE 'E' TO WS-NOMVAL
                 MOVE 'N' TO WS-INPUT
                 MOVE 'NOMROW-VALIDATE' TO WS-SQLERR-PARAGRAPH
                 MOVE EMPCDI TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.

      ***************************************************
      *    HR approve/reject. Approval re-runs the eligibility tests
      *    against the nominated target - a vacancy filled since the
      *    nomination, or a new rating, stops it here - and then
      *    saves the designation change as a pending transaction
      *    for the nominated date. Only a pending nomination whose
      *    date has not already passed can be approved.
       APPROVAL-PARA.
           IF EMPCDI = SPACES OR EFFDTI = SPACES
              MOVE 'EMPLOYEE ID AND EFFECTIVE DATE ARE REQUIRED'
                   TO MSGLINO
              MOVE -1  TO EMPCDL
           ELSE
              MOVE EMPCDI TO WS-EMPCD
              MOVE EFFDTI TO WS-EFFDT
              PERFORM NOMROW-VALIDATE
              IF NOM-EXIST
                 PERFORM DB-DATAMOVE-PARA
                 PERFORM CHECK-AUTH-PARA
                 EVALUATE TRUE
                    WHEN NOT ROLE-ADMIN
                       MOVE 'NOT AUTHORIZED TO ACTION PROMOTIONS'
                            TO MSGLINO
                    WHEN WS-NOM-STATUS NOT = 'P'
                       MOVE 'NOMINATION IS NOT PENDING - NO ACTION'
                            TO MSGLINO
                    WHEN ACTIONI = 'R'
                       PERFORM MARK-NOMINATION-PARA
                    WHEN OTHER
                       PERFORM APPROVE-NOMINATION-PARA
                          THRU APPROVE-NOMINATION-EXIT
                 END-EVALUATE
              ELSE
                 IF NOM-NOTFND
                    MOVE 'NO NOMINATION FOR EMPID/DATE' TO MSGLINO
                    MOVE -1 TO EMPCDL
                 END-IF
              END-IF
           END-IF.

      ***************************************************
       APPROVE-NOMINATION-PARA.
           PERFORM VALIDATE-EFFDT-PARA.
           IF NOT DATE-VALID
              MOVE 'EFFECTIVE DATE HAS PASSED - RENOMINATE'
                   TO MSGLINO
              GO TO APPROVE-NOMINATION-EXIT
           END-IF.
           PERFORM LOAD-EMPLOYEE-PARA.
           IF NOT EMP-EXIST OR WS-CUR-STATUS NOT = 'A'
              MOVE 'EMPLOYEE NO LONGER ACTIVE - CANNOT APPROVE'
                   TO MSGLINO
              GO TO APPROVE-NOMINATION-EXIT
           END-IF.
           PERFORM CHECK-ELIGIBILITY-PARA THRU CHECK-ELIGIBILITY-EXIT.
           IF NOT EMP-ELIGIBLE
              GO TO APPROVE-NOMINATION-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-TS.
           EXEC SQL
               INSERT INTO PENDING_TRANSACTION
                   (EMPID, EFF-DATE, NEW-DEPTCODE, NEW-DESGCODE,
                    NEW-LOCATION, NEW-STATUS, PEND-STATUS,
                    PEND-TYPE, ENTERED-BY, ENTERED-TS)
                   VALUES (:EMPCDI, :EFFDTI, :WS-TGT-DEPT,
                           :WS-TGT-DESG, :WS-CUR-LOC, :WS-CUR-STATUS,
                           'P', 'M', :EIBUSERID, :WS-STAMP-TS)
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 PERFORM MARK-NOMINATION-PARA
              WHEN WS-SQL-RETURN-DUPKEY
                 MOVE 'ANOTHER CHANGE IS PENDING FOR THAT DATE'
                      TO MSGLINO
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED SAVING PENDING CHANGE'
                      TO MSGLINO
                 MOVE 'APPROVE-NOMINATION-PARA'
                      TO WS-SQLERR-PARAGRAPH
                 MOVE EMPCDI TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.

       APPROVE-NOMINATION-EXIT.
           EXIT.

      ***************************************************
       MARK-NOMINATION-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-TS.
           IF ACTIONI = 'V'
              MOVE 'A' TO WS-NOM-STATUS
           ELSE
              MOVE 'R' TO WS-NOM-STATUS
           END-IF.

           EXEC SQL
               UPDATE PROMOTION_NOMINATION
                   SET NOM-STATUS   = :WS-NOM-STATUS,
                       ACTIONED-BY  = :EIBUSERID,
                       ACTIONED-TS  = :WS-STAMP-TS
                   WHERE EMPID = :EMPCDI
                     AND EFF-DATE = :EFFDTI
                     AND NOM-STATUS = 'P'
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE WS-NOM-STATUS TO STATUSO
                 MOVE EIBUSERID     TO APPRBYO
                 IF ACTIONI = 'V'
                    MOVE 'PROMOTION APPROVED - SAVED AS PENDING'
                         TO MSGLINO
                 ELSE
                    MOVE 'NOMINATION REJECTED' TO MSGLINO
                 END-IF
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'NOMINATION CHANGED BY ANOTHER USER, RETRY'
                      TO MSGLINO
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED IN NOMINATION UPDATE'
                      TO MSGLINO
                 MOVE 'MARK-NOMINATION-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE EMPCDI TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.

      ***************************************************
      *    Same USER_AUTH lookup as RQSMANT's CHECK-AUTH-PARA - an
      *    unknown user is treated as limited.
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
      *    Only a still-pending nomination is withdrawn; an actioned
      *    one stays on file as the record of the decision.
       DELETE-PARA.

           EXEC SQL
               DELETE FROM PROMOTION_NOMINATION
                   WHERE EMPID = :EMPCDI
                     AND EFF-DATE = :EFFDTI
                     AND NOM-STATUS = 'P'
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'NOMINATION WITHDRAWN'
                      TO MSGLINO
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'NOMINATION NO LONGER PENDING, NOT WITHDRAWN'
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
           MOVE 'NOMINATION DETAILS - READ ONLY, NO CHANGES MADE'
                TO MSGLINO.
           MOVE 'N' TO WS-INPUT.
           MOVE ZEROES TO WS-ENTRY.
           MOVE 'START' TO WS-PROCESS.

      ***************************************************
      *    The nomination goes in pending with the eligibility
      *    figures it was accepted on, for HR to review.
       INSERT-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-TS.

           EXEC SQL
               INSERT INTO PROMOTION_NOMINATION
                   (EMPID, EFF-DATE, CUR-DEPTCODE, CUR-DESGCODE,
                    TGT-DEPTCODE, TGT-DESGCODE, NOMINATED-BY,
                    NOMINATED-TS, MONTHS-IN-GRADE, LAST-RATING,
                    NOM-STATUS, ACTIONED-BY, ACTIONED-TS)
                   VALUES (:EMPCDI, :EFFDTI, :WS-CUR-DEPT,
                           :WS-CUR-DESG, :TGTDPTI, :TGTDSGI,
                           :NOMBYI, :WS-STAMP-TS, :WS-GRADE-MONTHS,
                           :WS-LAST-RATING, 'P', ' ', ' ')
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'NOMINATED - AWAITING HR APPROVAL'
                      TO MSGLINO
              WHEN WS-SQL-RETURN-DUPKEY
                 MOVE 'NOMINATION ALREADY EXISTS, TRY AGAIN'
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
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-TS.

           EXEC SQL
               UPDATE PROMOTION_NOMINATION
                   SET TGT-DEPTCODE    = :TGTDPTI,
                       TGT-DESGCODE    = :TGTDSGI,
                       NOMINATED-BY    = :NOMBYI,
                       NOMINATED-TS    = :WS-STAMP-TS,
                       MONTHS-IN-GRADE = :WS-GRADE-MONTHS,
                       LAST-RATING     = :WS-LAST-RATING
                   WHERE EMPID = :EMPCDI
                     AND EFF-DATE = :EFFDTI
                     AND NOM-STATUS = 'P'
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'NOMINATION UPDATED'
                      TO MSGLINO
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'NOMINATION NO LONGER PENDING, NOT UPDATED'
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
           MOVE SPACES TO EFFDTO  WS-EFFDT
           MOVE SPACES TO TGTDPTO WS-TGT-DEPT
           MOVE SPACES TO TGTDSGO WS-TGT-DESG
           MOVE SPACES TO NOMBYO  WS-NOM-BY
           MOVE SPACES TO CURDSGO WS-CUR-DESG
           MOVE ZEROES TO GRDMTHO WS-GRADE-MONTHS
           MOVE ZEROES TO LSTRTGO WS-LAST-RATING
           MOVE SPACES TO STATUSO WS-NOM-STATUS
           MOVE SPACES TO APPRBYO WS-ACTIONED-BY
           MOVE ZEROES TO WS-ENTRY
           MOVE -1 TO ACTIONL
           MOVE 'N' TO WS-INPUT
           MOVE 'START' TO WS-PROCESS.

      ***************************************************
      *    Records what was in flight (ACTION/PROCESS/ENTRYT from the
      *    commarea the operator was about to continue with) so an
      *    abandoned nomination is distinguishable from a completed
      *    one - same MAINTENANCE_ABANDON_LOG convention as the other
      *    maintenance screens.
       LOG-ABANDONED-SESSION-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-ABANDON-TS.

           EXEC SQL
               INSERT INTO MAINTENANCE_ABANDON_LOG
                   (PROGRAM-NAME, IN-PROGRESS-ACTION,
                    IN-PROGRESS-PROCESS, ENTRY-COUNT,
                    ABANDONED-BY, ABANDONED-TERM, ABANDONED-TS)
                   VALUES ('PROMMANT', :ACTION, :PROCESS,
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
                   VALUES ('PROMMANT', :WS-SQLERR-PARAGRAPH,
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
                   VALUES ('PROM', 'PROMMANT', :EIBUSERID,
                           :WS-ACTV-TS)
           END-EXEC.
