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
      *    Manager work queue - every item waiting on one
      *    department manager, keyed on the manager's EMPID (blank
      *    defaults to the signed-on user's SELF_SERVICE_USER
      *    EMPID). An item belongs to the manager DEPARTMENT.MGREMPID
      *    names for the employee's DEPTCODE, the same resolution
      *    LVAPMANT and APPRMANT apply when the action is taken:
      *      LEAVE    - pending LEAVE_REQUEST, aged from REQUESTED-TS;
      *      APPRAISE - APPRAISAL not yet signed off, aged from the
      *                 end of the appraisal year;
      *      OVERTIME - pending OVERTIME_ENTRY hours, aged from the
      *                 end of the overtime month;
      *      CLEARANC - open CLEARANCE_ITEM of a leaver, aged from
      *                 the leaver's STATUSDT;
      *      EXPENSE  - pending EXPENSE_CLAIM, aged from SUBMITTED-TS;
      *      PROBATN  - unconfirmed employee whose probation ends
      *                 within fourteen days or already has, by
      *                 probatn's six-month default, aged from the
      *                 due date (negative until it falls due).
      *    The list is rebuilt on every key so an item actioned
      *    elsewhere drops off, and is shown oldest first, ten to a
      *    page. Marking a line and pressing ENTER hands the item's
      *    key to its own transaction (PROCESS 'QPICK', or MEMPMANT's
      *    'SELECT' hand-back for a confirmation), where it opens as
      *    an inquiry ready for the manager's action.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRKQBRWS.
       AUTHOR. ATOS SYNTEL.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      ***************************************************
       WORKING-STORAGE SECTION.

       01  PROGRAM-DESC                PIC X(20) VALUE 'WORK QUEUE'.

       01  WS-TEMP.
           05 WS-MSG                   PIC X(50).
           05 WS-MGR-NAME              PIC X(30).
           05 WS-SELF-EMPID            PIC X(05).
           05 WS-ACTV-TS               PIC X(21).
           05 WS-SQLERR-TS             PIC X(21).
           05 WS-SQLERR-PARAGRAPH      PIC X(30).
           05 WS-SQLERR-KEY            PIC X(30).

       01  WS-PAGE-SIZE                PIC 9(02) VALUE 10.
       01  WS-IDX                      PIC 9(02).
       01  WS-PICK-IDX                 PIC 9(02).
       01  WS-PAGE-COUNT               PIC 9(03).
       01  WS-PAGE-ED                  PIC ZZ9.
       01  WS-COUNT-ED                 PIC ZZ9.

      *    One fetched queue row - the shared shape every branch of
      *    the cursor's UNION ALL is cast to.
       01  WS-FETCH-LINE.
           05 WS-FT-TYPE               PIC X(08).
           05 WS-FT-EMPID              PIC X(05).
           05 WS-FT-NAME               PIC X(20).
           05 WS-FT-KEY                PIC X(10).
           05 WS-FT-BASE               PIC X(10).
           05 WS-FT-CODE               PIC X(08).
           05 WS-FT-AMOUNT             PIC S9(07)V99.
           05 WS-FT-DESC               PIC X(24).

      *    Age arithmetic - the base date of each item type is
      *    turned into a day number and compared with today.
       01  WS-AGE-WORK.
           05 WS-TODAY-INT             PIC 9(09) COMP.
           05 WS-BASE-NUM              PIC 9(08).
           05 WS-BASE-PARTS REDEFINES WS-BASE-NUM.
              10 WS-BASE-YEAR          PIC 9(04).
              10 WS-BASE-MONTH         PIC 9(02).
              10 WS-BASE-DAY           PIC 9(02).
           05 WS-BASE-INT              PIC 9(09) COMP.
           05 WS-AGE-DAYS              PIC S9(05) COMP.
           05 WS-AGE-ED                PIC -ZZZ9.
           05 WS-AMT-ED                PIC ZZZZZ9.99.
           05 WS-NUM-ED                PIC ZZ9.
           05 WS-DUE-ISO               PIC X(10).
           05 WS-BASE-OK               PIC X(01).
              88 BASE-VALID                    VALUE 'Y'.

      *    probatn's defaults - six months' probation, listed from
      *    fourteen days before it ends.
       01  WS-PROB-MONTHS              PIC 9(02) VALUE 6.
       01  WS-PROB-WINDOW              PIC 9(03) VALUE 14.

      *    The whole queue, rebuilt on each key, oldest first.
       01  WS-Q-IDX                    PIC S9(04) COMP.
       01  WS-Q-SCAN                   PIC S9(04) COMP.
       01  WS-Q-BEST                   PIC S9(04) COMP.
       01  WS-Q-FIRST                  PIC S9(04) COMP.
       01  WS-Q-MAX                    PIC S9(04) COMP VALUE 100.
       01  WS-Q-COUNT                  PIC S9(04) COMP VALUE ZERO.
       01  WS-Q-OVERFLOW               PIC X(01) VALUE 'N'.
       01  WS-Q-TABLE.
           05 WS-Q-LINE OCCURS 100 TIMES.
              10 WS-Q-TYPE             PIC X(08).
              10 WS-Q-EMPID            PIC X(05).
              10 WS-Q-NAME             PIC X(20).
              10 WS-Q-KEY              PIC X(10).
              10 WS-Q-AGE              PIC S9(05) COMP.
              10 WS-Q-DESC             PIC X(24).
       01  WS-Q-SWAP                   PIC X(69).

      *    The page on screen rides in the commarea so the marked
      *    line is handed over without a refetch.
       01  WS-COMMAREA.
           05 WS-MGR-EMPID             PIC X(08) VALUE SPACES.
           05 WS-PAGE-NO               PIC 9(03) VALUE 1.
           05 WS-PAGE-TABLE.
              10 WS-PAGE-LINE OCCURS 10 TIMES.
                 15 WS-PG-TYPE         PIC X(08).
                 15 WS-PG-EMPID        PIC X(05).
                 15 WS-PG-KEY          PIC X(10).

      *    Hand-over commareas, each the length of the target's
      *    DFHCOMMAREA.
       01  WS-LVAP-COMMAREA.
           05 WS-LVAP-EMPCD            PIC X(08).
           05 WS-LVAP-FROMDT           PIC X(10).
           05 WS-LVAP-ACTION           PIC X(01).
           05 WS-LVAP-ENTRYT           PIC 9(02).
           05 WS-LVAP-PROCESS          PIC X(10).

       01  WS-APPR-COMMAREA.
           05 WS-APPR-EMPCD            PIC X(08).
           05 WS-APPR-APPRYR           PIC X(04).
           05 WS-APPR-ACTION           PIC X(01).
           05 WS-APPR-ENTRYT           PIC 9(02).
           05 WS-APPR-PROCESS          PIC X(10).

       01  WS-OVT-COMMAREA.
           05 WS-OVT-EMPCD             PIC X(08).
           05 WS-OVT-OTPD              PIC X(06).
           05 WS-OVT-ACTION            PIC X(01).
           05 WS-OVT-ENTRYT            PIC 9(02).
           05 WS-OVT-PROCESS           PIC X(10).

       01  WS-CLR-COMMAREA.
           05 WS-CLR-EMPCD             PIC X(08).
           05 WS-CLR-ITEMCD            PIC X(08).
           05 WS-CLR-ACTION            PIC X(01).
           05 WS-CLR-ENTRYT            PIC 9(02).
           05 WS-CLR-PROCESS           PIC X(10).

       01  WS-EXPC-COMMAREA.
           05 WS-EXPC-EMPCD            PIC X(08).
           05 WS-EXPC-CLMNO            PIC X(10).
           05 WS-EXPC-ACTION           PIC X(01).
           05 WS-EXPC-CRUD-FLAG        PIC X(01).
           05 WS-EXPC-ENTRYT           PIC 9(02).
           05 WS-EXPC-PROCESS          PIC X(10).

       01  WS-MEMP-COMMAREA.
           05 WS-MEMP-EMPCD             PIC X(08).
           05 WS-MEMP-DEPTCD            PIC X(05).
           05 WS-MEMP-DESGCD            PIC X(05).
           05 WS-MEMP-ACTION            PIC X(01).
           05 WS-MEMP-CRUD-FLAG         PIC X(01).
           05 WS-MEMP-ENTRYT            PIC 9(02).
           05 WS-MEMP-PROCESS           PIC X(10).
      *    Must stay the same length as MEMPMANT's DFHCOMMAREA -
      *    the LASTUPDTS slot rides along empty on a hand-back.
           05 WS-MEMP-LASTUPDTS         PIC X(21).

       01  RESPONSE-CODE               PIC S9(08) COMP.
       01  ALIAS-NAME                  PIC X(32).
       01  COMMAND                     PIC X(1).
       01  CONNECT-STATUS              PIC 9(6).

           COPY SQLCA.

           COPY SQLAN.
           COPY DFHAID.

           COPY WRKQSET.
      ***************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           05 LS-MGR-EMPID             PIC X(08).
           05 LS-PAGE-NO               PIC 9(03).
           05 LS-PAGE-TABLE            PIC X(230).
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
              MOVE 'EXIT FROM MANAGER WORK QUEUE' TO WS-MSG
              EXEC CICS
                   SEND TEXT FROM(WS-MSG)
                   ERASE
                   FREEKB
              END-EXEC
              EXEC CICS RETURN
                   TRANSID('EMPM')
              END-EXEC
           END-IF.

           IF EIBCALEN = 0
              INITIALIZE WS-COMMAREA
              MOVE LOW-VALUES TO WRKQLSTO
              PERFORM GET-SELF-EMPID-PARA
              MOVE WS-SELF-EMPID TO WS-MGR-EMPID
              MOVE 1 TO WS-PAGE-NO
              IF WS-MGR-EMPID = SPACES
                 MOVE 'ENTER YOUR MANAGER EMPID' TO MSGLINO
              ELSE
                 PERFORM BUILD-QUEUE-PARA THRU BUILD-QUEUE-EXIT
              END-IF
              PERFORM SEND-LIST-PARA
              PERFORM RETURN-PARA
           END-IF.

           MOVE DFHCOMMAREA TO WS-COMMAREA.
           PERFORM RECEIVE-LIST-PARA.
           EVALUATE TRUE
              WHEN MGRIDL > 0
                 MOVE MGRIDI TO WS-MGR-EMPID
                 INSPECT WS-MGR-EMPID
                     REPLACING ALL LOW-VALUES BY SPACES
                 MOVE 1 TO WS-PAGE-NO
                 PERFORM BUILD-QUEUE-PARA THRU BUILD-QUEUE-EXIT
              WHEN EIBAID = DFHPF8
                 ADD 1 TO WS-PAGE-NO
                 PERFORM BUILD-QUEUE-PARA THRU BUILD-QUEUE-EXIT
              WHEN EIBAID = DFHPF7
                 IF WS-PAGE-NO > 1
                    SUBTRACT 1 FROM WS-PAGE-NO
                 END-IF
                 PERFORM BUILD-QUEUE-PARA THRU BUILD-QUEUE-EXIT
              WHEN OTHER
                 PERFORM SELECT-PARA
           END-EVALUATE.

           PERFORM SEND-LIST-PARA.
           PERFORM RETURN-PARA.

      ***************************************************
       RETURN-PARA.
           EXEC CICS RETURN TRANSID('WRKQ')
                COMMAREA(WS-COMMAREA)
                LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

      ***************************************************
       RECEIVE-LIST-PARA.
           EXEC CICS RECEIVE MAP('WRKQLST')
                MAPSET('WRKQSET')
                INTO(WRKQLSTI)
                RESP(RESPONSE-CODE)
           END-EXEC.

      ***************************************************
       SEND-LIST-PARA.
           MOVE 'MANAGER WORK QUEUE - MARK+ENTER, PF7/PF8, PF3 EXIT'
                TO TITLEO.
           MOVE WS-MGR-EMPID TO MGRIDO.
           MOVE WS-PAGE-NO TO WS-PAGE-ED.
           MOVE WS-PAGE-ED TO PAGENOO.
           EXEC CICS SEND MAP('WRKQLST')
             MAPSET('WRKQSET')
             FROM(WRKQLSTO)
             ERASE
           END-EXEC.

      ***************************************************
      *    A user mapped to an employee on SELF_SERVICE_USER gets
      *    their own queue without keying anything.
       GET-SELF-EMPID-PARA.
           MOVE SPACES TO WS-SELF-EMPID.
           EXEC SQL
               SELECT EMPID
                   INTO :WS-SELF-EMPID
                   FROM SELF_SERVICE_USER
                   WHERE USERID = :EIBUSERID
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE SPACES TO WS-SELF-EMPID
           END-IF.

      ***************************************************
      *    Rebuilds the whole queue for WS-MGR-EMPID and shows page
      *    WS-PAGE-NO of it, pulled back to the last page if the
      *    queue has shrunk underneath it.
       BUILD-QUEUE-PARA.
           MOVE SPACES TO WS-PAGE-TABLE MGRNMO.
           MOVE ZERO TO WS-Q-COUNT.
           MOVE 'N' TO WS-Q-OVERFLOW.
           IF WS-MGR-EMPID = SPACES
              MOVE 'ENTER YOUR MANAGER EMPID' TO MSGLINO
              PERFORM MOVE-PAGE-TO-SCREEN-PARA
              GO TO BUILD-QUEUE-EXIT
           END-IF.

           MOVE SPACES TO WS-MGR-NAME.
           EXEC SQL
               SELECT EMPNAME
                   INTO :WS-MGR-NAME
                   FROM EMPLOYEE
                   WHERE EMPID = :WS-MGR-EMPID
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE WS-MGR-NAME TO MGRNMO
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'MANAGER EMPID NOT ON EMPLOYEE MASTER'
                      TO MSGLINO
                 MOVE -1 TO MGRIDL
                 PERFORM MOVE-PAGE-TO-SCREEN-PARA
                 GO TO BUILD-QUEUE-EXIT
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED, TRY AGAIN' TO MSGLINO
                 MOVE 'BUILD-QUEUE-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE WS-MGR-EMPID TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
                 PERFORM MOVE-PAGE-TO-SCREEN-PARA
                 GO TO BUILD-QUEUE-EXIT
           END-EVALUATE.

           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))).
           PERFORM LOAD-QUEUE-PARA.
           PERFORM SORT-QUEUE-PARA
               VARYING WS-Q-IDX FROM 1 BY 1
               UNTIL WS-Q-IDX >= WS-Q-COUNT.

           IF WS-Q-COUNT = 0
              MOVE 'NOTHING AWAITING THIS MANAGER' TO MSGLINO
              MOVE 1 TO WS-PAGE-NO
              PERFORM MOVE-PAGE-TO-SCREEN-PARA
              GO TO BUILD-QUEUE-EXIT
           END-IF.

           COMPUTE WS-PAGE-COUNT =
                   (WS-Q-COUNT + WS-PAGE-SIZE - 1) / WS-PAGE-SIZE.
           IF WS-PAGE-NO > WS-PAGE-COUNT
              MOVE WS-PAGE-COUNT TO WS-PAGE-NO
           END-IF.
           COMPUTE WS-Q-FIRST = (WS-PAGE-NO - 1) * WS-PAGE-SIZE.
           PERFORM FILL-PAGE-PARA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-PAGE-SIZE.

           MOVE WS-Q-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO MSGLINO.
           IF WS-Q-OVERFLOW = 'Y'
              STRING 'FIRST ' WS-COUNT-ED ' ITEMS SHOWN, OLDEST FIRST'
                  DELIMITED BY SIZE INTO MSGLINO
              END-STRING
           ELSE
              STRING WS-COUNT-ED ' ITEMS AWAITING, OLDEST FIRST'
                  DELIMITED BY SIZE INTO MSGLINO
              END-STRING
           END-IF.
           PERFORM MOVE-PAGE-TO-SCREEN-PARA.

       BUILD-QUEUE-EXIT.
           EXIT.

      ***************************************************
      *    Every item type, one branch each, for employees whose
      *    department the keyed EMPID manages.
       LOAD-QUEUE-PARA.
           EXEC SQL
               DECLARE CUR-WRKQ CURSOR FOR
                   SELECT 'LEAVE', L.EMPID, SUBSTR(E.EMPNAME, 1, 20),
                          L.FROM-DATE, SUBSTR(L.REQUESTED-TS, 1, 8),
                          L.LEAVE-TYPE, L.LEAVE-DAYS, ' '
                       FROM LEAVE_REQUEST L
                       JOIN EMPLOYEE E ON E.EMPID = L.EMPID
                       JOIN DEPARTMENT D ON D.DEPTCODE = E.DEPTCODE
                       WHERE D.MGR-EMPID = :WS-MGR-EMPID
                         AND L.REQ-STATUS = 'P'
                   UNION ALL
                   SELECT 'APPRAISE', A.EMPID, SUBSTR(E.EMPNAME, 1, 20),
                          A.APPR-YEAR, A.APPR-YEAR,
                          ' ', A.RATING, ' '
                       FROM APPRAISAL A
                       JOIN EMPLOYEE E ON E.EMPID = A.EMPID
                       JOIN DEPARTMENT D ON D.DEPTCODE = E.DEPTCODE
                       WHERE D.MGR-EMPID = :WS-MGR-EMPID
                         AND A.SIGNOFF-FLAG NOT = 'Y'
                   UNION ALL
                   SELECT 'OVERTIME', O.EMPID, SUBSTR(E.EMPNAME, 1, 20),
                          O.OT-PERIOD, O.OT-PERIOD,
                          ' ', O.OT-HOURS, ' '
                       FROM OVERTIME_ENTRY O
                       JOIN EMPLOYEE E ON E.EMPID = O.EMPID
                       JOIN DEPARTMENT D ON D.DEPTCODE = E.DEPTCODE
                       WHERE D.MGR-EMPID = :WS-MGR-EMPID
                         AND O.OT-STATUS = 'P'
                   UNION ALL
                   SELECT 'CLEARANC', C.EMPID, SUBSTR(E.EMPNAME, 1, 20),
                          C.ITEM-CODE, E.STATUSDT,
                          ' ', 0, SUBSTR(C.ITEM-DESC, 1, 24)
                       FROM CLEARANCE_ITEM C
                       JOIN EMPLOYEE E ON E.EMPID = C.EMPID
                       JOIN DEPARTMENT D ON D.DEPTCODE = E.DEPTCODE
                       WHERE D.MGR-EMPID = :WS-MGR-EMPID
                         AND C.CLEAR-FLAG NOT = 'Y'
                   UNION ALL
                   SELECT 'EXPENSE', X.EMPID, SUBSTR(E.EMPNAME, 1, 20),
                          X.CLAIM-NO, SUBSTR(X.SUBMITTED-TS, 1, 8),
                          X.EXP-CATEGORY, X.CLAIM-AMOUNT, ' '
                       FROM EXPENSE_CLAIM X
                       JOIN EMPLOYEE E ON E.EMPID = X.EMPID
                       JOIN DEPARTMENT D ON D.DEPTCODE = E.DEPTCODE
                       WHERE D.MGR-EMPID = :WS-MGR-EMPID
                         AND X.CLAIM-STATUS = 'P'
                   UNION ALL
                   SELECT 'PROBATN', E.EMPID, SUBSTR(E.EMPNAME, 1, 20),
                          ' ', E.HIREDT,
                          ' ', 0, ' '
                       FROM EMPLOYEE E
                       JOIN DEPARTMENT D ON D.DEPTCODE = E.DEPTCODE
                       WHERE D.MGR-EMPID = :WS-MGR-EMPID
                         AND E.STATUS = 'A'
                         AND (E.CONFIRMSTS IS NULL
                              OR E.CONFIRMSTS NOT = 'C')
                         AND E.HIREDT IS NOT NULL
           END-EXEC.

           EXEC SQL OPEN CUR-WRKQ END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE 'LOAD-QUEUE-PARA' TO WS-SQLERR-PARAGRAPH
              MOVE WS-MGR-EMPID TO WS-SQLERR-KEY
              PERFORM LOG-SQL-ERROR-PARA
           ELSE
              PERFORM FETCH-QUEUE-ROW-PARA
                  UNTIL NOT WS-SQL-RETURN-NORMAL
              EXEC SQL CLOSE CUR-WRKQ END-EXEC
           END-IF.

       FETCH-QUEUE-ROW-PARA.
           MOVE SPACES TO WS-FT-DESC WS-FT-CODE.
           MOVE ZERO TO WS-FT-AMOUNT.
           EXEC SQL
               FETCH CUR-WRKQ
                   INTO :WS-FT-TYPE, :WS-FT-EMPID, :WS-FT-NAME,
                        :WS-FT-KEY, :WS-FT-BASE, :WS-FT-CODE,
                        :WS-FT-AMOUNT, :WS-FT-DESC
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              PERFORM STORE-QUEUE-ROW-PARA THRU STORE-QUEUE-ROW-EXIT
           END-IF.

      ***************************************************
      *    Works out the item's age and wording; a probation that
      *    is not yet inside its window is not an item yet.
       STORE-QUEUE-ROW-PARA.
           MOVE 'Y' TO WS-BASE-OK.
           MOVE ZERO TO WS-AGE-DAYS.
           EVALUATE WS-FT-TYPE
              WHEN 'LEAVE'
              WHEN 'EXPENSE'
                 MOVE WS-FT-BASE(1:8) TO WS-BASE-NUM
              WHEN 'APPRAISE'
                 MOVE WS-FT-BASE(1:4) TO WS-BASE-YEAR
                 MOVE 12 TO WS-BASE-MONTH
                 MOVE 31 TO WS-BASE-DAY
              WHEN 'OVERTIME'
                 MOVE WS-FT-BASE(1:4) TO WS-BASE-YEAR
                 MOVE WS-FT-BASE(5:2) TO WS-BASE-MONTH
                 PERFORM MONTH-END-PARA
              WHEN 'CLEARANC'
                 PERFORM ISO-BASE-PARA
              WHEN 'PROBATN'
                 PERFORM ISO-BASE-PARA
                 IF BASE-VALID
                    PERFORM PROBATION-DUE-PARA
                 END-IF
           END-EVALUATE.
           IF WS-BASE-NUM IS NOT NUMERIC
              MOVE 'N' TO WS-BASE-OK
           END-IF.
           IF BASE-VALID
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-BASE-NUM) NOT = 0
                 MOVE 'N' TO WS-BASE-OK
              END-IF
           END-IF.
           IF BASE-VALID
              COMPUTE WS-BASE-INT =
                      FUNCTION INTEGER-OF-DATE(WS-BASE-NUM)
              COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-BASE-INT
           END-IF.

           IF WS-FT-TYPE = 'PROBATN'
              IF NOT BASE-VALID
                 OR WS-AGE-DAYS < 0 - WS-PROB-WINDOW
                 GO TO STORE-QUEUE-ROW-EXIT
              END-IF
           ELSE
              IF WS-AGE-DAYS < 0
                 MOVE ZERO TO WS-AGE-DAYS
              END-IF
           END-IF.

           IF WS-Q-COUNT NOT < WS-Q-MAX
              MOVE 'Y' TO WS-Q-OVERFLOW
              GO TO STORE-QUEUE-ROW-EXIT
           END-IF.
           ADD 1 TO WS-Q-COUNT.
           MOVE WS-FT-TYPE  TO WS-Q-TYPE(WS-Q-COUNT).
           MOVE WS-FT-EMPID TO WS-Q-EMPID(WS-Q-COUNT).
           MOVE WS-FT-NAME  TO WS-Q-NAME(WS-Q-COUNT).
           MOVE WS-FT-KEY   TO WS-Q-KEY(WS-Q-COUNT).
           MOVE WS-AGE-DAYS TO WS-Q-AGE(WS-Q-COUNT).
           MOVE SPACES      TO WS-Q-DESC(WS-Q-COUNT).
           EVALUATE WS-FT-TYPE
              WHEN 'LEAVE'
                 MOVE WS-FT-AMOUNT TO WS-NUM-ED
                 STRING 'TYPE ' WS-FT-CODE(1:1) ', ' WS-NUM-ED
                        ' DAYS' DELIMITED BY SIZE
                     INTO WS-Q-DESC(WS-Q-COUNT)
                 END-STRING
              WHEN 'APPRAISE'
                 MOVE WS-FT-AMOUNT TO WS-NUM-ED
                 STRING 'RATING ' WS-NUM-ED(3:1) ' TO SIGN OFF'
                     DELIMITED BY SIZE INTO WS-Q-DESC(WS-Q-COUNT)
                 END-STRING
              WHEN 'OVERTIME'
                 MOVE WS-FT-AMOUNT TO WS-NUM-ED
                 STRING WS-NUM-ED ' HOURS TO APPROVE'
                     DELIMITED BY SIZE INTO WS-Q-DESC(WS-Q-COUNT)
                 END-STRING
              WHEN 'CLEARANC'
                 MOVE WS-FT-DESC TO WS-Q-DESC(WS-Q-COUNT)
              WHEN 'EXPENSE'
                 MOVE WS-FT-AMOUNT TO WS-AMT-ED
                 STRING WS-FT-CODE(1:4) ' ' WS-AMT-ED
                     DELIMITED BY SIZE INTO WS-Q-DESC(WS-Q-COUNT)
                 END-STRING
              WHEN 'PROBATN'
                 STRING 'CONFIRM DUE ' WS-DUE-ISO
                     DELIMITED BY SIZE INTO WS-Q-DESC(WS-Q-COUNT)
                 END-STRING
           END-EVALUATE.

       STORE-QUEUE-ROW-EXIT.
           EXIT.

      ***************************************************
      *    A YYYY-MM-DD column into WS-BASE-NUM.
       ISO-BASE-PARA.
           IF WS-FT-BASE(1:4) IS NUMERIC
              AND WS-FT-BASE(6:2) IS NUMERIC
              AND WS-FT-BASE(9:2) IS NUMERIC
              MOVE WS-FT-BASE(1:4) TO WS-BASE-YEAR
              MOVE WS-FT-BASE(6:2) TO WS-BASE-MONTH
              MOVE WS-FT-BASE(9:2) TO WS-BASE-DAY
           ELSE
              MOVE 'N' TO WS-BASE-OK
              MOVE ZEROES TO WS-BASE-NUM
           END-IF.

      ***************************************************
      *    Last day of the month in WS-BASE-YEAR/WS-BASE-MONTH -
      *    the day before the first of the month after.
       MONTH-END-PARA.
           IF WS-BASE-NUM(1:6) IS NOT NUMERIC
              OR WS-BASE-MONTH < 1 OR WS-BASE-MONTH > 12
              MOVE 'N' TO WS-BASE-OK
              MOVE ZEROES TO WS-BASE-NUM
           ELSE
              MOVE 1 TO WS-BASE-DAY
              IF WS-BASE-MONTH = 12
                 ADD 1 TO WS-BASE-YEAR
                 MOVE 1 TO WS-BASE-MONTH
              ELSE
                 ADD 1 TO WS-BASE-MONTH
              END-IF
              COMPUTE WS-BASE-INT =
                      FUNCTION INTEGER-OF-DATE(WS-BASE-NUM) - 1
              COMPUTE WS-BASE-NUM =
                      FUNCTION DATE-OF-INTEGER(WS-BASE-INT)
           END-IF.

      ***************************************************
      *    Hire date plus the probation months, the day clamped
      *    into the target month the same way probatn's
      *    CHECK-PROBATION-PARA does.
       PROBATION-DUE-PARA.
           ADD WS-PROB-MONTHS TO WS-BASE-MONTH.
           IF WS-BASE-MONTH > 12
              SUBTRACT 12 FROM WS-BASE-MONTH
              ADD 1 TO WS-BASE-YEAR
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-BASE-NUM) NOT = 0
              MOVE 1 TO WS-BASE-DAY
              PERFORM MONTH-END-PARA
           END-IF.
           STRING WS-BASE-NUM(1:4) '-' WS-BASE-NUM(5:2) '-'
                  WS-BASE-NUM(7:2) DELIMITED BY SIZE
               INTO WS-DUE-ISO
           END-STRING.

      ***************************************************
      *    One selection pass - the oldest remaining item is
      *    swapped up into position WS-Q-IDX.
       SORT-QUEUE-PARA.
           MOVE WS-Q-IDX TO WS-Q-BEST.
           PERFORM SORT-SCAN-PARA
               VARYING WS-Q-SCAN FROM WS-Q-IDX BY 1
               UNTIL WS-Q-SCAN > WS-Q-COUNT.
           IF WS-Q-BEST NOT = WS-Q-IDX
              MOVE WS-Q-LINE(WS-Q-IDX)  TO WS-Q-SWAP
              MOVE WS-Q-LINE(WS-Q-BEST) TO WS-Q-LINE(WS-Q-IDX)
              MOVE WS-Q-SWAP            TO WS-Q-LINE(WS-Q-BEST)
           END-IF.

       SORT-SCAN-PARA.
           IF WS-Q-AGE(WS-Q-SCAN) > WS-Q-AGE(WS-Q-BEST)
              MOVE WS-Q-SCAN TO WS-Q-BEST
           END-IF.

      ***************************************************
       FILL-PAGE-PARA.
           COMPUTE WS-Q-IDX = WS-Q-FIRST + WS-IDX.
           IF WS-Q-IDX <= WS-Q-COUNT
              MOVE WS-Q-TYPE(WS-Q-IDX)  TO WS-PG-TYPE(WS-IDX)
              MOVE WS-Q-EMPID(WS-Q-IDX) TO WS-PG-EMPID(WS-IDX)
              MOVE WS-Q-KEY(WS-Q-IDX)   TO WS-PG-KEY(WS-IDX)
              MOVE WS-Q-TYPE(WS-Q-IDX)  TO QTYPEO(WS-IDX)
              MOVE WS-Q-EMPID(WS-Q-IDX) TO QEMPO(WS-IDX)
              MOVE WS-Q-NAME(WS-Q-IDX)  TO QNAMEO(WS-IDX)
              MOVE WS-Q-KEY(WS-Q-IDX)   TO QKEYO(WS-IDX)
              MOVE WS-Q-AGE(WS-Q-IDX)   TO WS-AGE-ED
              MOVE WS-AGE-ED            TO QAGEO(WS-IDX)
              MOVE WS-Q-DESC(WS-Q-IDX)  TO QDESCO(WS-IDX)
           END-IF.

      ***************************************************
      *    Clears the list lines that FILL-PAGE-PARA did not fill.
       MOVE-PAGE-TO-SCREEN-PARA.
           PERFORM CLEAR-LINE-PARA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-PAGE-SIZE.

       CLEAR-LINE-PARA.
           MOVE SPACES TO PICKO(WS-IDX).
           IF WS-PG-TYPE(WS-IDX) = SPACES
              MOVE SPACES TO QTYPEO(WS-IDX) QEMPO(WS-IDX)
                             QNAMEO(WS-IDX) QKEYO(WS-IDX)
                             QAGEO(WS-IDX)  QDESCO(WS-IDX)
           END-IF.

      ***************************************************
      *    The operator marks one line with any character and
      *    presses ENTER - the last mark on the page wins, and the
      *    item goes to the transaction that actions it.
       SELECT-PARA.
           MOVE ZEROES TO WS-PICK-IDX.
           PERFORM FIND-PICK-PARA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-PAGE-SIZE.
           IF WS-PICK-IDX = ZEROES
              PERFORM BUILD-QUEUE-PARA THRU BUILD-QUEUE-EXIT
              IF WS-Q-COUNT > 0
                 MOVE 'MARK A LINE AND PRESS ENTER TO ACTION IT'
                      TO MSGLINO
              END-IF
           ELSE
              PERFORM HAND-OVER-PARA
           END-IF.

       FIND-PICK-PARA.
           IF PICKL(WS-IDX) > 0
              AND PICKI(WS-IDX) NOT = SPACES
              AND WS-PG-TYPE(WS-IDX) NOT = SPACES
              MOVE WS-IDX TO WS-PICK-IDX
           END-IF.

      ***************************************************
       HAND-OVER-PARA.
           EVALUATE WS-PG-TYPE(WS-PICK-IDX)
              WHEN 'LEAVE'
                 INITIALIZE WS-LVAP-COMMAREA
                 MOVE WS-PG-EMPID(WS-PICK-IDX) TO WS-LVAP-EMPCD
                 MOVE WS-PG-KEY(WS-PICK-IDX)   TO WS-LVAP-FROMDT
                 MOVE 'QPICK'                  TO WS-LVAP-PROCESS
                 EXEC CICS XCTL PROGRAM('LVAPMANT')
                      COMMAREA(WS-LVAP-COMMAREA)
                      LENGTH(LENGTH OF WS-LVAP-COMMAREA)
                 END-EXEC
              WHEN 'APPRAISE'
                 INITIALIZE WS-APPR-COMMAREA
                 MOVE WS-PG-EMPID(WS-PICK-IDX) TO WS-APPR-EMPCD
                 MOVE WS-PG-KEY(WS-PICK-IDX)   TO WS-APPR-APPRYR
                 MOVE 'QPICK'                  TO WS-APPR-PROCESS
                 EXEC CICS XCTL PROGRAM('APPRMANT')
                      COMMAREA(WS-APPR-COMMAREA)
                      LENGTH(LENGTH OF WS-APPR-COMMAREA)
                 END-EXEC
              WHEN 'OVERTIME'
                 INITIALIZE WS-OVT-COMMAREA
                 MOVE WS-PG-EMPID(WS-PICK-IDX) TO WS-OVT-EMPCD
                 MOVE WS-PG-KEY(WS-PICK-IDX)   TO WS-OVT-OTPD
                 MOVE 'QPICK'                  TO WS-OVT-PROCESS
                 EXEC CICS XCTL PROGRAM('OVTMANT')
                      COMMAREA(WS-OVT-COMMAREA)
                      LENGTH(LENGTH OF WS-OVT-COMMAREA)
                 END-EXEC
              WHEN 'CLEARANC'
                 INITIALIZE WS-CLR-COMMAREA
                 MOVE WS-PG-EMPID(WS-PICK-IDX) TO WS-CLR-EMPCD
                 MOVE WS-PG-KEY(WS-PICK-IDX)   TO WS-CLR-ITEMCD
                 MOVE 'QPICK'                  TO WS-CLR-PROCESS
                 EXEC CICS XCTL PROGRAM('CLRMANT')
                      COMMAREA(WS-CLR-COMMAREA)
                      LENGTH(LENGTH OF WS-CLR-COMMAREA)
                 END-EXEC
              WHEN 'EXPENSE'
                 INITIALIZE WS-EXPC-COMMAREA
                 MOVE WS-PG-EMPID(WS-PICK-IDX) TO WS-EXPC-EMPCD
                 MOVE WS-PG-KEY(WS-PICK-IDX)   TO WS-EXPC-CLMNO
                 MOVE 'QPICK'                  TO WS-EXPC-PROCESS
                 EXEC CICS XCTL PROGRAM('EXPCMANT')
                      COMMAREA(WS-EXPC-COMMAREA)
                      LENGTH(LENGTH OF WS-EXPC-COMMAREA)
                 END-EXEC
              WHEN 'PROBATN'
                 INITIALIZE WS-MEMP-COMMAREA
                 MOVE WS-PG-EMPID(WS-PICK-IDX) TO WS-MEMP-EMPCD
                 MOVE 'C'                      TO WS-MEMP-ACTION
                 MOVE 'SELECT'                 TO WS-MEMP-PROCESS
                 EXEC CICS XCTL PROGRAM('MEMPMANT')
                      COMMAREA(WS-MEMP-COMMAREA)
                      LENGTH(LENGTH OF WS-MEMP-COMMAREA)
                 END-EXEC
           END-EVALUATE.

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
                   VALUES ('WRKQBRWS', :WS-SQLERR-PARAGRAPH,
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
                   VALUES ('WRKQ', 'WRKQBRWS', :EIBUSERID,
                           :WS-ACTV-TS)
           END-EXEC.
