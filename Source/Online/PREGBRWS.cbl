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
      *    Payroll register browse for payroll staff - pages the
      *    PAYROLL_REGISTER rows of one pay period and run type in
      *    DEPTCODE/EMPID order, ten at a time in the DEPTBRWS
      *    style, optionally narrowed to one department or one
      *    company. Marking a line and pressing ENTER drills into
      *    that stub: every component the register carries, the
      *    CREDIT-STATUS bankretn set on a returned credit, the
      *    PAY_HOLD row if PHLDMANT holds the employee, and the
      *    live CHEQUE_REGISTER number if chqrun paid them. The
      *    screen is read-only and open to USER_AUTH roles 'A'
      *    (admin) and 'P' (payroll) only; each drill-down lands a
      *    DATA_ACCESS_LOG row for accrvw's access review.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREGBRWS.
       AUTHOR. ATOS SYNTEL.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      ***************************************************
       WORKING-STORAGE SECTION.

       01  PROGRAM-DESC                PIC X(20) VALUE 'REG BROWSE'.

       01  WS-TEMP.
           05 WS-MSG                   PIC X(50).
           05 WS-USER-ROLE             PIC X(01).
              88 ROLE-ADMIN            VALUE 'A'.
              88 ROLE-PAYROLL          VALUE 'P'.
           05 WS-ACTV-TS               PIC X(21).
           05 WS-ACCESS-TS             PIC X(21).
           05 WS-SQLERR-TS             PIC X(21).
           05 WS-SQLERR-PARAGRAPH      PIC X(30).
           05 WS-SQLERR-KEY            PIC X(30).

       01  WS-PAGE-SIZE                PIC 9(02) VALUE 10.

       01  WS-SCROLL-DEPT              PIC X(05).
       01  WS-SCROLL-EMP               PIC X(05).
       01  WS-ROW-COUNT                PIC 9(02) VALUE ZEROES.
       01  WS-IDX                      PIC 9(02).
       01  WS-SWAP-IDX                 PIC 9(02).
       01  WS-PICK-IDX                 PIC 9(02).

      *    One fetched register line.
       01  WS-FETCH-LINE.
           05 WS-FT-EMPID              PIC X(05).
           05 WS-FT-NAME               PIC X(20).
           05 WS-FT-DEPT               PIC X(05).
           05 WS-FT-COMP               PIC X(03).
           05 WS-FT-NETPAY             PIC 9(07)V99.
           05 WS-FT-CRST               PIC X(01).
           05 WS-FT-HOLD               PIC X(01).

       01  WS-SWAP-LINE                PIC X(44).
       01  WS-SAVE-TABLE               PIC X(440).

      *    Drill-down host fields - the register row's components
      *    at payrun's own pictures.
       01  WS-DETAIL.
           05 WS-DT-NAME               PIC X(30).
           05 WS-DT-DESG               PIC X(05).
           05 WS-DT-BASIC              PIC 9(05)V99.
           05 WS-DT-HRA                PIC 9(05)V99.
           05 WS-DT-CONV               PIC 9(05)V99.
           05 WS-DT-MED                PIC 9(05)V99.
           05 WS-DT-PFDED              PIC 9(05)V99.
           05 WS-DT-TAXDED             PIC 9(05)V99.
           05 WS-DT-DEDREC             PIC 9(07)V99.
           05 WS-DT-ARREARS            PIC 9(07)V99.
           05 WS-DT-OTPAY              PIC 9(07)V99.
           05 WS-DT-ACTALW             PIC 9(07)V99.
           05 WS-DT-EXPRMB             PIC 9(07)V99.
           05 WS-DT-SHFALW             PIC 9(07)V99.
           05 WS-DT-ESIEE              PIC 9(07)V99.
           05 WS-DT-PROFTAX            PIC 9(07)V99.
           05 WS-DT-PERQ               PIC 9(07)V99.
           05 WS-DT-NETPAY             PIC 9(07)V99.
           05 WS-DT-CRSTAT             PIC X(01).
           05 WS-DT-CRRSN              PIC X(30).
           05 WS-DT-HLDST              PIC X(01).
           05 WS-DT-HLDRSN             PIC X(40).
           05 WS-DT-HLDDT              PIC X(10).
           05 WS-DT-CHQNO              PIC 9(08).
           05 WS-DT-CHQST              PIC X(01).

       01  WS-AMT-ED                   PIC Z,ZZZ,ZZ9.99.
       01  WS-CHQ-ED                   PIC Z(07)9.

      *    The page table rides in the commarea so coming back from
      *    a drill-down repaints the same page without a refetch.
       01  WS-COMMAREA.
           05 WS-PERIOD                PIC X(06) VALUE SPACES.
           05 WS-RUNTYP                PIC X(01) VALUE SPACES.
           05 WS-DEPT                  PIC X(05) VALUE SPACES.
           05 WS-COMP                  PIC X(03) VALUE SPACES.
           05 WS-MODE                  PIC X(01) VALUE 'L'.
              88 LIST-MODE             VALUE 'L'.
              88 DETAIL-MODE           VALUE 'D'.
           05 WS-PAGE-TABLE.
              10 WS-PAGE-LINE OCCURS 10 TIMES.
                 15 WS-PG-EMPID        PIC X(05).
                 15 WS-PG-NAME         PIC X(20).
                 15 WS-PG-DEPT         PIC X(05).
                 15 WS-PG-COMP         PIC X(03).
                 15 WS-PG-NETPAY       PIC 9(07)V99.
                 15 WS-PG-CRST         PIC X(01).
                 15 WS-PG-HOLD         PIC X(01).

       01  RESPONSE-CODE               PIC S9(08) COMP.
       01  ALIAS-NAME                  PIC X(32).
       01  COMMAND                     PIC X(1).
       01  CONNECT-STATUS              PIC 9(6).

           COPY SQLCA.

           COPY SQLAN.
           COPY DFHAID.

           COPY PREGSET.
      ***************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           05 LS-PERIOD                PIC X(06).
           05 LS-RUNTYP                PIC X(01).
           05 LS-DEPT                  PIC X(05).
           05 LS-COMP                  PIC X(03).
           05 LS-MODE                  PIC X(01).
           05 LS-PAGE-TABLE            PIC X(440).
      ***************************************************
       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE "Murach" TO ALIAS-NAME.
           MOVE "C" TO COMMAND.
           CALL "LIBERCONNECTDB" USING ALIAS-NAME, COMMAND,
                                       CONNECT-STATUS.
           PERFORM LOG-ACTIVITY-PARA.

           PERFORM CHECK-AUTH-PARA.
           IF NOT ROLE-ADMIN AND NOT ROLE-PAYROLL
              MOVE 'PAYROLL REGISTER - NOT AUTHORIZED' TO WS-MSG
              EXEC CICS
                   SEND TEXT FROM(WS-MSG)
                   ERASE
                   FREEKB
              END-EXEC
              EXEC CICS RETURN
                   TRANSID('EMPM')
              END-EXEC
           END-IF.

           IF EIBCALEN NOT = 0
              MOVE DFHCOMMAREA TO WS-COMMAREA
           END-IF.
      *
      *    PF3 on the drill-down goes back to the page; on the page
      *    it leaves for the menu.
           IF EIBAID = DFHPF3
              IF EIBCALEN NOT = 0 AND DETAIL-MODE
                 PERFORM SHOW-PAGE-PARA
                 PERFORM RETURN-PARA
              END-IF
              MOVE 'EXIT FROM PAYROLL REGISTER BROWSE' TO WS-MSG
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
              MOVE 'L' TO WS-MODE
              MOVE LOW-VALUES TO PREGLSTO
              MOVE 'ENTER PERIOD, RUN TYPE, OPTIONAL DEPT/COMPANY'
                   TO MSGLINO
              PERFORM SEND-LIST-PARA
              PERFORM RETURN-PARA
           END-IF.

           IF DETAIL-MODE
              PERFORM SHOW-PAGE-PARA
              PERFORM RETURN-PARA
           END-IF.

           PERFORM RECEIVE-LIST-PARA.
           EVALUATE TRUE
              WHEN PERIODL > 0 OR RUNTYPL > 0
                OR DEPTL > 0 OR COMPL > 0
                 PERFORM NEW-SEARCH-PARA
              WHEN EIBAID = DFHPF8
                 MOVE WS-PG-DEPT(WS-PAGE-SIZE)  TO WS-SCROLL-DEPT
                 MOVE WS-PG-EMPID(WS-PAGE-SIZE) TO WS-SCROLL-EMP
                 IF WS-SCROLL-EMP = SPACES
                    MOVE 'END OF LIST, NO MORE REGISTER ROWS'
                         TO MSGLINO
                    PERFORM MOVE-TABLE-TO-SCREEN-PARA
                 ELSE
                    PERFORM FETCH-FORWARD-PARA
                 END-IF
              WHEN EIBAID = DFHPF7
                 MOVE WS-PG-DEPT(1)  TO WS-SCROLL-DEPT
                 MOVE WS-PG-EMPID(1) TO WS-SCROLL-EMP
                 PERFORM FETCH-BACKWARD-PARA
              WHEN OTHER
                 PERFORM SELECT-PARA
           END-EVALUATE.

           IF LIST-MODE
              PERFORM SEND-LIST-PARA
           END-IF.
           PERFORM RETURN-PARA.

      ***************************************************
       RETURN-PARA.
           EXEC CICS RETURN TRANSID('PRGB')
                COMMAREA(WS-COMMAREA)
                LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

      ***************************************************
       RECEIVE-LIST-PARA.
           EXEC CICS RECEIVE MAP('PREGLST')
                MAPSET('PREGSET')
                INTO(PREGLSTI)
           END-EXEC.

      ***************************************************
      *    A keyed period, run type or filter starts the browse
      *    over from the top; a field the operator did not touch
      *    keeps its last value, and a field erased to nothing
      *    clears. Run type blank means the regular run.
       NEW-SEARCH-PARA.
           IF PERIODL > 0
              MOVE PERIODI TO WS-PERIOD
           END-IF.
           IF RUNTYPL > 0
              MOVE RUNTYPI TO WS-RUNTYP
           END-IF.
           IF DEPTL > 0
              MOVE DEPTI   TO WS-DEPT
           END-IF.
           IF COMPL > 0
              MOVE COMPI   TO WS-COMP
           END-IF.
           INSPECT WS-PERIOD REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT WS-RUNTYP REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT WS-DEPT   REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT WS-COMP   REPLACING ALL LOW-VALUES BY SPACES.
           IF WS-RUNTYP = SPACES
              MOVE 'R' TO WS-RUNTYP
           END-IF.
           EVALUATE TRUE
              WHEN WS-PERIOD = SPACES
                 MOVE 'ENTER PAY PERIOD' TO MSGLINO
                 MOVE SPACES TO WS-PAGE-TABLE
                 PERFORM MOVE-TABLE-TO-SCREEN-PARA
              WHEN WS-RUNTYP NOT = 'R' AND WS-RUNTYP NOT = 'B'
                   AND WS-RUNTYP NOT = 'C'
                 MOVE 'RUN TYPE MUST BE R, B OR C' TO MSGLINO
                 MOVE SPACES TO WS-PAGE-TABLE
                 PERFORM MOVE-TABLE-TO-SCREEN-PARA
              WHEN OTHER
                 MOVE SPACES TO WS-SCROLL-DEPT WS-SCROLL-EMP
                 PERFORM FETCH-FORWARD-PARA
           END-EVALUATE.

      ***************************************************
      *    The operator marks one line with any character and
      *    presses ENTER - the last mark on the page wins.
       SELECT-PARA.
           MOVE ZEROES TO WS-PICK-IDX.
           PERFORM FIND-PICK-PARA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-PAGE-SIZE.
           IF WS-PICK-IDX = ZEROES
              MOVE 'MARK A LINE, ENTER TO VIEW, PF7/PF8 TO SCROLL'
                   TO MSGLINO
              PERFORM MOVE-TABLE-TO-SCREEN-PARA
           ELSE
              PERFORM SHOW-DETAIL-PARA THRU SHOW-DETAIL-EXIT
           END-IF.

       FIND-PICK-PARA.
           IF PICKL(WS-IDX) > 0
              AND PICKI(WS-IDX) NOT = SPACES
              AND WS-PG-EMPID(WS-IDX) NOT = SPACES
              MOVE WS-IDX TO WS-PICK-IDX
           END-IF.

      ***************************************************
       FETCH-FORWARD-PARA.

           EXEC SQL
               DECLARE CUR-PREG-FWD CURSOR FOR
                   SELECT R.EMPID, SUBSTR(E.EMPNAME, 1, 20),
                          R.DEPTCODE, R.COMPANY, R.NETPAY,
                          COALESCE(R.CREDIT-STATUS, ' '),
                          COALESCE(H.HOLD-STATUS, ' ')
                       FROM PAYROLL_REGISTER R
                       JOIN EMPLOYEE E
                         ON E.EMPID = R.EMPID
                       LEFT JOIN PAY_HOLD H
                         ON H.EMPID = R.EMPID
                       WHERE R.PAY-PERIOD = :WS-PERIOD
                         AND R.RUN-TYPE = :WS-RUNTYP
                         AND (R.DEPTCODE = :WS-DEPT
                              OR :WS-DEPT = ' ')
                         AND (R.COMPANY = :WS-COMP
                              OR :WS-COMP = ' ')
                         AND (R.DEPTCODE > :WS-SCROLL-DEPT
                              OR (R.DEPTCODE = :WS-SCROLL-DEPT
                                  AND R.EMPID > :WS-SCROLL-EMP))
                       ORDER BY R.DEPTCODE, R.EMPID
           END-EXEC.

      *    Keep the page on screen if there is nothing after it.
           MOVE WS-PAGE-TABLE TO WS-SAVE-TABLE.
           EXEC SQL OPEN CUR-PREG-FWD END-EXEC.

           MOVE ZEROES TO WS-ROW-COUNT.
           MOVE SPACES TO WS-SQLERR-PARAGRAPH.
           MOVE SPACES TO WS-PAGE-TABLE.
           PERFORM FETCH-FORWARD-ROW-PARA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-PAGE-SIZE.

           EXEC SQL CLOSE CUR-PREG-FWD END-EXEC.

           IF WS-ROW-COUNT > 0
              MOVE SPACES TO MSGLINO
              PERFORM MOVE-TABLE-TO-SCREEN-PARA
           ELSE
              IF WS-SCROLL-EMP = SPACES
                 MOVE 'NO REGISTER ROWS FOR THIS SELECTION' TO MSGLINO
              ELSE
                 MOVE WS-SAVE-TABLE TO WS-PAGE-TABLE
                 MOVE 'END OF LIST, NO MORE REGISTER ROWS' TO MSGLINO
              END-IF
              PERFORM MOVE-TABLE-TO-SCREEN-PARA
           END-IF.

       FETCH-FORWARD-ROW-PARA.
           EXEC SQL
               FETCH CUR-PREG-FWD
                   INTO :WS-FT-EMPID, :WS-FT-NAME, :WS-FT-DEPT,
                        :WS-FT-COMP, :WS-FT-NETPAY, :WS-FT-CRST,
                        :WS-FT-HOLD
           END-EXEC.
           PERFORM STORE-ROW-PARA.

      ***************************************************
       FETCH-BACKWARD-PARA.

           EXEC SQL
               DECLARE CUR-PREG-BWD CURSOR FOR
                   SELECT R.EMPID, SUBSTR(E.EMPNAME, 1, 20),
                          R.DEPTCODE, R.COMPANY, R.NETPAY,
                          COALESCE(R.CREDIT-STATUS, ' '),
                          COALESCE(H.HOLD-STATUS, ' ')
                       FROM PAYROLL_REGISTER R
                       JOIN EMPLOYEE E
                         ON E.EMPID = R.EMPID
                       LEFT JOIN PAY_HOLD H
                         ON H.EMPID = R.EMPID
                       WHERE R.PAY-PERIOD = :WS-PERIOD
                         AND R.RUN-TYPE = :WS-RUNTYP
                         AND (R.DEPTCODE = :WS-DEPT
                              OR :WS-DEPT = ' ')
                         AND (R.COMPANY = :WS-COMP
                              OR :WS-COMP = ' ')
                         AND (R.DEPTCODE < :WS-SCROLL-DEPT
                              OR (R.DEPTCODE = :WS-SCROLL-DEPT
                                  AND R.EMPID < :WS-SCROLL-EMP))
                       ORDER BY R.DEPTCODE DESC, R.EMPID DESC
           END-EXEC.

      *    Keep the page on screen if there is nothing before it.
           MOVE WS-PAGE-TABLE TO WS-SAVE-TABLE.
           EXEC SQL OPEN CUR-PREG-BWD END-EXEC.

           MOVE ZEROES TO WS-ROW-COUNT.
           MOVE SPACES TO WS-PAGE-TABLE.
           PERFORM FETCH-BACKWARD-ROW-PARA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-PAGE-SIZE.

           EXEC SQL CLOSE CUR-PREG-BWD END-EXEC.

           IF WS-ROW-COUNT > 0
              PERFORM REVERSE-TABLE-PARA
                  VARYING WS-IDX FROM 1 BY 1
                  UNTIL WS-IDX > WS-ROW-COUNT / 2
              MOVE SPACES TO MSGLINO
           ELSE
              MOVE WS-SAVE-TABLE TO WS-PAGE-TABLE
              MOVE 'TOP OF LIST, ALREADY AT FIRST PAGE' TO MSGLINO
           END-IF.
           PERFORM MOVE-TABLE-TO-SCREEN-PARA.

       FETCH-BACKWARD-ROW-PARA.
           EXEC SQL
               FETCH CUR-PREG-BWD
                   INTO :WS-FT-EMPID, :WS-FT-NAME, :WS-FT-DEPT,
                        :WS-FT-COMP, :WS-FT-NETPAY, :WS-FT-CRST,
                        :WS-FT-HOLD
           END-EXEC.
           PERFORM STORE-ROW-PARA.

      ***************************************************
       STORE-ROW-PARA.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 ADD 1 TO WS-ROW-COUNT
                 MOVE WS-FETCH-LINE TO WS-PAGE-LINE(WS-IDX)
              WHEN WS-SQL-RETURN-NO-ENTRY
                 CONTINUE
              WHEN OTHER
                 IF WS-SQLERR-PARAGRAPH = SPACES
                    MOVE 'FETCH-REGISTER-PAGE' TO WS-SQLERR-PARAGRAPH
                    MOVE WS-PERIOD TO WS-SQLERR-KEY
                    PERFORM LOG-SQL-ERROR-PARA
                 END-IF
           END-EVALUATE.

      ***************************************************
      *    FETCH-BACKWARD-PARA collects rows highest-key-first, so
      *    flip them back into the same ascending order the forward
      *    fetch and the screen both use.
       REVERSE-TABLE-PARA.
           COMPUTE WS-SWAP-IDX = WS-ROW-COUNT - WS-IDX + 1.
           MOVE WS-PAGE-LINE(WS-IDX)      TO WS-SWAP-LINE.
           MOVE WS-PAGE-LINE(WS-SWAP-IDX) TO WS-PAGE-LINE(WS-IDX).
           MOVE WS-SWAP-LINE              TO WS-PAGE-LINE(WS-SWAP-IDX).

      ***************************************************
       SHOW-PAGE-PARA.
           MOVE 'L' TO WS-MODE.
           MOVE LOW-VALUES TO PREGLSTO.
           MOVE SPACES TO MSGLINO.
           PERFORM MOVE-TABLE-TO-SCREEN-PARA.
           PERFORM SEND-LIST-PARA.

       MOVE-TABLE-TO-SCREEN-PARA.
           PERFORM MOVE-LINE-TO-SCREEN-PARA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-PAGE-SIZE.

       MOVE-LINE-TO-SCREEN-PARA.
           MOVE SPACES                TO PICKO(WS-IDX).
           MOVE WS-PG-EMPID(WS-IDX)   TO LEMPO(WS-IDX).
           MOVE WS-PG-NAME(WS-IDX)    TO LNAMEO(WS-IDX).
           MOVE WS-PG-DEPT(WS-IDX)    TO LDEPTO(WS-IDX).
           MOVE WS-PG-COMP(WS-IDX)    TO LCOMPO(WS-IDX).
           MOVE WS-PG-CRST(WS-IDX)    TO LCRSTO(WS-IDX).
           MOVE WS-PG-HOLD(WS-IDX)    TO LHOLDO(WS-IDX).
           IF WS-PG-EMPID(WS-IDX) = SPACES
              MOVE SPACES TO LNETO(WS-IDX)
           ELSE
              MOVE WS-PG-NETPAY(WS-IDX) TO WS-AMT-ED
              MOVE WS-AMT-ED            TO LNETO(WS-IDX)
           END-IF.

      ***************************************************
      *    The whole stub for the marked line - register row, then
      *    the hold and cheque rows, each of which may not exist.
       SHOW-DETAIL-PARA.
           MOVE LOW-VALUES TO PREGDTLO.
           MOVE SPACES TO DMSGO.
           INITIALIZE WS-DETAIL.
           EXEC SQL
               SELECT E.EMPNAME, R.DESGCODE, R.BASICPAY, R.HRA,
                      R.CONVPAY, R.MEDPAY, R.PFDED, R.TAXDED,
                      R.DEDREC, R.ARREARS, R.OTPAY, R.ACTALLOW,
                      R.EXPREIMB, R.SHIFTALW, R.ESIEE, R.PROFTAX,
                      COALESCE(R.PERQVAL, 0), R.NETPAY,
                      COALESCE(R.CREDIT-STATUS, ' '),
                      COALESCE(R.CREDIT-REASON, ' ')
                   INTO :WS-DT-NAME, :WS-DT-DESG, :WS-DT-BASIC,
                        :WS-DT-HRA, :WS-DT-CONV, :WS-DT-MED,
                        :WS-DT-PFDED, :WS-DT-TAXDED, :WS-DT-DEDREC,
                        :WS-DT-ARREARS, :WS-DT-OTPAY,
                        :WS-DT-ACTALW, :WS-DT-EXPRMB,
                        :WS-DT-SHFALW, :WS-DT-ESIEE,
                        :WS-DT-PROFTAX, :WS-DT-PERQ,
                        :WS-DT-NETPAY, :WS-DT-CRSTAT, :WS-DT-CRRSN
                   FROM PAYROLL_REGISTER R
                   JOIN EMPLOYEE E
                     ON E.EMPID = R.EMPID
                   WHERE R.PAY-PERIOD = :WS-PERIOD
                     AND R.RUN-TYPE = :WS-RUNTYP
                     AND R.EMPID = :WS-PG-EMPID(WS-PICK-IDX)
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 CONTINUE
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'REGISTER ROW NO LONGER ON FILE' TO MSGLINO
                 PERFORM MOVE-TABLE-TO-SCREEN-PARA
                 GO TO SHOW-DETAIL-EXIT
              WHEN OTHER
                 MOVE 'DB2 ERROR READING REGISTER ROW' TO MSGLINO
                 MOVE 'SHOW-DETAIL-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE WS-PG-EMPID(WS-PICK-IDX) TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
                 PERFORM MOVE-TABLE-TO-SCREEN-PARA
                 GO TO SHOW-DETAIL-EXIT
           END-EVALUATE.

           EXEC SQL
               SELECT HOLD-STATUS, HOLD-REASON, HOLD-DATE
                   INTO :WS-DT-HLDST, :WS-DT-HLDRSN, :WS-DT-HLDDT
                   FROM PAY_HOLD
                   WHERE EMPID = :WS-PG-EMPID(WS-PICK-IDX)
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE SPACES TO WS-DT-HLDST WS-DT-HLDRSN WS-DT-HLDDT
           END-IF.

      *    A voided cheque is reissued under a new number, so the
      *    live one is the highest number not voided.
           EXEC SQL
               SELECT CHEQUE-NO, CHQ-STATUS
                   INTO :WS-DT-CHQNO, :WS-DT-CHQST
                   FROM CHEQUE_REGISTER
                   WHERE EMPID = :WS-PG-EMPID(WS-PICK-IDX)
                     AND PAY-PERIOD = :WS-PERIOD
                     AND RUN-TYPE = :WS-RUNTYP
                     AND CHEQUE-NO =
                         (SELECT MAX(C.CHEQUE-NO)
                              FROM CHEQUE_REGISTER C
                              WHERE C.EMPID =
                                    :WS-PG-EMPID(WS-PICK-IDX)
                                AND C.PAY-PERIOD = :WS-PERIOD
                                AND C.RUN-TYPE = :WS-RUNTYP
                                AND C.CHQ-STATUS NOT = 'V')
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE ZEROES TO WS-DT-CHQNO
              MOVE SPACES TO WS-DT-CHQST
           END-IF.

           PERFORM LOG-DATA-ACCESS-PARA.
           PERFORM MOVE-DETAIL-TO-SCREEN-PARA.
           MOVE 'D' TO WS-MODE.
           PERFORM SEND-DETAIL-PARA.

       SHOW-DETAIL-EXIT.
           EXIT.

      ***************************************************
       MOVE-DETAIL-TO-SCREEN-PARA.
           MOVE WS-PG-EMPID(WS-PICK-IDX) TO DEMPO.
           MOVE WS-DT-NAME               TO DNAMEO.
           MOVE WS-PERIOD                TO DPERDO.
           MOVE WS-RUNTYP                TO DRTYPO.
           MOVE WS-PG-DEPT(WS-PICK-IDX)  TO DDEPTO.
           MOVE WS-DT-DESG               TO DDESGO.
           MOVE WS-PG-COMP(WS-PICK-IDX)  TO DCOMPO.
           MOVE WS-DT-BASIC    TO WS-AMT-ED.
           MOVE WS-AMT-ED      TO BASICO.
           MOVE WS-DT-HRA      TO WS-AMT-ED.
           MOVE WS-AMT-ED      TO HRAO.
           MOVE WS-DT-CONV     TO WS-AMT-ED.
           MOVE WS-AMT-ED      TO CONVO.
           MOVE WS-DT-MED      TO WS-AMT-ED.
           MOVE WS-AMT-ED      TO MEDO.
           MOVE WS-DT-PFDED    TO WS-AMT-ED.
           MOVE WS-AMT-ED      TO PFDEDO.
           MOVE WS-DT-ARREARS  TO WS-AMT-ED.
           MOVE WS-AMT-ED      TO ARREARO.
           MOVE WS-DT-OTPAY    TO WS-AMT-ED.
           MOVE WS-AMT-ED      TO OTPAYO.
           MOVE WS-DT-ACTALW   TO WS-AMT-ED.
           MOVE WS-AMT-ED      TO ACTALWO.
           MOVE WS-DT-EXPRMB   TO WS-AMT-ED.
           MOVE WS-AMT-ED      TO EXPRMBO.
           MOVE WS-DT-SHFALW   TO WS-AMT-ED.
           MOVE WS-AMT-ED      TO SHFALWO.
           MOVE WS-DT-PERQ     TO WS-AMT-ED.
           MOVE WS-AMT-ED      TO PERQO.
           MOVE WS-DT-TAXDED   TO WS-AMT-ED.
           MOVE WS-AMT-ED      TO TAXDEDO.
           MOVE WS-DT-PROFTAX  TO WS-AMT-ED.
           MOVE WS-AMT-ED      TO PROFTXO.
           MOVE WS-DT-ESIEE    TO WS-AMT-ED.
           MOVE WS-AMT-ED      TO ESIEEO.
           MOVE WS-DT-DEDREC   TO WS-AMT-ED.
           MOVE WS-AMT-ED      TO DEDRECO.
           MOVE WS-DT-NETPAY   TO WS-AMT-ED.
           MOVE WS-AMT-ED      TO NETPAYO.
           MOVE WS-DT-CRSTAT   TO CRSTATO.
           MOVE WS-DT-CRRSN    TO CRRSNO.
           MOVE WS-DT-HLDST    TO HLDSTO.
           MOVE WS-DT-HLDRSN   TO HLDRSNO.
           MOVE WS-DT-HLDDT    TO HLDDTO.
           IF WS-DT-CHQNO = ZEROES
              MOVE SPACES      TO CHQNOO
           ELSE
              MOVE WS-DT-CHQNO TO WS-CHQ-ED
              MOVE WS-CHQ-ED   TO CHQNOO
           END-IF.
           MOVE WS-DT-CHQST    TO CHQSTO.

      ***************************************************
       SEND-LIST-PARA.
           MOVE 'REGISTER BROWSE - PF7 BK PF8 FWD ENTER VIEW PF3 EXIT'
                TO TITLEO.
           MOVE WS-PERIOD TO PERIODO.
           MOVE WS-RUNTYP TO RUNTYPO.
           MOVE WS-DEPT   TO DEPTO.
           MOVE WS-COMP   TO COMPO.
           EXEC CICS SEND MAP('PREGLST')
                MAPSET('PREGSET')
                FROM(PREGLSTO)
                ERASE
           END-EXEC.

      ***************************************************
       SEND-DETAIL-PARA.
           MOVE 'REGISTER STUB - READ ONLY, PF3 OR ENTER TO RETURN'
                TO DTITLEO.
           EXEC CICS SEND MAP('PREGDTL')
                MAPSET('PREGSET')
                FROM(PREGDTLO)
                ERASE
           END-EXEC.

      ***************************************************
      *    Least-privilege default - any EIBUSERID not found in
      *    USER_AUTH is treated as limited, same as EMPMENU's
      *    CHECK-AUTH-PARA, and kept off this screen.
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
      *    One row on DATA_ACCESS_LOG each time an employee's
      *    register stub reaches the screen - who viewed which
      *    EMPID when, for accrvw's monthly access review.
      *    Failures are ignored, the same as LOG-ACTIVITY-PARA.
       LOG-DATA-ACCESS-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-ACCESS-TS.

           EXEC SQL
               INSERT INTO DATA_ACCESS_LOG
                   (USER-ID, PROGRAM-NAME, EMPID, DATA-CLASS,
                    ACCESS-TS)
                   VALUES (:EIBUSERID, 'PREGBRWS',
                           :WS-PG-EMPID(WS-PICK-IDX),
                           'PAYREG', :WS-ACCESS-TS)
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
                   VALUES ('PREGBRWS', :WS-SQLERR-PARAGRAPH,
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
                   VALUES ('PRGB', 'PREGBRWS', :EIBUSERID,
                           :WS-ACTV-TS)
           END-EXEC.
