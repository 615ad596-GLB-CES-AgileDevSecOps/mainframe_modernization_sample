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
      *    Cheque clearance and stale-date run. Loads the bank's
      *    paid-cheque statement (PDCHQFL) and clears each matching
      *    CHEQUE_REGISTER row - status 'P' with the bank's clearing
      *    date - so a payroll cheque is no longer an open liability
      *    the day it is cashed. A paid item that matches no live
      *    cheque, or is for a different amount, goes to the error
      *    file for the bank-reconciliation desk. No statement on a
      *    given day is not an error; the stale-date pass still
      *    runs.
      *    Then the stale-date pass: a cheque still uncashed
      *    SYSIN 1-3 days after issue (default 180) is flagged
      *    stale ('S') - it can still clear if the bank pays it -
      *    and one still uncashed SYSIN 5-7 days after issue
      *    (default 365) is auto-voided to 'U' and written to
      *    UNCLAIMED_WAGES, the unclaimed-wages list the money is
      *    held on until the employee claims it. 'U' is a live
      *    status to chqrun, so the period is never silently
      *    rechequed, and posipay reports it to the bank as void.
      *    chqrecon reports the month's position.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    chqclr.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAID-FILE ASSIGN TO PDCHQFL
               FILE STATUS IS WS-PDCHQFL-STATUS.
           SELECT ERROR-FILE ASSIGN TO ERRFL.
       DATA DIVISION.
       FILE SECTION.
      *
      *    The bank's paid-cheque statement - detail 'D' records
      *    only; its header and trailer are passed over.
       FD  PAID-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAID-RECORD.
       01  PAID-RECORD.
           10  PDC-REC-TYPE                PIC X(01).
           10  PDC-CHQNO                   PIC 9(08).
           10  PDC-PAID-DATE               PIC X(08).
           10  PDC-AMOUNT                  PIC 9(09)V99.
           10  FILLER                      PIC X(52).
      *
       FD  ERROR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ERROR-RECORD.
       01  ERROR-RECORD.
           10  ERR-CHQNO                   PIC 9(08).
           10  FILLER                      PIC X(01) VALUE ','.
           10  ERR-PAID-DATE               PIC X(08).
           10  FILLER                      PIC X(01) VALUE ','.
           10  ERR-AMOUNT                  PIC 9(09)V99.
           10  FILLER                      PIC X(01) VALUE ','.
           10  ERR-REASON                  PIC X(40).

       WORKING-STORAGE SECTION.
          EXEC SQL BEGIN DECLARE SECTION END-EXEC
      *    Defaults below are the dev connection; CHQCLR-DBNAME,
      *    CHQCLR-DBUSER and CHQCLR-DBPASS environment variables
      *    (see GET-DB-CREDENTIALS-PARA) override them, same as
      *    emplist.cbl's EMPLIST_* variables.
       01 DATABASE-NAME PIC X(80) VALUE "ltpz_syntel:5432".
       01 USER-NAME     PIC X(80) VALUE "syntel".
       01 PASSWORD      PIC X(80) VALUE "syntel".
       01 WS-CHQNO                PIC 9(08).
       01 WS-EMP-ID               PIC X(05).
       01 WS-PERIOD               PIC X(06).
       01 WS-RUN-TYPE             PIC X(01).
       01 WS-AMOUNT               PIC 9(07)V99.
       01 WS-CHQ-STATUS           PIC X(01).
       01 WS-ISSUE-DATE           PIC X(08).
       01 WS-CLEAR-DATE           PIC X(08).
       01 WS-RUN-TS               PIC X(21).
       01 WS-STALE-CUTOFF         PIC X(08).
       01 WS-UNCLAIM-CUTOFF       PIC X(08).
       01 WS-STALE-COUNT          PIC S9(09) COMP.
       01 WS-STALE-SUM            PIC S9(13)V99 COMP-3.
          EXEC SQL END DECLARE SECTION END-EXEC
       01  END-OF-INPUT-IND               PIC X(1).
            88 END-OF-FILE                VALUE 'Y'.
       01  WS-SQLCODE-ANALYSIS.
           05 WS-SQLCODE               PIC S9(9) COMP.
              88 WS-SQL-RETURN-NORMAL          VALUE +0.
              88 WS-SQL-RETURN-NO-ENTRY        VALUE +100.
              88 WS-SQL-RETURN-DUPKEY          VALUE -803.
              88 WS-SQL-RETURN-TIMEOUT         VALUE -911 -913.
              88 WS-SQL-RETURN-ERROR           VALUE -910 THRU -1
                                                     -912
                                                     -9999 THRU -914.
           COPY SQLCA.

       01  WS-PDCHQFL-STATUS           PIC X(02) VALUE SPACES.
           88  PDCHQFL-OK                      VALUE '00'.
           88  PDCHQFL-MISSING                 VALUE '35'.

       01  WS-TEMP.
           05  WS-UNCCURVAL                PIC X(1).
               88  UNCC-EXIST                      VALUE 'F'.
               88  UNCC-NOTFND                     VALUE 'N'.
               88  UNCC-DBERR                      VALUE 'E'.

      *    SYSIN 1-3 stale days, 5-7 unclaimed (auto-void) days.
       01  WS-PARM-CARD                PIC X(80) VALUE SPACES.
       01  WS-STALE-DAYS               PIC 9(03) VALUE 180.
       01  WS-UNCLAIM-DAYS             PIC 9(03) VALUE 365.
       01  WS-TODAY-INT                PIC 9(08) VALUE ZEROES.
       01  WS-CUTOFF-INT               PIC 9(08) VALUE ZEROES.
       01  WS-CUTOFF-NUM               PIC 9(08) VALUE ZEROES.

       01  WS-COUNTERS.
           05  PAID-READ-COUNT             PIC 9(10) VALUE ZEROES.
           05  CLEARED-COUNT               PIC 9(10) VALUE ZEROES.
           05  STALE-CLEARED-COUNT         PIC 9(10) VALUE ZEROES.
           05  REJECTED-COUNT              PIC 9(10) VALUE ZEROES.
           05  STALE-FLAGGED-COUNT         PIC 9(10) VALUE ZEROES.
           05  UNCLAIMED-COUNT             PIC 9(10) VALUE ZEROES.
           05  WS-CLEARED-TOTAL            PIC 9(13)V99 VALUE ZEROES.
           05  WS-STALE-TOTAL              PIC 9(13)V99 VALUE ZEROES.
           05  WS-UNCLAIMED-TOTAL          PIC 9(13)V99 VALUE ZEROES.

       01  WS-ENV-VALUE                PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM PARM-CARD-PARA.
           PERFORM INIT-PARA.

           IF NOT END-OF-FILE
              PERFORM PROCESS-DATA THRU PROCESS-EXIT
                  UNTIL END-OF-FILE
           END-IF.

           PERFORM FLAG-STALE-PARA THRU FLAG-STALE-EXIT.
           PERFORM UNCLAIMED-CURSOR-DECLARE.
           PERFORM UNCLAIMED-CURSOR-OPEN.
           PERFORM MOVE-UNCLAIMED-PARA THRU MOVE-UNCLAIMED-EXIT
               UNTIL UNCC-NOTFND OR UNCC-DBERR.

           PERFORM PROGRAM-EXIT.
           DISPLAY "END OF CHEQUE CLEARANCE RUN".

      ***************************************************
       PARM-CARD-PARA.
           DISPLAY "PARM-CARD-PARA - start".
      *    SYSIN 1-3 is the stale-date age in days (default 180),
      *    5-7 the age at which a stale cheque is voided to
      *    unclaimed wages (default 365) - certexp's card style.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           IF WS-PARM-CARD(1:3) NOT = SPACES
              IF WS-PARM-CARD(1:3) IS NOT NUMERIC
                 DISPLAY "NON-NUMERIC STALE DAYS IN SYSIN COLUMNS 1-3"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-PARM-CARD(1:3) TO WS-STALE-DAYS
           END-IF.
           IF WS-PARM-CARD(5:3) NOT = SPACES
              IF WS-PARM-CARD(5:3) IS NOT NUMERIC
                 DISPLAY "NON-NUMERIC UNCLAIMED DAYS IN SYSIN "
                         "COLUMNS 5-7"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-PARM-CARD(5:3) TO WS-UNCLAIM-DAYS
           END-IF.
           IF WS-UNCLAIM-DAYS NOT > WS-STALE-DAYS
              DISPLAY "UNCLAIMED DAYS MUST EXCEED STALE DAYS - "
                      WS-UNCLAIM-DAYS " / " WS-STALE-DAYS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY "PARM ECHO - STALE DAYS/" WS-STALE-DAYS
                   " UNCLAIMED DAYS/" WS-UNCLAIM-DAYS.

           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))).
           COMPUTE WS-CUTOFF-INT = WS-TODAY-INT - WS-STALE-DAYS.
           COMPUTE WS-CUTOFF-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT).
           MOVE WS-CUTOFF-NUM TO WS-STALE-CUTOFF.
           COMPUTE WS-CUTOFF-INT = WS-TODAY-INT - WS-UNCLAIM-DAYS.
           COMPUTE WS-CUTOFF-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT).
           MOVE WS-CUTOFF-NUM TO WS-UNCLAIM-CUTOFF.
           DISPLAY "STALE BEFORE " WS-STALE-CUTOFF
                   " UNCLAIMED BEFORE " WS-UNCLAIM-CUTOFF.
           DISPLAY "PARM-CARD-PARA - end".

      ***************************************************
       INIT-PARA.
           DISPLAY "1000-INIT - start".
           PERFORM CONNECT-TO-DATABASE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS.
           MOVE 'N' TO END-OF-INPUT-IND.
           OPEN INPUT PAID-FILE.
           EVALUATE TRUE
              WHEN PDCHQFL-OK
                 CONTINUE
              WHEN PDCHQFL-MISSING
                 DISPLAY "NO PAID-CHEQUE STATEMENT TODAY - "
                         "STALE-DATE PASS ONLY"
                 MOVE 'Y' TO END-OF-INPUT-IND
              WHEN OTHER
                 DISPLAY "PDCHQFL OPEN FAILED - STATUS "
                         WS-PDCHQFL-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.
           OPEN OUTPUT ERROR-FILE.
           DISPLAY "1000-INIT - END".

       INIT-EXIT.
           EXIT.

      ***************************************************
       PROCESS-DATA.
           READ PAID-FILE
               AT END
                  MOVE 'Y' TO END-OF-INPUT-IND
               NOT AT END
                  IF PDC-REC-TYPE = 'D'
                     ADD 1 TO PAID-READ-COUNT
                     PERFORM CLEAR-CHEQUE-PARA THRU CLEAR-CHEQUE-EXIT
                  END-IF
           END-READ.

       PROCESS-EXIT.  EXIT.

      ***************************************************
       CONNECT-TO-DATABASE.
           DISPLAY "CONNECT-TO-DATABASE - START".
           PERFORM GET-DB-CREDENTIALS-PARA.

           EXEC SQL
              CONNECT    TO :DATABASE-NAME
                       USER :USER-NAME
              IDENTIFIED BY :PASSWORD
           END-EXEC.
           DISPLAY "CONNECT-TO-DATABASE - END".

      ***************************************************
      *    Same environment-override convention as emplist.cbl's
      *    GET-DB-CREDENTIALS-PARA, under CHQCLR_* names instead.
        GET-DB-CREDENTIALS-PARA.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "CHQCLR_DBNAME".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO DATABASE-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "CHQCLR_DBUSER".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO USER-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "CHQCLR_DBPASS".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO PASSWORD
           END-IF.

      ***************************************************
      *    Only an issued or stale cheque for the exact issued
      *    amount clears. Anything else - unknown number, already
      *    cleared, voided, moved to unclaimed wages, or a
      *    different amount - is the bank-reconciliation desk's to
      *    chase, not this run's to guess at.
        CLEAR-CHEQUE-PARA.
           MOVE PDC-CHQNO     TO WS-CHQNO.
           MOVE PDC-PAID-DATE TO WS-CLEAR-DATE.
           MOVE SPACES TO WS-CHQ-STATUS.
           MOVE ZEROES TO WS-AMOUNT.
           EXEC SQL
               SELECT AMOUNT, CHQ-STATUS
                   INTO :WS-AMOUNT, :WS-CHQ-STATUS
                   FROM CHEQUE_REGISTER
                   WHERE CHEQUE-NO = :WS-CHQNO
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'NO SUCH CHEQUE ON REGISTER' TO ERR-REASON
                 PERFORM WRITE-ERROR-PARA
                 GO TO CLEAR-CHEQUE-EXIT
              WHEN NOT WS-SQL-RETURN-NORMAL
                 MOVE 'DB2 ERROR - REGISTER LOOKUP' TO ERR-REASON
                 PERFORM WRITE-ERROR-PARA
                 GO TO CLEAR-CHEQUE-EXIT
              WHEN WS-CHQ-STATUS = 'P'
                 MOVE 'ALREADY CLEARED - DUPLICATE PAYMENT'
                      TO ERR-REASON
                 PERFORM WRITE-ERROR-PARA
                 GO TO CLEAR-CHEQUE-EXIT
              WHEN WS-CHQ-STATUS = 'V'
                 MOVE 'VOIDED CHEQUE PAID - RECOVER FROM BANK'
                      TO ERR-REASON
                 PERFORM WRITE-ERROR-PARA
                 GO TO CLEAR-CHEQUE-EXIT
              WHEN WS-CHQ-STATUS = 'U'
                 MOVE 'UNCLAIMED-WAGES CHEQUE PAID - REVIEW'
                      TO ERR-REASON
                 PERFORM WRITE-ERROR-PARA
                 GO TO CLEAR-CHEQUE-EXIT
              WHEN PDC-AMOUNT NOT = WS-AMOUNT
                 MOVE 'PAID AMOUNT DIFFERS FROM ISSUED AMOUNT'
                      TO ERR-REASON
                 PERFORM WRITE-ERROR-PARA
                 GO TO CLEAR-CHEQUE-EXIT
           END-EVALUATE.

           EXEC SQL
               UPDATE CHEQUE_REGISTER
                   SET CHQ-STATUS = 'P',
                       CLEAR-DATE = :WS-CLEAR-DATE,
                       PAID-TS = :WS-RUN-TS,
                       CHANGED-BY = 'CHQCLR'
                   WHERE CHEQUE-NO = :WS-CHQNO
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              ADD 1 TO CLEARED-COUNT
              ADD WS-AMOUNT TO WS-CLEARED-TOTAL
              IF WS-CHQ-STATUS = 'S'
                 ADD 1 TO STALE-CLEARED-COUNT
              END-IF
           ELSE
              MOVE 'DB2 ERROR - CLEARANCE UPDATE' TO ERR-REASON
              PERFORM WRITE-ERROR-PARA
           END-IF.

       CLEAR-CHEQUE-EXIT.  EXIT.

      ***************************************************
        WRITE-ERROR-PARA.
           MOVE PDC-CHQNO     TO ERR-CHQNO.
           MOVE PDC-PAID-DATE TO ERR-PAID-DATE.
           MOVE PDC-AMOUNT    TO ERR-AMOUNT.
           WRITE ERROR-RECORD.
           ADD 1 TO REJECTED-COUNT.

      ***************************************************
      *    Issued cheques past the stale date are flagged in one
      *    statement; the count and value are taken first for the
      *    run totals.
        FLAG-STALE-PARA.
           MOVE ZERO TO WS-STALE-COUNT WS-STALE-SUM.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(AMOUNT), 0)
                   INTO :WS-STALE-COUNT, :WS-STALE-SUM
                   FROM CHEQUE_REGISTER
                   WHERE CHQ-STATUS = 'I'
                     AND SUBSTR(ISSUE-TS, 1, 8) < :WS-STALE-CUTOFF
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL OR WS-STALE-COUNT = ZERO
              GO TO FLAG-STALE-EXIT
           END-IF.

           EXEC SQL
               UPDATE CHEQUE_REGISTER
                   SET CHQ-STATUS = 'S',
                       STALE-TS = :WS-RUN-TS,
                       CHANGED-BY = 'CHQCLR'
                   WHERE CHQ-STATUS = 'I'
                     AND SUBSTR(ISSUE-TS, 1, 8) < :WS-STALE-CUTOFF
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              MOVE WS-STALE-COUNT TO STALE-FLAGGED-COUNT
              MOVE WS-STALE-SUM   TO WS-STALE-TOTAL
           ELSE
              DISPLAY 'DB2 ERROR - STALE-DATE FLAG UPDATE'
              MOVE 8 TO RETURN-CODE
           END-IF.

       FLAG-STALE-EXIT.  EXIT.

      ***************************************************
        UNCLAIMED-CURSOR-DECLARE.
           DISPLAY "UNCLAIMED-CURSOR-DECLARE - START".
           EXEC SQL
              declare cur_unclaim cursor for
              select cheque-no, empid, pay-period, run-type,
                     amount, substr(issue-ts,1,8)
                  from cheque_register
                  where chq-status = 'S'
                    and substr(issue-ts,1,8) < :WS-UNCLAIM-CUTOFF
                  order by cheque-no
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-UNCCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-UNCCURVAL
                 DISPLAY 'NOT FOUND - UNCLAIMED CURSOR DECLARE'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - UNCLAIMED CURSOR DECLARE'
                 MOVE 'E' TO WS-UNCCURVAL
           END-EVALUATE.
           DISPLAY "UNCLAIMED-CURSOR-DECLARE - END".

      ***************************************************
        UNCLAIMED-CURSOR-OPEN.
           DISPLAY "UNCLAIMED-CURSOR-OPEN - START".
           EXEC SQL
              open cur_unclaim;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-UNCCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-UNCCURVAL
                 DISPLAY 'NOT FOUND - UNCLAIMED CURSOR OPEN'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - UNCLAIMED CURSOR OPEN'
                 MOVE 'E' TO WS-UNCCURVAL
           END-EVALUATE.
           DISPLAY "UNCLAIMED-CURSOR-OPEN - END".

      ***************************************************
      *    A stale cheque past the unclaimed age is voided to 'U'
      *    and its money moves onto the UNCLAIMED_WAGES list (claim
      *    status 'O' - open), keyed by cheque number so a rerun
      *    can never list it twice.
        MOVE-UNCLAIMED-PARA.
           EXEC SQL
              fetch next cur_unclaim into
                :WS-CHQNO,
                :WS-EMP-ID,
                :WS-PERIOD,
                :WS-RUN-TYPE,
                :WS-AMOUNT,
                :WS-ISSUE-DATE;
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-UNCCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-UNCCURVAL
                 GO TO MOVE-UNCLAIMED-EXIT
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - UNCLAIMED CURSOR FETCH'
                 MOVE 'E' TO WS-UNCCURVAL
                 MOVE 8 TO RETURN-CODE
                 GO TO MOVE-UNCLAIMED-EXIT
           END-EVALUATE.

           EXEC SQL
               INSERT INTO UNCLAIMED_WAGES
                   (CHEQUE-NO, EMPID, PAY-PERIOD, RUN-TYPE,
                    AMOUNT, ISSUE-DATE, UNCLAIMED-TS, CLAIM-STATUS)
                   VALUES (:WS-CHQNO, :WS-EMP-ID, :WS-PERIOD,
                           :WS-RUN-TYPE, :WS-AMOUNT,
                           :WS-ISSUE-DATE, :WS-RUN-TS, 'O')
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              AND NOT WS-SQL-RETURN-DUPKEY
              DISPLAY 'DB2 ERROR - UNCLAIMED WAGES INSERT - '
                      WS-CHQNO
              GO TO MOVE-UNCLAIMED-EXIT
           END-IF.

           EXEC SQL
               UPDATE CHEQUE_REGISTER
                   SET CHQ-STATUS = 'U',
                       VOID-REASON = 'STALE - MOVED TO UNCLAIMED WAGES',
                       VOIDED-BY = 'CHQCLR',
                       VOIDED-TS = :WS-RUN-TS
                   WHERE CHEQUE-NO = :WS-CHQNO
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              ADD 1 TO UNCLAIMED-COUNT
              ADD WS-AMOUNT TO WS-UNCLAIMED-TOTAL
           ELSE
              DISPLAY 'DB2 ERROR - UNCLAIMED VOID UPDATE - '
                      WS-CHQNO
           END-IF.

       MOVE-UNCLAIMED-EXIT.  EXIT.

      ***************************************************
       PROGRAM-EXIT.
           DISPLAY "9999-PROGRAM-EXIT - start".

           IF NOT PDCHQFL-MISSING
              CLOSE PAID-FILE
           END-IF.
           CLOSE ERROR-FILE.

           EXEC SQL
                disconnect all;
           END-EXEC

           DISPLAY 'PAID READ COUNT '  PAID-READ-COUNT.
           DISPLAY 'CLEARED   COUNT '  CLEARED-COUNT.
           DISPLAY 'CLEARED   TOTAL '  WS-CLEARED-TOTAL.
           DISPLAY 'STALE CLR COUNT '  STALE-CLEARED-COUNT.
           DISPLAY 'REJECTED  COUNT '  REJECTED-COUNT.
           DISPLAY 'STALE     COUNT '  STALE-FLAGGED-COUNT.
           DISPLAY 'STALE     TOTAL '  WS-STALE-TOTAL.
           DISPLAY 'UNCLAIMED COUNT '  UNCLAIMED-COUNT.
           DISPLAY 'UNCLAIMED TOTAL '  WS-UNCLAIMED-TOTAL.
           DISPLAY "9999-PROGRAM-EXIT - end".
