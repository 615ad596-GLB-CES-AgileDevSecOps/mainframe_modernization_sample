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
      *    Positive-pay issue file - the bank's list of every payroll
      *    cheque chqrun has drawn and every cheque CHQMANT has
      *    voided since the last file, so a cheque presented with an
      *    altered amount or payee, or a number never issued, is
      *    caught at the counter instead of honoured. Each
      *    CHEQUE_REGISTER row goes out once as an issue ('I') and,
      *    if voided - by hand, or by chqclr's move to unclaimed
      *    wages ('U') - once more as a void; PP-ISSUE-TS and
      *    PP-VOID-TS record the run that reported it, the same way
      *    prenote marks a row sent, so a rerun never double-reports
      *    and a cheque voided after its issue went out follows on
      *    the next file. The drawing account is the cheque
      *    holder's COMPANY debit account (blank for the default
      *    mandate, as bankpay's header). The control trailer
      *    carries the issue and void counts and totals. Cheques
      *    the bank later refuses against this file come back
      *    through ppexcp.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    posipay.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSIPAY-FILE ASSIGN TO PPAYFL.
       DATA DIVISION.
       FILE SECTION.
      *
       FD  POSIPAY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POSIPAY-RECORD.
       01  POSIPAY-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
          EXEC SQL BEGIN DECLARE SECTION END-EXEC
      *    Defaults below are the dev connection; POSIPAY-DBNAME,
      *    POSIPAY-DBUSER and POSIPAY-DBPASS environment variables
      *    (see GET-DB-CREDENTIALS-PARA) override them, same as
      *    emplist.cbl's EMPLIST_* variables.
       01 DATABASE-NAME PIC X(80) VALUE "ltpz_syntel:5432".
       01 USER-NAME     PIC X(80) VALUE "syntel".
       01 PASSWORD      PIC X(80) VALUE "syntel".
       01 WS-CHQNO                PIC 9(08).
       01 WS-PP-TYPE              PIC X(01).
       01 WS-PP-DATE              PIC X(08).
       01 WS-AMOUNT               PIC 9(07)V99.
       01 WS-EMP-ID               PIC X(05).
       01 WS-EMPNAME              PIC X(30).
       01 WS-DEBIT-ACCT           PIC X(16).
       01 WS-RUN-TS               PIC X(21).
          EXEC SQL END DECLARE SECTION END-EXEC
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

       01  WS-TEMP.
           05  WS-PPCURVAL                 PIC X(1).
               88  PPC-EXIST                       VALUE 'F'.
               88  PPC-NOTFND                      VALUE 'N'.
               88  PPC-DBERR                       VALUE 'E'.

       01  POSIPAY-HEADER-RECORD.
           10  PPH-REC-TYPE                PIC X(01) VALUE 'H'.
           10  PPH-MARKER                  PIC X(06) VALUE 'POSPAY'.
           10  PPH-FILE-DATE               PIC X(08).
           10  PPH-FILE-TIME               PIC X(06).
           10  FILLER                      PIC X(79) VALUE SPACES.

      *    PPD-ACTION 'I' issued / 'V' voided; PPD-DATE is the issue
      *    or void date (YYYYMMDD) to match the action.
       01  POSIPAY-DETAIL-RECORD.
           10  PPD-REC-TYPE                PIC X(01) VALUE 'D'.
           10  PPD-ACTION                  PIC X(01).
           10  PPD-DEBIT-ACCT              PIC X(16).
           10  PPD-CHQNO                   PIC 9(08).
           10  PPD-DATE                    PIC X(08).
           10  PPD-AMOUNT                  PIC 9(09)V99.
           10  PPD-PAYEE                   PIC X(30).
           10  PPD-EMP-ID                  PIC X(05).
           10  FILLER                      PIC X(20) VALUE SPACES.

       01  POSIPAY-TRAILER-RECORD.
           10  PPT-REC-TYPE                PIC X(01) VALUE 'T'.
           10  PPT-MARKER                  PIC X(06) VALUE 'POSPAY'.
           10  PPT-ISSUE-COUNT             PIC 9(08).
           10  PPT-ISSUE-TOTAL             PIC 9(13)V99.
           10  PPT-VOID-COUNT              PIC 9(08).
           10  PPT-VOID-TOTAL              PIC 9(13)V99.
           10  PPT-RECORD-COUNT            PIC 9(08).
           10  FILLER                      PIC X(39) VALUE SPACES.

       01  WS-COUNTERS.
           05  ISSUE-COUNT                 PIC 9(08) VALUE ZEROES.
           05  VOID-COUNT                  PIC 9(08) VALUE ZEROES.
           05  MARK-ERROR-COUNT            PIC 9(08) VALUE ZEROES.
           05  WS-ISSUE-TOTAL              PIC 9(13)V99 VALUE ZEROES.
           05  WS-VOID-TOTAL               PIC 9(13)V99 VALUE ZEROES.

       01  WS-ENV-VALUE                PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM INIT-PARA.

           PERFORM PROCESS-DATA THRU PROCESS-EXIT
               UNTIL PPC-NOTFND OR PPC-DBERR.

           PERFORM PROGRAM-EXIT.
           DISPLAY "END OF POSITIVE-PAY RUN".

      ***************************************************
       INIT-PARA.
           DISPLAY "1000-INIT - start".
           PERFORM CONNECT-TO-DATABASE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS.
           PERFORM POSIPAY-CURSOR-DECLARE.
           PERFORM POSIPAY-CURSOR-OPEN.
           OPEN OUTPUT POSIPAY-FILE.
           MOVE WS-RUN-TS(1:8)  TO PPH-FILE-DATE.
           MOVE WS-RUN-TS(9:6)  TO PPH-FILE-TIME.
           WRITE POSIPAY-RECORD FROM POSIPAY-HEADER-RECORD.
           DISPLAY "1000-INIT - END".

       INIT-EXIT.
           EXIT.

      ***************************************************
       PROCESS-DATA.
           PERFORM POSIPAY-CURSOR-FETCH.
           IF PPC-EXIST
              PERFORM WRITE-POSIPAY-PARA
           END-IF.

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
      *    GET-DB-CREDENTIALS-PARA, under POSIPAY_* names instead.
        GET-DB-CREDENTIALS-PARA.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "POSIPAY_DBNAME".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO DATABASE-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "POSIPAY_DBUSER".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO USER-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "POSIPAY_DBPASS".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO PASSWORD
           END-IF.

      ***************************************************
      *    Unreported issues and unreported voids in one pass,
      *    cheque-number order with the issue ahead of its void, so
      *    a cheque drawn and voided between two files still goes
      *    out issued-then-voided and the bank's list stays whole.
        POSIPAY-CURSOR-DECLARE.
           DISPLAY "POSIPAY-CURSOR-DECLARE - START".
           EXEC SQL
              declare cur_posipay cursor for
              select c.cheque-no, 'I', substr(c.issue-ts,1,8),
                     c.amount, c.empid,
                     coalesce(e.empname, ' '),
                     coalesce(m.debit-acct, ' ')
                  from cheque_register c
                  left join employee e
                         on e.empid = c.empid
                  left join company m
                         on m.compcode = e.company
                  where c.pp-issue-ts is null
              union all
              select c.cheque-no, 'V', substr(c.voided-ts,1,8),
                     c.amount, c.empid,
                     coalesce(e.empname, ' '),
                     coalesce(m.debit-acct, ' ')
                  from cheque_register c
                  left join employee e
                         on e.empid = c.empid
                  left join company m
                         on m.compcode = e.company
                  where c.chq-status in ('V', 'U')
                    and c.pp-void-ts is null
                  order by 1, 2
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-PPCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-PPCURVAL
                 DISPLAY 'NOT FOUND - POSIPAY CURSOR DECLARE'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - POSIPAY CURSOR DECLARE'
                 MOVE 'E' TO WS-PPCURVAL
           END-EVALUATE.
           DISPLAY "POSIPAY-CURSOR-DECLARE - END".

      ***************************************************
        POSIPAY-CURSOR-OPEN.
           DISPLAY "POSIPAY-CURSOR-OPEN - START".
           EXEC SQL
              open cur_posipay;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-PPCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-PPCURVAL
                 DISPLAY 'NOT FOUND - POSIPAY CURSOR OPEN'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - POSIPAY CURSOR OPEN'
                 MOVE 'E' TO WS-PPCURVAL
           END-EVALUATE.
           DISPLAY "POSIPAY-CURSOR-OPEN - END".

      ***************************************************
        POSIPAY-CURSOR-FETCH.
           MOVE SPACES TO WS-PP-DATE WS-EMPNAME WS-DEBIT-ACCT.
           EXEC SQL
              fetch next cur_posipay into
                :WS-CHQNO,
                :WS-PP-TYPE,
                :WS-PP-DATE,
                :WS-AMOUNT,
                :WS-EMP-ID,
                :WS-EMPNAME,
                :WS-DEBIT-ACCT;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-PPCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-PPCURVAL
                 DISPLAY 'NOT FOUND - POSIPAY CURSOR FETCH'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - POSIPAY CURSOR FETCH'
                 MOVE 'E' TO WS-PPCURVAL
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      ***************************************************
      *    The cheque is written first and then marked reported -
      *    a failed mark leaves it to go out again on the next
      *    file, which the bank treats as a repeat, never a gap.
        WRITE-POSIPAY-PARA.
           MOVE WS-PP-TYPE    TO PPD-ACTION.
           MOVE WS-DEBIT-ACCT TO PPD-DEBIT-ACCT.
           MOVE WS-CHQNO      TO PPD-CHQNO.
           MOVE WS-PP-DATE    TO PPD-DATE.
           MOVE WS-AMOUNT     TO PPD-AMOUNT.
           MOVE WS-EMPNAME    TO PPD-PAYEE.
           MOVE WS-EMP-ID     TO PPD-EMP-ID.
           WRITE POSIPAY-RECORD FROM POSIPAY-DETAIL-RECORD.

           IF WS-PP-TYPE = 'V'
              ADD 1 TO VOID-COUNT
              ADD WS-AMOUNT TO WS-VOID-TOTAL
              EXEC SQL
                  UPDATE CHEQUE_REGISTER
                      SET PP-VOID-TS = :WS-RUN-TS
                      WHERE CHEQUE-NO = :WS-CHQNO
              END-EXEC
           ELSE
              ADD 1 TO ISSUE-COUNT
              ADD WS-AMOUNT TO WS-ISSUE-TOTAL
              EXEC SQL
                  UPDATE CHEQUE_REGISTER
                      SET PP-ISSUE-TS = :WS-RUN-TS
                      WHERE CHEQUE-NO = :WS-CHQNO
              END-EXEC
           END-IF.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              ADD 1 TO MARK-ERROR-COUNT
              DISPLAY 'DB2 ERROR - POSITIVE-PAY REPORTED MARK - '
                      WS-CHQNO ' ' WS-PP-TYPE
           END-IF.

      ***************************************************
       PROGRAM-EXIT.
           DISPLAY "9999-PROGRAM-EXIT - start".

           MOVE ISSUE-COUNT    TO PPT-ISSUE-COUNT.
           MOVE WS-ISSUE-TOTAL TO PPT-ISSUE-TOTAL.
           MOVE VOID-COUNT     TO PPT-VOID-COUNT.
           MOVE WS-VOID-TOTAL  TO PPT-VOID-TOTAL.
           COMPUTE PPT-RECORD-COUNT = ISSUE-COUNT + VOID-COUNT.
           WRITE POSIPAY-RECORD FROM POSIPAY-TRAILER-RECORD.
           CLOSE POSIPAY-FILE.

           EXEC SQL
                disconnect all;
           END-EXEC

           DISPLAY 'ISSUED    COUNT '  ISSUE-COUNT.
           DISPLAY 'VOIDED    COUNT '  VOID-COUNT.
           DISPLAY 'MARK ERR  COUNT '  MARK-ERROR-COUNT.
           DISPLAY "9999-PROGRAM-EXIT - end".
