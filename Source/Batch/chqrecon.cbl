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
      *    Monthly payroll-cheque reconciliation report for finance.
      *    Lists, in four sections, every cheque still outstanding
      *    ('I'), every stale-dated one ('S'), every one cleared by
      *    the bank in the report month ('P', by clearing date -
      *    the paid stamp for one marked paid by hand in CHQMANT),
      *    and every one moved to unclaimed wages ('U') whose claim
      *    is still open on UNCLAIMED_WAGES. Each section is
      *    subtotalled; the summary block gives the count and value
      *    per section and the open liability (outstanding plus
      *    stale) the bank balance has to reconcile to. SYSIN 1-6
      *    is the report month (YYYYMM), defaulting to the current
      *    month.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    chqrecon.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO CHQRCFL.
       DATA DIVISION.
       FILE SECTION.
      *
       FD  REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REPORT-RECORD.
       01  REPORT-RECORD PIC X(133).

       WORKING-STORAGE SECTION.
          EXEC SQL BEGIN DECLARE SECTION END-EXEC
      *    Defaults below are the dev connection; CHQRECON-DBNAME,
      *    CHQRECON-DBUSER and CHQRECON-DBPASS environment variables
      *    (see GET-DB-CREDENTIALS-PARA) override them, same as
      *    emplist.cbl's EMPLIST_* variables.
       01 DATABASE-NAME PIC X(80) VALUE "ltpz_syntel:5432".
       01 USER-NAME     PIC X(80) VALUE "syntel".
       01 PASSWORD      PIC X(80) VALUE "syntel".
       01 WS-RPT-MONTH            PIC X(06).
       01 WS-SECTION              PIC X(01).
       01 WS-CHQNO                PIC 9(08).
       01 WS-EMP-ID               PIC X(05).
       01 WS-PERIOD               PIC X(06).
       01 WS-AMOUNT               PIC 9(07)V99.
       01 WS-ISSUE-DATE           PIC X(08).
       01 WS-EVENT-DATE           PIC X(08).
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
           05  WS-RECCURVAL                PIC X(1).
               88  RECC-EXIST                      VALUE 'F'.
               88  RECC-NOTFND                     VALUE 'N'.
               88  RECC-DBERR                      VALUE 'E'.

       01  HDR-LINE.
           05  FILLER          PIC X(01) VALUE '1'.
           05  FILLER          PIC X(50)
               VALUE 'ATOS SYNTEL - CHEQUE RECONCILIATION FOR MONTH  '.
           05  HDR-MONTH       PIC X(06).
           05  FILLER          PIC X(76) VALUE SPACES.

       01  SECTION-LINE.
           05  FILLER          PIC X(01) VALUE '0'.
           05  SEC-TITLE       PIC X(40).
           05  FILLER          PIC X(92) VALUE SPACES.

       01  COL-HDR-LINE.
           05  FILLER          PIC X(01) VALUE ' '.
           05  FILLER          PIC X(36) VALUE
               'CHEQUE NO  EMPID  PERIOD  ISSUED    '.
           05  FILLER          PIC X(22) VALUE
               'EVENT DATE      AMOUNT'.
           05  FILLER          PIC X(74) VALUE SPACES.

       01  DETAIL-LINE.
           05  FILLER          PIC X(01) VALUE ' '.
           05  DTL-CHQNO       PIC 9(08).
           05  FILLER          PIC X(03) VALUE SPACES.
           05  DTL-EMP-ID      PIC X(05).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DTL-PERIOD      PIC X(06).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DTL-ISSUE-DATE  PIC X(08).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DTL-EVENT-DATE  PIC X(08).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DTL-AMOUNT      PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(74) VALUE SPACES.

       01  SUBTOTAL-LINE.
           05  FILLER          PIC X(01) VALUE ' '.
           05  FILLER          PIC X(12) VALUE SPACES.
           05  SUB-TITLE       PIC X(20).
           05  SUB-COUNT       PIC ZZZZZZZZZ9.
           05  FILLER          PIC X(10) VALUE '  TOTAL:  '.
           05  SUB-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(64) VALUE SPACES.

       01  BLANK-LINE.
           05  FILLER          PIC X(01) VALUE ' '.
           05  FILLER          PIC X(132) VALUE SPACES.

      *    Section table - subscript 1 outstanding, 2 stale,
      *    3 cleared this month, 4 unclaimed.
       01  WS-SECTION-TITLES.
           05  FILLER          PIC X(20) VALUE 'OUTSTANDING         '.
           05  FILLER          PIC X(20) VALUE 'STALE-DATED         '.
           05  FILLER          PIC X(20) VALUE 'CLEARED THIS MONTH  '.
           05  FILLER          PIC X(20) VALUE 'UNCLAIMED WAGES     '.
       01  WS-SECTION-TABLE REDEFINES WS-SECTION-TITLES.
           05  WS-SEC-TITLE    PIC X(20) OCCURS 4 TIMES.

       01  WS-SECTION-TOTALS.
           05  WS-SEC-ENTRY    OCCURS 4 TIMES.
               10  WS-SEC-COUNT        PIC 9(08) VALUE ZEROES.
               10  WS-SEC-AMOUNT       PIC 9(13)V99 VALUE ZEROES.

       01  WS-SEC-IX                   PIC 9(01) VALUE ZERO.
       01  WS-PREV-SECTION             PIC X(01) VALUE SPACES.
       01  WS-LIABILITY                PIC 9(13)V99 VALUE ZEROES.

       01  WS-PARM-CARD                PIC X(80) VALUE SPACES.

       01  WS-ENV-VALUE                PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM PARM-CARD-PARA.
           PERFORM INIT-PARA.

           PERFORM PROCESS-DATA THRU PROCESS-EXIT
               UNTIL RECC-NOTFND OR RECC-DBERR.

           PERFORM PROGRAM-EXIT.
           DISPLAY "END OF CHEQUE RECONCILIATION RUN".

      ***************************************************
       PARM-CARD-PARA.
           DISPLAY "PARM-CARD-PARA - start".
      *    SYSIN 1-6 is the report month (YYYYMM), defaulting to
      *    the current month.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           MOVE WS-PARM-CARD(1:6) TO WS-RPT-MONTH.
           IF WS-RPT-MONTH = SPACES
              MOVE FUNCTION CURRENT-DATE(1:6) TO WS-RPT-MONTH
           END-IF.
           IF WS-RPT-MONTH IS NOT NUMERIC
              DISPLAY "NON-NUMERIC REPORT MONTH IN SYSIN COLUMNS "
                      "1-6 - '" WS-RPT-MONTH "'"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY "PARM ECHO - REPORT MONTH/" WS-RPT-MONTH.
           DISPLAY "PARM-CARD-PARA - end".

      ***************************************************
       INIT-PARA.
           DISPLAY "1000-INIT - start".
           PERFORM CONNECT-TO-DATABASE.
           PERFORM RECON-CURSOR-DECLARE.
           PERFORM RECON-CURSOR-OPEN.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-RPT-MONTH TO HDR-MONTH.
           WRITE REPORT-RECORD FROM HDR-LINE.
           DISPLAY "1000-INIT - END".

       INIT-EXIT.
           EXIT.

      ***************************************************
       PROCESS-DATA.
           PERFORM RECON-CURSOR-FETCH.
           IF RECC-EXIST
              PERFORM WRITE-DETAIL-PARA
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
      *    GET-DB-CREDENTIALS-PARA, under CHQRECON_* names instead.
        GET-DB-CREDENTIALS-PARA.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "CHQRECON_DBNAME".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO DATABASE-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "CHQRECON_DBUSER".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO USER-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "CHQRECON_DBPASS".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO PASSWORD
           END-IF.

      ***************************************************
      *    One pass over the register, the section number leading
      *    the sort so each section prints whole. The event date is
      *    the stale flag, clearing or unclaimed-move date.
        RECON-CURSOR-DECLARE.
           DISPLAY "RECON-CURSOR-DECLARE - START".
           EXEC SQL
              declare cur_chqrecon cursor for
              select '1', cheque-no, empid, pay-period, amount,
                     substr(issue-ts,1,8), ' '
                  from cheque_register
                  where chq-status = 'I'
              union all
              select '2', cheque-no, empid, pay-period, amount,
                     substr(issue-ts,1,8), substr(stale-ts,1,8)
                  from cheque_register
                  where chq-status = 'S'
              union all
              select '3', cheque-no, empid, pay-period, amount,
                     substr(issue-ts,1,8),
                     coalesce(clear-date, substr(paid-ts,1,8))
                  from cheque_register
                  where chq-status = 'P'
                    and substr(coalesce(clear-date,
                               substr(paid-ts,1,8)),1,6)
                        = :WS-RPT-MONTH
              union all
              select '4', c.cheque-no, c.empid, c.pay-period,
                     c.amount, substr(c.issue-ts,1,8),
                     substr(u.unclaimed-ts,1,8)
                  from cheque_register c
                  join unclaimed_wages u
                    on u.cheque-no = c.cheque-no
                  where c.chq-status = 'U'
                    and u.claim-status = 'O'
              order by 1, 2
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-RECCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-RECCURVAL
                 DISPLAY 'NOT FOUND - RECON CURSOR DECLARE'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - RECON CURSOR DECLARE'
                 MOVE 'E' TO WS-RECCURVAL
           END-EVALUATE.
           DISPLAY "RECON-CURSOR-DECLARE - END".

      ***************************************************
        RECON-CURSOR-OPEN.
           DISPLAY "RECON-CURSOR-OPEN - START".
           EXEC SQL
              open cur_chqrecon;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-RECCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-RECCURVAL
                 DISPLAY 'NOT FOUND - RECON CURSOR OPEN'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - RECON CURSOR OPEN'
                 MOVE 'E' TO WS-RECCURVAL
           END-EVALUATE.
           DISPLAY "RECON-CURSOR-OPEN - END".

      ***************************************************
        RECON-CURSOR-FETCH.
           MOVE SPACES TO WS-ISSUE-DATE WS-EVENT-DATE.
           EXEC SQL
              fetch next cur_chqrecon into
                :WS-SECTION,
                :WS-CHQNO,
                :WS-EMP-ID,
                :WS-PERIOD,
                :WS-AMOUNT,
                :WS-ISSUE-DATE,
                :WS-EVENT-DATE;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-RECCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-RECCURVAL
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - RECON CURSOR FETCH'
                 MOVE 'E' TO WS-RECCURVAL
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      ***************************************************
      *    Control break on the section - the closing subtotal of
      *    the last one, then the new section's title and columns.
        WRITE-DETAIL-PARA.
           IF WS-SECTION NOT = WS-PREV-SECTION
              IF WS-PREV-SECTION NOT = SPACES
                 PERFORM WRITE-SUBTOTAL-PARA
              END-IF
              MOVE WS-SECTION TO WS-PREV-SECTION
              MOVE WS-SECTION TO WS-SEC-IX
              MOVE WS-SEC-TITLE(WS-SEC-IX) TO SEC-TITLE
              WRITE REPORT-RECORD FROM SECTION-LINE
              WRITE REPORT-RECORD FROM COL-HDR-LINE
           END-IF.

           MOVE WS-CHQNO      TO DTL-CHQNO.
           MOVE WS-EMP-ID     TO DTL-EMP-ID.
           MOVE WS-PERIOD     TO DTL-PERIOD.
           MOVE WS-ISSUE-DATE TO DTL-ISSUE-DATE.
           MOVE WS-EVENT-DATE TO DTL-EVENT-DATE.
           MOVE WS-AMOUNT     TO DTL-AMOUNT.
           WRITE REPORT-RECORD FROM DETAIL-LINE.
           ADD 1 TO WS-SEC-COUNT(WS-SEC-IX).
           ADD WS-AMOUNT TO WS-SEC-AMOUNT(WS-SEC-IX).

      ***************************************************
        WRITE-SUBTOTAL-PARA.
           MOVE WS-SEC-TITLE(WS-SEC-IX)  TO SUB-TITLE.
           MOVE WS-SEC-COUNT(WS-SEC-IX)  TO SUB-COUNT.
           MOVE WS-SEC-AMOUNT(WS-SEC-IX) TO SUB-AMOUNT.
           WRITE REPORT-RECORD FROM BLANK-LINE.
           WRITE REPORT-RECORD FROM SUBTOTAL-LINE.

      ***************************************************
      *    Summary block - every section, printed or empty, and
      *    the open liability still with the bank.
        WRITE-SUMMARY-PARA.
           MOVE 'RECONCILIATION SUMMARY' TO SEC-TITLE.
           WRITE REPORT-RECORD FROM SECTION-LINE.
           PERFORM WRITE-SUMMARY-LINE-PARA
               VARYING WS-SEC-IX FROM 1 BY 1
               UNTIL WS-SEC-IX > 4.
           COMPUTE WS-LIABILITY = WS-SEC-AMOUNT(1)
                                + WS-SEC-AMOUNT(2).
           MOVE 'OPEN WITH BANK      ' TO SUB-TITLE.
           COMPUTE SUB-COUNT = WS-SEC-COUNT(1) + WS-SEC-COUNT(2).
           MOVE WS-LIABILITY TO SUB-AMOUNT.
           WRITE REPORT-RECORD FROM BLANK-LINE.
           WRITE REPORT-RECORD FROM SUBTOTAL-LINE.

      ***************************************************
        WRITE-SUMMARY-LINE-PARA.
           MOVE WS-SEC-TITLE(WS-SEC-IX)  TO SUB-TITLE.
           MOVE WS-SEC-COUNT(WS-SEC-IX)  TO SUB-COUNT.
           MOVE WS-SEC-AMOUNT(WS-SEC-IX) TO SUB-AMOUNT.
           WRITE REPORT-RECORD FROM SUBTOTAL-LINE.

      ***************************************************
       PROGRAM-EXIT.
           DISPLAY "9999-PROGRAM-EXIT - start".

           IF WS-PREV-SECTION NOT = SPACES
              PERFORM WRITE-SUBTOTAL-PARA
           END-IF.
           PERFORM WRITE-SUMMARY-PARA.
           CLOSE REPORT-FILE.

           EXEC SQL
                disconnect all;
           END-EXEC

           DISPLAY 'OUTSTANDING     '  WS-SEC-COUNT(1)
                   ' '                 WS-SEC-AMOUNT(1).
           DISPLAY 'STALE-DATED     '  WS-SEC-COUNT(2)
                   ' '                 WS-SEC-AMOUNT(2).
           DISPLAY 'CLEARED         '  WS-SEC-COUNT(3)
                   ' '                 WS-SEC-AMOUNT(3).
           DISPLAY 'UNCLAIMED       '  WS-SEC-COUNT(4)
                   ' '                 WS-SEC-AMOUNT(4).
           DISPLAY "9999-PROGRAM-EXIT - end".
