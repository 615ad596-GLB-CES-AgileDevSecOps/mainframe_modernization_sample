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
      *    Monthly intercompany settlement statement - one page
      *    per pair of legal entities, listing every recharge
      *    glpost raised between them for the pay period (paying
      *    company, charged company, run type, posting batch,
      *    cost center, amount and the batch's ERP acknowledgment
      *    status), the total charged each way and the net amount
      *    one entity owes the other, so both finance teams agree
      *    the same figures. Recharges from a batch the ERP
      *    rejected are left out - the corrected batch re-raises
      *    them; lines from a batch still pending acknowledgment
      *    are included and totalled separately. SYSIN 1-6 is the
      *    pay period (YYYYMM), defaulting to the current month.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    icsettle.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO ICSETFL.
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
      *    Defaults below are the dev connection; ICSETTLE-DBNAME,
      *    ICSETTLE-DBUSER and ICSETTLE-DBPASS environment variables
      *    (see GET-DB-CREDENTIALS-PARA) override them, same as
      *    emplist.cbl's EMPLIST_* variables.
       01 DATABASE-NAME PIC X(80) VALUE "ltpz_syntel:5432".
       01 USER-NAME     PIC X(80) VALUE "syntel".
       01 PASSWORD      PIC X(80) VALUE "syntel".
       01 WS-RPT-PERIOD           PIC X(06).
       01 WS-CO1                  PIC X(03).
       01 WS-CO2                  PIC X(03).
       01 WS-PAY-COMPANY          PIC X(03).
       01 WS-RECV-COMPANY         PIC X(03).
       01 WS-RUN-TYPE             PIC X(01).
       01 WS-BATCH-ID             PIC X(16).
       01 WS-CCCODE               PIC X(05).
       01 WS-AMOUNT               PIC 9(11)V99.
       01 WS-ACK-STATUS           PIC X(01).
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
           05  WS-ICSCURVAL                PIC X(1).
               88  ICSC-EXIST                      VALUE 'F'.
               88  ICSC-NOTFND                     VALUE 'N'.
               88  ICSC-DBERR                      VALUE 'E'.

       01  HDR-LINE.
           05  FILLER          PIC X(01) VALUE '1'.
           05  FILLER          PIC X(50)
               VALUE 'ATOS SYNTEL - INTERCOMPANY SETTLEMENT - PERIOD '.
           05  HDR-PERIOD      PIC X(06).
           05  FILLER          PIC X(76) VALUE SPACES.

       01  PAIR-LINE.
           05  FILLER          PIC X(01) VALUE '0'.
           05  FILLER          PIC X(13) VALUE 'COMPANY PAIR '.
           05  PR-CO1          PIC X(03).
           05  FILLER          PIC X(03) VALUE ' / '.
           05  PR-CO2          PIC X(03).
           05  FILLER          PIC X(110) VALUE SPACES.

       01  COL-HDR-LINE.
           05  FILLER          PIC X(01) VALUE ' '.
           05  FILLER          PIC X(09) VALUE 'PAID BY  '.
           05  FILLER          PIC X(11) VALUE 'CHARGED TO '.
           05  FILLER          PIC X(05) VALUE 'RUN  '.
           05  FILLER          PIC X(18) VALUE 'BATCH ID          '.
           05  FILLER          PIC X(07) VALUE 'CENTER '.
           05  FILLER          PIC X(18) VALUE '          AMOUNT  '.
           05  FILLER          PIC X(16) VALUE 'ERP STATUS      '.
           05  FILLER          PIC X(48) VALUE SPACES.

       01  DETAIL-LINE.
           05  FILLER          PIC X(01) VALUE ' '.
           05  DTL-PAY-CO      PIC X(03).
           05  FILLER          PIC X(06) VALUE SPACES.
           05  DTL-RECV-CO     PIC X(03).
           05  FILLER          PIC X(08) VALUE SPACES.
           05  DTL-RUN-TYPE    PIC X(01).
           05  FILLER          PIC X(04) VALUE SPACES.
           05  DTL-BATCH-ID    PIC X(16).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DTL-CCCODE      PIC X(05).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DTL-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DTL-STATUS      PIC X(16).
           05  FILLER          PIC X(48) VALUE SPACES.

       01  TOTAL-LINE.
           05  FILLER          PIC X(01) VALUE ' '.
           05  FILLER          PIC X(12) VALUE SPACES.
           05  TOT-TITLE       PIC X(40).
           05  TOT-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(64) VALUE SPACES.

       01  BLANK-LINE.
           05  FILLER          PIC X(01) VALUE ' '.
           05  FILLER          PIC X(132) VALUE SPACES.

      *    Pair accumulators - OUT is charged by the first company
      *    of the pair to the second (the second owes it), IN the
      *    other way round.
       01  WS-PAIR-TOTALS.
           05  WS-PAIR-OUT             PIC 9(13)V99 VALUE ZEROES.
           05  WS-PAIR-IN              PIC 9(13)V99 VALUE ZEROES.
           05  WS-PAIR-PENDING         PIC 9(13)V99 VALUE ZEROES.
           05  WS-PAIR-NET             PIC S9(13)V99 VALUE ZEROES.

       01  WS-PREV-PAIR.
           05  WS-PREV-CO1             PIC X(03) VALUE SPACES.
           05  WS-PREV-CO2             PIC X(03) VALUE SPACES.
       01  WS-FIRST-PAIR-IND           PIC X(01) VALUE 'Y'.
           88  FIRST-PAIR                      VALUE 'Y'.

       01  WS-COUNTERS.
           05  PAIR-COUNT                  PIC 9(08) VALUE ZEROES.
           05  LINE-COUNT                  PIC 9(08) VALUE ZEROES.
           05  PENDING-COUNT               PIC 9(08) VALUE ZEROES.
           05  WS-GRAND-TOTAL              PIC 9(13)V99 VALUE ZEROES.

       01  WS-PARM-CARD                PIC X(80) VALUE SPACES.

       01  WS-ENV-VALUE                PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM PARM-CARD-PARA.
           PERFORM INIT-PARA.

           PERFORM PROCESS-DATA THRU PROCESS-EXIT
               UNTIL ICSC-NOTFND OR ICSC-DBERR.

           PERFORM PROGRAM-EXIT.
           DISPLAY "END OF INTERCOMPANY SETTLEMENT RUN".

      ***************************************************
       PARM-CARD-PARA.
           DISPLAY "PARM-CARD-PARA - start".
      *    SYSIN 1-6 is the pay period (YYYYMM), defaulting to the
      *    current month.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           MOVE WS-PARM-CARD(1:6) TO WS-RPT-PERIOD.
           IF WS-RPT-PERIOD = SPACES
              MOVE FUNCTION CURRENT-DATE(1:6) TO WS-RPT-PERIOD
           END-IF.
           DISPLAY "PARM ECHO - PAY PERIOD/" WS-RPT-PERIOD.
           DISPLAY "PARM-CARD-PARA - end".

      ***************************************************
       INIT-PARA.
           DISPLAY "1000-INIT - start".
           PERFORM CONNECT-TO-DATABASE.
           PERFORM ICS-CURSOR-DECLARE.
           PERFORM ICS-CURSOR-OPEN.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-RPT-PERIOD TO HDR-PERIOD.
           WRITE REPORT-RECORD FROM HDR-LINE.
           DISPLAY "1000-INIT - END".

       INIT-EXIT.
           EXIT.

      ***************************************************
       PROCESS-DATA.
           PERFORM ICS-CURSOR-FETCH.
           IF ICSC-EXIST
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
      *    GET-DB-CREDENTIALS-PARA, under ICSETTLE_* names instead.
        GET-DB-CREDENTIALS-PARA.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "ICSETTLE_DBNAME".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO DATABASE-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "ICSETTLE_DBUSER".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO USER-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "ICSETTLE_DBPASS".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO PASSWORD
           END-IF.

      ***************************************************
      *    The pair is keyed lower company first whichever way the
      *    charge ran, so both directions between two entities
      *    print on the same page.
        ICS-CURSOR-DECLARE.
           DISPLAY "ICS-CURSOR-DECLARE - START".
           EXEC SQL
              declare cur_icsettle cursor for
              select case when i.pay-company < i.recv-company
                          then i.pay-company
                          else i.recv-company end,
                     case when i.pay-company < i.recv-company
                          then i.recv-company
                          else i.pay-company end,
                     i.pay-company, i.recv-company, i.run-type,
                     i.batch-id, i.cccode, i.amount, b.ack-status
                  from interco_recharge i
                  join gl_post_batch b
                    on b.batch-id = i.batch-id
                  where i.pay-period = :WS-RPT-PERIOD
                    and b.ack-status <> 'R'
              order by 1, 2, 3, 5, 6, 7
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-ICSCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-ICSCURVAL
                 DISPLAY 'NOT FOUND - ICS CURSOR DECLARE'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - ICS CURSOR DECLARE'
                 MOVE 'E' TO WS-ICSCURVAL
           END-EVALUATE.
           DISPLAY "ICS-CURSOR-DECLARE - END".

      ***************************************************
        ICS-CURSOR-OPEN.
           DISPLAY "ICS-CURSOR-OPEN - START".
           EXEC SQL
              open cur_icsettle;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-ICSCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-ICSCURVAL
                 DISPLAY 'NOT FOUND - ICS CURSOR OPEN'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - ICS CURSOR OPEN'
                 MOVE 'E' TO WS-ICSCURVAL
           END-EVALUATE.
           DISPLAY "ICS-CURSOR-OPEN - END".

      ***************************************************
        ICS-CURSOR-FETCH.
           EXEC SQL
              fetch next cur_icsettle into
                :WS-CO1,
                :WS-CO2,
                :WS-PAY-COMPANY,
                :WS-RECV-COMPANY,
                :WS-RUN-TYPE,
                :WS-BATCH-ID,
                :WS-CCCODE,
                :WS-AMOUNT,
                :WS-ACK-STATUS;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-ICSCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-ICSCURVAL
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - ICS CURSOR FETCH'
                 MOVE 'E' TO WS-ICSCURVAL
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      ***************************************************
      *    Control break on the company pair - the closing totals
      *    of the last pair, then the new pair's heading.
        WRITE-DETAIL-PARA.
           IF FIRST-PAIR
              OR WS-CO1 NOT = WS-PREV-CO1
              OR WS-CO2 NOT = WS-PREV-CO2
              IF NOT FIRST-PAIR
                 PERFORM WRITE-PAIR-TOTALS-PARA
              END-IF
              MOVE 'N' TO WS-FIRST-PAIR-IND
              MOVE WS-CO1 TO WS-PREV-CO1 PR-CO1
              MOVE WS-CO2 TO WS-PREV-CO2 PR-CO2
              MOVE ZEROES TO WS-PAIR-OUT WS-PAIR-IN WS-PAIR-PENDING
              ADD 1 TO PAIR-COUNT
              WRITE REPORT-RECORD FROM PAIR-LINE
              WRITE REPORT-RECORD FROM COL-HDR-LINE
           END-IF.

           MOVE WS-PAY-COMPANY  TO DTL-PAY-CO.
           MOVE WS-RECV-COMPANY TO DTL-RECV-CO.
           MOVE WS-RUN-TYPE     TO DTL-RUN-TYPE.
           MOVE WS-BATCH-ID     TO DTL-BATCH-ID.
           MOVE WS-CCCODE       TO DTL-CCCODE.
           MOVE WS-AMOUNT       TO DTL-AMOUNT.
           IF WS-ACK-STATUS = 'A'
              MOVE 'ACCEPTED        ' TO DTL-STATUS
           ELSE
              MOVE 'PENDING ACK     ' TO DTL-STATUS
              ADD WS-AMOUNT TO WS-PAIR-PENDING
              ADD 1 TO PENDING-COUNT
           END-IF.
           WRITE REPORT-RECORD FROM DETAIL-LINE.

           IF WS-PAY-COMPANY = WS-CO1
              ADD WS-AMOUNT TO WS-PAIR-OUT
           ELSE
              ADD WS-AMOUNT TO WS-PAIR-IN
           END-IF.
           ADD 1 TO LINE-COUNT.
           ADD WS-AMOUNT TO WS-GRAND-TOTAL.

      ***************************************************
      *    Each direction's total, then the net - the company that
      *    was charged more owes the other the difference.
        WRITE-PAIR-TOTALS-PARA.
           WRITE REPORT-RECORD FROM BLANK-LINE.
           MOVE SPACES TO TOT-TITLE.
           STRING 'CHARGED BY ' WS-PREV-CO1 ' TO ' WS-PREV-CO2
                  DELIMITED BY SIZE INTO TOT-TITLE
           END-STRING.
           MOVE WS-PAIR-OUT TO TOT-AMOUNT.
           WRITE REPORT-RECORD FROM TOTAL-LINE.

           MOVE SPACES TO TOT-TITLE.
           STRING 'CHARGED BY ' WS-PREV-CO2 ' TO ' WS-PREV-CO1
                  DELIMITED BY SIZE INTO TOT-TITLE
           END-STRING.
           MOVE WS-PAIR-IN TO TOT-AMOUNT.
           WRITE REPORT-RECORD FROM TOTAL-LINE.

           COMPUTE WS-PAIR-NET = WS-PAIR-OUT - WS-PAIR-IN.
           MOVE SPACES TO TOT-TITLE.
           EVALUATE TRUE
              WHEN WS-PAIR-NET > ZERO
                 STRING 'NET DUE FROM ' WS-PREV-CO2 ' TO '
                        WS-PREV-CO1
                        DELIMITED BY SIZE INTO TOT-TITLE
                 END-STRING
                 MOVE WS-PAIR-NET TO TOT-AMOUNT
              WHEN WS-PAIR-NET < ZERO
                 STRING 'NET DUE FROM ' WS-PREV-CO1 ' TO '
                        WS-PREV-CO2
                        DELIMITED BY SIZE INTO TOT-TITLE
                 END-STRING
                 COMPUTE TOT-AMOUNT = ZERO - WS-PAIR-NET
              WHEN OTHER
                 MOVE 'NET - PAIR SETTLES AT NIL' TO TOT-TITLE
                 MOVE ZERO TO TOT-AMOUNT
           END-EVALUATE.
           WRITE REPORT-RECORD FROM TOTAL-LINE.

           IF WS-PAIR-PENDING > ZERO
              MOVE 'OF WHICH PENDING ERP ACKNOWLEDGMENT' TO TOT-TITLE
              MOVE WS-PAIR-PENDING TO TOT-AMOUNT
              WRITE REPORT-RECORD FROM TOTAL-LINE
           END-IF.

      ***************************************************
       PROGRAM-EXIT.
           DISPLAY "9999-PROGRAM-EXIT - start".

           IF NOT FIRST-PAIR
              PERFORM WRITE-PAIR-TOTALS-PARA
           END-IF.
           CLOSE REPORT-FILE.

           EXEC SQL
                disconnect all;
           END-EXEC

           DISPLAY 'PAIR      COUNT '  PAIR-COUNT.
           DISPLAY 'RECHARGE  COUNT '  LINE-COUNT.
           DISPLAY 'PENDING   COUNT '  PENDING-COUNT.
           DISPLAY 'RECHARGE  TOTAL '  WS-GRAND-TOTAL.
           DISPLAY "9999-PROGRAM-EXIT - end".
