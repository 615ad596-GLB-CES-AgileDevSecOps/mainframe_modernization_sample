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
      *    Monthly professional-tax remittance summary - reads the
      *    period's PAYFL pay-stub records and totals the levy payrun
      *    withheld (CALC-PROFTAX-PARA) by state and slab, the
      *    employee count and amount per slab each state's return
      *    asks for, with a subtotal per state and a run trailer.
      *    The slab floor and state ride every stub; the slab's
      *    ceiling and monthly rate come back off PROF_TAX_SLAB
      *    (PTAXMANT), whose state/floor order also sequences the
      *    summary. A stub whose slab has since been deleted from
      *    the table is still reported, with a zero ceiling, so the
      *    money withheld is never lost from the return.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ptremit.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYSTUB-FILE ASSIGN TO PAYFL
               FILE STATUS IS WS-PAYFL-STATUS.
           SELECT REMIT-FILE ASSIGN TO REMITFL.
       DATA DIVISION.
       FILE SECTION.
      *
       FD  PAYSTUB-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYSTUB-RECORD.
       01  PAYSTUB-RECORD PIC X(400).
      *
       FD  REMIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REMIT-RECORD.
       01  REMIT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
          EXEC SQL BEGIN DECLARE SECTION END-EXEC
      *    Defaults below are the dev connection; PTREMIT-DBNAME,
      *    PTREMIT-DBUSER and PTREMIT-DBPASS environment variables
      *    (see GET-DB-CREDENTIALS-PARA) override them, same as
      *    emplist.cbl's EMPLIST_* variables.
       01 DATABASE-NAME PIC X(80) VALUE "ltpz_syntel:5432".
       01 USER-NAME     PIC X(80) VALUE "syntel".
       01 PASSWORD      PIC X(80) VALUE "syntel".
       01 WS-SLB-STATE            PIC X(03).
       01 WS-SLB-FROM             PIC 9(09).
       01 WS-SLB-TO               PIC 9(09).
       01 WS-SLB-AMOUNT           PIC 9(05)V99.
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

       01  WS-PAYFL-STATUS             PIC X(02) VALUE SPACES.
           88  PAYFL-OK                        VALUE '00'.

       01  WS-TEMP.
           05 WS-CURVAL                PIC X(01).
              88  CUR-EXIST                       VALUE 'F'.
              88  CUR-NOTFND                      VALUE 'N'.
              88  CUR-DBERR                       VALUE 'E'.

      *    Mirror of payrun.cbl's PAY-STUB-RECORD so the PAYFL fields
      *    line up byte-for-byte - any layout change there has to be
      *    made here too.
       01  PAY-STUB-RECORD.
           10  PS-PAY-PERIOD               PIC X(06).
           10  FILLER                      PIC X(01).
           10  PS-RUN-TYPE                 PIC X(01).
           10  FILLER                      PIC X(01).
           10  PS-EMP-ID                   PIC X(05).
           10  FILLER                      PIC X(01).
           10  PS-EMP-NAME                 PIC X(30).
           10  FILLER                      PIC X(01).
           10  PS-EMP-DEPT                 PIC X(05).
           10  FILLER                      PIC X(01).
           10  PS-EMP-DESG                 PIC X(05).
           10  FILLER                      PIC X(01).
           10  PS-EMP-DESGDESC             PIC X(50).
           10  FILLER                      PIC X(01).
           10  PS-EMP-BASIC                PIC 9(05)V99.
           10  FILLER                      PIC X(01).
           10  PS-EMP-HRA                  PIC 9(05)V99.
           10  FILLER                      PIC X(01).
           10  PS-EMP-CONVPAY              PIC 9(05).
           10  FILLER                      PIC X(01).
           10  PS-EMP-MEDPAY               PIC 9(05).
           10  FILLER                      PIC X(01).
           10  PS-EMP-PFDED                PIC 9(05).
           10  FILLER                      PIC X(01).
           10  PS-EMP-TAXDED               PIC 9(05)V99.
           10  FILLER                      PIC X(01).
           10  PS-EMP-DEDREC               PIC 9(05)V99.
           10  FILLER                      PIC X(01).
           10  PS-EMP-DOCKDAYS             PIC 9(03).
           10  FILLER                      PIC X(01).
           10  PS-EMP-DOCKAMT              PIC 9(05)V99.
           10  FILLER                      PIC X(01).
           10  PS-EMP-PRORATE              PIC 9V9(04).
           10  FILLER                      PIC X(01).
           10  PS-EMP-NETPAY               PIC 9(07)V99.
           10  FILLER                      PIC X(01).
           10  PS-EMP-CURRENCY             PIC X(03).
           10  FILLER                      PIC X(01).
           10  PS-EMP-HOMEPAY              PIC 9(09)V99.
           10  FILLER                      PIC X(01).
           10  PS-EMP-BONUS                PIC 9(07)V99.
           10  FILLER                      PIC X(01).
           10  PS-EMP-ARREARS              PIC 9(07)V99.
           10  FILLER                      PIC X(01).
           10  PS-EMP-OTPAY                PIC 9(07)V99.
           10  FILLER                      PIC X(01).
           10  PS-EMP-SPLITDEPT            PIC X(05).
           10  FILLER                      PIC X(01).
           10  PS-EMP-SPLITPCT             PIC 9V9(04).
           10  FILLER                      PIC X(01).
           10  PS-EMP-COMPANY              PIC X(03).
           10  FILLER                      PIC X(01).
           10  PS-EMP-ACTALLOW             PIC 9(07)V99.
           10  FILLER                      PIC X(01).
           10  PS-EMP-EXPREIMB             PIC 9(07)V99.
           10  FILLER                      PIC X(01).
           10  PS-EMP-SHIFTALW             PIC 9(07)V99.
           10  FILLER                      PIC X(01).
           10  PS-EMP-ESIEE                PIC 9(07)V99.
           10  FILLER                      PIC X(01).
           10  PS-EMP-ESIER                PIC 9(07)V99.
           10  FILLER                      PIC X(01).
           10  PS-EMP-PTSTATE              PIC X(03).
           10  FILLER                      PIC X(01).
           10  PS-EMP-PTSLAB               PIC 9(09).
           10  FILLER                      PIC X(01).
           10  PS-EMP-PROFTAX              PIC 9(05)V99.

      *    One accumulation slot per state and slab floor seen on
      *    the stubs - filled while PAYFL is read, then written out
      *    in PROF_TAX_SLAB order. SLB-DONE marks a slot already
      *    reported, so a slot the table no longer knows is picked
      *    up by the sweep at the end.
       01  WS-SLAB-MAX                 PIC 9(04) COMP VALUE 500.
       01  WS-SLAB-COUNT               PIC 9(04) COMP VALUE ZERO.
       01  WS-SLAB-TABLE OCCURS 500 TIMES.
           05  SLB-STATE               PIC X(03).
           05  SLB-FROM                PIC 9(09).
           05  SLB-EMP-COUNT           PIC 9(07).
           05  SLB-AMOUNT              PIC 9(11)V99.
           05  SLB-DONE                PIC X(01).

       01  WS-IDX                      PIC 9(04) COMP.
       01  WS-FOUND-IDX                PIC 9(04) COMP.
       01  WS-PREV-STATE               PIC X(03) VALUE SPACES.
       01  WS-STATE-EMP-COUNT          PIC 9(07) VALUE ZEROES.
       01  WS-STATE-AMOUNT             PIC 9(11)V99 VALUE ZEROES.

       01  REMIT-DETAIL-RECORD.
           10  RMT-REC-TYPE                PIC X(01) VALUE 'D'.
           10  RMT-PAY-PERIOD              PIC X(06).
           10  RMT-STATE                   PIC X(03).
           10  RMT-SLAB-FROM               PIC 9(09).
           10  RMT-SLAB-TO                 PIC 9(09).
           10  RMT-SLAB-RATE               PIC 9(05)V99.
           10  RMT-EMP-COUNT               PIC 9(07).
           10  RMT-AMOUNT                  PIC 9(11)V99.
           10  FILLER                      PIC X(45) VALUE SPACES.

       01  REMIT-STATE-RECORD.
           10  RMT-S-REC-TYPE              PIC X(01) VALUE 'S'.
           10  RMT-S-PAY-PERIOD            PIC X(06).
           10  RMT-S-STATE                 PIC X(03).
           10  RMT-S-EMP-COUNT             PIC 9(07).
           10  RMT-S-AMOUNT                PIC 9(11)V99.
           10  FILLER                      PIC X(70) VALUE SPACES.

       01  REMIT-TRAILER-RECORD.
           10  RMT-T-REC-TYPE              PIC X(01) VALUE 'T'.
           10  RMT-T-PAY-PERIOD            PIC X(06).
           10  RMT-T-STATE-COUNT           PIC 9(05).
           10  RMT-T-EMP-COUNT             PIC 9(10).
           10  RMT-T-AMOUNT                PIC 9(13)V99.
           10  FILLER                      PIC X(63) VALUE SPACES.

       01  WS-COUNTERS.
           05  STUB-COUNT                  PIC 9(10) VALUE ZEROES.
           05  LEVIED-COUNT                PIC 9(10) VALUE ZEROES.
           05  STATE-COUNT                 PIC 9(05) VALUE ZEROES.
           05  DETAIL-COUNT                PIC 9(10) VALUE ZEROES.
           05  ORPHAN-COUNT                PIC 9(10) VALUE ZEROES.
           05  OVERFLOW-COUNT              PIC 9(10) VALUE ZEROES.
           05  WS-PT-TOTAL                 PIC 9(13)V99 VALUE ZEROES.

       01  WS-LAST-PAY-PERIOD          PIC X(06) VALUE SPACES.

       01  WS-ENV-VALUE                PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM INIT-PARA.

           PERFORM PROCESS-DATA THRU PROCESS-EXIT
               UNTIL END-OF-FILE.

           PERFORM SLAB-CURSOR-OPEN.
           PERFORM SLAB-DATA THRU SLAB-EXIT
               UNTIL CUR-NOTFND OR CUR-DBERR.
           EXEC SQL
              close cur_ptslab;
           END-EXEC.

           PERFORM WRITE-ORPHAN-PARA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-SLAB-COUNT.
           PERFORM WRITE-STATE-TOTAL-PARA.

           PERFORM WRITE-TRAILER-PARA.
           PERFORM PROGRAM-EXIT.
           DISPLAY "END OF PROF TAX REMITTANCE RUN".

      ***************************************************
       INIT-PARA.
           DISPLAY "1000-INIT - start".
           PERFORM CONNECT-TO-DATABASE.
           MOVE 'N' TO END-OF-INPUT-IND.
           OPEN INPUT PAYSTUB-FILE.
           IF NOT PAYFL-OK
              DISPLAY "PAYFL OPEN FAILED - STATUS " WS-PAYFL-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT REMIT-FILE.
           DISPLAY "1000-INIT - END".

       INIT-EXIT.
           EXIT.

      ***************************************************
       PROCESS-DATA.
           READ PAYSTUB-FILE
               AT END
                  MOVE 'Y' TO END-OF-INPUT-IND
               NOT AT END
                  IF PAYSTUB-RECORD(1:7) NOT = 'TRAILER'
                     ADD 1 TO STUB-COUNT
                     MOVE PAYSTUB-RECORD TO PAY-STUB-RECORD
                     MOVE PS-PAY-PERIOD TO WS-LAST-PAY-PERIOD
      *              No state, a weekly run or a bonus run - nothing
      *              was levied and the employee is not reported.
                     IF PS-EMP-PROFTAX > ZEROES
                        PERFORM ACCUMULATE-PARA
                     END-IF
                  END-IF
           END-READ.

       PROCESS-EXIT.  EXIT.

      ***************************************************
        ACCUMULATE-PARA.
           ADD 1 TO LEVIED-COUNT.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM FIND-SLAB-PARA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-SLAB-COUNT.
           IF WS-FOUND-IDX = 0
              IF WS-SLAB-COUNT < WS-SLAB-MAX
                 ADD 1 TO WS-SLAB-COUNT
                 MOVE WS-SLAB-COUNT  TO WS-FOUND-IDX
                 MOVE PS-EMP-PTSTATE TO SLB-STATE(WS-FOUND-IDX)
                 MOVE PS-EMP-PTSLAB  TO SLB-FROM(WS-FOUND-IDX)
                 MOVE ZEROES         TO SLB-EMP-COUNT(WS-FOUND-IDX)
                 MOVE ZEROES         TO SLB-AMOUNT(WS-FOUND-IDX)
                 MOVE 'N'            TO SLB-DONE(WS-FOUND-IDX)
              ELSE
                 ADD 1 TO OVERFLOW-COUNT
                 DISPLAY "SLAB TABLE FULL - DROPPED "
                         PS-EMP-PTSTATE "/" PS-EMP-PTSLAB
              END-IF
           END-IF.
           IF WS-FOUND-IDX > 0
              ADD 1 TO SLB-EMP-COUNT(WS-FOUND-IDX)
              ADD PS-EMP-PROFTAX TO SLB-AMOUNT(WS-FOUND-IDX)
           END-IF.

      ***************************************************
        FIND-SLAB-PARA.
           IF SLB-STATE(WS-IDX) = PS-EMP-PTSTATE
              AND SLB-FROM(WS-IDX) = PS-EMP-PTSLAB
              MOVE WS-IDX TO WS-FOUND-IDX
           END-IF.

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
      *    GET-DB-CREDENTIALS-PARA, under PTREMIT_* names instead.
        GET-DB-CREDENTIALS-PARA.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "PTREMIT_DBNAME".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO DATABASE-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "PTREMIT_DBUSER".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO USER-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "PTREMIT_DBPASS".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO PASSWORD
           END-IF.

      ***************************************************
        CHECK-CURSOR-PARA.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-CURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-CURVAL
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - CURSOR SQLCODE ' WS-SQLCODE
                 MOVE 'E' TO WS-CURVAL
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      ***************************************************
        SLAB-CURSOR-OPEN.
           DISPLAY "SLAB-CURSOR-OPEN - START".
           EXEC SQL
              declare cur_ptslab cursor for
              select pt-state, slab-from, slab-to, pt-amount
                  from prof_tax_slab
                  order by pt-state, slab-from
           END-EXEC.
           EXEC SQL
              open cur_ptslab;
           END-EXEC.
           PERFORM CHECK-CURSOR-PARA.
           DISPLAY "SLAB-CURSOR-OPEN - END".

      ***************************************************
      *    Every table slab that collected a levy this period gets
      *    its detail line; the state subtotal is written when the
      *    state changes.
       SLAB-DATA.
           MOVE SPACES TO WS-SLB-STATE.
           MOVE ZEROES TO WS-SLB-FROM WS-SLB-TO WS-SLB-AMOUNT.
           EXEC SQL
              fetch next cur_ptslab into
                :WS-SLB-STATE, :WS-SLB-FROM, :WS-SLB-TO,
                :WS-SLB-AMOUNT;
           END-EXEC.
           PERFORM CHECK-CURSOR-PARA.
           IF NOT CUR-EXIST
              GO TO SLAB-EXIT
           END-IF.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM FIND-TABLE-SLAB-PARA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-SLAB-COUNT.
           IF WS-FOUND-IDX = 0
              GO TO SLAB-EXIT
           END-IF.
           PERFORM WRITE-DETAIL-PARA.

       SLAB-EXIT.  EXIT.

      ***************************************************
        FIND-TABLE-SLAB-PARA.
           IF SLB-STATE(WS-IDX) = WS-SLB-STATE
              AND SLB-FROM(WS-IDX) = WS-SLB-FROM
              MOVE WS-IDX TO WS-FOUND-IDX
           END-IF.

      ***************************************************
      *    A slab levied on the stubs that PROF_TAX_SLAB no longer
      *    carries - reported at the end with a zero ceiling and
      *    rate, so the state total still foots to what was
      *    withheld.
        WRITE-ORPHAN-PARA.
           IF SLB-DONE(WS-IDX) = 'N'
              MOVE WS-IDX TO WS-FOUND-IDX
              MOVE SLB-STATE(WS-IDX) TO WS-SLB-STATE
              MOVE SLB-FROM(WS-IDX)  TO WS-SLB-FROM
              MOVE ZEROES TO WS-SLB-TO WS-SLB-AMOUNT
              ADD 1 TO ORPHAN-COUNT
              DISPLAY "SLAB NOT ON PROF_TAX_SLAB - "
                      WS-SLB-STATE "/" WS-SLB-FROM
              PERFORM WRITE-DETAIL-PARA
           END-IF.

      ***************************************************
        WRITE-DETAIL-PARA.
           IF WS-SLB-STATE NOT = WS-PREV-STATE
              PERFORM WRITE-STATE-TOTAL-PARA
              MOVE WS-SLB-STATE TO WS-PREV-STATE
           END-IF.
           MOVE WS-LAST-PAY-PERIOD TO RMT-PAY-PERIOD.
           MOVE WS-SLB-STATE       TO RMT-STATE.
           MOVE WS-SLB-FROM        TO RMT-SLAB-FROM.
           MOVE WS-SLB-TO          TO RMT-SLAB-TO.
           MOVE WS-SLB-AMOUNT      TO RMT-SLAB-RATE.
           MOVE SLB-EMP-COUNT(WS-FOUND-IDX) TO RMT-EMP-COUNT.
           MOVE SLB-AMOUNT(WS-FOUND-IDX)    TO RMT-AMOUNT.
           WRITE REMIT-RECORD FROM REMIT-DETAIL-RECORD.
           ADD 1 TO DETAIL-COUNT.
           ADD SLB-EMP-COUNT(WS-FOUND-IDX) TO WS-STATE-EMP-COUNT.
           ADD SLB-AMOUNT(WS-FOUND-IDX)    TO WS-STATE-AMOUNT.
           MOVE 'Y' TO SLB-DONE(WS-FOUND-IDX).

      ***************************************************
      *    State control break - one subtotal per state return.
        WRITE-STATE-TOTAL-PARA.
           IF WS-PREV-STATE NOT = SPACES
              MOVE WS-LAST-PAY-PERIOD TO RMT-S-PAY-PERIOD
              MOVE WS-PREV-STATE      TO RMT-S-STATE
              MOVE WS-STATE-EMP-COUNT TO RMT-S-EMP-COUNT
              MOVE WS-STATE-AMOUNT    TO RMT-S-AMOUNT
              WRITE REMIT-RECORD FROM REMIT-STATE-RECORD
              ADD 1 TO STATE-COUNT
              ADD WS-STATE-AMOUNT TO WS-PT-TOTAL
           END-IF.
           MOVE ZEROES TO WS-STATE-EMP-COUNT WS-STATE-AMOUNT.
           MOVE SPACES TO WS-PREV-STATE.

      ***************************************************
        WRITE-TRAILER-PARA.
           MOVE WS-LAST-PAY-PERIOD TO RMT-T-PAY-PERIOD.
           MOVE STATE-COUNT        TO RMT-T-STATE-COUNT.
           MOVE LEVIED-COUNT       TO RMT-T-EMP-COUNT.
           MOVE WS-PT-TOTAL        TO RMT-T-AMOUNT.
           WRITE REMIT-RECORD FROM REMIT-TRAILER-RECORD.

      ***************************************************
       PROGRAM-EXIT.
           DISPLAY "9999-PROGRAM-EXIT - start".

           CLOSE PAYSTUB-FILE.
           CLOSE REMIT-FILE.

           EXEC SQL
                disconnect all;
           END-EXEC

           DISPLAY 'STUB      COUNT '  STUB-COUNT.
           DISPLAY 'LEVIED    COUNT '  LEVIED-COUNT.
           DISPLAY 'STATE     COUNT '  STATE-COUNT.
           DISPLAY 'DETAIL    COUNT '  DETAIL-COUNT.
           DISPLAY 'ORPHAN    COUNT '  ORPHAN-COUNT.
           DISPLAY 'OVERFLOW  COUNT '  OVERFLOW-COUNT.
           DISPLAY 'PROF TAX  TOTAL '  WS-PT-TOTAL.
           DISPLAY "9999-PROGRAM-EXIT - end".
