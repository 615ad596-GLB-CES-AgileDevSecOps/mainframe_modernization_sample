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
      *    Third-party vendor remittance batch job - run after
      *    payrun, once per vendor (canteen, cooperative society,
      *    union), it sets what the vendor asked vndload to deduct
      *    for the pay period (VENDOR_DEDUCTION) against what payrun
      *    actually recovered under the vendor's deduction type
      *    (the DEDUCTION_RECOVERY ledger, every run type of the
      *    period). The remittance file carries one line per
      *    employee with both figures and the amount paid over;
      *    the printed statement sent with the payment lists the
      *    same lines under the hrletter header with the totals,
      *    so the cheque no longer comes out of a spreadsheet.
      *    Anything not recovered is shown as a shortfall with its
      *    cause: NOT PAID (no pay register row for the period),
      *    GARNISH FLOOR (a court order's protected net held the
      *    stub) or NET PAY (the stub ran out first). Shortfalls
      *    lapse with the period, so the vendor bills them again.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    vndremit.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTPUT-FILE ASSIGN TO RMTFL.
           SELECT PRINT-FILE ASSIGN TO PRNTFL.
       DATA DIVISION.
       FILE SECTION.
      *
       FD  OUTPUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OUTPUT-RECORD.
       01  OUTPUT-RECORD PIC X(120).
      *
       FD  PRINT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRINT-RECORD.
       01  PRINT-RECORD PIC X(133).

       WORKING-STORAGE SECTION.
          EXEC SQL BEGIN DECLARE SECTION END-EXEC
      *    Defaults below are the dev connection; VNDREMIT-DBNAME,
      *    VNDREMIT-DBUSER and VNDREMIT-DBPASS environment variables
      *    (see GET-DB-CREDENTIALS-PARA) override them, same as
      *    emplist.cbl's EMPLIST_* variables.
       01 DATABASE-NAME PIC X(80) VALUE "ltpz_syntel:5432".
       01 USER-NAME     PIC X(80) VALUE "syntel".
       01 PASSWORD      PIC X(80) VALUE "syntel".
       01 WS-VENDOR               PIC X(04) VALUE SPACES.
       01 WS-PAY-PERIOD           PIC X(06) VALUE SPACES.
       01 WS-EMP-ID               PIC X(05).
       01 WS-EMP-NAME             PIC X(30).
       01 WS-VND-REF              PIC X(15).
       01 WS-REQ-AMT              PIC 9(05)V99.
       01 WS-REC-AMT              PIC 9(07)V99.
       01 WS-REG-COUNT            PIC S9(09) COMP.
       01 WS-GRN-COUNT            PIC S9(09) COMP.
      *    Run-control registry fields - every run registers its
      *    start, end, return code and row count on RUN_CONTROL, and
      *    a job with a prerequisite refuses to start until its
      *    predecessor completed for the cycle (CHECK-PREREQ-PARA).
       01 WS-RUNC-PROGRAM         PIC X(08) VALUE 'vndremit'.
       01 WS-RUNC-PREREQ          PIC X(08) VALUE 'payrun  '.
       01 WS-RUNC-CYCLE           PIC X(08).
       01 WS-RUNC-START-TS        PIC X(21).
       01 WS-RUNC-END-TS          PIC X(21).
       01 WS-RUNC-RC              PIC S9(04).
       01 WS-RUNC-ROWS            PIC 9(10).
       01 WS-PREREQ-COUNT         PIC S9(09) COMP.
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
           05  WS-VNDCURVAL                PIC X(1).
               88  VNDC-EXIST                      VALUE 'F'.
               88  VNDC-NOTFND                     VALUE 'N'.
               88  VNDC-DBERR                      VALUE 'E'.
           05  WS-PERIOD-MM                PIC 9(02).
           05  WS-VND-SUB                  PIC 9(01) COMP.
           05  WS-VND-FOUND                PIC X(01).
               88  VENDOR-KNOWN                   VALUE 'Y'.
           05  WS-SHORT-AMT                PIC 9(07)V99.
           05  WS-REASON                   PIC X(13).
           05  WS-TODAY                    PIC X(10).

      *    Same vendor table as vndload.cbl's VENDOR-POLICY.
       01  VENDOR-POLICY.
           05  FILLER                  PIC X(41)
               VALUE 'CANTSTAFF CANTEEN                 0500000'.
           05  FILLER                  PIC X(41)
               VALUE 'COOPEMPLOYEES CO-OPERATIVE SOCIETY2500000'.
           05  FILLER                  PIC X(41)
               VALUE 'UNIOEMPLOYEES UNION               0050000'.
       01  FILLER REDEFINES VENDOR-POLICY.
           05  VENDOR-ENTRY OCCURS 3 TIMES.
               10  VENDOR-CODE             PIC X(04).
               10  VENDOR-NAME             PIC X(30).
               10  VENDOR-MAX-AMT          PIC 9(05)V99.

       01  DETAIL-RECORD.
           10  RMT-VENDOR                  PIC X(04).
           10  FILLER                      PIC X(01) VALUE ','.
           10  RMT-PERIOD                  PIC X(06).
           10  FILLER                      PIC X(01) VALUE ','.
           10  RMT-EMP-ID                  PIC X(05).
           10  FILLER                      PIC X(01) VALUE ','.
           10  RMT-VND-REF                 PIC X(15).
           10  FILLER                      PIC X(01) VALUE ','.
           10  RMT-REQUESTED               PIC 9(05)V99.
           10  FILLER                      PIC X(01) VALUE ','.
           10  RMT-RECOVERED               PIC 9(07)V99.
           10  FILLER                      PIC X(01) VALUE ','.
           10  RMT-SHORTFALL               PIC 9(07)V99.
           10  FILLER                      PIC X(01) VALUE ','.
           10  RMT-REASON                  PIC X(13).

       01  TRAILER-RECORD.
           10  TR-ID                       PIC X(07) VALUE 'TRAILER'.
           10  FILLER                      PIC X(01) VALUE ','.
           10  TR-LINE-COUNT               PIC 9(10).
           10  FILLER                      PIC X(01) VALUE ','.
           10  TR-REQUESTED                PIC 9(11)V99.
           10  FILLER                      PIC X(01) VALUE ','.
           10  TR-RECOVERED                PIC 9(11)V99.
           10  FILLER                      PIC X(01) VALUE ','.
           10  TR-SHORTFALL                PIC 9(11)V99.

      *    Statement print lines - first byte is ANSI carriage
      *    control. The header wording matches hrletter.cbl's
      *    HDR-LINE-1.
       01  HDR-LINE-1.
           05  FILLER          PIC X(01) VALUE '1'.
           05  FILLER          PIC X(25) VALUE SPACES.
           05  FILLER          PIC X(34)
                   VALUE 'ATOS SYNTEL - HUMAN RESOURCES'.
           05  FILLER          PIC X(73) VALUE SPACES.

       01  TEXT-LINE.
           05  FILLER          PIC X(01) VALUE ' '.
           05  TEXT-OUT        PIC X(100).
           05  FILLER          PIC X(32) VALUE SPACES.

       01  BLANK-LINE.
           05  FILLER          PIC X(01) VALUE ' '.
           05  FILLER          PIC X(132) VALUE SPACES.

       01  COLUMN-LINE.
           05  FILLER          PIC X(01) VALUE ' '.
           05  FILLER          PIC X(07) VALUE 'EMPID'.
           05  FILLER          PIC X(32) VALUE 'NAME'.
           05  FILLER          PIC X(17) VALUE 'YOUR REFERENCE'.
           05  FILLER          PIC X(14) VALUE '   REQUESTED  '.
           05  FILLER          PIC X(14) VALUE '   RECOVERED  '.
           05  FILLER          PIC X(14) VALUE '   SHORTFALL  '.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  FILLER          PIC X(32) VALUE 'REASON'.

       01  STMT-LINE.
           05  FILLER          PIC X(01) VALUE ' '.
           05  STM-EMP-ID      PIC X(05).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  STM-EMP-NAME    PIC X(30).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  STM-VND-REF     PIC X(15).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  STM-REQUESTED   PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  STM-RECOVERED   PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  STM-SHORTFALL   PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  STM-REASON      PIC X(13).
           05  FILLER          PIC X(21) VALUE SPACES.

       01  TOTAL-LINE.
           05  FILLER          PIC X(01) VALUE ' '.
           05  FILLER          PIC X(54) VALUE 'TOTAL'.
           05  TOT-REQUESTED   PIC ZZZ,ZZZ,ZZ9.99.
           05  TOT-RECOVERED   PIC ZZZ,ZZZ,ZZ9.99.
           05  TOT-SHORTFALL   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(36) VALUE SPACES.

       01  WS-COUNTERS.
           05  LINE-COUNT                  PIC 9(10) VALUE ZEROES.
           05  SHORT-COUNT                 PIC 9(10) VALUE ZEROES.
           05  WS-REQ-TOTAL                PIC 9(11)V99 VALUE ZEROES.
           05  WS-REC-TOTAL                PIC 9(11)V99 VALUE ZEROES.
           05  WS-SHORT-TOTAL              PIC 9(11)V99 VALUE ZEROES.

       01  WS-PARM-CARD                PIC X(80) VALUE SPACES.

       01  WS-ENV-VALUE                PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM PARM-CARD-PARA.
           PERFORM INIT-PARA.

           PERFORM PROCESS-DATA THRU PROCESS-EXIT
               UNTIL VNDC-NOTFND OR VNDC-DBERR.

           PERFORM PROGRAM-EXIT.
           DISPLAY "END OF VENDOR REMITTANCE RUN".

      ***************************************************
       PARM-CARD-PARA.
           DISPLAY "PARM-CARD-PARA - start".
      *    SYSIN 1-4 is the vendor, 6-11 the pay period (YYYYMM)
      *    payrun has just paid.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           MOVE WS-PARM-CARD(1:4) TO WS-VENDOR.
           MOVE WS-PARM-CARD(6:6) TO WS-PAY-PERIOD.
           MOVE 'N' TO WS-VND-FOUND.
           PERFORM FIND-VENDOR-PARA
               VARYING WS-VND-SUB FROM 1 BY 1
               UNTIL WS-VND-SUB > 3 OR VENDOR-KNOWN.
           IF NOT VENDOR-KNOWN
              DISPLAY "UNKNOWN VENDOR CODE IN SYSIN COLUMNS 1-4 - '"
                      WS-VENDOR "'"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           SUBTRACT 1 FROM WS-VND-SUB.
           IF WS-PAY-PERIOD IS NOT NUMERIC
              DISPLAY "MISSING/NON-NUMERIC PAY PERIOD IN "
                      "SYSIN COLUMNS 6-11 - '" WS-PAY-PERIOD "'"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-PAY-PERIOD(5:2) TO WS-PERIOD-MM.
           IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
              DISPLAY "PAY PERIOD MONTH OUT OF RANGE - '"
                      WS-PAY-PERIOD "'"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY "PARM ECHO - VENDOR/" WS-VENDOR
                   " PAY-PERIOD/" WS-PAY-PERIOD.
           DISPLAY "PARM-CARD-PARA - end".

      ***************************************************
       FIND-VENDOR-PARA.
           IF VENDOR-CODE(WS-VND-SUB) = WS-VENDOR
              MOVE 'Y' TO WS-VND-FOUND
           END-IF.

      ***************************************************
       INIT-PARA.
           DISPLAY "1000-INIT - start".
           PERFORM CONNECT-TO-DATABASE.
           PERFORM CHECK-PREREQ-PARA.
           PERFORM REGISTER-RUN-START-PARA.
           MOVE SPACES TO WS-TODAY.
           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
               INTO WS-TODAY
           END-STRING.
           PERFORM VND-CURSOR-DECLARE.
           PERFORM VND-CURSOR-OPEN.
           OPEN OUTPUT OUTPUT-FILE.
           OPEN OUTPUT PRINT-FILE.
           PERFORM PRINT-HEADING-PARA.
           DISPLAY "1000-INIT - END".

       INIT-EXIT.
           EXIT.

      ***************************************************
       PROCESS-DATA.
           PERFORM VND-CURSOR-FETCH.
           IF NOT VNDC-NOTFND AND NOT VNDC-DBERR
              PERFORM REMIT-ONE-PARA
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
      *    GET-DB-CREDENTIALS-PARA, under VNDREMIT_* names instead.
        GET-DB-CREDENTIALS-PARA.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "VNDREMIT_DBNAME".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO DATABASE-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "VNDREMIT_DBUSER".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO USER-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "VNDREMIT_DBPASS".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO PASSWORD
           END-IF.

      ***************************************************
      *    Every line the vendor sent for the period with the
      *    ledger's recovery against it already summed, and the
      *    two facts the shortfall cause turns on: whether the
      *    employee was paid at all, and whether a garnishment
      *    order was in force on the stub.
        VND-CURSOR-DECLARE.
           DISPLAY "VND-CURSOR-DECLARE - START".
           EXEC SQL
              declare cur_vndremit cursor for
              select v.empid, value(e.empname, ' '), v.vendor-ref,
                     v.amount,
                     value((select sum(r.amount)
                               from deduction_recovery r
                               where r.empid = v.empid
                                 and r.dedtype = v.vendor-code
                                 and r.pay-period = v.pay-period),
                           0),
                     (select count(*)
                         from payroll_register p
                         where p.empid = v.empid
                           and p.pay-period = v.pay-period),
                     (select count(*)
                         from garnishment g
                         where g.empid = v.empid
                           and g.garn-status = 'A'
                           and g.protected-net > 0)
                  from vendor_deduction v
                  left join employee e on e.empid = v.empid
                  where v.vendor-code = :WS-VENDOR
                    and v.pay-period = :WS-PAY-PERIOD
                  order by v.empid
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-VNDCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-VNDCURVAL
                 DISPLAY 'NOT FOUND - VENDOR CURSOR DECLARE'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - VENDOR CURSOR DECLARE'
                 MOVE 'E' TO WS-VNDCURVAL
           END-EVALUATE.
           DISPLAY "VND-CURSOR-DECLARE - END".

      ***************************************************
        VND-CURSOR-OPEN.
           DISPLAY "VND-CURSOR-OPEN - START".
           EXEC SQL
              open cur_vndremit;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-VNDCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-VNDCURVAL
                 DISPLAY 'NOT FOUND - VENDOR CURSOR OPEN'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - VENDOR CURSOR OPEN'
                 MOVE 'E' TO WS-VNDCURVAL
           END-EVALUATE.
           DISPLAY "VND-CURSOR-OPEN - END".

      ***************************************************
        VND-CURSOR-FETCH.
           MOVE SPACES TO WS-EMP-NAME WS-VND-REF.
           EXEC SQL
              fetch next cur_vndremit into
                :WS-EMP-ID,
                :WS-EMP-NAME,
                :WS-VND-REF,
                :WS-REQ-AMT,
                :WS-REC-AMT,
                :WS-REG-COUNT,
                :WS-GRN-COUNT;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-VNDCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-VNDCURVAL
                 DISPLAY 'NOT FOUND - VENDOR CURSOR FETCH'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - VENDOR CURSOR FETCH'
                 MOVE 'E' TO WS-VNDCURVAL
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      ***************************************************
      *    A recovery larger than the request (a correction run
      *    taking a line twice) is remitted as recovered with no
      *    shortfall; the cause of a shortfall is the first of
      *    no pay, a garnishment floor, or simply not enough net.
        REMIT-ONE-PARA.
           IF WS-REC-AMT < WS-REQ-AMT
              COMPUTE WS-SHORT-AMT = WS-REQ-AMT - WS-REC-AMT
              ADD 1 TO SHORT-COUNT
              EVALUATE TRUE
                 WHEN WS-REG-COUNT = 0
                    MOVE 'NOT PAID' TO WS-REASON
                 WHEN WS-GRN-COUNT > 0
                    MOVE 'GARNISH FLOOR' TO WS-REASON
                 WHEN OTHER
                    MOVE 'NET PAY' TO WS-REASON
              END-EVALUATE
           ELSE
              MOVE ZERO TO WS-SHORT-AMT
              MOVE SPACES TO WS-REASON
           END-IF.
           ADD 1 TO LINE-COUNT.
           ADD WS-REQ-AMT   TO WS-REQ-TOTAL.
           ADD WS-REC-AMT   TO WS-REC-TOTAL.
           ADD WS-SHORT-AMT TO WS-SHORT-TOTAL.

           MOVE WS-VENDOR     TO RMT-VENDOR.
           MOVE WS-PAY-PERIOD TO RMT-PERIOD.
           MOVE WS-EMP-ID     TO RMT-EMP-ID.
           MOVE WS-VND-REF    TO RMT-VND-REF.
           MOVE WS-REQ-AMT    TO RMT-REQUESTED.
           MOVE WS-REC-AMT    TO RMT-RECOVERED.
           MOVE WS-SHORT-AMT  TO RMT-SHORTFALL.
           MOVE WS-REASON     TO RMT-REASON.
           WRITE OUTPUT-RECORD FROM DETAIL-RECORD.

           MOVE WS-EMP-ID     TO STM-EMP-ID.
           MOVE WS-EMP-NAME   TO STM-EMP-NAME.
           MOVE WS-VND-REF    TO STM-VND-REF.
           MOVE WS-REQ-AMT    TO STM-REQUESTED.
           MOVE WS-REC-AMT    TO STM-RECOVERED.
           MOVE WS-SHORT-AMT  TO STM-SHORTFALL.
           MOVE WS-REASON     TO STM-REASON.
           WRITE PRINT-RECORD FROM STMT-LINE.

      ***************************************************
        PRINT-HEADING-PARA.
           WRITE PRINT-RECORD FROM HDR-LINE-1.
           WRITE PRINT-RECORD FROM BLANK-LINE.
           MOVE SPACES TO TEXT-OUT.
           STRING 'DEDUCTION REMITTANCE STATEMENT - '
                  VENDOR-NAME(WS-VND-SUB)
               DELIMITED BY SIZE INTO TEXT-OUT
           END-STRING.
           WRITE PRINT-RECORD FROM TEXT-LINE.
           MOVE SPACES TO TEXT-OUT.
           STRING 'PAY PERIOD ' WS-PAY-PERIOD(1:4) '-'
                  WS-PAY-PERIOD(5:2) '    DATE: ' WS-TODAY
               DELIMITED BY SIZE INTO TEXT-OUT
           END-STRING.
           WRITE PRINT-RECORD FROM TEXT-LINE.
           WRITE PRINT-RECORD FROM BLANK-LINE.
           WRITE PRINT-RECORD FROM COLUMN-LINE.
           WRITE PRINT-RECORD FROM BLANK-LINE.

      ***************************************************
        PRINT-TOTALS-PARA.
           WRITE PRINT-RECORD FROM BLANK-LINE.
           MOVE WS-REQ-TOTAL   TO TOT-REQUESTED.
           MOVE WS-REC-TOTAL   TO TOT-RECOVERED.
           MOVE WS-SHORT-TOTAL TO TOT-SHORTFALL.
           WRITE PRINT-RECORD FROM TOTAL-LINE.
           WRITE PRINT-RECORD FROM BLANK-LINE.
           MOVE SPACES TO TEXT-OUT.
           STRING 'AMOUNT REMITTED: ' TOT-RECOVERED
               DELIMITED BY SIZE INTO TEXT-OUT
           END-STRING.
           WRITE PRINT-RECORD FROM TEXT-LINE.
           IF SHORT-COUNT > 0
              WRITE PRINT-RECORD FROM BLANK-LINE
              MOVE 'SHORTFALLS ARE NOT CARRIED FORWARD - PLEASE'
                   TO TEXT-OUT
              WRITE PRINT-RECORD FROM TEXT-LINE
              MOVE 'INCLUDE THEM IN NEXT MONTH''S DEDUCTION LIST.'
                   TO TEXT-OUT
              WRITE PRINT-RECORD FROM TEXT-LINE
           END-IF.
           WRITE PRINT-RECORD FROM BLANK-LINE.
           WRITE PRINT-RECORD FROM BLANK-LINE.
           MOVE 'FOR ATOS SYNTEL' TO TEXT-OUT.
           WRITE PRINT-RECORD FROM TEXT-LINE.
           MOVE 'PAYROLL' TO TEXT-OUT.
           WRITE PRINT-RECORD FROM TEXT-LINE.

      ***************************************************
      *    A job with a prerequisite refuses to start until the
      *    predecessor has a completed RUN_CONTROL row for this
      *    cycle's month - payrun before the month's leaveacc is
      *    exactly the ordering accident this exists to stop.
        CHECK-PREREQ-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUNC-CYCLE.
           IF WS-RUNC-PREREQ NOT = SPACES
              MOVE ZERO TO WS-PREREQ-COUNT
              EXEC SQL
                  SELECT COUNT(*)
                      INTO :WS-PREREQ-COUNT
                      FROM RUN_CONTROL
                      WHERE PROGRAM-NAME = :WS-RUNC-PREREQ
                        AND RUN-STATUS = 'C'
                        AND SUBSTR(RUN-CYCLE, 1, 6) =
                            SUBSTR(:WS-RUNC-CYCLE, 1, 6)
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              IF NOT WS-SQL-RETURN-NORMAL
                 MOVE ZERO TO WS-PREREQ-COUNT
              END-IF
              IF WS-PREREQ-COUNT = 0
                 DISPLAY "PREREQUISITE " WS-RUNC-PREREQ
                         " HAS NOT COMPLETED THIS CYCLE - "
                         "RUN REFUSED"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

      ***************************************************
        REGISTER-RUN-START-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-RUNC-START-TS.
           EXEC SQL
               INSERT INTO RUN_CONTROL
                   (PROGRAM-NAME, RUN-CYCLE, RUN-STATUS,
                    START-TS, RETURN-CODE-VAL, ROW-COUNT)
                   VALUES (:WS-RUNC-PROGRAM, :WS-RUNC-CYCLE, 'S',
                           :WS-RUNC-START-TS, 0, 0)
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              DISPLAY 'DB2 ERROR - RUN CONTROL START REGISTER'
           END-IF.

      ***************************************************
      *    The counts registered here are the same figures the
      *    PROGRAM-EXIT DISPLAYs already put in the joblog - now
      *    queryable instead of scattered.
        REGISTER-RUN-END-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-RUNC-END-TS.
           MOVE RETURN-CODE TO WS-RUNC-RC.
           MOVE LINE-COUNT TO WS-RUNC-ROWS.
           EXEC SQL
               UPDATE RUN_CONTROL
                   SET RUN-STATUS = 'C',
                       END-TS = :WS-RUNC-END-TS,
                       RETURN-CODE-VAL = :WS-RUNC-RC,
                       ROW-COUNT = :WS-RUNC-ROWS
                   WHERE PROGRAM-NAME = :WS-RUNC-PROGRAM
                     AND START-TS = :WS-RUNC-START-TS
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              DISPLAY 'DB2 ERROR - RUN CONTROL END REGISTER'
           END-IF.

      ***************************************************
       PROGRAM-EXIT.
           DISPLAY "9999-PROGRAM-EXIT - start".

           MOVE LINE-COUNT     TO TR-LINE-COUNT.
           MOVE WS-REQ-TOTAL   TO TR-REQUESTED.
           MOVE WS-REC-TOTAL   TO TR-RECOVERED.
           MOVE WS-SHORT-TOTAL TO TR-SHORTFALL.
           WRITE OUTPUT-RECORD FROM TRAILER-RECORD.
           PERFORM PRINT-TOTALS-PARA.
           IF RETURN-CODE < 4 AND SHORT-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE OUTPUT-FILE.
           CLOSE PRINT-FILE.
           PERFORM REGISTER-RUN-END-PARA.

           EXEC SQL
                disconnect all;
           END-EXEC

           DISPLAY 'LINE      COUNT  '  LINE-COUNT.
           DISPLAY 'SHORT     COUNT  '  SHORT-COUNT.
           DISPLAY 'REQUESTED TOTAL  '  WS-REQ-TOTAL.
           DISPLAY 'RECOVERED TOTAL  '  WS-REC-TOTAL.
           DISPLAY 'SHORTFALL TOTAL  '  WS-SHORT-TOTAL.
           DISPLAY "9999-PROGRAM-EXIT - end".
