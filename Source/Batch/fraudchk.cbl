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
      *    Nightly payroll fraud-indicator batch for internal audit.
      *    Four tests, one section of the report each:
      *      FR01 - the same account number and bank code on
      *             EMPLOYEE_BANK under more than one EMPID;
      *      FR02 - a regular-run PAYROLL_REGISTER payment for a
      *             period after the month of the employee's
      *             STATUSDT termination;
      *      FR03 - an EBNKMANT bank change approved on
      *             PENDING_CHANGE (CHECKER-TS) within the SYSIN
      *             window of days before a PAY_CALENDAR pay date;
      *      FR04 - the ghost-employee test: an active employee
      *             paid in the look-back window, hired before it,
      *             with no ATTENDANCE day, LEAVE_REQUEST or
      *             TRANSACTION_ACTIVITY_LOG sign-on (through
      *             SELF_SERVICE_USER) inside it.
      *    Every hit is kept on FRAUD_HIT under check id, EMPID
      *    and a reference that pins the occurrence (the account,
      *    the paid period, the change stamp, the last activity
      *    date). A new hit is inserted open ('O') and reported
      *    NEW; one already open is reported OPEN with its
      *    evidence refreshed; one audit has cleared ('C', through
      *    FRDMANT) is counted and not raised again.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    fraudchk.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO RPTFL.
       DATA DIVISION.
       FILE SECTION.
      *
       FD  REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REPORT-RECORD.
       01  REPORT-RECORD PIC X(110).

       WORKING-STORAGE SECTION.
          EXEC SQL BEGIN DECLARE SECTION END-EXEC
      *    Defaults below are the dev connection; FRAUDCHK_DBNAME,
      *    FRAUDCHK_DBUSER and FRAUDCHK_DBPASS environment variables
      *    (see GET-DB-CREDENTIALS-PARA) override them, same as
      *    emplist.cbl's EMPLIST_* variables.
       01 DATABASE-NAME PIC X(80) VALUE "ltpz_syntel:5432".
       01 USER-NAME     PIC X(80) VALUE "syntel".
       01 PASSWORD      PIC X(80) VALUE "syntel".
       01 WS-CUTOFF-DATE          PIC X(08).
       01 WS-CUTOFF-ISO           PIC X(10).
       01 WS-CUTOFF-PERIOD        PIC X(06).
       01 WS-HIT-CHECK            PIC X(04).
       01 WS-HIT-EMPID            PIC X(05).
       01 WS-HIT-REF              PIC X(16).
       01 WS-HIT-EVIDENCE         PIC X(60).
       01 WS-HIT-STATUS           PIC X(01).
       01 WS-HIT-TS               PIC X(21).
       01 WS-EMPID                PIC X(05).
       01 WS-ACCTNO               PIC X(16).
       01 WS-BANKCODE             PIC X(11).
       01 WS-OTHER-EMPID          PIC X(05).
       01 WS-OTHER-COUNT          PIC S9(09) COMP.
       01 WS-PERIOD               PIC X(06).
       01 WS-NETPAY               PIC 9(07)V99.
       01 WS-STATUSDT             PIC X(10).
       01 WS-CHG-KEY              PIC X(08).
       01 WS-CHG-TS               PIC X(21).
       01 WS-CHG-BY               PIC X(08).
       01 WS-PAY-DATE             PIC X(10).
       01 WS-LAST-ATT             PIC X(10).
       01 WS-LAST-LEAVE           PIC X(10).
       01 WS-LAST-LOGIN           PIC X(08).
       01 WS-LAST-PERIOD          PIC X(06).
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
           05  WS-CURVAL                   PIC X(1).
               88  CUR-EXIST                       VALUE 'F'.
               88  CUR-NOTFND                      VALUE 'N'.
               88  CUR-DBERR                       VALUE 'E'.
           05  WS-TODAY-INT                PIC 9(09) COMP.
           05  WS-CUTOFF-NUM               PIC 9(08).
           05  WS-DATE-NUM                 PIC 9(08).
           05  WS-CHG-INT                  PIC 9(09) COMP.
           05  WS-DAYS-BEFORE              PIC S9(09) COMP.
           05  WS-DAYS-ED                  PIC Z9.
           05  WS-COUNT-ED                 PIC ZZ9.
           05  WS-NETPAY-ED                PIC Z,ZZZ,ZZ9.99.
           05  WS-LAST-SEEN                PIC X(08).
           05  WS-ISO-WORK                 PIC X(10).
           05  WS-ISO-AS-DATE              PIC X(08).

      *    SYSIN 1-3 is the look-back window in days (default 090)
      *    - the ghost test's dormancy period and how far back bank
      *    changes and payments are examined; 4-5 is how many days
      *    before a pay date a bank change counts as close to it
      *    (default 03).
       01  WS-PARM-CARD                PIC X(80) VALUE SPACES.
       01  WS-LOOKBACK-DAYS            PIC 9(03) VALUE 090.
       01  WS-PAYDATE-WINDOW           PIC 9(02) VALUE 03.

      *    The pay dates from the look-back window on, loaded once
      *    as day numbers for FR03.
       01  WS-PAYD-IDX                 PIC S9(05) COMP.
       01  WS-PAYD-MAX                 PIC S9(05) COMP VALUE 200.
       01  WS-PAYD-COUNT               PIC S9(05) COMP VALUE ZERO.
       01  WS-PAYD-TABLE.
           05  PAYD-ENTRY OCCURS 200 TIMES.
               10  PAYD-DATE           PIC X(10).
               10  PAYD-INT            PIC 9(09) COMP.
       01  WS-PAYD-HIT                 PIC S9(05) COMP.

       01  SECTION-RECORD.
           10  SEC-TEXT                    PIC X(110).

       01  HIT-RECORD.
           10  HIT-STATE                   PIC X(04).
           10  FILLER                      PIC X(01) VALUE ','.
           10  HIT-CHECK                   PIC X(04).
           10  FILLER                      PIC X(01) VALUE ','.
           10  HIT-EMPID                   PIC X(05).
           10  FILLER                      PIC X(01) VALUE ','.
           10  HIT-REF                     PIC X(16).
           10  FILLER                      PIC X(01) VALUE ','.
           10  HIT-EVIDENCE                PIC X(60).
           10  FILLER                      PIC X(17) VALUE SPACES.

       01  WS-COUNTERS.
           05  FR01-COUNT                  PIC 9(10) VALUE ZEROES.
           05  FR02-COUNT                  PIC 9(10) VALUE ZEROES.
           05  FR03-COUNT                  PIC 9(10) VALUE ZEROES.
           05  FR04-COUNT                  PIC 9(10) VALUE ZEROES.
           05  NEW-HIT-COUNT               PIC 9(10) VALUE ZEROES.
           05  OPEN-HIT-COUNT              PIC 9(10) VALUE ZEROES.
           05  CLEARED-HIT-COUNT           PIC 9(10) VALUE ZEROES.
           05  GHOST-READ-COUNT            PIC 9(10) VALUE ZEROES.
           05  OVERFLOW-COUNT              PIC 9(10) VALUE ZEROES.
           05  HIT-ERROR-COUNT             PIC 9(10) VALUE ZEROES.

       01  WS-ENV-VALUE                PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM PARM-CARD-PARA.
           PERFORM INIT-PARA.

           MOVE 'SHARED BANK ACCOUNT - STATE,CHECK,EMPID,ACCOUNT,'
             & 'EVIDENCE' TO SEC-TEXT.
           WRITE REPORT-RECORD FROM SECTION-RECORD.
           PERFORM SHARED-CURSOR-OPEN.
           PERFORM SHARED-DATA THRU SHARED-EXIT
               UNTIL CUR-NOTFND OR CUR-DBERR.

           MOVE 'PAID AFTER TERMINATION - STATE,CHECK,EMPID,PERIOD,'
             & 'EVIDENCE' TO SEC-TEXT.
           WRITE REPORT-RECORD FROM SECTION-RECORD.
           PERFORM LEAVER-CURSOR-OPEN.
           PERFORM LEAVER-DATA THRU LEAVER-EXIT
               UNTIL CUR-NOTFND OR CUR-DBERR.

           MOVE 'BANK CHANGE NEAR PAY DATE - STATE,CHECK,EMPID,'
             & 'CHANGE STAMP,EVIDENCE' TO SEC-TEXT.
           WRITE REPORT-RECORD FROM SECTION-RECORD.
           PERFORM PAYDATE-CURSOR-OPEN.
           PERFORM PAYDATE-DATA THRU PAYDATE-EXIT
               UNTIL CUR-NOTFND OR CUR-DBERR.
           PERFORM BANKCHG-CURSOR-OPEN.
           PERFORM BANKCHG-DATA THRU BANKCHG-EXIT
               UNTIL CUR-NOTFND OR CUR-DBERR.

           MOVE 'NO ACTIVITY FOR LOOK-BACK - STATE,CHECK,EMPID,'
             & 'LAST ACTIVITY,EVIDENCE' TO SEC-TEXT.
           WRITE REPORT-RECORD FROM SECTION-RECORD.
           PERFORM GHOST-CURSOR-OPEN.
           PERFORM GHOST-DATA THRU GHOST-EXIT
               UNTIL CUR-NOTFND OR CUR-DBERR.

           PERFORM PROGRAM-EXIT.
           DISPLAY "END OF PAYROLL FRAUD INDICATOR RUN".

      ***************************************************
       PARM-CARD-PARA.
           DISPLAY "PARM-CARD-PARA - start".
           ACCEPT WS-PARM-CARD FROM SYSIN.
           IF WS-PARM-CARD(1:3) NOT = SPACES
              IF WS-PARM-CARD(1:3) IS NOT NUMERIC
                 DISPLAY "NON-NUMERIC LOOK-BACK IN SYSIN COLUMNS 1-3"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-PARM-CARD(1:3) TO WS-LOOKBACK-DAYS
           END-IF.
           IF WS-PARM-CARD(4:2) NOT = SPACES
              IF WS-PARM-CARD(4:2) IS NOT NUMERIC
                 DISPLAY "NON-NUMERIC WINDOW IN SYSIN COLUMNS 4-5"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-PARM-CARD(4:2) TO WS-PAYDATE-WINDOW
           END-IF.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))).
           COMPUTE WS-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER(
                   WS-TODAY-INT - WS-LOOKBACK-DAYS).
           MOVE WS-CUTOFF-NUM TO WS-CUTOFF-DATE.
           MOVE WS-CUTOFF-DATE(1:6) TO WS-CUTOFF-PERIOD.
           STRING WS-CUTOFF-DATE(1:4) '-' WS-CUTOFF-DATE(5:2) '-'
                  WS-CUTOFF-DATE(7:2)
               DELIMITED BY SIZE INTO WS-CUTOFF-ISO
           END-STRING.
           DISPLAY "PARM ECHO - LOOKBACK/" WS-LOOKBACK-DAYS
                   " FROM/" WS-CUTOFF-DATE
                   " PAYDATE WINDOW/" WS-PAYDATE-WINDOW.
           DISPLAY "PARM-CARD-PARA - end".

      ***************************************************
       INIT-PARA.
           DISPLAY "1000-INIT - start".
           OPEN OUTPUT REPORT-FILE.
           PERFORM CONNECT-TO-DATABASE.
           DISPLAY "1000-INIT - END".

       INIT-EXIT.
           EXIT.

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
      *    GET-DB-CREDENTIALS-PARA, under FRAUDCHK_* names instead.
        GET-DB-CREDENTIALS-PARA.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "FRAUDCHK_DBNAME".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO DATABASE-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "FRAUDCHK_DBUSER".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO USER-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "FRAUDCHK_DBPASS".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO PASSWORD
           END-IF.

      ***************************************************
      *    Every cursor below sets WS-CURVAL the same way, so one
      *    paragraph reads the SQLCODE after each OPEN and FETCH.
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
      *    FR01 - one row per EMPID whose account and bank code
      *    also sit under another EMPID, with the lowest of the
      *    other EMPIDs as the evidence.
        SHARED-CURSOR-OPEN.
           DISPLAY "SHARED-CURSOR-OPEN - START".
           EXEC SQL
              declare cur_frdshare cursor for
              select b.empid, b.acctno, b.bankcode,
                     min(o.empid), count(distinct o.empid)
                  from employee_bank b
                  join employee_bank o
                    on o.acctno = b.acctno
                   and o.bankcode = b.bankcode
                   and o.empid <> b.empid
                  group by b.empid, b.acctno, b.bankcode
                  order by b.acctno, b.empid
           END-EXEC.
           EXEC SQL
              open cur_frdshare;
           END-EXEC.
           PERFORM CHECK-CURSOR-PARA.
           DISPLAY "SHARED-CURSOR-OPEN - END".

      ***************************************************
       SHARED-DATA.
           MOVE SPACES TO WS-EMPID WS-ACCTNO WS-BANKCODE.
           MOVE SPACES TO WS-OTHER-EMPID.
           MOVE ZERO TO WS-OTHER-COUNT.
           EXEC SQL
              fetch next cur_frdshare into
                :WS-EMPID, :WS-ACCTNO, :WS-BANKCODE,
                :WS-OTHER-EMPID, :WS-OTHER-COUNT;
           END-EXEC.
           PERFORM CHECK-CURSOR-PARA.
           IF NOT CUR-EXIST
              GO TO SHARED-EXIT
           END-IF.
           ADD 1 TO FR01-COUNT.
           MOVE WS-OTHER-COUNT TO WS-COUNT-ED.
           MOVE 'FR01'    TO WS-HIT-CHECK.
           MOVE WS-EMPID  TO WS-HIT-EMPID.
           MOVE WS-ACCTNO TO WS-HIT-REF.
           MOVE SPACES    TO WS-HIT-EVIDENCE.
           STRING 'BANK ' WS-BANKCODE ' ALSO ON EMPID '
                  WS-OTHER-EMPID ' (' WS-COUNT-ED ' OTHER EMPIDS)'
               DELIMITED BY SIZE INTO WS-HIT-EVIDENCE
           END-STRING.
           PERFORM RECORD-HIT-PARA.

       SHARED-EXIT.  EXIT.

      ***************************************************
      *    FR02 - regular-run payments for a period after the
      *    month the employee left. The leaving month's own
      *    prorated pay and the final settlement are expected, so
      *    only a later period counts.
        LEAVER-CURSOR-OPEN.
           DISPLAY "LEAVER-CURSOR-OPEN - START".
           EXEC SQL
              declare cur_frdleave cursor for
              select r.empid, r.pay-period, r.netpay, e.statusdt
                  from payroll_register r
                  join employee e
                    on e.empid = r.empid
                  where e.status = 'I'
                    and e.statusdt <> ' '
                    and r.run-type = 'R'
                    and r.pay-period >
                        substr(e.statusdt, 1, 4) ||
                        substr(e.statusdt, 6, 2)
                  order by r.empid, r.pay-period
           END-EXEC.
           EXEC SQL
              open cur_frdleave;
           END-EXEC.
           PERFORM CHECK-CURSOR-PARA.
           DISPLAY "LEAVER-CURSOR-OPEN - END".

      ***************************************************
       LEAVER-DATA.
           MOVE SPACES TO WS-EMPID WS-PERIOD WS-STATUSDT.
           MOVE ZERO TO WS-NETPAY.
           EXEC SQL
              fetch next cur_frdleave into
                :WS-EMPID, :WS-PERIOD, :WS-NETPAY, :WS-STATUSDT;
           END-EXEC.
           PERFORM CHECK-CURSOR-PARA.
           IF NOT CUR-EXIST
              GO TO LEAVER-EXIT
           END-IF.
           ADD 1 TO FR02-COUNT.
           MOVE WS-NETPAY TO WS-NETPAY-ED.
           MOVE 'FR02'    TO WS-HIT-CHECK.
           MOVE WS-EMPID  TO WS-HIT-EMPID.
           MOVE WS-PERIOD TO WS-HIT-REF.
           MOVE SPACES    TO WS-HIT-EVIDENCE.
           STRING 'TERMINATED ' WS-STATUSDT ' PAID NET '
                  WS-NETPAY-ED ' FOR ' WS-PERIOD
               DELIMITED BY SIZE INTO WS-HIT-EVIDENCE
           END-STRING.
           PERFORM RECORD-HIT-PARA.

       LEAVER-EXIT.  EXIT.

      ***************************************************
      *    FR03, first half - the calendar's pay dates from the
      *    look-back window on (future ones included, so a change
      *    made days before the coming pay date is caught now).
        PAYDATE-CURSOR-OPEN.
           DISPLAY "PAYDATE-CURSOR-OPEN - START".
           EXEC SQL
              declare cur_frdpayd cursor for
              select distinct pay-date
                  from pay_calendar
                  where pay-date >= :WS-CUTOFF-ISO
                  order by 1
           END-EXEC.
           EXEC SQL
              open cur_frdpayd;
           END-EXEC.
           PERFORM CHECK-CURSOR-PARA.
           DISPLAY "PAYDATE-CURSOR-OPEN - END".

      ***************************************************
       PAYDATE-DATA.
           MOVE SPACES TO WS-PAY-DATE.
           EXEC SQL
              fetch next cur_frdpayd into
                :WS-PAY-DATE;
           END-EXEC.
           PERFORM CHECK-CURSOR-PARA.
           IF NOT CUR-EXIST
              GO TO PAYDATE-EXIT
           END-IF.
           MOVE WS-PAY-DATE TO WS-ISO-WORK.
           PERFORM ISO-TO-DATE-PARA.
           IF WS-ISO-AS-DATE IS NOT NUMERIC
              GO TO PAYDATE-EXIT
           END-IF.
           IF WS-PAYD-COUNT NOT < WS-PAYD-MAX
              ADD 1 TO OVERFLOW-COUNT
              GO TO PAYDATE-EXIT
           END-IF.
           ADD 1 TO WS-PAYD-COUNT.
           MOVE WS-ISO-AS-DATE TO WS-DATE-NUM.
           MOVE WS-PAY-DATE TO PAYD-DATE(WS-PAYD-COUNT).
           COMPUTE PAYD-INT(WS-PAYD-COUNT) =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

       PAYDATE-EXIT.  EXIT.

      ***************************************************
      *    FR03, second half - every bank change approved in the
      *    look-back window. The change key is EMPID or EMPID/seq,
      *    so its first five bytes are the employee; CHECKER-TS is
      *    the CURRENT-DATE image.
        BANKCHG-CURSOR-OPEN.
           DISPLAY "BANKCHG-CURSOR-OPEN - START".
           EXEC SQL
              declare cur_frdbank cursor for
              select change-key, checker-ts, checker-id
                  from pending_change
                  where change-source = 'EBNKMANT'
                    and pend-status = 'A'
                    and substr(checker-ts, 1, 8) >= :WS-CUTOFF-DATE
                  order by checker-ts
           END-EXEC.
           EXEC SQL
              open cur_frdbank;
           END-EXEC.
           PERFORM CHECK-CURSOR-PARA.
           DISPLAY "BANKCHG-CURSOR-OPEN - END".

      ***************************************************
       BANKCHG-DATA.
           MOVE SPACES TO WS-CHG-KEY WS-CHG-TS WS-CHG-BY.
           EXEC SQL
              fetch next cur_frdbank into
                :WS-CHG-KEY, :WS-CHG-TS, :WS-CHG-BY;
           END-EXEC.
           PERFORM CHECK-CURSOR-PARA.
           IF NOT CUR-EXIST
              GO TO BANKCHG-EXIT
           END-IF.
           IF WS-CHG-TS(1:8) IS NOT NUMERIC
              GO TO BANKCHG-EXIT
           END-IF.
           MOVE WS-CHG-TS(1:8) TO WS-DATE-NUM.
           COMPUTE WS-CHG-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           MOVE ZERO TO WS-PAYD-HIT.
           PERFORM MATCH-PAYDATE-PARA
               VARYING WS-PAYD-IDX FROM 1 BY 1
               UNTIL WS-PAYD-IDX > WS-PAYD-COUNT
                  OR WS-PAYD-HIT > ZERO.
           IF WS-PAYD-HIT = ZERO
              GO TO BANKCHG-EXIT
           END-IF.
           ADD 1 TO FR03-COUNT.
           COMPUTE WS-DAYS-BEFORE = PAYD-INT(WS-PAYD-HIT) - WS-CHG-INT.
           MOVE WS-DAYS-BEFORE TO WS-DAYS-ED.
           MOVE 'FR03'            TO WS-HIT-CHECK.
           MOVE WS-CHG-KEY(1:5)   TO WS-HIT-EMPID.
           MOVE WS-CHG-TS(1:14)   TO WS-HIT-REF.
           MOVE SPACES            TO WS-HIT-EVIDENCE.
           STRING 'KEY ' WS-CHG-KEY ' BY ' WS-CHG-BY ' '
                  WS-DAYS-ED ' DAYS BEFORE PAYDAY '
                  PAYD-DATE(WS-PAYD-HIT)
               DELIMITED BY SIZE INTO WS-HIT-EVIDENCE
           END-STRING.
           PERFORM RECORD-HIT-PARA.

       BANKCHG-EXIT.  EXIT.

      ***************************************************
      *    The first pay date on or after the change that falls
      *    inside the window.
        MATCH-PAYDATE-PARA.
           IF PAYD-INT(WS-PAYD-IDX) NOT < WS-CHG-INT
              AND PAYD-INT(WS-PAYD-IDX) - WS-CHG-INT
                  NOT > WS-PAYDATE-WINDOW
              MOVE WS-PAYD-IDX TO WS-PAYD-HIT
           END-IF.

      ***************************************************
      *    FR04 - active employees paid in the look-back window
      *    and hired before it, each with the latest attendance
      *    day, leave request and self-service sign-on on file.
      *    The test itself is made in GHOST-DATA.
        GHOST-CURSOR-OPEN.
           DISPLAY "GHOST-CURSOR-OPEN - START".
           EXEC SQL
              declare cur_frdghost cursor for
              select e.empid, max(r.pay-period),
                     coalesce((select max(a.att-date)
                                 from attendance a
                                 where a.empid = e.empid), ' '),
                     coalesce((select max(l.from-date)
                                 from leave_request l
                                 where l.empid = e.empid), ' '),
                     coalesce((select max(substr(t.activity-ts,
                                                 1, 8))
                                 from transaction_activity_log t
                                 join self_service_user s
                                   on s.userid = t.user-id
                                 where s.empid = e.empid), ' ')
                  from employee e
                  join payroll_register r
                    on r.empid = e.empid
                  where e.status = 'A'
                    and e.hiredt < :WS-CUTOFF-ISO
                    and r.run-type = 'R'
                    and r.pay-period >= :WS-CUTOFF-PERIOD
                  group by e.empid
                  order by e.empid
           END-EXEC.
           EXEC SQL
              open cur_frdghost;
           END-EXEC.
           PERFORM CHECK-CURSOR-PARA.
           DISPLAY "GHOST-CURSOR-OPEN - END".

      ***************************************************
       GHOST-DATA.
           MOVE SPACES TO WS-EMPID WS-LAST-PERIOD WS-LAST-ATT.
           MOVE SPACES TO WS-LAST-LEAVE WS-LAST-LOGIN.
           EXEC SQL
              fetch next cur_frdghost into
                :WS-EMPID, :WS-LAST-PERIOD, :WS-LAST-ATT,
                :WS-LAST-LEAVE, :WS-LAST-LOGIN;
           END-EXEC.
           PERFORM CHECK-CURSOR-PARA.
           IF NOT CUR-EXIST
              GO TO GHOST-EXIT
           END-IF.
           ADD 1 TO GHOST-READ-COUNT.

      *    Latest of the three sources as YYYYMMDD - any of them
      *    inside the window clears the employee.
           MOVE SPACES TO WS-LAST-SEEN.
           MOVE WS-LAST-ATT TO WS-ISO-WORK.
           PERFORM ISO-TO-DATE-PARA.
           IF WS-ISO-AS-DATE > WS-LAST-SEEN
              MOVE WS-ISO-AS-DATE TO WS-LAST-SEEN
           END-IF.
           MOVE WS-LAST-LEAVE TO WS-ISO-WORK.
           PERFORM ISO-TO-DATE-PARA.
           IF WS-ISO-AS-DATE > WS-LAST-SEEN
              MOVE WS-ISO-AS-DATE TO WS-LAST-SEEN
           END-IF.
           IF WS-LAST-LOGIN > WS-LAST-SEEN
              MOVE WS-LAST-LOGIN TO WS-LAST-SEEN
           END-IF.
           IF WS-LAST-SEEN NOT < WS-CUTOFF-DATE
              GO TO GHOST-EXIT
           END-IF.

           ADD 1 TO FR04-COUNT.
           MOVE 'FR04'   TO WS-HIT-CHECK.
           MOVE WS-EMPID TO WS-HIT-EMPID.
           IF WS-LAST-SEEN = SPACES
              MOVE 'NONE' TO WS-HIT-REF
           ELSE
              MOVE WS-LAST-SEEN TO WS-HIT-REF
           END-IF.
           MOVE SPACES TO WS-HIT-EVIDENCE.
           STRING 'PAID ' WS-LAST-PERIOD ' ATT ' WS-LAST-ATT
                  ' LEAVE ' WS-LAST-LEAVE ' SIGNON ' WS-LAST-LOGIN
               DELIMITED BY SIZE INTO WS-HIT-EVIDENCE
           END-STRING.
           PERFORM RECORD-HIT-PARA.

       GHOST-EXIT.  EXIT.

      ***************************************************
      *    YYYY-MM-DD in WS-ISO-WORK to YYYYMMDD, spaces when the
      *    date is blank.
        ISO-TO-DATE-PARA.
           MOVE SPACES TO WS-ISO-AS-DATE.
           IF WS-ISO-WORK NOT = SPACES
              STRING WS-ISO-WORK(1:4) WS-ISO-WORK(6:2)
                     WS-ISO-WORK(9:2)
                  DELIMITED BY SIZE INTO WS-ISO-AS-DATE
              END-STRING
           END-IF.

      ***************************************************
      *    One hit against FRAUD_HIT - new ones are raised open,
      *    open ones re-reported with today's evidence, cleared
      *    ones left alone.
        RECORD-HIT-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-HIT-TS.
           MOVE SPACES TO WS-HIT-STATUS.
           EXEC SQL
               SELECT HIT-STATUS
                   INTO :WS-HIT-STATUS
                   FROM FRAUD_HIT
                   WHERE CHECK-ID = :WS-HIT-CHECK
                     AND EMPID    = :WS-HIT-EMPID
                     AND HIT-REF  = :WS-HIT-REF
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NO-ENTRY
                 EXEC SQL
                     INSERT INTO FRAUD_HIT
                         (CHECK-ID, EMPID, HIT-REF, EVIDENCE,
                          HIT-STATUS, RAISED-TS, LAST-SEEN-TS)
                         VALUES (:WS-HIT-CHECK, :WS-HIT-EMPID,
                                 :WS-HIT-REF, :WS-HIT-EVIDENCE,
                                 'O', :WS-HIT-TS, :WS-HIT-TS)
                 END-EXEC
                 MOVE SQLCODE TO WS-SQLCODE
                 IF WS-SQL-RETURN-NORMAL
                    ADD 1 TO NEW-HIT-COUNT
                    MOVE 'NEW ' TO HIT-STATE
                    PERFORM WRITE-HIT-PARA
                 ELSE
                    PERFORM HIT-ERROR-PARA
                 END-IF
              WHEN WS-SQL-RETURN-NORMAL AND WS-HIT-STATUS = 'C'
                 ADD 1 TO CLEARED-HIT-COUNT
              WHEN WS-SQL-RETURN-NORMAL
                 EXEC SQL
                     UPDATE FRAUD_HIT
                         SET EVIDENCE     = :WS-HIT-EVIDENCE,
                             LAST-SEEN-TS = :WS-HIT-TS
                         WHERE CHECK-ID = :WS-HIT-CHECK
                           AND EMPID    = :WS-HIT-EMPID
                           AND HIT-REF  = :WS-HIT-REF
                 END-EXEC
                 ADD 1 TO OPEN-HIT-COUNT
                 MOVE 'OPEN' TO HIT-STATE
                 PERFORM WRITE-HIT-PARA
              WHEN OTHER
                 PERFORM HIT-ERROR-PARA
           END-EVALUATE.

      ***************************************************
        WRITE-HIT-PARA.
           MOVE WS-HIT-CHECK    TO HIT-CHECK.
           MOVE WS-HIT-EMPID    TO HIT-EMPID.
           MOVE WS-HIT-REF      TO HIT-REF.
           MOVE WS-HIT-EVIDENCE TO HIT-EVIDENCE.
           WRITE REPORT-RECORD FROM HIT-RECORD.

      ***************************************************
      *    A hit that could not be kept is still printed, so audit
      *    sees it this run even though it will be raised again.
        HIT-ERROR-PARA.
           DISPLAY 'DB2 ERROR ON FRAUD_HIT ' WS-HIT-CHECK ' '
                   WS-HIT-EMPID ' SQLCODE ' WS-SQLCODE.
           ADD 1 TO HIT-ERROR-COUNT.
           MOVE 8 TO RETURN-CODE.
           MOVE 'ERR ' TO HIT-STATE.
           PERFORM WRITE-HIT-PARA.

      ***************************************************
       PROGRAM-EXIT.
           DISPLAY "9999-PROGRAM-EXIT - start".

           CLOSE REPORT-FILE.

           EXEC SQL
                disconnect all;
           END-EXEC

           DISPLAY 'SHARED ACCT HITS '  FR01-COUNT.
           DISPLAY 'PAID LEAVER HITS '  FR02-COUNT.
           DISPLAY 'BANK CHANGE HITS '  FR03-COUNT.
           DISPLAY 'GHOST EMPL  READ '  GHOST-READ-COUNT.
           DISPLAY 'GHOST EMPL  HITS '  FR04-COUNT.
           DISPLAY 'NEW HITS   RAISED ' NEW-HIT-COUNT.
           DISPLAY 'OPEN HITS  REPORTED ' OPEN-HIT-COUNT.
           DISPLAY 'CLEARED HITS SKIPPED ' CLEARED-HIT-COUNT.
           IF OVERFLOW-COUNT > ZERO
              DISPLAY 'TABLE FULL - ROWS DROPPED ' OVERFLOW-COUNT
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           IF NEW-HIT-COUNT > ZERO OR OPEN-HIT-COUNT > ZERO
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           IF HIT-ERROR-COUNT > ZERO
              DISPLAY 'HITS NOT KEPT     ' HIT-ERROR-COUNT
           END-IF.
           DISPLAY "9999-PROGRAM-EXIT - end".
