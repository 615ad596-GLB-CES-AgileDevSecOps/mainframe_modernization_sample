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
      *    Long-service award batch job - run monthly ahead of the
      *    award month, it finds every active employee who reaches
      *    a 5, 10, 15, 20 or 25 year milestone in that month and
      *    replaces HR's sorted hire-date printout. Service runs
      *    from HIREDT, moved earlier by any countable prior service
      *    a rehire carries over from the linked former EMPID
      *    (PRIOR-SVC-DAYS); when the card asks for net service the
      *    start is pushed later one day for every unpaid day -
      *    leave docked for overdraft (LEAVE_DOCK for the current
      *    leave year, LEAVE_DOCK_HIST for the years lvyrend has
      *    closed) and unpaid suspension (DISC_CASE 'SUSPUNPD'
      *    spans, the ones payrun docks). The award list is written
      *    by department for the ceremony with DEPTTOT lines like
      *    gratval's, each award is queued as an unpaid
      *    ONE_TIME_PAYMENT row for the bonus-type payrun exactly as
      *    bonus13 queues the 13th month, and SERVICE_AWARD keeps
      *    one row per employee and milestone so a milestone is
      *    never awarded twice - a rerun lists the employee again
      *    for the ceremony but queues nothing.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    svcaward.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTPUT-FILE ASSIGN TO SVCAWDFL.
       DATA DIVISION.
       FILE SECTION.
      *
       FD  OUTPUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OUTPUT-RECORD.
       01  OUTPUT-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
          EXEC SQL BEGIN DECLARE SECTION END-EXEC
      *    Defaults below are the dev connection; SVCAWARD-DBNAME,
      *    SVCAWARD-DBUSER and SVCAWARD-DBPASS environment variables
      *    (see GET-DB-CREDENTIALS-PARA) override them, same as
      *    emplist.cbl's EMPLIST_* variables.
       01 DATABASE-NAME PIC X(80) VALUE "ltpz_syntel:5432".
       01 USER-NAME     PIC X(80) VALUE "syntel".
       01 PASSWORD      PIC X(80) VALUE "syntel".
       01 WS-AWARD-MONTH          PIC X(06) VALUE SPACES.
       01 WS-PAY-PERIOD           PIC X(06) VALUE SPACES.
       01 WS-EMP-ID               PIC X(05).
       01 WS-EMP-NAME             PIC X(30).
       01 WS-EMP-DEPT             PIC X(05).
       01 WS-EMP-HIREDT           PIC X(10).
       01 WS-DOCK-HIST            PIC S9(05).
       01 WS-DOCK-CURR            PIC S9(05).
       01 WS-SUSP-FROM            PIC X(10).
       01 WS-SUSP-TO              PIC X(10).
       01 WS-MILESTONE            PIC 9(02).
       01 WS-MILESTONE-DT         PIC X(10).
       01 WS-SERVICE-DT           PIC X(10).
       01 WS-UNPAID-DAYS          PIC 9(05).
       01 WS-PRIOR-SVC-DAYS       PIC 9(05).
       01 WS-AWARD-AMT            PIC 9(05)V99.
       01 WS-PAYDESC              PIC X(20).
       01 WS-AWARD-TS             PIC X(21).
       01 WS-DUP-COUNT            PIC S9(09) COMP.
      *    Run-control registry fields - every run registers its
      *    start, end, return code and row count on RUN_CONTROL, and
      *    a job with a prerequisite refuses to start until its
      *    predecessor completed for the cycle (CHECK-PREREQ-PARA).
       01 WS-RUNC-PROGRAM         PIC X(08) VALUE 'svcaward'.
       01 WS-RUNC-PREREQ          PIC X(08) VALUE SPACES.
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
           05  WS-EMPCURVAL                PIC X(1).
               88  EMPC-EXIST                      VALUE 'F'.
               88  EMPC-NOTFND                     VALUE 'N'.
               88  EMPC-DBERR                      VALUE 'E'.
           05  WS-SUSP-EOF-IND             PIC X(1).
               88  SUSP-EOF                        VALUE 'Y'.
           05  WS-NET-SERVICE              PIC X(1) VALUE 'N'.
               88  NET-SERVICE                     VALUE 'Y'.
           05  WS-AWARD-YEAR               PIC 9(04).
           05  WS-AWARD-MM                 PIC 9(02).
           05  WS-CURR-YEAR                PIC 9(04).
           05  WS-CURR-MM                  PIC 9(02).
           05  WS-HIRE-NUM                 PIC 9(08).
           05  WS-HIRE-INT                 PIC 9(08).
           05  WS-START-NUM                PIC 9(08).
           05  FILLER REDEFINES WS-START-NUM.
               10  WS-START-YEAR           PIC 9(04).
               10  WS-START-MM             PIC 9(02).
               10  WS-START-DD             PIC 9(02).
           05  WS-START-INT                PIC 9(08).
           05  WS-MEND-INT                 PIC 9(08).
           05  WS-MEND-NUM                 PIC 9(08).
           05  WS-SUSP-NUM                 PIC 9(08).
           05  WS-SF-INT                   PIC 9(08).
           05  WS-ST-INT                   PIC 9(08).
           05  WS-SUSP-DAYS                PIC S9(05).
           05  WS-SUSP-TOTDAYS             PIC 9(05).
           05  WS-DOCK-TOTDAYS             PIC S9(05).
           05  WS-SERVICE-YEARS            PIC S9(04).
           05  WS-MILE-DD                  PIC 9(02).
           05  WS-AWARD-STATUS             PIC X(15).
           05  WS-MS-IDX                   PIC 9(02) COMP.
           05  WS-MS-HIT                   PIC 9(02) COMP.

      *    Milestones and their cash awards - a fixed policy table
      *    in insprem's tier mould: years of service, then the
      *    award paid through the bonus-type payrun.
       01  SVC-AWARD-POLICY.
           05  FILLER                  PIC X(10) VALUE '05 0500000'.
           05  FILLER                  PIC X(10) VALUE '10 1000000'.
           05  FILLER                  PIC X(10) VALUE '15 1500000'.
           05  FILLER                  PIC X(10) VALUE '20 2500000'.
           05  FILLER                  PIC X(10) VALUE '25 3500000'.
       01  FILLER REDEFINES SVC-AWARD-POLICY.
           05  SVC-AWARD-ENTRY OCCURS 5 TIMES.
               10  SVC-AWARD-YEARS         PIC 9(02).
               10  FILLER                  PIC X(01).
               10  SVC-AWARD-AMOUNT        PIC 9(05)V99.

      *    Per-milestone award counts and amounts for the MILETOT
      *    lines, subscripted in step with SVC-AWARD-POLICY.
       01  WS-MS-TABLE.
           05  WS-MS-ENTRY OCCURS 5 TIMES.
               10  WS-MS-COUNT             PIC 9(07).
               10  WS-MS-TOTAL             PIC 9(11)V99.

       01  DETAIL-RECORD.
           10  SVA-EMP-ID                  PIC X(05).
           10  FILLER                      PIC X(01) VALUE ','.
           10  SVA-EMP-NAME                PIC X(30).
           10  FILLER                      PIC X(01) VALUE ','.
           10  SVA-DEPT                    PIC X(05).
           10  FILLER                      PIC X(01) VALUE ','.
           10  SVA-HIREDT                  PIC X(10).
           10  FILLER                      PIC X(01) VALUE ','.
           10  SVA-UNPAID-DAYS             PIC 9(05).
           10  FILLER                      PIC X(01) VALUE ','.
           10  SVA-SERVICE-DT              PIC X(10).
           10  FILLER                      PIC X(01) VALUE ','.
           10  SVA-MILESTONE               PIC 9(02).
           10  FILLER                      PIC X(01) VALUE ','.
           10  SVA-MILESTONE-DT            PIC X(10).
           10  FILLER                      PIC X(01) VALUE ','.
           10  SVA-AMOUNT                  PIC 9(05)V99.
           10  FILLER                      PIC X(01) VALUE ','.
           10  SVA-STATUS                  PIC X(15).

      *    Department-break subtotal, written whenever the deptcode
      *    of an award line changes and again for the last one -
      *    relies on cur_svcawd being ordered by deptcode, same as
      *    gratval's DEPTTOT convention.
       01  DEPT-SUBTOTAL-RECORD.
           10  DST-ID                      PIC X(07) VALUE 'DEPTTOT'.
           10  FILLER                      PIC X(01) VALUE ','.
           10  DST-DEPTCODE                PIC X(05).
           10  FILLER                      PIC X(01) VALUE ','.
           10  DST-AWARD-COUNT             PIC 9(05).
           10  FILLER                      PIC X(01) VALUE ','.
           10  DST-AWARD-TOTAL             PIC 9(09)V99.

       01  MILESTONE-TOTAL-RECORD.
           10  MST-ID                      PIC X(07) VALUE 'MILETOT'.
           10  FILLER                      PIC X(01) VALUE ','.
           10  MST-MILESTONE               PIC 9(02).
           10  FILLER                      PIC X(01) VALUE ','.
           10  MST-AWARD-COUNT             PIC 9(07).
           10  FILLER                      PIC X(01) VALUE ','.
           10  MST-AWARD-TOTAL             PIC 9(11)V99.

       01  TRAILER-RECORD.
           10  TR-ID                       PIC X(07) VALUE 'TRAILER'.
           10  FILLER                      PIC X(01) VALUE ','.
           10  TR-AWARD-MONTH              PIC X(06).
           10  FILLER                      PIC X(01) VALUE ','.
           10  TR-PAY-PERIOD               PIC X(06).
           10  FILLER                      PIC X(01) VALUE ','.
           10  TR-NET-SERVICE              PIC X(01).
           10  FILLER                      PIC X(01) VALUE ','.
           10  TR-AWARD-COUNT              PIC 9(10).
           10  FILLER                      PIC X(01) VALUE ','.
           10  TR-QUEUED-COUNT             PIC 9(10).
           10  FILLER                      PIC X(01) VALUE ','.
           10  TR-QUEUED-TOTAL             PIC 9(11)V99.

       01  WS-PREV-DEPT                PIC X(05) VALUE SPACES.
       01  WS-FIRST-AWARD              PIC X(01) VALUE 'Y'.
       01  WS-DEPT-AWARD-COUNT         PIC 9(05) VALUE ZEROES.
       01  WS-DEPT-AWARD-TOTAL         PIC 9(09)V99 VALUE ZEROES.

       01  WS-COUNTERS.
           05  EMP-COUNT                   PIC 9(10) VALUE ZEROES.
           05  AWARD-COUNT                 PIC 9(10) VALUE ZEROES.
           05  QUEUED-COUNT                PIC 9(10) VALUE ZEROES.
           05  PRIOR-AWARD-COUNT           PIC 9(10) VALUE ZEROES.
           05  FAILED-COUNT                PIC 9(10) VALUE ZEROES.
           05  NO-HIREDT-COUNT             PIC 9(10) VALUE ZEROES.
           05  WS-QUEUED-TOTAL             PIC 9(11)V99 VALUE ZEROES.

       01  WS-PARM-CARD                PIC X(80) VALUE SPACES.

       01  WS-ENV-VALUE                PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM PARM-CARD-PARA.
           PERFORM INIT-PARA.

           PERFORM PROCESS-DATA THRU PROCESS-EXIT
               UNTIL EMPC-NOTFND OR EMPC-DBERR.

           IF WS-FIRST-AWARD = 'N'
              PERFORM DEPT-BREAK-PARA
           END-IF.
           PERFORM PROGRAM-EXIT.
           DISPLAY "END OF LONG-SERVICE AWARD RUN".

      ***************************************************
       PARM-CARD-PARA.
           DISPLAY "PARM-CARD-PARA - start".
      *    SYSIN 1-6 is the award month (YYYYMM), defaulting to the
      *    month after this one; SYSIN 8 'Y' measures service net
      *    of unpaid leave and unpaid suspension where the policy
      *    calls for it (blank or 'N' counts from HIREDT alone);
      *    SYSIN 10-15 the pay period (YYYYMM) the awards are
      *    queued for, defaulting to the award month.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           IF WS-PARM-CARD(1:6) = SPACES
              MOVE FUNCTION CURRENT-DATE(1:4) TO WS-CURR-YEAR
              MOVE FUNCTION CURRENT-DATE(5:2) TO WS-CURR-MM
              IF WS-CURR-MM = 12
                 ADD 1 TO WS-CURR-YEAR
                 MOVE 1 TO WS-CURR-MM
              ELSE
                 ADD 1 TO WS-CURR-MM
              END-IF
              MOVE WS-CURR-YEAR TO WS-AWARD-MONTH(1:4)
              MOVE WS-CURR-MM   TO WS-AWARD-MONTH(5:2)
           ELSE
              MOVE WS-PARM-CARD(1:6) TO WS-AWARD-MONTH
           END-IF.
           IF WS-AWARD-MONTH IS NOT NUMERIC
              DISPLAY "NON-NUMERIC AWARD MONTH IN SYSIN "
                      "COLUMNS 1-6 - '" WS-AWARD-MONTH "'"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-AWARD-MONTH(1:4) TO WS-AWARD-YEAR.
           MOVE WS-AWARD-MONTH(5:2) TO WS-AWARD-MM.
           IF WS-AWARD-MM < 1 OR WS-AWARD-MM > 12
              DISPLAY "AWARD MONTH OUT OF RANGE - '"
                      WS-AWARD-MONTH "'"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           EVALUATE WS-PARM-CARD(8:1)
              WHEN 'Y'
                 MOVE 'Y' TO WS-NET-SERVICE
              WHEN 'N'
              WHEN SPACE
                 MOVE 'N' TO WS-NET-SERVICE
              WHEN OTHER
                 DISPLAY "NET-SERVICE SWITCH NOT Y/N IN SYSIN "
                         "COLUMN 8 - '" WS-PARM-CARD(8:1) "'"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.
           IF WS-PARM-CARD(10:6) = SPACES
              MOVE WS-AWARD-MONTH TO WS-PAY-PERIOD
           ELSE
              MOVE WS-PARM-CARD(10:6) TO WS-PAY-PERIOD
              IF WS-PAY-PERIOD IS NOT NUMERIC
                 DISPLAY "NON-NUMERIC PAY PERIOD IN SYSIN "
                         "COLUMNS 10-15 - '" WS-PAY-PERIOD "'"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
      *    Open-ended suspensions are counted through the last day
      *    of the award month.
           IF WS-AWARD-MM = 12
              COMPUTE WS-MEND-NUM = (WS-AWARD-YEAR + 1) * 10000
                                  + 101
           ELSE
              COMPUTE WS-MEND-NUM = WS-AWARD-YEAR * 10000
                                  + (WS-AWARD-MM + 1) * 100 + 1
           END-IF.
           COMPUTE WS-MEND-INT =
                   FUNCTION INTEGER-OF-DATE(WS-MEND-NUM) - 1.
           DISPLAY "PARM ECHO - AWARD-MONTH/" WS-AWARD-MONTH
                   " NET-SERVICE/" WS-NET-SERVICE
                   " PAY-PERIOD/" WS-PAY-PERIOD.
           DISPLAY "PARM-CARD-PARA - end".

      ***************************************************
       INIT-PARA.
           DISPLAY "1000-INIT - start".
           PERFORM CONNECT-TO-DATABASE.
           PERFORM CHECK-PREREQ-PARA.
           PERFORM REGISTER-RUN-START-PARA.
           INITIALIZE WS-MS-TABLE.
           PERFORM AWARD-CURSOR-DECLARE.
           PERFORM AWARD-CURSOR-OPEN.
           OPEN OUTPUT OUTPUT-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-AWARD-TS.
           DISPLAY "1000-INIT - END".

       INIT-EXIT.
           EXIT.

      ***************************************************
       PROCESS-DATA.
           PERFORM AWARD-CURSOR-FETCH.
           IF NOT EMPC-NOTFND AND NOT EMPC-DBERR
              PERFORM CHECK-MILESTONE-PARA THRU CHECK-MILESTONE-EXIT
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
      *    GET-DB-CREDENTIALS-PARA, under SVCAWARD_* names instead.
        GET-DB-CREDENTIALS-PARA.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SVCAWARD_DBNAME".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO DATABASE-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SVCAWARD_DBUSER".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO USER-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SVCAWARD_DBPASS".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO PASSWORD
           END-IF.

      ***************************************************
      *    The active, unsettled population with the docked days
      *    already summed - the years lvyrend has closed and the
      *    current leave year's ledger net of LVAPMANT's refunds -
      *    ordered by deptcode and name for the ceremony list.
        AWARD-CURSOR-DECLARE.
           DISPLAY "AWARD-CURSOR-DECLARE - START".
           EXEC SQL
              declare cur_svcawd cursor for
              select e.empid, e.empname, e.deptcode, e.hiredt,
                     value((select sum(h.dock-days)
                               from leave_dock_hist h
                               where h.empid = e.empid), 0),
                     value((select sum(k.dock-days)
                               from leave_dock k
                               where k.empid = e.empid), 0),
                     value(e.prior-svc-days, 0)
                  from employee e
                  where e.status = 'A'
                    and (e.settled is null or e.settled not = 'Y')
                  order by e.deptcode, e.empname, e.empid
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-EMPCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-EMPCURVAL
                 DISPLAY 'NOT FOUND - AWARD CURSOR DECLARE'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - AWARD CURSOR DECLARE'
                 MOVE 'E' TO WS-EMPCURVAL
           END-EVALUATE.
           DISPLAY "AWARD-CURSOR-DECLARE - END".

      ***************************************************
        AWARD-CURSOR-OPEN.
           DISPLAY "AWARD-CURSOR-OPEN - START".
           EXEC SQL
              open cur_svcawd;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-EMPCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-EMPCURVAL
                 DISPLAY 'NOT FOUND - AWARD CURSOR OPEN'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - AWARD CURSOR OPEN'
                 MOVE 'E' TO WS-EMPCURVAL
           END-EVALUATE.
           DISPLAY "AWARD-CURSOR-OPEN - END".

      ***************************************************
        AWARD-CURSOR-FETCH.
           MOVE SPACES TO WS-EMP-NAME WS-EMP-DEPT WS-EMP-HIREDT.
           MOVE ZEROES TO WS-DOCK-HIST WS-DOCK-CURR WS-PRIOR-SVC-DAYS.
           EXEC SQL
              fetch next cur_svcawd into
                :WS-EMP-ID,
                :WS-EMP-NAME,
                :WS-EMP-DEPT,
                :WS-EMP-HIREDT,
                :WS-DOCK-HIST,
                :WS-DOCK-CURR,
                :WS-PRIOR-SVC-DAYS;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 ADD 1 TO EMP-COUNT
                 MOVE 'F' TO WS-EMPCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-EMPCURVAL
                 DISPLAY 'NOT FOUND - AWARD CURSOR FETCH'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - AWARD CURSOR FETCH'
                 MOVE 'E' TO WS-EMPCURVAL
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      ***************************************************
      *    The service start is HIREDT, pushed later by the unpaid
      *    days when net service is asked for. The employee reaches
      *    a milestone in the award month when the start's month is
      *    the award month and the whole years since the start are
      *    one of the policy milestones. A 29 February start keeps
      *    its anniversary on the 28th in a common year.
        CHECK-MILESTONE-PARA.
           IF WS-EMP-HIREDT = SPACES
              OR WS-EMP-HIREDT(1:4) IS NOT NUMERIC
              OR WS-EMP-HIREDT(6:2) IS NOT NUMERIC
              OR WS-EMP-HIREDT(9:2) IS NOT NUMERIC
              ADD 1 TO NO-HIREDT-COUNT
              DISPLAY 'NO USABLE HIRE DATE - ' WS-EMP-ID
              GO TO CHECK-MILESTONE-EXIT
           END-IF.
           STRING WS-EMP-HIREDT(1:4) WS-EMP-HIREDT(6:2)
                  WS-EMP-HIREDT(9:2) DELIMITED BY SIZE
               INTO WS-HIRE-NUM
           END-STRING.
           COMPUTE WS-HIRE-INT = FUNCTION INTEGER-OF-DATE(WS-HIRE-NUM).

           MOVE ZERO TO WS-UNPAID-DAYS.
           IF NET-SERVICE
              PERFORM COUNT-UNPAID-DAYS-PARA
           END-IF.
           COMPUTE WS-START-INT = WS-HIRE-INT + WS-UNPAID-DAYS
                                - WS-PRIOR-SVC-DAYS.
           COMPUTE WS-START-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-START-INT).

           IF WS-START-MM NOT = WS-AWARD-MM
              GO TO CHECK-MILESTONE-EXIT
           END-IF.
           COMPUTE WS-SERVICE-YEARS =
                   WS-AWARD-YEAR - WS-START-YEAR.
           MOVE ZERO TO WS-MS-HIT.
           PERFORM FIND-MILESTONE-PARA
               VARYING WS-MS-IDX FROM 1 BY 1
               UNTIL WS-MS-IDX > 5 OR WS-MS-HIT > 0.
           IF WS-MS-HIT = 0
              GO TO CHECK-MILESTONE-EXIT
           END-IF.

           MOVE SVC-AWARD-YEARS(WS-MS-HIT)  TO WS-MILESTONE.
           MOVE SVC-AWARD-AMOUNT(WS-MS-HIT) TO WS-AWARD-AMT.
           MOVE WS-START-DD TO WS-MILE-DD.
           IF WS-AWARD-MM = 2 AND WS-MILE-DD = 29
              IF FUNCTION MOD(WS-AWARD-YEAR, 4) NOT = 0
                 OR (FUNCTION MOD(WS-AWARD-YEAR, 100) = 0
                     AND FUNCTION MOD(WS-AWARD-YEAR, 400) NOT = 0)
                 MOVE 28 TO WS-MILE-DD
              END-IF
           END-IF.
           STRING WS-AWARD-MONTH(1:4) '-' WS-AWARD-MONTH(5:2) '-'
                  WS-MILE-DD DELIMITED BY SIZE
               INTO WS-MILESTONE-DT
           END-STRING.
           STRING WS-START-YEAR '-' WS-START-MM '-'
                  WS-START-DD DELIMITED BY SIZE
               INTO WS-SERVICE-DT
           END-STRING.

           PERFORM RECORD-AWARD-PARA.
           PERFORM CONTROL-BREAK-PARA.
           PERFORM WRITE-DETAIL-PARA.

       CHECK-MILESTONE-EXIT.
           EXIT.

        FIND-MILESTONE-PARA.
           IF SVC-AWARD-YEARS(WS-MS-IDX) = WS-SERVICE-YEARS
              MOVE WS-MS-IDX TO WS-MS-HIT
           END-IF.

      ***************************************************
      *    Unpaid days against service: the docked leave already
      *    summed on the cursor row (a refunded-to-negative figure
      *    counts as none) plus the calendar days of every unpaid
      *    suspension, an open-ended one running to the end of the
      *    award month.
        COUNT-UNPAID-DAYS-PARA.
           COMPUTE WS-DOCK-TOTDAYS = WS-DOCK-HIST + WS-DOCK-CURR.
           IF WS-DOCK-TOTDAYS < ZERO
              MOVE ZERO TO WS-DOCK-TOTDAYS
           END-IF.
           MOVE ZERO TO WS-SUSP-TOTDAYS.

           EXEC SQL
               DECLARE CUR-SVCSUSP CURSOR FOR
                   SELECT SUSP-FROM, SUSP-TO
                       FROM DISC_CASE
                       WHERE EMPID = :WS-EMP-ID
                         AND OUTCOME = 'SUSPUNPD'
                         AND SUSP-FROM NOT = ' '
           END-EXEC.

           EXEC SQL OPEN CUR-SVCSUSP END-EXEC.

           MOVE 'N' TO WS-SUSP-EOF-IND.
           PERFORM FETCH-SUSPENSION-PARA UNTIL SUSP-EOF.

           EXEC SQL CLOSE CUR-SVCSUSP END-EXEC.

           COMPUTE WS-UNPAID-DAYS = WS-DOCK-TOTDAYS + WS-SUSP-TOTDAYS.

      ***************************************************
        FETCH-SUSPENSION-PARA.
           EXEC SQL
               FETCH CUR-SVCSUSP
                   INTO :WS-SUSP-FROM, :WS-SUSP-TO
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              PERFORM COUNT-SUSP-SPAN-PARA
           ELSE
              MOVE 'Y' TO WS-SUSP-EOF-IND
           END-IF.

      ***************************************************
        COUNT-SUSP-SPAN-PARA.
           COMPUTE WS-SUSP-NUM =
               (FUNCTION NUMVAL(WS-SUSP-FROM(1:4)) * 10000)
               + (FUNCTION NUMVAL(WS-SUSP-FROM(6:2)) * 100)
               + FUNCTION NUMVAL(WS-SUSP-FROM(9:2)).
           COMPUTE WS-SF-INT =
               FUNCTION INTEGER-OF-DATE(WS-SUSP-NUM).
           IF WS-SUSP-TO = SPACES
              MOVE WS-MEND-INT TO WS-ST-INT
           ELSE
              COMPUTE WS-SUSP-NUM =
                  (FUNCTION NUMVAL(WS-SUSP-TO(1:4)) * 10000)
                  + (FUNCTION NUMVAL(WS-SUSP-TO(6:2)) * 100)
                  + FUNCTION NUMVAL(WS-SUSP-TO(9:2))
              COMPUTE WS-ST-INT =
                  FUNCTION INTEGER-OF-DATE(WS-SUSP-NUM)
           END-IF.
           IF WS-ST-INT > WS-MEND-INT
              MOVE WS-MEND-INT TO WS-ST-INT
           END-IF.
           COMPUTE WS-SUSP-DAYS = WS-ST-INT - WS-SF-INT + 1.
           IF WS-SUSP-DAYS > ZERO
              ADD WS-SUSP-DAYS TO WS-SUSP-TOTDAYS
           END-IF.

      ***************************************************
      *    SERVICE_AWARD is the once-only guard: an employee with a
      *    row for the milestone is listed for the ceremony but not
      *    paid again. A new award is recorded first and then
      *    queued as the unpaid ONE_TIME_PAYMENT row OTPMANT would
      *    key by hand, so the bonus-type payrun for the card's
      *    period pays it like bonus13's.
        RECORD-AWARD-PARA.
           MOVE ZERO TO WS-DUP-COUNT.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-DUP-COUNT
                   FROM SERVICE_AWARD
                   WHERE EMPID = :WS-EMP-ID
                     AND MILESTONE = :WS-MILESTONE
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE ZERO TO WS-DUP-COUNT
           END-IF.
           IF WS-DUP-COUNT > 0
              MOVE 'ALREADY AWARDED' TO WS-AWARD-STATUS
              ADD 1 TO PRIOR-AWARD-COUNT
           ELSE
              PERFORM INSERT-AWARD-PARA
           END-IF.

      ***************************************************
        INSERT-AWARD-PARA.
           EXEC SQL
               INSERT INTO SERVICE_AWARD
                   (EMPID, MILESTONE, MILESTONE-DT, AWARD-MONTH,
                    DEPTCODE, UNPAID-DAYS, AMOUNT, PAY-PERIOD,
                    AWARDED-TS)
                   VALUES (:WS-EMP-ID, :WS-MILESTONE,
                           :WS-MILESTONE-DT, :WS-AWARD-MONTH,
                           :WS-EMP-DEPT, :WS-UNPAID-DAYS,
                           :WS-AWARD-AMT, :WS-PAY-PERIOD,
                           :WS-AWARD-TS)
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 PERFORM QUEUE-PAYMENT-PARA
              WHEN WS-SQL-RETURN-DUPKEY
                 MOVE 'ALREADY AWARDED' TO WS-AWARD-STATUS
                 ADD 1 TO PRIOR-AWARD-COUNT
              WHEN OTHER
                 MOVE 'NOT RECORDED' TO WS-AWARD-STATUS
                 ADD 1 TO FAILED-COUNT
                 DISPLAY 'DB2 ERROR - SERVICE AWARD INSERT - '
                         WS-EMP-ID
           END-EVALUATE.

      ***************************************************
        QUEUE-PAYMENT-PARA.
           MOVE SPACES TO WS-PAYDESC.
           STRING 'SERVICE AWARD ' WS-MILESTONE ' YRS'
                  DELIMITED BY SIZE
               INTO WS-PAYDESC
           END-STRING.
           EXEC SQL
               INSERT INTO ONE_TIME_PAYMENT
                   (EMPID, PAY-PERIOD, AMOUNT, PAYDESC,
                    PAID-FLAG, CHANGED-BY)
                   VALUES (:WS-EMP-ID, :WS-PAY-PERIOD,
                           :WS-AWARD-AMT, :WS-PAYDESC,
                           'N', 'SVCAWARD')
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              MOVE 'QUEUED' TO WS-AWARD-STATUS
              ADD 1 TO QUEUED-COUNT
              ADD WS-AWARD-AMT TO WS-QUEUED-TOTAL
           ELSE
      *       No payment row means no award either - the guard row
      *       comes back out so next month's run can try again.
              MOVE 'NOT QUEUED' TO WS-AWARD-STATUS
              ADD 1 TO FAILED-COUNT
              DISPLAY 'DB2 ERROR - SERVICE AWARD PAYMENT - '
                      WS-EMP-ID '/' WS-PAY-PERIOD
              EXEC SQL
                  DELETE FROM SERVICE_AWARD
                      WHERE EMPID = :WS-EMP-ID
                        AND MILESTONE = :WS-MILESTONE
              END-EXEC
           END-IF.

      ***************************************************
        CONTROL-BREAK-PARA.
           IF WS-FIRST-AWARD = 'N'
              AND WS-EMP-DEPT NOT = WS-PREV-DEPT
              PERFORM DEPT-BREAK-PARA
           END-IF.
           MOVE 'N'         TO WS-FIRST-AWARD.
           MOVE WS-EMP-DEPT TO WS-PREV-DEPT.

      ***************************************************
        WRITE-DETAIL-PARA.
           MOVE WS-EMP-ID        TO SVA-EMP-ID.
           MOVE WS-EMP-NAME      TO SVA-EMP-NAME.
           MOVE WS-EMP-DEPT      TO SVA-DEPT.
           MOVE WS-EMP-HIREDT    TO SVA-HIREDT.
           MOVE WS-UNPAID-DAYS   TO SVA-UNPAID-DAYS.
           MOVE WS-SERVICE-DT    TO SVA-SERVICE-DT.
           MOVE WS-MILESTONE     TO SVA-MILESTONE.
           MOVE WS-MILESTONE-DT  TO SVA-MILESTONE-DT.
           MOVE WS-AWARD-AMT     TO SVA-AMOUNT.
           MOVE WS-AWARD-STATUS  TO SVA-STATUS.
           WRITE OUTPUT-RECORD FROM DETAIL-RECORD.
           ADD 1 TO AWARD-COUNT.
           ADD 1 TO WS-DEPT-AWARD-COUNT.
           ADD WS-AWARD-AMT TO WS-DEPT-AWARD-TOTAL.
           ADD 1 TO WS-MS-COUNT(WS-MS-HIT).
           ADD WS-AWARD-AMT TO WS-MS-TOTAL(WS-MS-HIT).

      ***************************************************
        DEPT-BREAK-PARA.
           MOVE WS-PREV-DEPT        TO DST-DEPTCODE.
           MOVE WS-DEPT-AWARD-COUNT TO DST-AWARD-COUNT.
           MOVE WS-DEPT-AWARD-TOTAL TO DST-AWARD-TOTAL.
           WRITE OUTPUT-RECORD FROM DEPT-SUBTOTAL-RECORD.
           MOVE ZEROES TO WS-DEPT-AWARD-COUNT.
           MOVE ZEROES TO WS-DEPT-AWARD-TOTAL.

      ***************************************************
        WRITE-MILESTONE-TOTAL-PARA.
           MOVE SVC-AWARD-YEARS(WS-MS-IDX) TO MST-MILESTONE.
           MOVE WS-MS-COUNT(WS-MS-IDX)     TO MST-AWARD-COUNT.
           MOVE WS-MS-TOTAL(WS-MS-IDX)     TO MST-AWARD-TOTAL.
           WRITE OUTPUT-RECORD FROM MILESTONE-TOTAL-RECORD.

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
           MOVE EMP-COUNT TO WS-RUNC-ROWS.
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

           PERFORM WRITE-MILESTONE-TOTAL-PARA
               VARYING WS-MS-IDX FROM 1 BY 1
               UNTIL WS-MS-IDX > 5.
           MOVE WS-AWARD-MONTH  TO TR-AWARD-MONTH.
           MOVE WS-PAY-PERIOD   TO TR-PAY-PERIOD.
           MOVE WS-NET-SERVICE  TO TR-NET-SERVICE.
           MOVE AWARD-COUNT     TO TR-AWARD-COUNT.
           MOVE QUEUED-COUNT    TO TR-QUEUED-COUNT.
           MOVE WS-QUEUED-TOTAL TO TR-QUEUED-TOTAL.
           WRITE OUTPUT-RECORD FROM TRAILER-RECORD.
           IF RETURN-CODE < 4
              AND (FAILED-COUNT > 0 OR NO-HIREDT-COUNT > 0)
              MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE OUTPUT-FILE.
           PERFORM REGISTER-RUN-END-PARA.

           EXEC SQL
                disconnect all;
           END-EXEC

           DISPLAY 'EMPLOYEE  COUNT  '  EMP-COUNT.
           DISPLAY 'AWARD     COUNT  '  AWARD-COUNT.
           DISPLAY 'QUEUED    COUNT  '  QUEUED-COUNT.
           DISPLAY 'PRIOR AWD COUNT  '  PRIOR-AWARD-COUNT.
           DISPLAY 'FAILED    COUNT  '  FAILED-COUNT.
           DISPLAY 'NO HIREDT COUNT  '  NO-HIREDT-COUNT.
           DISPLAY 'QUEUED    TOTAL  '  WS-QUEUED-TOTAL.
           DISPLAY "9999-PROGRAM-EXIT - end".
