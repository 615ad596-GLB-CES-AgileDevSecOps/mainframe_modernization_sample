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
      *    Daily batch service-level report over RUN_CONTROL, run
      *    each morning ahead of opsdig. For the report date (SYSIN
      *    1-8, blank = yesterday) every job that started that day
      *    is listed with its elapsed time beside its own thirty-day
      *    average and, where SLAMANT holds a BATCH_SLA row, its
      *    expected minutes and finish-by time. Flags raised:
      *      LATE     - completed after the finish-by deadline;
      *      OVERRUN  - ran longer than the expected minutes;
      *      LONG     - ran longer than LONG-PCT of its thirty-day
      *                 average (150 when the job has no SLA row,
      *                 judged once it has three runs of history);
      *      NOEND    - started but never registered completion;
      *      NOSTART  - a RUN-DAILY SLA job with no run that day.
      *    Every flag is kept on BATCH_SLA_BREACH under the report
      *    date (a rerun replaces the date's rows) so opsdig can
      *    carry them into the morning digest. The weekly trend
      *    section ranks the jobs whose average over the last
      *    seven days has grown most against the seven before.
      *    Elapsed times come from the CURRENT-DATE images in
      *    START-TS/END-TS, so a run spanning midnight is timed
      *    across the day change. RC 4 when any flag is raised.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    slarpt.
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
      *    Defaults below are the dev connection; SLARPT_DBNAME,
      *    SLARPT_DBUSER and SLARPT_DBPASS environment variables
      *    (see GET-DB-CREDENTIALS-PARA) override them, same as
      *    emplist.cbl's EMPLIST_* variables.
       01 DATABASE-NAME PIC X(80) VALUE "ltpz_syntel:5432".
       01 USER-NAME     PIC X(80) VALUE "syntel".
       01 PASSWORD      PIC X(80) VALUE "syntel".
       01 WS-RPT-DATE             PIC X(08).
       01 WS-FROM-DATE            PIC X(08).
       01 WS-SLA-PROGRAM          PIC X(08).
       01 WS-SLA-EXPMIN           PIC 9(04).
       01 WS-SLA-FINBY            PIC 9(04).
       01 WS-SLA-NXTDAY           PIC X(01).
       01 WS-SLA-LONGPCT          PIC 9(03).
       01 WS-SLA-DAILY            PIC X(01).
       01 WS-RUN-PROGRAM          PIC X(08).
       01 WS-RUN-STATUS           PIC X(01).
       01 WS-RUN-START-TS         PIC X(21).
       01 WS-RUN-END-TS           PIC X(21).
       01 WS-BRC-TYPE             PIC X(08).
       01 WS-BRC-ELAPSED          PIC 9(05)V9.
       01 WS-BRC-EXPECTED         PIC 9(04).
       01 WS-BRC-AVERAGE          PIC 9(05)V9.
       01 WS-BRC-TS               PIC X(21).
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
           05  WS-RPT-NUM                  PIC 9(08).
           05  WS-RPT-INT                  PIC 9(09) COMP.
           05  WS-FROM-NUM                 PIC 9(08).
           05  WS-RUN-INT                  PIC 9(09) COMP.
           05  WS-RUN-AGE                  PIC S9(09) COMP.
           05  WS-START-SECS               PIC 9(15) COMP.
           05  WS-END-SECS                 PIC 9(15) COMP.
           05  WS-DUE-SECS                 PIC 9(15) COMP.
           05  WS-RUN-SECS                 PIC 9(09) COMP.
           05  WS-TS-SECS                  PIC 9(15) COMP.
           05  WS-AVG-SECS                 PIC 9(09) COMP.
           05  WS-LONG-PCT                 PIC 9(03).
           05  WS-FLAGS                    PIC X(40).
           05  WS-FLAG-PTR                 PIC S9(04) COMP.

      *    A CURRENT-DATE image as RUN_CONTROL stores it.
       01  WS-TS-WORK                      PIC X(21).
       01  WS-TS-PARTS REDEFINES WS-TS-WORK.
           05  WS-TS-DATE                  PIC 9(08).
           05  WS-TS-HH                    PIC 9(02).
           05  WS-TS-MI                    PIC 9(02).
           05  WS-TS-SS                    PIC 9(02).
           05  FILLER                      PIC X(07).

       01  WS-FINBY-WORK                   PIC 9(04).
       01  WS-FINBY-PARTS REDEFINES WS-FINBY-WORK.
           05  WS-FINBY-HH                 PIC 9(02).
           05  WS-FINBY-MM                 PIC 9(02).

      *    SYSIN 1-8 optional report date (YYYYMMDD, blank =
      *    yesterday, the same default as opsdig); 10-11 how many
      *    jobs the weekly trend section ranks (default 10).
       01  WS-PARM-CARD                PIC X(80) VALUE SPACES.
       01  WS-TREND-TOP                PIC 9(02) VALUE 10.
       01  WS-MIN-HISTORY              PIC 9(02) VALUE 03.
       01  WS-DEFAULT-LONG-PCT         PIC 9(03) VALUE 150.

      *    One entry per program seen on BATCH_SLA or on
      *    RUN_CONTROL in the thirty-one days to the report date.
      *    Seconds are accumulated for the report day, the thirty
      *    days before it, and the two trend weeks (this week is
      *    the report day and the six days before it).
       01  WS-JOB-IDX                  PIC S9(04) COMP.
       01  WS-JOB-HIT                  PIC S9(04) COMP.
       01  WS-JOB-MAX                  PIC S9(04) COMP VALUE 150.
       01  WS-JOB-COUNT                PIC S9(04) COMP VALUE ZERO.
       01  WS-JOB-TABLE.
           05  JOB-ENTRY OCCURS 150 TIMES.
               10  JOB-PROGRAM         PIC X(08).
               10  JOB-SLA-IND         PIC X(01).
                   88  JOB-HAS-SLA             VALUE 'Y'.
               10  JOB-EXPMIN          PIC 9(04).
               10  JOB-FINBY           PIC 9(04).
               10  JOB-NXTDAY          PIC X(01).
               10  JOB-LONGPCT         PIC 9(03).
               10  JOB-DAILY           PIC X(01).
               10  JOB-DAY-IND         PIC X(01).
                   88  JOB-RAN-TODAY           VALUE 'Y'.
               10  JOB-DAY-STATUS      PIC X(01).
               10  JOB-DAY-START       PIC X(21).
               10  JOB-DAY-END         PIC X(21).
               10  JOB-DAY-SECS        PIC 9(09) COMP.
               10  JOB-HIST-SECS       PIC 9(11) COMP.
               10  JOB-HIST-RUNS       PIC 9(05) COMP.
               10  JOB-WK1-SECS        PIC 9(11) COMP.
               10  JOB-WK1-RUNS        PIC 9(05) COMP.
               10  JOB-WK2-SECS        PIC 9(11) COMP.
               10  JOB-WK2-RUNS        PIC 9(05) COMP.
               10  JOB-TREND-IND       PIC X(01).
                   88  JOB-TREND-OPEN          VALUE 'Y'.
               10  JOB-GROWTH          PIC S9(07)V9 COMP-3.

       01  WS-RANK                     PIC 9(02).
       01  WS-BEST-IDX                 PIC S9(04) COMP.
       01  WS-RANK-DONE-IND            PIC X(01).
           88  RANK-DONE                       VALUE 'Y'.

       01  SECTION-RECORD.
           10  SEC-TEXT                    PIC X(110).

       01  DAILY-RECORD.
           10  DLY-PROGRAM                 PIC X(08).
           10  FILLER                      PIC X(01) VALUE ','.
           10  DLY-START                   PIC X(14).
           10  FILLER                      PIC X(01) VALUE ','.
           10  DLY-END                     PIC X(14).
           10  FILLER                      PIC X(01) VALUE ','.
           10  DLY-ELAPSED                 PIC ZZZZ9.9.
           10  FILLER                      PIC X(01) VALUE ','.
           10  DLY-AVERAGE                 PIC ZZZZ9.9.
           10  FILLER                      PIC X(01) VALUE ','.
           10  DLY-HIST-RUNS               PIC ZZ9.
           10  FILLER                      PIC X(01) VALUE ','.
           10  DLY-EXPECTED                PIC X(04).
           10  FILLER                      PIC X(01) VALUE ','.
           10  DLY-FINBY                   PIC X(04).
           10  FILLER                      PIC X(01) VALUE ','.
           10  DLY-FLAGS                   PIC X(40).

       01  TREND-RECORD.
           10  TRD-RANK                    PIC Z9.
           10  FILLER                      PIC X(01) VALUE ','.
           10  TRD-PROGRAM                 PIC X(08).
           10  FILLER                      PIC X(01) VALUE ','.
           10  TRD-PRIOR-AVG               PIC ZZZZ9.9.
           10  FILLER                      PIC X(01) VALUE ','.
           10  TRD-PRIOR-RUNS              PIC Z9.
           10  FILLER                      PIC X(01) VALUE ','.
           10  TRD-THIS-AVG                PIC ZZZZ9.9.
           10  FILLER                      PIC X(01) VALUE ','.
           10  TRD-THIS-RUNS               PIC Z9.
           10  FILLER                      PIC X(01) VALUE ','.
           10  TRD-GROWTH                  PIC -ZZZZZ9.9.
           10  FILLER                      PIC X(01) VALUE '%'.
           10  FILLER                      PIC X(66) VALUE SPACES.

       01  WS-COUNTERS.
           05  RUN-READ-COUNT              PIC 9(10) VALUE ZEROES.
           05  JOB-REPORTED-COUNT          PIC 9(10) VALUE ZEROES.
           05  BREACH-COUNT                PIC 9(10) VALUE ZEROES.
           05  TREND-COUNT                 PIC 9(10) VALUE ZEROES.
           05  OVERFLOW-COUNT              PIC 9(10) VALUE ZEROES.
           05  BREACH-ERROR-COUNT          PIC 9(10) VALUE ZEROES.

       01  WS-ENV-VALUE                PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM PARM-CARD-PARA.
           PERFORM INIT-PARA.

           PERFORM SLA-CURSOR-OPEN.
           PERFORM SLA-DATA THRU SLA-EXIT
               UNTIL CUR-NOTFND OR CUR-DBERR.
           PERFORM RUN-CURSOR-OPEN.
           PERFORM RUN-DATA THRU RUN-EXIT
               UNTIL CUR-NOTFND OR CUR-DBERR.

           PERFORM CLEAR-BREACH-PARA.
           MOVE 'DAILY - PROGRAM,START,END,ELAPSED MIN,30-DAY AVG,'
             & 'RUNS,SLA MIN,FINISH BY,FLAGS' TO SEC-TEXT.
           WRITE REPORT-RECORD FROM SECTION-RECORD.
           PERFORM DAILY-JOB-PARA THRU DAILY-JOB-EXIT
               VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX > WS-JOB-COUNT.

           MOVE 'WEEKLY TREND - RANK,PROGRAM,PRIOR WEEK AVG MIN,'
             & 'RUNS,THIS WEEK AVG MIN,RUNS,GROWTH' TO SEC-TEXT.
           WRITE REPORT-RECORD FROM SECTION-RECORD.
           MOVE 'N' TO WS-RANK-DONE-IND.
           PERFORM RANK-TREND-PARA THRU RANK-TREND-EXIT
               VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > WS-TREND-TOP OR RANK-DONE.

           PERFORM PROGRAM-EXIT.
           DISPLAY "END OF BATCH SLA REPORT RUN".

      ***************************************************
       PARM-CARD-PARA.
           DISPLAY "PARM-CARD-PARA - start".
           ACCEPT WS-PARM-CARD FROM SYSIN.
           IF WS-PARM-CARD(1:8) NOT = SPACES
              AND WS-PARM-CARD(1:8) IS NOT NUMERIC
              DISPLAY "NON-NUMERIC REPORT DATE IN SYSIN COLUMNS "
                      "1-8 - '" WS-PARM-CARD(1:8) "'"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-PARM-CARD(10:2) NOT = SPACES
              IF WS-PARM-CARD(10:2) IS NOT NUMERIC
                 DISPLAY "NON-NUMERIC TREND COUNT IN SYSIN COLUMNS "
                         "10-11"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-PARM-CARD(10:2) TO WS-TREND-TOP
           END-IF.
           IF WS-PARM-CARD(1:8) = SPACES
              COMPUTE WS-RPT-INT = FUNCTION INTEGER-OF-DATE(
                      FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
                      - 1
              COMPUTE WS-RPT-NUM =
                      FUNCTION DATE-OF-INTEGER(WS-RPT-INT)
           ELSE
              MOVE WS-PARM-CARD(1:8) TO WS-RPT-NUM
              COMPUTE WS-RPT-INT =
                      FUNCTION INTEGER-OF-DATE(WS-RPT-NUM)
           END-IF.
           MOVE WS-RPT-NUM TO WS-RPT-DATE.
           COMPUTE WS-FROM-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-RPT-INT - 30).
           MOVE WS-FROM-NUM TO WS-FROM-DATE.
           DISPLAY "PARM ECHO - REPORT DATE/" WS-RPT-DATE
                   " HISTORY FROM/" WS-FROM-DATE
                   " TREND TOP/" WS-TREND-TOP.
           DISPLAY "PARM-CARD-PARA - end".

      ***************************************************
       INIT-PARA.
           DISPLAY "1000-INIT - start".
           OPEN OUTPUT REPORT-FILE.
           PERFORM CONNECT-TO-DATABASE.
           DISPLAY "1000-INIT - END".

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
      *    GET-DB-CREDENTIALS-PARA, under SLARPT_* names instead.
        GET-DB-CREDENTIALS-PARA.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SLARPT_DBNAME".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO DATABASE-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SLARPT_DBUSER".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO USER-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SLARPT_DBPASS".
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
        SLA-CURSOR-OPEN.
           DISPLAY "SLA-CURSOR-OPEN - START".
           EXEC SQL
              declare cur_slamast cursor for
              select PROGRAM-NAME, EXPECTED-MINUTES, FINISH-BY,
                     FINISH-NEXT-DAY, LONG-PCT, RUN-DAILY
                  from batch_sla
                  order by PROGRAM-NAME
           END-EXEC.
           EXEC SQL
              open cur_slamast;
           END-EXEC.
           PERFORM CHECK-CURSOR-PARA.
           DISPLAY "SLA-CURSOR-OPEN - END".

      ***************************************************
       SLA-DATA.
           EXEC SQL
              fetch next cur_slamast into
                :WS-SLA-PROGRAM, :WS-SLA-EXPMIN, :WS-SLA-FINBY,
                :WS-SLA-NXTDAY, :WS-SLA-LONGPCT, :WS-SLA-DAILY;
           END-EXEC.
           PERFORM CHECK-CURSOR-PARA.
           IF NOT CUR-EXIST
              GO TO SLA-EXIT
           END-IF.
           MOVE WS-SLA-PROGRAM TO WS-RUN-PROGRAM.
           PERFORM FIND-JOB-PARA.
           IF WS-JOB-HIT = 0
              GO TO SLA-EXIT
           END-IF.
           MOVE 'Y'            TO JOB-SLA-IND(WS-JOB-HIT).
           MOVE WS-SLA-EXPMIN  TO JOB-EXPMIN(WS-JOB-HIT).
           MOVE WS-SLA-FINBY   TO JOB-FINBY(WS-JOB-HIT).
           MOVE WS-SLA-NXTDAY  TO JOB-NXTDAY(WS-JOB-HIT).
           MOVE WS-SLA-LONGPCT TO JOB-LONGPCT(WS-JOB-HIT).
           MOVE WS-SLA-DAILY   TO JOB-DAILY(WS-JOB-HIT).

       SLA-EXIT.
           EXIT.

      ***************************************************
      *    Every run started from thirty days before the report
      *    date up to the report date itself, oldest first within
      *    a program so the report day keeps its latest run.
        RUN-CURSOR-OPEN.
           DISPLAY "RUN-CURSOR-OPEN - START".
           EXEC SQL
              declare cur_slarun cursor for
              select PROGRAM-NAME, RUN-STATUS, START-TS,
                     coalesce(END-TS, ' ')
                  from run_control
                  where substr(START-TS, 1, 8) >= :WS-FROM-DATE
                    and substr(START-TS, 1, 8) <= :WS-RPT-DATE
                  order by PROGRAM-NAME, START-TS
           END-EXEC.
           EXEC SQL
              open cur_slarun;
           END-EXEC.
           PERFORM CHECK-CURSOR-PARA.
           DISPLAY "RUN-CURSOR-OPEN - END".

      ***************************************************
       RUN-DATA.
           EXEC SQL
              fetch next cur_slarun into
                :WS-RUN-PROGRAM, :WS-RUN-STATUS,
                :WS-RUN-START-TS, :WS-RUN-END-TS;
           END-EXEC.
           PERFORM CHECK-CURSOR-PARA.
           IF NOT CUR-EXIST
              GO TO RUN-EXIT
           END-IF.
           ADD 1 TO RUN-READ-COUNT.
           PERFORM FIND-JOB-PARA.
           IF WS-JOB-HIT = 0
              GO TO RUN-EXIT
           END-IF.

           MOVE WS-RUN-START-TS TO WS-TS-WORK.
           IF WS-TS-DATE IS NOT NUMERIC
              GO TO RUN-EXIT
           END-IF.
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-TS-DATE).
           COMPUTE WS-RUN-AGE = WS-RPT-INT - WS-RUN-INT.
           PERFORM TS-TO-SECS-PARA.
           MOVE WS-TS-SECS TO WS-START-SECS.

           MOVE ZERO TO WS-RUN-SECS.
           MOVE WS-RUN-END-TS TO WS-TS-WORK.
           IF WS-RUN-STATUS = 'C' AND WS-TS-DATE IS NUMERIC
              PERFORM TS-TO-SECS-PARA
              MOVE WS-TS-SECS TO WS-END-SECS
              IF WS-END-SECS > WS-START-SECS
                 COMPUTE WS-RUN-SECS = WS-END-SECS - WS-START-SECS
              END-IF
           ELSE
              MOVE 'S' TO WS-RUN-STATUS
           END-IF.

           IF WS-RUN-AGE = 0
              MOVE 'Y'             TO JOB-DAY-IND(WS-JOB-HIT)
              MOVE WS-RUN-STATUS   TO JOB-DAY-STATUS(WS-JOB-HIT)
              MOVE WS-RUN-START-TS TO JOB-DAY-START(WS-JOB-HIT)
              MOVE WS-RUN-END-TS   TO JOB-DAY-END(WS-JOB-HIT)
              MOVE WS-RUN-SECS     TO JOB-DAY-SECS(WS-JOB-HIT)
           END-IF.
           IF WS-RUN-STATUS NOT = 'C'
              GO TO RUN-EXIT
           END-IF.
           IF WS-RUN-AGE > 0
              ADD WS-RUN-SECS TO JOB-HIST-SECS(WS-JOB-HIT)
              ADD 1           TO JOB-HIST-RUNS(WS-JOB-HIT)
           END-IF.
           IF WS-RUN-AGE < 7
              ADD WS-RUN-SECS TO JOB-WK1-SECS(WS-JOB-HIT)
              ADD 1           TO JOB-WK1-RUNS(WS-JOB-HIT)
           ELSE
              IF WS-RUN-AGE < 14
                 ADD WS-RUN-SECS TO JOB-WK2-SECS(WS-JOB-HIT)
                 ADD 1           TO JOB-WK2-RUNS(WS-JOB-HIT)
              END-IF
           END-IF.

       RUN-EXIT.
           EXIT.

      ***************************************************
      *    Looks WS-RUN-PROGRAM up in the job table, adding it when
      *    it is new. WS-JOB-HIT is zero only when the table is
      *    full, which is counted and reported at the end.
        FIND-JOB-PARA.
           MOVE 0 TO WS-JOB-HIT.
           PERFORM MATCH-JOB-PARA
               VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX > WS-JOB-COUNT OR WS-JOB-HIT > 0.
           IF WS-JOB-HIT = 0
              IF WS-JOB-COUNT < WS-JOB-MAX
                 ADD 1 TO WS-JOB-COUNT
                 MOVE WS-JOB-COUNT TO WS-JOB-HIT
                 INITIALIZE JOB-ENTRY(WS-JOB-HIT)
                 MOVE WS-RUN-PROGRAM TO JOB-PROGRAM(WS-JOB-HIT)
                 MOVE 'N' TO JOB-SLA-IND(WS-JOB-HIT)
                             JOB-DAY-IND(WS-JOB-HIT)
                             JOB-TREND-IND(WS-JOB-HIT)
              ELSE
                 ADD 1 TO OVERFLOW-COUNT
              END-IF
           END-IF.

        MATCH-JOB-PARA.
           IF JOB-PROGRAM(WS-JOB-IDX) = WS-RUN-PROGRAM
              MOVE WS-JOB-IDX TO WS-JOB-HIT
           END-IF.

      ***************************************************
      *    Seconds since day one of the integer calendar for the
      *    CURRENT-DATE image in WS-TS-WORK.
        TS-TO-SECS-PARA.
           COMPUTE WS-TS-SECS =
                   FUNCTION INTEGER-OF-DATE(WS-TS-DATE) * 86400
                   + WS-TS-HH * 3600 + WS-TS-MI * 60 + WS-TS-SS.

      ***************************************************
      *    A rerun for the same report date replaces that date's
      *    breaches rather than doubling them in opsdig.
        CLEAR-BREACH-PARA.
           EXEC SQL
               DELETE FROM BATCH_SLA_BREACH
                   WHERE RPT-DATE = :WS-RPT-DATE
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              AND NOT WS-SQL-RETURN-NO-ENTRY
              DISPLAY 'DB2 ERROR - BREACH CLEAR SQLCODE ' WS-SQLCODE
              MOVE 8 TO RETURN-CODE
           END-IF.

      ***************************************************
      *    One line per job that ran on the report date or was
      *    due to; history-only jobs still feed the trend section.
        DAILY-JOB-PARA.
           PERFORM SET-TREND-PARA.
           IF NOT JOB-RAN-TODAY(WS-JOB-IDX)
              AND (NOT JOB-HAS-SLA(WS-JOB-IDX)
                   OR JOB-DAILY(WS-JOB-IDX) NOT = 'Y')
              GO TO DAILY-JOB-EXIT
           END-IF.
           ADD 1 TO JOB-REPORTED-COUNT.
           MOVE SPACES TO WS-FLAGS.
           MOVE 1 TO WS-FLAG-PTR.
           MOVE ZERO TO WS-AVG-SECS.
           IF JOB-HIST-RUNS(WS-JOB-IDX) > 0
              COMPUTE WS-AVG-SECS ROUNDED =
                      JOB-HIST-SECS(WS-JOB-IDX)
                      / JOB-HIST-RUNS(WS-JOB-IDX)
           END-IF.

           MOVE JOB-PROGRAM(WS-JOB-IDX) TO DLY-PROGRAM.
           MOVE JOB-DAY-START(WS-JOB-IDX)(1:14) TO DLY-START.
           MOVE JOB-DAY-END(WS-JOB-IDX)(1:14) TO DLY-END.
           COMPUTE DLY-ELAPSED ROUNDED =
                   JOB-DAY-SECS(WS-JOB-IDX) / 60.
           COMPUTE DLY-AVERAGE ROUNDED = WS-AVG-SECS / 60.
           MOVE JOB-HIST-RUNS(WS-JOB-IDX) TO DLY-HIST-RUNS.
           IF JOB-HAS-SLA(WS-JOB-IDX)
              MOVE JOB-EXPMIN(WS-JOB-IDX) TO DLY-EXPECTED
              MOVE JOB-FINBY(WS-JOB-IDX)  TO DLY-FINBY
           ELSE
              MOVE SPACES TO DLY-EXPECTED DLY-FINBY
           END-IF.

           EVALUATE TRUE
              WHEN NOT JOB-RAN-TODAY(WS-JOB-IDX)
                 MOVE 'NOT RUN' TO DLY-START
                 MOVE 'NOSTART' TO WS-BRC-TYPE
                 PERFORM RAISE-BREACH-PARA
              WHEN JOB-DAY-STATUS(WS-JOB-IDX) NOT = 'C'
                 MOVE 'NO END' TO DLY-END
                 MOVE 'NOEND' TO WS-BRC-TYPE
                 PERFORM RAISE-BREACH-PARA
              WHEN OTHER
                 PERFORM CHECK-FINISHED-PARA
           END-EVALUATE.

           MOVE WS-FLAGS TO DLY-FLAGS.
           WRITE REPORT-RECORD FROM DAILY-RECORD.

       DAILY-JOB-EXIT.
           EXIT.

      ***************************************************
      *    A completed run is judged against its deadline, its
      *    expected minutes and its own history.
        CHECK-FINISHED-PARA.
           IF JOB-HAS-SLA(WS-JOB-IDX)
              MOVE JOB-DAY-START(WS-JOB-IDX) TO WS-TS-WORK
              MOVE JOB-FINBY(WS-JOB-IDX) TO WS-FINBY-WORK
              COMPUTE WS-DUE-SECS =
                      FUNCTION INTEGER-OF-DATE(WS-TS-DATE) * 86400
                      + WS-FINBY-HH * 3600 + WS-FINBY-MM * 60
              IF JOB-NXTDAY(WS-JOB-IDX) = 'Y'
                 ADD 86400 TO WS-DUE-SECS
              END-IF
              MOVE JOB-DAY-END(WS-JOB-IDX) TO WS-TS-WORK
              PERFORM TS-TO-SECS-PARA
              IF WS-TS-SECS > WS-DUE-SECS
                 MOVE 'LATE' TO WS-BRC-TYPE
                 PERFORM RAISE-BREACH-PARA
              END-IF
              IF JOB-DAY-SECS(WS-JOB-IDX) >
                 JOB-EXPMIN(WS-JOB-IDX) * 60
                 MOVE 'OVERRUN' TO WS-BRC-TYPE
                 PERFORM RAISE-BREACH-PARA
              END-IF
           END-IF.

           IF JOB-HAS-SLA(WS-JOB-IDX)
              AND JOB-LONGPCT(WS-JOB-IDX) > 0
              MOVE JOB-LONGPCT(WS-JOB-IDX) TO WS-LONG-PCT
           ELSE
              MOVE WS-DEFAULT-LONG-PCT TO WS-LONG-PCT
           END-IF.
           IF JOB-HIST-RUNS(WS-JOB-IDX) NOT < WS-MIN-HISTORY
              AND JOB-DAY-SECS(WS-JOB-IDX) * 100 >
                  WS-AVG-SECS * WS-LONG-PCT
              MOVE 'LONG' TO WS-BRC-TYPE
              PERFORM RAISE-BREACH-PARA
           END-IF.

      ***************************************************
      *    Adds the flag to the report line and keeps it on
      *    BATCH_SLA_BREACH for opsdig.
        RAISE-BREACH-PARA.
           ADD 1 TO BREACH-COUNT.
           STRING WS-BRC-TYPE DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
               INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
           END-STRING.
           COMPUTE WS-BRC-ELAPSED ROUNDED =
                   JOB-DAY-SECS(WS-JOB-IDX) / 60.
           COMPUTE WS-BRC-AVERAGE ROUNDED = WS-AVG-SECS / 60.
           MOVE ZERO TO WS-BRC-EXPECTED.
           IF JOB-HAS-SLA(WS-JOB-IDX)
              MOVE JOB-EXPMIN(WS-JOB-IDX) TO WS-BRC-EXPECTED
           END-IF.
           MOVE JOB-PROGRAM(WS-JOB-IDX) TO WS-SLA-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-BRC-TS.
           EXEC SQL
               INSERT INTO BATCH_SLA_BREACH
                   (RPT-DATE, PROGRAM-NAME, BREACH-TYPE,
                    ELAPSED-MIN, EXPECTED-MIN, AVERAGE-MIN,
                    RAISED-TS)
                   VALUES (:WS-RPT-DATE, :WS-SLA-PROGRAM,
                           :WS-BRC-TYPE, :WS-BRC-ELAPSED,
                           :WS-BRC-EXPECTED, :WS-BRC-AVERAGE,
                           :WS-BRC-TS)
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              DISPLAY 'DB2 ERROR - BREACH INSERT ' WS-SLA-PROGRAM
                      ' ' WS-BRC-TYPE ' SQLCODE ' WS-SQLCODE
              ADD 1 TO BREACH-ERROR-COUNT
              MOVE 8 TO RETURN-CODE
           END-IF.

      ***************************************************
      *    Growth of this week's average over last week's, for
      *    jobs with completed runs in both weeks.
        SET-TREND-PARA.
           IF JOB-WK1-RUNS(WS-JOB-IDX) > 0
              AND JOB-WK2-RUNS(WS-JOB-IDX) > 0
              AND JOB-WK2-SECS(WS-JOB-IDX) > 0
              COMPUTE JOB-GROWTH(WS-JOB-IDX) ROUNDED =
                  ((JOB-WK1-SECS(WS-JOB-IDX)
                    / JOB-WK1-RUNS(WS-JOB-IDX))
                 - (JOB-WK2-SECS(WS-JOB-IDX)
                    / JOB-WK2-RUNS(WS-JOB-IDX))) * 100
                 / (JOB-WK2-SECS(WS-JOB-IDX)
                    / JOB-WK2-RUNS(WS-JOB-IDX))
              IF JOB-GROWTH(WS-JOB-IDX) > 0
                 MOVE 'Y' TO JOB-TREND-IND(WS-JOB-IDX)
              END-IF
           END-IF.

      ***************************************************
      *    Picks the fastest-growing job not yet ranked and prints
      *    it; stops early once no growing job is left.
        RANK-TREND-PARA.
           MOVE 0 TO WS-BEST-IDX.
           PERFORM PICK-TREND-PARA
               VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX > WS-JOB-COUNT.
           IF WS-BEST-IDX = 0
              MOVE 'Y' TO WS-RANK-DONE-IND
              GO TO RANK-TREND-EXIT
           END-IF.
           MOVE 'N' TO JOB-TREND-IND(WS-BEST-IDX).
           ADD 1 TO TREND-COUNT.
           MOVE WS-RANK TO TRD-RANK.
           MOVE JOB-PROGRAM(WS-BEST-IDX) TO TRD-PROGRAM.
           COMPUTE TRD-PRIOR-AVG ROUNDED =
                   JOB-WK2-SECS(WS-BEST-IDX)
                   / JOB-WK2-RUNS(WS-BEST-IDX) / 60.
           MOVE JOB-WK2-RUNS(WS-BEST-IDX) TO TRD-PRIOR-RUNS.
           COMPUTE TRD-THIS-AVG ROUNDED =
                   JOB-WK1-SECS(WS-BEST-IDX)
                   / JOB-WK1-RUNS(WS-BEST-IDX) / 60.
           MOVE JOB-WK1-RUNS(WS-BEST-IDX) TO TRD-THIS-RUNS.
           MOVE JOB-GROWTH(WS-BEST-IDX) TO TRD-GROWTH.
           WRITE REPORT-RECORD FROM TREND-RECORD.

       RANK-TREND-EXIT.
           EXIT.

        PICK-TREND-PARA.
           IF JOB-TREND-OPEN(WS-JOB-IDX)
              IF WS-BEST-IDX = 0
                 MOVE WS-JOB-IDX TO WS-BEST-IDX
              ELSE
                 IF JOB-GROWTH(WS-JOB-IDX) >
                    JOB-GROWTH(WS-BEST-IDX)
                    MOVE WS-JOB-IDX TO WS-BEST-IDX
                 END-IF
              END-IF
           END-IF.

      ***************************************************
       PROGRAM-EXIT.
           DISPLAY "9999-PROGRAM-EXIT - start".

           CLOSE REPORT-FILE.

           EXEC SQL
                disconnect all;
           END-EXEC

           DISPLAY 'RUN ROWS READ    ' RUN-READ-COUNT.
           DISPLAY 'JOBS REPORTED    ' JOB-REPORTED-COUNT.
           DISPLAY 'SLA BREACHES     ' BREACH-COUNT.
           DISPLAY 'TREND JOBS       ' TREND-COUNT.
           DISPLAY 'TABLE OVERFLOW   ' OVERFLOW-COUNT.
           DISPLAY 'BREACH ERRORS    ' BREACH-ERROR-COUNT.

           IF OVERFLOW-COUNT > 0
              DISPLAY "JOB TABLE FULL - SOME RUNS NOT REPORTED"
           END-IF.
           IF BREACH-COUNT > 0 AND RETURN-CODE < 4
              DISPLAY "SLA BREACHES FOUND - RC=4 SET"
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "9999-PROGRAM-EXIT - end".
