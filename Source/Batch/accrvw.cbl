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
      *    Monthly sensitive-data access review batch job - reads
      *    DATA_ACCESS_LOG, the row EBNKMANT, EPAYMANT, EMPHIST,
      *    EMPSELF, PTRCINQ and PREGBRWS write each time an
      *    employee's bank
      *    details, pay override, pay history, register rows or
      *    pay calculation trace reach a screen,
      *    for the SYSIN month. One summary line per viewer gives
      *    the views, the distinct EMPIDs viewed and how many of
      *    those views were of employees outside the viewer's own
      *    department (the viewer's department comes from their
      *    SELF_SERVICE_USER mapping; a viewer with no mapping has
      *    no department to be inside, so every view counts as
      *    outside). A viewer is flagged OUT-OF-DEPT for any such
      *    view and HIGH VOLUME at or past the SYSIN distinct-EMPID
      *    threshold. The flagged out-of-department views then
      *    follow one per line, so the reviewer sees exactly whose
      *    records were opened, by whom and when.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    accrvw.
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
       01  REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
          EXEC SQL BEGIN DECLARE SECTION END-EXEC
      *    Defaults below are the dev connection; ACCRVW-DBNAME,
      *    ACCRVW-DBUSER and ACCRVW-DBPASS environment variables
      *    (see GET-DB-CREDENTIALS-PARA) override them, same as
      *    emplist.cbl's EMPLIST_* variables.
       01 DATABASE-NAME PIC X(80) VALUE "ltpz_syntel:5432".
       01 USER-NAME     PIC X(80) VALUE "syntel".
       01 PASSWORD      PIC X(80) VALUE "syntel".
       01 WS-REVIEW-PERIOD        PIC X(06).
       01 WS-VIEWER-ID            PIC X(08).
       01 WS-VIEWER-DEPT          PIC X(05).
       01 WS-VIEW-COUNT           PIC S9(09) COMP.
       01 WS-EMPID-COUNT          PIC S9(09) COMP.
       01 WS-OUTSIDE-COUNT        PIC S9(09) COMP.
       01 WS-ACC-PROGRAM          PIC X(08).
       01 WS-ACC-CLASS            PIC X(08).
       01 WS-ACC-EMPID            PIC X(08).
       01 WS-ACC-EMP-DEPT         PIC X(05).
       01 WS-ACC-TS               PIC X(21).
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
           05  WS-REVIEW-YYYY              PIC 9(04).
           05  WS-REVIEW-MM                PIC 9(02).

      *    SYSIN 1-6 is the month to review (YYYYMM, default last
      *    month); 8-11 the distinct-EMPID count at which a viewer
      *    is flagged for volume (default 0050).
       01  WS-PARM-CARD                PIC X(80) VALUE SPACES.
       01  WS-VOLUME-LIMIT             PIC 9(04) VALUE 0050.

       01  SECTION-RECORD.
           10  SEC-TEXT                    PIC X(100).

       01  SUMMARY-RECORD.
           10  SUM-VIEWER                  PIC X(08).
           10  FILLER                      PIC X(01) VALUE ','.
           10  SUM-DEPT                    PIC X(05).
           10  FILLER                      PIC X(01) VALUE ','.
           10  SUM-VIEWS                   PIC Z(08)9.
           10  FILLER                      PIC X(01) VALUE ','.
           10  SUM-EMPIDS                  PIC Z(08)9.
           10  FILLER                      PIC X(01) VALUE ','.
           10  SUM-OUTSIDE                 PIC Z(08)9.
           10  FILLER                      PIC X(01) VALUE ','.
           10  SUM-FLAG                    PIC X(24).

       01  DETAIL-RECORD.
           10  DTL-VIEWER                  PIC X(08).
           10  FILLER                      PIC X(01) VALUE ','.
           10  DTL-DEPT                    PIC X(05).
           10  FILLER                      PIC X(01) VALUE ','.
           10  DTL-TS                      PIC X(14).
           10  FILLER                      PIC X(01) VALUE ','.
           10  DTL-PROGRAM                 PIC X(08).
           10  FILLER                      PIC X(01) VALUE ','.
           10  DTL-CLASS                   PIC X(08).
           10  FILLER                      PIC X(01) VALUE ','.
           10  DTL-EMPID                   PIC X(08).
           10  FILLER                      PIC X(01) VALUE ','.
           10  DTL-EMP-DEPT                PIC X(05).

       01  WS-COUNTERS.
           05  VIEWER-COUNT                PIC 9(10) VALUE ZEROES.
           05  VIEW-COUNT                  PIC 9(10) VALUE ZEROES.
           05  FLAGGED-COUNT               PIC 9(10) VALUE ZEROES.
           05  OUTSIDE-COUNT               PIC 9(10) VALUE ZEROES.

       01  WS-ENV-VALUE                PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM PARM-CARD-PARA.
           PERFORM INIT-PARA.

           PERFORM VIEWER-CURSOR-OPEN.
           PERFORM VIEWER-DATA THRU VIEWER-EXIT
               UNTIL CUR-NOTFND OR CUR-DBERR.

           MOVE 'OUT-OF-DEPARTMENT VIEWS - VIEWER,VIEWER DEPT,TIME,'
             & 'PROGRAM,DATA,EMPID,EMPID DEPT' TO SEC-TEXT.
           WRITE REPORT-RECORD FROM SECTION-RECORD.
           PERFORM OUTSIDE-CURSOR-OPEN.
           PERFORM OUTSIDE-DATA THRU OUTSIDE-EXIT
               UNTIL CUR-NOTFND OR CUR-DBERR.

           PERFORM PROGRAM-EXIT.
           DISPLAY "END OF ACCESS REVIEW RUN".

      ***************************************************
       PARM-CARD-PARA.
           DISPLAY "PARM-CARD-PARA - start".
           ACCEPT WS-PARM-CARD FROM SYSIN.
           IF WS-PARM-CARD(1:6) = SPACES
              MOVE FUNCTION CURRENT-DATE(1:4) TO WS-REVIEW-YYYY
              MOVE FUNCTION CURRENT-DATE(5:2) TO WS-REVIEW-MM
              IF WS-REVIEW-MM = 1
                 MOVE 12 TO WS-REVIEW-MM
                 SUBTRACT 1 FROM WS-REVIEW-YYYY
              ELSE
                 SUBTRACT 1 FROM WS-REVIEW-MM
              END-IF
              STRING WS-REVIEW-YYYY WS-REVIEW-MM DELIMITED BY SIZE
                  INTO WS-REVIEW-PERIOD
              END-STRING
           ELSE
              IF WS-PARM-CARD(1:6) IS NOT NUMERIC
                 OR WS-PARM-CARD(5:2) < '01'
                 OR WS-PARM-CARD(5:2) > '12'
                 DISPLAY "INVALID REVIEW PERIOD IN SYSIN 1-6 - '"
                         WS-PARM-CARD(1:6) "'"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-PARM-CARD(1:6) TO WS-REVIEW-PERIOD
           END-IF.
           IF WS-PARM-CARD(8:4) NOT = SPACES
              IF WS-PARM-CARD(8:4) IS NOT NUMERIC
                 OR WS-PARM-CARD(8:4) = '0000'
                 DISPLAY "INVALID VOLUME LIMIT IN SYSIN 8-11"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-PARM-CARD(8:4) TO WS-VOLUME-LIMIT
           END-IF.
           DISPLAY "PARM ECHO - PERIOD/" WS-REVIEW-PERIOD
                   " LIMIT/" WS-VOLUME-LIMIT.
           DISPLAY "PARM-CARD-PARA - end".

      ***************************************************
       INIT-PARA.
           DISPLAY "1000-INIT - start".
           OPEN OUTPUT REPORT-FILE.
           PERFORM CONNECT-TO-DATABASE.
           MOVE SPACES TO SEC-TEXT.
           STRING 'SENSITIVE DATA ACCESS REVIEW FOR ' WS-REVIEW-PERIOD
                  ' - VIEWER,VIEWER DEPT,VIEWS,EMPIDS,OUTSIDE DEPT,'
                  'FLAG' DELIMITED BY SIZE INTO SEC-TEXT
           END-STRING.
           WRITE REPORT-RECORD FROM SECTION-RECORD.
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
      *    GET-DB-CREDENTIALS-PARA, under ACCRVW_* names instead.
        GET-DB-CREDENTIALS-PARA.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "ACCRVW_DBNAME".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO DATABASE-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "ACCRVW_DBUSER".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO USER-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "ACCRVW_DBPASS".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO PASSWORD
           END-IF.

      ***************************************************
      *    Both cursors set WS-CURVAL the same way, so one
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
      *    One row per viewer for the month. ACCESS-TS is the
      *    CURRENT-DATE image, so its first six bytes are the
      *    period.
        VIEWER-CURSOR-OPEN.
           DISPLAY "VIEWER-CURSOR-OPEN - START".
           EXEC SQL
              declare cur_viewer cursor for
              select a.user-id, coalesce(v.deptcode, ' '),
                     count(*), count(distinct a.empid),
                     sum(case when v.deptcode is null
                                or t.deptcode is null
                                or t.deptcode <> v.deptcode
                              then 1 else 0 end)
                  from data_access_log a
                  left join self_service_user s
                         on s.userid = a.user-id
                  left join employee v on v.empid = s.empid
                  left join employee t on t.empid = a.empid
                  where substr(a.access-ts, 1, 6) = :WS-REVIEW-PERIOD
                  group by a.user-id, v.deptcode
                  order by a.user-id
           END-EXEC.
           EXEC SQL
              open cur_viewer;
           END-EXEC.
           PERFORM CHECK-CURSOR-PARA.
           DISPLAY "VIEWER-CURSOR-OPEN - END".

      ***************************************************
       VIEWER-DATA.
           MOVE SPACES TO WS-VIEWER-ID WS-VIEWER-DEPT.
           MOVE ZERO TO WS-VIEW-COUNT WS-EMPID-COUNT WS-OUTSIDE-COUNT.
           EXEC SQL
              fetch next cur_viewer into
                :WS-VIEWER-ID, :WS-VIEWER-DEPT, :WS-VIEW-COUNT,
                :WS-EMPID-COUNT, :WS-OUTSIDE-COUNT;
           END-EXEC.
           PERFORM CHECK-CURSOR-PARA.
           IF NOT CUR-EXIST
              GO TO VIEWER-EXIT
           END-IF.
           ADD 1 TO VIEWER-COUNT.
           ADD WS-VIEW-COUNT TO VIEW-COUNT.

           MOVE WS-VIEWER-ID     TO SUM-VIEWER.
           MOVE WS-VIEWER-DEPT   TO SUM-DEPT.
           MOVE WS-VIEW-COUNT    TO SUM-VIEWS.
           MOVE WS-EMPID-COUNT   TO SUM-EMPIDS.
           MOVE WS-OUTSIDE-COUNT TO SUM-OUTSIDE.
           MOVE SPACES TO SUM-FLAG.
           EVALUATE TRUE
              WHEN WS-OUTSIDE-COUNT > ZERO
               AND WS-EMPID-COUNT NOT < WS-VOLUME-LIMIT
                 MOVE '** OUT-OF-DEPT+VOLUME **' TO SUM-FLAG
              WHEN WS-OUTSIDE-COUNT > ZERO
                 MOVE '** OUT-OF-DEPT **' TO SUM-FLAG
              WHEN WS-EMPID-COUNT NOT < WS-VOLUME-LIMIT
                 MOVE '** HIGH VOLUME **' TO SUM-FLAG
           END-EVALUATE.
           IF SUM-FLAG NOT = SPACES
              ADD 1 TO FLAGGED-COUNT
           END-IF.
           WRITE REPORT-RECORD FROM SUMMARY-RECORD.

       VIEWER-EXIT.  EXIT.

      ***************************************************
      *    Every view of an employee outside the viewer's own
      *    department, by the same test as the summary.
        OUTSIDE-CURSOR-OPEN.
           DISPLAY "OUTSIDE-CURSOR-OPEN - START".
           EXEC SQL
              declare cur_outside cursor for
              select a.user-id, coalesce(v.deptcode, ' '),
                     a.access-ts, a.program-name, a.data-class,
                     a.empid, coalesce(t.deptcode, ' ')
                  from data_access_log a
                  left join self_service_user s
                         on s.userid = a.user-id
                  left join employee v on v.empid = s.empid
                  left join employee t on t.empid = a.empid
                  where substr(a.access-ts, 1, 6) = :WS-REVIEW-PERIOD
                    and (v.deptcode is null
                         or t.deptcode is null
                         or t.deptcode <> v.deptcode)
                  order by a.user-id, a.access-ts
           END-EXEC.
           EXEC SQL
              open cur_outside;
           END-EXEC.
           PERFORM CHECK-CURSOR-PARA.
           DISPLAY "OUTSIDE-CURSOR-OPEN - END".

      ***************************************************
       OUTSIDE-DATA.
           MOVE SPACES TO WS-VIEWER-ID WS-VIEWER-DEPT WS-ACC-TS.
           MOVE SPACES TO WS-ACC-PROGRAM WS-ACC-CLASS WS-ACC-EMPID.
           MOVE SPACES TO WS-ACC-EMP-DEPT.
           EXEC SQL
              fetch next cur_outside into
                :WS-VIEWER-ID, :WS-VIEWER-DEPT, :WS-ACC-TS,
                :WS-ACC-PROGRAM, :WS-ACC-CLASS, :WS-ACC-EMPID,
                :WS-ACC-EMP-DEPT;
           END-EXEC.
           PERFORM CHECK-CURSOR-PARA.
           IF NOT CUR-EXIST
              GO TO OUTSIDE-EXIT
           END-IF.
           ADD 1 TO OUTSIDE-COUNT.

           MOVE WS-VIEWER-ID     TO DTL-VIEWER.
           MOVE WS-VIEWER-DEPT   TO DTL-DEPT.
           MOVE WS-ACC-TS(1:14)  TO DTL-TS.
           MOVE WS-ACC-PROGRAM   TO DTL-PROGRAM.
           MOVE WS-ACC-CLASS     TO DTL-CLASS.
           MOVE WS-ACC-EMPID     TO DTL-EMPID.
           MOVE WS-ACC-EMP-DEPT  TO DTL-EMP-DEPT.
           WRITE REPORT-RECORD FROM DETAIL-RECORD.

       OUTSIDE-EXIT.  EXIT.

      ***************************************************
       PROGRAM-EXIT.
           DISPLAY "9999-PROGRAM-EXIT - start".

           CLOSE REPORT-FILE.

           EXEC SQL
                disconnect all;
           END-EXEC

           DISPLAY 'VIEWER    COUNT '  VIEWER-COUNT.
           DISPLAY 'VIEWS     COUNT '  VIEW-COUNT.
           DISPLAY 'FLAGGED   COUNT '  FLAGGED-COUNT.
           DISPLAY 'OUTSIDE   COUNT '  OUTSIDE-COUNT.
           DISPLAY "9999-PROGRAM-EXIT - end".
