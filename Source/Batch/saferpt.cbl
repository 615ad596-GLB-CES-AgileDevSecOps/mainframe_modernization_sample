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
      *    Monthly safety report batch job - summarises INCMANT's
      *    incident register for the report month and the year to
      *    date, one MONTH and one YTD line per LOCATION: incidents,
      *    persons injured (every classification except NM near
      *    miss), lost-time injuries (LT and FT), fatalities, lost
      *    days, the location's active headcount and the incident
      *    rate per 100 employees on that headcount. A TOTAL line
      *    pair gives the same for the company. Each injured person
      *    of the month follows as an INJURY line - the statutory
      *    return and insurer claim listing - and every incident
      *    with a lost-time injury or fatality still not reported
      *    to the authority is listed as UNRPTD, whatever its date,
      *    setting RC 4 so the exception is not missed.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    saferpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTPUT-FILE ASSIGN TO SAFRPTFL.
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
      *    Defaults below are the dev connection; SAFERPT-DBNAME,
      *    SAFERPT-DBUSER and SAFERPT-DBPASS environment
      *    variables (see GET-DB-CREDENTIALS-PARA) override them,
      *    same as emplist.cbl's EMPLIST_* variables.
       01 DATABASE-NAME PIC X(80) VALUE "ltpz_syntel:5432".
       01 USER-NAME     PIC X(80) VALUE "syntel".
       01 PASSWORD      PIC X(80) VALUE "syntel".
       01 WS-REPORT-MONTH         PIC X(06) VALUE SPACES.
       01 WS-MONTH-FROM           PIC X(10) VALUE SPACES.
       01 WS-YEAR-FROM            PIC X(10) VALUE SPACES.
       01 WS-PERIOD-TO            PIC X(10) VALUE SPACES.
       01 WS-RANGE-FROM           PIC X(10) VALUE SPACES.
       01 WS-LOC-CODE             PIC X(05).
       01 WS-LOC-DESC             PIC X(30).
       01 WS-INC-COUNT            PIC S9(07).
       01 WS-INJ-COUNT            PIC S9(07).
       01 WS-LTI-COUNT            PIC S9(07).
       01 WS-FAT-COUNT            PIC S9(07).
       01 WS-LOST-DAYS            PIC S9(07).
       01 WS-HEADCOUNT            PIC S9(07).
       01 WS-INC-NO               PIC X(08).
       01 WS-INC-DT               PIC X(10).
       01 WS-INC-LOC              PIC X(05).
       01 WS-INC-RPTFLG           PIC X(01).
       01 WS-PER-EMPID            PIC X(05).
       01 WS-PER-NAME             PIC X(30).
       01 WS-PER-CLASS            PIC X(02).
       01 WS-PER-LOST             PIC S9(05).
       01 WS-SERIOUS-COUNT        PIC S9(05).
      *    Run-control registry fields - every run registers its
      *    start, end, return code and row count on RUN_CONTROL, and
      *    a job with a prerequisite refuses to start until its
      *    predecessor completed for the cycle (CHECK-PREREQ-PARA).
       01 WS-RUNC-PROGRAM         PIC X(08) VALUE 'saferpt'.
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
           05  WS-INJCURVAL                PIC X(1).
               88  INJC-EXIST                      VALUE 'F'.
               88  INJC-NOTFND                     VALUE 'N'.
               88  INJC-DBERR                      VALUE 'E'.
           05  WS-UNRCURVAL                PIC X(1).
               88  UNRC-EXIST                      VALUE 'F'.
               88  UNRC-NOTFND                     VALUE 'N'.
               88  UNRC-DBERR                      VALUE 'E'.
           05  WS-REPORT-YEAR              PIC 9(04).
           05  WS-REPORT-MM                PIC 9(02).
           05  WS-CURR-YEAR                PIC 9(04).
           05  WS-CURR-MM                  PIC 9(02).
           05  WS-MEND-NUM                 PIC 9(08).
           05  WS-MEND-INT                 PIC 9(08).
           05  WS-PERIOD-NUM               PIC 9(08).
           05  WS-PERIOD-LABEL             PIC X(05).
           05  WS-RATE                     PIC 9(05)V99.

      *    Month and year-to-date figures for the company, summed
      *    from the location lines for the TOTAL pair.
       01  WS-TOTALS.
           05  WS-TOT-ENTRY OCCURS 2 TIMES.
               10  WS-TOT-INC              PIC 9(07).
               10  WS-TOT-INJ              PIC 9(07).
               10  WS-TOT-LTI              PIC 9(07).
               10  WS-TOT-FAT              PIC 9(07).
               10  WS-TOT-LOST             PIC 9(07).
               10  WS-TOT-HEAD             PIC 9(07).
       01  WS-TOT-IDX                  PIC 9(02) COMP.

       01  LOCATION-RECORD.
           10  LCR-PERIOD                  PIC X(05).
           10  FILLER                      PIC X(01) VALUE ','.
           10  LCR-LOCCODE                 PIC X(05).
           10  FILLER                      PIC X(01) VALUE ','.
           10  LCR-LOCDESC                 PIC X(30).
           10  FILLER                      PIC X(01) VALUE ','.
           10  LCR-INC-COUNT               PIC 9(07).
           10  FILLER                      PIC X(01) VALUE ','.
           10  LCR-INJ-COUNT               PIC 9(07).
           10  FILLER                      PIC X(01) VALUE ','.
           10  LCR-LTI-COUNT               PIC 9(07).
           10  FILLER                      PIC X(01) VALUE ','.
           10  LCR-FAT-COUNT               PIC 9(07).
           10  FILLER                      PIC X(01) VALUE ','.
           10  LCR-LOST-DAYS               PIC 9(07).
           10  FILLER                      PIC X(01) VALUE ','.
           10  LCR-HEADCOUNT               PIC 9(07).
           10  FILLER                      PIC X(01) VALUE ','.
           10  LCR-RATE                    PIC 9(05)V99.

       01  INJURY-RECORD.
           10  INR-ID                      PIC X(06) VALUE 'INJURY'.
           10  FILLER                      PIC X(01) VALUE ','.
           10  INR-INCIDENT-NO             PIC X(08).
           10  FILLER                      PIC X(01) VALUE ','.
           10  INR-INCIDENT-DT             PIC X(10).
           10  FILLER                      PIC X(01) VALUE ','.
           10  INR-LOCCODE                 PIC X(05).
           10  FILLER                      PIC X(01) VALUE ','.
           10  INR-EMPID                   PIC X(05).
           10  FILLER                      PIC X(01) VALUE ','.
           10  INR-EMPNAME                 PIC X(30).
           10  FILLER                      PIC X(01) VALUE ','.
           10  INR-CLASS                   PIC X(02).
           10  FILLER                      PIC X(01) VALUE ','.
           10  INR-LOST-DAYS               PIC 9(05).
           10  FILLER                      PIC X(01) VALUE ','.
           10  INR-REPORTED                PIC X(01).

       01  UNREPORTED-RECORD.
           10  UNR-ID                      PIC X(06) VALUE 'UNRPTD'.
           10  FILLER                      PIC X(01) VALUE ','.
           10  UNR-INCIDENT-NO             PIC X(08).
           10  FILLER                      PIC X(01) VALUE ','.
           10  UNR-INCIDENT-DT             PIC X(10).
           10  FILLER                      PIC X(01) VALUE ','.
           10  UNR-LOCCODE                 PIC X(05).
           10  FILLER                      PIC X(01) VALUE ','.
           10  UNR-SERIOUS-COUNT           PIC 9(05).

       01  TRAILER-RECORD.
           10  TR-ID                       PIC X(07) VALUE 'TRAILER'.
           10  FILLER                      PIC X(01) VALUE ','.
           10  TR-REPORT-MONTH             PIC X(06).
           10  FILLER                      PIC X(01) VALUE ','.
           10  TR-LOC-COUNT                PIC 9(10).
           10  FILLER                      PIC X(01) VALUE ','.
           10  TR-INJURY-COUNT             PIC 9(10).
           10  FILLER                      PIC X(01) VALUE ','.
           10  TR-UNREPORTED-COUNT         PIC 9(10).

       01  WS-COUNTERS.
           05  LOC-COUNT                   PIC 9(10) VALUE ZEROES.
           05  INJURY-COUNT                PIC 9(10) VALUE ZEROES.
           05  UNREPORTED-COUNT            PIC 9(10) VALUE ZEROES.
           05  FAILED-COUNT                PIC 9(10) VALUE ZEROES.

       01  WS-PARM-CARD                PIC X(80) VALUE SPACES.

       01  WS-ENV-VALUE                PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM PARM-CARD-PARA.
           PERFORM INIT-PARA.

           PERFORM PROCESS-DATA THRU PROCESS-EXIT
               UNTIL EMPC-NOTFND OR EMPC-DBERR.

           PERFORM WRITE-TOTAL-PARA
               VARYING WS-TOT-IDX FROM 1 BY 1
               UNTIL WS-TOT-IDX > 2.
           IF NOT EMPC-DBERR
              PERFORM INJURY-LIST-PARA
              PERFORM UNREPORTED-LIST-PARA
           END-IF.
           PERFORM PROGRAM-EXIT.
           DISPLAY "END OF SAFETY REPORT RUN".

      ***************************************************
       PARM-CARD-PARA.
           DISPLAY "PARM-CARD-PARA - start".
      *    SYSIN 1-6 is the report month (YYYYMM), defaulting to
      *    the month just ended; the year to date runs from January
      *    of that year through the end of the report month.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           IF WS-PARM-CARD(1:6) = SPACES
              MOVE FUNCTION CURRENT-DATE(1:4) TO WS-CURR-YEAR
              MOVE FUNCTION CURRENT-DATE(5:2) TO WS-CURR-MM
              IF WS-CURR-MM = 1
                 SUBTRACT 1 FROM WS-CURR-YEAR
                 MOVE 12 TO WS-CURR-MM
              ELSE
                 SUBTRACT 1 FROM WS-CURR-MM
              END-IF
              MOVE WS-CURR-YEAR TO WS-REPORT-MONTH(1:4)
              MOVE WS-CURR-MM   TO WS-REPORT-MONTH(5:2)
           ELSE
              MOVE WS-PARM-CARD(1:6) TO WS-REPORT-MONTH
           END-IF.
           IF WS-REPORT-MONTH IS NOT NUMERIC
              DISPLAY "NON-NUMERIC REPORT MONTH IN SYSIN "
                      "COLUMNS 1-6 - '" WS-REPORT-MONTH "'"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-REPORT-MONTH(1:4) TO WS-REPORT-YEAR.
           MOVE WS-REPORT-MONTH(5:2) TO WS-REPORT-MM.
           IF WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
              DISPLAY "REPORT MONTH OUT OF RANGE - '"
                      WS-REPORT-MONTH "'"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-REPORT-MM = 12
              COMPUTE WS-MEND-NUM = (WS-REPORT-YEAR + 1) * 10000
                                  + 101
           ELSE
              COMPUTE WS-MEND-NUM = WS-REPORT-YEAR * 10000
                                  + (WS-REPORT-MM + 1) * 100 + 1
           END-IF.
           COMPUTE WS-MEND-INT =
                   FUNCTION INTEGER-OF-DATE(WS-MEND-NUM) - 1.
           COMPUTE WS-PERIOD-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-MEND-INT).
           STRING WS-PERIOD-NUM(1:4) '-' WS-PERIOD-NUM(5:2) '-'
                  WS-PERIOD-NUM(7:2) DELIMITED BY SIZE
               INTO WS-PERIOD-TO
           END-STRING.
           STRING WS-REPORT-MONTH(1:4) '-' WS-REPORT-MONTH(5:2)
                  '-01' DELIMITED BY SIZE
               INTO WS-MONTH-FROM
           END-STRING.
           STRING WS-REPORT-MONTH(1:4) '-01-01' DELIMITED BY SIZE
               INTO WS-YEAR-FROM
           END-STRING.
           DISPLAY "PARM ECHO - REPORT-MONTH/" WS-REPORT-MONTH
                   " MONTH/" WS-MONTH-FROM "-" WS-PERIOD-TO
                   " YTD/" WS-YEAR-FROM "-" WS-PERIOD-TO.
           DISPLAY "PARM-CARD-PARA - end".

      ***************************************************
       INIT-PARA.
           DISPLAY "1000-INIT - start".
           PERFORM CONNECT-TO-DATABASE.
           PERFORM CHECK-PREREQ-PARA.
           PERFORM REGISTER-RUN-START-PARA.
           INITIALIZE WS-TOTALS.
           PERFORM LOCATION-CURSOR-DECLARE.
           PERFORM LOCATION-CURSOR-OPEN.
           OPEN OUTPUT OUTPUT-FILE.
           DISPLAY "1000-INIT - END".

       INIT-EXIT.
           EXIT.

      ***************************************************
       PROCESS-DATA.
           PERFORM LOCATION-CURSOR-FETCH.
           IF NOT EMPC-NOTFND AND NOT EMPC-DBERR
              PERFORM GET-HEADCOUNT-PARA
              MOVE 'MONTH'       TO WS-PERIOD-LABEL
              MOVE WS-MONTH-FROM TO WS-RANGE-FROM
              MOVE 1             TO WS-TOT-IDX
              PERFORM LOCATION-PERIOD-PARA THRU LOCATION-PERIOD-EXIT
              MOVE 'YTD'         TO WS-PERIOD-LABEL
              MOVE WS-YEAR-FROM  TO WS-RANGE-FROM
              MOVE 2             TO WS-TOT-IDX
              PERFORM LOCATION-PERIOD-PARA THRU LOCATION-PERIOD-EXIT
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
      *    GET-DB-CREDENTIALS-PARA, under SAFERPT_* names instead.
        GET-DB-CREDENTIALS-PARA.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SAFERPT_DBNAME".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO DATABASE-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SAFERPT_DBUSER".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO USER-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SAFERPT_DBPASS".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO PASSWORD
           END-IF.

      ***************************************************
      *    Every location LOCMANT maintains, so a location with a
      *    clean month still shows its headcount and zero rate.
        LOCATION-CURSOR-DECLARE.
           DISPLAY "LOCATION-CURSOR-DECLARE - START".
           EXEC SQL
              declare cur_safloc cursor for
              select l.loccode, l.locdesc
                  from location l
                  order by l.loccode
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-EMPCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-EMPCURVAL
                 DISPLAY 'NOT FOUND - LOCATION CURSOR DECLARE'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - LOCATION CURSOR DECLARE'
                 MOVE 'E' TO WS-EMPCURVAL
           END-EVALUATE.
           DISPLAY "LOCATION-CURSOR-DECLARE - END".

      ***************************************************
        LOCATION-CURSOR-OPEN.
           DISPLAY "LOCATION-CURSOR-OPEN - START".
           EXEC SQL
              open cur_safloc;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-EMPCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-EMPCURVAL
                 DISPLAY 'NOT FOUND - LOCATION CURSOR OPEN'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - LOCATION CURSOR OPEN'
                 MOVE 'E' TO WS-EMPCURVAL
           END-EVALUATE.
           DISPLAY "LOCATION-CURSOR-OPEN - END".

      ***************************************************
        LOCATION-CURSOR-FETCH.
           MOVE SPACES TO WS-LOC-CODE WS-LOC-DESC.
           EXEC SQL
              fetch next cur_safloc into
                :WS-LOC-CODE,
                :WS-LOC-DESC;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 ADD 1 TO LOC-COUNT
                 MOVE 'F' TO WS-EMPCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-EMPCURVAL
                 DISPLAY 'NOT FOUND - LOCATION CURSOR FETCH'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - LOCATION CURSOR FETCH'
                 MOVE 'E' TO WS-EMPCURVAL
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      ***************************************************
      *    The rate's denominator is the location's active
      *    headcount at run time - the same figure for the month
      *    and the year to date.
        GET-HEADCOUNT-PARA.
           MOVE ZERO TO WS-HEADCOUNT.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-HEADCOUNT
                   FROM EMPLOYEE
                   WHERE LOCATION = :WS-LOC-CODE
                     AND STATUS = 'A'
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              DISPLAY 'DB2 ERROR - HEADCOUNT ' WS-LOC-CODE
              MOVE ZERO TO WS-HEADCOUNT
              ADD 1 TO FAILED-COUNT
           END-IF.

      ***************************************************
      *    One location's figures for WS-RANGE-FROM through the
      *    end of the report month. Persons are counted on the
      *    incident's date; lost days on the lost-time period's
      *    start date, so days keyed later still land in the month
      *    the absence began.
        LOCATION-PERIOD-PARA.
           MOVE ZEROES TO WS-INC-COUNT WS-INJ-COUNT WS-LTI-COUNT
                          WS-FAT-COUNT WS-LOST-DAYS.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-INC-COUNT
                   FROM INCIDENT
                   WHERE LOCATION = :WS-LOC-CODE
                     AND INCIDENT-DT BETWEEN :WS-RANGE-FROM
                                         AND :WS-PERIOD-TO
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              DISPLAY 'DB2 ERROR - INCIDENT COUNT ' WS-LOC-CODE
              ADD 1 TO FAILED-COUNT
              GO TO LOCATION-PERIOD-EXIT
           END-IF.
           EXEC SQL
               SELECT VALUE(SUM(CASE WHEN P.INJURY-CLASS NOT = 'NM'
                                     THEN 1 ELSE 0 END), 0),
                      VALUE(SUM(CASE WHEN P.INJURY-CLASS IN
                                          ('LT', 'FT')
                                     THEN 1 ELSE 0 END), 0),
                      VALUE(SUM(CASE WHEN P.INJURY-CLASS = 'FT'
                                     THEN 1 ELSE 0 END), 0)
                   INTO :WS-INJ-COUNT, :WS-LTI-COUNT, :WS-FAT-COUNT
                   FROM INCIDENT_PERSON P
                   JOIN INCIDENT I ON I.INCIDENT-NO = P.INCIDENT-NO
                   WHERE I.LOCATION = :WS-LOC-CODE
                     AND I.INCIDENT-DT BETWEEN :WS-RANGE-FROM
                                           AND :WS-PERIOD-TO
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              DISPLAY 'DB2 ERROR - INJURY COUNT ' WS-LOC-CODE
              ADD 1 TO FAILED-COUNT
              GO TO LOCATION-PERIOD-EXIT
           END-IF.
           EXEC SQL
               SELECT VALUE(SUM(T.LOST-DAYS), 0)
                   INTO :WS-LOST-DAYS
                   FROM INCIDENT_LOST_TIME T
                   JOIN INCIDENT I ON I.INCIDENT-NO = T.INCIDENT-NO
                   WHERE I.LOCATION = :WS-LOC-CODE
                     AND T.FROM-DATE BETWEEN :WS-RANGE-FROM
                                         AND :WS-PERIOD-TO
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              DISPLAY 'DB2 ERROR - LOST DAYS ' WS-LOC-CODE
              ADD 1 TO FAILED-COUNT
              GO TO LOCATION-PERIOD-EXIT
           END-IF.

           MOVE WS-PERIOD-LABEL TO LCR-PERIOD.
           MOVE WS-LOC-CODE     TO LCR-LOCCODE.
           MOVE WS-LOC-DESC     TO LCR-LOCDESC.
           MOVE WS-INC-COUNT    TO LCR-INC-COUNT.
           MOVE WS-INJ-COUNT    TO LCR-INJ-COUNT.
           MOVE WS-LTI-COUNT    TO LCR-LTI-COUNT.
           MOVE WS-FAT-COUNT    TO LCR-FAT-COUNT.
           MOVE WS-LOST-DAYS    TO LCR-LOST-DAYS.
           MOVE WS-HEADCOUNT    TO LCR-HEADCOUNT.
           MOVE ZERO TO WS-RATE.
           IF WS-HEADCOUNT > ZERO
              COMPUTE WS-RATE ROUNDED =
                      WS-INC-COUNT * 100 / WS-HEADCOUNT
           END-IF.
           MOVE WS-RATE         TO LCR-RATE.
           WRITE OUTPUT-RECORD FROM LOCATION-RECORD.

           ADD WS-INC-COUNT TO WS-TOT-INC(WS-TOT-IDX).
           ADD WS-INJ-COUNT TO WS-TOT-INJ(WS-TOT-IDX).
           ADD WS-LTI-COUNT TO WS-TOT-LTI(WS-TOT-IDX).
           ADD WS-FAT-COUNT TO WS-TOT-FAT(WS-TOT-IDX).
           ADD WS-LOST-DAYS TO WS-TOT-LOST(WS-TOT-IDX).
           ADD WS-HEADCOUNT TO WS-TOT-HEAD(WS-TOT-IDX).

       LOCATION-PERIOD-EXIT.  EXIT.

      ***************************************************
      *    Company MONTH and YTD lines, rated on the total active
      *    headcount.
        WRITE-TOTAL-PARA.
           IF WS-TOT-IDX = 1
              MOVE 'MONTH' TO LCR-PERIOD
           ELSE
              MOVE 'YTD'   TO LCR-PERIOD
           END-IF.
           MOVE 'TOTAL'                   TO LCR-LOCCODE.
           MOVE 'ALL LOCATIONS'           TO LCR-LOCDESC.
           MOVE WS-TOT-INC(WS-TOT-IDX)    TO LCR-INC-COUNT.
           MOVE WS-TOT-INJ(WS-TOT-IDX)    TO LCR-INJ-COUNT.
           MOVE WS-TOT-LTI(WS-TOT-IDX)    TO LCR-LTI-COUNT.
           MOVE WS-TOT-FAT(WS-TOT-IDX)    TO LCR-FAT-COUNT.
           MOVE WS-TOT-LOST(WS-TOT-IDX)   TO LCR-LOST-DAYS.
           MOVE WS-TOT-HEAD(WS-TOT-IDX)   TO LCR-HEADCOUNT.
           MOVE ZERO TO WS-RATE.
           IF WS-TOT-HEAD(WS-TOT-IDX) > ZERO
              COMPUTE WS-RATE ROUNDED =
                      WS-TOT-INC(WS-TOT-IDX) * 100
                    / WS-TOT-HEAD(WS-TOT-IDX)
           END-IF.
           MOVE WS-RATE                   TO LCR-RATE.
           WRITE OUTPUT-RECORD FROM LOCATION-RECORD.

      ***************************************************
      *    Every person injured in the report month (near misses
      *    excluded), for the statutory return and the insurer.
        INJURY-LIST-PARA.
           EXEC SQL
              declare cur_safinj cursor for
              select i.incident-no, i.incident-dt, i.location,
                     i.reported, p.empid, e.empname,
                     p.injury-class, p.lost-days
                  from incident i
                  join incident_person p
                    on p.incident-no = i.incident-no
                  join employee e on e.empid = p.empid
                  where i.incident-dt between :WS-MONTH-FROM
                                          and :WS-PERIOD-TO
                    and p.injury-class not = 'NM'
                  order by i.location, i.incident-dt, i.incident-no,
                           p.empid
           END-EXEC.
           EXEC SQL
              open cur_safinj;
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              MOVE 'F' TO WS-INJCURVAL
              PERFORM INJURY-FETCH-PARA
                  UNTIL INJC-NOTFND OR INJC-DBERR
              EXEC SQL
                 close cur_safinj;
              END-EXEC
           ELSE
              DISPLAY 'DB2 ERROR - INJURY CURSOR OPEN'
              MOVE 8 TO RETURN-CODE
           END-IF.

      ***************************************************
        INJURY-FETCH-PARA.
           MOVE SPACES TO WS-INC-NO WS-INC-DT WS-INC-LOC
                          WS-INC-RPTFLG WS-PER-EMPID WS-PER-NAME
                          WS-PER-CLASS.
           MOVE ZEROES TO WS-PER-LOST.
           EXEC SQL
              fetch next cur_safinj into
                :WS-INC-NO,
                :WS-INC-DT,
                :WS-INC-LOC,
                :WS-INC-RPTFLG,
                :WS-PER-EMPID,
                :WS-PER-NAME,
                :WS-PER-CLASS,
                :WS-PER-LOST;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 ADD 1 TO INJURY-COUNT
                 MOVE WS-INC-NO     TO INR-INCIDENT-NO
                 MOVE WS-INC-DT     TO INR-INCIDENT-DT
                 MOVE WS-INC-LOC    TO INR-LOCCODE
                 MOVE WS-PER-EMPID  TO INR-EMPID
                 MOVE WS-PER-NAME   TO INR-EMPNAME
                 MOVE WS-PER-CLASS  TO INR-CLASS
                 MOVE WS-PER-LOST   TO INR-LOST-DAYS
                 MOVE WS-INC-RPTFLG TO INR-REPORTED
                 WRITE OUTPUT-RECORD FROM INJURY-RECORD
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-INJCURVAL
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - INJURY CURSOR FETCH'
                 MOVE 'E' TO WS-INJCURVAL
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      ***************************************************
      *    Lost-time injuries and fatalities must be reported to
      *    the authority - any such incident still unreported is
      *    listed regardless of the report month.
        UNREPORTED-LIST-PARA.
           EXEC SQL
              declare cur_safunr cursor for
              select i.incident-no, i.incident-dt, i.location,
                     count(*)
                  from incident i
                  join incident_person p
                    on p.incident-no = i.incident-no
                  where i.reported not = 'Y'
                    and p.injury-class in ('LT', 'FT')
                    and i.incident-dt <= :WS-PERIOD-TO
                  group by i.incident-no, i.incident-dt, i.location
                  order by i.incident-dt, i.incident-no
           END-EXEC.
           EXEC SQL
              open cur_safunr;
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              MOVE 'F' TO WS-UNRCURVAL
              PERFORM UNREPORTED-FETCH-PARA
                  UNTIL UNRC-NOTFND OR UNRC-DBERR
              EXEC SQL
                 close cur_safunr;
              END-EXEC
           ELSE
              DISPLAY 'DB2 ERROR - UNREPORTED CURSOR OPEN'
              MOVE 8 TO RETURN-CODE
           END-IF.

      ***************************************************
        UNREPORTED-FETCH-PARA.
           MOVE SPACES TO WS-INC-NO WS-INC-DT WS-INC-LOC.
           MOVE ZEROES TO WS-SERIOUS-COUNT.
           EXEC SQL
              fetch next cur_safunr into
                :WS-INC-NO,
                :WS-INC-DT,
                :WS-INC-LOC,
                :WS-SERIOUS-COUNT;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 ADD 1 TO UNREPORTED-COUNT
                 MOVE WS-INC-NO        TO UNR-INCIDENT-NO
                 MOVE WS-INC-DT        TO UNR-INCIDENT-DT
                 MOVE WS-INC-LOC       TO UNR-LOCCODE
                 MOVE WS-SERIOUS-COUNT TO UNR-SERIOUS-COUNT
                 WRITE OUTPUT-RECORD FROM UNREPORTED-RECORD
                 DISPLAY 'NOT REPORTED TO AUTHORITY - ' WS-INC-NO
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-UNRCURVAL
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - UNREPORTED CURSOR FETCH'
                 MOVE 'E' TO WS-UNRCURVAL
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE.

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
           MOVE LOC-COUNT TO WS-RUNC-ROWS.
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

           MOVE WS-REPORT-MONTH  TO TR-REPORT-MONTH.
           MOVE LOC-COUNT        TO TR-LOC-COUNT.
           MOVE INJURY-COUNT     TO TR-INJURY-COUNT.
           MOVE UNREPORTED-COUNT TO TR-UNREPORTED-COUNT.
           WRITE OUTPUT-RECORD FROM TRAILER-RECORD.
           IF RETURN-CODE < 4
              AND (FAILED-COUNT > 0 OR UNREPORTED-COUNT > 0)
              MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE OUTPUT-FILE.
           PERFORM REGISTER-RUN-END-PARA.

           EXEC SQL
                disconnect all;
           END-EXEC

           DISPLAY 'LOCATION  COUNT  '  LOC-COUNT.
           DISPLAY 'INJURY    COUNT  '  INJURY-COUNT.
           DISPLAY 'UNREPORTD COUNT  '  UNREPORTED-COUNT.
           DISPLAY 'FAILED    COUNT  '  FAILED-COUNT.
           DISPLAY "9999-PROGRAM-EXIT - end".
