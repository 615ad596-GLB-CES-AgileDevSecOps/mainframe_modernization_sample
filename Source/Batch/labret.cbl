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
      *    Monthly statutory employment return batch job - the
      *    labour department's return per establishment (our
      *    LOCATION codes), built in one pass instead of assembled
      *    by hand from four reports. For the return month each
      *    employee on the books at any time in it is placed at
      *    the establishment where they stood at the month's start
      *    and at its end - the current master row, stepped back
      *    through EMPLOYEE_TRANSFER_HISTORY where a later move
      *    changed the location - and counted into:
      *      - headcount by worker category (R regular, C
      *        contractor, N intern) at month start and month end;
      *      - hires (HIREDT in the month) and separations (STATUS
      *        'I' with STATUSDT in the month, attrrpt's reading),
      *        plus transfers in and out so the opening and closing
      *        figures reconcile per establishment;
      *      - women employed at month end (GENDER 'F');
      *      - wages paid (PAYROLL_REGISTER earnings for the month's
      *        pay periods), overtime wages (its OTPAY) and
      *        approved overtime hours (OVERTIME_ENTRY).
      *    Output is the authority's fixed filing layout (RETFL:
      *    header, one record per establishment, trailer) and a
      *    readable summary (PRNTFL). Each establishment's closing
      *    headcount is checked against the month's establishment
      *    row on HEADCOUNT_SNAPSHOT (hcsnap's 'L' rows); a
      *    mismatch or a missing snapshot is shown on the summary
      *    and raises RC=4 for review before the return is filed.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    labret.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE ASSIGN TO RETFL.
           SELECT PRINT-FILE ASSIGN TO PRNTFL.
       DATA DIVISION.
       FILE SECTION.
      *
      *    The authority's filing layout - fixed width, no
      *    separators; see RET-HEADER-RECORD and friends below.
       FD  RETURN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RETURN-RECORD.
       01  RETURN-RECORD PIC X(150).
      *
       FD  PRINT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRINT-RECORD.
       01  PRINT-RECORD PIC X(133).

       WORKING-STORAGE SECTION.
          EXEC SQL BEGIN DECLARE SECTION END-EXEC
      *    Defaults below are the dev connection; LABRET-DBNAME,
      *    LABRET-DBUSER and LABRET-DBPASS environment variables
      *    (see GET-DB-CREDENTIALS-PARA) override them, same as
      *    emplist.cbl's EMPLIST_* variables.
       01 DATABASE-NAME PIC X(80) VALUE "ltpz_syntel:5432".
       01 USER-NAME     PIC X(80) VALUE "syntel".
       01 PASSWORD      PIC X(80) VALUE "syntel".
       01 WS-RET-MONTH            PIC X(06) VALUE SPACES.
       01 WS-LOC-FILTER           PIC X(05) VALUE SPACES.
       01 WS-MONTH-START          PIC X(10).
       01 WS-MONTH-END            PIC X(10).
      *    Transfer timestamps are CURRENT-DATE images, so the
      *    month boundaries are compared as YYYYMMDD keys.
       01 WS-START-KEY            PIC X(08).
       01 WS-NEXT-KEY             PIC X(08).
       01 WS-LOC-CODE             PIC X(05).
       01 WS-LOC-DESC             PIC X(30).
       01 WS-EMP-ID               PIC X(05).
       01 WS-EMP-LOC              PIC X(05).
       01 WS-EMP-WKCAT            PIC X(01).
       01 WS-EMP-GENDER           PIC X(01).
       01 WS-EMP-HIREDT           PIC X(10).
       01 WS-EMP-STATUS           PIC X(01).
       01 WS-EMP-STATUSDT         PIC X(10).
       01 WS-XFR-KEY              PIC X(08).
       01 WS-XFR-OLDLOC           PIC X(05).
       01 WS-EMP-WAGES            PIC 9(09)V99.
       01 WS-EMP-OTPAY            PIC 9(09)V99.
       01 WS-EMP-OTHRS            PIC 9(05)V99.
       01 WS-PAYREG-COUNT         PIC S9(09) COMP.
       01 WS-SNAP-DATE            PIC X(08).
       01 WS-SNAP-HC              PIC S9(09) COMP.
      *    Run-control fields - RUN_CONTROL start/end registration
      *    (REGISTER-RUN-START-PARA / REGISTER-RUN-END-PARA) and
      *    the prerequisite gate (CHECK-PREREQ-PARA). The return is
      *    filed the month after the one it covers, so the gate on
      *    that month's payroll is the PAYROLL_REGISTER check in
      *    INIT-PARA rather than a same-cycle prerequisite.
       01 WS-RUNC-PROGRAM         PIC X(08) VALUE 'labret  '.
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
           05  WS-LOCCURVAL                PIC X(1).
               88  LOCC-EOF                        VALUE 'Y'.
           05  WS-RET-YYYY                 PIC 9(04).
           05  WS-RET-MM                   PIC 9(02).
           05  WS-NEXT-YYYY                PIC 9(04).
           05  WS-NEXT-MM                  PIC 9(02).
           05  WS-CALC-INT                 PIC 9(09) COMP.
           05  WS-CALC-YYYYMMDD            PIC 9(08).
           05  WS-CAT-IDX                  PIC 9(01) COMP.
           05  WS-OPEN-IND                 PIC X(01).
               88  ON-BOOKS-AT-START              VALUE 'Y'.
           05  WS-CLOSE-IND                PIC X(01).
               88  ON-BOOKS-AT-END                VALUE 'Y'.
           05  WS-OPEN-LOC                 PIC X(05).
           05  WS-CLOSE-LOC                PIC X(05).
           05  WS-FIND-LOC                 PIC X(05).
           05  WS-FOUND-IDX                PIC 9(03) COMP.
           05  WS-OPEN-IDX                 PIC 9(03) COMP.
           05  WS-CLOSE-IDX                PIC 9(03) COMP.
           05  WS-LOC-IDX                  PIC 9(03) COMP.
           05  WS-OPEN-HC                  PIC 9(07).
           05  WS-CLOSE-HC                 PIC 9(07).
           05  WS-CHECK-NOTE               PIC X(12).

      *    One entry per establishment - the LOCATION master first,
      *    in code order, then any location found on an employee
      *    but missing from the master, appended as met.
       01  WS-LOC-MAX                  PIC 9(03) COMP VALUE 200.
       01  WS-LOC-COUNT                PIC 9(03) COMP VALUE ZERO.
       01  WS-LOC-TABLE OCCURS 200 TIMES.
           05  LOC-CODE                PIC X(05).
           05  LOC-DESC                PIC X(30).
           05  LOC-CAT OCCURS 3 TIMES.
               10  LOC-OPEN            PIC 9(06) COMP.
               10  LOC-CLOSE           PIC 9(06) COMP.
           05  LOC-HIRES               PIC 9(06) COMP.
           05  LOC-SEPS                PIC 9(06) COMP.
           05  LOC-XFER-IN             PIC 9(06) COMP.
           05  LOC-XFER-OUT            PIC 9(06) COMP.
           05  LOC-WOMEN               PIC 9(06) COMP.
           05  LOC-WAGES               PIC 9(11)V99.
           05  LOC-OT-HOURS            PIC 9(07)V99.
           05  LOC-OT-WAGES            PIC 9(11)V99.

      *    Return totals across the establishments filed.
       01  WS-RETURN-TOTALS.
           05  TOT-CAT OCCURS 3 TIMES.
               10  TOT-OPEN            PIC 9(07) COMP.
               10  TOT-CLOSE           PIC 9(07) COMP.
           05  TOT-HIRES               PIC 9(07) COMP.
           05  TOT-SEPS                PIC 9(07) COMP.
           05  TOT-XFER-IN             PIC 9(07) COMP.
           05  TOT-XFER-OUT            PIC 9(07) COMP.
           05  TOT-WOMEN               PIC 9(07) COMP.
           05  TOT-WAGES               PIC 9(13)V99.
           05  TOT-OT-HOURS            PIC 9(09)V99.
           05  TOT-OT-WAGES            PIC 9(13)V99.

      *    Filing layout - header, one record per establishment,
      *    trailer. Amounts carry two implied decimals.
       01  RET-HEADER-RECORD.
           10  RH-REC-TYPE                 PIC X(01) VALUE 'H'.
           10  RH-RETURN-ID                PIC X(06) VALUE 'EMPRET'.
           10  RH-RET-MONTH                PIC X(06).
           10  RH-EMPLOYER                 PIC X(30)
               VALUE 'ATOS SYNTEL'.
           10  RH-ESTAB-COUNT              PIC 9(05).
           10  RH-CREATE-DT                PIC X(08).
           10  FILLER                      PIC X(94) VALUE SPACES.

       01  RET-ESTAB-RECORD.
           10  RE-REC-TYPE                 PIC X(01) VALUE 'E'.
           10  RE-LOC-CODE                 PIC X(05).
           10  RE-LOC-DESC                 PIC X(30).
           10  RE-OPEN-REG                 PIC 9(06).
           10  RE-OPEN-CON                 PIC 9(06).
           10  RE-OPEN-INT                 PIC 9(06).
           10  RE-CLOSE-REG                PIC 9(06).
           10  RE-CLOSE-CON                PIC 9(06).
           10  RE-CLOSE-INT                PIC 9(06).
           10  RE-HIRES                    PIC 9(06).
           10  RE-SEPS                     PIC 9(06).
           10  RE-WOMEN                    PIC 9(06).
           10  RE-WAGES                    PIC 9(11)V99.
           10  RE-OT-HOURS                 PIC 9(07)V99.
           10  RE-OT-WAGES                 PIC 9(11)V99.
           10  FILLER                      PIC X(25) VALUE SPACES.

       01  RET-TRAILER-RECORD.
           10  RT-REC-TYPE                 PIC X(01) VALUE 'T'.
           10  RT-ESTAB-COUNT              PIC 9(05).
           10  RT-CLOSE-TOTAL              PIC 9(08).
           10  RT-WAGES-TOTAL              PIC 9(13)V99.
           10  FILLER                      PIC X(121) VALUE SPACES.

      *    Summary print lines - first byte is ANSI carriage
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
           05  FILLER          PIC X(07) VALUE 'LOC'.
           05  FILLER          PIC X(22) VALUE 'ESTABLISHMENT'.
           05  FILLER          PIC X(08) VALUE '   OPEN '.
           05  FILLER          PIC X(07) VALUE ' HIRES '.
           05  FILLER          PIC X(07) VALUE '  SEPS '.
           05  FILLER          PIC X(07) VALUE 'XFR IN '.
           05  FILLER          PIC X(07) VALUE 'XFROUT '.
           05  FILLER          PIC X(08) VALUE '  CLOSE '.
           05  FILLER          PIC X(07) VALUE ' WOMEN '.
           05  FILLER          PIC X(15) VALUE '    WAGES PAID '.
           05  FILLER          PIC X(11) VALUE '  OT HOURS '.
           05  FILLER          PIC X(13) VALUE '     OT WAGES'.
           05  FILLER          PIC X(13) VALUE SPACES.

       01  ESTAB-LINE.
           05  FILLER          PIC X(01) VALUE ' '.
           05  EL-LOC          PIC X(05).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  EL-DESC         PIC X(20).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  EL-OPEN         PIC ZZZ,ZZ9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  EL-HIRES        PIC ZZ,ZZ9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  EL-SEPS         PIC ZZ,ZZ9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  EL-XFER-IN      PIC ZZ,ZZ9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  EL-XFER-OUT     PIC ZZ,ZZ9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  EL-CLOSE        PIC ZZZ,ZZ9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  EL-WOMEN        PIC ZZ,ZZ9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  EL-WAGES        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  EL-OT-HOURS     PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  EL-OT-WAGES     PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(13) VALUE SPACES.

      *    Worker-category split (open/close) and the snapshot
      *    check, under each establishment line.
       01  CATEGORY-LINE.
           05  FILLER          PIC X(01) VALUE ' '.
           05  FILLER          PIC X(08) VALUE SPACES.
           05  FILLER          PIC X(09) VALUE 'REGULAR  '.
           05  CL-REG-OPEN     PIC ZZZ,ZZ9.
           05  FILLER          PIC X(01) VALUE '/'.
           05  CL-REG-CLOSE    PIC ZZZ,ZZ9.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  FILLER          PIC X(09) VALUE 'CONTRACT '.
           05  CL-CON-OPEN     PIC ZZZ,ZZ9.
           05  FILLER          PIC X(01) VALUE '/'.
           05  CL-CON-CLOSE    PIC ZZZ,ZZ9.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  FILLER          PIC X(09) VALUE 'INTERN   '.
           05  CL-INT-OPEN     PIC ZZZ,ZZ9.
           05  FILLER          PIC X(01) VALUE '/'.
           05  CL-INT-CLOSE    PIC ZZZ,ZZ9.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  FILLER          PIC X(09) VALUE 'SNAPSHOT '.
           05  CL-SNAP-HC      PIC ZZZ,ZZ9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  CL-CHECK        PIC X(12).
           05  FILLER          PIC X(13) VALUE SPACES.

       01  WS-COUNTERS.
           05  EMP-COUNT                   PIC 9(10) VALUE ZEROES.
           05  ESTAB-COUNT                 PIC 9(10) VALUE ZEROES.
           05  MISMATCH-COUNT              PIC 9(10) VALUE ZEROES.
           05  NO-MASTER-COUNT             PIC 9(10) VALUE ZEROES.

       01  WS-PARM-CARD                PIC X(80) VALUE SPACES.

       01  WS-ENV-VALUE                PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM PARM-CARD-PARA.
           PERFORM INIT-PARA.

           PERFORM PROCESS-DATA THRU PROCESS-EXIT
               UNTIL EMPC-NOTFND OR EMPC-DBERR.

           PERFORM PROGRAM-EXIT.
           DISPLAY "END OF MONTHLY EMPLOYMENT RETURN RUN".

      ***************************************************
       PARM-CARD-PARA.
           DISPLAY "PARM-CARD-PARA - start".
      *    SYSIN 1-6 is the return month (YYYYMM), defaulting to
      *    last month - the return is filed after the month closes;
      *    SYSIN 8-12 limits the run to one establishment.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           MOVE WS-PARM-CARD(1:6) TO WS-RET-MONTH.
           IF WS-RET-MONTH = SPACES
              MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RET-YYYY
              MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RET-MM
              SUBTRACT 1 FROM WS-RET-MM
              IF WS-RET-MM = 0
                 MOVE 12 TO WS-RET-MM
                 SUBTRACT 1 FROM WS-RET-YYYY
              END-IF
              STRING WS-RET-YYYY WS-RET-MM DELIMITED BY SIZE
                  INTO WS-RET-MONTH
              END-STRING
           END-IF.
           IF WS-RET-MONTH IS NOT NUMERIC
              DISPLAY "NON-NUMERIC RETURN MONTH IN SYSIN COLUMNS "
                      "1-6 - '" WS-RET-MONTH "'"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-RET-MONTH(1:4) TO WS-RET-YYYY.
           MOVE WS-RET-MONTH(5:2) TO WS-RET-MM.
           IF WS-RET-MM < 1 OR WS-RET-MM > 12
              DISPLAY "INVALID RETURN MONTH IN SYSIN COLUMNS 1-6 - '"
                      WS-RET-MONTH "'"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-PARM-CARD(8:5) TO WS-LOC-FILTER.
           DISPLAY "PARM ECHO - MONTH/" WS-RET-MONTH
                   " LOCATION/" WS-LOC-FILTER.
           DISPLAY "PARM-CARD-PARA - end".

      ***************************************************
       INIT-PARA.
           DISPLAY "1000-INIT - start".
           PERFORM MONTH-DATES-PARA.
           DISPLAY "RETURN MONTH - " WS-MONTH-START
                   " TO " WS-MONTH-END.
           PERFORM CONNECT-TO-DATABASE.
           PERFORM CHECK-PREREQ-PARA.
           PERFORM REGISTER-RUN-START-PARA.
           PERFORM CHECK-PAYROLL-PARA.
           PERFORM GET-SNAPSHOT-DATE-PARA.
           PERFORM LOAD-LOCATIONS-PARA.
           PERFORM EMP-CURSOR-DECLARE.
           PERFORM EMP-CURSOR-OPEN.
           OPEN OUTPUT RETURN-FILE.
           OPEN OUTPUT PRINT-FILE.
           DISPLAY "1000-INIT - END".

       INIT-EXIT.
           EXIT.

      ***************************************************
       PROCESS-DATA.
           PERFORM EMP-CURSOR-FETCH.
           IF NOT EMPC-NOTFND AND NOT EMPC-DBERR
              PERFORM PLACE-EMPLOYEE-PARA THRU PLACE-EMPLOYEE-EXIT
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
      *    GET-DB-CREDENTIALS-PARA, under LABRET_* names instead.
        GET-DB-CREDENTIALS-PARA.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LABRET_DBNAME".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO DATABASE-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LABRET_DBUSER".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO USER-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LABRET_DBPASS".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO PASSWORD
           END-IF.

      ***************************************************
      *    The month's first and last day, and the YYYYMMDD keys of
      *    its first day and the next month's first day.
        MONTH-DATES-PARA.
           MOVE SPACES TO WS-MONTH-START.
           STRING WS-RET-MONTH(1:4) '-' WS-RET-MONTH(5:2) '-01'
               DELIMITED BY SIZE INTO WS-MONTH-START
           END-STRING.
           MOVE SPACES TO WS-START-KEY.
           STRING WS-RET-MONTH '01' DELIMITED BY SIZE
               INTO WS-START-KEY
           END-STRING.
           MOVE WS-RET-YYYY TO WS-NEXT-YYYY.
           COMPUTE WS-NEXT-MM = WS-RET-MM + 1.
           IF WS-NEXT-MM > 12
              MOVE 1 TO WS-NEXT-MM
              ADD 1 TO WS-NEXT-YYYY
           END-IF.
           COMPUTE WS-CALC-YYYYMMDD = WS-NEXT-YYYY * 10000
                                    + WS-NEXT-MM * 100 + 1.
           MOVE WS-CALC-YYYYMMDD TO WS-NEXT-KEY.
           COMPUTE WS-CALC-INT =
               FUNCTION INTEGER-OF-DATE(WS-CALC-YYYYMMDD) - 1.
           COMPUTE WS-CALC-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-CALC-INT).
           MOVE SPACES TO WS-MONTH-END.
           STRING WS-CALC-YYYYMMDD(1:4) '-' WS-CALC-YYYYMMDD(5:2)
                  '-' WS-CALC-YYYYMMDD(7:2) DELIMITED BY SIZE
               INTO WS-MONTH-END
           END-STRING.

      ***************************************************
      *    Wages come off PAYROLL_REGISTER - a month with no
      *    register rows at all files zero wages, which is never
      *    right, so it is flagged for review rather than refused.
        CHECK-PAYROLL-PARA.
           MOVE ZERO TO WS-PAYREG-COUNT.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-PAYREG-COUNT
                   FROM PAYROLL_REGISTER R
                   WHERE (R.PAY-PERIOD = :WS-RET-MONTH
                          AND NOT EXISTS
                              (SELECT 1 FROM PAY_CALENDAR C
                                   WHERE C.PERIOD-ID = R.PAY-PERIOD))
                      OR R.PAY-PERIOD IN
                         (SELECT C.PERIOD-ID FROM PAY_CALENDAR C
                              WHERE SUBSTR(C.PAY-DATE, 1, 4) !!
                                    SUBSTR(C.PAY-DATE, 6, 2) =
                                    :WS-RET-MONTH)
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE ZERO TO WS-PAYREG-COUNT
           END-IF.
           IF WS-PAYREG-COUNT = 0
              DISPLAY "NO PAYROLL REGISTERED FOR " WS-RET-MONTH
                      " - WAGES FILED AS ZERO"
              MOVE 4 TO RETURN-CODE
           END-IF.

      ***************************************************
      *    The month's latest establishment snapshot; blank means
      *    hcsnap took none in the month.
        GET-SNAPSHOT-DATE-PARA.
           MOVE SPACES TO WS-SNAP-DATE.
           EXEC SQL
               SELECT VALUE(MAX(SNAP-DATE), ' ')
                   INTO :WS-SNAP-DATE
                   FROM HEADCOUNT_SNAPSHOT
                   WHERE SNAP-TYPE = 'L'
                     AND SUBSTR(SNAP-DATE, 1, 6) = :WS-RET-MONTH
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE SPACES TO WS-SNAP-DATE
           END-IF.
           IF WS-SNAP-DATE = SPACES
              DISPLAY "NO ESTABLISHMENT SNAPSHOT FOR " WS-RET-MONTH
           ELSE
              DISPLAY "CHECKING AGAINST SNAPSHOT OF " WS-SNAP-DATE
           END-IF.

      ***************************************************
      *    Every establishment on the LOCATION master files a
      *    return, nil or not.
        LOAD-LOCATIONS-PARA.
           EXEC SQL
              declare cur_labloc cursor for
              select loccode, value(locdesc, ' ')
                  from location
                  where (:WS-LOC-FILTER = ' '
                         or loccode = :WS-LOC-FILTER)
                  order by loccode
           END-EXEC.
           EXEC SQL
              open cur_labloc;
           END-EXEC.
           MOVE 'N' TO WS-LOCCURVAL.
           PERFORM FETCH-LOCATION-PARA UNTIL LOCC-EOF.
           EXEC SQL
              close cur_labloc;
           END-EXEC.
           IF WS-LOC-FILTER NOT = SPACES AND WS-LOC-COUNT = 0
              MOVE WS-LOC-FILTER TO WS-LOC-CODE
              MOVE SPACES TO WS-LOC-DESC
              PERFORM ADD-LOCATION-PARA
           END-IF.

      ***************************************************
        FETCH-LOCATION-PARA.
           MOVE SPACES TO WS-LOC-DESC.
           EXEC SQL
              fetch next cur_labloc into :WS-LOC-CODE, :WS-LOC-DESC;
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              PERFORM ADD-LOCATION-PARA
           ELSE
              MOVE 'Y' TO WS-LOCCURVAL
           END-IF.

      ***************************************************
        ADD-LOCATION-PARA.
           IF WS-LOC-COUNT < WS-LOC-MAX
              ADD 1 TO WS-LOC-COUNT
              INITIALIZE WS-LOC-TABLE(WS-LOC-COUNT)
              MOVE WS-LOC-CODE TO LOC-CODE(WS-LOC-COUNT)
              MOVE WS-LOC-DESC TO LOC-DESC(WS-LOC-COUNT)
              MOVE WS-LOC-COUNT TO WS-FOUND-IDX
           ELSE
              DISPLAY "ESTABLISHMENT TABLE FULL - " WS-LOC-CODE
                      " NOT FILED"
              MOVE 8 TO RETURN-CODE
           END-IF.

      ***************************************************
      *    Everyone on the books at any time in the month - hired
      *    by its last day and either still active or separated on
      *    or after its first.
        EMP-CURSOR-DECLARE.
           DISPLAY "EMP-CURSOR-DECLARE - START".
           EXEC SQL
              declare cur_labret cursor for
              select e.empid, value(e.location, ' '),
                     value(e.worker-cat, 'R'),
                     value(e.gender, ' '),
                     e.hiredt, e.status,
                     value(e.statusdt, ' ')
                  from employee e
                  where e.hiredt <= :WS-MONTH-END
                    and (e.status = 'A'
                         or value(e.statusdt, ' ') >= :WS-MONTH-START)
                  order by e.empid
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-EMPCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-EMPCURVAL
                 DISPLAY 'NOT FOUND - EMPLOYEE CURSOR DECLARE'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - EMPLOYEE CURSOR DECLARE'
                 MOVE 'E' TO WS-EMPCURVAL
           END-EVALUATE.
           DISPLAY "EMP-CURSOR-DECLARE - END".

      ***************************************************
        EMP-CURSOR-OPEN.
           DISPLAY "EMP-CURSOR-OPEN - START".
           EXEC SQL
              open cur_labret;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-EMPCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-EMPCURVAL
                 DISPLAY 'NOT FOUND - EMPLOYEE CURSOR OPEN'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - EMPLOYEE CURSOR OPEN'
                 MOVE 'E' TO WS-EMPCURVAL
           END-EVALUATE.
           DISPLAY "EMP-CURSOR-OPEN - END".

      ***************************************************
        EMP-CURSOR-FETCH.
           MOVE SPACES TO WS-EMP-LOC WS-EMP-WKCAT WS-EMP-GENDER
                          WS-EMP-HIREDT WS-EMP-STATUS
                          WS-EMP-STATUSDT.
           EXEC SQL
              fetch next cur_labret into
                :WS-EMP-ID,
                :WS-EMP-LOC,
                :WS-EMP-WKCAT,
                :WS-EMP-GENDER,
                :WS-EMP-HIREDT,
                :WS-EMP-STATUS,
                :WS-EMP-STATUSDT;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 ADD 1 TO EMP-COUNT
                 MOVE 'F' TO WS-EMPCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-EMPCURVAL
                 DISPLAY 'NOT FOUND - EMPLOYEE CURSOR FETCH'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - EMPLOYEE CURSOR FETCH'
                 MOVE 'E' TO WS-EMPCURVAL
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      ***************************************************
      *    On the books at the start: hired before the month and
      *    not separated before it. At the end: still active, or
      *    separated after the month's last day. Hires, separations
      *    and the month's pay go to the month-end establishment;
      *    someone on the books at the start whose establishment
      *    changed counts out of the old one and into the new, so
      *    each establishment's opening plus its flows is its
      *    closing figure.
        PLACE-EMPLOYEE-PARA.
           EVALUATE WS-EMP-WKCAT
              WHEN 'C'
                 MOVE 2 TO WS-CAT-IDX
              WHEN 'N'
                 MOVE 3 TO WS-CAT-IDX
              WHEN OTHER
                 MOVE 1 TO WS-CAT-IDX
           END-EVALUATE.

           MOVE 'N' TO WS-OPEN-IND WS-CLOSE-IND.
           IF WS-EMP-HIREDT < WS-MONTH-START
              AND (WS-EMP-STATUS = 'A'
                   OR WS-EMP-STATUSDT >= WS-MONTH-START)
              MOVE 'Y' TO WS-OPEN-IND
           END-IF.
           IF WS-EMP-STATUS = 'A'
              OR WS-EMP-STATUSDT > WS-MONTH-END
              MOVE 'Y' TO WS-CLOSE-IND
           END-IF.

           MOVE WS-NEXT-KEY TO WS-XFR-KEY.
           PERFORM LOCATION-AT-PARA.
           MOVE WS-XFR-OLDLOC TO WS-CLOSE-LOC.
           MOVE WS-CLOSE-LOC TO WS-FIND-LOC.
           PERFORM FIND-LOCATION-PARA.
           MOVE WS-FOUND-IDX TO WS-CLOSE-IDX.

           MOVE ZERO TO WS-OPEN-IDX.
           IF ON-BOOKS-AT-START
              MOVE WS-START-KEY TO WS-XFR-KEY
              PERFORM LOCATION-AT-PARA
              MOVE WS-XFR-OLDLOC TO WS-OPEN-LOC
              MOVE WS-OPEN-LOC TO WS-FIND-LOC
              PERFORM FIND-LOCATION-PARA
              MOVE WS-FOUND-IDX TO WS-OPEN-IDX
           END-IF.

           IF WS-OPEN-IDX > 0
              ADD 1 TO LOC-OPEN(WS-OPEN-IDX, WS-CAT-IDX)
              IF WS-OPEN-IDX NOT = WS-CLOSE-IDX
                 ADD 1 TO LOC-XFER-OUT(WS-OPEN-IDX)
              END-IF
           END-IF.

           IF WS-CLOSE-IDX = 0
              GO TO PLACE-EMPLOYEE-EXIT
           END-IF.
           IF ON-BOOKS-AT-START AND WS-OPEN-IDX NOT = WS-CLOSE-IDX
              ADD 1 TO LOC-XFER-IN(WS-CLOSE-IDX)
           END-IF.
           IF ON-BOOKS-AT-END
              ADD 1 TO LOC-CLOSE(WS-CLOSE-IDX, WS-CAT-IDX)
              IF WS-EMP-GENDER = 'F'
                 ADD 1 TO LOC-WOMEN(WS-CLOSE-IDX)
              END-IF
           ELSE
              ADD 1 TO LOC-SEPS(WS-CLOSE-IDX)
           END-IF.
           IF WS-EMP-HIREDT >= WS-MONTH-START
              ADD 1 TO LOC-HIRES(WS-CLOSE-IDX)
           END-IF.

           PERFORM GET-PAY-PARA.
           ADD WS-EMP-WAGES TO LOC-WAGES(WS-CLOSE-IDX).
           ADD WS-EMP-OTPAY TO LOC-OT-WAGES(WS-CLOSE-IDX).
           ADD WS-EMP-OTHRS TO LOC-OT-HOURS(WS-CLOSE-IDX).

       PLACE-EMPLOYEE-EXIT.
           EXIT.

      ***************************************************
      *    Where the employee stood just before the key date: the
      *    OLD-LOCATION of the first transfer on or after it (the
      *    same earliest-row reading payrun's GET-TRANSFER-SPLIT-
      *    PARA makes), else the master's current location.
        LOCATION-AT-PARA.
           MOVE WS-EMP-LOC TO WS-XFR-OLDLOC.
           EXEC SQL
               SELECT OLD-LOCATION
                   INTO :WS-XFR-OLDLOC
                   FROM EMPLOYEE_TRANSFER_HISTORY
                   WHERE EMPID = :WS-EMP-ID
                     AND EFFECTIVE-TS >= :WS-XFR-KEY
                     AND EFFECTIVE-TS =
                         (SELECT MIN(EFFECTIVE-TS)
                              FROM EMPLOYEE_TRANSFER_HISTORY
                              WHERE EMPID = :WS-EMP-ID
                                AND EFFECTIVE-TS >= :WS-XFR-KEY)
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE WS-EMP-LOC TO WS-XFR-OLDLOC
           END-IF.

      ***************************************************
      *    The establishment's table entry - a location missing
      *    from the master is added and counted, unless the run is
      *    limited to one establishment, when anything else is
      *    simply not this return's business (index 0).
        FIND-LOCATION-PARA.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM MATCH-LOCATION-PARA
               VARYING WS-LOC-IDX FROM 1 BY 1
               UNTIL WS-LOC-IDX > WS-LOC-COUNT OR WS-FOUND-IDX > 0.
           IF WS-FOUND-IDX = 0 AND WS-LOC-FILTER = SPACES
              MOVE WS-FIND-LOC TO WS-LOC-CODE
              MOVE 'NOT ON LOCATION MASTER' TO WS-LOC-DESC
              PERFORM ADD-LOCATION-PARA
              ADD 1 TO NO-MASTER-COUNT
           END-IF.

      ***************************************************
        MATCH-LOCATION-PARA.
           IF LOC-CODE(WS-LOC-IDX) = WS-FIND-LOC
              MOVE WS-LOC-IDX TO WS-FOUND-IDX
           END-IF.

      ***************************************************
      *    The month's earnings off PAYROLL_REGISTER - a period
      *    with a PAY_CALENDAR row belongs to the month its pay
      *    date falls in, a bare YYYYMM period to its own month -
      *    reimbursements excluded, being no part of wages; the
      *    overtime wages are the register's OTPAY, the hours the
      *    month's approved OVERTIME_ENTRY rows.
        GET-PAY-PARA.
           MOVE ZEROES TO WS-EMP-WAGES WS-EMP-OTPAY WS-EMP-OTHRS.
           EXEC SQL
               SELECT VALUE(SUM(R.BASICPAY + R.HRA + R.CONVPAY
                                + R.MEDPAY + R.ARREARS + R.OTPAY
                                + R.ACTALLOW + R.SHIFTALW), 0),
                      VALUE(SUM(R.OTPAY), 0)
                   INTO :WS-EMP-WAGES, :WS-EMP-OTPAY
                   FROM PAYROLL_REGISTER R
                   WHERE R.EMPID = :WS-EMP-ID
                     AND ((R.PAY-PERIOD = :WS-RET-MONTH
                           AND NOT EXISTS
                               (SELECT 1 FROM PAY_CALENDAR C
                                    WHERE C.PERIOD-ID =
                                          R.PAY-PERIOD))
                          OR R.PAY-PERIOD IN
                             (SELECT C.PERIOD-ID
                                  FROM PAY_CALENDAR C
                                  WHERE SUBSTR(C.PAY-DATE, 1, 4) !!
                                        SUBSTR(C.PAY-DATE, 6, 2) =
                                        :WS-RET-MONTH))
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE ZEROES TO WS-EMP-WAGES WS-EMP-OTPAY
              DISPLAY 'DB2 ERROR - PAYROLL REGISTER SUM - '
                      WS-EMP-ID
           END-IF.

           EXEC SQL
               SELECT VALUE(SUM(OT-HOURS), 0)
                   INTO :WS-EMP-OTHRS
                   FROM OVERTIME_ENTRY
                   WHERE EMPID = :WS-EMP-ID
                     AND OT-PERIOD = :WS-RET-MONTH
                     AND OT-STATUS = 'A'
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE ZEROES TO WS-EMP-OTHRS
           END-IF.

      ***************************************************
      *    Header, one filing record and two summary lines per
      *    establishment, trailer and totals.
        WRITE-RETURN-PARA.
           MOVE WS-RET-MONTH TO RH-RET-MONTH.
           MOVE WS-LOC-COUNT TO RH-ESTAB-COUNT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RH-CREATE-DT.
           WRITE RETURN-RECORD FROM RET-HEADER-RECORD.
           PERFORM PRINT-HEADING-PARA.

           INITIALIZE WS-RETURN-TOTALS.
           PERFORM WRITE-ESTAB-PARA
               VARYING WS-LOC-IDX FROM 1 BY 1
               UNTIL WS-LOC-IDX > WS-LOC-COUNT.

           MOVE ESTAB-COUNT TO RT-ESTAB-COUNT.
           COMPUTE RT-CLOSE-TOTAL = TOT-CLOSE(1) + TOT-CLOSE(2)
                                  + TOT-CLOSE(3).
           MOVE TOT-WAGES TO RT-WAGES-TOTAL.
           WRITE RETURN-RECORD FROM RET-TRAILER-RECORD.
           PERFORM PRINT-TOTALS-PARA.

      ***************************************************
        WRITE-ESTAB-PARA.
           PERFORM CHECK-SNAPSHOT-PARA.

           MOVE LOC-CODE(WS-LOC-IDX)        TO RE-LOC-CODE.
           MOVE LOC-DESC(WS-LOC-IDX)        TO RE-LOC-DESC.
           MOVE LOC-OPEN(WS-LOC-IDX, 1)     TO RE-OPEN-REG.
           MOVE LOC-OPEN(WS-LOC-IDX, 2)     TO RE-OPEN-CON.
           MOVE LOC-OPEN(WS-LOC-IDX, 3)     TO RE-OPEN-INT.
           MOVE LOC-CLOSE(WS-LOC-IDX, 1)    TO RE-CLOSE-REG.
           MOVE LOC-CLOSE(WS-LOC-IDX, 2)    TO RE-CLOSE-CON.
           MOVE LOC-CLOSE(WS-LOC-IDX, 3)    TO RE-CLOSE-INT.
           MOVE LOC-HIRES(WS-LOC-IDX)       TO RE-HIRES.
           MOVE LOC-SEPS(WS-LOC-IDX)        TO RE-SEPS.
           MOVE LOC-WOMEN(WS-LOC-IDX)       TO RE-WOMEN.
           MOVE LOC-WAGES(WS-LOC-IDX)       TO RE-WAGES.
           MOVE LOC-OT-HOURS(WS-LOC-IDX)    TO RE-OT-HOURS.
           MOVE LOC-OT-WAGES(WS-LOC-IDX)    TO RE-OT-WAGES.
           WRITE RETURN-RECORD FROM RET-ESTAB-RECORD.
           ADD 1 TO ESTAB-COUNT.

           MOVE LOC-CODE(WS-LOC-IDX)        TO EL-LOC.
           MOVE LOC-DESC(WS-LOC-IDX)        TO EL-DESC.
           MOVE WS-OPEN-HC                  TO EL-OPEN.
           MOVE LOC-HIRES(WS-LOC-IDX)       TO EL-HIRES.
           MOVE LOC-SEPS(WS-LOC-IDX)        TO EL-SEPS.
           MOVE LOC-XFER-IN(WS-LOC-IDX)     TO EL-XFER-IN.
           MOVE LOC-XFER-OUT(WS-LOC-IDX)    TO EL-XFER-OUT.
           MOVE WS-CLOSE-HC                 TO EL-CLOSE.
           MOVE LOC-WOMEN(WS-LOC-IDX)       TO EL-WOMEN.
           MOVE LOC-WAGES(WS-LOC-IDX)       TO EL-WAGES.
           MOVE LOC-OT-HOURS(WS-LOC-IDX)    TO EL-OT-HOURS.
           MOVE LOC-OT-WAGES(WS-LOC-IDX)    TO EL-OT-WAGES.
           WRITE PRINT-RECORD FROM ESTAB-LINE.

           MOVE LOC-OPEN(WS-LOC-IDX, 1)     TO CL-REG-OPEN.
           MOVE LOC-CLOSE(WS-LOC-IDX, 1)    TO CL-REG-CLOSE.
           MOVE LOC-OPEN(WS-LOC-IDX, 2)     TO CL-CON-OPEN.
           MOVE LOC-CLOSE(WS-LOC-IDX, 2)    TO CL-CON-CLOSE.
           MOVE LOC-OPEN(WS-LOC-IDX, 3)     TO CL-INT-OPEN.
           MOVE LOC-CLOSE(WS-LOC-IDX, 3)    TO CL-INT-CLOSE.
           MOVE WS-SNAP-HC                  TO CL-SNAP-HC.
           MOVE WS-CHECK-NOTE               TO CL-CHECK.
           WRITE PRINT-RECORD FROM CATEGORY-LINE.

           PERFORM ADD-TO-TOTALS-PARA
               VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > 3.
           ADD LOC-HIRES(WS-LOC-IDX)       TO TOT-HIRES.
           ADD LOC-SEPS(WS-LOC-IDX)        TO TOT-SEPS.
           ADD LOC-XFER-IN(WS-LOC-IDX)     TO TOT-XFER-IN.
           ADD LOC-XFER-OUT(WS-LOC-IDX)    TO TOT-XFER-OUT.
           ADD LOC-WOMEN(WS-LOC-IDX)       TO TOT-WOMEN.
           ADD LOC-WAGES(WS-LOC-IDX)       TO TOT-WAGES.
           ADD LOC-OT-HOURS(WS-LOC-IDX)    TO TOT-OT-HOURS.
           ADD LOC-OT-WAGES(WS-LOC-IDX)    TO TOT-OT-WAGES.

      ***************************************************
        ADD-TO-TOTALS-PARA.
           ADD LOC-OPEN(WS-LOC-IDX, WS-CAT-IDX)
               TO TOT-OPEN(WS-CAT-IDX).
           ADD LOC-CLOSE(WS-LOC-IDX, WS-CAT-IDX)
               TO TOT-CLOSE(WS-CAT-IDX).

      ***************************************************
      *    The establishment's closing headcount against hcsnap's
      *    'L' row of the month's latest snapshot - no row for the
      *    establishment on that date reads as nobody there.
        CHECK-SNAPSHOT-PARA.
           COMPUTE WS-OPEN-HC = LOC-OPEN(WS-LOC-IDX, 1)
                              + LOC-OPEN(WS-LOC-IDX, 2)
                              + LOC-OPEN(WS-LOC-IDX, 3).
           COMPUTE WS-CLOSE-HC = LOC-CLOSE(WS-LOC-IDX, 1)
                               + LOC-CLOSE(WS-LOC-IDX, 2)
                               + LOC-CLOSE(WS-LOC-IDX, 3).
           MOVE ZERO TO WS-SNAP-HC.
           IF WS-SNAP-DATE = SPACES
              MOVE 'NO SNAPSHOT' TO WS-CHECK-NOTE
              ADD 1 TO MISMATCH-COUNT
           ELSE
              MOVE LOC-CODE(WS-LOC-IDX) TO WS-LOC-CODE
              EXEC SQL
                  SELECT HEADCOUNT
                      INTO :WS-SNAP-HC
                      FROM HEADCOUNT_SNAPSHOT
                      WHERE SNAP-DATE = :WS-SNAP-DATE
                        AND SNAP-TYPE = 'L'
                        AND SNAP-CODE = :WS-LOC-CODE
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              IF NOT WS-SQL-RETURN-NORMAL
                 MOVE ZERO TO WS-SNAP-HC
              END-IF
              IF WS-SNAP-HC = WS-CLOSE-HC
                 MOVE 'AGREES' TO WS-CHECK-NOTE
              ELSE
                 MOVE 'MISMATCH' TO WS-CHECK-NOTE
                 ADD 1 TO MISMATCH-COUNT
              END-IF
           END-IF.

      ***************************************************
        PRINT-HEADING-PARA.
           WRITE PRINT-RECORD FROM HDR-LINE-1.
           WRITE PRINT-RECORD FROM BLANK-LINE.
           MOVE SPACES TO TEXT-OUT.
           STRING 'MONTHLY EMPLOYMENT RETURN - MONTH ' WS-RET-MONTH
                  ' (' WS-MONTH-START ' TO ' WS-MONTH-END ')'
               DELIMITED BY SIZE INTO TEXT-OUT
           END-STRING.
           WRITE PRINT-RECORD FROM TEXT-LINE.
           MOVE SPACES TO TEXT-OUT.
           IF WS-SNAP-DATE = SPACES
              MOVE 'NO ESTABLISHMENT HEADCOUNT SNAPSHOT IN THE MONTH'
                   TO TEXT-OUT
           ELSE
              STRING 'CLOSING HEADCOUNT CHECKED AGAINST SNAPSHOT OF '
                     WS-SNAP-DATE
                  DELIMITED BY SIZE INTO TEXT-OUT
              END-STRING
           END-IF.
           WRITE PRINT-RECORD FROM TEXT-LINE.
           WRITE PRINT-RECORD FROM BLANK-LINE.
           WRITE PRINT-RECORD FROM COLUMN-LINE.
           WRITE PRINT-RECORD FROM BLANK-LINE.

      ***************************************************
        PRINT-TOTALS-PARA.
           WRITE PRINT-RECORD FROM BLANK-LINE.
           MOVE 'TOTAL'              TO EL-LOC.
           MOVE SPACES               TO EL-DESC.
           COMPUTE WS-OPEN-HC = TOT-OPEN(1) + TOT-OPEN(2)
                              + TOT-OPEN(3).
           COMPUTE WS-CLOSE-HC = TOT-CLOSE(1) + TOT-CLOSE(2)
                               + TOT-CLOSE(3).
           MOVE WS-OPEN-HC           TO EL-OPEN.
           MOVE TOT-HIRES            TO EL-HIRES.
           MOVE TOT-SEPS             TO EL-SEPS.
           MOVE TOT-XFER-IN          TO EL-XFER-IN.
           MOVE TOT-XFER-OUT         TO EL-XFER-OUT.
           MOVE WS-CLOSE-HC          TO EL-CLOSE.
           MOVE TOT-WOMEN            TO EL-WOMEN.
           MOVE TOT-WAGES            TO EL-WAGES.
           MOVE TOT-OT-HOURS         TO EL-OT-HOURS.
           MOVE TOT-OT-WAGES         TO EL-OT-WAGES.
           WRITE PRINT-RECORD FROM ESTAB-LINE.
           MOVE TOT-OPEN(1)          TO CL-REG-OPEN.
           MOVE TOT-CLOSE(1)         TO CL-REG-CLOSE.
           MOVE TOT-OPEN(2)          TO CL-CON-OPEN.
           MOVE TOT-CLOSE(2)         TO CL-CON-CLOSE.
           MOVE TOT-OPEN(3)          TO CL-INT-OPEN.
           MOVE TOT-CLOSE(3)         TO CL-INT-CLOSE.
           MOVE ZERO                 TO CL-SNAP-HC.
           MOVE SPACES               TO CL-CHECK.
           WRITE PRINT-RECORD FROM CATEGORY-LINE.
           IF MISMATCH-COUNT > 0
              WRITE PRINT-RECORD FROM BLANK-LINE
              MOVE SPACES TO TEXT-OUT
              STRING 'ESTABLISHMENTS NOT AGREEING WITH THE SNAPSHOT'
                     ' - REVIEW BEFORE FILING'
                  DELIMITED BY SIZE INTO TEXT-OUT
              END-STRING
              WRITE PRINT-RECORD FROM TEXT-LINE
           END-IF.

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
           MOVE ESTAB-COUNT TO WS-RUNC-ROWS.
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

           PERFORM WRITE-RETURN-PARA.
           IF RETURN-CODE < 4
              AND (MISMATCH-COUNT > 0 OR NO-MASTER-COUNT > 0)
              MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE RETURN-FILE.
           CLOSE PRINT-FILE.
           PERFORM REGISTER-RUN-END-PARA.

           EXEC SQL
                disconnect all;
           END-EXEC

           DISPLAY 'EMPLOYEE  COUNT  '  EMP-COUNT.
           DISPLAY 'ESTABLISH COUNT  '  ESTAB-COUNT.
           DISPLAY 'MISMATCH  COUNT  '  MISMATCH-COUNT.
           DISPLAY 'NO MASTER COUNT  '  NO-MASTER-COUNT.
           DISPLAY 'WAGES     TOTAL  '  TOT-WAGES.
           DISPLAY "9999-PROGRAM-EXIT - end".
