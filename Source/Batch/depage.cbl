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
      *    Dependent age-out batch job - run monthly after insprem,
      *    it finds every covered child dependent (any DEPENDENT
      *    row that is not a spouse or parent, the same split
      *    insprem's tier rule makes) who reaches the plan's
      *    maximum dependent age from BIRTHDT in the run month, or
      *    who passed it in an earlier month and was never taken
      *    off. Cover ends on the last day of the run month: the
      *    DEPENDENT row and any open BENEFIT_COVERAGE rows are
      *    stamped with COVER-END-DT, a COVERAGE_TERMINATION row
      *    records it for benextr's 'T' records to the insurer, and
      *    an election whose tier is now more than the remaining
      *    covered dependents need is stepped down to the tier
      *    insprem would derive for them, so next month's premium
      *    follows. A notice goes to the employee at the
      *    EMPLOYEE_CONTACT address, printed under the hrletter
      *    header, and the run is listed on the age-out report.
      *    A stamped dependent never comes round again, so a rerun
      *    for the month lists and notifies nothing twice.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    depage.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTPUT-FILE ASSIGN TO DEPAGEFL.
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
      *    Defaults below are the dev connection; DEPAGE-DBNAME,
      *    DEPAGE-DBUSER and DEPAGE-DBPASS environment variables
      *    (see GET-DB-CREDENTIALS-PARA) override them, same as
      *    emplist.cbl's EMPLIST_* variables.
       01 DATABASE-NAME PIC X(80) VALUE "ltpz_syntel:5432".
       01 USER-NAME     PIC X(80) VALUE "syntel".
       01 PASSWORD      PIC X(80) VALUE "syntel".
       01 WS-AGEOUT-MONTH         PIC X(06) VALUE SPACES.
       01 WS-MONTH-END            PIC X(10).
       01 WS-TODAY                PIC X(10).
       01 WS-EMP-ID               PIC X(05).
       01 WS-EMP-NAME             PIC X(30).
       01 WS-DEP-SEQ              PIC 9(02).
       01 WS-DEP-NAME             PIC X(30).
       01 WS-DEP-REL              PIC X(10).
       01 WS-DEP-BIRTHDT          PIC X(10).
       01 WS-ADDR1                PIC X(30).
       01 WS-ADDR2                PIC X(30).
       01 WS-CITY                 PIC X(20).
       01 WS-POSTCODE             PIC X(10).
       01 WS-PLAN-YEAR            PIC X(04).
       01 WS-ELEC-TIER            PIC X(03).
       01 WS-NEW-TIER             PIC X(03).
       01 WS-COV-DEPS             PIC S9(05) COMP.
       01 WS-COV-SPOUSE           PIC S9(05) COMP.
       01 WS-COV-PARENT           PIC S9(05) COMP.
       01 WS-STAMP-TS             PIC X(21).
      *    Run-control registry fields - every run registers its
      *    start, end, return code and row count on RUN_CONTROL, and
      *    a job with a prerequisite refuses to start until its
      *    predecessor completed for the cycle (CHECK-PREREQ-PARA).
       01 WS-RUNC-PROGRAM         PIC X(08) VALUE 'depage  '.
       01 WS-RUNC-PREREQ          PIC X(08) VALUE 'insprem '.
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
           05  WS-DEPCURVAL                PIC X(1).
               88  DEPC-EXIST                      VALUE 'F'.
               88  DEPC-NOTFND                     VALUE 'N'.
               88  DEPC-DBERR                      VALUE 'E'.
           05  WS-UPDVAL                   PIC X(1).
               88  UPD-OK                          VALUE 'Y'.
               88  UPD-FAILED                      VALUE 'N'.
           05  WS-AGEOUT-YEAR              PIC 9(04).
           05  WS-AGEOUT-MM                PIC 9(02).
           05  WS-CURR-YEAR                PIC 9(04).
           05  WS-CURR-MM                  PIC 9(02).
           05  WS-NEXT-NUM                 PIC 9(08).
           05  WS-MEND-INT                 PIC 9(08).
           05  WS-MEND-NUM                 PIC 9(08).
           05  WS-REACH-YEAR               PIC 9(04).
           05  WS-REACH-MONTH              PIC 9(06).
           05  WS-RUN-MONTH                PIC 9(06).
           05  WS-YEAR-NUM                 PIC 9(04).
           05  WS-YEAR-SUB                 PIC 9(01) COMP.
           05  WS-MIN-RANK                 PIC 9(01).
           05  WS-TIER-RANK                PIC 9(01).
           05  WS-AGEOUT-STATUS            PIC X(10).
           05  WS-AGE-ED                   PIC Z9.

      *    Maximum dependent age under the plan - cover runs to the
      *    end of the month the child reaches it. SYSIN 8-9
      *    overrides it for a plan year the insurer changes it.
       01  DEP-MAX-AGE                 PIC 9(02) VALUE 25.

       01  DETAIL-RECORD.
           10  DAO-EMP-ID                  PIC X(05).
           10  FILLER                      PIC X(01) VALUE ','.
           10  DAO-EMP-NAME                PIC X(30).
           10  FILLER                      PIC X(01) VALUE ','.
           10  DAO-DEP-SEQ                 PIC 9(02).
           10  FILLER                      PIC X(01) VALUE ','.
           10  DAO-DEP-NAME                PIC X(30).
           10  FILLER                      PIC X(01) VALUE ','.
           10  DAO-BIRTHDT                 PIC X(10).
           10  FILLER                      PIC X(01) VALUE ','.
           10  DAO-END-DT                  PIC X(10).
           10  FILLER                      PIC X(01) VALUE ','.
           10  DAO-OLD-TIER                PIC X(03).
           10  FILLER                      PIC X(01) VALUE ','.
           10  DAO-NEW-TIER                PIC X(03).
           10  FILLER                      PIC X(01) VALUE ','.
           10  DAO-STATUS                  PIC X(10).

       01  TRAILER-RECORD.
           10  TR-ID                       PIC X(07) VALUE 'TRAILER'.
           10  FILLER                      PIC X(01) VALUE ','.
           10  TR-AGEOUT-MONTH             PIC X(06).
           10  FILLER                      PIC X(01) VALUE ','.
           10  TR-MAX-AGE                  PIC 9(02).
           10  FILLER                      PIC X(01) VALUE ','.
           10  TR-AGEOUT-COUNT             PIC 9(10).
           10  FILLER                      PIC X(01) VALUE ','.
           10  TR-TIER-COUNT               PIC 9(10).
           10  FILLER                      PIC X(01) VALUE ','.
           10  TR-NOTICE-COUNT             PIC 9(10).

      *    Notice print lines - first byte is ANSI carriage
      *    control; '1' starts each notice on a fresh page. The
      *    header wording matches hrletter.cbl's HDR-LINE-1.
       01  HDR-LINE-1.
           05  FILLER          PIC X(01) VALUE '1'.
           05  FILLER          PIC X(25) VALUE SPACES.
           05  FILLER          PIC X(34)
                   VALUE 'ATOS SYNTEL - HUMAN RESOURCES'.
           05  FILLER          PIC X(73) VALUE SPACES.

       01  REF-LINE.
           05  FILLER          PIC X(01) VALUE ' '.
           05  FILLER          PIC X(12) VALUE 'REFERENCE : '.
           05  REF-OUT         PIC X(12).
           05  FILLER          PIC X(30) VALUE SPACES.
           05  FILLER          PIC X(06) VALUE 'DATE: '.
           05  REF-DATE-OUT    PIC X(10).
           05  FILLER          PIC X(62) VALUE SPACES.

       01  TEXT-LINE.
           05  FILLER          PIC X(01) VALUE ' '.
           05  TEXT-OUT        PIC X(100).
           05  FILLER          PIC X(32) VALUE SPACES.

       01  BLANK-LINE.
           05  FILLER          PIC X(01) VALUE ' '.
           05  FILLER          PIC X(132) VALUE SPACES.

       01  WS-COUNTERS.
           05  DEP-COUNT                   PIC 9(10) VALUE ZEROES.
           05  AGEOUT-COUNT                PIC 9(10) VALUE ZEROES.
           05  TIER-COUNT                  PIC 9(10) VALUE ZEROES.
           05  NOTICE-COUNT                PIC 9(10) VALUE ZEROES.
           05  FAILED-COUNT                PIC 9(10) VALUE ZEROES.
           05  NO-BIRTHDT-COUNT            PIC 9(10) VALUE ZEROES.

       01  WS-PARM-CARD                PIC X(80) VALUE SPACES.

       01  WS-ENV-VALUE                PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM PARM-CARD-PARA.
           PERFORM INIT-PARA.

           PERFORM PROCESS-DATA THRU PROCESS-EXIT
               UNTIL DEPC-NOTFND OR DEPC-DBERR.

           PERFORM PROGRAM-EXIT.
           DISPLAY "END OF DEPENDENT AGE-OUT RUN".

      ***************************************************
       PARM-CARD-PARA.
           DISPLAY "PARM-CARD-PARA - start".
      *    SYSIN 1-6 is the age-out month (YYYYMM), defaulting to
      *    this month; SYSIN 8-9 the maximum dependent age when it
      *    differs from DEP-MAX-AGE.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           IF WS-PARM-CARD(1:6) = SPACES
              MOVE FUNCTION CURRENT-DATE(1:6) TO WS-AGEOUT-MONTH
           ELSE
              MOVE WS-PARM-CARD(1:6) TO WS-AGEOUT-MONTH
           END-IF.
           IF WS-AGEOUT-MONTH IS NOT NUMERIC
              DISPLAY "NON-NUMERIC AGE-OUT MONTH IN SYSIN "
                      "COLUMNS 1-6 - '" WS-AGEOUT-MONTH "'"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-AGEOUT-MONTH(1:4) TO WS-AGEOUT-YEAR.
           MOVE WS-AGEOUT-MONTH(5:2) TO WS-AGEOUT-MM.
           IF WS-AGEOUT-MM < 1 OR WS-AGEOUT-MM > 12
              DISPLAY "AGE-OUT MONTH OUT OF RANGE - '"
                      WS-AGEOUT-MONTH "'"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-PARM-CARD(8:2) NOT = SPACES
              IF WS-PARM-CARD(8:2) IS NOT NUMERIC
                 OR WS-PARM-CARD(8:2) = '00'
                 DISPLAY "MAXIMUM DEPENDENT AGE NOT 01-99 IN SYSIN "
                         "COLUMNS 8-9 - '" WS-PARM-CARD(8:2) "'"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-PARM-CARD(8:2) TO DEP-MAX-AGE
           END-IF.
           MOVE WS-AGEOUT-MONTH TO WS-RUN-MONTH.
           MOVE WS-AGEOUT-MONTH(1:4) TO WS-PLAN-YEAR.

      *    Cover ends on the last day of the age-out month.
           IF WS-AGEOUT-MM = 12
              COMPUTE WS-NEXT-NUM = (WS-AGEOUT-YEAR + 1) * 10000
                                  + 101
           ELSE
              COMPUTE WS-NEXT-NUM = WS-AGEOUT-YEAR * 10000
                                  + (WS-AGEOUT-MM + 1) * 100 + 1
           END-IF.
           COMPUTE WS-MEND-INT =
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-NUM) - 1.
           COMPUTE WS-MEND-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-MEND-INT).
           MOVE SPACES TO WS-MONTH-END.
           STRING WS-MEND-NUM(1:4) '-' WS-MEND-NUM(5:2) '-'
                  WS-MEND-NUM(7:2) DELIMITED BY SIZE
               INTO WS-MONTH-END
           END-STRING.
           DISPLAY "PARM ECHO - AGE-OUT-MONTH/" WS-AGEOUT-MONTH
                   " MAX-AGE/" DEP-MAX-AGE
                   " COVER-END/" WS-MONTH-END.
           DISPLAY "PARM-CARD-PARA - end".

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
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-TS.
           PERFORM DEP-CURSOR-DECLARE.
           PERFORM DEP-CURSOR-OPEN.
           OPEN OUTPUT OUTPUT-FILE.
           OPEN OUTPUT PRINT-FILE.
           DISPLAY "1000-INIT - END".

       INIT-EXIT.
           EXIT.

      ***************************************************
       PROCESS-DATA.
           PERFORM DEP-CURSOR-FETCH.
           IF NOT DEPC-NOTFND AND NOT DEPC-DBERR
              PERFORM CHECK-AGEOUT-PARA THRU CHECK-AGEOUT-EXIT
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
      *    GET-DB-CREDENTIALS-PARA, under DEPAGE_* names instead.
        GET-DB-CREDENTIALS-PARA.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "DEPAGE_DBNAME".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO DATABASE-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "DEPAGE_DBUSER".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO USER-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "DEPAGE_DBPASS".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO PASSWORD
           END-IF.

      ***************************************************
      *    Every child dependent still on cover, of an active
      *    employee - the age test itself is made on each row.
        DEP-CURSOR-DECLARE.
           DISPLAY "DEP-CURSOR-DECLARE - START".
           EXEC SQL
              declare cur_depage cursor for
              select d.empid, e.empname, d.depseq, d.depname,
                     d.relation, value(d.birthdt, ' ')
                  from dependent d
                  join employee e on e.empid = d.empid
                  where e.status = 'A'
                    and d.cover-end-dt is null
                    and d.relation not in ('SPOUSE', 'FATHER',
                                           'MOTHER', 'PARENT')
                  order by d.empid, d.depseq
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-DEPCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-DEPCURVAL
                 DISPLAY 'NOT FOUND - DEPENDENT CURSOR DECLARE'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - DEPENDENT CURSOR DECLARE'
                 MOVE 'E' TO WS-DEPCURVAL
           END-EVALUATE.
           DISPLAY "DEP-CURSOR-DECLARE - END".

      ***************************************************
        DEP-CURSOR-OPEN.
           DISPLAY "DEP-CURSOR-OPEN - START".
           EXEC SQL
              open cur_depage;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-DEPCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-DEPCURVAL
                 DISPLAY 'NOT FOUND - DEPENDENT CURSOR OPEN'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - DEPENDENT CURSOR OPEN'
                 MOVE 'E' TO WS-DEPCURVAL
           END-EVALUATE.
           DISPLAY "DEP-CURSOR-OPEN - END".

      ***************************************************
        DEP-CURSOR-FETCH.
           MOVE SPACES TO WS-EMP-NAME WS-DEP-NAME WS-DEP-REL
                          WS-DEP-BIRTHDT.
           EXEC SQL
              fetch next cur_depage into
                :WS-EMP-ID,
                :WS-EMP-NAME,
                :WS-DEP-SEQ,
                :WS-DEP-NAME,
                :WS-DEP-REL,
                :WS-DEP-BIRTHDT;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 ADD 1 TO DEP-COUNT
                 MOVE 'F' TO WS-DEPCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-DEPCURVAL
                 DISPLAY 'NOT FOUND - DEPENDENT CURSOR FETCH'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - DEPENDENT CURSOR FETCH'
                 MOVE 'E' TO WS-DEPCURVAL
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      ***************************************************
      *    The child reaches the maximum age in the birth month of
      *    year BIRTHDT + DEP-MAX-AGE; that month being the run
      *    month is a normal age-out, an earlier month one that
      *    was missed and is caught up now - either way cover ends
      *    with the run month.
        CHECK-AGEOUT-PARA.
           IF WS-DEP-BIRTHDT = SPACES
              OR WS-DEP-BIRTHDT(1:4) IS NOT NUMERIC
              OR WS-DEP-BIRTHDT(6:2) IS NOT NUMERIC
              ADD 1 TO NO-BIRTHDT-COUNT
              DISPLAY 'NO USABLE BIRTH DATE - ' WS-EMP-ID
                      '/' WS-DEP-SEQ
              GO TO CHECK-AGEOUT-EXIT
           END-IF.
           MOVE WS-DEP-BIRTHDT(1:4) TO WS-REACH-YEAR.
           ADD DEP-MAX-AGE TO WS-REACH-YEAR.
           COMPUTE WS-REACH-MONTH = WS-REACH-YEAR * 100
                   + FUNCTION NUMVAL(WS-DEP-BIRTHDT(6:2)).
           IF WS-REACH-MONTH > WS-RUN-MONTH
              GO TO CHECK-AGEOUT-EXIT
           END-IF.
           IF WS-REACH-MONTH = WS-RUN-MONTH
              MOVE 'AGED OUT' TO WS-AGEOUT-STATUS
           ELSE
              MOVE 'OVERAGE' TO WS-AGEOUT-STATUS
           END-IF.

           PERFORM END-COVER-PARA.
           IF UPD-FAILED
              ADD 1 TO FAILED-COUNT
              MOVE 'FAILED' TO WS-AGEOUT-STATUS
              PERFORM WRITE-DETAIL-PARA
              GO TO CHECK-AGEOUT-EXIT
           END-IF.
           ADD 1 TO AGEOUT-COUNT.

      *    This plan year's election, and next year's when one has
      *    already been recorded in the enrollment window.
           MOVE SPACES TO DAO-OLD-TIER DAO-NEW-TIER.
           MOVE WS-AGEOUT-YEAR TO WS-YEAR-NUM.
           PERFORM RECALC-TIER-PARA
               VARYING WS-YEAR-SUB FROM 1 BY 1
               UNTIL WS-YEAR-SUB > 2.

           PERFORM CONTACT-LOOKUP-PARA.
           PERFORM PRINT-NOTICE-PARA.
           PERFORM WRITE-DETAIL-PARA.

       CHECK-AGEOUT-EXIT.
           EXIT.

      ***************************************************
      *    The dependent, its open coverage rows and the
      *    termination record for benextr, all stamped with the
      *    month end.
        END-COVER-PARA.
           MOVE 'Y' TO WS-UPDVAL.
           EXEC SQL
               UPDATE DEPENDENT
                   SET COVER-END-DT = :WS-MONTH-END,
                       CHANGED-BY   = 'DEPAGE'
                   WHERE EMPID = :WS-EMP-ID
                     AND DEPSEQ = :WS-DEP-SEQ
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE 'N' TO WS-UPDVAL
              DISPLAY 'DB2 ERROR - DEPENDENT UPDATE - '
                      WS-EMP-ID '/' WS-DEP-SEQ
           END-IF.

           IF UPD-OK
              EXEC SQL
                  UPDATE BENEFIT_COVERAGE
                      SET COVER-END-DT = :WS-MONTH-END
                      WHERE EMPID = :WS-EMP-ID
                        AND DEPSEQ = :WS-DEP-SEQ
                        AND COVER-END-DT IS NULL
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              IF NOT WS-SQL-RETURN-NORMAL
                 AND NOT WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-UPDVAL
                 DISPLAY 'DB2 ERROR - COVERAGE UPDATE - '
                         WS-EMP-ID '/' WS-DEP-SEQ
              END-IF
           END-IF.

           IF UPD-OK
              EXEC SQL
                  INSERT INTO COVERAGE_TERMINATION
                      (EMPID, DEPSEQ, TERM-DT, TERM-REASON,
                       PROCESSED-DT, PROCESSED-TS)
                      VALUES (:WS-EMP-ID, :WS-DEP-SEQ,
                              :WS-MONTH-END, 'AGEOUT',
                              :WS-TODAY, :WS-STAMP-TS)
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              IF NOT WS-SQL-RETURN-NORMAL
                 MOVE 'N' TO WS-UPDVAL
                 DISPLAY 'DB2 ERROR - TERMINATION INSERT - '
                         WS-EMP-ID '/' WS-DEP-SEQ
              END-IF
           END-IF.

      ***************************************************
      *    insprem's tier rule on the dependents still covered by
      *    the election: nobody is employee-only; a parent or more
      *    than four is extended; a spouse alone is the couple
      *    tier; anything else is family. An elected tier above
      *    that steps down to it; one at or below it is left.
        RECALC-TIER-PARA.
           MOVE WS-YEAR-NUM TO WS-PLAN-YEAR.
           ADD 1 TO WS-YEAR-NUM.
           MOVE SPACES TO WS-ELEC-TIER WS-NEW-TIER.
           EXEC SQL
               SELECT PLAN-TIER
                   INTO :WS-ELEC-TIER
                   FROM BENEFIT_ELECTION
                   WHERE EMPID = :WS-EMP-ID
                     AND PLAN-YEAR = :WS-PLAN-YEAR
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE SPACES TO WS-ELEC-TIER
           ELSE
              MOVE ZERO TO WS-COV-DEPS WS-COV-SPOUSE WS-COV-PARENT
              EXEC SQL
                  SELECT COUNT(*),
                         SUM(CASE WHEN D.RELATION = 'SPOUSE'
                                  THEN 1 ELSE 0 END),
                         SUM(CASE WHEN D.RELATION IN ('FATHER',
                                       'MOTHER', 'PARENT')
                                  THEN 1 ELSE 0 END)
                      INTO :WS-COV-DEPS, :WS-COV-SPOUSE,
                           :WS-COV-PARENT
                      FROM BENEFIT_COVERAGE C
                      JOIN DEPENDENT D
                        ON D.EMPID = C.EMPID
                       AND D.DEPSEQ = C.DEPSEQ
                      WHERE C.EMPID = :WS-EMP-ID
                        AND C.PLAN-YEAR = :WS-PLAN-YEAR
                        AND C.COVER-END-DT IS NULL
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              IF NOT WS-SQL-RETURN-NORMAL
                 MOVE ZERO TO WS-COV-DEPS WS-COV-SPOUSE
                              WS-COV-PARENT
              END-IF
              PERFORM DERIVE-MIN-TIER-PARA
              PERFORM STEP-DOWN-TIER-PARA
           END-IF.
           IF WS-YEAR-SUB = 1
              MOVE WS-ELEC-TIER TO DAO-OLD-TIER
              MOVE WS-NEW-TIER  TO DAO-NEW-TIER
           END-IF.

      ***************************************************
        DERIVE-MIN-TIER-PARA.
           EVALUATE TRUE
              WHEN WS-COV-DEPS = 0
                 MOVE 'EMP' TO WS-NEW-TIER
                 MOVE 1 TO WS-MIN-RANK
              WHEN WS-COV-PARENT > 0 OR WS-COV-DEPS > 4
                 MOVE 'EXT' TO WS-NEW-TIER
                 MOVE 4 TO WS-MIN-RANK
              WHEN WS-COV-SPOUSE > 0 AND WS-COV-DEPS = 1
                 MOVE 'ESP' TO WS-NEW-TIER
                 MOVE 2 TO WS-MIN-RANK
              WHEN OTHER
                 MOVE 'FAM' TO WS-NEW-TIER
                 MOVE 3 TO WS-MIN-RANK
           END-EVALUATE.

      ***************************************************
        STEP-DOWN-TIER-PARA.
           EVALUATE WS-ELEC-TIER
              WHEN 'EMP'
                 MOVE 1 TO WS-TIER-RANK
              WHEN 'ESP'
                 MOVE 2 TO WS-TIER-RANK
              WHEN 'FAM'
                 MOVE 3 TO WS-TIER-RANK
              WHEN OTHER
                 MOVE 4 TO WS-TIER-RANK
           END-EVALUATE.
           IF WS-TIER-RANK > WS-MIN-RANK
              EXEC SQL
                  UPDATE BENEFIT_ELECTION
                      SET PLAN-TIER  = :WS-NEW-TIER,
                          ELECTED-BY = 'DEPAGE',
                          ELECTED-TS = :WS-STAMP-TS
                      WHERE EMPID = :WS-EMP-ID
                        AND PLAN-YEAR = :WS-PLAN-YEAR
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              IF WS-SQL-RETURN-NORMAL
                 ADD 1 TO TIER-COUNT
              ELSE
                 DISPLAY 'DB2 ERROR - ELECTION TIER UPDATE - '
                         WS-EMP-ID '/' WS-PLAN-YEAR
                 MOVE WS-ELEC-TIER TO WS-NEW-TIER
              END-IF
           ELSE
              MOVE WS-ELEC-TIER TO WS-NEW-TIER
           END-IF.

      ***************************************************
      *    Address block off EMPLOYEE_CONTACT, as hrletter.cbl's
      *    CONTACT-LOOKUP-PARA; no contact row just prints without.
        CONTACT-LOOKUP-PARA.
           MOVE SPACES TO WS-ADDR1 WS-ADDR2 WS-CITY WS-POSTCODE.
           EXEC SQL
               SELECT ADDR1, ADDR2, CITY, POSTCODE
                   INTO :WS-ADDR1, :WS-ADDR2, :WS-CITY,
                        :WS-POSTCODE
                   FROM EMPLOYEE_CONTACT
                   WHERE EMPID = :WS-EMP-ID
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE SPACES TO WS-ADDR1 WS-ADDR2 WS-CITY WS-POSTCODE
           END-IF.

      ***************************************************
      *    One page per dependent taken off cover, in the hrletter
      *    layout: header, reference and date, address block, then
      *    the notice itself.
        PRINT-NOTICE-PARA.
           WRITE PRINT-RECORD FROM HDR-LINE-1.
           WRITE PRINT-RECORD FROM BLANK-LINE.
           MOVE SPACES TO REF-OUT.
           STRING 'DEPAGE/' WS-EMP-ID DELIMITED BY SIZE
               INTO REF-OUT
           END-STRING.
           MOVE WS-TODAY TO REF-DATE-OUT.
           WRITE PRINT-RECORD FROM REF-LINE.
           WRITE PRINT-RECORD FROM BLANK-LINE.

           MOVE WS-EMP-NAME TO TEXT-OUT.
           WRITE PRINT-RECORD FROM TEXT-LINE.
           IF WS-ADDR1 NOT = SPACES
              MOVE WS-ADDR1 TO TEXT-OUT
              WRITE PRINT-RECORD FROM TEXT-LINE
              MOVE SPACES TO TEXT-OUT
              STRING FUNCTION TRIM(WS-ADDR2) ', '
                     FUNCTION TRIM(WS-CITY) ' '
                     FUNCTION TRIM(WS-POSTCODE)
                  DELIMITED BY SIZE INTO TEXT-OUT
              END-STRING
              WRITE PRINT-RECORD FROM TEXT-LINE
           END-IF.
           WRITE PRINT-RECORD FROM BLANK-LINE.

           MOVE 'NOTICE OF END OF DEPENDENT INSURANCE COVER'
                TO TEXT-OUT.
           WRITE PRINT-RECORD FROM TEXT-LINE.
           WRITE PRINT-RECORD FROM BLANK-LINE.

           MOVE DEP-MAX-AGE TO WS-AGE-ED.
           MOVE SPACES TO TEXT-OUT.
           STRING 'YOUR DEPENDENT ' FUNCTION TRIM(WS-DEP-NAME)
                  ' (BORN ' WS-DEP-BIRTHDT ') HAS REACHED THE'
               DELIMITED BY SIZE INTO TEXT-OUT
           END-STRING.
           WRITE PRINT-RECORD FROM TEXT-LINE.
           MOVE SPACES TO TEXT-OUT.
           STRING 'PLAN MAXIMUM DEPENDENT AGE OF ' WS-AGE-ED
                  '. COVER UNDER THE COMPANY INSURANCE PLAN ENDS ON '
                  WS-MONTH-END '.'
               DELIMITED BY SIZE INTO TEXT-OUT
           END-STRING.
           WRITE PRINT-RECORD FROM TEXT-LINE.
           IF DAO-NEW-TIER NOT = SPACES
              AND DAO-NEW-TIER NOT = DAO-OLD-TIER
              MOVE SPACES TO TEXT-OUT
              STRING 'YOUR PLAN TIER CHANGES FROM ' DAO-OLD-TIER
                     ' TO ' DAO-NEW-TIER
                     ' AND YOUR PREMIUM DEDUCTION WILL FOLLOW.'
                  DELIMITED BY SIZE INTO TEXT-OUT
              END-STRING
              WRITE PRINT-RECORD FROM TEXT-LINE
           END-IF.
           WRITE PRINT-RECORD FROM BLANK-LINE.
           MOVE 'PLEASE CONTACT HUMAN RESOURCES ABOUT CONTINUATION'
                TO TEXT-OUT.
           WRITE PRINT-RECORD FROM TEXT-LINE.
           MOVE 'COVER AVAILABLE DIRECTLY FROM THE INSURER.'
                TO TEXT-OUT.
           WRITE PRINT-RECORD FROM TEXT-LINE.
           WRITE PRINT-RECORD FROM BLANK-LINE.
           WRITE PRINT-RECORD FROM BLANK-LINE.
           MOVE 'FOR ATOS SYNTEL' TO TEXT-OUT.
           WRITE PRINT-RECORD FROM TEXT-LINE.
           MOVE 'HUMAN RESOURCES' TO TEXT-OUT.
           WRITE PRINT-RECORD FROM TEXT-LINE.
           ADD 1 TO NOTICE-COUNT.

      ***************************************************
        WRITE-DETAIL-PARA.
           MOVE WS-EMP-ID        TO DAO-EMP-ID.
           MOVE WS-EMP-NAME      TO DAO-EMP-NAME.
           MOVE WS-DEP-SEQ       TO DAO-DEP-SEQ.
           MOVE WS-DEP-NAME      TO DAO-DEP-NAME.
           MOVE WS-DEP-BIRTHDT   TO DAO-BIRTHDT.
           MOVE WS-MONTH-END     TO DAO-END-DT.
           IF WS-AGEOUT-STATUS = 'FAILED'
              MOVE SPACES TO DAO-OLD-TIER DAO-NEW-TIER
           END-IF.
           MOVE WS-AGEOUT-STATUS TO DAO-STATUS.
           WRITE OUTPUT-RECORD FROM DETAIL-RECORD.

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
           MOVE AGEOUT-COUNT TO WS-RUNC-ROWS.
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

           MOVE WS-AGEOUT-MONTH TO TR-AGEOUT-MONTH.
           MOVE DEP-MAX-AGE     TO TR-MAX-AGE.
           MOVE AGEOUT-COUNT    TO TR-AGEOUT-COUNT.
           MOVE TIER-COUNT      TO TR-TIER-COUNT.
           MOVE NOTICE-COUNT    TO TR-NOTICE-COUNT.
           WRITE OUTPUT-RECORD FROM TRAILER-RECORD.
           IF RETURN-CODE < 4
              AND (FAILED-COUNT > 0 OR NO-BIRTHDT-COUNT > 0)
              MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE OUTPUT-FILE.
           CLOSE PRINT-FILE.
           PERFORM REGISTER-RUN-END-PARA.

           EXEC SQL
                disconnect all;
           END-EXEC

           DISPLAY 'DEPENDENT COUNT  '  DEP-COUNT.
           DISPLAY 'AGED OUT  COUNT  '  AGEOUT-COUNT.
           DISPLAY 'TIER CHG  COUNT  '  TIER-COUNT.
           DISPLAY 'NOTICE    COUNT  '  NOTICE-COUNT.
           DISPLAY 'FAILED    COUNT  '  FAILED-COUNT.
           DISPLAY 'NO BIRTH  COUNT  '  NO-BIRTHDT-COUNT.
           DISPLAY "9999-PROGRAM-EXIT - end".
