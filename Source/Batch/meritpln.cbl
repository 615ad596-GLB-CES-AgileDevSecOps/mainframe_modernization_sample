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
      *    Merit-increase planning batch job - turns the year's
      *    signed-off APPRAISAL ratings (APPRMANT) into individual
      *    basic-pay raises using that year's MERIT_MATRIX rating
      *    percentages (MRTXMANT), instead of a spreadsheet keyed
      *    through EPAYMANT one employee at a time.
      *
      *    SYSIN columns 1-4 are the merit year; column 6 the mode:
      *      P (default) - plan. Each rated, active employee's
      *                    proposal is (re)written to MERIT_PROPOSAL
      *                    and listed on a worksheet by manager, and
      *                    a department summary sets the proposed
      *                    total against the MERIT-BUDGET on that
      *                    year's BUDGET_PLAN row (BUDPMANT). A rerun
      *                    replaces any proposal not yet approved.
      *      A           - approve. Every open proposal (or only one
      *                    department's, SYSIN 19-23) is saved as a
      *                    PENDING_TRANSACTION pay item (PEND-TYPE 'P')
      *                    effective on the SYSIN 8-17 date, so
      *                    pendappl raises them all on that morning
      *                    and PENDINQ can still cancel one.
      *    Current basic is the EMPLOYEE_PAY override when there is
      *    one, else the grade basic - the same choice bonus13 and
      *    comparat make. A raise that takes someone past the top of
      *    the grade's pay band is still proposed, but flagged.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    meritpln.
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
      *    Defaults below are the dev connection; MERITPLN_DBNAME,
      *    MERITPLN_DBUSER and MERITPLN_DBPASS environment variables
      *    (see GET-DB-CREDENTIALS-PARA) override them, same as
      *    emplist.cbl's EMPLIST_* variables.
       01 DATABASE-NAME PIC X(80) VALUE "ltpz_syntel:5432".
       01 USER-NAME     PIC X(80) VALUE "syntel".
       01 PASSWORD      PIC X(80) VALUE "syntel".
       01 WS-MERIT-YEAR           PIC X(04).
       01 WS-EFF-DATE             PIC X(10).
       01 WS-DEPT-FILTER          PIC X(05).
       01 WS-EMP-ID               PIC X(05).
       01 WS-EMP-NAME             PIC X(30).
       01 WS-EMP-DEPT             PIC X(05).
       01 WS-EMP-DESG             PIC X(05).
       01 WS-EMP-LOC              PIC X(05).
       01 WS-EMP-STATUS           PIC X(01).
       01 WS-MGR-ID               PIC X(08).
       01 WS-RATING               PIC 9(01).
       01 WS-MATRIX-SET           PIC X(01).
       01 WS-MERIT-PCT            PIC 9(02)V99.
       01 WS-GRADE-BASIC          PIC 9(05)V99.
       01 WS-OVR-BASIC            PIC 9(05)V99.
       01 WS-BAND-MAX             PIC 9(05)V99.
       01 WS-OLD-BASIC            PIC 9(05)V99.
       01 WS-NEW-BASIC            PIC 9(05)V99.
       01 WS-PEND-TS              PIC X(21).
      *    Department summary fields.
       01 WS-SUM-DEPT             PIC X(05).
       01 WS-SUM-HEADS            PIC S9(09) COMP.
       01 WS-SUM-INCREASE         PIC 9(09)V99.
       01 WS-SUM-BUDGET           PIC 9(07)V99.
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
           05  WS-MRTCURVAL                PIC X(1).
               88  MRTC-EXIST                      VALUE 'F'.
               88  MRTC-NOTFND                     VALUE 'N'.
               88  MRTC-DBERR                      VALUE 'E'.
           05  WS-SUMCURVAL                PIC X(1).
               88  SUMC-EXIST                      VALUE 'F'.
               88  SUMC-NOTFND                     VALUE 'N'.
               88  SUMC-DBERR                      VALUE 'E'.
           05  WS-RUN-MODE                 PIC X(01) VALUE 'P'.
               88  MODE-PLAN                       VALUE 'P'.
               88  MODE-APPROVE                    VALUE 'A'.
           05  WS-INCREASE                 PIC 9(05)V99.
           05  WS-EFF-YYYYMMDD             PIC 9(08).
           05  WS-TODAY-YYYYMMDD           PIC 9(08).
           05  WS-SUM-VARIANCE             PIC S9(09)V99.

       01  WS-PREV-MGR                 PIC X(08) VALUE SPACES.
       01  WS-MGR-TOTALS.
           05  WS-MGR-HEADS            PIC 9(05) VALUE ZEROES.
           05  WS-MGR-INCREASE         PIC 9(09)V99 VALUE ZEROES.

       01  HDR-LINE.
           05  FILLER          PIC X(31)
                   VALUE 'MERIT INCREASE WORKSHEET - YEAR'.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  HDR-YEAR        PIC X(04).
           05  FILLER          PIC X(64) VALUE SPACES.

       01  COL-HDR-LINE.
           05  FILLER          PIC X(45) VALUE
               'MANAGER  DEPT  EMPID NAME                 R '.
           05  FILLER          PIC X(55) VALUE
               'PCT%  OLD-BASIC INCREASE NEW-BASIC NOTE'.

       01  DETAIL-LINE.
           05  DTL-MGR         PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DTL-DEPT        PIC X(05).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DTL-EMPID       PIC X(05).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DTL-NAME        PIC X(20).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DTL-RATING      PIC 9(01).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DTL-PCT         PIC Z9.99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DTL-OLD         PIC ZZZZ9.99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DTL-INCR        PIC ZZZZ9.99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DTL-NEW         PIC ZZZZ9.99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DTL-NOTE        PIC X(18).
           05  FILLER          PIC X(05) VALUE SPACES.

       01  MGR-TOTAL-LINE.
           05  FILLER          PIC X(08) VALUE '  TOTAL '.
           05  MGT-MGR         PIC X(08).
           05  FILLER          PIC X(07) VALUE ' HEADS '.
           05  MGT-HEADS       PIC ZZZZ9.
           05  FILLER          PIC X(16) VALUE ' TOTAL INCREASE '.
           05  MGT-INCREASE    PIC ZZZZZZZZ9.99.
           05  FILLER          PIC X(44) VALUE SPACES.

       01  SUM-HDR-LINE.
           05  FILLER          PIC X(60) VALUE
               'DEPT  HEADS   PROPOSED-INCR  MERIT-BUDGET  VERDICT'.
           05  FILLER          PIC X(40) VALUE SPACES.

       01  SUM-LINE.
           05  SUM-DEPT        PIC X(05).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  SUM-HEADS       PIC ZZZZ9.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  SUM-INCREASE    PIC ZZZZZZZZ9.99.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  SUM-BUDGET      PIC ZZZZZZ9.99.
           05  FILLER          PIC X(04) VALUE SPACES.
           05  SUM-VERDICT     PIC X(13).
           05  FILLER          PIC X(45) VALUE SPACES.

       01  WS-COUNTERS.
           05  RATED-COUNT                 PIC 9(10) VALUE ZEROES.
           05  PROPOSED-COUNT              PIC 9(10) VALUE ZEROES.
           05  NOMATRIX-COUNT              PIC 9(10) VALUE ZEROES.
           05  APPROVED-COUNT              PIC 9(10) VALUE ZEROES.
           05  OVER-BUDGET-COUNT           PIC 9(10) VALUE ZEROES.
           05  ERROR-COUNT                 PIC 9(10) VALUE ZEROES.

       01  WS-PARM-CARD                PIC X(80) VALUE SPACES.

       01  WS-ENV-VALUE                PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM PARM-CARD-PARA.
           PERFORM INIT-PARA.

           IF MODE-APPROVE
              PERFORM APPROVE-DATA THRU APPROVE-EXIT
                  UNTIL MRTC-NOTFND OR MRTC-DBERR
           ELSE
              PERFORM PROCESS-DATA THRU PROCESS-EXIT
                  UNTIL MRTC-NOTFND OR MRTC-DBERR
              IF WS-PREV-MGR NOT = SPACES
                 PERFORM WRITE-MGR-TOTAL-PARA
              END-IF
              IF NOT MRTC-DBERR
                 PERFORM BUDGET-SUMMARY-PARA
              END-IF
           END-IF.

           IF MRTC-DBERR
              DISPLAY 'RUN ENDED ON DB2 CURSOR ERROR'
              MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-EXIT.
           DISPLAY "END OF MERIT PLANNING RUN".

      ***************************************************
       PARM-CARD-PARA.
           DISPLAY "PARM-CARD-PARA - start".
           ACCEPT WS-PARM-CARD FROM SYSIN.
           IF WS-PARM-CARD(1:4) IS NOT NUMERIC
              DISPLAY "MERIT YEAR (YYYY) REQUIRED IN SYSIN 1-4"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-PARM-CARD(1:4) TO WS-MERIT-YEAR.
           IF WS-PARM-CARD(6:1) NOT = SPACES
              MOVE WS-PARM-CARD(6:1) TO WS-RUN-MODE
           END-IF.
           IF NOT MODE-PLAN AND NOT MODE-APPROVE
              DISPLAY "RUN MODE IN SYSIN 6 MUST BE P OR A"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-PARM-CARD(19:5) TO WS-DEPT-FILTER.

      *    Approval needs an effective date, YYYY-MM-DD, no earlier
      *    than today - pendappl would otherwise apply it backdated.
           IF MODE-APPROVE
              MOVE WS-PARM-CARD(8:10) TO WS-EFF-DATE
              MOVE ZEROES TO WS-EFF-YYYYMMDD
              IF WS-EFF-DATE(1:4) IS NUMERIC
                 AND WS-EFF-DATE(6:2) IS NUMERIC
                 AND WS-EFF-DATE(9:2) IS NUMERIC
                 STRING WS-EFF-DATE(1:4) WS-EFF-DATE(6:2)
                        WS-EFF-DATE(9:2) DELIMITED BY SIZE
                     INTO WS-EFF-YYYYMMDD
                 END-STRING
              END-IF
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
              IF WS-EFF-YYYYMMDD = ZEROES
                 OR FUNCTION TEST-DATE-YYYYMMDD(WS-EFF-YYYYMMDD)
                    NOT = 0
                 OR WS-EFF-YYYYMMDD < WS-TODAY-YYYYMMDD
                 DISPLAY "EFFECTIVE DATE IN SYSIN 8-17 MISSING, "
                         "INVALID OR IN THE PAST"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           DISPLAY "MERIT YEAR   - " WS-MERIT-YEAR.
           DISPLAY "RUN MODE     - " WS-RUN-MODE.
           IF MODE-APPROVE
              DISPLAY "EFFECTIVE    - " WS-EFF-DATE
              DISPLAY "DEPARTMENT   - " WS-DEPT-FILTER
           END-IF.
           DISPLAY "PARM-CARD-PARA - end".

      ***************************************************
       INIT-PARA.
           DISPLAY "1000-INIT - start".
           PERFORM CONNECT-TO-DATABASE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-MERIT-YEAR TO HDR-YEAR.
           WRITE REPORT-RECORD FROM HDR-LINE.
           WRITE REPORT-RECORD FROM COL-HDR-LINE.
           IF MODE-APPROVE
              PERFORM APPR-CURSOR-DECLARE
              PERFORM APPR-CURSOR-OPEN
           ELSE
              PERFORM CLEAR-OPEN-PROPOSALS-PARA
              PERFORM MRT-CURSOR-DECLARE
              PERFORM MRT-CURSOR-OPEN
           END-IF.
           DISPLAY "1000-INIT - END".

       INIT-EXIT.
           EXIT.

      ***************************************************
      *    Plan mode, one rated employee per pass.
       PROCESS-DATA.
           PERFORM MRT-CURSOR-FETCH.
           IF MRTC-NOTFND OR MRTC-DBERR
              GO TO PROCESS-EXIT
           END-IF.

           ADD 1 TO RATED-COUNT.
           IF WS-PREV-MGR NOT = SPACES
              AND WS-MGR-ID NOT = WS-PREV-MGR
              PERFORM WRITE-MGR-TOTAL-PARA
           END-IF.
           MOVE WS-MGR-ID TO WS-PREV-MGR.

           IF WS-OVR-BASIC > ZERO
              MOVE WS-OVR-BASIC   TO WS-OLD-BASIC
           ELSE
              MOVE WS-GRADE-BASIC TO WS-OLD-BASIC
           END-IF.
           MOVE ZEROES TO WS-INCREASE.
           MOVE WS-OLD-BASIC TO WS-NEW-BASIC.
           MOVE SPACES TO DTL-NOTE.

      *    A rating with no matrix entry for the year is listed so
      *    the gap is seen, but nothing is proposed for it.
           IF WS-MATRIX-SET NOT = 'Y'
              MOVE 'NO MATRIX ENTRY' TO DTL-NOTE
              ADD 1 TO NOMATRIX-COUNT
              GO TO PROCESS-WRITE
           END-IF.

           COMPUTE WS-INCREASE ROUNDED =
                   WS-OLD-BASIC * WS-MERIT-PCT / 100.
           COMPUTE WS-NEW-BASIC = WS-OLD-BASIC + WS-INCREASE
               ON SIZE ERROR
                   MOVE 'PAY FIELD OVERFLOW' TO DTL-NOTE
                   MOVE ZEROES TO WS-INCREASE
                   ADD 1 TO ERROR-COUNT
                   GO TO PROCESS-WRITE
           END-COMPUTE.
           IF WS-BAND-MAX > ZERO AND WS-NEW-BASIC > WS-BAND-MAX
              MOVE 'ABOVE BAND MAXIMUM' TO DTL-NOTE
           END-IF.
           PERFORM SAVE-PROPOSAL-PARA.

       PROCESS-WRITE.
           PERFORM WRITE-DETAIL-PARA.

       PROCESS-EXIT.  EXIT.

      ***************************************************
      *    Approve mode, one open proposal per pass.
       APPROVE-DATA.
           PERFORM APPR-CURSOR-FETCH.
           IF MRTC-NOTFND OR MRTC-DBERR
              GO TO APPROVE-EXIT
           END-IF.

           MOVE SPACES TO DTL-NOTE.
           MOVE FUNCTION CURRENT-DATE TO WS-PEND-TS.
           EXEC SQL
               INSERT INTO PENDING_TRANSACTION
                   (EMPID, EFF-DATE, NEW-DEPTCODE, NEW-DESGCODE,
                    NEW-LOCATION, NEW-STATUS, PEND-STATUS,
                    PEND-TYPE, NEW-BASICPAY, ENTERED-BY,
                    ENTERED-TS)
                   VALUES (:WS-EMP-ID, :WS-EFF-DATE, :WS-EMP-DEPT,
                           :WS-EMP-DESG, :WS-EMP-LOC,
                           :WS-EMP-STATUS, 'P', 'P',
                           :WS-NEW-BASIC, 'MERITPLN', :WS-PEND-TS)
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 EXEC SQL
                     UPDATE MERIT_PROPOSAL
                         SET PROP-STATUS = 'A',
                             EFF-DATE = :WS-EFF-DATE
                         WHERE EMPID = :WS-EMP-ID
                           AND MERIT-YEAR = :WS-MERIT-YEAR
                 END-EXEC
                 ADD 1 TO APPROVED-COUNT
                 MOVE 'SAVED AS PENDING' TO DTL-NOTE
              WHEN WS-SQL-RETURN-DUPKEY
                 ADD 1 TO ERROR-COUNT
                 MOVE 'PENDING ON DATE' TO DTL-NOTE
              WHEN OTHER
                 ADD 1 TO ERROR-COUNT
                 MOVE 'DB2 ERROR' TO DTL-NOTE
                 DISPLAY 'DB2 ERROR - PENDING INSERT - ' WS-EMP-ID
           END-EVALUATE.
           COMPUTE WS-INCREASE = WS-NEW-BASIC - WS-OLD-BASIC.
           PERFORM WRITE-DETAIL-PARA.

       APPROVE-EXIT.  EXIT.

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
      *    GET-DB-CREDENTIALS-PARA, under MERITPLN_* names instead.
        GET-DB-CREDENTIALS-PARA.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "MERITPLN_DBNAME".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO DATABASE-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "MERITPLN_DBUSER".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO USER-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "MERITPLN_DBPASS".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO PASSWORD
           END-IF.

      ***************************************************
      *    A plan rerun starts over for everyone not yet approved;
      *    approved proposals stay as the record of what was sent.
        CLEAR-OPEN-PROPOSALS-PARA.
           EXEC SQL
               DELETE FROM MERIT_PROPOSAL
                   WHERE MERIT-YEAR = :WS-MERIT-YEAR
                     AND PROP-STATUS = 'P'
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              AND NOT WS-SQL-RETURN-NO-ENTRY
              DISPLAY 'DB2 ERROR - CLEAR OPEN PROPOSALS'
           END-IF.

      ***************************************************
        SAVE-PROPOSAL-PARA.
           EXEC SQL
               INSERT INTO MERIT_PROPOSAL
                   (EMPID, MERIT-YEAR, DEPTCODE, MGREMPID, RATING,
                    MERIT-PCT, OLD-BASICPAY, NEW-BASICPAY,
                    PROP-STATUS)
                   VALUES (:WS-EMP-ID, :WS-MERIT-YEAR, :WS-EMP-DEPT,
                           :WS-MGR-ID, :WS-RATING, :WS-MERIT-PCT,
                           :WS-OLD-BASIC, :WS-NEW-BASIC, 'P')
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 ADD 1 TO PROPOSED-COUNT
                 ADD 1 TO WS-MGR-HEADS
                 ADD WS-INCREASE TO WS-MGR-INCREASE
              WHEN WS-SQL-RETURN-DUPKEY
                 MOVE 'ALREADY APPROVED' TO DTL-NOTE
              WHEN OTHER
                 ADD 1 TO ERROR-COUNT
                 MOVE 'DB2 ERROR' TO DTL-NOTE
                 DISPLAY 'DB2 ERROR - PROPOSAL INSERT - ' WS-EMP-ID
           END-EVALUATE.

      ***************************************************
        MRT-CURSOR-DECLARE.
           DISPLAY "MRT-CURSOR-DECLARE - START".
           EXEC SQL
              declare cur_merit cursor for
              select a.empid, e.empname, e.deptcode,
                     coalesce(e.mgrempid, ' '), a.rating,
                     case when m.rating is null then 'N'
                          else 'Y' end,
                     coalesce(m.merit-pct, 0),
                     g.basicpay, coalesce(p.basicpay, 0),
                     coalesce(g.payband-max, 0)
                  from appraisal a
                  join employee e on e.empid = a.empid
                  join designation g on g.desgcode = e.desgcode
                  left join merit_matrix m
                         on m.merit-year = a.appr-year
                        and m.rating = a.rating
                  left join employee_pay p on p.empid = a.empid
                  where a.appr-year = :WS-MERIT-YEAR
                    and a.signoff-flag = 'Y'
                    and e.status = 'A'
                  order by 4, e.deptcode, a.empid
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-MRTCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-MRTCURVAL
                 DISPLAY 'NOT FOUND - MERIT CURSOR DECLARE'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - MERIT CURSOR DECLARE'
                 MOVE 'E' TO WS-MRTCURVAL
           END-EVALUATE.
           DISPLAY "MRT-CURSOR-DECLARE - END".

      ***************************************************
        MRT-CURSOR-OPEN.
           DISPLAY "MRT-CURSOR-OPEN - START".
           EXEC SQL
              open cur_merit;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-MRTCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-MRTCURVAL
                 DISPLAY 'NOT FOUND - MERIT CURSOR OPEN'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - MERIT CURSOR OPEN'
                 MOVE 'E' TO WS-MRTCURVAL
           END-EVALUATE.
           DISPLAY "MRT-CURSOR-OPEN - END".

      ***************************************************
        MRT-CURSOR-FETCH.
           MOVE SPACES TO WS-EMP-NAME WS-EMP-DEPT WS-MGR-ID
           MOVE SPACES TO WS-MATRIX-SET
           MOVE ZEROES TO WS-RATING WS-MERIT-PCT WS-BAND-MAX
           MOVE ZEROES TO WS-GRADE-BASIC WS-OVR-BASIC
           EXEC SQL
              fetch next cur_merit into
                :WS-EMP-ID,
                :WS-EMP-NAME,
                :WS-EMP-DEPT,
                :WS-MGR-ID,
                :WS-RATING,
                :WS-MATRIX-SET,
                :WS-MERIT-PCT,
                :WS-GRADE-BASIC,
                :WS-OVR-BASIC,
                :WS-BAND-MAX;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-MRTCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-MRTCURVAL
                 DISPLAY 'NOT FOUND - MERIT CURSOR FETCH'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - MERIT CURSOR FETCH'
                 MOVE 'E' TO WS-MRTCURVAL
           END-EVALUATE.

      ***************************************************
      *    Open proposals for the year, with the employee's current
      *    assignment carried onto the pending row as its snapshot.
        APPR-CURSOR-DECLARE.
           DISPLAY "APPR-CURSOR-DECLARE - START".
           EXEC SQL
              declare cur_meritappr cursor with hold for
              select p.empid, e.empname, p.deptcode, p.mgrempid,
                     p.rating, p.merit-pct, p.old-basicpay,
                     p.new-basicpay, e.desgcode, e.location,
                     e.status
                  from merit_proposal p
                  join employee e on e.empid = p.empid
                  where p.merit-year = :WS-MERIT-YEAR
                    and p.prop-status = 'P'
                    and (:WS-DEPT-FILTER = ' '
                         or p.deptcode = :WS-DEPT-FILTER)
                  order by p.mgrempid, p.deptcode, p.empid
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-MRTCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-MRTCURVAL
                 DISPLAY 'NOT FOUND - APPROVE CURSOR DECLARE'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - APPROVE CURSOR DECLARE'
                 MOVE 'E' TO WS-MRTCURVAL
           END-EVALUATE.
           DISPLAY "APPR-CURSOR-DECLARE - END".

      ***************************************************
        APPR-CURSOR-OPEN.
           DISPLAY "APPR-CURSOR-OPEN - START".
           EXEC SQL
              open cur_meritappr;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-MRTCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-MRTCURVAL
                 DISPLAY 'NOT FOUND - APPROVE CURSOR OPEN'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - APPROVE CURSOR OPEN'
                 MOVE 'E' TO WS-MRTCURVAL
           END-EVALUATE.
           DISPLAY "APPR-CURSOR-OPEN - END".

      ***************************************************
        APPR-CURSOR-FETCH.
           MOVE SPACES TO WS-EMP-NAME WS-EMP-DEPT WS-MGR-ID
           MOVE SPACES TO WS-EMP-DESG WS-EMP-LOC WS-EMP-STATUS
           MOVE ZEROES TO WS-RATING WS-MERIT-PCT
           MOVE ZEROES TO WS-OLD-BASIC WS-NEW-BASIC
           EXEC SQL
              fetch next cur_meritappr into
                :WS-EMP-ID,
                :WS-EMP-NAME,
                :WS-EMP-DEPT,
                :WS-MGR-ID,
                :WS-RATING,
                :WS-MERIT-PCT,
                :WS-OLD-BASIC,
                :WS-NEW-BASIC,
                :WS-EMP-DESG,
                :WS-EMP-LOC,
                :WS-EMP-STATUS;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-MRTCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-MRTCURVAL
                 DISPLAY 'NOT FOUND - APPROVE CURSOR FETCH'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - APPROVE CURSOR FETCH'
                 MOVE 'E' TO WS-MRTCURVAL
           END-EVALUATE.

      ***************************************************
        WRITE-DETAIL-PARA.
           MOVE WS-MGR-ID     TO DTL-MGR.
           MOVE WS-EMP-DEPT   TO DTL-DEPT.
           MOVE WS-EMP-ID     TO DTL-EMPID.
           MOVE WS-EMP-NAME   TO DTL-NAME.
           MOVE WS-RATING     TO DTL-RATING.
           MOVE WS-MERIT-PCT  TO DTL-PCT.
           MOVE WS-OLD-BASIC  TO DTL-OLD.
           MOVE WS-INCREASE   TO DTL-INCR.
           MOVE WS-NEW-BASIC  TO DTL-NEW.
           WRITE REPORT-RECORD FROM DETAIL-LINE.

      ***************************************************
        WRITE-MGR-TOTAL-PARA.
           MOVE WS-PREV-MGR     TO MGT-MGR.
           MOVE WS-MGR-HEADS    TO MGT-HEADS.
           MOVE WS-MGR-INCREASE TO MGT-INCREASE.
           WRITE REPORT-RECORD FROM MGR-TOTAL-LINE.
           INITIALIZE WS-MGR-TOTALS.

      ***************************************************
      *    Each department's proposed (and already approved) raises
      *    for the year against the merit budget on its BUDGET_PLAN
      *    row for the same year. The plan year doubles as the
      *    merit year - a department without a plan row, or with no
      *    merit budget on it, is reported as having none.
        BUDGET-SUMMARY-PARA.
           DISPLAY "BUDGET-SUMMARY-PARA - start".
           WRITE REPORT-RECORD FROM SUM-HDR-LINE.
           EXEC SQL
              declare cur_meritsum cursor for
              select p.deptcode, count(*),
                     sum(p.new-basicpay - p.old-basicpay),
                     coalesce(max(b.merit-budget), 0)
                  from merit_proposal p
                  left join budget_plan b
                         on b.deptcode = p.deptcode
                        and b.fiscal-year = p.merit-year
                  where p.merit-year = :WS-MERIT-YEAR
                  group by p.deptcode
                  order by p.deptcode
           END-EXEC.
           EXEC SQL
              open cur_meritsum;
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              MOVE 'F' TO WS-SUMCURVAL
           ELSE
              DISPLAY 'DB2 ERROR - SUMMARY CURSOR OPEN'
              MOVE 'E' TO WS-SUMCURVAL
           END-IF.

           PERFORM SUMMARY-LINE-PARA
               UNTIL SUMC-NOTFND OR SUMC-DBERR.

           EXEC SQL
              close cur_meritsum;
           END-EXEC.
           DISPLAY "BUDGET-SUMMARY-PARA - end".

      ***************************************************
        SUMMARY-LINE-PARA.
           MOVE ZEROES TO WS-SUM-HEADS WS-SUM-INCREASE WS-SUM-BUDGET.
           EXEC SQL
              fetch next cur_meritsum into
                :WS-SUM-DEPT,
                :WS-SUM-HEADS,
                :WS-SUM-INCREASE,
                :WS-SUM-BUDGET;
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE WS-SUM-DEPT     TO SUM-DEPT
                 MOVE WS-SUM-HEADS    TO SUM-HEADS
                 MOVE WS-SUM-INCREASE TO SUM-INCREASE
                 MOVE WS-SUM-BUDGET   TO SUM-BUDGET
                 COMPUTE WS-SUM-VARIANCE =
                         WS-SUM-BUDGET - WS-SUM-INCREASE
                 EVALUATE TRUE
                    WHEN WS-SUM-BUDGET = ZERO
                       MOVE 'NO BUDGET'     TO SUM-VERDICT
                    WHEN WS-SUM-VARIANCE < ZERO
                       MOVE 'OVER BUDGET'   TO SUM-VERDICT
                       ADD 1 TO OVER-BUDGET-COUNT
                    WHEN OTHER
                       MOVE 'WITHIN BUDGET' TO SUM-VERDICT
                 END-EVALUATE
                 WRITE REPORT-RECORD FROM SUM-LINE
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-SUMCURVAL
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - SUMMARY CURSOR FETCH'
                 MOVE 'E' TO WS-SUMCURVAL
           END-EVALUATE.

      ***************************************************
       PROGRAM-EXIT.
           DISPLAY "9999-PROGRAM-EXIT - start".

           CLOSE REPORT-FILE.

           EXEC SQL
                commit;
           END-EXEC

           EXEC SQL
                disconnect all;
           END-EXEC

           IF MODE-APPROVE
              DISPLAY 'APPROVED  COUNT '  APPROVED-COUNT
           ELSE
              DISPLAY 'RATED     COUNT '  RATED-COUNT
              DISPLAY 'PROPOSED  COUNT '  PROPOSED-COUNT
              DISPLAY 'NO MATRIX COUNT '  NOMATRIX-COUNT
              DISPLAY 'DEPTS OVER BUDGET ' OVER-BUDGET-COUNT
           END-IF.
           DISPLAY 'ERROR     COUNT '  ERROR-COUNT.
           DISPLAY "9999-PROGRAM-EXIT - end".
