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
      *    Compa-ratio report - every active employee's effective
      *    basic (the EMPLOYEE_PAY override EPAYMANT keeps, else the
      *    grade's DESIGNATION basic, the same choice bonus13 makes)
      *    set against the midpoint of the grade's pay band kept in
      *    DESGMANT, as a percentage. Lines run department within
      *    designation order with a control break per department and
      *    designation, like apprrpt's department lines, and anyone
      *    below the band minimum or above the band maximum is
      *    flagged so the reward team sees the outliers first. A
      *    grade with no band set reports its people as NO BAND.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    comparat.
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
      *    Defaults below are the dev connection; COMPARAT_DBNAME,
      *    COMPARAT_DBUSER and COMPARAT_DBPASS environment variables
      *    (see GET-DB-CREDENTIALS-PARA) override them, same as
      *    emplist.cbl's EMPLIST_* variables.
       01 DATABASE-NAME PIC X(80) VALUE "ltpz_syntel:5432".
       01 USER-NAME     PIC X(80) VALUE "syntel".
       01 PASSWORD      PIC X(80) VALUE "syntel".
       01 WS-EMP-ID               PIC X(05).
       01 WS-EMP-NAME             PIC X(30).
       01 WS-EMP-DEPT             PIC X(05).
       01 WS-EMP-DESG             PIC X(08).
       01 WS-GRADE-BASIC          PIC 9(05)V99.
       01 WS-OVR-BASIC            PIC 9(05)V99.
       01 WS-BAND-MIN             PIC 9(05)V99.
       01 WS-BAND-MID             PIC 9(05)V99.
       01 WS-BAND-MAX             PIC 9(05)V99.
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
           05  WS-CMPCURVAL                PIC X(1).
               88  CMPC-EXIST                      VALUE 'F'.
               88  CMPC-NOTFND                     VALUE 'N'.
               88  CMPC-DBERR                      VALUE 'E'.
           05  WS-EFF-BASIC                PIC 9(05)V99.
           05  WS-COMPA                    PIC 9(03)V9.

       01  WS-PREV-DEPT                PIC X(05) VALUE SPACES.
       01  WS-PREV-DESG                PIC X(08) VALUE SPACES.
       01  WS-GROUP-TOTALS.
           05  WS-GRP-HEADS            PIC 9(05) VALUE ZEROES.
           05  WS-GRP-BANDED           PIC 9(05) VALUE ZEROES.
           05  WS-GRP-OUTSIDE          PIC 9(05) VALUE ZEROES.
           05  WS-GRP-COMPA-SUM        PIC 9(07)V9 VALUE ZEROES.
           05  WS-GRP-COMPA-AVG        PIC 9(03)V9 VALUE ZEROES.

       01  HDR-LINE.
           05  FILLER          PIC X(45)
                   VALUE 'COMPA-RATIO REPORT - BASIC PAY VS BAND MIDPT'.
           05  FILLER          PIC X(55) VALUE SPACES.

       01  COL-HDR-LINE.
           05  FILLER          PIC X(42) VALUE
               'DEPT  DESG     EMPID NAME'.
           05  FILLER          PIC X(58) VALUE
               'EFF-BASIC  MIDPOINT COMPA% FLAG'.

       01  DETAIL-LINE.
           05  DTL-DEPT        PIC X(05).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DTL-DESG        PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DTL-EMPID       PIC X(05).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DTL-NAME        PIC X(20).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DTL-BASIC       PIC ZZZZ9.99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DTL-MID         PIC ZZZZ9.99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DTL-COMPA       PIC ZZ9.9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DTL-FLAG        PIC X(10).
           05  FILLER          PIC X(23) VALUE SPACES.

       01  GROUP-LINE.
           05  FILLER          PIC X(08) VALUE '  TOTAL '.
           05  GRP-DEPT        PIC X(05).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  GRP-DESG        PIC X(08).
           05  FILLER          PIC X(08) VALUE ' HEADS '.
           05  GRP-HEADS       PIC ZZZZ9.
           05  FILLER          PIC X(12) VALUE ' AVG COMPA% '.
           05  GRP-COMPA       PIC ZZ9.9.
           05  FILLER          PIC X(14) VALUE ' OUT OF BAND '.
           05  GRP-OUTSIDE     PIC ZZZZ9.
           05  FILLER          PIC X(29) VALUE SPACES.

       01  WS-COUNTERS.
           05  EMP-COUNT                   PIC 9(10) VALUE ZEROES.
           05  GROUP-COUNT                 PIC 9(10) VALUE ZEROES.
           05  BELOW-COUNT                 PIC 9(10) VALUE ZEROES.
           05  ABOVE-COUNT                 PIC 9(10) VALUE ZEROES.
           05  NOBAND-COUNT                PIC 9(10) VALUE ZEROES.

       01  WS-ENV-VALUE                PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM INIT-PARA.

           PERFORM PROCESS-DATA THRU PROCESS-EXIT
               UNTIL CMPC-NOTFND OR CMPC-DBERR.

           IF CMPC-DBERR
              DISPLAY 'RUN ENDED ON DB2 CURSOR ERROR'
              MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-EXIT.
           DISPLAY "END OF COMPA-RATIO RUN".

      ***************************************************
       INIT-PARA.
           DISPLAY "1000-INIT - start".
           PERFORM CONNECT-TO-DATABASE.
           PERFORM CMP-CURSOR-DECLARE.
           PERFORM CMP-CURSOR-OPEN.
           OPEN OUTPUT REPORT-FILE.
           WRITE REPORT-RECORD FROM HDR-LINE.
           WRITE REPORT-RECORD FROM COL-HDR-LINE.
           DISPLAY "1000-INIT - END".

       INIT-EXIT.
           EXIT.

      ***************************************************
       PROCESS-DATA.
           PERFORM CMP-CURSOR-FETCH.
           IF CMPC-NOTFND OR CMPC-DBERR
              GO TO PROCESS-EXIT
           END-IF.

           ADD 1 TO EMP-COUNT.
           IF WS-PREV-DEPT NOT = SPACES
              AND (WS-EMP-DEPT NOT = WS-PREV-DEPT
                   OR WS-EMP-DESG NOT = WS-PREV-DESG)
              PERFORM WRITE-GROUP-LINE-PARA
           END-IF.
           MOVE WS-EMP-DEPT TO WS-PREV-DEPT.
           MOVE WS-EMP-DESG TO WS-PREV-DESG.

           IF WS-OVR-BASIC > ZERO
              MOVE WS-OVR-BASIC   TO WS-EFF-BASIC
           ELSE
              MOVE WS-GRADE-BASIC TO WS-EFF-BASIC
           END-IF.
           ADD 1 TO WS-GRP-HEADS.
           MOVE ZEROES TO WS-COMPA.
           MOVE SPACES TO DTL-FLAG.

      *    A grade without a band (or a zero midpoint) has nothing
      *    to measure against, so it is reported but kept out of
      *    the group average.
           IF WS-BAND-MAX = ZERO OR WS-BAND-MID = ZERO
              MOVE 'NO BAND' TO DTL-FLAG
              ADD 1 TO NOBAND-COUNT
              GO TO PROCESS-WRITE
           END-IF.

           COMPUTE WS-COMPA ROUNDED =
                   WS-EFF-BASIC * 100 / WS-BAND-MID
               ON SIZE ERROR
                   MOVE 999.9 TO WS-COMPA
           END-COMPUTE.
           ADD 1        TO WS-GRP-BANDED.
           ADD WS-COMPA TO WS-GRP-COMPA-SUM.
           IF WS-EFF-BASIC < WS-BAND-MIN
              MOVE 'BELOW BAND' TO DTL-FLAG
              ADD 1 TO BELOW-COUNT
              ADD 1 TO WS-GRP-OUTSIDE
           END-IF.
           IF WS-EFF-BASIC > WS-BAND-MAX
              MOVE 'ABOVE BAND' TO DTL-FLAG
              ADD 1 TO ABOVE-COUNT
              ADD 1 TO WS-GRP-OUTSIDE
           END-IF.

       PROCESS-WRITE.
           PERFORM WRITE-DETAIL-PARA.

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
      *    GET-DB-CREDENTIALS-PARA, under COMPARAT_* names instead.
        GET-DB-CREDENTIALS-PARA.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "COMPARAT_DBNAME".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO DATABASE-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "COMPARAT_DBUSER".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO USER-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "COMPARAT_DBPASS".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO PASSWORD
           END-IF.

      ***************************************************
        CMP-CURSOR-DECLARE.
           DISPLAY "CMP-CURSOR-DECLARE - START".
           EXEC SQL
              declare cur_compa cursor for
              select e.empid, e.empname, e.deptcode, e.desgcode,
                     g.basicpay, p.basicpay,
                     g.payband-min, g.payband-mid, g.payband-max
                  from employee e
                  join designation g on g.desgcode = e.desgcode
                  left join employee_pay p on p.empid = e.empid
                  where e.status = 'A'
                  order by e.deptcode, e.desgcode, e.empid
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-CMPCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-CMPCURVAL
                 DISPLAY 'NOT FOUND - COMPA CURSOR DECLARE'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - COMPA CURSOR DECLARE'
                 MOVE 'E' TO WS-CMPCURVAL
           END-EVALUATE.
           DISPLAY "CMP-CURSOR-DECLARE - END".

      ***************************************************
        CMP-CURSOR-OPEN.
           DISPLAY "CMP-CURSOR-OPEN - START".
           EXEC SQL
              open cur_compa;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-CMPCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-CMPCURVAL
                 DISPLAY 'NOT FOUND - COMPA CURSOR OPEN'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - COMPA CURSOR OPEN'
                 MOVE 'E' TO WS-CMPCURVAL
           END-EVALUATE.
           DISPLAY "CMP-CURSOR-OPEN - END".

      ***************************************************
        CMP-CURSOR-FETCH.
           MOVE SPACES TO WS-EMP-NAME WS-EMP-DEPT WS-EMP-DESG
           MOVE ZEROES TO WS-GRADE-BASIC WS-OVR-BASIC
           MOVE ZEROES TO WS-BAND-MIN WS-BAND-MID WS-BAND-MAX
           EXEC SQL
              fetch next cur_compa into
                :WS-EMP-ID,
                :WS-EMP-NAME,
                :WS-EMP-DEPT,
                :WS-EMP-DESG,
                :WS-GRADE-BASIC,
                :WS-OVR-BASIC,
                :WS-BAND-MIN,
                :WS-BAND-MID,
                :WS-BAND-MAX;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-CMPCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-CMPCURVAL
                 DISPLAY 'NOT FOUND - COMPA CURSOR FETCH'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - COMPA CURSOR FETCH'
                 MOVE 'E' TO WS-CMPCURVAL
           END-EVALUATE.

      ***************************************************
        WRITE-DETAIL-PARA.
           MOVE WS-EMP-DEPT   TO DTL-DEPT.
           MOVE WS-EMP-DESG   TO DTL-DESG.
           MOVE WS-EMP-ID     TO DTL-EMPID.
           MOVE WS-EMP-NAME   TO DTL-NAME.
           MOVE WS-EFF-BASIC  TO DTL-BASIC.
           MOVE WS-BAND-MID   TO DTL-MID.
           MOVE WS-COMPA      TO DTL-COMPA.
           WRITE REPORT-RECORD FROM DETAIL-LINE.

      ***************************************************
      *    One subtotal line per department and designation - the
      *    head count, the average compa-ratio of its banded people
      *    and how many of them sit outside the band.
        WRITE-GROUP-LINE-PARA.
           MOVE WS-PREV-DEPT   TO GRP-DEPT.
           MOVE WS-PREV-DESG   TO GRP-DESG.
           MOVE WS-GRP-HEADS   TO GRP-HEADS.
           MOVE WS-GRP-OUTSIDE TO GRP-OUTSIDE.
           MOVE ZEROES TO WS-GRP-COMPA-AVG.
           IF WS-GRP-BANDED > ZERO
              COMPUTE WS-GRP-COMPA-AVG ROUNDED =
                      WS-GRP-COMPA-SUM / WS-GRP-BANDED
           END-IF.
           MOVE WS-GRP-COMPA-AVG TO GRP-COMPA.
           WRITE REPORT-RECORD FROM GROUP-LINE.
           ADD 1 TO GROUP-COUNT.
           INITIALIZE WS-GROUP-TOTALS.

      ***************************************************
       PROGRAM-EXIT.
           DISPLAY "9999-PROGRAM-EXIT - start".

           IF WS-PREV-DEPT NOT = SPACES
              PERFORM WRITE-GROUP-LINE-PARA
           END-IF.
           CLOSE REPORT-FILE.

           EXEC SQL
                disconnect all;
           END-EXEC

           DISPLAY 'EMPLOYEE  COUNT '  EMP-COUNT.
           DISPLAY 'GROUP     COUNT '  GROUP-COUNT.
           DISPLAY 'BELOW BAND      '  BELOW-COUNT.
           DISPLAY 'ABOVE BAND      '  ABOVE-COUNT.
           DISPLAY 'NO BAND         '  NOBAND-COUNT.
           DISPLAY "9999-PROGRAM-EXIT - end".
