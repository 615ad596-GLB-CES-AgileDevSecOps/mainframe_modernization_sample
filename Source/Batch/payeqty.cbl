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
      *    Pay-equity gap analysis batch job - the annual gender
      *    pay-gap disclosure, computed from the master instead of
      *    assembled by hand. The population is everyone employed
      *    on the snapshot date (hired by it, and active or left
      *    after it) whose EMPLOYEE.GENDER is 'M' or 'F'; anyone
      *    else is counted on the trailer but cannot sit on either
      *    side of a gap. Effective pay is annual - twelve months of
      *    the current gross, the EMPLOYEE_PAY override where there
      *    is one and the grade's DESIGNATION pay where not (the
      *    figure glaccrue and budgrpt cost), plus the year's bonus
      *    pay off PAYROLL_REGISTER's bonus-type ('B') runs, grossed
      *    up the way taxcert reads them.
      *    Section one gives mean and median effective pay for men
      *    and women by designation, department and company, with
      *    the gap as a percentage of the men's figure (positive
      *    when men are paid more). Section two is the statutory
      *    summary per employing company: mean and median pay gap,
      *    mean and median bonus gap among those paid a bonus, the
      *    proportion of each gender paid a bonus, and the gender
      *    split of each pay quartile, lowest first.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    payeqty.
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
       01  REPORT-RECORD PIC X(160).

       WORKING-STORAGE SECTION.
          EXEC SQL BEGIN DECLARE SECTION END-EXEC
      *    Defaults below are the dev connection; PAYEQTY-DBNAME,
      *    PAYEQTY-DBUSER and PAYEQTY-DBPASS environment variables
      *    (see GET-DB-CREDENTIALS-PARA) override them, same as
      *    emplist.cbl's EMPLIST_* variables.
       01 DATABASE-NAME PIC X(80) VALUE "ltpz_syntel:5432".
       01 USER-NAME     PIC X(80) VALUE "syntel".
       01 PASSWORD      PIC X(80) VALUE "syntel".
       01 WS-RPT-YEAR             PIC X(04).
       01 WS-SNAP-DATE            PIC X(10).
      *    One gender's figures for one group (section one) or one
      *    company (section two), as the cursors return them.
       01 WS-G-SEQ                PIC 9(01).
       01 WS-G-LEVEL              PIC X(04).
       01 WS-G-KEY                PIC X(05).
       01 WS-G-GENDER             PIC X(01).
       01 WS-G-COUNT              PIC 9(07).
       01 WS-G-MEAN               PIC 9(09)V99.
       01 WS-G-MEDIAN             PIC 9(09)V99.
       01 WS-G-BON-MEAN           PIC 9(09)V99.
       01 WS-G-BON-MEDIAN         PIC 9(09)V99.
       01 WS-G-BON-COUNT          PIC 9(07).
       01 WS-G-Q1                 PIC 9(07).
       01 WS-G-Q2                 PIC 9(07).
       01 WS-G-Q3                 PIC 9(07).
       01 WS-G-Q4                 PIC 9(07).
       01 WS-UNCLASS-COUNT        PIC S9(09) COMP.
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
           05  WS-GRPCURVAL                PIC X(1).
               88  GRPC-EXIST                      VALUE 'F'.
               88  GRPC-NOTFND                     VALUE 'N'.
               88  GRPC-DBERR                      VALUE 'E'.
           05  WS-STACURVAL                PIC X(1).
               88  STAC-EXIST                      VALUE 'F'.
               88  STAC-NOTFND                     VALUE 'N'.
               88  STAC-DBERR                      VALUE 'E'.
           05  WS-YEAR-NUM                 PIC 9(04).
           05  WS-HELD-LEVEL               PIC X(04) VALUE SPACES.
           05  WS-HELD-KEY                 PIC X(05) VALUE SPACES.
           05  WS-HELD-IND                 PIC X(01) VALUE 'N'.
               88  GROUP-HELD                      VALUE 'Y'.
           05  WS-GAP-MALE                 PIC 9(09)V99.
           05  WS-GAP-FEMALE               PIC 9(09)V99.
           05  WS-GAP-PCT                  PIC S9(03)V9.
           05  WS-SHARE-PART               PIC 9(07).
           05  WS-SHARE-WHOLE              PIC 9(07).
           05  WS-SHARE-PCT                PIC 9(03)V9.

      *    Both genders' figures for the group being assembled -
      *    the cursor returns one row per gender, and the line goes
      *    out when the group changes.
       01  WS-PAIR.
           05  WS-PAIR-SIDE OCCURS 2 TIMES.
               10  WS-P-COUNT              PIC 9(07).
               10  WS-P-MEAN               PIC 9(09)V99.
               10  WS-P-MEDIAN             PIC 9(09)V99.
               10  WS-P-BON-MEAN           PIC 9(09)V99.
               10  WS-P-BON-MEDIAN         PIC 9(09)V99.
               10  WS-P-BON-COUNT          PIC 9(07).
               10  WS-P-Q                  PIC 9(07) OCCURS 4 TIMES.
       01  WS-SIDE                     PIC 9(01).
       01  WS-MALE                     PIC 9(01) VALUE 1.
       01  WS-FEMALE                   PIC 9(01) VALUE 2.
       01  WS-Q-IDX                    PIC 9(01).

       01  HEADING-LINE-1.
           05  FILLER                  PIC X(40)
               VALUE 'GENDER PAY GAP ANALYSIS - REPORT YEAR '.
           05  HDG-YEAR                PIC X(04).
           05  FILLER                  PIC X(17)
               VALUE '  SNAPSHOT DATE '.
           05  HDG-SNAP                PIC X(10).
           05  FILLER                  PIC X(89) VALUE SPACES.

       01  HEADING-LINE-2.
           05  FILLER                  PIC X(60) VALUE
               'LEVL,KEY  ,MEN    ,WOMEN  ,MEN MEAN    ,WOMEN MEAN  ,'.
           05  FILLER                  PIC X(60) VALUE
               'MEAN GAP,MEN MEDIAN  ,WOMEN MEDIAN,MEDIAN GAP'.
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  GROUP-LINE.
           05  GRP-LEVEL               PIC X(04).
           05  FILLER                  PIC X(01) VALUE ','.
           05  GRP-KEY                 PIC X(05).
           05  FILLER                  PIC X(01) VALUE ','.
           05  GRP-MEN                 PIC 9(07).
           05  FILLER                  PIC X(01) VALUE ','.
           05  GRP-WOMEN               PIC 9(07).
           05  FILLER                  PIC X(01) VALUE ','.
           05  GRP-MEN-MEAN            PIC 9(09)V99.
           05  FILLER                  PIC X(01) VALUE ','.
           05  GRP-WOMEN-MEAN          PIC 9(09)V99.
           05  FILLER                  PIC X(01) VALUE ','.
           05  GRP-MEAN-GAP            PIC S9(03)V9
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01) VALUE ','.
           05  GRP-MEN-MEDIAN          PIC 9(09)V99.
           05  FILLER                  PIC X(01) VALUE ','.
           05  GRP-WOMEN-MEDIAN        PIC 9(09)V99.
           05  FILLER                  PIC X(01) VALUE ','.
           05  GRP-MEDIAN-GAP          PIC S9(03)V9
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(67) VALUE SPACES.

      *    The statutory summary, one line per employing company,
      *    in the order the disclosure asks for: pay gaps, bonus
      *    gaps, bonus proportions, then each quartile's men/women
      *    split from the lowest-paid quarter up.
       01  STATUTORY-LINE.
           05  STL-ID                  PIC X(08) VALUE 'STATUTRY'.
           05  FILLER                  PIC X(01) VALUE ','.
           05  STL-COMPANY             PIC X(03).
           05  FILLER                  PIC X(01) VALUE ','.
           05  STL-MEN                 PIC 9(07).
           05  FILLER                  PIC X(01) VALUE ','.
           05  STL-WOMEN               PIC 9(07).
           05  FILLER                  PIC X(01) VALUE ','.
           05  STL-MEAN-GAP            PIC S9(03)V9
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01) VALUE ','.
           05  STL-MEDIAN-GAP          PIC S9(03)V9
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01) VALUE ','.
           05  STL-BON-MEAN-GAP        PIC S9(03)V9
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01) VALUE ','.
           05  STL-BON-MEDIAN-GAP      PIC S9(03)V9
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01) VALUE ','.
           05  STL-MEN-BON-PCT         PIC 9(03)V9.
           05  FILLER                  PIC X(01) VALUE ','.
           05  STL-WOMEN-BON-PCT       PIC 9(03)V9.
           05  STL-QUARTILE OCCURS 4 TIMES.
               10  FILLER              PIC X(01) VALUE ','.
               10  STL-Q-MEN-PCT       PIC 9(03)V9.
               10  FILLER              PIC X(01) VALUE ','.
               10  STL-Q-WOMEN-PCT     PIC 9(03)V9.
           05  FILLER                  PIC X(58) VALUE SPACES.

       01  STATUTORY-HEADING.
           05  FILLER                  PIC X(60) VALUE
               'STATUTRY,CMP,MEN    ,WOMEN  ,MEAN  ,MEDIAN,BONMEAN,'.
           05  FILLER                  PIC X(60) VALUE
               'BONMED,MENBON,WOMBON,Q1 M,Q1 W,Q2 M,Q2 W,Q3 M,Q3 W,'.
           05  FILLER                  PIC X(40) VALUE
               'Q4 M,Q4 W'.

       01  TRAILER-LINE.
           05  FILLER                  PIC X(08) VALUE 'TRAILER,'.
           05  TRL-GROUPS              PIC 9(07).
           05  FILLER                  PIC X(01) VALUE ','.
           05  TRL-COMPANIES           PIC 9(07).
           05  FILLER                  PIC X(01) VALUE ','.
           05  TRL-UNCLASSIFIED        PIC 9(07).
           05  FILLER                  PIC X(129) VALUE SPACES.

       01  WS-COUNTERS.
           05  GROUP-COUNT                 PIC 9(07) VALUE ZEROES.
           05  COMPANY-COUNT               PIC 9(07) VALUE ZEROES.
           05  ONE-SIDED-COUNT             PIC 9(07) VALUE ZEROES.

       01  WS-PARM-CARD                PIC X(80) VALUE SPACES.

       01  WS-ENV-VALUE                PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM PARM-CARD-PARA.
           PERFORM INIT-PARA.

           PERFORM GROUP-DATA THRU GROUP-EXIT
               UNTIL GRPC-NOTFND OR GRPC-DBERR.
           IF GROUP-HELD
              PERFORM WRITE-GROUP-PARA
           END-IF.
           EXEC SQL
              close cur_peqgrp;
           END-EXEC.

           PERFORM STATUTORY-SECTION-PARA.
           PERFORM PROGRAM-EXIT.
           DISPLAY "END OF PAY EQUITY RUN".

      ***************************************************
       PARM-CARD-PARA.
           DISPLAY "PARM-CARD-PARA - start".
      *    SYSIN 1-4 is the report year, defaulting to last year;
      *    SYSIN 6-15 an optional snapshot date (YYYY-MM-DD) for the
      *    population, defaulting to the year's 31 December.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           IF WS-PARM-CARD(1:4) = SPACES
              MOVE FUNCTION CURRENT-DATE(1:4) TO WS-YEAR-NUM
              SUBTRACT 1 FROM WS-YEAR-NUM
              MOVE WS-YEAR-NUM TO WS-RPT-YEAR
           ELSE
              IF WS-PARM-CARD(1:4) IS NOT NUMERIC
                 DISPLAY "NON-NUMERIC REPORT YEAR IN SYSIN "
                         "COLUMNS 1-4 - '" WS-PARM-CARD(1:4) "'"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-PARM-CARD(1:4) TO WS-RPT-YEAR
           END-IF.
           IF WS-PARM-CARD(6:10) = SPACES
              STRING WS-RPT-YEAR '-12-31' DELIMITED BY SIZE
                  INTO WS-SNAP-DATE
              END-STRING
           ELSE
              IF WS-PARM-CARD(6:4) IS NOT NUMERIC
                 OR WS-PARM-CARD(10:1) NOT = '-'
                 OR WS-PARM-CARD(11:2) IS NOT NUMERIC
                 OR WS-PARM-CARD(13:1) NOT = '-'
                 OR WS-PARM-CARD(14:2) IS NOT NUMERIC
                 DISPLAY "SNAPSHOT DATE NOT YYYY-MM-DD IN SYSIN "
                         "COLUMNS 6-15"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-PARM-CARD(6:10) TO WS-SNAP-DATE
           END-IF.
           DISPLAY "PARM ECHO - YEAR/" WS-RPT-YEAR
                   " SNAPSHOT/" WS-SNAP-DATE.
           DISPLAY "PARM-CARD-PARA - end".

      ***************************************************
       INIT-PARA.
           DISPLAY "1000-INIT - start".
           OPEN OUTPUT REPORT-FILE.
           PERFORM CONNECT-TO-DATABASE.
           MOVE WS-RPT-YEAR  TO HDG-YEAR.
           MOVE WS-SNAP-DATE TO HDG-SNAP.
           WRITE REPORT-RECORD FROM HEADING-LINE-1.
           WRITE REPORT-RECORD FROM HEADING-LINE-2.
           PERFORM GROUP-CURSOR-OPEN.
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
      *    GET-DB-CREDENTIALS-PARA, under PAYEQTY_* names instead.
        GET-DB-CREDENTIALS-PARA.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "PAYEQTY_DBNAME".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO DATABASE-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "PAYEQTY_DBUSER".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO USER-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "PAYEQTY_DBPASS".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO PASSWORD
           END-IF.

      ***************************************************
      *    One row per gender per designation, department and
      *    company - the population and its annual effective pay
      *    built once in the POP table expression, the three
      *    groupings UNIONed under a sequence number so the report
      *    runs designation, then department, then company.
        GROUP-CURSOR-OPEN.
           DISPLAY "GROUP-CURSOR-OPEN - START".
           EXEC SQL
              declare cur_peqgrp cursor for
              with pop as
                 (select e.desgcode as desg, e.deptcode as dept,
                         value(d.compcd, ' ') as comp,
                         e.gender as gender,
                         12 * (g.grosspay - g.basicpay - g.hra
                               + value(p.basicpay, g.basicpay)
                               + value(p.hra, g.hra))
                         + value((select sum(r.netpay + r.taxded
                                             + r.dedrec + r.pfded)
                                      from payroll_register r
                                      where r.empid = e.empid
                                        and r.run-type = 'B'
                                        and substr(r.pay-period, 1, 4)
                                            = :WS-RPT-YEAR), 0)
                           as pay
                     from employee e
                     join designation g on g.desgcode = e.desgcode
                     left join department d
                            on d.deptcode = e.deptcode
                     left join employee_pay p on p.empid = e.empid
                     where e.gender in ('M', 'F')
                       and e.hiredt <= :WS-SNAP-DATE
                       and (e.status = 'A'
                            or (e.statusdt > :WS-SNAP-DATE)))
              select 1, 'DESG', desg, gender, count(*), avg(pay),
                     percentile_cont(0.5)
                         within group (order by pay)
                  from pop
                  group by desg, gender
              union all
              select 2, 'DEPT', dept, gender, count(*), avg(pay),
                     percentile_cont(0.5)
                         within group (order by pay)
                  from pop
                  group by dept, gender
              union all
              select 3, 'COMP', comp, gender, count(*), avg(pay),
                     percentile_cont(0.5)
                         within group (order by pay)
                  from pop
                  group by comp, gender
              order by 1, 3, 4
           END-EXEC.
           EXEC SQL
              open cur_peqgrp;
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-GRPCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-GRPCURVAL
                 DISPLAY 'NOT FOUND - GROUP CURSOR OPEN'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - GROUP CURSOR OPEN'
                 MOVE 'E' TO WS-GRPCURVAL
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           DISPLAY "GROUP-CURSOR-OPEN - END".

      ***************************************************
       GROUP-DATA.
           MOVE ZEROES TO WS-G-COUNT WS-G-MEAN WS-G-MEDIAN.
           EXEC SQL
              fetch next cur_peqgrp into
                :WS-G-SEQ, :WS-G-LEVEL, :WS-G-KEY, :WS-G-GENDER,
                :WS-G-COUNT, :WS-G-MEAN, :WS-G-MEDIAN;
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-GRPCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-GRPCURVAL
                 GO TO GROUP-EXIT
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - GROUP CURSOR FETCH'
                 MOVE 'E' TO WS-GRPCURVAL
                 MOVE 8 TO RETURN-CODE
                 GO TO GROUP-EXIT
           END-EVALUATE.

           IF GROUP-HELD
              AND (WS-G-LEVEL NOT = WS-HELD-LEVEL
                   OR WS-G-KEY NOT = WS-HELD-KEY)
              PERFORM WRITE-GROUP-PARA
           END-IF.
           IF NOT GROUP-HELD
              INITIALIZE WS-PAIR
              MOVE WS-G-LEVEL TO WS-HELD-LEVEL
              MOVE WS-G-KEY   TO WS-HELD-KEY
              MOVE 'Y'        TO WS-HELD-IND
           END-IF.
           IF WS-G-GENDER = 'M'
              MOVE WS-MALE TO WS-SIDE
           ELSE
              MOVE WS-FEMALE TO WS-SIDE
           END-IF.
           MOVE WS-G-COUNT  TO WS-P-COUNT(WS-SIDE).
           MOVE WS-G-MEAN   TO WS-P-MEAN(WS-SIDE).
           MOVE WS-G-MEDIAN TO WS-P-MEDIAN(WS-SIDE).

       GROUP-EXIT.
           EXIT.

      ***************************************************
      *    A group with only one gender in it has no gap to state -
      *    the line still goes out with the gap at zero and is
      *    counted, so the reader can see why.
        WRITE-GROUP-PARA.
           ADD 1 TO GROUP-COUNT.
           MOVE WS-HELD-LEVEL           TO GRP-LEVEL.
           MOVE WS-HELD-KEY             TO GRP-KEY.
           MOVE WS-P-COUNT(WS-MALE)     TO GRP-MEN.
           MOVE WS-P-COUNT(WS-FEMALE)   TO GRP-WOMEN.
           MOVE WS-P-MEAN(WS-MALE)      TO GRP-MEN-MEAN.
           MOVE WS-P-MEAN(WS-FEMALE)    TO GRP-WOMEN-MEAN.
           MOVE WS-P-MEDIAN(WS-MALE)    TO GRP-MEN-MEDIAN.
           MOVE WS-P-MEDIAN(WS-FEMALE)  TO GRP-WOMEN-MEDIAN.
           IF WS-P-COUNT(WS-MALE) = 0 OR WS-P-COUNT(WS-FEMALE) = 0
              ADD 1 TO ONE-SIDED-COUNT
           END-IF.
           MOVE WS-P-MEAN(WS-MALE)      TO WS-GAP-MALE.
           MOVE WS-P-MEAN(WS-FEMALE)    TO WS-GAP-FEMALE.
           PERFORM GAP-PCT-PARA.
           MOVE WS-GAP-PCT              TO GRP-MEAN-GAP.
           MOVE WS-P-MEDIAN(WS-MALE)    TO WS-GAP-MALE.
           MOVE WS-P-MEDIAN(WS-FEMALE)  TO WS-GAP-FEMALE.
           PERFORM GAP-PCT-PARA.
           MOVE WS-GAP-PCT              TO GRP-MEDIAN-GAP.
           WRITE REPORT-RECORD FROM GROUP-LINE.
           MOVE 'N' TO WS-HELD-IND.

      ***************************************************
      *    The gap as the disclosure states it - the difference as
      *    a percentage of the men's figure, positive when men's is
      *    higher; nil when either side is missing.
        GAP-PCT-PARA.
           IF WS-GAP-MALE = ZERO OR WS-GAP-FEMALE = ZERO
              MOVE ZERO TO WS-GAP-PCT
           ELSE
              COMPUTE WS-GAP-PCT ROUNDED =
                      (WS-GAP-MALE - WS-GAP-FEMALE) * 100
                      / WS-GAP-MALE
                  ON SIZE ERROR
                     MOVE ZERO TO WS-GAP-PCT
              END-COMPUTE
           END-IF.

      ***************************************************
        SHARE-PCT-PARA.
           IF WS-SHARE-WHOLE = ZERO
              MOVE ZERO TO WS-SHARE-PCT
           ELSE
              COMPUTE WS-SHARE-PCT ROUNDED =
                      WS-SHARE-PART * 100 / WS-SHARE-WHOLE
           END-IF.

      ***************************************************
      *    Per employing company and gender: pay mean/median, the
      *    bonus mean/median among those actually paid one, the
      *    bonus head count, and the head count in each pay
      *    quartile - quartiles cut over the whole company's
      *    population, both genders together, lowest pay first.
        STATUTORY-SECTION-PARA.
           DISPLAY "STATUTORY-SECTION-PARA - START".
           WRITE REPORT-RECORD FROM STATUTORY-HEADING.
           MOVE 'N' TO WS-HELD-IND.
           EXEC SQL
              declare cur_peqstat cursor for
              with pop as
                 (select value(d.compcd, ' ') as comp,
                         e.gender as gender,
                         12 * (g.grosspay - g.basicpay - g.hra
                               + value(p.basicpay, g.basicpay)
                               + value(p.hra, g.hra))
                           as base,
                         value((select sum(r.netpay + r.taxded
                                           + r.dedrec + r.pfded)
                                    from payroll_register r
                                    where r.empid = e.empid
                                      and r.run-type = 'B'
                                      and substr(r.pay-period, 1, 4)
                                          = :WS-RPT-YEAR), 0)
                           as bonus
                     from employee e
                     join designation g on g.desgcode = e.desgcode
                     left join department d
                            on d.deptcode = e.deptcode
                     left join employee_pay p on p.empid = e.empid
                     where e.gender in ('M', 'F')
                       and e.hiredt <= :WS-SNAP-DATE
                       and (e.status = 'A'
                            or (e.statusdt > :WS-SNAP-DATE))),
                   banded as
                 (select comp, gender, base + bonus as pay, bonus,
                         ntile(4) over (partition by comp
                                        order by base + bonus)
                           as qband
                     from pop)
              select comp, gender, count(*), avg(pay),
                     percentile_cont(0.5)
                         within group (order by pay),
                     value(avg(case when bonus > 0
                                    then bonus end), 0),
                     value(percentile_cont(0.5)
                               within group (order by
                                   case when bonus > 0
                                        then bonus end), 0),
                     sum(case when bonus > 0 then 1 else 0 end),
                     sum(case when qband = 1 then 1 else 0 end),
                     sum(case when qband = 2 then 1 else 0 end),
                     sum(case when qband = 3 then 1 else 0 end),
                     sum(case when qband = 4 then 1 else 0 end)
                  from banded
                  group by comp, gender
                  order by comp, gender
           END-EXEC.
           EXEC SQL
              open cur_peqstat;
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-STACURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-STACURVAL
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - STATUTORY CURSOR OPEN'
                 MOVE 'E' TO WS-STACURVAL
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM STATUTORY-DATA THRU STATUTORY-EXIT
               UNTIL STAC-NOTFND OR STAC-DBERR.
           IF GROUP-HELD
              PERFORM WRITE-STATUTORY-PARA
           END-IF.
           EXEC SQL
              close cur_peqstat;
           END-EXEC.
           DISPLAY "STATUTORY-SECTION-PARA - END".

      ***************************************************
       STATUTORY-DATA.
           MOVE ZEROES TO WS-G-COUNT WS-G-MEAN WS-G-MEDIAN.
           MOVE ZEROES TO WS-G-BON-MEAN WS-G-BON-MEDIAN.
           MOVE ZEROES TO WS-G-BON-COUNT WS-G-Q1 WS-G-Q2.
           MOVE ZEROES TO WS-G-Q3 WS-G-Q4.
           EXEC SQL
              fetch next cur_peqstat into
                :WS-G-KEY, :WS-G-GENDER, :WS-G-COUNT,
                :WS-G-MEAN, :WS-G-MEDIAN,
                :WS-G-BON-MEAN, :WS-G-BON-MEDIAN,
                :WS-G-BON-COUNT,
                :WS-G-Q1, :WS-G-Q2, :WS-G-Q3, :WS-G-Q4;
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-STACURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-STACURVAL
                 GO TO STATUTORY-EXIT
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - STATUTORY CURSOR FETCH'
                 MOVE 'E' TO WS-STACURVAL
                 MOVE 8 TO RETURN-CODE
                 GO TO STATUTORY-EXIT
           END-EVALUATE.

           IF GROUP-HELD AND WS-G-KEY(1:3) NOT = WS-HELD-KEY(1:3)
              PERFORM WRITE-STATUTORY-PARA
           END-IF.
           IF NOT GROUP-HELD
              INITIALIZE WS-PAIR
              MOVE WS-G-KEY TO WS-HELD-KEY
              MOVE 'Y'      TO WS-HELD-IND
           END-IF.
           IF WS-G-GENDER = 'M'
              MOVE WS-MALE TO WS-SIDE
           ELSE
              MOVE WS-FEMALE TO WS-SIDE
           END-IF.
           MOVE WS-G-COUNT      TO WS-P-COUNT(WS-SIDE).
           MOVE WS-G-MEAN       TO WS-P-MEAN(WS-SIDE).
           MOVE WS-G-MEDIAN     TO WS-P-MEDIAN(WS-SIDE).
           MOVE WS-G-BON-MEAN   TO WS-P-BON-MEAN(WS-SIDE).
           MOVE WS-G-BON-MEDIAN TO WS-P-BON-MEDIAN(WS-SIDE).
           MOVE WS-G-BON-COUNT  TO WS-P-BON-COUNT(WS-SIDE).
           MOVE WS-G-Q1         TO WS-P-Q(WS-SIDE, 1).
           MOVE WS-G-Q2         TO WS-P-Q(WS-SIDE, 2).
           MOVE WS-G-Q3         TO WS-P-Q(WS-SIDE, 3).
           MOVE WS-G-Q4         TO WS-P-Q(WS-SIDE, 4).

       STATUTORY-EXIT.
           EXIT.

      ***************************************************
        WRITE-STATUTORY-PARA.
           ADD 1 TO COMPANY-COUNT.
           MOVE WS-HELD-KEY(1:3)        TO STL-COMPANY.
           MOVE WS-P-COUNT(WS-MALE)     TO STL-MEN.
           MOVE WS-P-COUNT(WS-FEMALE)   TO STL-WOMEN.
           MOVE WS-P-MEAN(WS-MALE)      TO WS-GAP-MALE.
           MOVE WS-P-MEAN(WS-FEMALE)    TO WS-GAP-FEMALE.
           PERFORM GAP-PCT-PARA.
           MOVE WS-GAP-PCT              TO STL-MEAN-GAP.
           MOVE WS-P-MEDIAN(WS-MALE)    TO WS-GAP-MALE.
           MOVE WS-P-MEDIAN(WS-FEMALE)  TO WS-GAP-FEMALE.
           PERFORM GAP-PCT-PARA.
           MOVE WS-GAP-PCT              TO STL-MEDIAN-GAP.
           MOVE WS-P-BON-MEAN(WS-MALE)   TO WS-GAP-MALE.
           MOVE WS-P-BON-MEAN(WS-FEMALE) TO WS-GAP-FEMALE.
           PERFORM GAP-PCT-PARA.
           MOVE WS-GAP-PCT              TO STL-BON-MEAN-GAP.
           MOVE WS-P-BON-MEDIAN(WS-MALE)   TO WS-GAP-MALE.
           MOVE WS-P-BON-MEDIAN(WS-FEMALE) TO WS-GAP-FEMALE.
           PERFORM GAP-PCT-PARA.
           MOVE WS-GAP-PCT              TO STL-BON-MEDIAN-GAP.
           MOVE WS-P-BON-COUNT(WS-MALE) TO WS-SHARE-PART.
           MOVE WS-P-COUNT(WS-MALE)     TO WS-SHARE-WHOLE.
           PERFORM SHARE-PCT-PARA.
           MOVE WS-SHARE-PCT            TO STL-MEN-BON-PCT.
           MOVE WS-P-BON-COUNT(WS-FEMALE) TO WS-SHARE-PART.
           MOVE WS-P-COUNT(WS-FEMALE)     TO WS-SHARE-WHOLE.
           PERFORM SHARE-PCT-PARA.
           MOVE WS-SHARE-PCT            TO STL-WOMEN-BON-PCT.
           PERFORM QUARTILE-SHARE-PARA
               VARYING WS-Q-IDX FROM 1 BY 1 UNTIL WS-Q-IDX > 4.
           WRITE REPORT-RECORD FROM STATUTORY-LINE.
           MOVE 'N' TO WS-HELD-IND.

      ***************************************************
      *    Men's and women's share of one quartile's head count.
        QUARTILE-SHARE-PARA.
           COMPUTE WS-SHARE-WHOLE = WS-P-Q(WS-MALE, WS-Q-IDX)
                                  + WS-P-Q(WS-FEMALE, WS-Q-IDX).
           MOVE WS-P-Q(WS-MALE, WS-Q-IDX) TO WS-SHARE-PART.
           PERFORM SHARE-PCT-PARA.
           MOVE WS-SHARE-PCT TO STL-Q-MEN-PCT(WS-Q-IDX).
           MOVE WS-P-Q(WS-FEMALE, WS-Q-IDX) TO WS-SHARE-PART.
           PERFORM SHARE-PCT-PARA.
           MOVE WS-SHARE-PCT TO STL-Q-WOMEN-PCT(WS-Q-IDX).

      ***************************************************
      *    Employed on the snapshot date but with no usable gender
      *    on the master - outside the analysis, but counted so the
      *    gap in the data is visible and gets keyed in MEMPMANT.
        COUNT-UNCLASSIFIED-PARA.
           MOVE ZERO TO WS-UNCLASS-COUNT.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-UNCLASS-COUNT
                   FROM EMPLOYEE
                   WHERE (GENDER IS NULL
                          OR GENDER NOT IN ('M', 'F'))
                     AND HIREDT <= :WS-SNAP-DATE
                     AND (STATUS = 'A'
                          OR (STATUSDT > :WS-SNAP-DATE))
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              DISPLAY 'DB2 ERROR - UNCLASSIFIED COUNT'
              MOVE ZERO TO WS-UNCLASS-COUNT
           END-IF.

      ***************************************************
       PROGRAM-EXIT.
           DISPLAY "9999-PROGRAM-EXIT - start".
           PERFORM COUNT-UNCLASSIFIED-PARA.
           MOVE GROUP-COUNT      TO TRL-GROUPS.
           MOVE COMPANY-COUNT    TO TRL-COMPANIES.
           MOVE WS-UNCLASS-COUNT TO TRL-UNCLASSIFIED.
           WRITE REPORT-RECORD FROM TRAILER-LINE.
           CLOSE REPORT-FILE.
           IF RETURN-CODE < 4 AND WS-UNCLASS-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           EXEC SQL
                disconnect all;
           END-EXEC

           DISPLAY 'GROUP     COUNT  '  GROUP-COUNT.
           DISPLAY 'ONE-SIDED COUNT  '  ONE-SIDED-COUNT.
           DISPLAY 'COMPANY   COUNT  '  COMPANY-COUNT.
           DISPLAY 'NO GENDER COUNT  '  WS-UNCLASS-COUNT.
           DISPLAY "9999-PROGRAM-EXIT - end".
