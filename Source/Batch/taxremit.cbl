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
      *    Monthly tax-withholding remittance return - what payrun
      *    withheld for a pay period has to be paid over to the
      *    revenue authority each month with a return listing the
      *    employees and amounts, per legal entity. PAYROLL_REGISTER
      *    is totalled by COMPANY (blank is the parent) into the
      *    authority's fixed return layout: an 'H' header per
      *    company, a 'D' record per employee who had tax withheld,
      *    a 'C' company control record and one 'T' file trailer.
      *    Each employee's register withholding for the month is
      *    footed against the month's movement on the
      *    EMPLOYEE_TAX_YTD ledger payrun maintains - the ledger
      *    less the register withholding for the year's other
      *    periods - and, as taxcert does, the job ends RC=8 on any
      *    disagreement so the return never carries a figure the
      *    ledger does not support.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    taxremit.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE ASSIGN TO RTNFL.
       DATA DIVISION.
       FILE SECTION.
      *
       FD  RETURN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RETURN-RECORD.
       01  RETURN-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
          EXEC SQL BEGIN DECLARE SECTION END-EXEC
      *    Defaults below are the dev connection; TAXREMIT-DBNAME,
      *    TAXREMIT-DBUSER and TAXREMIT-DBPASS environment variables
      *    (see GET-DB-CREDENTIALS-PARA) override them, same as
      *    emplist.cbl's EMPLIST_* variables.
       01 DATABASE-NAME PIC X(80) VALUE "ltpz_syntel:5432".
       01 USER-NAME     PIC X(80) VALUE "syntel".
       01 PASSWORD      PIC X(80) VALUE "syntel".
       01 WS-PAY-PERIOD           PIC X(06).
       01 WS-TAX-YEAR             PIC X(04).
       01 WS-SEL-COMPANY          PIC X(03).
       01 WS-COMPANY              PIC X(03).
       01 WS-COMP-NAME            PIC X(30).
       01 WS-EMP-ID               PIC X(05).
       01 WS-EMP-NAME             PIC X(30).
       01 WS-EMP-TAX              PIC 9(09)V99.
       01 WS-MONTH-TAX            PIC 9(09)V99.
       01 WS-OTHER-TAX            PIC 9(09)V99.
       01 WS-YTD-TAX              PIC 9(09)V99.
      *    Run-control registry fields - every run registers its
      *    start, end, return code and row count on RUN_CONTROL, and
      *    a job with a prerequisite refuses to start until its
      *    predecessor completed for the cycle (CHECK-PREREQ-PARA).
       01 WS-RUNC-PROGRAM         PIC X(08) VALUE 'taxremit'.
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
           05  WS-PREV-COMPANY             PIC X(03).
           05  WS-FIRST-ROW                PIC X(01) VALUE 'Y'.
               88  FIRST-ROW                       VALUE 'Y'.
           05  WS-LEDGER-MOVE              PIC S9(09)V99.
           05  WS-LEDGER-MATCH             PIC X(01).
               88  LEDGER-MATCH                    VALUE 'Y'.

      *    SYSIN 1-6 is the pay period (YYYYMM) - required; 7-9 an
      *    optional COMPANY code limiting the return to one entity.
       01  WS-PARM-CARD                PIC X(80) VALUE SPACES.

      *    The authority's monthly return layout - fixed 80 bytes.
       01  RTN-HEADER-RECORD.
           10  RTH-REC-TYPE                PIC X(01) VALUE 'H'.
           10  RTH-COMPANY                 PIC X(03).
           10  RTH-COMP-NAME               PIC X(30).
           10  RTH-PERIOD                  PIC X(06).
           10  FILLER                      PIC X(40) VALUE SPACES.

       01  RTN-DETAIL-RECORD.
           10  RTD-REC-TYPE                PIC X(01) VALUE 'D'.
           10  RTD-COMPANY                 PIC X(03).
           10  RTD-PERIOD                  PIC X(06).
           10  RTD-EMP-ID                  PIC X(05).
           10  RTD-EMP-NAME                PIC X(30).
           10  RTD-TAX-WITHHELD            PIC 9(09)V99.
           10  RTD-LEDGER-MATCH            PIC X(01).
           10  FILLER                      PIC X(23) VALUE SPACES.

       01  RTN-COMPANY-RECORD.
           10  RTC-REC-TYPE                PIC X(01) VALUE 'C'.
           10  RTC-COMPANY                 PIC X(03).
           10  RTC-PERIOD                  PIC X(06).
           10  RTC-EMP-COUNT               PIC 9(07).
           10  RTC-TAX-TOTAL               PIC 9(13)V99.
           10  FILLER                      PIC X(48) VALUE SPACES.

       01  RTN-TRAILER-RECORD.
           10  RTT-REC-TYPE                PIC X(01) VALUE 'T'.
           10  RTT-PERIOD                  PIC X(06).
           10  RTT-COMP-COUNT              PIC 9(05).
           10  RTT-EMP-COUNT               PIC 9(10).
           10  RTT-TAX-TOTAL               PIC 9(13)V99.
           10  RTT-MISMATCH-COUNT          PIC 9(07).
           10  FILLER                      PIC X(36) VALUE SPACES.

       01  WS-COUNTERS.
           05  REMIT-COUNT                 PIC 9(10) VALUE ZEROES.
           05  COMPANY-COUNT               PIC 9(05) VALUE ZEROES.
           05  COMP-EMP-COUNT              PIC 9(07) VALUE ZEROES.
           05  LEDGER-MISMATCH-COUNT       PIC 9(07) VALUE ZEROES.
           05  WS-COMP-TOTAL               PIC 9(13)V99 VALUE ZEROES.
           05  WS-TAX-GRAND                PIC 9(13)V99 VALUE ZEROES.

       01  WS-ENV-VALUE                PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM PARM-CARD-PARA.
           PERFORM INIT-PARA.

           PERFORM PROCESS-DATA THRU PROCESS-EXIT
               UNTIL EMPC-NOTFND OR EMPC-DBERR.

           PERFORM PROGRAM-EXIT.
           DISPLAY "END OF TAX REMITTANCE RUN".

      ***************************************************
       PARM-CARD-PARA.
           DISPLAY "PARM-CARD-PARA - start".
           ACCEPT WS-PARM-CARD FROM SYSIN.
           MOVE WS-PARM-CARD(1:6) TO WS-PAY-PERIOD.
           MOVE WS-PARM-CARD(7:3) TO WS-SEL-COMPANY.
           IF WS-PAY-PERIOD IS NOT NUMERIC
              OR WS-PAY-PERIOD(5:2) < '01'
              OR WS-PAY-PERIOD(5:2) > '12'
              DISPLAY "MISSING/INVALID PAY PERIOD IN SYSIN "
                      "COLUMNS 1-6 - '" WS-PAY-PERIOD "'"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-PAY-PERIOD(1:4) TO WS-TAX-YEAR.
           DISPLAY "PARM ECHO - PERIOD/" WS-PAY-PERIOD
                   " COMPANY/" WS-SEL-COMPANY.
           DISPLAY "PARM-CARD-PARA - end".

      ***************************************************
       INIT-PARA.
           DISPLAY "1000-INIT - start".
           PERFORM CONNECT-TO-DATABASE.
           PERFORM CHECK-PREREQ-PARA.
           PERFORM REGISTER-RUN-START-PARA.
           PERFORM REMIT-CURSOR-DECLARE.
           PERFORM REMIT-CURSOR-OPEN.
           OPEN OUTPUT RETURN-FILE.
           DISPLAY "1000-INIT - END".

       INIT-EXIT.
           EXIT.

      ***************************************************
       PROCESS-DATA.
           PERFORM REMIT-CURSOR-FETCH.
           IF NOT EMPC-EXIST
              GO TO PROCESS-EXIT
           END-IF.

           IF FIRST-ROW OR WS-COMPANY NOT = WS-PREV-COMPANY
              IF NOT FIRST-ROW
                 PERFORM WRITE-COMPANY-TOTAL-PARA
              END-IF
              PERFORM START-COMPANY-PARA
           END-IF.

           PERFORM NAME-LOOKUP-PARA.
           PERFORM FOOT-AGAINST-LEDGER-PARA.
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
      *    GET-DB-CREDENTIALS-PARA, under TAXREMIT_* names instead.
        GET-DB-CREDENTIALS-PARA.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "TAXREMIT_DBNAME".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO DATABASE-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "TAXREMIT_DBUSER".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO USER-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "TAXREMIT_DBPASS".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO PASSWORD
           END-IF.

      ***************************************************
      *    One row per company and employee with tax withheld in
      *    the period - regular and bonus runs together, since the
      *    month's remittance covers both.
        REMIT-CURSOR-DECLARE.
           DISPLAY "REMIT-CURSOR-DECLARE - START".
           EXEC SQL
              declare cur_taxremit cursor for
              select company, empid, sum(taxded)
                  from payroll_register
                  where pay-period = :WS-PAY-PERIOD
                    and (company = :WS-SEL-COMPANY
                         or :WS-SEL-COMPANY = ' ')
                  group by company, empid
                  having sum(taxded) > 0
                  order by company, empid
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-EMPCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-EMPCURVAL
                 DISPLAY 'NOT FOUND - REMIT CURSOR DECLARE'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - REMIT CURSOR DECLARE'
                 MOVE 'E' TO WS-EMPCURVAL
           END-EVALUATE.
           DISPLAY "REMIT-CURSOR-DECLARE - END".

      ***************************************************
        REMIT-CURSOR-OPEN.
           DISPLAY "REMIT-CURSOR-OPEN - START".
           EXEC SQL
              open cur_taxremit;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-EMPCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-EMPCURVAL
                 DISPLAY 'NOT FOUND - REMIT CURSOR OPEN'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - REMIT CURSOR OPEN'
                 MOVE 'E' TO WS-EMPCURVAL
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           DISPLAY "REMIT-CURSOR-OPEN - END".

      ***************************************************
        REMIT-CURSOR-FETCH.
           MOVE SPACES TO WS-COMPANY WS-EMP-ID.
           MOVE ZEROES TO WS-EMP-TAX.
           EXEC SQL
              fetch next cur_taxremit into
                :WS-COMPANY,
                :WS-EMP-ID,
                :WS-EMP-TAX;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-EMPCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-EMPCURVAL
                 DISPLAY 'NOT FOUND - REMIT CURSOR FETCH'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - REMIT CURSOR FETCH'
                 MOVE 'E' TO WS-EMPCURVAL
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      ***************************************************
      *    Company break - the entity's header record carries the
      *    COMPANY master name; blank is the parent company.
        START-COMPANY-PARA.
           MOVE 'N' TO WS-FIRST-ROW.
           MOVE WS-COMPANY TO WS-PREV-COMPANY.
           MOVE ZEROES TO COMP-EMP-COUNT WS-COMP-TOTAL.
           ADD 1 TO COMPANY-COUNT.

           MOVE SPACES TO WS-COMP-NAME.
           IF WS-COMPANY = SPACES
              MOVE 'PARENT COMPANY' TO WS-COMP-NAME
           ELSE
              EXEC SQL
                  SELECT COMPNAME
                      INTO :WS-COMP-NAME
                      FROM COMPANY
                      WHERE COMPCODE = :WS-COMPANY
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              IF NOT WS-SQL-RETURN-NORMAL
                 MOVE SPACES TO WS-COMP-NAME
              END-IF
           END-IF.

           MOVE WS-COMPANY    TO RTH-COMPANY.
           MOVE WS-COMP-NAME  TO RTH-COMP-NAME.
           MOVE WS-PAY-PERIOD TO RTH-PERIOD.
           WRITE RETURN-RECORD FROM RTN-HEADER-RECORD.

      ***************************************************
        WRITE-COMPANY-TOTAL-PARA.
           MOVE WS-PREV-COMPANY TO RTC-COMPANY.
           MOVE WS-PAY-PERIOD   TO RTC-PERIOD.
           MOVE COMP-EMP-COUNT  TO RTC-EMP-COUNT.
           MOVE WS-COMP-TOTAL   TO RTC-TAX-TOTAL.
           WRITE RETURN-RECORD FROM RTN-COMPANY-RECORD.
           DISPLAY 'COMPANY ' WS-PREV-COMPANY
                   ' EMPLOYEES ' COMP-EMP-COUNT
                   ' TAX ' WS-COMP-TOTAL.

      ***************************************************
      *    The register carries no name - resolved per employee the
      *    same way taxcert's NAME-LOOKUP-PARA does.
        NAME-LOOKUP-PARA.
           MOVE SPACES TO WS-EMP-NAME.
           EXEC SQL
               SELECT EMPNAME
                   INTO :WS-EMP-NAME
                   FROM EMPLOYEE
                   WHERE EMPID = :WS-EMP-ID
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE SPACES TO WS-EMP-NAME
           END-IF.

      ***************************************************
      *    The ledger keeps only a running year-to-date figure, so
      *    the month's movement is that figure less everything the
      *    register shows withheld in the year's other periods. It
      *    must equal the register's withholding for the month,
      *    taken across all companies - an employee transferred
      *    between entities mid-month still has one ledger row.
        FOOT-AGAINST-LEDGER-PARA.
           MOVE ZEROES TO WS-YTD-TAX WS-OTHER-TAX WS-MONTH-TAX.
           EXEC SQL
               SELECT TAX-YTD
                   INTO :WS-YTD-TAX
                   FROM EMPLOYEE_TAX_YTD
                   WHERE EMPID = :WS-EMP-ID
                     AND TAX-YEAR = :WS-TAX-YEAR
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE ZEROES TO WS-YTD-TAX
           END-IF.

           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN PAY-PERIOD =
                                             :WS-PAY-PERIOD
                                        THEN TAXDED ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN PAY-PERIOD <>
                                             :WS-PAY-PERIOD
                                        THEN TAXDED ELSE 0 END), 0)
                   INTO :WS-MONTH-TAX, :WS-OTHER-TAX
                   FROM PAYROLL_REGISTER
                   WHERE EMPID = :WS-EMP-ID
                     AND SUBSTR(PAY-PERIOD, 1, 4) = :WS-TAX-YEAR
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              DISPLAY 'DB2 ERROR - REGISTER FOOT SELECT - ' WS-EMP-ID
              MOVE ZEROES TO WS-MONTH-TAX WS-OTHER-TAX
           END-IF.

           COMPUTE WS-LEDGER-MOVE = WS-YTD-TAX - WS-OTHER-TAX.
           IF WS-LEDGER-MOVE = WS-MONTH-TAX
              MOVE 'Y' TO WS-LEDGER-MATCH
           ELSE
              MOVE 'N' TO WS-LEDGER-MATCH
              ADD 1 TO LEDGER-MISMATCH-COUNT
              DISPLAY 'LEDGER MISMATCH - ' WS-EMP-ID
                      ' REGISTER ' WS-MONTH-TAX
                      ' LEDGER MOVEMENT ' WS-LEDGER-MOVE
           END-IF.

      ***************************************************
        WRITE-DETAIL-PARA.
           MOVE WS-COMPANY      TO RTD-COMPANY.
           MOVE WS-PAY-PERIOD   TO RTD-PERIOD.
           MOVE WS-EMP-ID       TO RTD-EMP-ID.
           MOVE WS-EMP-NAME     TO RTD-EMP-NAME.
           MOVE WS-EMP-TAX      TO RTD-TAX-WITHHELD.
           MOVE WS-LEDGER-MATCH TO RTD-LEDGER-MATCH.
           WRITE RETURN-RECORD FROM RTN-DETAIL-RECORD.

           ADD 1 TO COMP-EMP-COUNT.
           ADD 1 TO REMIT-COUNT.
           ADD WS-EMP-TAX TO WS-COMP-TOTAL.
           ADD WS-EMP-TAX TO WS-TAX-GRAND.

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
           MOVE REMIT-COUNT TO WS-RUNC-ROWS.
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

           IF NOT FIRST-ROW
              PERFORM WRITE-COMPANY-TOTAL-PARA
           END-IF.
           MOVE WS-PAY-PERIOD         TO RTT-PERIOD.
           MOVE COMPANY-COUNT         TO RTT-COMP-COUNT.
           MOVE REMIT-COUNT           TO RTT-EMP-COUNT.
           MOVE WS-TAX-GRAND          TO RTT-TAX-TOTAL.
           MOVE LEDGER-MISMATCH-COUNT TO RTT-MISMATCH-COUNT.
           WRITE RETURN-RECORD FROM RTN-TRAILER-RECORD.

           CLOSE RETURN-FILE.

      *    A return that disagrees with the YTD ledger must not
      *    leave the building quietly.
           IF LEDGER-MISMATCH-COUNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM REGISTER-RUN-END-PARA.

           EXEC SQL
                disconnect all;
           END-EXEC

           DISPLAY 'PERIOD           '  WS-PAY-PERIOD.
           DISPLAY 'COMPANY   COUNT  '  COMPANY-COUNT.
           DISPLAY 'EMPLOYEE  COUNT  '  REMIT-COUNT.
           DISPLAY 'MISMATCH  COUNT  '  LEDGER-MISMATCH-COUNT.
           DISPLAY 'TAX W/H   TOTAL  '  WS-TAX-GRAND.
           DISPLAY "9999-PROGRAM-EXIT - end".
