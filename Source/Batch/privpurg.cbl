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
      *    Privacy purge batch job - anonymizes the personal data of
      *    long-gone leavers. An employee qualifies once they are
      *    terminated (STATUS 'I'), settled by finalset (SETTLED =
      *    'Y') and their STATUSDT is older than the statutory
      *    retention period on the card. Report mode ('R') only lists
      *    who qualifies; purge mode ('P') overwrites the name and
      *    birth date on EMPLOYEE and every EMPLOYEE_HISTORY image,
      *    the address and numbers on EMPLOYEE_CONTACT, the account
      *    on EMPLOYEE_BANK and any bank change still parked on
      *    PENDING_CHANGE, the account on every BANK_CREDIT_LEG
      *    bankpay wrote for them, the e-mail address on every
      *    ESLIP_DISPATCH row, the account fraudchk quoted as the
      *    reference of their FR01 FRAUD_HIT rows, the DEPENDENT
      *    names, birth dates and accounts, the EMP_DOCUMENT numbers
      *    and the CANDIDATE row they were hired from. The EMPID
      *    itself, every code and every pay figure stay -
      *    PAYROLL_REGISTER, PF_MEMBER_LEDGER and EMPLOYEE_TAX_YTD
      *    are never touched, so pay, PF and tax history still foot
      *    under the EMPID.
      *    Each leaver is one unit of work, logged on
      *    PRIVACY_PURGE_LOG (which also keeps a rerun from purging
      *    them twice) and printed on the purge certificate with the
      *    rows anonymized per table and the pay rows retained.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    privpurg.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO CERTFL.
       DATA DIVISION.
       FILE SECTION.
      *
       FD  PRINT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRINT-RECORD.
       01  PRINT-RECORD PIC X(133).

       WORKING-STORAGE SECTION.
          EXEC SQL BEGIN DECLARE SECTION END-EXEC
      *    Defaults below are the dev connection; PRIVPURG-DBNAME,
      *    PRIVPURG-DBUSER and PRIVPURG-DBPASS environment variables
      *    (see GET-DB-CREDENTIALS-PARA) override them, same as
      *    emplist.cbl's EMPLIST_* variables.
       01 DATABASE-NAME PIC X(80) VALUE "ltpz_syntel:5432".
       01 USER-NAME     PIC X(80) VALUE "syntel".
       01 PASSWORD      PIC X(80) VALUE "syntel".
       01 WS-EMP-ID               PIC X(05).
       01 WS-EMP-STATUSDT         PIC X(10).
       01 WS-CUTOFF-DT            PIC X(10).
       01 WS-PURGE-NAME           PIC X(30).
       01 WS-PURGE-TS             PIC X(21).
       01 WS-ROW-COUNT            PIC S9(09) COMP.
       01 WS-TOTAL-ROWS           PIC S9(09) COMP.
       01 WS-RETAIN-YEARS         PIC 9(02) VALUE 08.
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
           05  WS-PRGCURVAL                PIC X(1).
               88  PRGC-EXIST                      VALUE 'F'.
               88  PRGC-NOTFND                     VALUE 'N'.
               88  PRGC-DBERR                      VALUE 'E'.
           05  WS-RUN-MODE                 PIC X(01) VALUE 'R'.
               88  MODE-REPORT                     VALUE 'R'.
               88  MODE-PROCESS                    VALUE 'P'.
           05  WS-PURGE-OK                 PIC X(01).
               88  PURGE-OK                        VALUE 'Y'.
               88  PURGE-FAILED                    VALUE 'N'.
           05  WS-CUTOFF-YYYY              PIC 9(04).
           05  WS-CURDATE                  PIC X(08).
           05  WS-FAILED-TABLE             PIC X(20).

      *    Rows anonymized per table for the current leaver, and the
      *    pay-history rows left in place under the EMPID.
       01  WS-PURGE-COUNTS.
           05  WS-CNT-EMPLOYEE             PIC 9(05).
           05  WS-CNT-HISTORY              PIC 9(05).
           05  WS-CNT-CONTACT              PIC 9(05).
           05  WS-CNT-BANK                 PIC 9(05).
           05  WS-CNT-PARKED               PIC 9(05).
           05  WS-CNT-DEPENDENT            PIC 9(05).
           05  WS-CNT-DOCUMENT             PIC 9(05).
           05  WS-CNT-CANDIDATE            PIC 9(05).
           05  WS-CNT-CREDLEG              PIC 9(05).
           05  WS-CNT-ESLIP                PIC 9(05).
           05  WS-CNT-FRAUD                PIC 9(05).
           05  WS-CNT-PAYREG               PIC 9(05).
           05  WS-CNT-PFLEDGER             PIC 9(05).
           05  WS-CNT-TAXYTD               PIC 9(05).

      *    Certificate lines - first byte is ANSI carriage control,
      *    the same print convention as hrletter.cbl.
       01  HDR-LINE-1.
           05  FILLER          PIC X(01) VALUE '1'.
           05  FILLER          PIC X(25) VALUE SPACES.
           05  FILLER          PIC X(34)
                   VALUE 'ATOS SYNTEL - HUMAN RESOURCES'.
           05  FILLER          PIC X(73) VALUE SPACES.

       01  HDR-LINE-2.
           05  FILLER          PIC X(01) VALUE ' '.
           05  FILLER          PIC X(25) VALUE SPACES.
           05  HDR-TITLE       PIC X(40).
           05  FILLER          PIC X(06) VALUE 'DATE: '.
           05  HDR-DATE        PIC X(10).
           05  FILLER          PIC X(51) VALUE SPACES.

       01  HDR-LINE-3.
           05  FILLER          PIC X(01) VALUE ' '.
           05  FILLER          PIC X(30)
                   VALUE 'RETENTION PERIOD (YEARS)    : '.
           05  HDR-RETAIN      PIC Z9.
           05  FILLER          PIC X(05) VALUE SPACES.
           05  FILLER          PIC X(30)
                   VALUE 'LEFT BEFORE                 : '.
           05  HDR-CUTOFF      PIC X(10).
           05  FILLER          PIC X(55) VALUE SPACES.

       01  COL-LINE.
           05  FILLER          PIC X(01) VALUE '0'.
           05  FILLER          PIC X(40)
                   VALUE 'EMPID LEFT ON           ----------------'.
           05  FILLER          PIC X(40)
                   VALUE '---- ANONYMIZED ROWS -------------------'.
           05  FILLER          PIC X(52)
                   VALUE '-- -- RETAINED ROWS --'.

       01  COL-LINE-2.
           05  FILLER          PIC X(01) VALUE ' '.
           05  FILLER          PIC X(40)
                   VALUE '                  EMPL  HIST  CONT  BANK'.
           05  FILLER          PIC X(40)
                   VALUE '  PARK  DEPN  DOCS  CAND  CRED  ESLP  FR'.
           05  FILLER          PIC X(52)
                   VALUE 'AU PAYREG  PFLED TAXYTD RESULT'.

       01  DETAIL-LINE.
           05  FILLER          PIC X(01) VALUE ' '.
           05  DTL-EMP-ID      PIC X(05).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DTL-STATUSDT    PIC X(10).
           05  DTL-EMPLOYEE    PIC ZZZZZ9.
           05  DTL-HISTORY     PIC ZZZZZ9.
           05  DTL-CONTACT     PIC ZZZZZ9.
           05  DTL-BANK        PIC ZZZZZ9.
           05  DTL-PARKED      PIC ZZZZZ9.
           05  DTL-DEPENDENT   PIC ZZZZZ9.
           05  DTL-DOCUMENT    PIC ZZZZZ9.
           05  DTL-CANDIDATE   PIC ZZZZZ9.
           05  DTL-CREDLEG     PIC ZZZZZ9.
           05  DTL-ESLIP       PIC ZZZZZ9.
           05  DTL-FRAUD       PIC ZZZZZ9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DTL-PAYREG      PIC ZZZZZ9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DTL-PFLEDGER    PIC ZZZZZ9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DTL-TAXYTD      PIC ZZZZZ9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DTL-RESULT      PIC X(27).

       01  TOTAL-LINE.
           05  FILLER          PIC X(01) VALUE '0'.
           05  TOT-LABEL       PIC X(30).
           05  TOT-COUNT       PIC ZZZ,ZZ9.
           05  FILLER          PIC X(95) VALUE SPACES.

       01  CERT-LINE.
           05  FILLER          PIC X(01) VALUE ' '.
           05  CERT-TEXT       PIC X(100).
           05  FILLER          PIC X(32) VALUE SPACES.

       01  WS-COUNTERS.
           05  EMP-COUNT                   PIC 9(10) VALUE ZEROES.
           05  PURGED-COUNT                PIC 9(10) VALUE ZEROES.
           05  FAILED-COUNT                PIC 9(10) VALUE ZEROES.

       01  WS-PARM-CARD                PIC X(80) VALUE SPACES.

       01  WS-ENV-VALUE                PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM PARM-CARD-PARA.
           PERFORM INIT-PARA.

           PERFORM PROCESS-DATA THRU PROCESS-EXIT
               UNTIL PRGC-NOTFND OR PRGC-DBERR.

           PERFORM PROGRAM-EXIT.
           DISPLAY "END OF PRIVACY PURGE RUN".

      ***************************************************
       PARM-CARD-PARA.
           DISPLAY "PARM-CARD-PARA - start".
      *    SYSIN 1-2 is the retention period in years after the
      *    leaving date (default 08); SYSIN 4 the mode - 'R' report
      *    who qualifies (the default) or 'P' purge them.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           IF WS-PARM-CARD(1:2) NOT = SPACES
              IF WS-PARM-CARD(1:2) IS NOT NUMERIC
                 OR WS-PARM-CARD(1:2) = '00'
                 DISPLAY "INVALID RETENTION YEARS IN SYSIN 1-2"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-PARM-CARD(1:2) TO WS-RETAIN-YEARS
           END-IF.
           IF WS-PARM-CARD(4:1) = 'P'
              MOVE 'P' TO WS-RUN-MODE
           ELSE
              IF WS-PARM-CARD(4:1) NOT = 'R'
                 AND WS-PARM-CARD(4:1) NOT = SPACE
                 DISPLAY "INVALID MODE IN SYSIN COLUMN 4 - "
                         "VALID R/P/BLANK"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
      *    Cut-off = today less the retention years; STATUSDT is
      *    YYYY-MM-DD, so a plain compare against it works.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURDATE.
           MOVE WS-CURDATE(1:4) TO WS-CUTOFF-YYYY.
           SUBTRACT WS-RETAIN-YEARS FROM WS-CUTOFF-YYYY.
           MOVE SPACES TO WS-CUTOFF-DT.
           STRING WS-CUTOFF-YYYY '-' WS-CURDATE(5:2) '-'
                  WS-CURDATE(7:2) DELIMITED BY SIZE
               INTO WS-CUTOFF-DT
           END-STRING.
           DISPLAY "PARM ECHO - RETAIN/" WS-RETAIN-YEARS
                   " MODE/" WS-RUN-MODE
                   " CUTOFF/" WS-CUTOFF-DT.
           DISPLAY "PARM-CARD-PARA - end".

      ***************************************************
       INIT-PARA.
           DISPLAY "1000-INIT - start".
           PERFORM CONNECT-TO-DATABASE.
           PERFORM PURGE-CURSOR-DECLARE.
           PERFORM PURGE-CURSOR-OPEN.
           OPEN OUTPUT PRINT-FILE.
           PERFORM WRITE-HEADER-PARA.
           DISPLAY "1000-INIT - END".

       INIT-EXIT.
           EXIT.

      ***************************************************
       PROCESS-DATA.
           PERFORM PURGE-CURSOR-FETCH.
           IF NOT PRGC-NOTFND AND NOT PRGC-DBERR
              ADD 1 TO EMP-COUNT
              PERFORM PURGE-EMPLOYEE-PARA THRU PURGE-EMPLOYEE-EXIT
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
      *    GET-DB-CREDENTIALS-PARA, under PRIVPURG_* names instead.
        GET-DB-CREDENTIALS-PARA.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "PRIVPURG_DBNAME".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO DATABASE-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "PRIVPURG_DBUSER".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO USER-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "PRIVPURG_DBPASS".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO PASSWORD
           END-IF.

      ***************************************************
      *    Settled leavers past the retention cut-off that have not
      *    been through a purge already.
        PURGE-CURSOR-DECLARE.
           DISPLAY "PURGE-CURSOR-DECLARE - START".
           EXEC SQL
              declare cur_purge cursor with hold for
              select e.empid, e.statusdt
                  from employee e
                  where e.status = 'I'
                    and e.settled = 'Y'
                    and e.statusdt not = ' '
                    and e.statusdt < :WS-CUTOFF-DT
                    and not exists
                        (select 1 from privacy_purge_log l
                          where l.empid = e.empid)
                  order by e.empid
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-PRGCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-PRGCURVAL
                 DISPLAY 'NOT FOUND - PURGE CURSOR DECLARE'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - PURGE CURSOR DECLARE'
                 MOVE 'E' TO WS-PRGCURVAL
           END-EVALUATE.
           DISPLAY "PURGE-CURSOR-DECLARE - END".

      ***************************************************
        PURGE-CURSOR-OPEN.
           DISPLAY "PURGE-CURSOR-OPEN - START".
           EXEC SQL
              open cur_purge;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-PRGCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-PRGCURVAL
                 DISPLAY 'NOT FOUND - PURGE CURSOR OPEN'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - PURGE CURSOR OPEN'
                 MOVE 'E' TO WS-PRGCURVAL
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           DISPLAY "PURGE-CURSOR-OPEN - END".

      ***************************************************
        PURGE-CURSOR-FETCH.
           MOVE SPACES TO WS-EMP-ID WS-EMP-STATUSDT.
           EXEC SQL
              fetch next cur_purge into
                :WS-EMP-ID,
                :WS-EMP-STATUSDT;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-PRGCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-PRGCURVAL
                 DISPLAY 'NOT FOUND - PURGE CURSOR FETCH'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - PURGE CURSOR FETCH'
                 MOVE 'E' TO WS-PRGCURVAL
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      ***************************************************
        WRITE-HEADER-PARA.
           MOVE SPACES TO HDR-DATE.
           STRING WS-CURDATE(1:4) '-' WS-CURDATE(5:2) '-'
                  WS-CURDATE(7:2) DELIMITED BY SIZE
               INTO HDR-DATE
           END-STRING.
           IF MODE-PROCESS
              MOVE 'PERSONAL DATA PURGE CERTIFICATE' TO HDR-TITLE
           ELSE
              MOVE 'PURGE CANDIDATES - NO DATA CHANGED'
                  TO HDR-TITLE
           END-IF.
           MOVE WS-RETAIN-YEARS TO HDR-RETAIN.
           MOVE WS-CUTOFF-DT    TO HDR-CUTOFF.
           WRITE PRINT-RECORD FROM HDR-LINE-1.
           WRITE PRINT-RECORD FROM HDR-LINE-2.
           WRITE PRINT-RECORD FROM HDR-LINE-3.
           WRITE PRINT-RECORD FROM COL-LINE.
           WRITE PRINT-RECORD FROM COL-LINE-2.

      ***************************************************
      *    One leaver: the retained pay rows are counted first, so
      *    the certificate shows what still foots under the EMPID;
      *    on purge mode every satellite table is then anonymized
      *    and the whole leaver committed, or rolled back as one if
      *    any table fails.
        PURGE-EMPLOYEE-PARA.
           INITIALIZE WS-PURGE-COUNTS.
           PERFORM COUNT-RETAINED-PARA.
           IF MODE-REPORT
              MOVE 'QUALIFIES - NOT PURGED' TO DTL-RESULT
              GO TO PURGE-EMPLOYEE-WRITE
           END-IF.

           MOVE 'Y' TO WS-PURGE-OK.
           MOVE SPACES TO WS-PURGE-NAME.
           STRING 'PURGED ' WS-EMP-ID
               DELIMITED BY SIZE INTO WS-PURGE-NAME
           END-STRING.
           MOVE FUNCTION CURRENT-DATE TO WS-PURGE-TS.
           PERFORM ANONYMIZE-MASTER-PARA.
           IF PURGE-OK
              PERFORM ANONYMIZE-CONTACT-PARA
           END-IF.
           IF PURGE-OK
              PERFORM ANONYMIZE-BANK-PARA
           END-IF.
           IF PURGE-OK
              PERFORM ANONYMIZE-DEPENDENT-PARA
           END-IF.
           IF PURGE-OK
              PERFORM ANONYMIZE-DOCUMENT-PARA
           END-IF.
           IF PURGE-OK
              PERFORM LOG-PURGE-PARA
           END-IF.

           IF PURGE-OK
              EXEC SQL
                   commit;
              END-EXEC
              ADD 1 TO PURGED-COUNT
              MOVE 'ANONYMIZED' TO DTL-RESULT
           ELSE
              EXEC SQL
                   rollback;
              END-EXEC
              ADD 1 TO FAILED-COUNT
              MOVE 4 TO RETURN-CODE
              INITIALIZE WS-PURGE-COUNTS
              PERFORM COUNT-RETAINED-PARA
              MOVE SPACES TO DTL-RESULT
              STRING 'FAILED ON ' WS-FAILED-TABLE
                  DELIMITED BY SIZE INTO DTL-RESULT
              END-STRING
              DISPLAY 'DB2 ERROR - PURGE ' WS-FAILED-TABLE
                      ' - ' WS-EMP-ID ' SQLCODE ' WS-SQLCODE
           END-IF.

       PURGE-EMPLOYEE-WRITE.
           MOVE WS-EMP-ID        TO DTL-EMP-ID.
           MOVE WS-EMP-STATUSDT  TO DTL-STATUSDT.
           MOVE WS-CNT-EMPLOYEE  TO DTL-EMPLOYEE.
           MOVE WS-CNT-HISTORY   TO DTL-HISTORY.
           MOVE WS-CNT-CONTACT   TO DTL-CONTACT.
           MOVE WS-CNT-BANK      TO DTL-BANK.
           MOVE WS-CNT-PARKED    TO DTL-PARKED.
           MOVE WS-CNT-DEPENDENT TO DTL-DEPENDENT.
           MOVE WS-CNT-DOCUMENT  TO DTL-DOCUMENT.
           MOVE WS-CNT-CANDIDATE TO DTL-CANDIDATE.
           MOVE WS-CNT-CREDLEG   TO DTL-CREDLEG.
           MOVE WS-CNT-ESLIP     TO DTL-ESLIP.
           MOVE WS-CNT-FRAUD     TO DTL-FRAUD.
           MOVE WS-CNT-PAYREG    TO DTL-PAYREG.
           MOVE WS-CNT-PFLEDGER  TO DTL-PFLEDGER.
           MOVE WS-CNT-TAXYTD    TO DTL-TAXYTD.
           WRITE PRINT-RECORD FROM DETAIL-LINE.

       PURGE-EMPLOYEE-EXIT.  EXIT.

      ***************************************************
      *    Pay, PF and tax rows held under the EMPID - read only.
        COUNT-RETAINED-PARA.
           MOVE ZERO TO WS-ROW-COUNT.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-ROW-COUNT
                   FROM PAYROLL_REGISTER
                   WHERE EMPID = :WS-EMP-ID
           END-EXEC.
           MOVE WS-ROW-COUNT TO WS-CNT-PAYREG.
           MOVE ZERO TO WS-ROW-COUNT.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-ROW-COUNT
                   FROM PF_MEMBER_LEDGER
                   WHERE EMPID = :WS-EMP-ID
           END-EXEC.
           MOVE WS-ROW-COUNT TO WS-CNT-PFLEDGER.
           MOVE ZERO TO WS-ROW-COUNT.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-ROW-COUNT
                   FROM EMPLOYEE_TAX_YTD
                   WHERE EMPID = :WS-EMP-ID
           END-EXEC.
           MOVE WS-ROW-COUNT TO WS-CNT-TAXYTD.

      ***************************************************
      *    Rows touched by the last UPDATE - none is not an error,
      *    most leavers have no row on some of the tables.
        CHECK-UPDATE-PARA.
           MOVE SQLCODE TO WS-SQLCODE.
           MOVE ZERO TO WS-ROW-COUNT.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE SQLERRD(3) TO WS-ROW-COUNT
              WHEN WS-SQL-RETURN-NO-ENTRY
                 CONTINUE
              WHEN OTHER
                 MOVE 'N' TO WS-PURGE-OK
           END-EVALUATE.

      ***************************************************
      *    The master row and every history image of it. The name
      *    follows maskextr's placeholder style so listings still
      *    read sensibly; the change is fed downstream like any
      *    other EMPLOYEE change.
        ANONYMIZE-MASTER-PARA.
           MOVE 'EMPLOYEE' TO WS-FAILED-TABLE.
           EXEC SQL
               UPDATE EMPLOYEE
                   SET EMPNAME = :WS-PURGE-NAME,
                       BIRTHDT = ' ',
                       CHANGED-BY = 'PRIVPURG'
                   WHERE EMPID = :WS-EMP-ID
           END-EXEC.
           PERFORM CHECK-UPDATE-PARA.
           MOVE WS-ROW-COUNT TO WS-CNT-EMPLOYEE.
           IF PURGE-OK
              MOVE 'EMPLOYEE_HISTORY' TO WS-FAILED-TABLE
              EXEC SQL
                  UPDATE EMPLOYEE_HISTORY
                      SET EMPNAME = :WS-PURGE-NAME
                      WHERE EMPID = :WS-EMP-ID
              END-EXEC
              PERFORM CHECK-UPDATE-PARA
              MOVE WS-ROW-COUNT TO WS-CNT-HISTORY
           END-IF.
           IF PURGE-OK
              MOVE 'CANDIDATE' TO WS-FAILED-TABLE
              EXEC SQL
                  UPDATE CANDIDATE
                      SET CAND-NAME = :WS-PURGE-NAME,
                          CONTACT = ' ',
                          BIRTHDT = ' ',
                          CHANGED-BY = 'PRIVPURG'
                      WHERE HIRED-EMPID = :WS-EMP-ID
              END-EXEC
              PERFORM CHECK-UPDATE-PARA
              MOVE WS-ROW-COUNT TO WS-CNT-CANDIDATE
           END-IF.
           IF PURGE-OK
              MOVE 'HR_EXTRACT_FEED' TO WS-FAILED-TABLE
              EXEC SQL
                  INSERT INTO HR_EXTRACT_FEED
                      (SOURCE-TABLE, SOURCE-KEY, CHANGE-ACTION,
                       CHANGE-TS)
                      VALUES ('EMPLOYEE', :WS-EMP-ID, 'C',
                              :WS-PURGE-TS)
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              IF NOT WS-SQL-RETURN-NORMAL
                 MOVE 'N' TO WS-PURGE-OK
              END-IF
           END-IF.

      ***************************************************
        ANONYMIZE-CONTACT-PARA.
           MOVE 'EMPLOYEE_CONTACT' TO WS-FAILED-TABLE.
           EXEC SQL
               UPDATE EMPLOYEE_CONTACT
                   SET ADDR1 = 'PURGED',
                       ADDR2 = ' ',
                       CITY = ' ',
                       POSTCODE = ' ',
                       PHONE = ' ',
                       EMAIL = ' ',
                       CHANGED-BY = 'PRIVPURG'
                   WHERE EMPID = :WS-EMP-ID
           END-EXEC.
           PERFORM CHECK-UPDATE-PARA.
           MOVE WS-ROW-COUNT TO WS-CNT-CONTACT.
           IF PURGE-OK
              MOVE 'ESLIP_DISPATCH' TO WS-FAILED-TABLE
              EXEC SQL
                  UPDATE ESLIP_DISPATCH
                      SET EMAIL = ' '
                      WHERE EMPID = :WS-EMP-ID
              END-EXEC
              PERFORM CHECK-UPDATE-PARA
              MOVE WS-ROW-COUNT TO WS-CNT-ESLIP
           END-IF.

      ***************************************************
      *    The salary account(s) - primary and any split
      *    secondaries - any bank change EBNKMANT parked for
      *    approval that never got actioned, the account on each
      *    credit leg bankpay recorded, and the account fraudchk's
      *    shared-account check (FR01) keeps as the hit reference.
        ANONYMIZE-BANK-PARA.
           MOVE 'EMPLOYEE_BANK' TO WS-FAILED-TABLE.
           EXEC SQL
               UPDATE EMPLOYEE_BANK
                   SET ACCTNO = ' ',
                       BANKCODE = ' ',
                       ACCTNAME = :WS-PURGE-NAME,
                       CHANGED-BY = 'PRIVPURG'
                   WHERE EMPID = :WS-EMP-ID
           END-EXEC.
           PERFORM CHECK-UPDATE-PARA.
           MOVE WS-ROW-COUNT TO WS-CNT-BANK.
           IF PURGE-OK
              MOVE 'PENDING_CHANGE' TO WS-FAILED-TABLE
              EXEC SQL
                  UPDATE PENDING_CHANGE
                      SET NEW-VAL1 = ' ',
                          NEW-VAL2 = ' ',
                          NEW-VAL3 = ' '
                      WHERE CHANGE-SOURCE = 'EBNKMANT'
                        AND SUBSTR(CHANGE-KEY, 1, 5) = :WS-EMP-ID
              END-EXEC
              PERFORM CHECK-UPDATE-PARA
              MOVE WS-ROW-COUNT TO WS-CNT-PARKED
           END-IF.
           IF PURGE-OK
              MOVE 'BANK_CREDIT_LEG' TO WS-FAILED-TABLE
              EXEC SQL
                  UPDATE BANK_CREDIT_LEG
                      SET ACCTNO = ' '
                      WHERE EMPID = :WS-EMP-ID
              END-EXEC
              PERFORM CHECK-UPDATE-PARA
              MOVE WS-ROW-COUNT TO WS-CNT-CREDLEG
           END-IF.
           IF PURGE-OK
              MOVE 'FRAUD_HIT' TO WS-FAILED-TABLE
              EXEC SQL
                  UPDATE FRAUD_HIT
                      SET HIT-REF = ' '
                      WHERE EMPID = :WS-EMP-ID
                        AND CHECK-ID = 'FR01'
              END-EXEC
              PERFORM CHECK-UPDATE-PARA
              MOVE WS-ROW-COUNT TO WS-CNT-FRAUD
           END-IF.

      ***************************************************
      *    RELATION and BENEPCT stay - they are not identifying,
      *    and finalset's beneficiary split history refers to them.
        ANONYMIZE-DEPENDENT-PARA.
           MOVE 'DEPENDENT' TO WS-FAILED-TABLE.
           EXEC SQL
               UPDATE DEPENDENT
                   SET DEPNAME = 'PURGED',
                       BIRTHDT = ' ',
                       ACCTNO = ' ',
                       BANKCODE = ' ',
                       CHANGED-BY = 'PRIVPURG'
                   WHERE EMPID = :WS-EMP-ID
           END-EXEC.
           PERFORM CHECK-UPDATE-PARA.
           MOVE WS-ROW-COUNT TO WS-CNT-DEPENDENT.

      ***************************************************
        ANONYMIZE-DOCUMENT-PARA.
           MOVE 'EMP_DOCUMENT' TO WS-FAILED-TABLE.
           EXEC SQL
               UPDATE EMP_DOCUMENT
                   SET DOC-NUMBER = 'PURGED',
                       CHANGED-BY = 'PRIVPURG'
                   WHERE EMPID = :WS-EMP-ID
           END-EXEC.
           PERFORM CHECK-UPDATE-PARA.
           MOVE WS-ROW-COUNT TO WS-CNT-DOCUMENT.

      ***************************************************
      *    The permanent record of the purge - what was anonymized
      *    and when - and the marker that keeps the cursor from
      *    selecting the leaver again.
        LOG-PURGE-PARA.
           MOVE 'PRIVACY_PURGE_LOG' TO WS-FAILED-TABLE.
           COMPUTE WS-TOTAL-ROWS = WS-CNT-EMPLOYEE + WS-CNT-HISTORY
                                 + WS-CNT-CONTACT + WS-CNT-BANK
                                 + WS-CNT-PARKED + WS-CNT-DEPENDENT
                                 + WS-CNT-DOCUMENT + WS-CNT-CANDIDATE
                                 + WS-CNT-CREDLEG + WS-CNT-ESLIP
                                 + WS-CNT-FRAUD.
           EXEC SQL
               INSERT INTO PRIVACY_PURGE_LOG
                   (EMPID, STATUSDT, RETAIN-YEARS, ROWS-ANONYMIZED,
                    PURGED-BY, PURGED-TS)
                   VALUES (:WS-EMP-ID, :WS-EMP-STATUSDT,
                           :WS-RETAIN-YEARS, :WS-TOTAL-ROWS,
                           'PRIVPURG', :WS-PURGE-TS)
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE 'N' TO WS-PURGE-OK
           END-IF.

      ***************************************************
       PROGRAM-EXIT.
           DISPLAY "9999-PROGRAM-EXIT - start".

           MOVE 'LEAVERS QUALIFYING          :' TO TOT-LABEL.
           MOVE EMP-COUNT TO TOT-COUNT.
           WRITE PRINT-RECORD FROM TOTAL-LINE.
           IF MODE-PROCESS
              MOVE 'LEAVERS ANONYMIZED          :' TO TOT-LABEL
              MOVE PURGED-COUNT TO TOT-COUNT
              WRITE PRINT-RECORD FROM TOTAL-LINE
              MOVE 'LEAVERS FAILED - NOT PURGED :' TO TOT-LABEL
              MOVE FAILED-COUNT TO TOT-COUNT
              WRITE PRINT-RECORD FROM TOTAL-LINE
              MOVE 'PERSONAL DATA OF THE EMPIDS MARKED ANONYMIZED HAS'
                & ' BEEN IRREVERSIBLY OVERWRITTEN AS COUNTED ABOVE.'
                  TO CERT-TEXT
              WRITE PRINT-RECORD FROM CERT-LINE
              MOVE 'PAYROLL_REGISTER, PF_MEMBER_LEDGER AND EMPLOYEE_T'
                & 'AX_YTD ROWS WERE RETAINED UNCHANGED UNDER EACH EMPID'
                  TO CERT-TEXT
              WRITE PRINT-RECORD FROM CERT-LINE
           END-IF.
           CLOSE PRINT-FILE.

           EXEC SQL
                disconnect all;
           END-EXEC

           DISPLAY 'QUALIFYING COUNT '  EMP-COUNT.
           DISPLAY 'PURGED     COUNT '  PURGED-COUNT.
           DISPLAY 'FAILED     COUNT '  FAILED-COUNT.
           DISPLAY "9999-PROGRAM-EXIT - end".
