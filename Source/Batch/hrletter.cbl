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
      *    HR letter print batch job - works the LETTER_REQUEST queue
      *    LTRQMANT feeds and prints every queued letter for the
      *    print spool, one letter per page, under the same company
      *    header line payslip.cbl uses: salary certificates (last
      *    paid month off PAYROLL_REGISTER, else EMPLOYEE_PAY),
      *    employment verification and relieving/experience letters
      *    (service dates from HIREDT and STATUSDT) and pay-revision
      *    letters (EMPLOYEE_PAY against the latest
      *    EMPLOYEE_PAY_HISTORY row). The address block comes from
      *    EMPLOYEE_CONTACT as on the pay slip. Every letter is
      *    issued under a reference number off the NUMBER_CONTROL
      *    'LETTER' row, logged on HR_LETTER_LOG and stamped back on
      *    its request, so HR can prove what went out and when.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    hrletter.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO PRNTFL.
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
      *    Defaults below are the dev connection; HRLETTER-DBNAME,
      *    HRLETTER-DBUSER and HRLETTER-DBPASS environment variables
      *    (see GET-DB-CREDENTIALS-PARA) override them, same as
      *    emplist.cbl's EMPLIST_* variables.
       01 DATABASE-NAME PIC X(80) VALUE "ltpz_syntel:5432".
       01 USER-NAME     PIC X(80) VALUE "syntel".
       01 PASSWORD      PIC X(80) VALUE "syntel".
       01 WS-LTR-REQ-ID           PIC X(06).
       01 WS-EMP-ID               PIC X(05).
       01 WS-LETTER-TYPE          PIC X(01).
       01 WS-ADDRESSEE            PIC X(30).
       01 WS-PURPOSE              PIC X(30).
       01 WS-EMP-NAME             PIC X(30).
       01 WS-DEPT-DESC            PIC X(50).
       01 WS-DESG-DESC            PIC X(50).
       01 WS-HIREDT               PIC X(10).
       01 WS-STATUSDT             PIC X(10).
       01 WS-ADDR1                PIC X(30).
       01 WS-ADDR2                PIC X(30).
       01 WS-CITY                 PIC X(20).
       01 WS-POSTCODE             PIC X(10).
       01 WS-LAST-PERIOD          PIC X(06).
       01 WS-GROSS                PIC S9(07)V99.
       01 WS-NET                  PIC S9(07)V99.
       01 WS-BASIC                PIC 9(05)V99.
       01 WS-HRA                  PIC 9(05)V99.
       01 WS-OLD-BASIC            PIC 9(05)V99.
       01 WS-OLD-HRA              PIC 9(05)V99.
       01 WS-REVISED-TS           PIC X(21).
       01 WS-LAST-LTRSEQ          PIC 9(06).
       01 WS-NEXT-LTRSEQ          PIC 9(06).
       01 WS-LETTER-REF           PIC X(12).
       01 WS-ISSUE-TS             PIC X(21).
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
           05  WS-LTRCURVAL                PIC X(1).
               88  LTRC-EXIST                      VALUE 'F'.
               88  LTRC-NOTFND                     VALUE 'N'.
               88  LTRC-DBERR                      VALUE 'E'.
           05  WS-TODAY                    PIC X(10).
           05  WS-AMOUNT-ED                PIC Z,ZZZ,ZZ9.99.
           05  WS-AMOUNT2-ED               PIC Z,ZZZ,ZZ9.99.

      *    Print lines - first byte is ANSI carriage control; '1'
      *    starts each letter on a fresh page for the spool. The
      *    header wording matches payslip.cbl's HDR-LINE-1.
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
           05  REQUEST-COUNT               PIC 9(10) VALUE ZEROES.
           05  LETTER-COUNT                PIC 9(10) VALUE ZEROES.

       01  WS-ENV-VALUE                PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM INIT-PARA.

           PERFORM PROCESS-DATA THRU PROCESS-EXIT
               UNTIL LTRC-NOTFND OR LTRC-DBERR.

           IF LTRC-DBERR
              DISPLAY 'RUN ENDED ON DB2 CURSOR ERROR'
              MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-EXIT.
           DISPLAY "END OF HR LETTER PRINT RUN".

      ***************************************************
       INIT-PARA.
           DISPLAY "1000-INIT - start".
           PERFORM CONNECT-TO-DATABASE.
           MOVE SPACES TO WS-TODAY.
           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
               INTO WS-TODAY
           END-STRING.
           PERFORM LTR-CURSOR-DECLARE.
           PERFORM LTR-CURSOR-OPEN.
           OPEN OUTPUT PRINT-FILE.
           DISPLAY "1000-INIT - END".

       INIT-EXIT.
           EXIT.

      ***************************************************
       PROCESS-DATA.
           PERFORM LTR-CURSOR-FETCH.
           IF LTRC-NOTFND OR LTRC-DBERR
              GO TO PROCESS-EXIT
           END-IF.
           ADD 1 TO REQUEST-COUNT.
           PERFORM ASSIGN-LETTER-REF-PARA.
           PERFORM CONTACT-LOOKUP-PARA.
           PERFORM PRINT-LETTER-PARA.
           PERFORM LOG-LETTER-PARA.

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
      *    GET-DB-CREDENTIALS-PARA, under HRLETTER_* names instead.
        GET-DB-CREDENTIALS-PARA.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "HRLETTER_DBNAME".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO DATABASE-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "HRLETTER_DBUSER".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO USER-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "HRLETTER_DBPASS".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO PASSWORD
           END-IF.

      ***************************************************
        LTR-CURSOR-DECLARE.
           DISPLAY "LTR-CURSOR-DECLARE - START".
           EXEC SQL
              declare cur_letter cursor for
              select l.ltr-req-id, l.empid, l.letter-type,
                     l.addressee, l.purpose, e.empname,
                     coalesce(d.deptdesc, ' '),
                     coalesce(g.desgdesc, ' '),
                     e.hiredt, coalesce(e.statusdt, ' ')
                  from letter_request l
                  join employee e on e.empid = l.empid
                  left join department d on d.deptcode = e.deptcode
                  left join designation g on g.desgcode = e.desgcode
                  where l.req-status = 'Q'
                  order by l.ltr-req-id
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-LTRCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-LTRCURVAL
                 DISPLAY 'NOT FOUND - LTR CURSOR DECLARE'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - LTR CURSOR DECLARE'
                 MOVE 'E' TO WS-LTRCURVAL
           END-EVALUATE.
           DISPLAY "LTR-CURSOR-DECLARE - END".

      ***************************************************
        LTR-CURSOR-OPEN.
           DISPLAY "LTR-CURSOR-OPEN - START".
           EXEC SQL
              open cur_letter;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-LTRCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-LTRCURVAL
                 DISPLAY 'NOT FOUND - LTR CURSOR OPEN'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - LTR CURSOR OPEN'
                 MOVE 'E' TO WS-LTRCURVAL
           END-EVALUATE.
           DISPLAY "LTR-CURSOR-OPEN - END".

      ***************************************************
        LTR-CURSOR-FETCH.
           MOVE SPACES TO WS-ADDRESSEE WS-PURPOSE WS-EMP-NAME.
           MOVE SPACES TO WS-DEPT-DESC WS-DESG-DESC.
           MOVE SPACES TO WS-HIREDT WS-STATUSDT.
           EXEC SQL
              fetch next cur_letter into
                :WS-LTR-REQ-ID,
                :WS-EMP-ID,
                :WS-LETTER-TYPE,
                :WS-ADDRESSEE,
                :WS-PURPOSE,
                :WS-EMP-NAME,
                :WS-DEPT-DESC,
                :WS-DESG-DESC,
                :WS-HIREDT,
                :WS-STATUSDT;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-LTRCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-LTRCURVAL
                 DISPLAY 'NOT FOUND - LTR CURSOR FETCH'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - LTR CURSOR FETCH'
                 MOVE 'E' TO WS-LTRCURVAL
           END-EVALUATE.

      ***************************************************
      *    Next letter number off the NUMBER_CONTROL 'LETTER' row,
      *    read under lock and incremented in the same unit of work
      *    - chqrun's ASSIGN-CHEQUE-NO-PARA discipline. The
      *    reference is HR, the issue year and the six-digit
      *    number. A missing control row stops the job: a letter
      *    with no reference is exactly what this run replaces.
        ASSIGN-LETTER-REF-PARA.
           MOVE ZEROES TO WS-LAST-LTRSEQ WS-NEXT-LTRSEQ.
           EXEC SQL
               SELECT LAST-ASSIGNED
                   INTO :WS-LAST-LTRSEQ
                   FROM NUMBER_CONTROL
                   WHERE CONTROL-NAME = 'LETTER'
                   FOR UPDATE
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 COMPUTE WS-NEXT-LTRSEQ = WS-LAST-LTRSEQ + 1
                 EXEC SQL
                     UPDATE NUMBER_CONTROL
                         SET LAST-ASSIGNED = :WS-NEXT-LTRSEQ,
                             CHANGED-BY = 'HRLETTER'
                         WHERE CONTROL-NAME = 'LETTER'
                 END-EXEC
                 MOVE SQLCODE TO WS-SQLCODE
                 IF NOT WS-SQL-RETURN-NORMAL
                    DISPLAY 'DB2 ERROR - LETTER NUMBER UPDATE'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              WHEN OTHER
                 DISPLAY "NO LETTER NUMBER CONTROL ROW - RUN "
                         "STOPPED"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.
           MOVE SPACES TO WS-LETTER-REF.
           STRING 'HR' WS-TODAY(1:4) WS-NEXT-LTRSEQ
               DELIMITED BY SIZE INTO WS-LETTER-REF
           END-STRING.

      ***************************************************
      *    Address block off EMPLOYEE_CONTACT, as payslip.cbl's
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
      *    Header, reference and date, the employee's address
      *    block, the addressee, then the body for the letter type.
        PRINT-LETTER-PARA.
           WRITE PRINT-RECORD FROM HDR-LINE-1.
           WRITE PRINT-RECORD FROM BLANK-LINE.
           MOVE WS-LETTER-REF TO REF-OUT.
           MOVE WS-TODAY      TO REF-DATE-OUT.
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

           IF WS-ADDRESSEE = SPACES
              MOVE 'TO WHOM IT MAY CONCERN' TO TEXT-OUT
           ELSE
              MOVE WS-ADDRESSEE TO TEXT-OUT
           END-IF.
           WRITE PRINT-RECORD FROM TEXT-LINE.
           WRITE PRINT-RECORD FROM BLANK-LINE.

           EVALUATE WS-LETTER-TYPE
              WHEN 'S'
                 PERFORM SALARY-CERT-PARA
              WHEN 'V'
                 PERFORM VERIFICATION-PARA
              WHEN 'R'
                 PERFORM RELIEVING-PARA
              WHEN 'P'
                 PERFORM PAY-REVISION-PARA
           END-EVALUATE.

           IF WS-PURPOSE NOT = SPACES
              WRITE PRINT-RECORD FROM BLANK-LINE
              MOVE SPACES TO TEXT-OUT
              STRING 'THIS LETTER IS ISSUED FOR '
                     FUNCTION TRIM(WS-PURPOSE) '.'
                  DELIMITED BY SIZE INTO TEXT-OUT
              END-STRING
              WRITE PRINT-RECORD FROM TEXT-LINE
           END-IF.
           WRITE PRINT-RECORD FROM BLANK-LINE.
           WRITE PRINT-RECORD FROM BLANK-LINE.
           MOVE 'FOR ATOS SYNTEL' TO TEXT-OUT.
           WRITE PRINT-RECORD FROM TEXT-LINE.
           MOVE 'HUMAN RESOURCES' TO TEXT-OUT.
           WRITE PRINT-RECORD FROM TEXT-LINE.
           ADD 1 TO LETTER-COUNT.

      ***************************************************
        SERVICE-LINE-PARA.
           MOVE SPACES TO TEXT-OUT.
           STRING 'THIS IS TO CERTIFY THAT '
                  FUNCTION TRIM(WS-EMP-NAME) ' (EMPLOYEE ID '
                  WS-EMP-ID ')'
               DELIMITED BY SIZE INTO TEXT-OUT
           END-STRING.
           WRITE PRINT-RECORD FROM TEXT-LINE.

      ***************************************************
      *    Last paid month off the payroll register; an employee
      *    not yet through a pay run is certified at the standing
      *    EMPLOYEE_PAY basic and HRA instead.
        SALARY-CERT-PARA.
           PERFORM SERVICE-LINE-PARA.
           MOVE SPACES TO TEXT-OUT.
           STRING 'IS EMPLOYED WITH US SINCE ' WS-HIREDT
                  ' AS ' FUNCTION TRIM(WS-DESG-DESC)
               DELIMITED BY SIZE INTO TEXT-OUT
           END-STRING.
           WRITE PRINT-RECORD FROM TEXT-LINE.

           MOVE SPACES TO WS-LAST-PERIOD.
           MOVE ZEROES TO WS-GROSS WS-NET.
           EXEC SQL
               SELECT PAY-PERIOD,
                      SUM(BASICPAY + HRA + CONVPAY + MEDPAY
                          + ARREARS + OTPAY + ACTALLOW
                          + EXPREIMB + SHIFTALW),
                      SUM(NETPAY)
                   INTO :WS-LAST-PERIOD, :WS-GROSS, :WS-NET
                   FROM PAYROLL_REGISTER
                   WHERE EMPID = :WS-EMP-ID
                     AND PAY-PERIOD =
                         (SELECT MAX(R.PAY-PERIOD)
                              FROM PAYROLL_REGISTER R
                              WHERE R.EMPID = :WS-EMP-ID)
                   GROUP BY PAY-PERIOD
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              MOVE WS-GROSS TO WS-AMOUNT-ED
              MOVE WS-NET   TO WS-AMOUNT2-ED
              MOVE SPACES TO TEXT-OUT
              STRING 'AND FOR THE PAY PERIOD ' WS-LAST-PERIOD
                     ' WAS PAID GROSS EARNINGS OF ' WS-AMOUNT-ED
                  DELIMITED BY SIZE INTO TEXT-OUT
              END-STRING
              WRITE PRINT-RECORD FROM TEXT-LINE
              MOVE SPACES TO TEXT-OUT
              STRING 'WITH NET PAY OF ' WS-AMOUNT2-ED '.'
                  DELIMITED BY SIZE INTO TEXT-OUT
              END-STRING
              WRITE PRINT-RECORD FROM TEXT-LINE
           ELSE
              PERFORM CURRENT-PAY-PARA
              MOVE WS-BASIC TO WS-AMOUNT-ED
              MOVE WS-HRA   TO WS-AMOUNT2-ED
              MOVE SPACES TO TEXT-OUT
              STRING 'ON A MONTHLY BASIC PAY OF ' WS-AMOUNT-ED
                     ' AND HRA OF ' WS-AMOUNT2-ED '.'
                  DELIMITED BY SIZE INTO TEXT-OUT
              END-STRING
              WRITE PRINT-RECORD FROM TEXT-LINE
           END-IF.

      ***************************************************
        VERIFICATION-PARA.
           PERFORM SERVICE-LINE-PARA.
           MOVE SPACES TO TEXT-OUT.
           STRING 'HAS BEEN EMPLOYED WITH US SINCE ' WS-HIREDT
                  ' AND IS CURRENTLY WORKING AS '
                  FUNCTION TRIM(WS-DESG-DESC)
               DELIMITED BY SIZE INTO TEXT-OUT
           END-STRING.
           WRITE PRINT-RECORD FROM TEXT-LINE.
           MOVE SPACES TO TEXT-OUT.
           STRING 'IN THE ' FUNCTION TRIM(WS-DEPT-DESC)
                  ' DEPARTMENT.'
               DELIMITED BY SIZE INTO TEXT-OUT
           END-STRING.
           WRITE PRINT-RECORD FROM TEXT-LINE.

      ***************************************************
        RELIEVING-PARA.
           PERFORM SERVICE-LINE-PARA.
           MOVE SPACES TO TEXT-OUT.
           STRING 'WAS EMPLOYED WITH US FROM ' WS-HIREDT
                  ' TO ' WS-STATUSDT ', LAST AS '
                  FUNCTION TRIM(WS-DESG-DESC)
               DELIMITED BY SIZE INTO TEXT-OUT
           END-STRING.
           WRITE PRINT-RECORD FROM TEXT-LINE.
           MOVE SPACES TO TEXT-OUT.
           STRING 'IN THE ' FUNCTION TRIM(WS-DEPT-DESC)
                  ' DEPARTMENT, AND HAS BEEN RELIEVED OF ALL DUTIES.'
               DELIMITED BY SIZE INTO TEXT-OUT
           END-STRING.
           WRITE PRINT-RECORD FROM TEXT-LINE.
           MOVE 'WE WISH THEM EVERY SUCCESS IN THE FUTURE.'
                TO TEXT-OUT.
           WRITE PRINT-RECORD FROM TEXT-LINE.

      ***************************************************
      *    New figures are the standing EMPLOYEE_PAY row; the old
      *    ones and the revision date are the latest history row
      *    EPAYMANT/pendappl wrote when the pay last changed.
        PAY-REVISION-PARA.
           PERFORM CURRENT-PAY-PARA.
           MOVE ZEROES TO WS-OLD-BASIC WS-OLD-HRA.
           MOVE SPACES TO WS-REVISED-TS.
           EXEC SQL
               SELECT H.OLD-BASICPAY, H.OLD-HRA, H.EFFECTIVE-TS
                   INTO :WS-OLD-BASIC, :WS-OLD-HRA, :WS-REVISED-TS
                   FROM EMPLOYEE_PAY_HISTORY H
                   WHERE H.EMPID = :WS-EMP-ID
                     AND H.EFFECTIVE-TS =
                         (SELECT MAX(X.EFFECTIVE-TS)
                              FROM EMPLOYEE_PAY_HISTORY X
                              WHERE X.EMPID = :WS-EMP-ID)
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.

           MOVE SPACES TO TEXT-OUT.
           STRING 'DEAR ' FUNCTION TRIM(WS-EMP-NAME) ','
               DELIMITED BY SIZE INTO TEXT-OUT
           END-STRING.
           WRITE PRINT-RECORD FROM TEXT-LINE.
           WRITE PRINT-RECORD FROM BLANK-LINE.
           MOVE 'WE ARE PLEASED TO CONFIRM THE REVISION OF YOUR PAY'
                TO TEXT-OUT.
           WRITE PRINT-RECORD FROM TEXT-LINE.
           IF WS-SQL-RETURN-NORMAL
              MOVE SPACES TO TEXT-OUT
              STRING 'WITH EFFECT FROM ' WS-REVISED-TS(1:10)
                     ', FROM A MONTHLY BASIC PAY OF '
                  DELIMITED BY SIZE INTO TEXT-OUT
              END-STRING
              WRITE PRINT-RECORD FROM TEXT-LINE
              MOVE WS-OLD-BASIC TO WS-AMOUNT-ED
              MOVE WS-OLD-HRA   TO WS-AMOUNT2-ED
              MOVE SPACES TO TEXT-OUT
              STRING WS-AMOUNT-ED ' AND HRA OF ' WS-AMOUNT2-ED
                  DELIMITED BY SIZE INTO TEXT-OUT
              END-STRING
              WRITE PRINT-RECORD FROM TEXT-LINE
           END-IF.
           MOVE WS-BASIC TO WS-AMOUNT-ED.
           MOVE WS-HRA   TO WS-AMOUNT2-ED.
           MOVE SPACES TO TEXT-OUT.
           STRING 'TO A MONTHLY BASIC PAY OF ' WS-AMOUNT-ED
                  ' AND HRA OF ' WS-AMOUNT2-ED '.'
               DELIMITED BY SIZE INTO TEXT-OUT
           END-STRING.
           WRITE PRINT-RECORD FROM TEXT-LINE.

      ***************************************************
        CURRENT-PAY-PARA.
           MOVE ZEROES TO WS-BASIC WS-HRA.
           EXEC SQL
               SELECT BASICPAY, HRA
                   INTO :WS-BASIC, :WS-HRA
                   FROM EMPLOYEE_PAY
                   WHERE EMPID = :WS-EMP-ID
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE ZEROES TO WS-BASIC WS-HRA
           END-IF.

      ***************************************************
      *    The issue log row is the proof of what went out; the
      *    request is then closed with the same reference.
        LOG-LETTER-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-ISSUE-TS.
           EXEC SQL
               INSERT INTO HR_LETTER_LOG
                   (LETTER-REF, LTR-REQ-ID, EMPID, LETTER-TYPE,
                    ADDRESSEE, ISSUED-BY, ISSUED-TS)
                   VALUES (:WS-LETTER-REF, :WS-LTR-REQ-ID,
                           :WS-EMP-ID, :WS-LETTER-TYPE,
                           :WS-ADDRESSEE, 'HRLETTER', :WS-ISSUE-TS)
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              DISPLAY 'DB2 ERROR - LETTER LOG INSERT ' WS-LETTER-REF
           END-IF.

           EXEC SQL
               UPDATE LETTER_REQUEST
                   SET REQ-STATUS = 'G',
                       LETTER-REF = :WS-LETTER-REF,
                       GENERATED-TS = :WS-ISSUE-TS
                   WHERE LTR-REQ-ID = :WS-LTR-REQ-ID
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              DISPLAY 'DB2 ERROR - REQUEST UPDATE ' WS-LTR-REQ-ID
           END-IF.

      ***************************************************
       PROGRAM-EXIT.
           DISPLAY "9999-PROGRAM-EXIT - start".

           CLOSE PRINT-FILE.

           EXEC SQL
                commit;
           END-EXEC

           EXEC SQL
                disconnect all;
           END-EXEC

           DISPLAY 'REQUESTS READ  '  REQUEST-COUNT.
           DISPLAY 'LETTERS ISSUED '  LETTER-COUNT.
           DISPLAY "9999-PROGRAM-EXIT - end".
