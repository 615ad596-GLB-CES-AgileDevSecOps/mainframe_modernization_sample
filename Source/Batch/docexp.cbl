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
      *    Employee document expiry batch job - every EMP_DOCUMENT
      *    row (EDOCMANT) whose expiry date falls inside the SYSIN
      *    horizon (the same look-ahead convention as probatn's and
      *    certexp's cards) goes on the report, already-expired
      *    documents flagged harder than merely-expiring ones, so a
      *    lapsing visa or permit is chased by us before an auditor
      *    finds it. A work permit ('W') that has actually lapsed
      *    also places the employee on PAY_HOLD, exactly the hold
      *    PHLDMANT's 'H' action writes, so bankpay withholds the net
      *    until the renewed permit is keyed and the hold released.
      *    Inactive employees are left out.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    docexp.
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
      *    Defaults below are the dev connection; DOCEXP_DBNAME,
      *    DOCEXP_DBUSER and DOCEXP_DBPASS environment variables
      *    (see GET-DB-CREDENTIALS-PARA) override them, same as
      *    emplist.cbl's EMPLIST_* variables.
       01 DATABASE-NAME PIC X(80) VALUE "ltpz_syntel:5432".
       01 USER-NAME     PIC X(80) VALUE "syntel".
       01 PASSWORD      PIC X(80) VALUE "syntel".
       01 WS-EMP-ID               PIC X(05).
       01 WS-DOC-TYPE             PIC X(01).
       01 WS-DOC-NUMBER           PIC X(20).
       01 WS-ISSUE-COUNTRY        PIC X(03).
       01 WS-EXPIRY-DATE          PIC X(10).
       01 WS-TODAY-ISO            PIC X(10).
       01 WS-CUTOFF-ISO           PIC X(10).
      *    Pay-hold fields - the same PAY_HOLD row PHLDMANT keeps,
      *    one per EMPID.
       01 WS-HOLD-STATUS          PIC X(01).
       01 WS-HOLD-REASON          PIC X(40).
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
           05  WS-DOCCURVAL                PIC X(1).
               88  DOCC-EXIST                      VALUE 'F'.
               88  DOCC-NOTFND                     VALUE 'N'.
               88  DOCC-DBERR                      VALUE 'E'.
           05  WS-HORIZON-DAYS             PIC 9(03) VALUE 90.
           05  WS-TODAY-INT                PIC 9(09) COMP.
           05  WS-CUTOFF-INT               PIC 9(09) COMP.
           05  WS-CALC-YYYYMMDD            PIC 9(08).

       01  DETAIL-RECORD.
           10  DXP-EMP-ID                  PIC X(05).
           10  FILLER                      PIC X(01) VALUE ','.
           10  DXP-DOC-TYPE                PIC X(01).
           10  FILLER                      PIC X(01) VALUE ','.
           10  DXP-DOC-NUMBER              PIC X(20).
           10  FILLER                      PIC X(01) VALUE ','.
           10  DXP-COUNTRY                 PIC X(03).
           10  FILLER                      PIC X(01) VALUE ','.
           10  DXP-EXPIRY                  PIC X(10).
           10  FILLER                      PIC X(01) VALUE ','.
           10  DXP-VERDICT                 PIC X(17).
           10  FILLER                      PIC X(01) VALUE ','.
           10  DXP-HOLD-NOTE               PIC X(12).

       01  WS-COUNTERS.
           05  DOC-COUNT                   PIC 9(10) VALUE ZEROES.
           05  EXPIRING-COUNT              PIC 9(10) VALUE ZEROES.
           05  EXPIRED-COUNT               PIC 9(10) VALUE ZEROES.
           05  HOLD-PLACED-COUNT           PIC 9(10) VALUE ZEROES.
           05  ALREADY-HELD-COUNT          PIC 9(10) VALUE ZEROES.

       01  WS-PARM-CARD                PIC X(80) VALUE SPACES.

       01  WS-ENV-VALUE                PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM PARM-CARD-PARA.
           PERFORM INIT-PARA.

           PERFORM PROCESS-DATA THRU PROCESS-EXIT
               UNTIL DOCC-NOTFND OR DOCC-DBERR.

           IF DOCC-DBERR
              DISPLAY 'RUN ENDED ON DB2 CURSOR ERROR'
              MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM PROGRAM-EXIT.
           DISPLAY "END OF DOCUMENT EXPIRY RUN".

      ***************************************************
       PARM-CARD-PARA.
           DISPLAY "PARM-CARD-PARA - start".
      *    SYSIN 1-3 is the look-ahead horizon in days, defaulting
      *    to 90 - the same convention as probatn's card.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           IF WS-PARM-CARD(1:3) NOT = SPACES
              IF WS-PARM-CARD(1:3) IS NOT NUMERIC
                 DISPLAY "NON-NUMERIC HORIZON IN SYSIN COLUMNS 1-3"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-PARM-CARD(1:3) TO WS-HORIZON-DAYS
           END-IF.
           DISPLAY "HORIZON DAYS - " WS-HORIZON-DAYS.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))).
           COMPUTE WS-CUTOFF-INT = WS-TODAY-INT
                                 + WS-HORIZON-DAYS.
      *    Expiry dates are kept YYYY-MM-DD, so the window is
      *    carried in the same shape and compared as text.
           COMPUTE WS-CALC-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INT).
           STRING WS-CALC-YYYYMMDD(1:4) '-' WS-CALC-YYYYMMDD(5:2)
                  '-' WS-CALC-YYYYMMDD(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-ISO
           END-STRING.
           COMPUTE WS-CALC-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT).
           STRING WS-CALC-YYYYMMDD(1:4) '-' WS-CALC-YYYYMMDD(5:2)
                  '-' WS-CALC-YYYYMMDD(7:2) DELIMITED BY SIZE
               INTO WS-CUTOFF-ISO
           END-STRING.
           DISPLAY "PARM-CARD-PARA - end".

      ***************************************************
       INIT-PARA.
           DISPLAY "1000-INIT - start".
           PERFORM CONNECT-TO-DATABASE.
           PERFORM DOC-CURSOR-DECLARE.
           PERFORM DOC-CURSOR-OPEN.
           OPEN OUTPUT REPORT-FILE.
           DISPLAY "1000-INIT - END".

       INIT-EXIT.
           EXIT.

      ***************************************************
       PROCESS-DATA.
           PERFORM DOC-CURSOR-FETCH.
           IF DOCC-NOTFND OR DOCC-DBERR
              GO TO PROCESS-EXIT
           END-IF.

           ADD 1 TO DOC-COUNT.
           MOVE SPACES TO DXP-HOLD-NOTE.
           IF WS-EXPIRY-DATE < WS-TODAY-ISO
              MOVE 'ALREADY EXPIRED ' TO DXP-VERDICT
              ADD 1 TO EXPIRED-COUNT
              IF WS-DOC-TYPE = 'W'
                 PERFORM PLACE-PAY-HOLD-PARA THRU PLACE-PAY-HOLD-EXIT
              END-IF
           ELSE
              MOVE 'EXPIRES IN WINDOW' TO DXP-VERDICT
              ADD 1 TO EXPIRING-COUNT
           END-IF.
           PERFORM WRITE-EXPIRY-PARA.

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
      *    GET-DB-CREDENTIALS-PARA, under DOCEXP_* names instead.
        GET-DB-CREDENTIALS-PARA.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "DOCEXP_DBNAME".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO DATABASE-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "DOCEXP_DBUSER".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO USER-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "DOCEXP_DBPASS".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO PASSWORD
           END-IF.

      ***************************************************
        DOC-CURSOR-DECLARE.
           DISPLAY "DOC-CURSOR-DECLARE - START".
           EXEC SQL
              declare cur_docexp cursor with hold for
              select d.empid, d.doc-type, d.doc-number,
                     d.issue-country, d.expiry-date
                  from emp_document d
                  join employee e on e.empid = d.empid
                  where d.expiry-date <= :WS-CUTOFF-ISO
                    and d.expiry-date not = ' '
                    and e.status not = 'I'
                  order by d.empid, d.doc-type
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-DOCCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-DOCCURVAL
                 DISPLAY 'NOT FOUND - DOCUMENT CURSOR DECLARE'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - DOCUMENT CURSOR DECLARE'
                 MOVE 'E' TO WS-DOCCURVAL
           END-EVALUATE.
           DISPLAY "DOC-CURSOR-DECLARE - END".

      ***************************************************
        DOC-CURSOR-OPEN.
           DISPLAY "DOC-CURSOR-OPEN - START".
           EXEC SQL
              open cur_docexp;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-DOCCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-DOCCURVAL
                 DISPLAY 'NOT FOUND - DOCUMENT CURSOR OPEN'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - DOCUMENT CURSOR OPEN'
                 MOVE 'E' TO WS-DOCCURVAL
           END-EVALUATE.
           DISPLAY "DOC-CURSOR-OPEN - END".

      ***************************************************
        DOC-CURSOR-FETCH.
           MOVE SPACES TO WS-DOC-TYPE WS-DOC-NUMBER
                          WS-ISSUE-COUNTRY WS-EXPIRY-DATE
           EXEC SQL
              fetch next cur_docexp into
                :WS-EMP-ID,
                :WS-DOC-TYPE,
                :WS-DOC-NUMBER,
                :WS-ISSUE-COUNTRY,
                :WS-EXPIRY-DATE;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-DOCCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-DOCCURVAL
                 DISPLAY 'NOT FOUND - DOCUMENT CURSOR FETCH'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - DOCUMENT CURSOR FETCH'
                 MOVE 'E' TO WS-DOCCURVAL
           END-EVALUATE.

      ***************************************************
      *    A lapsed work permit means no right to work, so pay
      *    stops. The hold goes on the employee's one PAY_HOLD row
      *    the same way PHLDMANT places it - updated if a released
      *    row is already there, inserted otherwise - and a person
      *    already held (for this or any other reason) is left as
      *    is so the original reason survives.
        PLACE-PAY-HOLD-PARA.
           MOVE SPACES TO WS-HOLD-STATUS.
           EXEC SQL
               SELECT HOLD-STATUS
                   INTO :WS-HOLD-STATUS
                   FROM PAY_HOLD
                   WHERE EMPID = :WS-EMP-ID
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL AND WS-HOLD-STATUS = 'H'
              ADD 1 TO ALREADY-HELD-COUNT
              MOVE 'ALREADY HELD' TO DXP-HOLD-NOTE
              GO TO PLACE-PAY-HOLD-EXIT
           END-IF.

           MOVE SPACES TO WS-HOLD-REASON.
           STRING 'WORK PERMIT EXPIRED ' WS-EXPIRY-DATE
               DELIMITED BY SIZE INTO WS-HOLD-REASON
           END-STRING.

           IF WS-SQL-RETURN-NORMAL
              EXEC SQL
                  UPDATE PAY_HOLD
                      SET HOLD-STATUS = 'H',
                          HOLD-REASON = :WS-HOLD-REASON,
                          HOLD-DATE = :WS-TODAY-ISO,
                          CHANGED-BY = 'docexp'
                      WHERE EMPID = :WS-EMP-ID
              END-EXEC
           ELSE
              EXEC SQL
                  INSERT INTO PAY_HOLD
                      (EMPID, HOLD-STATUS, HOLD-REASON,
                       HOLD-DATE, CHANGED-BY)
                      VALUES (:WS-EMP-ID, 'H', :WS-HOLD-REASON,
                              :WS-TODAY-ISO, 'docexp')
              END-EXEC
           END-IF.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              ADD 1 TO HOLD-PLACED-COUNT
              MOVE 'PAY HELD' TO DXP-HOLD-NOTE
           ELSE
              DISPLAY 'DB2 ERROR - PAY HOLD - ' WS-EMP-ID
              MOVE 'HOLD FAILED' TO DXP-HOLD-NOTE
           END-IF.

        PLACE-PAY-HOLD-EXIT.
           EXIT.

      ***************************************************
        WRITE-EXPIRY-PARA.
           MOVE WS-EMP-ID        TO DXP-EMP-ID.
           MOVE WS-DOC-TYPE      TO DXP-DOC-TYPE.
           MOVE WS-DOC-NUMBER    TO DXP-DOC-NUMBER.
           MOVE WS-ISSUE-COUNTRY TO DXP-COUNTRY.
           MOVE WS-EXPIRY-DATE   TO DXP-EXPIRY.
           WRITE REPORT-RECORD FROM DETAIL-RECORD.

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

           DISPLAY 'DOCUMENT  COUNT '  DOC-COUNT.
           DISPLAY 'EXPIRING  COUNT '  EXPIRING-COUNT.
           DISPLAY 'EXPIRED   COUNT '  EXPIRED-COUNT.
           DISPLAY 'HELD      COUNT '  HOLD-PLACED-COUNT.
           DISPLAY 'ALREADY   HELD  '  ALREADY-HELD-COUNT.
           DISPLAY "9999-PROGRAM-EXIT - end".
