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
      *    Positive-pay exception report - loads the bank's exception
      *    file: every cheque presented at the bank that did not
      *    match the issue list posipay sent. Each exception is
      *    looked up on CHEQUE_REGISTER by cheque number and
      *    reported with what our side knows - never issued, voided,
      *    already paid, amount altered, issue not yet reported, or
      *    payee different from the cheque holder - so payroll can
      *    tell the bank to return or pay it before the decision
      *    deadline. The register itself is not changed here: a
      *    cheque the bank is told to pay is marked paid through
      *    CHQMANT, as any other. Any exception sets RC 4 so the
      *    schedule pages payroll the same day.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ppexcp.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-FILE ASSIGN TO PPEXFL
               FILE STATUS IS WS-PPEXFL-STATUS.
           SELECT REPORT-FILE ASSIGN TO PPRPTFL.
       DATA DIVISION.
       FILE SECTION.
      *
      *    The bank's exception record - detail 'D' records only;
      *    the bank's own header and trailer are passed over.
       FD  EXCEPTION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EXCEPTION-RECORD.
       01  EXCEPTION-RECORD.
           10  PPX-REC-TYPE                PIC X(01).
           10  PPX-CHQNO                   PIC 9(08).
           10  PPX-PRESENTED-DATE          PIC X(08).
           10  PPX-AMOUNT                  PIC 9(09)V99.
           10  PPX-PAYEE                   PIC X(30).
           10  PPX-BANK-CODE               PIC X(04).
           10  PPX-BANK-REASON             PIC X(30).
           10  FILLER                      PIC X(08).
      *
       FD  REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REPORT-RECORD.
       01  REPORT-RECORD PIC X(133).

       WORKING-STORAGE SECTION.
          EXEC SQL BEGIN DECLARE SECTION END-EXEC
      *    Defaults below are the dev connection; PPEXCP-DBNAME,
      *    PPEXCP-DBUSER and PPEXCP-DBPASS environment variables
      *    (see GET-DB-CREDENTIALS-PARA) override them, same as
      *    emplist.cbl's EMPLIST_* variables.
       01 DATABASE-NAME PIC X(80) VALUE "ltpz_syntel:5432".
       01 USER-NAME     PIC X(80) VALUE "syntel".
       01 PASSWORD      PIC X(80) VALUE "syntel".
       01 WS-CHQNO                PIC 9(08).
       01 WS-EMP-ID               PIC X(05).
       01 WS-EMPNAME              PIC X(30).
       01 WS-AMOUNT               PIC 9(07)V99.
       01 WS-CHQ-STATUS           PIC X(01).
       01 WS-PP-ISSUE-TS          PIC X(21).
       01 WS-PP-ISSUE-IND         PIC S9(04) COMP.
          EXEC SQL END DECLARE SECTION END-EXEC
       01  END-OF-INPUT-IND               PIC X(1).
            88 END-OF-FILE                VALUE 'Y'.
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

       01  WS-PPEXFL-STATUS            PIC X(02) VALUE SPACES.
           88  PPEXFL-OK                       VALUE '00'.

       01  HDR-LINE.
           05  FILLER          PIC X(01) VALUE '1'.
           05  FILLER          PIC X(44)
                   VALUE 'ATOS SYNTEL - POSITIVE-PAY EXCEPTION REPORT'.
           05  FILLER          PIC X(88) VALUE SPACES.

       01  COL-HDR-LINE.
           05  FILLER          PIC X(01) VALUE ' '.
           05  FILLER          PIC X(64) VALUE
               'CHEQUE NO  PRES DATE PRESENTED AMT  ISSUED AMOUNT  EMPID
      -        '  BANK'.
           05  FILLER          PIC X(68) VALUE
               ' OUR FINDING'.

       01  DETAIL-LINE.
           05  FILLER          PIC X(01) VALUE ' '.
           05  DTL-CHQNO       PIC 9(08).
           05  FILLER          PIC X(03) VALUE SPACES.
           05  DTL-PRES-DATE   PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DTL-PRES-AMT    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DTL-ISSUED-AMT  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DTL-EMP-ID      PIC X(05).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DTL-BANK-CODE   PIC X(04).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DTL-FINDING     PIC X(40).
           05  FILLER          PIC X(28) VALUE SPACES.

       01  PAYEE-LINE.
           05  FILLER          PIC X(01) VALUE ' '.
           05  FILLER          PIC X(12) VALUE SPACES.
           05  FILLER          PIC X(10) VALUE 'PAYEE   : '.
           05  PYL-PRES-PAYEE  PIC X(30).
           05  FILLER          PIC X(10) VALUE '  ISSUED: '.
           05  PYL-OUR-PAYEE   PIC X(30).
           05  FILLER          PIC X(10) VALUE '  BANK  : '.
           05  PYL-BANK-REASON PIC X(30).

       01  TOTAL-LINE.
           05  FILLER          PIC X(01) VALUE ' '.
           05  FILLER          PIC X(20) VALUE 'EXCEPTIONS REPORTED '.
           05  TOT-COUNT       PIC ZZZZZZZZZ9.
           05  FILLER          PIC X(12) VALUE '  PRESENTED:'.
           05  TOT-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(74) VALUE SPACES.

       01  BLANK-LINE.
           05  FILLER          PIC X(01) VALUE ' '.
           05  FILLER          PIC X(132) VALUE SPACES.

       01  WS-COUNTERS.
           05  EXCEPTION-COUNT             PIC 9(10) VALUE ZEROES.
           05  NOT-ISSUED-COUNT            PIC 9(10) VALUE ZEROES.
           05  VOIDED-COUNT                PIC 9(10) VALUE ZEROES.
           05  PAID-COUNT                  PIC 9(10) VALUE ZEROES.
           05  ALTERED-COUNT               PIC 9(10) VALUE ZEROES.
           05  UNREPORTED-COUNT            PIC 9(10) VALUE ZEROES.
           05  PAYEE-COUNT                 PIC 9(10) VALUE ZEROES.
           05  OTHER-COUNT                 PIC 9(10) VALUE ZEROES.
           05  WS-PRESENTED-TOTAL          PIC 9(13)V99 VALUE ZEROES.

       01  WS-PRES-AMOUNT              PIC 9(09)V99 VALUE ZEROES.

       01  WS-ENV-VALUE                PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM INIT-PARA.

           PERFORM PROCESS-DATA THRU PROCESS-EXIT
               UNTIL END-OF-FILE.

           PERFORM PROGRAM-EXIT.
           DISPLAY "END OF POSITIVE-PAY EXCEPTION RUN".

      ***************************************************
       INIT-PARA.
           DISPLAY "1000-INIT - start".
           PERFORM CONNECT-TO-DATABASE.
           MOVE 'N' TO END-OF-INPUT-IND.
           OPEN INPUT EXCEPTION-FILE.
           IF NOT PPEXFL-OK
              DISPLAY "PPEXFL OPEN FAILED - STATUS " WS-PPEXFL-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           WRITE REPORT-RECORD FROM HDR-LINE.
           WRITE REPORT-RECORD FROM BLANK-LINE.
           WRITE REPORT-RECORD FROM COL-HDR-LINE.
           DISPLAY "1000-INIT - END".

       INIT-EXIT.
           EXIT.

      ***************************************************
       PROCESS-DATA.
           READ EXCEPTION-FILE
               AT END
                  MOVE 'Y' TO END-OF-INPUT-IND
               NOT AT END
                  IF PPX-REC-TYPE = 'D'
                     ADD 1 TO EXCEPTION-COUNT
                     PERFORM REPORT-EXCEPTION-PARA
                  END-IF
           END-READ.

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
      *    GET-DB-CREDENTIALS-PARA, under PPEXCP_* names instead.
        GET-DB-CREDENTIALS-PARA.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "PPEXCP_DBNAME".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO DATABASE-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "PPEXCP_DBUSER".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO USER-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "PPEXCP_DBPASS".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO PASSWORD
           END-IF.

      ***************************************************
      *    The finding is the first thing that explains the
      *    mismatch, strongest first: no such cheque, void, paid
      *    already, amount, issue not yet on a positive-pay file,
      *    then payee. A cheque that checks out on every count is
      *    still listed with the bank's own reason.
        REPORT-EXCEPTION-PARA.
           MOVE PPX-CHQNO  TO WS-CHQNO.
           MOVE PPX-AMOUNT TO WS-PRES-AMOUNT.
           MOVE SPACES TO WS-EMP-ID WS-EMPNAME WS-CHQ-STATUS
                          WS-PP-ISSUE-TS.
           MOVE ZEROES TO WS-AMOUNT.
           MOVE ZERO TO WS-PP-ISSUE-IND.
           EXEC SQL
               SELECT C.EMPID, C.AMOUNT, C.CHQ-STATUS,
                      C.PP-ISSUE-TS, COALESCE(E.EMPNAME, ' ')
                   INTO :WS-EMP-ID, :WS-AMOUNT, :WS-CHQ-STATUS,
                        :WS-PP-ISSUE-TS :WS-PP-ISSUE-IND,
                        :WS-EMPNAME
                   FROM CHEQUE_REGISTER C
                   LEFT JOIN EMPLOYEE E
                          ON E.EMPID = C.EMPID
                   WHERE C.CHEQUE-NO = :WS-CHQNO
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NO-ENTRY
                 ADD 1 TO NOT-ISSUED-COUNT
                 MOVE 'NOT ISSUED - NO SUCH CHEQUE NUMBER'
                      TO DTL-FINDING
              WHEN NOT WS-SQL-RETURN-NORMAL
                 ADD 1 TO OTHER-COUNT
                 MOVE 'DB2 ERROR - REGISTER NOT CHECKED'
                      TO DTL-FINDING
              WHEN WS-CHQ-STATUS = 'V'
                 ADD 1 TO VOIDED-COUNT
                 MOVE 'VOIDED CHEQUE PRESENTED - RETURN IT'
                      TO DTL-FINDING
              WHEN WS-CHQ-STATUS = 'U'
                 ADD 1 TO VOIDED-COUNT
                 MOVE 'STALE - IN UNCLAIMED WAGES - RETURN IT'
                      TO DTL-FINDING
              WHEN WS-CHQ-STATUS = 'P'
                 ADD 1 TO PAID-COUNT
                 MOVE 'ALREADY PAID - DUPLICATE PRESENTMENT'
                      TO DTL-FINDING
              WHEN WS-PRES-AMOUNT NOT = WS-AMOUNT
                 ADD 1 TO ALTERED-COUNT
                 MOVE 'AMOUNT DOES NOT MATCH ISSUE - ALTERED?'
                      TO DTL-FINDING
              WHEN WS-PP-ISSUE-IND < ZERO
                 ADD 1 TO UNREPORTED-COUNT
                 MOVE 'GENUINE - ISSUE NOT YET ON POSPAY FILE'
                      TO DTL-FINDING
              WHEN PPX-PAYEE NOT = SPACES
                   AND PPX-PAYEE NOT = WS-EMPNAME
                 ADD 1 TO PAYEE-COUNT
                 MOVE 'PAYEE DOES NOT MATCH CHEQUE HOLDER'
                      TO DTL-FINDING
              WHEN OTHER
                 ADD 1 TO OTHER-COUNT
                 MOVE 'MATCHES REGISTER - SEE BANK REASON'
                      TO DTL-FINDING
           END-EVALUATE.

           MOVE PPX-CHQNO          TO DTL-CHQNO.
           MOVE PPX-PRESENTED-DATE TO DTL-PRES-DATE.
           MOVE WS-PRES-AMOUNT     TO DTL-PRES-AMT.
           MOVE WS-AMOUNT          TO DTL-ISSUED-AMT.
           MOVE WS-EMP-ID          TO DTL-EMP-ID.
           MOVE PPX-BANK-CODE      TO DTL-BANK-CODE.
           WRITE REPORT-RECORD FROM DETAIL-LINE.
           MOVE PPX-PAYEE          TO PYL-PRES-PAYEE.
           MOVE WS-EMPNAME         TO PYL-OUR-PAYEE.
           MOVE PPX-BANK-REASON    TO PYL-BANK-REASON.
           WRITE REPORT-RECORD FROM PAYEE-LINE.
           ADD WS-PRES-AMOUNT TO WS-PRESENTED-TOTAL.

      ***************************************************
       PROGRAM-EXIT.
           DISPLAY "9999-PROGRAM-EXIT - start".

           WRITE REPORT-RECORD FROM BLANK-LINE.
           MOVE EXCEPTION-COUNT    TO TOT-COUNT.
           MOVE WS-PRESENTED-TOTAL TO TOT-AMOUNT.
           WRITE REPORT-RECORD FROM TOTAL-LINE.
           CLOSE EXCEPTION-FILE.
           CLOSE REPORT-FILE.

           EXEC SQL
                disconnect all;
           END-EXEC

           IF EXCEPTION-COUNT > ZEROES AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY 'EXCEPTION COUNT '  EXCEPTION-COUNT.
           DISPLAY 'NOT ISSUED      '  NOT-ISSUED-COUNT.
           DISPLAY 'VOIDED          '  VOIDED-COUNT.
           DISPLAY 'ALREADY PAID    '  PAID-COUNT.
           DISPLAY 'AMOUNT ALTERED  '  ALTERED-COUNT.
           DISPLAY 'NOT YET SENT    '  UNREPORTED-COUNT.
           DISPLAY 'PAYEE MISMATCH  '  PAYEE-COUNT.
           DISPLAY 'OTHER           '  OTHER-COUNT.
           DISPLAY "9999-PROGRAM-EXIT - end".
