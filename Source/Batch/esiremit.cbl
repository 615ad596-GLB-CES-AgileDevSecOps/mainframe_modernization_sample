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
      *    Monthly state-insurance contribution remittance batch
      *    job - reads the period's PAYFL pay-stub records and, for
      *    every employee payrun charged ESI (wage within the
      *    ESI_RATE ceiling), writes one contribution line to the
      *    insurance authority's layout: the insurance number, the
      *    wage the shares were computed on, the employee's share
      *    withheld and the employer's share, with control totals.
      *    The insurance number is the employee's social insurance
      *    card on EMP_DOCUMENT (type 'S', kept through EDOCMANT);
      *    an employee charged ESI with no card on file goes to the
      *    exception file instead, the way pfremit handles a
      *    missing PF account number.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    esiremit.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYSTUB-FILE ASSIGN TO PAYFL
               FILE STATUS IS WS-PAYFL-STATUS.
           SELECT REMIT-FILE ASSIGN TO REMITFL.
           SELECT EXCEPTION-FILE ASSIGN TO EXCPFL.
       DATA DIVISION.
       FILE SECTION.
      *
       FD  PAYSTUB-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYSTUB-RECORD.
       01  PAYSTUB-RECORD PIC X(400).
      *
       FD  REMIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REMIT-RECORD.
       01  REMIT-RECORD PIC X(100).
      *
       FD  EXCEPTION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EXCEPTION-RECORD.
       01  EXCEPTION-RECORD.
           10  EXC-EMP-ID                  PIC X(05).
           10  FILLER                      PIC X(01) VALUE ','.
           10  EXC-EMP-NAME                PIC X(30).
           10  FILLER                      PIC X(01) VALUE ','.
           10  EXC-EE-AMOUNT               PIC 9(07)V99.
           10  FILLER                      PIC X(01) VALUE ','.
           10  EXC-ER-AMOUNT               PIC 9(07)V99.
           10  FILLER                      PIC X(01) VALUE ','.
           10  EXC-REASON                  PIC X(40).

       WORKING-STORAGE SECTION.
          EXEC SQL BEGIN DECLARE SECTION END-EXEC
      *    Defaults below are the dev connection; ESIREMIT-DBNAME,
      *    ESIREMIT-DBUSER and ESIREMIT-DBPASS environment variables
      *    (see GET-DB-CREDENTIALS-PARA) override them, same as
      *    emplist.cbl's EMPLIST_* variables.
       01 DATABASE-NAME PIC X(80) VALUE "ltpz_syntel:5432".
       01 USER-NAME     PIC X(80) VALUE "syntel".
       01 PASSWORD      PIC X(80) VALUE "syntel".
       01 WS-EMP-ID               PIC X(05).
       01 WS-INSNO                PIC X(20).
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

       01  WS-PAYFL-STATUS             PIC X(02) VALUE SPACES.
           88  PAYFL-OK                        VALUE '00'.

      *    Mirror of payrun.cbl's PAY-STUB-RECORD so the PAYFL fields
      *    line up byte-for-byte - any layout change there has to be
      *    made here too.
       01  PAY-STUB-RECORD.
           10  PS-PAY-PERIOD               PIC X(06).
           10  FILLER                      PIC X(01).
           10  PS-RUN-TYPE                 PIC X(01).
           10  FILLER                      PIC X(01).
           10  PS-EMP-ID                   PIC X(05).
           10  FILLER                      PIC X(01).
           10  PS-EMP-NAME                 PIC X(30).
           10  FILLER                      PIC X(01).
           10  PS-EMP-DEPT                 PIC X(05).
           10  FILLER                      PIC X(01).
           10  PS-EMP-DESG                 PIC X(05).
           10  FILLER                      PIC X(01).
           10  PS-EMP-DESGDESC             PIC X(50).
           10  FILLER                      PIC X(01).
           10  PS-EMP-BASIC                PIC 9(05)V99.
           10  FILLER                      PIC X(01).
           10  PS-EMP-HRA                  PIC 9(05)V99.
           10  FILLER                      PIC X(01).
           10  PS-EMP-CONVPAY              PIC 9(05).
           10  FILLER                      PIC X(01).
           10  PS-EMP-MEDPAY               PIC 9(05).
           10  FILLER                      PIC X(01).
           10  PS-EMP-PFDED                PIC 9(05).
           10  FILLER                      PIC X(01).
           10  PS-EMP-TAXDED               PIC 9(05)V99.
           10  FILLER                      PIC X(01).
           10  PS-EMP-DEDREC               PIC 9(05)V99.
           10  FILLER                      PIC X(01).
           10  PS-EMP-DOCKDAYS             PIC 9(03).
           10  FILLER                      PIC X(01).
           10  PS-EMP-DOCKAMT              PIC 9(05)V99.
           10  FILLER                      PIC X(01).
           10  PS-EMP-PRORATE              PIC 9V9(04).
           10  FILLER                      PIC X(01).
           10  PS-EMP-NETPAY               PIC 9(07)V99.
           10  FILLER                      PIC X(01).
           10  PS-EMP-CURRENCY             PIC X(03).
           10  FILLER                      PIC X(01).
           10  PS-EMP-HOMEPAY              PIC 9(09)V99.
           10  FILLER                      PIC X(01).
           10  PS-EMP-BONUS                PIC 9(07)V99.
           10  FILLER                      PIC X(01).
           10  PS-EMP-ARREARS              PIC 9(07)V99.
           10  FILLER                      PIC X(01).
           10  PS-EMP-OTPAY                PIC 9(07)V99.
           10  FILLER                      PIC X(01).
           10  PS-EMP-SPLITDEPT            PIC X(05).
           10  FILLER                      PIC X(01).
           10  PS-EMP-SPLITPCT             PIC 9V9(04).
           10  FILLER                      PIC X(01).
           10  PS-EMP-COMPANY              PIC X(03).
           10  FILLER                      PIC X(01).
           10  PS-EMP-ACTALLOW             PIC 9(07)V99.
           10  FILLER                      PIC X(01).
           10  PS-EMP-EXPREIMB             PIC 9(07)V99.
           10  FILLER                      PIC X(01).
           10  PS-EMP-SHIFTALW             PIC 9(07)V99.
           10  FILLER                      PIC X(01).
           10  PS-EMP-ESIEE                PIC 9(07)V99.
           10  FILLER                      PIC X(01).
           10  PS-EMP-ESIER                PIC 9(07)V99.
           10  FILLER                      PIC X(01).
           10  PS-EMP-PTSTATE              PIC X(03).
           10  FILLER                      PIC X(01).
           10  PS-EMP-PTSLAB               PIC 9(09).
           10  FILLER                      PIC X(01).
           10  PS-EMP-PROFTAX              PIC 9(05)V99.

      *    The wage the shares were computed on - the stub's
      *    earnings before PF, less the expense refund, the same
      *    base payrun's CALC-ESI-PARA uses.
       01  WS-ESI-WAGE                 PIC 9(07)V99.

       01  REMIT-DETAIL-RECORD.
           10  RMT-REC-TYPE                PIC X(01) VALUE 'D'.
           10  RMT-INSNO                   PIC X(20).
           10  RMT-EMP-ID                  PIC X(05).
           10  RMT-EMP-NAME                PIC X(30).
           10  RMT-PAY-PERIOD              PIC X(06).
           10  RMT-WAGE                    PIC 9(07)V99.
           10  RMT-EE-AMOUNT               PIC 9(07)V99.
           10  RMT-ER-AMOUNT               PIC 9(07)V99.
           10  FILLER                      PIC X(11) VALUE SPACES.

       01  REMIT-TRAILER-RECORD.
           10  RMT-T-REC-TYPE              PIC X(01) VALUE 'T'.
           10  RMT-T-PAY-PERIOD            PIC X(06).
           10  RMT-T-MEMBER-COUNT          PIC 9(10).
           10  RMT-T-WAGE-TOTAL            PIC 9(13)V99.
           10  RMT-T-EE-TOTAL              PIC 9(13)V99.
           10  RMT-T-ER-TOTAL              PIC 9(13)V99.
           10  FILLER                      PIC X(38) VALUE SPACES.

       01  WS-COUNTERS.
           05  STUB-COUNT                  PIC 9(10) VALUE ZEROES.
           05  MEMBER-COUNT                PIC 9(10) VALUE ZEROES.
           05  NO-INSNO-COUNT              PIC 9(10) VALUE ZEROES.
           05  WS-WAGE-TOTAL               PIC 9(13)V99 VALUE ZEROES.
           05  WS-EE-TOTAL                 PIC 9(13)V99 VALUE ZEROES.
           05  WS-ER-TOTAL                 PIC 9(13)V99 VALUE ZEROES.

       01  WS-LAST-PAY-PERIOD          PIC X(06) VALUE SPACES.

       01  WS-ENV-VALUE                PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM INIT-PARA.

           PERFORM PROCESS-DATA THRU PROCESS-EXIT
               UNTIL END-OF-FILE.

           PERFORM WRITE-TRAILER-PARA.
           PERFORM PROGRAM-EXIT.
           DISPLAY "END OF ESI REMITTANCE RUN".

      ***************************************************
       INIT-PARA.
           DISPLAY "1000-INIT - start".
           PERFORM CONNECT-TO-DATABASE.
           MOVE 'N' TO END-OF-INPUT-IND.
           OPEN INPUT PAYSTUB-FILE.
           IF NOT PAYFL-OK
              DISPLAY "PAYFL OPEN FAILED - STATUS " WS-PAYFL-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT REMIT-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
           DISPLAY "1000-INIT - END".

       INIT-EXIT.
           EXIT.

      ***************************************************
       PROCESS-DATA.
           READ PAYSTUB-FILE
               AT END
                  MOVE 'Y' TO END-OF-INPUT-IND
               NOT AT END
                  IF PAYSTUB-RECORD(1:7) NOT = 'TRAILER'
                     ADD 1 TO STUB-COUNT
                     MOVE PAYSTUB-RECORD TO PAY-STUB-RECORD
                     MOVE PS-PAY-PERIOD TO WS-LAST-PAY-PERIOD
      *              Over the ceiling, or a bonus run, both shares
      *              are zero and the employee is not reported.
                     IF PS-EMP-ESIEE > ZEROES OR PS-EMP-ESIER > ZEROES
                        PERFORM REMIT-MEMBER-PARA
                     END-IF
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
      *    GET-DB-CREDENTIALS-PARA, under ESIREMIT_* names instead.
        GET-DB-CREDENTIALS-PARA.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "ESIREMIT_DBNAME".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO DATABASE-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "ESIREMIT_DBUSER".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO USER-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "ESIREMIT_DBPASS".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO PASSWORD
           END-IF.

      ***************************************************
      *    The insurance number comes off the employee's social
      *    insurance card; money with no number to book it under
      *    lands on the exception file, not the remittance.
        REMIT-MEMBER-PARA.
           MOVE PS-EMP-ID TO WS-EMP-ID.
           MOVE SPACES TO WS-INSNO.
           EXEC SQL
               SELECT DOC-NUMBER
                   INTO :WS-INSNO
                   FROM EMP_DOCUMENT
                   WHERE EMPID = :WS-EMP-ID
                     AND DOC-TYPE = 'S'
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE SPACES TO WS-INSNO
           END-IF.

           IF WS-INSNO = SPACES
              ADD 1 TO NO-INSNO-COUNT
              MOVE PS-EMP-ID    TO EXC-EMP-ID
              MOVE PS-EMP-NAME  TO EXC-EMP-NAME
              MOVE PS-EMP-ESIEE TO EXC-EE-AMOUNT
              MOVE PS-EMP-ESIER TO EXC-ER-AMOUNT
              MOVE 'ESI CHARGED BUT NO SOCIAL INSURANCE CARD'
                   TO EXC-REASON
              WRITE EXCEPTION-RECORD
           ELSE
              COMPUTE WS-ESI-WAGE = PS-EMP-BASIC + PS-EMP-HRA
                      + PS-EMP-CONVPAY + PS-EMP-MEDPAY
                      + PS-EMP-ARREARS + PS-EMP-OTPAY
                      + PS-EMP-ACTALLOW + PS-EMP-SHIFTALW
              MOVE WS-INSNO       TO RMT-INSNO
              MOVE PS-EMP-ID      TO RMT-EMP-ID
              MOVE PS-EMP-NAME    TO RMT-EMP-NAME
              MOVE PS-PAY-PERIOD  TO RMT-PAY-PERIOD
              MOVE WS-ESI-WAGE    TO RMT-WAGE
              MOVE PS-EMP-ESIEE   TO RMT-EE-AMOUNT
              MOVE PS-EMP-ESIER   TO RMT-ER-AMOUNT
              WRITE REMIT-RECORD FROM REMIT-DETAIL-RECORD
              ADD 1 TO MEMBER-COUNT
              ADD WS-ESI-WAGE  TO WS-WAGE-TOTAL
              ADD PS-EMP-ESIEE TO WS-EE-TOTAL
              ADD PS-EMP-ESIER TO WS-ER-TOTAL
           END-IF.

      ***************************************************
        WRITE-TRAILER-PARA.
           MOVE WS-LAST-PAY-PERIOD TO RMT-T-PAY-PERIOD.
           MOVE MEMBER-COUNT       TO RMT-T-MEMBER-COUNT.
           MOVE WS-WAGE-TOTAL      TO RMT-T-WAGE-TOTAL.
           MOVE WS-EE-TOTAL        TO RMT-T-EE-TOTAL.
           MOVE WS-ER-TOTAL        TO RMT-T-ER-TOTAL.
           WRITE REMIT-RECORD FROM REMIT-TRAILER-RECORD.

      ***************************************************
       PROGRAM-EXIT.
           DISPLAY "9999-PROGRAM-EXIT - start".

           CLOSE PAYSTUB-FILE.
           CLOSE REMIT-FILE.
           CLOSE EXCEPTION-FILE.

           EXEC SQL
                disconnect all;
           END-EXEC

           DISPLAY 'STUB      COUNT '  STUB-COUNT.
           DISPLAY 'MEMBER    COUNT '  MEMBER-COUNT.
           DISPLAY 'NO INSNO  COUNT '  NO-INSNO-COUNT.
           DISPLAY 'EE SHARE  TOTAL '  WS-EE-TOTAL.
           DISPLAY 'ER SHARE  TOTAL '  WS-ER-TOTAL.
           DISPLAY "9999-PROGRAM-EXIT - end".
