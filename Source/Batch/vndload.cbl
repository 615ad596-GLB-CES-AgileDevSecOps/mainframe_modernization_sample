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
      *    Third-party deduction loader - the canteen, the staff
      *    cooperative society and the union each send a monthly
      *    list of amounts to recover from pay. One run loads one
      *    vendor's file (vendor code on SYSIN, checked against the
      *    file header) with empintf's file controls - header,
      *    trailer count and amount total footed before anything
      *    is applied, and the file id refused if PROCESSED_FILE
      *    already has it - and empintf's per-record validation,
      *    rejects going to an error file with a reason for return
      *    to the vendor. Each accepted line is kept on
      *    VENDOR_DEDUCTION (what the vendor asked for, the basis
      *    of vndremit's statement) and armed as a one-period
      *    EMPLOYEE_DEDUCTION row under the vendor's deduction
      *    type, START-PERIOD = END-PERIOD = the file's pay period,
      *    so payrun takes it exactly once and anything it cannot
      *    recover lapses instead of rolling into the next month -
      *    the vendor sees it as a shortfall and bills it again.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    vndload.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-FILE ASSIGN TO VNDFL
               FILE STATUS IS WS-VNDFL-STATUS.
           SELECT ERROR-FILE ASSIGN TO ERRFL.
           SELECT ACK-FILE ASSIGN TO ACKFL.
       DATA DIVISION.
       FILE SECTION.
      *
      *    One 'D' record per employee to deduct from, bracketed by
      *    a '0' header (file id, creation date, vendor, pay
      *    period) and a '9' trailer (record count and the total
      *    of the amounts).
       FD  VENDOR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VENDOR-RECORD.
       01  VENDOR-RECORD.
           10  VND-REC-TYPE                PIC X(01).
               88  VND-DETAIL                     VALUE 'D'.
           10  VND-EMPID                   PIC X(05).
           10  VND-AMOUNT                  PIC 9(05)V99.
           10  VND-REF                     PIC X(15).
           10  FILLER                      PIC X(52).
       01  HEADER-CTL-RECORD.
           10  HDR-REC-TYPE                PIC X(01).
           10  HDR-FILE-ID                 PIC X(08).
           10  HDR-CREATE-DT               PIC X(08).
           10  HDR-VENDOR                  PIC X(04).
           10  HDR-PERIOD                  PIC X(06).
           10  FILLER                      PIC X(53).
       01  TRAILER-CTL-RECORD.
           10  TRL-REC-TYPE                PIC X(01).
           10  TRL-REC-COUNT               PIC 9(09).
           10  TRL-AMT-TOTAL               PIC 9(13)V99.
           10  FILLER                      PIC X(55).
      *
       FD  ERROR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ERROR-RECORD.
       01  ERROR-RECORD.
           10  ERR-VENDOR                  PIC X(04).
           10  FILLER                      PIC X(01) VALUE ','.
           10  ERR-EMPID                   PIC X(05).
           10  FILLER                      PIC X(01) VALUE ','.
           10  ERR-REF                     PIC X(15).
           10  FILLER                      PIC X(01) VALUE ','.
           10  ERR-REASON                  PIC X(40).
      *
      *    Acknowledgment back to the vendor - one line per file.
       FD  ACK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ACK-RECORD.
       01  ACK-RECORD.
           10  ACK-FILE-ID                 PIC X(08).
           10  FILLER                      PIC X(01) VALUE ','.
           10  ACK-VERDICT                 PIC X(30).
           10  FILLER                      PIC X(10)
               VALUE ',ACCEPTED,'.
           10  ACK-ACCEPTED                PIC 9(09).
           10  FILLER                      PIC X(10)
               VALUE ',REJECTED,'.
           10  ACK-REJECTED                PIC 9(09).

       WORKING-STORAGE SECTION.
          EXEC SQL BEGIN DECLARE SECTION END-EXEC
      *    Defaults below are the dev connection; VNDLOAD-DBNAME,
      *    VNDLOAD-DBUSER and VNDLOAD-DBPASS environment variables
      *    (see GET-DB-CREDENTIALS-PARA) override them, same as
      *    emplist.cbl's EMPLIST_* variables.
       01 DATABASE-NAME PIC X(80) VALUE "ltpz_syntel:5432".
       01 USER-NAME     PIC X(80) VALUE "syntel".
       01 PASSWORD      PIC X(80) VALUE "syntel".
       01 WS-VENDOR               PIC X(04) VALUE SPACES.
       01 WS-PAY-PERIOD           PIC X(06).
       01 WS-EMPID                PIC X(05).
       01 WS-EMP-STATUS           PIC X(01).
       01 WS-AMOUNT               PIC 9(05)V99.
       01 WS-VND-REF              PIC X(15).
       01 WS-REF-COUNT            PIC S9(09) COMP.
       01 WS-LOAD-TS              PIC X(21).
      *    Processed-file registry fields - the duplicate-file
      *    guard and the completion row (CHECK-DUP-FILE-PARA /
      *    REGISTER-FILE-PARA).
       01 WS-FILE-ID              PIC X(08).
       01 WS-FILE-CREDT           PIC X(08).
       01 WS-DUPF-COUNT           PIC S9(09) COMP.
       01 WS-PROC-TS              PIC X(21).
       01 WS-REG-APPLIED          PIC 9(09).
       01 WS-REG-REJECTED         PIC 9(09).
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

       01  WS-VNDFL-STATUS             PIC X(02) VALUE SPACES.
           88  VNDFL-OK                        VALUE '00'.

       01  WS-TEMP.
           05  WS-RECORD-OK                PIC X(01).
               88  RECORD-VALID                   VALUE 'Y'.
           05  WS-HDR-SEEN                 PIC X(01).
           05  WS-TRL-SEEN                 PIC X(01).
           05  WS-DATA-COUNT               PIC 9(09).
           05  WS-AMT-TOTAL                PIC 9(13)V99.
           05  WS-TRL-COUNT                PIC 9(09).
           05  WS-TRL-AMT                  PIC 9(13)V99.
           05  WS-FIRST-REC                PIC X(01).
           05  WS-FAIL-REASON              PIC X(30).
           05  WS-HDR-VENDOR               PIC X(04).
           05  WS-PERIOD-MM                PIC 9(02).
           05  WS-VND-SUB                  PIC 9(01) COMP.
           05  WS-VND-FOUND                PIC X(01).
               88  VENDOR-KNOWN                   VALUE 'Y'.

      *    The third-party vendors payroll recovers for - each one's
      *    code doubles as its EMPLOYEE_DEDUCTION type, and its
      *    maximum is the most one employee may be billed in a
      *    period before the line is sent back for confirmation.
       01  VENDOR-POLICY.
           05  FILLER                  PIC X(41)
               VALUE 'CANTSTAFF CANTEEN                 0500000'.
           05  FILLER                  PIC X(41)
               VALUE 'COOPEMPLOYEES CO-OPERATIVE SOCIETY2500000'.
           05  FILLER                  PIC X(41)
               VALUE 'UNIOEMPLOYEES UNION               0050000'.
       01  FILLER REDEFINES VENDOR-POLICY.
           05  VENDOR-ENTRY OCCURS 3 TIMES.
               10  VENDOR-CODE             PIC X(04).
               10  VENDOR-NAME             PIC X(30).
               10  VENDOR-MAX-AMT          PIC 9(05)V99.

       01  WS-COUNTERS.
           05  READ-COUNT                  PIC 9(10) VALUE ZEROES.
           05  APPLIED-COUNT               PIC 9(10) VALUE ZEROES.
           05  REJECTED-COUNT              PIC 9(10) VALUE ZEROES.
           05  WS-APPLIED-TOTAL            PIC 9(11)V99 VALUE ZEROES.

       01  WS-PARM-CARD                PIC X(80) VALUE SPACES.

       01  WS-ENV-VALUE                PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM PARM-CARD-PARA.
           PERFORM INIT-PARA.

           PERFORM PROCESS-DATA THRU PROCESS-EXIT
               UNTIL END-OF-FILE.

           PERFORM PROGRAM-EXIT.
           DISPLAY "END OF VENDOR DEDUCTION LOAD RUN".

      ***************************************************
       PARM-CARD-PARA.
           DISPLAY "PARM-CARD-PARA - start".
      *    SYSIN 1-4 is the vendor whose file this run loads.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           MOVE WS-PARM-CARD(1:4) TO WS-VENDOR.
           MOVE 'N' TO WS-VND-FOUND.
           PERFORM FIND-VENDOR-PARA
               VARYING WS-VND-SUB FROM 1 BY 1
               UNTIL WS-VND-SUB > 3 OR VENDOR-KNOWN.
           IF NOT VENDOR-KNOWN
              DISPLAY "UNKNOWN VENDOR CODE IN SYSIN COLUMNS 1-4 - '"
                      WS-VENDOR "'"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           SUBTRACT 1 FROM WS-VND-SUB.
           DISPLAY "PARM ECHO - VENDOR/" WS-VENDOR " "
                   VENDOR-NAME(WS-VND-SUB).
           DISPLAY "PARM-CARD-PARA - end".

      ***************************************************
       FIND-VENDOR-PARA.
           IF VENDOR-CODE(WS-VND-SUB) = WS-VENDOR
              MOVE 'Y' TO WS-VND-FOUND
           END-IF.

      ***************************************************
       INIT-PARA.
           DISPLAY "1000-INIT - start".
           PERFORM CONNECT-TO-DATABASE.
           MOVE 'N' TO END-OF-INPUT-IND.
           OPEN INPUT VENDOR-FILE.
           IF NOT VNDFL-OK
              DISPLAY "VNDFL OPEN FAILED - STATUS " WS-VNDFL-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT ERROR-FILE.
           OPEN OUTPUT ACK-FILE.
      *    The whole file verifies before the first record is
      *    applied, as empintf's does - header present and for this
      *    vendor, trailer count and amount total foot against the
      *    detail records, and the file id not already on the
      *    processed registry. A failed file applies nothing and
      *    acknowledges the rejection.
           PERFORM VERIFY-FILE-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-LOAD-TS.
           DISPLAY "PAY PERIOD - " WS-PAY-PERIOD.
           DISPLAY "1000-INIT - END".

       INIT-EXIT.
           EXIT.

      ***************************************************
       PROCESS-DATA.
           READ VENDOR-FILE
               AT END
                  MOVE 'Y' TO END-OF-INPUT-IND
               NOT AT END
                  IF VND-REC-TYPE = '0' OR VND-REC-TYPE = '9'
                     CONTINUE
                  ELSE
                     ADD 1 TO READ-COUNT
                     PERFORM APPLY-DEDUCTION-PARA
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
      *    GET-DB-CREDENTIALS-PARA, under VNDLOAD_* names instead.
        GET-DB-CREDENTIALS-PARA.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "VNDLOAD_DBNAME".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO DATABASE-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "VNDLOAD_DBUSER".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO USER-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "VNDLOAD_DBPASS".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO PASSWORD
           END-IF.

      ***************************************************
        APPLY-DEDUCTION-PARA.
           MOVE VND-EMPID TO WS-EMPID.
           MOVE VND-REF   TO WS-VND-REF.
           PERFORM VALIDATE-RECORD-PARA THRU VALIDATE-RECORD-EXIT.
           IF RECORD-VALID
              MOVE VND-AMOUNT TO WS-AMOUNT
              PERFORM WRITE-VENDOR-DED-PARA
           END-IF.
           IF RECORD-VALID
              PERFORM UPSERT-DEDUCTION-PARA
           END-IF.
           IF RECORD-VALID
              ADD 1 TO APPLIED-COUNT
              ADD WS-AMOUNT TO WS-APPLIED-TOTAL
           END-IF.

      ***************************************************
      *    Record type known, EMPID on the master and active, the
      *    amount numeric, above zero and inside the vendor's
      *    per-employee maximum, and the employee not already
      *    loaded for this vendor and period (a second line, or a
      *    corrected file under a new id, would double the
      *    deduction). The first failure rejects the record.
        VALIDATE-RECORD-PARA.
           MOVE 'Y' TO WS-RECORD-OK.

           IF NOT VND-DETAIL
              MOVE 'RECORD TYPE NOT D' TO ERR-REASON
              PERFORM REJECT-RECORD-PARA
              GO TO VALIDATE-RECORD-EXIT
           END-IF.
           IF WS-EMPID = SPACES
              MOVE 'EMPID IS BLANK' TO ERR-REASON
              PERFORM REJECT-RECORD-PARA
              GO TO VALIDATE-RECORD-EXIT
           END-IF.

           MOVE SPACES TO WS-EMP-STATUS.
           EXEC SQL
               SELECT STATUS
                   INTO :WS-EMP-STATUS
                   FROM EMPLOYEE
                   WHERE EMPID = :WS-EMPID
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'EMPID NOT ON MASTER' TO ERR-REASON
                 PERFORM REJECT-RECORD-PARA
              WHEN NOT WS-SQL-RETURN-NORMAL
                 MOVE 'DB2 ERROR ON EMPLOYEE LOOKUP' TO ERR-REASON
                 PERFORM REJECT-RECORD-PARA
              WHEN WS-EMP-STATUS NOT = 'A'
                 MOVE 'EMPLOYEE NOT ACTIVE' TO ERR-REASON
                 PERFORM REJECT-RECORD-PARA
           END-EVALUATE.
           IF NOT RECORD-VALID
              GO TO VALIDATE-RECORD-EXIT
           END-IF.

           EVALUATE TRUE
              WHEN VND-AMOUNT IS NOT NUMERIC
                 MOVE 'AMOUNT NOT NUMERIC' TO ERR-REASON
                 PERFORM REJECT-RECORD-PARA
              WHEN VND-AMOUNT = ZERO
                 MOVE 'AMOUNT IS ZERO' TO ERR-REASON
                 PERFORM REJECT-RECORD-PARA
              WHEN VND-AMOUNT > VENDOR-MAX-AMT(WS-VND-SUB)
                 MOVE 'AMOUNT OVER VENDOR MAXIMUM' TO ERR-REASON
                 PERFORM REJECT-RECORD-PARA
           END-EVALUATE.
           IF NOT RECORD-VALID
              GO TO VALIDATE-RECORD-EXIT
           END-IF.

           MOVE ZERO TO WS-REF-COUNT.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-REF-COUNT
                   FROM VENDOR_DEDUCTION
                   WHERE VENDOR-CODE = :WS-VENDOR
                     AND EMPID = :WS-EMPID
                     AND PAY-PERIOD = :WS-PAY-PERIOD
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE ZERO TO WS-REF-COUNT
           END-IF.
           IF WS-REF-COUNT > 0
              MOVE 'ALREADY LOADED FOR THIS PERIOD' TO ERR-REASON
              PERFORM REJECT-RECORD-PARA
           END-IF.

       VALIDATE-RECORD-EXIT.
           EXIT.

      ***************************************************
        REJECT-RECORD-PARA.
           MOVE 'N' TO WS-RECORD-OK.
           MOVE WS-VENDOR  TO ERR-VENDOR.
           MOVE VND-EMPID  TO ERR-EMPID.
           MOVE VND-REF    TO ERR-REF.
           WRITE ERROR-RECORD.
           ADD 1 TO REJECTED-COUNT.

      ***************************************************
      *    What the vendor asked for - vndremit's statement sets
      *    what payrun actually recovered against it.
        WRITE-VENDOR-DED-PARA.
           EXEC SQL
               INSERT INTO VENDOR_DEDUCTION
                   (VENDOR-CODE, EMPID, PAY-PERIOD, AMOUNT,
                    VENDOR-REF, FILE-ID, LOADED-TS)
                   VALUES (:WS-VENDOR, :WS-EMPID, :WS-PAY-PERIOD,
                           :WS-AMOUNT, :WS-VND-REF, :WS-FILE-ID,
                           :WS-LOAD-TS)
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE 'DB2 ERROR ON VENDOR DEDUCTION INSERT'
                   TO ERR-REASON
              PERFORM REJECT-RECORD-PARA
           END-IF.

      ***************************************************
      *    The amount rides the recurring-deduction rail payrun
      *    already takes, as insprem's premium does - one period's
      *    amount on the outstanding balance, bounded to the one
      *    pay period. Update-or-insert, the usual convention.
        UPSERT-DEDUCTION-PARA.
           MOVE ZERO TO WS-REF-COUNT.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-REF-COUNT
                   FROM EMPLOYEE_DEDUCTION
                   WHERE EMPID = :WS-EMPID
                     AND DEDTYPE = :WS-VENDOR
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE ZERO TO WS-REF-COUNT
           END-IF.
           IF WS-REF-COUNT > 0
              EXEC SQL
                  UPDATE EMPLOYEE_DEDUCTION
                      SET PERIOD-AMOUNT   = :WS-AMOUNT,
                          OUTSTANDING-BAL = :WS-AMOUNT,
                          START-PERIOD    = :WS-PAY-PERIOD,
                          END-PERIOD      = :WS-PAY-PERIOD,
                          CHANGED-BY      = 'VNDLOAD'
                      WHERE EMPID = :WS-EMPID
                        AND DEDTYPE = :WS-VENDOR
              END-EXEC
           ELSE
              EXEC SQL
                  INSERT INTO EMPLOYEE_DEDUCTION
                      (EMPID, DEDTYPE, PERIOD-AMOUNT,
                       OUTSTANDING-BAL, START-PERIOD,
                       END-PERIOD, CHANGED-BY)
                      VALUES (:WS-EMPID, :WS-VENDOR,
                              :WS-AMOUNT, :WS-AMOUNT,
                              :WS-PAY-PERIOD, :WS-PAY-PERIOD,
                              'VNDLOAD')
              END-EXEC
           END-IF.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE 'DB2 ERROR ON DEDUCTION UPDATE' TO ERR-REASON
              PERFORM REJECT-RECORD-PARA
              EXEC SQL
                  DELETE FROM VENDOR_DEDUCTION
                      WHERE VENDOR-CODE = :WS-VENDOR
                        AND EMPID = :WS-EMPID
                        AND PAY-PERIOD = :WS-PAY-PERIOD
              END-EXEC
           END-IF.

      ***************************************************
      *    Header first, naming this run's vendor and a real pay
      *    period; trailer count equal to the detail records and
      *    trailer total equal to the sum of their amounts; file
      *    id not on PROCESSED_FILE already (a re-sent
      *    transmission). Any failure acknowledges the rejection
      *    and stops with RC=8 before the first apply. On success
      *    the file is closed and reopened for the apply pass.
        VERIFY-FILE-PARA.
           MOVE 'N' TO WS-HDR-SEEN WS-TRL-SEEN.
           MOVE 'Y' TO WS-FIRST-REC.
           MOVE ZEROES TO WS-DATA-COUNT WS-AMT-TOTAL
                          WS-TRL-COUNT WS-TRL-AMT.
           MOVE SPACES TO WS-FILE-ID WS-FILE-CREDT WS-HDR-VENDOR
                          WS-PAY-PERIOD.

           PERFORM VERIFY-ONE-REC-PARA THRU VERIFY-ONE-EXIT
               UNTIL END-OF-FILE.

           MOVE SPACES TO WS-FAIL-REASON.
           EVALUATE TRUE
              WHEN WS-HDR-SEEN NOT = 'Y'
                 MOVE 'NO FILE HEADER' TO WS-FAIL-REASON
              WHEN WS-HDR-VENDOR NOT = WS-VENDOR
                 MOVE 'HEADER VENDOR MISMATCH' TO WS-FAIL-REASON
              WHEN WS-PAY-PERIOD IS NOT NUMERIC
                 MOVE 'HEADER PAY PERIOD INVALID' TO WS-FAIL-REASON
              WHEN WS-TRL-SEEN NOT = 'Y'
                 MOVE 'NO FILE TRAILER' TO WS-FAIL-REASON
              WHEN WS-TRL-COUNT NOT = WS-DATA-COUNT
                 MOVE 'RECORD COUNT MISMATCH' TO WS-FAIL-REASON
              WHEN WS-TRL-AMT NOT = WS-AMT-TOTAL
                 MOVE 'AMOUNT TOTAL MISMATCH' TO WS-FAIL-REASON
              WHEN OTHER
                 MOVE WS-PAY-PERIOD(5:2) TO WS-PERIOD-MM
                 IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
                    MOVE 'HEADER PAY PERIOD INVALID'
                         TO WS-FAIL-REASON
                 ELSE
                    PERFORM CHECK-DUP-FILE-PARA
                    IF WS-DUPF-COUNT > 0
                       MOVE 'DUPLICATE FILE ID' TO WS-FAIL-REASON
                    END-IF
                 END-IF
           END-EVALUATE.

           IF WS-FAIL-REASON NOT = SPACES
              PERFORM FAIL-FILE-PARA
           END-IF.

      *    Rewind for the apply pass.
           CLOSE VENDOR-FILE.
           OPEN INPUT VENDOR-FILE.
           IF NOT VNDFL-OK
              DISPLAY "VNDFL REOPEN FAILED - STATUS "
                      WS-VNDFL-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'N' TO END-OF-INPUT-IND.

      ***************************************************
        VERIFY-ONE-REC-PARA.
           READ VENDOR-FILE
               AT END
                  MOVE 'Y' TO END-OF-INPUT-IND
                  GO TO VERIFY-ONE-EXIT
           END-READ.
           IF WS-FIRST-REC = 'Y'
              MOVE 'N' TO WS-FIRST-REC
              IF VND-REC-TYPE = '0'
                 MOVE 'Y' TO WS-HDR-SEEN
                 MOVE HDR-FILE-ID TO WS-FILE-ID
                 MOVE HDR-CREATE-DT TO WS-FILE-CREDT
                 MOVE HDR-VENDOR TO WS-HDR-VENDOR
                 MOVE HDR-PERIOD TO WS-PAY-PERIOD
                 GO TO VERIFY-ONE-EXIT
              END-IF
           END-IF.
           EVALUATE VND-REC-TYPE
              WHEN '0'
                 CONTINUE
              WHEN '9'
                 MOVE 'Y' TO WS-TRL-SEEN
                 IF TRL-REC-COUNT IS NUMERIC
                    MOVE TRL-REC-COUNT TO WS-TRL-COUNT
                 END-IF
                 IF TRL-AMT-TOTAL IS NUMERIC
                    MOVE TRL-AMT-TOTAL TO WS-TRL-AMT
                 END-IF
              WHEN OTHER
                 ADD 1 TO WS-DATA-COUNT
                 IF VND-AMOUNT IS NUMERIC
                    ADD VND-AMOUNT TO WS-AMT-TOTAL
                 END-IF
           END-EVALUATE.
        VERIFY-ONE-EXIT.
           EXIT.

      ***************************************************
        CHECK-DUP-FILE-PARA.
           MOVE ZERO TO WS-DUPF-COUNT.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-DUPF-COUNT
                   FROM PROCESSED_FILE
                   WHERE FILE-ID = :WS-FILE-ID
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE ZERO TO WS-DUPF-COUNT
           END-IF.

      ***************************************************
        FAIL-FILE-PARA.
           DISPLAY "FILE CONTROL FAILURE - " WS-FAIL-REASON
                   " - FILE '" WS-FILE-ID "' - NOTHING APPLIED".
           MOVE WS-FILE-ID TO ACK-FILE-ID.
           MOVE SPACES TO ACK-VERDICT.
           STRING 'REJECTED - ' WS-FAIL-REASON
               DELIMITED BY SIZE INTO ACK-VERDICT
           END-STRING.
           MOVE ZEROES TO ACK-ACCEPTED.
           MOVE WS-DATA-COUNT TO ACK-REJECTED.
           WRITE ACK-RECORD.
           CLOSE VENDOR-FILE.
           CLOSE ERROR-FILE.
           CLOSE ACK-FILE.
           EXEC SQL
                disconnect all;
           END-EXEC
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      ***************************************************
      *    One registry row per accepted file - the guard a
      *    re-sent transmission trips next time.
        REGISTER-FILE-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-PROC-TS.
           MOVE APPLIED-COUNT  TO WS-REG-APPLIED.
           MOVE REJECTED-COUNT TO WS-REG-REJECTED.
           EXEC SQL
               INSERT INTO PROCESSED_FILE
                   (FILE-ID, CREATE-DT, APPLIED-COUNT,
                    REJECTED-COUNT, PROCESSED-TS)
                   VALUES (:WS-FILE-ID, :WS-FILE-CREDT,
                           :WS-REG-APPLIED, :WS-REG-REJECTED,
                           :WS-PROC-TS)
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              DISPLAY 'DB2 ERROR - PROCESSED FILE REGISTER'
           END-IF.

      ***************************************************
        WRITE-ACK-PARA.
           MOVE WS-FILE-ID     TO ACK-FILE-ID.
           MOVE 'ACCEPTED' TO ACK-VERDICT.
           MOVE APPLIED-COUNT  TO ACK-ACCEPTED.
           MOVE REJECTED-COUNT TO ACK-REJECTED.
           WRITE ACK-RECORD.

      ***************************************************
       PROGRAM-EXIT.
           DISPLAY "9999-PROGRAM-EXIT - start".

           PERFORM REGISTER-FILE-PARA.
           PERFORM WRITE-ACK-PARA.
           IF REJECTED-COUNT > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE VENDOR-FILE.
           CLOSE ERROR-FILE.
           CLOSE ACK-FILE.

           EXEC SQL
                disconnect all;
           END-EXEC

           DISPLAY 'READ      COUNT '  READ-COUNT.
           DISPLAY 'APPLIED   COUNT '  APPLIED-COUNT.
           DISPLAY 'REJECTED  COUNT '  REJECTED-COUNT.
           DISPLAY 'APPLIED   TOTAL '  WS-APPLIED-TOTAL.
           DISPLAY "9999-PROGRAM-EXIT - end".
