      *    return that matches no register row is reported and
      *    counted rather than failing the whole load, same tolerance
      *    as dlychgrpt.cbl's since-deleted masters.
      *    A salary split across several accounts goes out as one
      *    credit per leg, so the returned account number also
      *    flags the matching BANK_CREDIT_LEG row - reissue then
      *    re-pays just that leg, not the whole net.
      *    SYSIN column 1 picks the input: blank or 'F' is the
      *    bank's fixed-width return file (RETNFL - which also
      *    carries the pre-note results); 'X' is an ISO 20022
      *    status report (STSFL) - a pain.002 payment status
      *    report or a camt.054 notification answering bankpay's
      *    pain.001 file. A transaction the bank rejected (TxSts
      *    RJCT) or returned (RtrInf) is split back out of its
      *    period-EMPID-account end-to-end id and flagged exactly
      *    as a fixed-width return is.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    bankretn.
       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT RETURN-FILE ASSIGN TO RETNFL
               FILE STATUS IS WS-RETNFL-STATUS.
           SELECT STATUS-FILE ASSIGN TO STSFL
               FILE STATUS IS WS-STSFL-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *
           10  RTN-ACCTNO                  PIC X(16).
           10  RTN-REASON                  PIC X(30).
           10  FILLER                      PIC X(23).
      *
      *    The bank's ISO 20022 status report, one element (or
      *    element group) per record - each element's value sits
      *    on the same record as its opening tag.
       FD  STATUS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STATUS-RECORD.
       01  STATUS-RECORD               PIC X(256).

       WORKING-STORAGE SECTION.
          EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01 WS-PAY-PERIOD           PIC X(06).
       01 WS-EMP-ID               PIC X(05).
       01 WS-RETURN-REASON        PIC X(30).
       01 WS-RTN-ACCTNO           PIC X(16).
      *    Pre-note result fields - a return record whose period
      *    field carries the 'PRENOT' marker is the bank's answer
      *    to a zero-value pre-notification (prenote.cbl), not a

       01  WS-RETNFL-STATUS            PIC X(02) VALUE SPACES.
           88  RETNFL-OK                       VALUE '00'.
       01  WS-STSFL-STATUS             PIC X(02) VALUE SPACES.
           88  STSFL-OK                        VALUE '00'.

      *    SYSIN column 1 - input format.
       01  WS-PARM-CARD                PIC X(80) VALUE SPACES.
       01  WS-FILE-FORMAT              PIC X(01) VALUE 'F'.
           88  FIXED-FORMAT                    VALUE 'F'.
           88  XML-FORMAT                      VALUE 'X'.

      *    Status-report scan fields - the tag being looked for,
      *    where it sits on the record, its value, and what has
      *    been gathered so far for the transaction in hand.
       01  WS-STATUS-SCAN.
           05  WS-TAG                      PIC X(20).
           05  WS-TAG-LEN                  PIC 9(04) COMP.
           05  WS-TAG-POS                  PIC 9(04) COMP.
           05  WS-TAG-START                PIC 9(04) COMP.
           05  WS-TAG-VALUE                PIC X(105).
           05  WS-TAG-FOUND-IND            PIC X(01).
               88  TAG-FOUND                       VALUE 'Y'.
           05  WS-STS-E2E-ID               PIC X(35).
           05  WS-STS-TXSTS                PIC X(04).
           05  WS-STS-RSN-CD               PIC X(04).
           05  WS-STS-ADDTL                PIC X(30).
           05  WS-STS-IN-RSN-IND           PIC X(01).
               88  STS-IN-RSN                      VALUE 'Y'.
           05  WS-STS-RETURNED-IND         PIC X(01).
               88  STS-RETURNED                    VALUE 'Y'.

       01  WS-COUNTERS.
           05  RETURN-COUNT                PIC 9(10) VALUE ZEROES.
           05  UNMATCHED-COUNT             PIC 9(10) VALUE ZEROES.
           05  VERIFIED-COUNT              PIC 9(10) VALUE ZEROES.
           05  PN-FAILED-COUNT             PIC 9(10) VALUE ZEROES.
           05  LEG-FLAGGED-COUNT           PIC 9(10) VALUE ZEROES.
           05  ACCEPTED-COUNT              PIC 9(10) VALUE ZEROES.
           05  GRP-REJECT-COUNT            PIC 9(10) VALUE ZEROES.

       01  WS-ENV-VALUE                PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM PARM-CARD-PARA.
           PERFORM INIT-PARA.

           IF XML-FORMAT
              PERFORM PROCESS-STATUS-PARA THRU PROCESS-STATUS-EXIT
                  UNTIL END-OF-FILE
           ELSE
              PERFORM PROCESS-DATA THRU PROCESS-EXIT
                  UNTIL END-OF-FILE
           END-IF.

           PERFORM PROGRAM-EXIT.
           DISPLAY "END OF BANK RETURN LOAD RUN".
           DISPLAY "1000-INIT - start".
           PERFORM CONNECT-TO-DATABASE.
           MOVE 'N' TO END-OF-INPUT-IND.
           IF XML-FORMAT
              OPEN INPUT STATUS-FILE
              IF NOT STSFL-OK
                 DISPLAY "STSFL OPEN FAILED - STATUS " WS-STSFL-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE 'N' TO WS-STS-IN-RSN-IND WS-STS-RETURNED-IND
              MOVE SPACES TO WS-STS-E2E-ID WS-STS-TXSTS
                             WS-STS-RSN-CD WS-STS-ADDTL
           ELSE
              OPEN INPUT RETURN-FILE
              IF NOT RETNFL-OK
                 DISPLAY "RETNFL OPEN FAILED - STATUS "
                         WS-RETNFL-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           DISPLAY "1000-INIT - END".

       INIT-EXIT.
           EXIT.

      ***************************************************
      *    SYSIN col 1 is the input format - F (or blank) the
      *    fixed-width return file, X an ISO 20022 status report.
       PARM-CARD-PARA.
           DISPLAY "PARM-CARD-PARA - start".
           ACCEPT WS-PARM-CARD FROM SYSIN.
           IF WS-PARM-CARD(1:1) = SPACE
              MOVE 'F' TO WS-FILE-FORMAT
           ELSE
              MOVE WS-PARM-CARD(1:1) TO WS-FILE-FORMAT
           END-IF.
           IF NOT FIXED-FORMAT AND NOT XML-FORMAT
              DISPLAY "INVALID FILE FORMAT IN SYSIN COLUMN 1 - '"
                      WS-PARM-CARD(1:1) "' (F OR X)"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY "PARM ECHO - FORMAT/" WS-FILE-FORMAT.
           DISPLAY "PARM-CARD-PARA - end".

      ***************************************************
       PROCESS-DATA.
           READ RETURN-FILE

       PROCESS-EXIT.  EXIT.

      ***************************************************
      *    Each record is checked for the handful of elements the
      *    load needs; the close of a transaction block (pain.002
      *    TxInfAndSts, camt.054 TxDtls) books what was gathered.
       PROCESS-STATUS-PARA.
           READ STATUS-FILE
               AT END
                  MOVE 'Y' TO END-OF-INPUT-IND
                  GO TO PROCESS-STATUS-EXIT
           END-READ.

           MOVE '<GrpSts>' TO WS-TAG.
           MOVE 8 TO WS-TAG-LEN.
           PERFORM FIND-TAG-PARA.
           IF TAG-FOUND AND WS-TAG-VALUE(1:4) = 'RJCT'
              ADD 1 TO GRP-REJECT-COUNT
              MOVE 8 TO RETURN-CODE
              DISPLAY 'BANK REJECTED THE WHOLE PAYMENT FILE - '
                      'CORRECT AND RETRANSMIT'
           END-IF.

           MOVE '<OrgnlEndToEndId>' TO WS-TAG.
           MOVE 17 TO WS-TAG-LEN.
           PERFORM FIND-TAG-PARA.
           IF TAG-FOUND
              MOVE WS-TAG-VALUE TO WS-STS-E2E-ID
           END-IF.

           MOVE '<EndToEndId>' TO WS-TAG.
           MOVE 12 TO WS-TAG-LEN.
           PERFORM FIND-TAG-PARA.
           IF TAG-FOUND
              MOVE WS-TAG-VALUE TO WS-STS-E2E-ID
           END-IF.

           MOVE '<TxSts>' TO WS-TAG.
           MOVE 7 TO WS-TAG-LEN.
           PERFORM FIND-TAG-PARA.
           IF TAG-FOUND
              MOVE WS-TAG-VALUE TO WS-STS-TXSTS
           END-IF.

           MOVE '<RtrInf>' TO WS-TAG.
           MOVE 8 TO WS-TAG-LEN.
           PERFORM FIND-TAG-PARA.
           IF TAG-FOUND
              MOVE 'Y' TO WS-STS-RETURNED-IND
           END-IF.

           MOVE '<Rsn>' TO WS-TAG.
           MOVE 5 TO WS-TAG-LEN.
           PERFORM FIND-TAG-PARA.
           IF TAG-FOUND
              MOVE 'Y' TO WS-STS-IN-RSN-IND
           END-IF.

           IF STS-IN-RSN
              MOVE '<Cd>' TO WS-TAG
              MOVE 4 TO WS-TAG-LEN
              PERFORM FIND-TAG-PARA
              IF TAG-FOUND
                 MOVE WS-TAG-VALUE TO WS-STS-RSN-CD
              END-IF
           END-IF.

           MOVE '</Rsn>' TO WS-TAG.
           MOVE 6 TO WS-TAG-LEN.
           PERFORM FIND-TAG-PARA.
           IF TAG-FOUND
              MOVE 'N' TO WS-STS-IN-RSN-IND
           END-IF.

           MOVE '<AddtlInf>' TO WS-TAG.
           MOVE 10 TO WS-TAG-LEN.
           PERFORM FIND-TAG-PARA.
           IF TAG-FOUND
              MOVE WS-TAG-VALUE TO WS-STS-ADDTL
           END-IF.

           MOVE '</TxInfAndSts>' TO WS-TAG.
           MOVE 14 TO WS-TAG-LEN.
           PERFORM FIND-TAG-PARA.
           IF NOT TAG-FOUND
              MOVE '</TxDtls>' TO WS-TAG
              MOVE 9 TO WS-TAG-LEN
              PERFORM FIND-TAG-PARA
           END-IF.
           IF TAG-FOUND
              PERFORM BOOK-STATUS-TXN-PARA
           END-IF.

       PROCESS-STATUS-EXIT.  EXIT.

      ***************************************************
      *    Finds WS-TAG on the current record and lifts the text
      *    after it up to the next '<' into WS-TAG-VALUE.
        FIND-TAG-PARA.
           MOVE 'N' TO WS-TAG-FOUND-IND.
           MOVE SPACES TO WS-TAG-VALUE.
           MOVE ZERO TO WS-TAG-POS.
           INSPECT STATUS-RECORD TALLYING WS-TAG-POS
               FOR CHARACTERS BEFORE INITIAL WS-TAG(1:WS-TAG-LEN).
           IF WS-TAG-POS < LENGTH OF STATUS-RECORD
              MOVE 'Y' TO WS-TAG-FOUND-IND
              COMPUTE WS-TAG-START = WS-TAG-POS + WS-TAG-LEN + 1
              IF WS-TAG-START NOT > LENGTH OF STATUS-RECORD
                 UNSTRING STATUS-RECORD(WS-TAG-START:)
                     DELIMITED BY '<'
                     INTO WS-TAG-VALUE
                 END-UNSTRING
              END-IF
           END-IF.

      ***************************************************
      *    Rejected (RJCT) or returned credits are booked through
      *    the same register/leg flagging as a fixed-width return;
      *    anything else (ACCP, ACSC, PDNG ...) is simply counted.
        BOOK-STATUS-TXN-PARA.
           ADD 1 TO RETURN-COUNT.
           IF WS-STS-TXSTS = 'RJCT' OR STS-RETURNED
              MOVE SPACES TO WS-PAY-PERIOD WS-EMP-ID WS-RTN-ACCTNO
              UNSTRING WS-STS-E2E-ID DELIMITED BY '-'
                  INTO WS-PAY-PERIOD WS-EMP-ID WS-RTN-ACCTNO
              END-UNSTRING
              MOVE SPACES TO WS-RETURN-REASON
              STRING WS-STS-RSN-CD DELIMITED BY SPACE
                     ' '           DELIMITED BY SIZE
                     WS-STS-ADDTL  DELIMITED BY SIZE
                     INTO WS-RETURN-REASON
              END-STRING
              PERFORM BOOK-FAILED-CREDIT-PARA
           ELSE
              ADD 1 TO ACCEPTED-COUNT
           END-IF.

           MOVE 'N' TO WS-STS-IN-RSN-IND WS-STS-RETURNED-IND.
           MOVE SPACES TO WS-STS-E2E-ID WS-STS-TXSTS
                          WS-STS-RSN-CD WS-STS-ADDTL.

      ***************************************************
       CONNECT-TO-DATABASE.
           DISPLAY "CONNECT-TO-DATABASE - START".
           MOVE RTN-PAY-PERIOD TO WS-PAY-PERIOD.
           MOVE RTN-EMP-ID     TO WS-EMP-ID.
           MOVE RTN-REASON     TO WS-RETURN-REASON.
           MOVE RTN-ACCTNO     TO WS-RTN-ACCTNO.
           PERFORM BOOK-FAILED-CREDIT-PARA.

        BOOK-FAILED-CREDIT-PARA.
           EXEC SQL
               UPDATE PAYROLL_REGISTER
                   SET CREDIT-STATUS = 'R',
                         WS-EMP-ID
           END-EVALUATE.

           PERFORM FLAG-FAILED-LEG-PARA.

      ***************************************************
      *    The leg is matched on the account the bank echoed back.
      *    A credit paid before split accounts existed has no leg
      *    row, which is not an error - reissue works those off the
      *    register row alone.
        FLAG-FAILED-LEG-PARA.
           EXEC SQL
               UPDATE BANK_CREDIT_LEG
                   SET CREDIT-STATUS = 'R',
                       CREDIT-REASON = :WS-RETURN-REASON
                   WHERE PAY-PERIOD = :WS-PAY-PERIOD
                     AND EMPID = :WS-EMP-ID
                     AND ACCTNO = :WS-RTN-ACCTNO
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 ADD 1 TO LEG-FLAGGED-COUNT
              WHEN WS-SQL-RETURN-NO-ENTRY
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - CREDIT LEG RETURN UPDATE - '
                         WS-EMP-ID
           END-EVALUATE.

      ***************************************************
      *    The bank echoes the pre-note back with 'OK' in the
      *    reason when the account exists, anything else when it
       PROGRAM-EXIT.
           DISPLAY "9999-PROGRAM-EXIT - start".

           IF XML-FORMAT
              CLOSE STATUS-FILE
           ELSE
              CLOSE RETURN-FILE
           END-IF.

           EXEC SQL
                disconnect all;
           DISPLAY 'UNMATCHED COUNT '  UNMATCHED-COUNT.
           DISPLAY 'VERIFIED  COUNT '  VERIFIED-COUNT.
           DISPLAY 'PN FAILED COUNT '  PN-FAILED-COUNT.
           DISPLAY 'LEG FLAGD COUNT '  LEG-FLAGGED-COUNT.
           IF XML-FORMAT
              DISPLAY 'ACCEPTED  COUNT '  ACCEPTED-COUNT
              DISPLAY 'GRP REJCT COUNT '  GRP-REJECT-COUNT
           END-IF.
           DISPLAY "9999-PROGRAM-EXIT - end".
