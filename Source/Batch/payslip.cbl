      *    description is not carried on the stub record, so it is
      *    resolved with a singleton SELECT per employee, the same
      *    way dlychgrpt.cbl resolves CHANGED-BY back to its master.
      *    An employee opted in to electronic delivery on
      *    EMPLOYEE_CONTACT (ECONMANT) with a usable, unbounced
      *    address is queued on ESLIP_DISPATCH and the slip's lines
      *    go to the ESLPFL staging file instead of the spool; the
      *    eslip run packages them into protected documents for the
      *    mail gateway. Everyone else is printed as before.
      *    Before a single stub is used the whole PAYFL is hashed
      *    with the keyed control hash and matched to the figure
      *    payrun posted on PAYROLL_RELEASE; a file altered since
      *    payrun wrote it stops the job with RC=12.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    payslip.
       ENVIRONMENT DIVISION.
           SELECT PAYSTUB-FILE ASSIGN TO PAYFL
               FILE STATUS IS WS-PAYFL-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRNTFL.
           SELECT ESLIP-STAGE-FILE ASSIGN TO ESLPFL.
       DATA DIVISION.
       FILE SECTION.
      *
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYSTUB-RECORD.
       01  PAYSTUB-RECORD PIC X(400).
      *
       FD  PRINT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRINT-RECORD.
       01  PRINT-RECORD PIC X(133).
      *
      *    One slip line per record, keyed so eslip can break on
      *    the employee - the line itself is the spool image.
       FD  ESLIP-STAGE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ESLIP-STAGE-RECORD.
       01  ESLIP-STAGE-RECORD.
           10  ESL-PAY-PERIOD              PIC X(06).
           10  ESL-RUN-TYPE                PIC X(01).
           10  ESL-EMP-ID                  PIC X(05).
           10  ESL-LINE                    PIC X(133).

       WORKING-STORAGE SECTION.
          EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01 WS-ADDR2                PIC X(30).
       01 WS-CITY                 PIC X(20).
       01 WS-POSTCODE             PIC X(10).
       01 WS-EMAIL                PIC X(30).
       01 WS-ESLIP-OPTIN          PIC X(01).
       01 WS-EMAIL-STATUS         PIC X(01).
       01 WS-ESL-PERIOD           PIC X(06).
       01 WS-ESL-RUN-TYPE         PIC X(01).
       01 WS-ESL-STATUS           PIC X(01).
       01 WS-ESL-TS               PIC X(21).
      *    Control-hash fields - see WS-CTLHASH-AREA.
       01 WS-HASH-VALUE           PIC X(20).
       01 WS-HASH-PERIOD          PIC X(06).
       01 WS-HASH-RUNTYPE         PIC X(01).
       01 WS-HASH-MATCH           PIC S9(09) COMP.
          EXEC SQL END DECLARE SECTION END-EXEC
       01  END-OF-INPUT-IND               PIC X(1).
            88 END-OF-FILE                VALUE 'Y'.
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

      *    Where this slip's lines go - the spool, or the e-delivery
      *    staging file.
       01  WS-ROUTE-IND                PIC X(01) VALUE 'P'.
           88  ROUTE-PAPER                     VALUE 'P'.
           88  ROUTE-ESLIP                     VALUE 'E'.
       01  WS-AT-COUNT                 PIC S9(04) COMP VALUE ZERO.
       01  WS-SLIP-LINE                PIC X(133).

       01  WS-EARN-TOTAL               PIC 9(08)V99 VALUE ZEROES.
       01  WS-DEDN-TOTAL               PIC 9(08)V99 VALUE ZEROES.
       01  WS-COUNTERS.
           05  STUB-COUNT                  PIC 9(10) VALUE ZEROES.
           05  SLIP-COUNT                  PIC 9(10) VALUE ZEROES.
           05  ESLIP-COUNT                 PIC 9(10) VALUE ZEROES.

      *    Control-hash work area - a keyed rolling hash over the
      *    PAYFL detail records, posted with the run on
      *    PAYROLL_RELEASE by payrun and recomputed by every job
      *    that reads the file. The key never rides on the file:
      *    the PAYFL_HASHKEY environment variable supplies it and
      *    there is no default, so whoever edits a stub cannot
      *    re-hash it to match.
       01  WS-CTLHASH-AREA.
           05  WS-HASH-KEY                 PIC X(32).
           05  WS-HASH-A                   PIC S9(18) COMP.
           05  WS-HASH-B                   PIC S9(18) COMP.
           05  WS-HASH-IDX                 PIC S9(04) COMP.
           05  WS-HASH-LEN                 PIC S9(04) COMP.
           05  WS-HASH-BYTE                PIC S9(04) COMP.
           05  WS-HASH-STUBS               PIC 9(10).
           05  WS-HASH-EOF-IND             PIC X(01).
               88  HASH-EOF                        VALUE 'Y'.
           05  WS-HASH-DATA                PIC X(400).
           05  WS-HASH-RESULT.
               10  WS-HASH-A-OUT           PIC 9(10).
               10  WS-HASH-B-OUT           PIC 9(10).

       01  WS-ENV-VALUE                PIC X(80) VALUE SPACES.

              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM VERIFY-PAYFL-HASH-PARA.
           OPEN OUTPUT PRINT-FILE.
           OPEN OUTPUT ESLIP-STAGE-FILE.
           DISPLAY "1000-INIT - END".

       INIT-EXIT.
        CONTACT-LOOKUP-PARA.
           MOVE PS-EMP-ID TO WS-CON-EMPID.
           MOVE SPACES TO WS-ADDR1 WS-ADDR2 WS-CITY WS-POSTCODE.
           MOVE SPACES TO WS-EMAIL WS-ESLIP-OPTIN WS-EMAIL-STATUS.
           EXEC SQL
               SELECT ADDR1, ADDR2, CITY, POSTCODE, EMAIL,
                      COALESCE(ESLIP-OPTIN, 'N'),
                      COALESCE(EMAIL-STATUS, ' ')
                   INTO :WS-ADDR1, :WS-ADDR2, :WS-CITY,
                        :WS-POSTCODE, :WS-EMAIL, :WS-ESLIP-OPTIN,
                        :WS-EMAIL-STATUS
                   FROM EMPLOYEE_CONTACT
                   WHERE EMPID = :WS-CON-EMPID
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE SPACES TO WS-ADDR1 WS-ADDR2 WS-CITY WS-POSTCODE
              MOVE SPACES TO WS-EMAIL WS-ESLIP-OPTIN WS-EMAIL-STATUS
           END-IF.

      ***************************************************
      *    E-delivery needs the opt-in, an address with one '@' and
      *    no bounce loaded against it. The slip is then queued on
      *    ESLIP_DISPATCH ('Q'); a row already there from an earlier
      *    payslip run for the same period keeps its slip off paper
      *    unless it bounced or could not be sent. Anything that
      *    fails to queue falls back to paper, never to nowhere.
        ESLIP-ROUTE-PARA.
           MOVE 'P' TO WS-ROUTE-IND.
           MOVE ZERO TO WS-AT-COUNT.
           INSPECT WS-EMAIL TALLYING WS-AT-COUNT FOR ALL '@'.
           IF WS-ESLIP-OPTIN = 'Y' AND WS-EMAIL-STATUS NOT = 'B'
              AND WS-AT-COUNT = 1
              MOVE PS-PAY-PERIOD TO WS-ESL-PERIOD
              MOVE PS-RUN-TYPE   TO WS-ESL-RUN-TYPE
              MOVE FUNCTION CURRENT-DATE TO WS-ESL-TS
              EXEC SQL
                  INSERT INTO ESLIP_DISPATCH
                      (PAY-PERIOD, RUN-TYPE, EMPID, EMAIL,
                       DISPATCH-STATUS, QUEUED-TS)
                      VALUES (:WS-ESL-PERIOD, :WS-ESL-RUN-TYPE,
                              :WS-CON-EMPID, :WS-EMAIL, 'Q',
                              :WS-ESL-TS)
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              EVALUATE TRUE
                 WHEN WS-SQL-RETURN-NORMAL
                    MOVE 'E' TO WS-ROUTE-IND
                 WHEN WS-SQL-RETURN-DUPKEY
                    PERFORM ESLIP-REQUEUE-PARA
                 WHEN OTHER
                    DISPLAY 'DB2 ERROR - ESLIP QUEUE, PRINTED '
                            WS-CON-EMPID
              END-EVALUATE
           END-IF.

      ***************************************************
        ESLIP-REQUEUE-PARA.
           MOVE SPACES TO WS-ESL-STATUS.
           EXEC SQL
               SELECT DISPATCH-STATUS
                   INTO :WS-ESL-STATUS
                   FROM ESLIP_DISPATCH
                   WHERE PAY-PERIOD = :WS-ESL-PERIOD
                     AND RUN-TYPE   = :WS-ESL-RUN-TYPE
                     AND EMPID      = :WS-CON-EMPID
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              AND (WS-ESL-STATUS = 'Q' OR WS-ESL-STATUS = 'S')
              MOVE 'E' TO WS-ROUTE-IND
           END-IF.

      ***************************************************
      *    Every slip line goes out through here - to the spool, or
      *    keyed onto the e-delivery staging file.
        PUT-SLIP-LINE-PARA.
           IF ROUTE-ESLIP
              MOVE PS-PAY-PERIOD TO ESL-PAY-PERIOD
              MOVE PS-RUN-TYPE   TO ESL-RUN-TYPE
              MOVE PS-EMP-ID     TO ESL-EMP-ID
              MOVE WS-SLIP-LINE  TO ESL-LINE
              WRITE ESLIP-STAGE-RECORD
           ELSE
              WRITE PRINT-RECORD FROM WS-SLIP-LINE
           END-IF.

      ***************************************************
        PRINT-PAY-SLIP-PARA.
           PERFORM DEPTDESC-LOOKUP-PARA.
           PERFORM CONTACT-LOOKUP-PARA.
           PERFORM ESLIP-ROUTE-PARA.

           MOVE HDR-LINE-1 TO WS-SLIP-LINE.
           PERFORM PUT-SLIP-LINE-PARA.
           MOVE PS-PAY-PERIOD TO HDR-PAY-PERIOD.
           MOVE HDR-LINE-2 TO WS-SLIP-LINE.
           PERFORM PUT-SLIP-LINE-PARA.
           MOVE BLANK-LINE TO WS-SLIP-LINE.
           PERFORM PUT-SLIP-LINE-PARA.

           MOVE PS-EMP-ID       TO EMP-ID-OUT.
           MOVE PS-EMP-NAME     TO EMP-NAME-OUT.
           MOVE EMP-LINE-1 TO WS-SLIP-LINE.
           PERFORM PUT-SLIP-LINE-PARA.
           MOVE PS-EMP-DEPT     TO EMP-DEPT-OUT.
           MOVE WS-DEPT-DESC    TO EMP-DEPTDESC-OUT.
           MOVE EMP-LINE-2 TO WS-SLIP-LINE.
           PERFORM PUT-SLIP-LINE-PARA.
           MOVE PS-EMP-DESG     TO EMP-DESG-OUT.
           MOVE PS-EMP-DESGDESC TO EMP-DESGDESC-OUT.
           MOVE EMP-LINE-3 TO WS-SLIP-LINE.
           PERFORM PUT-SLIP-LINE-PARA.
           IF WS-ADDR1 NOT = SPACES
              MOVE WS-ADDR1 TO ADDR-TEXT-OUT
              MOVE ADDR-LINE TO WS-SLIP-LINE
              PERFORM PUT-SLIP-LINE-PARA
              MOVE SPACES TO ADDR-TEXT-OUT
              STRING FUNCTION TRIM(WS-ADDR2) ', '
                     FUNCTION TRIM(WS-CITY) ' '
                     FUNCTION TRIM(WS-POSTCODE)
                  DELIMITED BY SIZE INTO ADDR-TEXT-OUT
              END-STRING
              MOVE ADDR-LINE TO WS-SLIP-LINE
              PERFORM PUT-SLIP-LINE-PARA
           END-IF.
           MOVE BLANK-LINE TO WS-SLIP-LINE.
           PERFORM PUT-SLIP-LINE-PARA.

           MOVE 'EARNINGS' TO BLOCK-HDR-TEXT.
           MOVE BLOCK-HDR-LINE TO WS-SLIP-LINE.
           PERFORM PUT-SLIP-LINE-PARA.
           MOVE 'BASIC PAY           ' TO AMT-LABEL.
           MOVE PS-EMP-BASIC TO AMT-VALUE.
           MOVE AMOUNT-LINE TO WS-SLIP-LINE.
           PERFORM PUT-SLIP-LINE-PARA.
           MOVE 'HOUSE RENT ALLOWANCE' TO AMT-LABEL.
           MOVE PS-EMP-HRA TO AMT-VALUE.
           MOVE AMOUNT-LINE TO WS-SLIP-LINE.
           PERFORM PUT-SLIP-LINE-PARA.
           MOVE 'CONVEYANCE          ' TO AMT-LABEL.
           MOVE PS-EMP-CONVPAY TO AMT-VALUE.
           MOVE AMOUNT-LINE TO WS-SLIP-LINE.
           PERFORM PUT-SLIP-LINE-PARA.
           MOVE 'MEDICAL             ' TO AMT-LABEL.
           MOVE PS-EMP-MEDPAY TO AMT-VALUE.
           MOVE AMOUNT-LINE TO WS-SLIP-LINE.
           PERFORM PUT-SLIP-LINE-PARA.
           IF PS-EMP-BONUS > ZEROES
              MOVE 'ONE-TIME PAYMENT    ' TO AMT-LABEL
              MOVE PS-EMP-BONUS TO AMT-VALUE
              MOVE AMOUNT-LINE TO WS-SLIP-LINE
              PERFORM PUT-SLIP-LINE-PARA
           END-IF.
           IF PS-EMP-ARREARS > ZEROES
              MOVE 'SALARY ARREARS      ' TO AMT-LABEL
              MOVE PS-EMP-ARREARS TO AMT-VALUE
              MOVE AMOUNT-LINE TO WS-SLIP-LINE
              PERFORM PUT-SLIP-LINE-PARA
           END-IF.
           IF PS-EMP-OTPAY > ZEROES
              MOVE 'OVERTIME            ' TO AMT-LABEL
              MOVE PS-EMP-OTPAY TO AMT-VALUE
              MOVE AMOUNT-LINE TO WS-SLIP-LINE
              PERFORM PUT-SLIP-LINE-PARA
           END-IF.
           IF PS-EMP-ACTALLOW > ZEROES
              MOVE 'ACTING ALLOWANCE    ' TO AMT-LABEL
              MOVE PS-EMP-ACTALLOW TO AMT-VALUE
              MOVE AMOUNT-LINE TO WS-SLIP-LINE
              PERFORM PUT-SLIP-LINE-PARA
           END-IF.
           IF PS-EMP-SHIFTALW > ZEROES
              MOVE 'SHIFT/NIGHT ALLOW   ' TO AMT-LABEL
              MOVE PS-EMP-SHIFTALW TO AMT-VALUE
              MOVE AMOUNT-LINE TO WS-SLIP-LINE
              PERFORM PUT-SLIP-LINE-PARA
           END-IF.
           IF PS-EMP-EXPREIMB > ZEROES
              MOVE 'EXPENSE REIMBURSED  ' TO AMT-LABEL
              MOVE PS-EMP-EXPREIMB TO AMT-VALUE
              MOVE AMOUNT-LINE TO WS-SLIP-LINE
              PERFORM PUT-SLIP-LINE-PARA
           END-IF.
           COMPUTE WS-EARN-TOTAL = PS-EMP-BASIC + PS-EMP-HRA
                                 + PS-EMP-CONVPAY + PS-EMP-MEDPAY
                                 + PS-EMP-BONUS + PS-EMP-ARREARS
                                 + PS-EMP-OTPAY + PS-EMP-ACTALLOW
                                 + PS-EMP-EXPREIMB + PS-EMP-SHIFTALW.
           MOVE 'TOTAL EARNINGS      ' TO AMT-LABEL.
           MOVE WS-EARN-TOTAL TO AMT-VALUE.
           MOVE AMOUNT-LINE TO WS-SLIP-LINE.
           PERFORM PUT-SLIP-LINE-PARA.
           MOVE BLANK-LINE TO WS-SLIP-LINE.
           PERFORM PUT-SLIP-LINE-PARA.

           MOVE 'DEDUCTIONS' TO BLOCK-HDR-TEXT.
           MOVE BLOCK-HDR-LINE TO WS-SLIP-LINE.
           PERFORM PUT-SLIP-LINE-PARA.
           MOVE 'PROVIDENT FUND      ' TO AMT-LABEL.
           MOVE PS-EMP-PFDED TO AMT-VALUE.
           MOVE AMOUNT-LINE TO WS-SLIP-LINE.
           PERFORM PUT-SLIP-LINE-PARA.
           MOVE 'INCOME TAX          ' TO AMT-LABEL.
           MOVE PS-EMP-TAXDED TO AMT-VALUE.
           MOVE AMOUNT-LINE TO WS-SLIP-LINE.
           PERFORM PUT-SLIP-LINE-PARA.
           MOVE 'LOAN/ADVANCE RECVRY ' TO AMT-LABEL.
           MOVE PS-EMP-DEDREC TO AMT-VALUE.
           MOVE AMOUNT-LINE TO WS-SLIP-LINE.
           PERFORM PUT-SLIP-LINE-PARA.
           MOVE 'LEAVE WITHOUT PAY   ' TO AMT-LABEL.
           MOVE PS-EMP-DOCKAMT TO AMT-VALUE.
           MOVE AMOUNT-LINE TO WS-SLIP-LINE.
           PERFORM PUT-SLIP-LINE-PARA.
           IF PS-EMP-ESIEE > ZEROES
              MOVE 'STATE INSURANCE     ' TO AMT-LABEL
              MOVE PS-EMP-ESIEE TO AMT-VALUE
              MOVE AMOUNT-LINE TO WS-SLIP-LINE
              PERFORM PUT-SLIP-LINE-PARA
           END-IF.
           IF PS-EMP-PROFTAX > ZEROES
              MOVE 'PROFESSIONAL TAX    ' TO AMT-LABEL
              MOVE PS-EMP-PROFTAX TO AMT-VALUE
              MOVE AMOUNT-LINE TO WS-SLIP-LINE
              PERFORM PUT-SLIP-LINE-PARA
           END-IF.
           COMPUTE WS-DEDN-TOTAL = PS-EMP-PFDED + PS-EMP-TAXDED
                                 + PS-EMP-DEDREC + PS-EMP-DOCKAMT
                                 + PS-EMP-ESIEE + PS-EMP-PROFTAX.
           MOVE 'TOTAL DEDUCTIONS    ' TO AMT-LABEL.
           MOVE WS-DEDN-TOTAL TO AMT-VALUE.
           MOVE AMOUNT-LINE TO WS-SLIP-LINE.
           PERFORM PUT-SLIP-LINE-PARA.
           MOVE BLANK-LINE TO WS-SLIP-LINE.
           PERFORM PUT-SLIP-LINE-PARA.

           MOVE PS-EMP-NETPAY TO NET-VALUE.
           MOVE NET-PAY-LINE TO WS-SLIP-LINE.
           PERFORM PUT-SLIP-LINE-PARA.
      *    The employer's insurance share is not the employee's
      *    money, so it is shown beneath net pay and never footed.
           IF PS-EMP-ESIER > ZEROES
              MOVE BLANK-LINE TO WS-SLIP-LINE
              PERFORM PUT-SLIP-LINE-PARA
              MOVE 'EMPLOYER STATE INS  ' TO AMT-LABEL
              MOVE PS-EMP-ESIER TO AMT-VALUE
              MOVE AMOUNT-LINE TO WS-SLIP-LINE
              PERFORM PUT-SLIP-LINE-PARA
           END-IF.

           IF ROUTE-ESLIP
              ADD 1 TO ESLIP-COUNT
           ELSE
              ADD 1 TO SLIP-COUNT
           END-IF.

      ***************************************************
      *    The whole PAYFL is hashed before a single stub is used,
      *    then reopened for the real pass. The figure must match
      *    the PAYFL-HASH payrun posted with the run on
      *    PAYROLL_RELEASE - a stub edited after payrun wrote it,
      *    trailer re-footed or not, fails here and stops the job
      *    with RC=12, kept apart from the RC=8 refusals so the
      *    scheduler can route it to security rather than payroll.
        VERIFY-PAYFL-HASH-PARA.
           PERFORM HASH-START-PARA.
           MOVE SPACES TO WS-HASH-PERIOD WS-HASH-RUNTYPE.
           MOVE 'N' TO WS-HASH-EOF-IND.
           PERFORM HASH-PAYFL-READ-PARA
               UNTIL HASH-EOF.
           PERFORM HASH-FINISH-PARA.
           CLOSE PAYSTUB-FILE.
           OPEN INPUT PAYSTUB-FILE.
           IF NOT PAYFL-OK
              DISPLAY "PAYFL REOPEN FAILED - STATUS " WS-PAYFL-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-HASH-STUBS > ZERO
              MOVE ZERO TO WS-HASH-MATCH
              EXEC SQL
                  SELECT COUNT(*)
                      INTO :WS-HASH-MATCH
                      FROM PAYROLL_RELEASE
                      WHERE PAY-PERIOD = :WS-HASH-PERIOD
                        AND RUN-TYPE = :WS-HASH-RUNTYPE
                        AND PAYFL-HASH = :WS-HASH-VALUE
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              IF NOT WS-SQL-RETURN-NORMAL
                 MOVE ZERO TO WS-HASH-MATCH
              END-IF
              IF WS-HASH-MATCH = ZERO
                 DISPLAY "PAYFL CONTROL HASH " WS-HASH-VALUE
                         " MATCHES NO RELEASE POSTING FOR PERIOD "
                         WS-HASH-PERIOD " RUN TYPE " WS-HASH-RUNTYPE
                         " - FILE ALTERED SINCE PAYRUN, RUN REFUSED"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              DISPLAY "PAYFL CONTROL HASH VERIFIED - " WS-HASH-VALUE
           END-IF.

        HASH-PAYFL-READ-PARA.
           READ PAYSTUB-FILE
               AT END
                  MOVE 'Y' TO WS-HASH-EOF-IND
               NOT AT END
                  IF PAYSTUB-RECORD(1:7) NOT = 'TRAILER'
                     IF WS-HASH-STUBS = ZERO
                        MOVE PAYSTUB-RECORD TO PAY-STUB-RECORD
                        MOVE PS-PAY-PERIOD TO WS-HASH-PERIOD
                        MOVE PS-RUN-TYPE   TO WS-HASH-RUNTYPE
                     END-IF
                     MOVE PAYSTUB-RECORD TO WS-HASH-DATA
                     MOVE 400 TO WS-HASH-LEN
                     PERFORM HASH-DATA-PARA
                     ADD 1 TO WS-HASH-STUBS
                  END-IF
           END-READ.

      ***************************************************
      *    Keyed control hash - two rolling sums over every byte,
      *    each modulo its own prime, seeded and closed with the
      *    PAYFL_HASHKEY key so the figure cannot be reproduced
      *    without it. The same paragraphs sit in payrun, bankpay,
      *    glpost, payslip, pfremit and payrecon - a change to one
      *    has to be made to all of them.
        HASH-START-PARA.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "PAYFL_HASHKEY".
      *    A key compiled into the source is one anyone holding the
      *    source can reproduce - with none supplied the job is
      *    refused, RC=12 like any other control-hash failure.
           IF WS-ENV-VALUE = SPACES
              DISPLAY "PAYFL_HASHKEY NOT SET - CONTROL HASH CANNOT "
                      "BE KEYED, RUN REFUSED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-ENV-VALUE TO WS-HASH-KEY.
           MOVE 1 TO WS-HASH-A.
           MOVE ZERO TO WS-HASH-B.
           MOVE ZERO TO WS-HASH-STUBS.
           PERFORM HASH-KEY-PARA.

        HASH-KEY-PARA.
           MOVE WS-HASH-KEY TO WS-HASH-DATA.
           MOVE 32 TO WS-HASH-LEN.
           PERFORM HASH-DATA-PARA.

        HASH-DATA-PARA.
           PERFORM HASH-BYTE-PARA
               VARYING WS-HASH-IDX FROM 1 BY 1
               UNTIL WS-HASH-IDX > WS-HASH-LEN.

        HASH-BYTE-PARA.
           COMPUTE WS-HASH-BYTE =
                   FUNCTION ORD(WS-HASH-DATA(WS-HASH-IDX:1)).
           COMPUTE WS-HASH-A =
                   FUNCTION MOD(WS-HASH-A * 257 + WS-HASH-BYTE,
                                2147483647).
           COMPUTE WS-HASH-B =
                   FUNCTION MOD(WS-HASH-B * 263 + WS-HASH-A
                                + WS-HASH-BYTE, 2147483629).

        HASH-FINISH-PARA.
           PERFORM HASH-KEY-PARA.
           MOVE WS-HASH-A TO WS-HASH-A-OUT.
           MOVE WS-HASH-B TO WS-HASH-B-OUT.
           MOVE WS-HASH-RESULT TO WS-HASH-VALUE.

      ***************************************************
       PROGRAM-EXIT.

           CLOSE PAYSTUB-FILE.
           CLOSE PRINT-FILE.
           CLOSE ESLIP-STAGE-FILE.

           EXEC SQL
                disconnect all;

           DISPLAY 'STUB RECORD COUNT '  STUB-COUNT.
           DISPLAY 'PAY SLIP    COUNT '  SLIP-COUNT.
           DISPLAY 'E-SLIP STAGED COUNT ' ESLIP-COUNT.
           DISPLAY "9999-PROGRAM-EXIT - end".
