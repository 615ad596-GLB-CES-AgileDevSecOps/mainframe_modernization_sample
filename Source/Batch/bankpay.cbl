      *    emplist's EXCPFL works, so payroll can chase the missing
      *    details instead of rekeying the whole run into the bank's
      *    portal by hand.
      *    An employee with secondary (split) accounts on
      *    EMPLOYEE_BANK has the net pay split across them in
      *    priority order - a fixed amount or a percentage of net
      *    each - and whatever is left goes to the primary account
      *    (ACCT-SEQ 0). Each leg is its own credit record and its
      *    own BANK_CREDIT_LEG row, so bankretn and reissue can
      *    return and re-pay one leg without touching the others.
      *    SYSIN column 1 picks the transmission format: blank or
      *    'F' is the bank's fixed-width layout (BNKFL) as before;
      *    'X' also writes an ISO 20022 pain.001 credit-transfer
      *    file (BNKXFL) - the COMPANY debit account, group and
      *    payment-block control sums, one transaction per credit
      *    with an end-to-end id of period-EMPID-account that ties
      *    each one back to its PAYROLL_REGISTER row - and folds in
      *    reissue's RBNKFL credits, which can no longer simply be
      *    concatenated onto an XML file. BNKFL is still written
      *    either way, as the control copy payrecon foots.
      *    Before a single stub is used the whole PAYFL is hashed
      *    with the keyed control hash and matched to the figure
      *    payrun posted on PAYROLL_RELEASE; a file altered since
      *    payrun wrote it stops the job with RC=12.
      *    BNKFL itself is hashed the same way as it is written and
      *    the figure recorded on the release row for payrecon; on
      *    an XML run BNKXFL, the file the bank actually receives,
      *    gets its own hash recorded beside it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    bankpay.
       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-PAYFL-STATUS.
           SELECT PAYMENT-FILE ASSIGN TO BNKFL.
           SELECT EXCEPTION-FILE ASSIGN TO EXCPFL.
           SELECT XML-FILE ASSIGN TO BNKXFL.
           SELECT XML-WORK-FILE ASSIGN TO BNKXWK.
           SELECT REISSUE-FILE ASSIGN TO RBNKFL
               FILE STATUS IS WS-RBNKFL-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYSTUB-RECORD.
       01  PAYSTUB-RECORD PIC X(400).
      *
       FD  PAYMENT-FILE
           RECORDING MODE IS F
           10  EXC-PAY-PERIOD              PIC X(06).
           10  FILLER                      PIC X(01) VALUE ','.
           10  EXC-REASON                  PIC X(40).
      *
      *    The pain.001 document, one element group per record.
       FD  XML-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS XML-RECORD.
       01  XML-RECORD PIC X(200).
      *
      *    Transaction blocks held back until the control sums the
      *    group header opens with are known.
       FD  XML-WORK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS XML-WORK-RECORD.
       01  XML-WORK-RECORD PIC X(200).
      *
      *    reissue.cbl's output - bankpay's credit layout, 'D'
      *    records only.
       FD  REISSUE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REISSUE-RECORD.
       01  REISSUE-RECORD PIC X(150).

       WORKING-STORAGE SECTION.
          EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01 WS-VERIFY-STATUS        PIC X(01).
       01 WS-CON-PHONE            PIC X(15).
       01 WS-CON-EMAIL            PIC X(30).
      *    Split-leg fields - one secondary account off CUR-SPLIT,
      *    then the leg actually credited (secondary or primary)
      *    as it is written to the bank file and BANK_CREDIT_LEG.
       01 WS-SEC-SEQ              PIC X(01).
       01 WS-SEC-ACCTNO           PIC X(16).
       01 WS-SEC-BANKCODE         PIC X(11).
       01 WS-SEC-ACCTNAME         PIC X(30).
       01 WS-SEC-VERIFY           PIC X(01).
       01 WS-SEC-SPLIT-TYPE       PIC X(01).
       01 WS-SEC-SPLIT-VALUE      PIC 9(07).
       01 WS-LEG-SEQ              PIC X(01).
       01 WS-LEG-ACCTNO           PIC X(16).
       01 WS-LEG-BANKCODE         PIC X(11).
       01 WS-LEG-ACCTNAME         PIC X(30).
       01 WS-LEG-AMT              PIC 9(07)V99.
       01 WS-LEG-TS               PIC X(21).
      *    Release-gate fields - the period/run-type off the first
      *    stub record is matched to its PAYROLL_RELEASE posting
      *    (written by payrun, ruled on through PRLMANT); anything
       01 WS-HDR-COMPANY          PIC X(03).
       01 WS-DEBIT-ACCT           PIC X(16).
       01 WS-DEBIT-BANK           PIC X(11).
       01 WS-HDR-COMPNAME         PIC X(50).
      *    Pay-hold fields - an employee with an active PAY_HOLD
      *    row (PHLDMANT) has the stub computed and registered as
      *    normal but the payment withheld: the net accumulates on
       01 WS-HELD-EMPID           PIC X(05).
       01 WS-HELD-SUM             PIC 9(09)V99.
       01 WS-HELD-TS              PIC X(21).
      *    Control-hash fields - see WS-CTLHASH-AREA.
       01 WS-HASH-VALUE           PIC X(20).
       01 WS-HASH-PERIOD          PIC X(06).
       01 WS-HASH-RUNTYPE         PIC X(01).
       01 WS-HASH-MATCH           PIC S9(09) COMP.
       01 WS-PAYFL-HASH           PIC X(20) VALUE SPACES.
       01 WS-BNK-HASH-TS          PIC X(21).
       01 WS-BNKFL-HASH           PIC X(20) VALUE SPACES.
          EXEC SQL END DECLARE SECTION END-EXEC
       01  END-OF-INPUT-IND               PIC X(1).
            88 END-OF-FILE                VALUE 'Y'.
               88  RELEASE-CHECKED                 VALUE 'Y'.
           05  WS-HELD-EOF-IND             PIC X(1).
               88  HELD-EOF                        VALUE 'Y'.
           05  WS-SPLIT-EOF-IND            PIC X(1).
               88  SPLIT-EOF                       VALUE 'Y'.
           05  WS-REMAIN-AMT               PIC 9(07)V99.
           05  WS-STUB-LEG-COUNT           PIC 9(02).

      *    Mirror of payrun.cbl's PAY-STUB-RECORD so the PAYFL fields
      *    line up byte-for-byte - any layout change there has to be
           05  RELEASED-COUNT              PIC 9(10) VALUE ZEROES.
           05  WS-RELEASED-TOTAL           PIC 9(11)V99 VALUE ZEROES.
           05  UNVERIFIED-COUNT            PIC 9(10) VALUE ZEROES.
           05  SPLIT-LEG-COUNT             PIC 9(10) VALUE ZEROES.
           05  SPLIT-UNVERIFIED-COUNT      PIC 9(10) VALUE ZEROES.

       01  WS-LAST-PAY-PERIOD          PIC X(06) VALUE SPACES.

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

      *    SYSIN column 1 - transmission format.
       01  WS-PARM-CARD                PIC X(80) VALUE SPACES.
       01  WS-FILE-FORMAT              PIC X(01) VALUE 'F'.
           88  FIXED-FORMAT                    VALUE 'F'.
           88  XML-FORMAT                      VALUE 'X'.

      *    ISO 20022 build fields. Amounts go out as plain decimals
      *    with a point, names with the XML specials escaped.
       01  WS-XML-FIELDS.
           05  WS-XML-LINE                 PIC X(200).
           05  WS-XML-CCY                  PIC X(03).
           05  WS-XML-E2E-ID               PIC X(35).
           05  WS-XML-MSG-ID               PIC X(35).
           05  WS-XML-TS                   PIC X(21).
           05  WS-XML-AMT-ED               PIC Z(8)9.99.
           05  WS-XML-SUM-ED               PIC Z(10)9.99.
           05  WS-XML-CNT-ED               PIC Z(9)9.
           05  WS-XML-RAW                  PIC X(50).
           05  WS-XML-TEXT                 PIC X(300).
           05  WS-XML-PTR                  PIC 9(04) COMP.
           05  WS-XML-IX                   PIC 9(04) COMP.
           05  WS-XML-WORK-EOF-IND         PIC X(01).
               88  XML-WORK-EOF                    VALUE 'Y'.
           05  WS-REIS-EOF-IND             PIC X(01).
               88  REIS-EOF                        VALUE 'Y'.
           05  XML-TXN-COUNT               PIC 9(10) VALUE ZEROES.
           05  XML-REISSUE-COUNT           PIC 9(10) VALUE ZEROES.
           05  WS-XML-TOTAL                PIC 9(11)V99 VALUE ZEROES.
      *    Same home currency payrun assumes for a stub with none.
       01  WS-HOME-CURRENCY            PIC X(03) VALUE 'INR'.

       01  WS-RBNKFL-STATUS            PIC X(02) VALUE SPACES.
           88  RBNKFL-OK                       VALUE '00'.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM PARM-CARD-PARA.
           PERFORM INIT-PARA.

           PERFORM PROCESS-DATA THRU PROCESS-EXIT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM VERIFY-PAYFL-HASH-PARA.
           MOVE WS-HASH-VALUE TO WS-PAYFL-HASH.
           PERFORM HASH-START-PARA.
           OPEN OUTPUT PAYMENT-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
           IF XML-FORMAT
              OPEN OUTPUT XML-WORK-FILE
           END-IF.
           DISPLAY "1000-INIT - END".

       INIT-EXIT.
           EXIT.

      ***************************************************
      *    SYSIN col 1 is the transmission format - F (or blank)
      *    fixed-width only, X fixed-width plus ISO 20022 pain.001.
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
           READ PAYSTUB-FILE
      *    bank reads as the default mandate.
        WRITE-COMPANY-HEADER-PARA.
           MOVE PS-EMP-COMPANY TO WS-HDR-COMPANY.
           MOVE SPACES TO WS-DEBIT-ACCT WS-DEBIT-BANK WS-HDR-COMPNAME.
           IF WS-HDR-COMPANY NOT = SPACES
              EXEC SQL
                  SELECT DEBIT-ACCT, DEBIT-BANKCODE, COMPNAME
                      INTO :WS-DEBIT-ACCT, :WS-DEBIT-BANK,
                           :WS-HDR-COMPNAME
                      FROM COMPANY
                      WHERE COMPCODE = :WS-HDR-COMPANY
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              IF NOT WS-SQL-RETURN-NORMAL
                 MOVE SPACES TO WS-DEBIT-ACCT WS-DEBIT-BANK
                                WS-HDR-COMPNAME
                 DISPLAY 'NO COMPANY MASTER ROW - ' WS-HDR-COMPANY
              END-IF
           END-IF.
      *    pain.001 has no default-mandate convention - the
      *    debtor account must be named, so an XML run needs the
      *    company's own debit account on COMPMANT.
           IF XML-FORMAT AND WS-DEBIT-ACCT = SPACES
              DISPLAY "NO COMPANY DEBIT ACCOUNT FOR '" WS-HDR-COMPANY
                      "' - ISO 20022 FILE REFUSED. SET THE DEBIT "
                      "ACCOUNT THROUGH COMPMANT FIRST"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-HDR-COMPANY TO PAYH-COMPANY.
           MOVE WS-DEBIT-ACCT  TO PAYH-DEBIT-ACCT.
           MOVE WS-DEBIT-BANK  TO PAYH-DEBIT-BANK.
           WRITE PAYMENT-RECORD FROM PAYMENT-HEADER-RECORD.
           MOVE PAYMENT-HEADER-RECORD TO WS-HASH-DATA.
           PERFORM HASH-BANK-RECORD-PARA.

      ***************************************************
      *    One singleton select per stub, the same shape LEAVEMNT's
      *    EMPID-VALIDATE uses - a missing row routes the employee to
      *    the exception file rather than dropping the payment
      *    silently. The primary account decides payable or not;
      *    secondaries only ever split off a payable primary.
        MATCH-BANK-DETAILS-PARA.
           MOVE PS-EMP-ID TO WS-EMP-ID.
           MOVE SPACES TO WS-ACCTNO WS-BANKCODE WS-ACCTNAME.
                        :WS-VERIFY-STATUS
                   FROM EMPLOYEE_BANK
                   WHERE EMPID = :WS-EMP-ID
                     AND ACCT-SEQ = '0'
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
              GO TO RELEASE-ONE-EXIT
           END-IF.

      *    A release is one lump credit to the primary account -
      *    the split arrangement applies to each period's stub as
      *    it is paid, not to held arrears.
           MOVE WS-HELD-EMPID TO WS-EMP-ID.
           MOVE SPACES TO WS-ACCTNO WS-BANKCODE WS-ACCTNAME.
           MOVE SPACES TO WS-VERIFY-STATUS.
                        :WS-VERIFY-STATUS
                   FROM EMPLOYEE_BANK
                   WHERE EMPID = :WS-EMP-ID
                     AND ACCT-SEQ = '0'
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
           MOVE WS-CON-PHONE    TO PAYD-PHONE.
           MOVE WS-CON-EMAIL    TO PAYD-EMAIL.
           WRITE PAYMENT-RECORD FROM PAYMENT-DETAIL-RECORD.
           MOVE PAYMENT-DETAIL-RECORD TO WS-HASH-DATA.
           PERFORM HASH-BANK-RECORD-PARA.
           IF XML-FORMAT
              MOVE WS-HOME-CURRENCY TO WS-XML-CCY
              PERFORM WRITE-XML-TXN-PARA
           END-IF.

           ADD 1 TO CREDIT-COUNT.
           ADD WS-HELD-SUM TO WS-CREDIT-TOTAL.
        RELEASE-ONE-EXIT.  EXIT.

      ***************************************************
      *    Contact lookup for a released payment - kept apart from
      *    the stub-path CONTACT-LOOKUP-PARA so a release never
      *    touches the current stub's leg bookkeeping.
        HELD-CONTACT-LOOKUP-PARA.
           MOVE SPACES TO WS-CON-PHONE WS-CON-EMAIL.
           EXEC SQL
           END-IF.

      ***************************************************
      *    The secondaries take their cut first, in priority
      *    order; the primary gets the remainder (and the whole
      *    net for an employee with no secondaries, or a stub the
      *    secondaries would otherwise leave with no credit at all).
        WRITE-PAYMENT-PARA.
           PERFORM CONTACT-LOOKUP-PARA.
           MOVE PS-PAY-PERIOD TO WS-LAST-PAY-PERIOD.
           MOVE PS-EMP-NETPAY TO WS-REMAIN-AMT.
           MOVE ZEROES TO WS-STUB-LEG-COUNT.

           PERFORM SPLIT-SECONDARY-PARA.

           IF WS-REMAIN-AMT > 0 OR WS-STUB-LEG-COUNT = 0
              MOVE '0'           TO WS-LEG-SEQ
              MOVE WS-ACCTNO     TO WS-LEG-ACCTNO
              MOVE WS-BANKCODE   TO WS-LEG-BANKCODE
              MOVE WS-ACCTNAME   TO WS-LEG-ACCTNAME
              MOVE WS-REMAIN-AMT TO WS-LEG-AMT
              PERFORM WRITE-LEG-PARA
           END-IF.

      ***************************************************
        SPLIT-SECONDARY-PARA.
           EXEC SQL
               DECLARE CUR-SPLIT CURSOR FOR
                   SELECT ACCT-SEQ, ACCTNO, BANKCODE, ACCTNAME,
                          VERIFY-STATUS, SPLIT-TYPE, SPLIT-VALUE
                       FROM EMPLOYEE_BANK
                       WHERE EMPID = :WS-EMP-ID
                         AND ACCT-SEQ <> '0'
                       ORDER BY PRIORITY, ACCT-SEQ
           END-EXEC.

           EXEC SQL OPEN CUR-SPLIT END-EXEC.

           MOVE 'N' TO WS-SPLIT-EOF-IND.
           PERFORM SPLIT-ONE-LEG-PARA THRU SPLIT-ONE-EXIT
               UNTIL SPLIT-EOF.

           EXEC SQL CLOSE CUR-SPLIT END-EXEC.

      *    A secondary not yet through the pre-note cycle is
      *    skipped and its share stays with the primary - the
      *    employee is still paid in full, just not split yet.
        SPLIT-ONE-LEG-PARA.
           MOVE SPACES TO WS-SEC-ACCTNO WS-SEC-BANKCODE
                          WS-SEC-ACCTNAME WS-SEC-VERIFY.
           EXEC SQL
               FETCH CUR-SPLIT
                   INTO :WS-SEC-SEQ, :WS-SEC-ACCTNO,
                        :WS-SEC-BANKCODE, :WS-SEC-ACCTNAME,
                        :WS-SEC-VERIFY, :WS-SEC-SPLIT-TYPE,
                        :WS-SEC-SPLIT-VALUE
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE 'Y' TO WS-SPLIT-EOF-IND
              GO TO SPLIT-ONE-EXIT
           END-IF.

           IF WS-REMAIN-AMT = 0
              GO TO SPLIT-ONE-EXIT
           END-IF.

           IF WS-SEC-VERIFY NOT = 'V'
              ADD 1 TO SPLIT-UNVERIFIED-COUNT
              DISPLAY 'SPLIT ACCOUNT NOT VERIFIED - PAID TO PRIMARY - '
                      WS-EMP-ID '/' WS-SEC-SEQ
              GO TO SPLIT-ONE-EXIT
           END-IF.

           IF WS-SEC-SPLIT-TYPE = 'P'
              COMPUTE WS-LEG-AMT ROUNDED =
                  PS-EMP-NETPAY * WS-SEC-SPLIT-VALUE / 100
           ELSE
              MOVE WS-SEC-SPLIT-VALUE TO WS-LEG-AMT
           END-IF.
           IF WS-LEG-AMT > WS-REMAIN-AMT
              MOVE WS-REMAIN-AMT TO WS-LEG-AMT
           END-IF.
           IF WS-LEG-AMT = 0
              GO TO SPLIT-ONE-EXIT
           END-IF.

           SUBTRACT WS-LEG-AMT FROM WS-REMAIN-AMT.
           MOVE WS-SEC-SEQ      TO WS-LEG-SEQ.
           MOVE WS-SEC-ACCTNO   TO WS-LEG-ACCTNO.
           MOVE WS-SEC-BANKCODE TO WS-LEG-BANKCODE.
           MOVE WS-SEC-ACCTNAME TO WS-LEG-ACCTNAME.
           PERFORM WRITE-LEG-PARA.
           ADD 1 TO SPLIT-LEG-COUNT.

        SPLIT-ONE-EXIT.  EXIT.

      ***************************************************
      *    One credit record per leg, and the leg booked on
      *    BANK_CREDIT_LEG (period, run type, EMPID, account
      *    sequence) so a return can be matched to exactly the
      *    leg that bounced. A rerun of the same file re-books the
      *    leg rather than failing on the duplicate.
        WRITE-LEG-PARA.
           MOVE WS-LEG-ACCTNO   TO PAYD-ACCTNO.
           MOVE WS-LEG-BANKCODE TO PAYD-BANKCODE.
           MOVE WS-LEG-ACCTNAME TO PAYD-ACCTNAME.
           MOVE WS-LEG-AMT      TO PAYD-AMOUNT.
           MOVE PS-PAY-PERIOD   TO PAYD-PAY-PERIOD.
           MOVE PS-EMP-ID       TO PAYD-EMP-ID.
           MOVE WS-CON-PHONE    TO PAYD-PHONE.
           MOVE WS-CON-EMAIL    TO PAYD-EMAIL.
           WRITE PAYMENT-RECORD FROM PAYMENT-DETAIL-RECORD.
           MOVE PAYMENT-DETAIL-RECORD TO WS-HASH-DATA.
           PERFORM HASH-BANK-RECORD-PARA.
           IF XML-FORMAT
              IF PS-EMP-CURRENCY = SPACES
                 MOVE WS-HOME-CURRENCY TO WS-XML-CCY
              ELSE
                 MOVE PS-EMP-CURRENCY  TO WS-XML-CCY
              END-IF
              PERFORM WRITE-XML-TXN-PARA
           END-IF.

           ADD 1 TO CREDIT-COUNT.
           ADD 1 TO WS-STUB-LEG-COUNT.
           ADD WS-LEG-AMT TO WS-CREDIT-TOTAL.

           MOVE FUNCTION CURRENT-DATE TO WS-LEG-TS.
           EXEC SQL
               INSERT INTO BANK_CREDIT_LEG
                   (PAY-PERIOD, RUN-TYPE, EMPID, ACCT-SEQ, ACCTNO,
                    AMOUNT, CREDIT-STATUS, CREDIT-REASON, LEG-TS)
                   VALUES (:WS-CHK-PERIOD, :WS-CHK-RUNTYPE,
                           :WS-EMP-ID, :WS-LEG-SEQ, :WS-LEG-ACCTNO,
                           :WS-LEG-AMT, ' ', ' ', :WS-LEG-TS)
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-DUPKEY
              EXEC SQL
                  UPDATE BANK_CREDIT_LEG
                      SET ACCTNO = :WS-LEG-ACCTNO,
                          AMOUNT = :WS-LEG-AMT,
                          CREDIT-STATUS = ' ',
                          CREDIT-REASON = ' ',
                          LEG-TS = :WS-LEG-TS
                      WHERE PAY-PERIOD = :WS-CHK-PERIOD
                        AND RUN-TYPE = :WS-CHK-RUNTYPE
                        AND EMPID = :WS-EMP-ID
                        AND ACCT-SEQ = :WS-LEG-SEQ
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
           END-IF.
           IF NOT WS-SQL-RETURN-NORMAL
              DISPLAY 'DB2 ERROR - CREDIT LEG INSERT - '
                      WS-EMP-ID '/' WS-LEG-SEQ
           END-IF.

      ***************************************************
      *    Phone/email off EMPLOYEE_CONTACT ride the payment detail
              MOVE SPACES TO WS-CON-PHONE WS-CON-EMAIL
           END-IF.

      ***************************************************
        WRITE-EXCEPTION-PARA.
           MOVE PS-EMP-ID      TO EXC-EMP-ID.
           MOVE CREDIT-COUNT       TO PAYT-CREDIT-COUNT.
           MOVE WS-CREDIT-TOTAL    TO PAYT-CREDIT-TOTAL.
           WRITE PAYMENT-RECORD FROM PAYMENT-TRAILER-RECORD.
           MOVE PAYMENT-TRAILER-RECORD TO WS-HASH-DATA.
           PERFORM HASH-BANK-RECORD-PARA.

      ***************************************************
      *    One CdtTrfTxInf block per credit, off the fixed-width
      *    detail record just written so the two files always
      *    carry the same credits. The end-to-end id is
      *    period-EMPID-account, which the bank echoes back on its
      *    pain.002/camt status reports for bankretn to match.
        WRITE-XML-TXN-PARA.
           ADD 1 TO XML-TXN-COUNT.
           ADD PAYD-AMOUNT TO WS-XML-TOTAL.
           MOVE SPACES TO WS-XML-E2E-ID.
           STRING PAYD-PAY-PERIOD DELIMITED BY SPACE
                  '-'             DELIMITED BY SIZE
                  PAYD-EMP-ID     DELIMITED BY SPACE
                  '-'             DELIMITED BY SIZE
                  PAYD-ACCTNO     DELIMITED BY SPACE
                  INTO WS-XML-E2E-ID
           END-STRING.

           MOVE '      <CdtTrfTxInf>' TO WS-XML-LINE.
           PERFORM PUT-XML-WORK-PARA.

           MOVE SPACES TO WS-XML-LINE.
           STRING '        <PmtId><EndToEndId>' DELIMITED BY SIZE
                  WS-XML-E2E-ID                 DELIMITED BY SPACE
                  '</EndToEndId></PmtId>'       DELIMITED BY SIZE
                  INTO WS-XML-LINE
           END-STRING.
           PERFORM PUT-XML-WORK-PARA.

           MOVE PAYD-AMOUNT TO WS-XML-AMT-ED.
           MOVE SPACES TO WS-XML-LINE.
           STRING '        <Amt><InstdAmt Ccy="' DELIMITED BY SIZE
                  WS-XML-CCY                     DELIMITED BY SIZE
                  '">'                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-XML-AMT-ED)   DELIMITED BY SIZE
                  '</InstdAmt></Amt>'            DELIMITED BY SIZE
                  INTO WS-XML-LINE
           END-STRING.
           PERFORM PUT-XML-WORK-PARA.

           MOVE SPACES TO WS-XML-LINE.
           STRING '        <CdtrAgt><FinInstnId><Othr><Id>'
                                                 DELIMITED BY SIZE
                  PAYD-BANKCODE                  DELIMITED BY SPACE
                  '</Id></Othr></FinInstnId></CdtrAgt>'
                                                 DELIMITED BY SIZE
                  INTO WS-XML-LINE
           END-STRING.
           PERFORM PUT-XML-WORK-PARA.

           MOVE PAYD-ACCTNAME TO WS-XML-RAW.
           PERFORM XML-ESCAPE-PARA.
           MOVE SPACES TO WS-XML-LINE.
           STRING '        <Cdtr><Nm>'           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-XML-TEXT)     DELIMITED BY SIZE
                  '</Nm></Cdtr>'                 DELIMITED BY SIZE
                  INTO WS-XML-LINE
           END-STRING.
           PERFORM PUT-XML-WORK-PARA.

           MOVE SPACES TO WS-XML-LINE.
           STRING '        <CdtrAcct><Id><Othr><Id>' DELIMITED BY SIZE
                  PAYD-ACCTNO                    DELIMITED BY SPACE
                  '</Id></Othr></Id></CdtrAcct>' DELIMITED BY SIZE
                  INTO WS-XML-LINE
           END-STRING.
           PERFORM PUT-XML-WORK-PARA.

           MOVE SPACES TO WS-XML-LINE.
           STRING '        <RmtInf><Ustrd>SALARY ' DELIMITED BY SIZE
                  PAYD-PAY-PERIOD                DELIMITED BY SIZE
                  ' EMPID '                      DELIMITED BY SIZE
                  PAYD-EMP-ID                    DELIMITED BY SIZE
                  '</Ustrd></RmtInf>'            DELIMITED BY SIZE
                  INTO WS-XML-LINE
           END-STRING.
           PERFORM PUT-XML-WORK-PARA.

           MOVE '      </CdtTrfTxInf>' TO WS-XML-LINE.
           PERFORM PUT-XML-WORK-PARA.

      ***************************************************
      *    &, <, > and quotes in a name would break the document.
        XML-ESCAPE-PARA.
           MOVE SPACES TO WS-XML-TEXT.
           MOVE 1 TO WS-XML-PTR.
           PERFORM XML-ESCAPE-CHAR-PARA
               VARYING WS-XML-IX FROM 1 BY 1
               UNTIL WS-XML-IX > LENGTH OF WS-XML-RAW.

        XML-ESCAPE-CHAR-PARA.
           EVALUATE WS-XML-RAW(WS-XML-IX:1)
              WHEN '&'
                 STRING '&amp;' DELIMITED BY SIZE
                     INTO WS-XML-TEXT WITH POINTER WS-XML-PTR
              WHEN '<'
                 STRING '&lt;' DELIMITED BY SIZE
                     INTO WS-XML-TEXT WITH POINTER WS-XML-PTR
              WHEN '>'
                 STRING '&gt;' DELIMITED BY SIZE
                     INTO WS-XML-TEXT WITH POINTER WS-XML-PTR
              WHEN '"'
                 STRING '&quot;' DELIMITED BY SIZE
                     INTO WS-XML-TEXT WITH POINTER WS-XML-PTR
              WHEN OTHER
                 STRING WS-XML-RAW(WS-XML-IX:1) DELIMITED BY SIZE
                     INTO WS-XML-TEXT WITH POINTER WS-XML-PTR
           END-EVALUATE.

      ***************************************************
        PUT-XML-WORK-PARA.
           WRITE XML-WORK-RECORD FROM WS-XML-LINE.

        PUT-XML-FILE-PARA.
           WRITE XML-RECORD FROM WS-XML-LINE.
           MOVE WS-XML-LINE TO WS-HASH-DATA.
           MOVE 200 TO WS-HASH-LEN.
           PERFORM HASH-DATA-PARA.

      ***************************************************
      *    reissue's corrected credits used to ride the fixed file
      *    by concatenation; on an XML run they join the document
      *    instead. No RBNKFL this cycle is not an error.
        XML-REISSUE-PARA.
           OPEN INPUT REISSUE-FILE.
           IF NOT RBNKFL-OK
              DISPLAY "NO REISSUE FILE FOR THIS TRANSMISSION - "
                      "STATUS " WS-RBNKFL-STATUS
              GO TO XML-REISSUE-EXIT
           END-IF.
           MOVE 'N' TO WS-REIS-EOF-IND.
           PERFORM XML-REISSUE-ONE-PARA UNTIL REIS-EOF.
           CLOSE REISSUE-FILE.

        XML-REISSUE-EXIT.  EXIT.

        XML-REISSUE-ONE-PARA.
           READ REISSUE-FILE
               AT END
                  MOVE 'Y' TO WS-REIS-EOF-IND
               NOT AT END
                  IF REISSUE-RECORD(1:1) = 'D'
                     MOVE REISSUE-RECORD TO PAYMENT-DETAIL-RECORD
                     MOVE WS-HOME-CURRENCY TO WS-XML-CCY
                     PERFORM WRITE-XML-TXN-PARA
                     ADD 1 TO XML-REISSUE-COUNT
                  END-IF
           END-READ.

      ***************************************************
      *    The group header and payment block open with the count
      *    and control sum, so the transactions held on BNKXWK are
      *    copied in behind them once everything has been written.
        WRITE-XML-FILE-PARA.
           PERFORM XML-REISSUE-PARA THRU XML-REISSUE-EXIT.
           CLOSE XML-WORK-FILE.

           MOVE FUNCTION CURRENT-DATE TO WS-XML-TS.
           MOVE SPACES TO WS-XML-MSG-ID.
           STRING 'SAL'             DELIMITED BY SIZE
                  WS-CHK-PERIOD     DELIMITED BY SIZE
                  WS-CHK-RUNTYPE    DELIMITED BY SIZE
                  '-'               DELIMITED BY SIZE
                  WS-XML-TS(1:14)   DELIMITED BY SIZE
                  INTO WS-XML-MSG-ID
           END-STRING.
           MOVE XML-TXN-COUNT TO WS-XML-CNT-ED.
           MOVE WS-XML-TOTAL  TO WS-XML-SUM-ED.
           MOVE WS-HDR-COMPNAME TO WS-XML-RAW.
           PERFORM XML-ESCAPE-PARA.

           OPEN OUTPUT XML-FILE.
           MOVE '<?xml version="1.0" encoding="UTF-8"?>'
                TO WS-XML-LINE.
           PERFORM PUT-XML-FILE-PARA.
           MOVE SPACES TO WS-XML-LINE.
           STRING '<Document xmlns="urn:iso:std:iso:20022:tech:'
                                                 DELIMITED BY SIZE
                  'xsd:pain.001.001.03">'        DELIMITED BY SIZE
                  INTO WS-XML-LINE
           END-STRING.
           PERFORM PUT-XML-FILE-PARA.
           MOVE '  <CstmrCdtTrfInitn>' TO WS-XML-LINE.
           PERFORM PUT-XML-FILE-PARA.
           MOVE '    <GrpHdr>' TO WS-XML-LINE.
           PERFORM PUT-XML-FILE-PARA.

           MOVE SPACES TO WS-XML-LINE.
           STRING '      <MsgId>'   DELIMITED BY SIZE
                  WS-XML-MSG-ID     DELIMITED BY SPACE
                  '</MsgId>'        DELIMITED BY SIZE
                  INTO WS-XML-LINE
           END-STRING.
           PERFORM PUT-XML-FILE-PARA.

           MOVE SPACES TO WS-XML-LINE.
           STRING '      <CreDtTm>' DELIMITED BY SIZE
                  WS-XML-TS(1:4)    DELIMITED BY SIZE
                  '-'               DELIMITED BY SIZE
                  WS-XML-TS(5:2)    DELIMITED BY SIZE
                  '-'               DELIMITED BY SIZE
                  WS-XML-TS(7:2)    DELIMITED BY SIZE
                  'T'               DELIMITED BY SIZE
                  WS-XML-TS(9:2)    DELIMITED BY SIZE
                  ':'               DELIMITED BY SIZE
                  WS-XML-TS(11:2)   DELIMITED BY SIZE
                  ':'               DELIMITED BY SIZE
                  WS-XML-TS(13:2)   DELIMITED BY SIZE
                  '</CreDtTm>'      DELIMITED BY SIZE
                  INTO WS-XML-LINE
           END-STRING.
           PERFORM PUT-XML-FILE-PARA.

           PERFORM PUT-XML-SUMS-PARA.

           MOVE SPACES TO WS-XML-LINE.
           STRING '      <InitgPty><Nm>'        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-XML-TEXT)    DELIMITED BY SIZE
                  '</Nm></InitgPty>'            DELIMITED BY SIZE
                  INTO WS-XML-LINE
           END-STRING.
           PERFORM PUT-XML-FILE-PARA.
           MOVE '    </GrpHdr>' TO WS-XML-LINE.
           PERFORM PUT-XML-FILE-PARA.

           MOVE '    <PmtInf>' TO WS-XML-LINE.
           PERFORM PUT-XML-FILE-PARA.
           MOVE SPACES TO WS-XML-LINE.
           STRING '      <PmtInfId>' DELIMITED BY SIZE
                  WS-XML-MSG-ID      DELIMITED BY SPACE
                  '-'                DELIMITED BY SIZE
                  WS-HDR-COMPANY     DELIMITED BY SPACE
                  '</PmtInfId>'      DELIMITED BY SIZE
                  INTO WS-XML-LINE
           END-STRING.
           PERFORM PUT-XML-FILE-PARA.
           MOVE '      <PmtMtd>TRF</PmtMtd>' TO WS-XML-LINE.
           PERFORM PUT-XML-FILE-PARA.

           PERFORM PUT-XML-SUMS-PARA.

           MOVE '      <PmtTpInf><CtgyPurp><Cd>SALA</Cd></CtgyPurp>'
             & '</PmtTpInf>' TO WS-XML-LINE.
           PERFORM PUT-XML-FILE-PARA.

           MOVE SPACES TO WS-XML-LINE.
           STRING '      <ReqdExctnDt>' DELIMITED BY SIZE
                  WS-XML-TS(1:4)        DELIMITED BY SIZE
                  '-'                   DELIMITED BY SIZE
                  WS-XML-TS(5:2)        DELIMITED BY SIZE
                  '-'                   DELIMITED BY SIZE
                  WS-XML-TS(7:2)        DELIMITED BY SIZE
                  '</ReqdExctnDt>'      DELIMITED BY SIZE
                  INTO WS-XML-LINE
           END-STRING.
           PERFORM PUT-XML-FILE-PARA.

           MOVE SPACES TO WS-XML-LINE.
           STRING '      <Dbtr><Nm>'            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-XML-TEXT)    DELIMITED BY SIZE
                  '</Nm></Dbtr>'                DELIMITED BY SIZE
                  INTO WS-XML-LINE
           END-STRING.
           PERFORM PUT-XML-FILE-PARA.

           MOVE SPACES TO WS-XML-LINE.
           STRING '      <DbtrAcct><Id><Othr><Id>' DELIMITED BY SIZE
                  WS-DEBIT-ACCT                 DELIMITED BY SPACE
                  '</Id></Othr></Id></DbtrAcct>' DELIMITED BY SIZE
                  INTO WS-XML-LINE
           END-STRING.
           PERFORM PUT-XML-FILE-PARA.

           MOVE SPACES TO WS-XML-LINE.
           STRING '      <DbtrAgt><FinInstnId><Othr><Id>'
                                                DELIMITED BY SIZE
                  WS-DEBIT-BANK                 DELIMITED BY SPACE
                  '</Id></Othr></FinInstnId></DbtrAgt>'
                                                DELIMITED BY SIZE
                  INTO WS-XML-LINE
           END-STRING.
           PERFORM PUT-XML-FILE-PARA.
           MOVE '      <ChrgBr>SLEV</ChrgBr>' TO WS-XML-LINE.
           PERFORM PUT-XML-FILE-PARA.

           OPEN INPUT XML-WORK-FILE.
           MOVE 'N' TO WS-XML-WORK-EOF-IND.
           PERFORM COPY-XML-WORK-PARA UNTIL XML-WORK-EOF.
           CLOSE XML-WORK-FILE.

           MOVE '    </PmtInf>' TO WS-XML-LINE.
           PERFORM PUT-XML-FILE-PARA.
           MOVE '  </CstmrCdtTrfInitn>' TO WS-XML-LINE.
           PERFORM PUT-XML-FILE-PARA.
           MOVE '</Document>' TO WS-XML-LINE.
           PERFORM PUT-XML-FILE-PARA.
           CLOSE XML-FILE.

      ***************************************************
      *    NbOfTxs/CtrlSum - the same pair heads the group header
      *    and the (single) payment block.
        PUT-XML-SUMS-PARA.
           MOVE SPACES TO WS-XML-LINE.
           STRING '      <NbOfTxs>'             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-XML-CNT-ED)  DELIMITED BY SIZE
                  '</NbOfTxs>'                  DELIMITED BY SIZE
                  INTO WS-XML-LINE
           END-STRING.
           PERFORM PUT-XML-FILE-PARA.
           MOVE SPACES TO WS-XML-LINE.
           STRING '      <CtrlSum>'             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-XML-SUM-ED)  DELIMITED BY SIZE
                  '</CtrlSum>'                  DELIMITED BY SIZE
                  INTO WS-XML-LINE
           END-STRING.
           PERFORM PUT-XML-FILE-PARA.

        COPY-XML-WORK-PARA.
           READ XML-WORK-FILE
               AT END
                  MOVE 'Y' TO WS-XML-WORK-EOF-IND
               NOT AT END
                  MOVE XML-WORK-RECORD TO WS-XML-LINE
                  PERFORM PUT-XML-FILE-PARA
           END-READ.

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
      *    Every BNKFL record is hashed as it is written, with the
      *    same keyed hash as PAYFL, and the figure is recorded on
      *    the release row whose PAYFL hash this run verified - so
      *    payrecon can prove the file the bank received is the
      *    file this job generated.
        HASH-BANK-RECORD-PARA.
           MOVE 150 TO WS-HASH-LEN.
           PERFORM HASH-DATA-PARA.

        RECORD-BANK-HASH-PARA.
           PERFORM HASH-FINISH-PARA.
           IF NOT RELEASE-CHECKED
              DISPLAY 'NO STUBS ON PAYFL - BNKFL HASH NOT RECORDED'
           ELSE
              MOVE FUNCTION CURRENT-DATE TO WS-BNK-HASH-TS
              EXEC SQL
                  UPDATE PAYROLL_RELEASE
                      SET BNKFL-HASH    = :WS-HASH-VALUE,
                          BNKFL-HASH-TS = :WS-BNK-HASH-TS
                      WHERE PAY-PERIOD = :WS-CHK-PERIOD
                        AND RUN-TYPE   = :WS-CHK-RUNTYPE
                        AND PAYFL-HASH = :WS-PAYFL-HASH
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              IF NOT WS-SQL-RETURN-NORMAL
                 DISPLAY 'DB2 ERROR - BNKFL HASH RECORD ' WS-SQLCODE
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.
           MOVE WS-HASH-VALUE TO WS-BNKFL-HASH.

      ***************************************************
      *    On an XML run the bank is sent BNKXFL, not BNKFL - every
      *    record PUT-XML-FILE-PARA writes is hashed under a fresh
      *    start (the BNKFL figure is closed and recorded before
      *    the first XML line exists) and the figure goes on the
      *    same release row as BNKXFL-HASH for payrecon to check.
        RECORD-XML-HASH-PARA.
           PERFORM HASH-FINISH-PARA.
           IF NOT RELEASE-CHECKED
              DISPLAY 'NO STUBS ON PAYFL - BNKXFL HASH NOT RECORDED'
           ELSE
              MOVE FUNCTION CURRENT-DATE TO WS-BNK-HASH-TS
              EXEC SQL
                  UPDATE PAYROLL_RELEASE
                      SET BNKXFL-HASH    = :WS-HASH-VALUE,
                          BNKXFL-HASH-TS = :WS-BNK-HASH-TS
                      WHERE PAY-PERIOD = :WS-CHK-PERIOD
                        AND RUN-TYPE   = :WS-CHK-RUNTYPE
                        AND PAYFL-HASH = :WS-PAYFL-HASH
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              IF NOT WS-SQL-RETURN-NORMAL
                 DISPLAY 'DB2 ERROR - BNKXFL HASH RECORD ' WS-SQLCODE
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.

      ***************************************************
       PROGRAM-EXIT.

           PERFORM RELEASE-HELD-PARA.
           PERFORM WRITE-TRAILER-PARA.
           PERFORM RECORD-BANK-HASH-PARA.
           IF XML-FORMAT
              PERFORM HASH-START-PARA
              PERFORM WRITE-XML-FILE-PARA
              PERFORM RECORD-XML-HASH-PARA
           END-IF.
           CLOSE PAYSTUB-FILE.
           CLOSE PAYMENT-FILE.
           CLOSE EXCEPTION-FILE.
           DISPLAY 'CREDIT    COUNT '  CREDIT-COUNT.
           DISPLAY 'EXCEPTION COUNT '  EXCEPTION-COUNT.
           DISPLAY 'CREDIT    TOTAL '  WS-CREDIT-TOTAL.
           DISPLAY 'PAYFL     HASH  '  WS-PAYFL-HASH.
           DISPLAY 'BNKFL     HASH  '  WS-BNKFL-HASH.
           DISPLAY 'HELD      COUNT '  HELD-COUNT.
           DISPLAY 'HELD      TOTAL '  WS-HELD-TOTAL.
           DISPLAY 'RELEASED  COUNT '  RELEASED-COUNT.
           DISPLAY 'RELEASED  TOTAL '  WS-RELEASED-TOTAL.
           DISPLAY 'UNVERIFD  COUNT '  UNVERIFIED-COUNT.
           DISPLAY 'SPLIT LEG COUNT '  SPLIT-LEG-COUNT.
           DISPLAY 'SPLIT UNV COUNT '  SPLIT-UNVERIFIED-COUNT.
           IF XML-FORMAT
              DISPLAY 'XML TXN   COUNT '  XML-TXN-COUNT
              DISPLAY 'XML REIS  COUNT '  XML-REISSUE-COUNT
              DISPLAY 'XML CTRL  SUM   '  WS-XML-TOTAL
              DISPLAY 'BNKXFL    HASH  '  WS-HASH-VALUE
           END-IF.
           DISPLAY "9999-PROGRAM-EXIT - end".
