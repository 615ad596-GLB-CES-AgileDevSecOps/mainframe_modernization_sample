      *    so a discrepancy surfaces before finance's GL close
      *    instead of during it. Legs checked:
      *      A - GL debit total vs the register's earnings total
      *          plus the employer's state-insurance share - the
      *          intercompany receivable legs of a cross-entity
      *          recharge are left out, they are not earnings;
      *      B - GL debit total vs GL credit total (file balance)
      *      C - bank credit total plus the exceptioned employees'
      *          register net vs the register's net total;
      *      D - the keyed control hash of the BNKFL in hand vs the
      *          hash bankpay recorded on PAYROLL_RELEASE when it
      *          wrote the file - a mismatch ends RC=12, apart from
      *          the RC=8 footing differences;
      *      E - intercompany receivable (ICRECV) debits vs
      *          intercompany payable (ICPAY) credits - the two
      *          sides of every recharge must net to zero;
      *      F - on an XML transmission, the keyed control hash of
      *          the pain.001 file in hand (BNKXFL) vs the hash
      *          bankpay recorded for it - RC=12 like leg D. A
      *          fixed-format run has no BNKXFL and reports N/A.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    payrecon.
       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-BNKFL-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO EXCPFL
               FILE STATUS IS WS-EXCFL-STATUS.
           SELECT OPTIONAL XML-FILE ASSIGN TO BNKXFL
               FILE STATUS IS WS-BNKXFL-STATUS.
           SELECT RECON-FILE ASSIGN TO RECONFL.
       DATA DIVISION.
       FILE SECTION.
           10  EXC-PAY-PERIOD              PIC X(06).
           10  FILLER                      PIC X(01).
           10  EXC-REASON                  PIC X(40).
      *
      *    bankpay's pain.001 document - read only to re-hash it.
       FD  XML-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS XML-RECORD.
       01  XML-RECORD PIC X(200).
      *
       FD  RECON-FILE
           RECORDING MODE IS F
       01 WS-RUNC-RC              PIC S9(04).
       01 WS-RUNC-ROWS            PIC 9(10).
       01 WS-PREREQ-COUNT         PIC S9(09) COMP.
      *    Control-hash fields - see WS-CTLHASH-AREA.
       01 WS-HASH-VALUE           PIC X(20).
       01 WS-HASH-PERIOD          PIC X(06).
       01 WS-HASH-RUNTYPE         PIC X(01).
       01 WS-HASH-MATCH           PIC S9(09) COMP.
       01 WS-BNKFL-HASH           PIC X(20) VALUE SPACES.
       01 WS-BNKXFL-RECORDED      PIC X(20) VALUE SPACES.
          EXEC SQL END DECLARE SECTION END-EXEC
       01  END-OF-INPUT-IND               PIC X(1).
            88 END-OF-FILE                VALUE 'Y'.
           88  BNKFL-OK                        VALUE '00'.
       01  WS-EXCFL-STATUS             PIC X(02) VALUE SPACES.
           88  EXCFL-OK                        VALUE '00'.
       01  WS-BNKXFL-STATUS            PIC X(02) VALUE SPACES.
           88  BNKXFL-OK                       VALUE '00'.

      *    Mirror of glpost.cbl's POSTING-DETAIL-RECORD so the
      *    GLPOSTFL fields line up byte-for-byte - any layout change
                                                VALUE ZEROES.
           05  WS-GL-CREDIT-TOTAL          PIC S9(13)V99 COMP-3
                                                VALUE ZEROES.
           05  WS-GL-ICRECV-TOTAL          PIC S9(13)V99 COMP-3
                                                VALUE ZEROES.
           05  WS-GL-ICPAY-TOTAL           PIC S9(13)V99 COMP-3
                                                VALUE ZEROES.
           05  WS-GL-EARN-DEBIT            PIC S9(13)V99 COMP-3
                                                VALUE ZEROES.
           05  WS-BANK-TOTAL               PIC S9(13)V99 COMP-3
                                                VALUE ZEROES.
           05  WS-BANK-TRL-TOTAL           PIC S9(13)V99 COMP-3
           05  LEG-VERDICT     PIC X(08).
           05  FILLER          PIC X(40) VALUE SPACES.

       01  HASH-LINE.
           05  FILLER          PIC X(01) VALUE ' '.
           05  HSH-LEG-ID      PIC X(01).
           05  FILLER          PIC X(03) VALUE ' - '.
           05  HSH-DESC        PIC X(40).
           05  HSH-VALUE       PIC X(20).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  HSH-VERDICT     PIC X(08).
           05  FILLER          PIC X(58) VALUE SPACES.

       01  INFO-LINE.
           05  FILLER          PIC X(01) VALUE ' '.
           05  FILLER          PIC X(04) VALUE 'I - '.

       01  WS-PARM-CARD                PIC X(80) VALUE SPACES.

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

       01  WS-HASH-BAD-IND             PIC X(01) VALUE 'N'.
           88  BANK-HASH-BAD                   VALUE 'Y'.
       01  WS-XML-HASH-IND             PIC X(01) VALUE 'N'.
           88  XML-HASH-NONE                   VALUE 'N'.
           88  XML-HASH-GOOD                   VALUE 'G'.
           88  XML-HASH-BAD                    VALUE 'Y'.

       01  WS-ENV-VALUE                PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM GET-REGISTER-TOTALS-PARA.
           PERFORM FOOT-GLPOST-FILE-PARA.
           PERFORM FOOT-PAYMENT-FILE-PARA.
           PERFORM CHECK-XML-HASH-PARA THRU CHECK-XML-HASH-EXIT.
           PERFORM FOOT-EXCEPTIONS-PARA.
           PERFORM WRITE-RECON-REPORT-PARA.

           DISPLAY "1000-INIT - start".
           PERFORM CONNECT-TO-DATABASE.
           PERFORM CHECK-PREREQ-PARA.
      *    No control-hash key refuses the run (HASH-START-PARA)
      *    before it registers its start on RUN_CONTROL.
           PERFORM HASH-START-PARA.
           PERFORM REGISTER-RUN-START-PARA.
           OPEN INPUT GLPOST-FILE.
           IF NOT GLFL-OK
              EXEC SQL
                  SELECT COUNT(*),
                         SUM(BASICPAY + HRA + CONVPAY + MEDPAY
                             + ARREARS + OTPAY + ACTALLOW
                             + EXPREIMB + SHIFTALW + ESIER),
                         SUM(NETPAY)
                      INTO :WS-REG-COUNT, :WS-REG-EARN,
                           :WS-REG-NET
                     ELSE
                        ADD GLP-AMOUNT TO WS-GL-CREDIT-TOTAL
                     END-IF
                     EVALUATE TRUE
                        WHEN GLP-COMPONENT = 'ICRECV  '
                           ADD GLP-AMOUNT TO WS-GL-ICRECV-TOTAL
                        WHEN GLP-COMPONENT = 'ICPAY   '
                           ADD GLP-AMOUNT TO WS-GL-ICPAY-TOTAL
                     END-EVALUATE
                  END-IF
           END-READ.

      *    folded in.
        FOOT-PAYMENT-FILE-PARA.
           MOVE 'N' TO END-OF-INPUT-IND.
           PERFORM HASH-START-PARA.
           PERFORM FOOT-BANK-RECORD-PARA THRU FOOT-BANK-EXIT
               UNTIL END-OF-FILE.
           CLOSE PAYMENT-FILE.
           PERFORM CHECK-BANK-HASH-PARA.
           IF WS-BANK-ALL-TOTAL NOT = WS-BANK-TRL-TOTAL
              DISPLAY "WARNING - BNKFL DETAIL TOTAL DISAGREES "
                      "WITH ITS OWN TRAILER"
               AT END
                  MOVE 'Y' TO END-OF-INPUT-IND
               NOT AT END
                  MOVE PAYMENT-RECORD TO WS-HASH-DATA
                  MOVE 150 TO WS-HASH-LEN
                  PERFORM HASH-DATA-PARA
                  IF PAYMENT-RECORD(1:1) = 'D'
                     MOVE PAYMENT-RECORD TO PAYMENT-DETAIL-RECORD
                     ADD PAYD-AMOUNT TO WS-BANK-ALL-TOTAL

           MOVE 'A' TO LEG-ID.
           MOVE 'GL DEBITS VS REGISTER EARNINGS' TO LEG-DESC.
      *    glpost's receivable debit for a recharge sits alongside
      *    the expense already debited in the receiving entity -
      *    counting both would double the recharged share.
           COMPUTE WS-GL-EARN-DEBIT = WS-GL-DEBIT-TOTAL
                                    - WS-GL-ICRECV-TOTAL.
           MOVE WS-GL-EARN-DEBIT  TO LEG-ONE.
           MOVE WS-REG-EARN       TO LEG-TWO.
           COMPUTE WS-LEG-DIFF = WS-GL-EARN-DEBIT - WS-REG-EARN.
           PERFORM WRITE-LEG-PARA.

           MOVE 'B' TO LEG-ID.
           COMPUTE WS-LEG-DIFF = WS-BANK-SIDE - WS-REG-NET.
           PERFORM WRITE-LEG-PARA.

           MOVE 'E' TO LEG-ID.
           MOVE 'GL INTERCO RECEIVABLE VS PAYABLE' TO LEG-DESC.
           MOVE WS-GL-ICRECV-TOTAL TO LEG-ONE.
           MOVE WS-GL-ICPAY-TOTAL  TO LEG-TWO.
           COMPUTE WS-LEG-DIFF = WS-GL-ICRECV-TOTAL
                               - WS-GL-ICPAY-TOTAL.
           PERFORM WRITE-LEG-PARA.

           MOVE 'D' TO HSH-LEG-ID.
           MOVE 'BANK FILE CONTROL HASH VS RECORDED' TO HSH-DESC.
           MOVE WS-BNKFL-HASH TO HSH-VALUE.
           IF BANK-HASH-BAD
              MOVE 'MISMATCH' TO HSH-VERDICT
           ELSE
              MOVE 'MATCH   ' TO HSH-VERDICT
           END-IF.
           WRITE RECON-RECORD FROM HASH-LINE.

           MOVE 'F' TO HSH-LEG-ID.
           MOVE 'XML BANK FILE CONTROL HASH VS RECORDED' TO HSH-DESC.
           EVALUATE TRUE
              WHEN XML-HASH-NONE
                 MOVE SPACES TO HSH-VALUE
                 MOVE 'N/A     ' TO HSH-VERDICT
              WHEN XML-HASH-BAD
                 MOVE WS-HASH-VALUE TO HSH-VALUE
                 MOVE 'MISMATCH' TO HSH-VERDICT
              WHEN OTHER
                 MOVE WS-HASH-VALUE TO HSH-VALUE
                 MOVE 'MATCH   ' TO HSH-VERDICT
           END-EVALUATE.
           WRITE RECON-RECORD FROM HASH-LINE.

           IF RELEASE-CR-COUNT > 0
              MOVE 'RELEASED PAY HOLDS ON THIS BANK FILE'
                   TO INFO-DESC
              DISPLAY 'DB2 ERROR - RUN CONTROL END REGISTER'
           END-IF.

      ***************************************************
      *    Leg D - the BNKFL read here, hashed with the same key,
      *    must carry the figure bankpay recorded on the period's
      *    PAYROLL_RELEASE row when it wrote the file; anything
      *    else means the file in hand is not the file generated.
        CHECK-BANK-HASH-PARA.
           PERFORM HASH-FINISH-PARA.
           MOVE ZERO TO WS-HASH-MATCH.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-HASH-MATCH
                   FROM PAYROLL_RELEASE
                   WHERE PAY-PERIOD = :WS-PAY-PERIOD
                     AND RUN-TYPE = :WS-RUN-TYPE
                     AND BNKFL-HASH = :WS-HASH-VALUE
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE ZERO TO WS-HASH-MATCH
           END-IF.
           IF WS-HASH-MATCH = ZERO
              MOVE 'Y' TO WS-HASH-BAD-IND
              DISPLAY "BNKFL CONTROL HASH " WS-HASH-VALUE
                      " MATCHES NO HASH BANKPAY RECORDED FOR PERIOD "
                      WS-PAY-PERIOD
           END-IF.
           MOVE WS-HASH-VALUE TO WS-BNKFL-HASH.

      ***************************************************
      *    Leg F - an XML run sends the bank BNKXFL, so that file
      *    is the one that has to prove it is the file generated.
      *    The release row whose BNKFL hash leg D matched says
      *    whether bankpay wrote one; if it did, BNKXFL must be
      *    supplied and re-hash to the recorded figure. A fixed-
      *    format run records none and the leg does not apply.
        CHECK-XML-HASH-PARA.
           MOVE 'N' TO WS-XML-HASH-IND.
           MOVE SPACES TO WS-BNKXFL-RECORDED.
           IF BANK-HASH-BAD
              GO TO CHECK-XML-HASH-EXIT
           END-IF.
           EXEC SQL
               SELECT COALESCE(MAX(BNKXFL-HASH), ' ')
                   INTO :WS-BNKXFL-RECORDED
                   FROM PAYROLL_RELEASE
                   WHERE PAY-PERIOD = :WS-PAY-PERIOD
                     AND RUN-TYPE = :WS-RUN-TYPE
                     AND BNKFL-HASH = :WS-BNKFL-HASH
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE SPACES TO WS-BNKXFL-RECORDED
           END-IF.
           IF WS-BNKXFL-RECORDED = SPACES
              GO TO CHECK-XML-HASH-EXIT
           END-IF.

           MOVE 'Y' TO WS-XML-HASH-IND.
           MOVE SPACES TO WS-HASH-VALUE.
           OPEN INPUT XML-FILE.
           IF NOT BNKXFL-OK
              DISPLAY "BNKXFL NOT SUPPLIED FOR AN XML TRANSMISSION - "
                      "STATUS " WS-BNKXFL-STATUS
              GO TO CHECK-XML-HASH-EXIT
           END-IF.
           PERFORM HASH-START-PARA.
           MOVE 'N' TO END-OF-INPUT-IND.
           PERFORM HASH-XML-RECORD-PARA UNTIL END-OF-FILE.
           CLOSE XML-FILE.
           PERFORM HASH-FINISH-PARA.
           IF WS-HASH-VALUE = WS-BNKXFL-RECORDED
              MOVE 'G' TO WS-XML-HASH-IND
           ELSE
              DISPLAY "BNKXFL CONTROL HASH " WS-HASH-VALUE
                      " IS NOT THE HASH BANKPAY RECORDED - "
                      WS-BNKXFL-RECORDED
           END-IF.

        CHECK-XML-HASH-EXIT.  EXIT.

        HASH-XML-RECORD-PARA.
           READ XML-FILE
               AT END
                  MOVE 'Y' TO END-OF-INPUT-IND
               NOT AT END
                  MOVE XML-RECORD TO WS-HASH-DATA
                  MOVE 200 TO WS-HASH-LEN
                  PERFORM HASH-DATA-PARA
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
           DISPLAY "9999-PROGRAM-EXIT - start".
           IF MISMATCH-COUNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF.
           IF BANK-HASH-BAD OR XML-HASH-BAD
              MOVE 12 TO RETURN-CODE
           END-IF.

           PERFORM REGISTER-RUN-END-PARA.

           DISPLAY 'GL LINE   COUNT  '  GL-LINE-COUNT.
           DISPLAY 'GL DEBIT  TOTAL  '  WS-GL-DEBIT-TOTAL.
           DISPLAY 'GL CREDIT TOTAL  '  WS-GL-CREDIT-TOTAL.
           DISPLAY 'GL ICRECV TOTAL  '  WS-GL-ICRECV-TOTAL.
           DISPLAY 'GL ICPAY  TOTAL  '  WS-GL-ICPAY-TOTAL.
           DISPLAY 'BANK CRDT COUNT  '  BANK-CREDIT-COUNT.
           DISPLAY 'BANK CRDT TOTAL  '  WS-BANK-TOTAL.
           DISPLAY 'RELEASED  COUNT  '  RELEASE-CR-COUNT.
           DISPLAY 'EXCEPTION COUNT  '  EXCEPTION-COUNT.
           DISPLAY 'EXC NET   TOTAL  '  WS-EXC-NET-TOTAL.
           DISPLAY 'MISMATCH  COUNT  '  MISMATCH-COUNT.
           DISPLAY 'BNKFL     HASH   '  WS-BNKFL-HASH.
           IF NOT XML-HASH-NONE
              DISPLAY 'BNKXFL    HASH   '  WS-HASH-VALUE
           END-IF.
           DISPLAY "9999-PROGRAM-EXIT - end".
