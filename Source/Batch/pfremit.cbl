      *    PF deduction but no account number goes to an exception
      *    file instead of corrupting the remittance, the way
      *    emplist's EXCPFL works.
      *    Before a single stub is used the whole PAYFL is hashed
      *    with the keyed control hash and matched to the figure
      *    payrun posted on PAYROLL_RELEASE; a file altered since
      *    payrun wrote it stops the job with RC=12.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    pfremit.
       ENVIRONMENT DIVISION.
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYSTUB-RECORD.
       01  PAYSTUB-RECORD PIC X(400).
      *
       FD  REMIT-FILE
           RECORDING MODE IS F
       01 WS-LED-PERIOD           PIC X(06).
       01 WS-LED-AMT              PIC 9(05).
       01 WS-LED-TS               PIC X(21).
      *    Control-hash fields - see WS-CTLHASH-AREA.
       01 WS-HASH-VALUE           PIC X(20).
       01 WS-HASH-PERIOD          PIC X(06).
       01 WS-HASH-RUNTYPE         PIC X(01).
       01 WS-HASH-MATCH           PIC S9(09) COMP.
          EXEC SQL END DECLARE SECTION END-EXEC
       01  END-OF-INPUT-IND               PIC X(1).
            88 END-OF-FILE                VALUE 'Y'.

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

       PROCEDURE DIVISION.
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM VERIFY-PAYFL-HASH-PARA.
           OPEN OUTPUT REMIT-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
           DISPLAY "1000-INIT - END".
           WRITE REMIT-RECORD FROM REMIT-DETAIL-RECORD.
           ADD ACT-AMOUNT(WS-IDX) TO WS-REMIT-TOTAL.

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
           DISPLAY "9999-PROGRAM-EXIT - start".
