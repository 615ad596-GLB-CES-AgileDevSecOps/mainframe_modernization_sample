      *    cleared), writes one settlement record per leaver to its
      *    own file, and marks the employee settled so a later payrun
      *    can never pay them again - payrun's cursor skips
      *    SETTLED = 'Y' rows outright. A leaver who resigned
      *    through RESGMANT also carries the notice leg: days short
      *    of the required notice at one thirtieth of BASICPAY,
      *    recovered from the net (treatment 'R') or paid in lieu
      *    on top of it ('P'), and the resignation is closed.
      *    Company assets written off on ASTMANT as unreturned are
      *    recovered at their written-off value, and expense claims
      *    approved on EXPCMANT but not yet paid are refunded.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    finalset.
       ENVIRONMENT DIVISION.
       01 WS-DEP-BANK             PIC X(11).
       01 WS-BENE-TOTAL           PIC S9(09) COMP.
       01 WS-BENE-PCT-TOT         PIC S9(05) COMP.
      *    Agreed resignation (RESGMANT) - days short of the
      *    required notice and how they are treated: R recovered
      *    from the leaver, P paid in lieu, W waived
      *    (CALC-NOTICE-PARA).
       01 WS-RES-SHORT            PIC 9(03).
       01 WS-RES-TREAT            PIC X(01).
      *    Unreturned company assets written off on ASTMANT and not
      *    yet recovered (RECOVER-ASSETS-PARA).
       01 WS-ASSET-REC            PIC 9(07)V99.
      *    Approved expense claims no payrun has paid - refunded
      *    with the settlement (REFUND-EXPENSES-PARA).
       01 WS-EXP-REFUND           PIC 9(07)V99.
       01 WS-EXP-TS               PIC X(21).
          EXEC SQL END DECLARE SECTION END-EXEC
       01  END-OF-INPUT-IND               PIC X(1).
            88 END-OF-FILE                VALUE 'Y'.
           05  WS-NEXT-FIRST-INT           PIC 9(09) COMP.
           05  WS-DAYS-IN-MONTH            PIC 9(02).
           05  WS-PRORATE-FACTOR           PIC 9V9(04).
           05  WS-NOTICE-AMT               PIC 9(07)V99.
           05  WS-NOTICE-PAY               PIC 9(07)V99.
           05  WS-NOTICE-REC               PIC 9(07)V99.

      *    Beneficiary payout detail, cloned from reissue.cbl's
      *    PAYMENT-DETAIL-RECORD so BENEFL concatenates with the
           10  FILLER                      PIC X(01) VALUE ','.
           10  SET-NET-SIGN                PIC X(01).
           10  SET-NET-AMT                 PIC 9(09)V99.
           10  FILLER                      PIC X(01) VALUE ','.
           10  SET-NOTICE-DAYS             PIC 9(03).
           10  FILLER                      PIC X(01) VALUE ','.
           10  SET-NOTICE-TREAT            PIC X(01).
           10  FILLER                      PIC X(01) VALUE ','.
           10  SET-NOTICE-AMT              PIC 9(07)V99.
           10  FILLER                      PIC X(01) VALUE ','.
           10  SET-ASSET-REC               PIC 9(07)V99.
           10  FILLER                      PIC X(01) VALUE ','.
           10  SET-EXP-REFUND              PIC 9(07)V99.

       01  WS-COUNTERS.
           05  CARD-COUNT                  PIC 9(10) VALUE ZEROES.
           PERFORM CALC-FINAL-SALARY-PARA.
           PERFORM CALC-ENCASHMENT-PARA.
           PERFORM RECOVER-DEDUCTIONS-PARA.
           PERFORM CALC-NOTICE-PARA.
           PERFORM RECOVER-ASSETS-PARA.
           PERFORM REFUND-EXPENSES-PARA.

           COMPUTE WS-SETTLE-NET = WS-FINAL-SALARY + WS-ENCASH-AMT
                                 - WS-OUT-DED-TOTAL
                                 + WS-NOTICE-PAY - WS-NOTICE-REC
                                 - WS-ASSET-REC
                                 + WS-EXP-REFUND.

           PERFORM WRITE-SETTLEMENT-PARA.
           IF DEATH-SETTLEMENT AND WS-SETTLE-NET > ZERO
              MOVE ZEROES TO WS-LOAN-PAYOFF-INT
           END-IF.

      ***************************************************
      *    Notice shortfall on the agreed resignation, at the same
      *    one-thirtieth day rate the encashment uses. A waived
      *    shortfall is still shown on the record at zero amount;
      *    a leaver with no agreed resignation has no notice leg.
        CALC-NOTICE-PARA.
           MOVE ZEROES TO WS-NOTICE-AMT WS-NOTICE-PAY WS-NOTICE-REC
                          WS-RES-SHORT.
           MOVE SPACES TO WS-RES-TREAT.
           EXEC SQL
               SELECT SHORT-DAYS, NOTICE-TREAT
                   INTO :WS-RES-SHORT, :WS-RES-TREAT
                   FROM RESIGNATION
                   WHERE EMPID = :WS-EMP-ID
                     AND RES-STATUS = 'A'
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 CONTINUE
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE ZEROES TO WS-RES-SHORT
                 MOVE SPACES TO WS-RES-TREAT
              WHEN OTHER
                 MOVE ZEROES TO WS-RES-SHORT
                 MOVE SPACES TO WS-RES-TREAT
                 DISPLAY 'DB2 ERROR - RESIGNATION SELECT - '
                         WS-EMP-ID
           END-EVALUATE.

           IF WS-RES-TREAT = 'R' OR WS-RES-TREAT = 'P'
              COMPUTE WS-NOTICE-AMT ROUNDED =
                  WS-RES-SHORT * WS-DAILY-RATE
              IF WS-RES-TREAT = 'R'
                 MOVE WS-NOTICE-AMT TO WS-NOTICE-REC
              ELSE
                 MOVE WS-NOTICE-AMT TO WS-NOTICE-PAY
              END-IF
           END-IF.

      ***************************************************
      *    Every asset written off against the leaver and not yet
      *    recovered, at the value ASTMANT wrote it off for; the
      *    rows are marked recovered with the settlement.
        RECOVER-ASSETS-PARA.
           MOVE ZEROES TO WS-ASSET-REC.
           EXEC SQL
               SELECT VALUE(SUM(WRITEOFF-AMT), 0)
                   INTO :WS-ASSET-REC
                   FROM ASSET_ISSUE
                   WHERE EMPID = :WS-EMP-ID
                     AND ISSUE-STATUS = 'W'
                     AND RECOVERED = 'N'
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE ZEROES TO WS-ASSET-REC
              DISPLAY 'DB2 ERROR - ASSET WRITE-OFF SELECT - '
                      WS-EMP-ID
           END-IF.

      ***************************************************
      *    Approved expense claims are otherwise refunded only by a
      *    regular payrun, and payrun never sees a settled leaver -
      *    whatever is approved and unpaid is refunded here in
      *    full, and the rows are marked paid with the settlement.
        REFUND-EXPENSES-PARA.
           MOVE ZEROES TO WS-EXP-REFUND.
           EXEC SQL
               SELECT VALUE(SUM(CLAIM-AMOUNT), 0)
                   INTO :WS-EXP-REFUND
                   FROM EXPENSE_CLAIM
                   WHERE EMPID = :WS-EMP-ID
                     AND CLAIM-STATUS = 'A'
                     AND PAID-FLAG = 'N'
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE ZEROES TO WS-EXP-REFUND
              DISPLAY 'DB2 ERROR - EXPENSE CLAIM SELECT - '
                      WS-EMP-ID
           END-IF.

      ***************************************************
        WRITE-SETTLEMENT-PARA.
           MOVE WS-EMP-ID        TO SET-EMP-ID.
              MOVE '+' TO SET-NET-SIGN
           END-IF.
           MOVE WS-SETTLE-NET    TO SET-NET-AMT.
           MOVE WS-RES-SHORT     TO SET-NOTICE-DAYS.
           MOVE WS-RES-TREAT     TO SET-NOTICE-TREAT.
           MOVE WS-NOTICE-AMT    TO SET-NOTICE-AMT.
           MOVE WS-ASSET-REC     TO SET-ASSET-REC.
           MOVE WS-EXP-REFUND    TO SET-EXP-REFUND.
           WRITE SETTLEMENT-RECORD FROM SETTLEMENT-DETAIL-RECORD.

      ***************************************************
              DISPLAY 'DB2 ERROR - MARK SETTLED - ' WS-EMP-ID
           END-IF.

      *    The agreed resignation is closed with the settlement.
           EXEC SQL
               UPDATE RESIGNATION
                   SET RES-STATUS = 'C'
                   WHERE EMPID = :WS-EMP-ID
                     AND RES-STATUS = 'A'
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL AND NOT WS-SQL-RETURN-NO-ENTRY
              DISPLAY 'DB2 ERROR - RESIGNATION CLOSE - ' WS-EMP-ID
           END-IF.

      *    Written-off assets are recovered once only.
           IF WS-ASSET-REC > ZERO
              EXEC SQL
                  UPDATE ASSET_ISSUE
                      SET RECOVERED = 'Y'
                      WHERE EMPID = :WS-EMP-ID
                        AND ISSUE-STATUS = 'W'
                        AND RECOVERED = 'N'
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              IF NOT WS-SQL-RETURN-NORMAL
                 DISPLAY 'DB2 ERROR - ASSET RECOVERED - ' WS-EMP-ID
              END-IF
           END-IF.

      *    Refunded claims are paid once only - stamped with the
      *    leaving month and run type 'S' so a rerun of that
      *    month's payrun never backs them out.
           IF WS-EXP-REFUND > ZERO
              MOVE FUNCTION CURRENT-DATE TO WS-EXP-TS
              EXEC SQL
                  UPDATE EXPENSE_CLAIM
                      SET PAID-FLAG = 'Y',
                          PAID-TS   = :WS-EXP-TS,
                          PAID-PERIOD = :WS-PAID-PERIOD,
                          PAID-RUN-TYPE = 'S'
                      WHERE EMPID = :WS-EMP-ID
                        AND CLAIM-STATUS = 'A'
                        AND PAID-FLAG = 'N'
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              IF NOT WS-SQL-RETURN-NORMAL
                 DISPLAY 'DB2 ERROR - EXPENSE MARK PAID - ' WS-EMP-ID
              END-IF
           END-IF.

      ***************************************************
       PROGRAM-EXIT.
           DISPLAY "9999-PROGRAM-EXIT - start".
