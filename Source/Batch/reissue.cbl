      *    back has cleared. Every reject is therefore always in
      *    exactly one state: flagged, corrected-and-reissued, or
      *    paid - nothing bounces into limbo.
      *    A net split across several accounts is reissued leg by
      *    leg off BANK_CREDIT_LEG - only the returned leg goes out
      *    again, to that account's current details (or to the
      *    primary if the secondary has since been removed), and
      *    the register row follows once no leg is left returned.
      *    Credits paid before the split existed have no leg rows
      *    and are still worked off the register row as before.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    reissue.
       ENVIRONMENT DIVISION.
       01 PASSWORD      PIC X(80) VALUE "syntel".
       01 WS-EMP-ID               PIC X(05).
       01 WS-PERIOD               PIC X(06).
       01 WS-RUN-TYPE             PIC X(01).
       01 WS-ACCT-SEQ             PIC X(01).
       01 WS-REJ-SOURCE           PIC X(01).
       01 WS-NETPAY               PIC 9(07)V99.
       01 WS-VERIFY-STATUS        PIC X(01).
       01 WS-ACCTNO               PIC X(16).
               88  REJC-EXIST                      VALUE 'F'.
               88  REJC-NOTFND                     VALUE 'N'.
               88  REJC-DBERR                      VALUE 'E'.
      *    Which queue the fetched reject came from - a split
      *    credit leg or a whole pre-split register credit.
           05  WS-REJ-SOURCE-IND           PIC X(1).
               88  REJ-FROM-LEG                    VALUE 'L'.
               88  REJ-FROM-REGISTER               VALUE 'W'.

      *    Reissued payment detail in bankpay's bank credit layout
      *    so the two files concatenate cleanly; phone/email are
           10  FILLER                      PIC X(01) VALUE ','.
           10  LST-PERIOD                  PIC X(06).
           10  FILLER                      PIC X(01) VALUE ','.
           10  LST-ACCT-SEQ                PIC X(01).
           10  FILLER                      PIC X(01) VALUE ','.
           10  LST-AMOUNT                  PIC 9(07)V99.
           10  FILLER                      PIC X(01) VALUE ','.
           10  LST-STATE                   PIC X(30).
           05  WAITING-COUNT               PIC 9(10) VALUE ZEROES.
           05  CONFIRMED-COUNT             PIC 9(10) VALUE ZEROES.
           05  WS-REISSUE-TOTAL            PIC 9(11)V99 VALUE ZEROES.
           05  LEG-REISSUED-COUNT          PIC 9(10) VALUE ZEROES.

       01  WS-ENV-VALUE                PIC X(80) VALUE SPACES.

                 DISPLAY 'DB2 ERROR - REISSUE CONFIRM UPDATE'
           END-EVALUATE.

           EXEC SQL
               UPDATE BANK_CREDIT_LEG
                   SET CREDIT-STATUS = 'P'
                   WHERE CREDIT-STATUS = 'S'
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              AND NOT WS-SQL-RETURN-NO-ENTRY
              DISPLAY 'DB2 ERROR - REISSUE LEG CONFIRM UPDATE'
           END-IF.

      ***************************************************
      *    Every flagged register row, with the employee's current
      *    bank details and their pre-note state alongside - the
      *    verify status decides reissue-now versus keep-chasing.
      *    Register rows that were paid in legs are left to the
      *    second branch, which takes each returned leg with its
      *    own account (falling back to the primary's details when
      *    the secondary is gone).
        REJECT-CURSOR-DECLARE.
           DISPLAY "REJECT-CURSOR-DECLARE - START".
           EXEC SQL
              declare cur_reject cursor for
              select r.empid, r.pay-period, ' ', '0', 'W',
                     r.netpay,
                     b.verify-status, b.acctno, b.bankcode,
                     b.acctname
                  from payroll_register r
                  left join employee_bank b on b.empid = r.empid
                                           and b.acct-seq = '0'
                  where r.credit-status = 'R'
                    and not exists
                        (select 1 from bank_credit_leg l
                          where l.pay-period = r.pay-period
                            and l.empid = r.empid)
              union all
              select l.empid, l.pay-period, l.run-type,
                     l.acct-seq, 'L', l.amount,
                     coalesce(b.verify-status, p.verify-status),
                     coalesce(b.acctno, p.acctno),
                     coalesce(b.bankcode, p.bankcode),
                     coalesce(b.acctname, p.acctname)
                  from bank_credit_leg l
                  left join employee_bank b on b.empid = l.empid
                                           and b.acct-seq = l.acct-seq
                  left join employee_bank p on p.empid = l.empid
                                           and p.acct-seq = '0'
                  where l.credit-status = 'R'
                  order by 1, 2, 4
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              fetch next cur_reject into
                :WS-EMP-ID,
                :WS-PERIOD,
                :WS-RUN-TYPE,
                :WS-ACCT-SEQ,
                :WS-REJ-SOURCE,
                :WS-NETPAY,
                :WS-VERIFY-STATUS,
                :WS-ACCTNO,

      ***************************************************
        WORK-ONE-REJECT-PARA.
           MOVE WS-REJ-SOURCE TO WS-REJ-SOURCE-IND.
           MOVE WS-EMP-ID TO LST-EMP-ID.
           MOVE WS-PERIOD TO LST-PERIOD.
           MOVE WS-ACCT-SEQ TO LST-ACCT-SEQ.
           MOVE WS-NETPAY TO LST-AMOUNT.

           IF WS-VERIFY-STATUS = 'V'
           MOVE WS-EMP-ID   TO PAYD-EMP-ID.
           WRITE PAYMENT-RECORD FROM PAYMENT-DETAIL-RECORD.

           IF REJ-FROM-LEG
              PERFORM REISSUE-LEG-STATUS-PARA
                  THRU REISSUE-LEG-STATUS-EXIT
           ELSE
              EXEC SQL
                  UPDATE PAYROLL_REGISTER
                      SET CREDIT-STATUS = 'S'
                      WHERE EMPID = :WS-EMP-ID
                        AND PAY-PERIOD = :WS-PERIOD
                        AND CREDIT-STATUS = 'R'
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
           END-IF.
           IF WS-SQL-RETURN-NORMAL
              ADD 1 TO REISSUED-COUNT
              ADD WS-NETPAY TO WS-REISSUE-TOTAL
                      WS-EMP-ID
           END-IF.

      ***************************************************
      *    The leg moves to 'S'; the register row only follows
      *    once none of its legs is still waiting as returned, so
      *    a half-reissued split still shows on the chase.
        REISSUE-LEG-STATUS-PARA.
           EXEC SQL
               UPDATE BANK_CREDIT_LEG
                   SET CREDIT-STATUS = 'S'
                   WHERE EMPID = :WS-EMP-ID
                     AND PAY-PERIOD = :WS-PERIOD
                     AND RUN-TYPE = :WS-RUN-TYPE
                     AND ACCT-SEQ = :WS-ACCT-SEQ
                     AND CREDIT-STATUS = 'R'
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              GO TO REISSUE-LEG-STATUS-EXIT
           END-IF.
           ADD 1 TO LEG-REISSUED-COUNT.

           EXEC SQL
               UPDATE PAYROLL_REGISTER
                   SET CREDIT-STATUS = 'S'
                   WHERE EMPID = :WS-EMP-ID
                     AND PAY-PERIOD = :WS-PERIOD
                     AND CREDIT-STATUS = 'R'
                     AND NOT EXISTS
                         (SELECT 1 FROM BANK_CREDIT_LEG
                           WHERE EMPID = :WS-EMP-ID
                             AND PAY-PERIOD = :WS-PERIOD
                             AND CREDIT-STATUS = 'R')
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NO-ENTRY
              MOVE ZERO TO WS-SQLCODE
           END-IF.

        REISSUE-LEG-STATUS-EXIT.  EXIT.

      ***************************************************
       PROGRAM-EXIT.
           DISPLAY "9999-PROGRAM-EXIT - start".
           DISPLAY 'REISSUED  COUNT '  REISSUED-COUNT.
           DISPLAY 'WAITING   COUNT '  WAITING-COUNT.
           DISPLAY 'REISSUE   TOTAL '  WS-REISSUE-TOTAL.
           DISPLAY 'LEG REIS  COUNT '  LEG-REISSUED-COUNT.
           DISPLAY "9999-PROGRAM-EXIT - end".
