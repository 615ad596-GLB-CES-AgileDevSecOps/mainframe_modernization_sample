      *    USER_AUTH_AUDIT row) and 'R' rejects it; either way the
      *    pending row keeps both the maker and checker
      *    identities. Admin role required, and nobody approves
      *    their own change. A secondary (split) bank account
      *    parks under key EMPID/seq - e.g. 10001/1 - and applies
      *    to that account row only.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKMANT.
       AUTHOR. ATOS SYNTEL.
           05 WS-DSG-CONV              PIC 9(05).
           05 WS-DSG-MED               PIC 9(05).
           05 WS-DSG-PF                PIC 9(05).
           05 WS-OLD-DESGDESC          PIC X(50).
           05 WS-OLD-ROLE              PIC X(01).
           05 WS-NEW-ROLE              PIC X(01).
           05 WS-APPLY-OK              PIC X(01).
           05 WS-ACCT                  PIC X(16).
           05 WS-BANK                  PIC X(11).
      *    Split-account fields - a secondary account parks under
      *    key EMPID/seq with its split type, value and priority
      *    packed behind the bank code in NEW-VAL2.
           05 WS-BNK-EMPID             PIC X(08).
           05 WS-BNK-SEQ               PIC X(01).
           05 WS-BNK-SPLIT-TYPE        PIC X(01).
           05 WS-BNK-SPLIT-VALUE       PIC 9(07).
           05 WS-BNK-PRIORITY          PIC 9(02).
      *    Approval-time guards - the same batch-quiesce freeze
      *    and closed-period checks DESGMANT runs before a direct
      *    change; approving a parked change must not slip past
        APPLY-DESG-PARA.
           MOVE ZEROES TO WS-OLD-BASIC WS-OLD-HRA WS-OLD-GROSS
                          WS-DSG-CONV WS-DSG-MED WS-DSG-PF.
           MOVE SPACES TO WS-OLD-DESGDESC.
           EXEC SQL
               SELECT BASICPAY, HRA, GROSSPAY, CONVEYANCE,
                      MEDICAL, PFDEDUCT, DESGDESC
                   INTO :WS-OLD-BASIC, :WS-OLD-HRA, :WS-OLD-GROSS,
                        :WS-DSG-CONV, :WS-DSG-MED, :WS-DSG-PF,
                        :WS-OLD-DESGDESC
                   FROM DESIGNATION
                   WHERE DESGCODE = :KEYFLDI
           END-EXEC.
           EXEC SQL
               INSERT INTO DESIGNATION_HISTORY
                   (DESGCODE, OLD-BASICPAY, OLD-HRA, OLD-GROSSPAY,
                    OLD-DESGDESC, EFFECTIVE-TS)
                   VALUES (:KEYFLDI, :WS-OLD-BASIC, :WS-OLD-HRA,
                           :WS-OLD-GROSS, :WS-OLD-DESGDESC,
                           :WS-CHECK-TS)
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.

        APPLY-BANK-PARA.
           MOVE WS-VAL1(1:16) TO WS-ACCT.
           MOVE WS-VAL2(1:11) TO WS-BANK.
           MOVE SPACES TO WS-BNK-EMPID WS-BNK-SEQ.
           UNSTRING KEYFLDI DELIMITED BY '/'
               INTO WS-BNK-EMPID WS-BNK-SEQ
           END-UNSTRING.
           IF WS-BNK-SEQ = SPACE
              MOVE '0' TO WS-BNK-SEQ
           END-IF.
      *    A change parked before split accounts existed carries
      *    the bank code alone - it applies as a plain primary.
           MOVE WS-VAL2(12:1) TO WS-BNK-SPLIT-TYPE.
           MOVE ZEROES TO WS-BNK-SPLIT-VALUE WS-BNK-PRIORITY.
           IF WS-VAL2(13:7) IS NUMERIC
              MOVE WS-VAL2(13:7) TO WS-BNK-SPLIT-VALUE
           END-IF.
           IF WS-VAL2(20:2) IS NUMERIC
              MOVE WS-VAL2(20:2) TO WS-BNK-PRIORITY
           END-IF.
           IF WS-PEND-ACTION = 'A'
              EXEC SQL
                  INSERT INTO EMPLOYEE_BANK
                      (EMPID, ACCT-SEQ, ACCTNO, BANKCODE, ACCTNAME,
                       SPLIT-TYPE, SPLIT-VALUE, PRIORITY,
                       VERIFY-STATUS, CHANGED-BY)
                      VALUES (:WS-BNK-EMPID, :WS-BNK-SEQ, :WS-ACCT,
                              :WS-BANK, :WS-VAL3,
                              :WS-BNK-SPLIT-TYPE,
                              :WS-BNK-SPLIT-VALUE,
                              :WS-BNK-PRIORITY,
                              'U', :EIBUSERID)
              END-EXEC
           ELSE
                      SET ACCTNO   = :WS-ACCT,
                          BANKCODE = :WS-BANK,
                          ACCTNAME = :WS-VAL3,
                          SPLIT-TYPE  = :WS-BNK-SPLIT-TYPE,
                          SPLIT-VALUE = :WS-BNK-SPLIT-VALUE,
                          PRIORITY    = :WS-BNK-PRIORITY,
                          VERIFY-STATUS = 'U',
                          CHANGED-BY = :EIBUSERID
                      WHERE EMPID = :WS-BNK-EMPID
                        AND ACCT-SEQ = :WS-BNK-SEQ
              END-EXEC
           END-IF.
           MOVE SQLCODE TO WS-SQLCODE.
