                      INTO :WS-BANK-VERIFIED
                      FROM EMPLOYEE_BANK
                      WHERE EMPID = :WS-EMP-ID
                        AND ACCT-SEQ = '0'
                        AND VERIFY-STATUS = 'V'
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
