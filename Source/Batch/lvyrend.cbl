      *    LEAVETKN just went back to zero, so the LEAVE_DOCK rows
      *    payrun charged against the old overdraft basis are moot -
      *    clearing them keeps next year's already-docked figure
      *    consistent with the reset counters. The year's net
      *    docked days are kept on LEAVE_DOCK_HIST first, because
      *    unpaid leave still counts against service (svcaward's
      *    net-service milestones) long after the ledger is gone.
        CLEAR-DOCK-LEDGER-PARA.
           EXEC SQL
               INSERT INTO LEAVE_DOCK_HIST
                   (EMPID, CLOSED-TS, DOCK-DAYS)
                   SELECT EMPID, :WS-LED-TS, SUM(DOCK-DAYS)
                       FROM LEAVE_DOCK
                       WHERE EMPID = :WS-EMP-ID
                       GROUP BY EMPID
                       HAVING SUM(DOCK-DAYS) > 0
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              AND NOT WS-SQL-RETURN-NO-ENTRY
              DISPLAY 'DB2 ERROR - DOCK HISTORY INSERT - ' WS-EMP-ID
           END-IF.
           EXEC SQL
               DELETE FROM LEAVE_DOCK
                   WHERE EMPID = :WS-EMP-ID
      *    Only EARNED leave carries over or encashes - sick and
      *    casual balances lapse whole at year end and their taken
      *    counters reset, so the new year's accruals start clean.
      *    Comp-off ('O') is left alone - each credit carries its
      *    own expiry date and compoff.cbl lapses it when that
      *    date passes, whatever the calendar year.
        LAPSE-OTHER-TYPES-PARA.
           EXEC SQL
               DECLARE CUR-LVLAPSE CURSOR FOR
                       FROM LEAVE
                       WHERE EMPID = :WS-EMP-ID
                         AND LEAVE-TYPE NOT = 'E'
                         AND LEAVE-TYPE NOT = 'O'
           END-EXEC.

           EXEC SQL OPEN CUR-LVLAPSE END-EXEC.
                       LEAVETKN = 0
                   WHERE EMPID = :WS-EMP-ID
                     AND LEAVE-TYPE NOT = 'E'
                     AND LEAVE-TYPE NOT = 'O'
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
