      *    exception count off RUN_CONTROL, so the write-only logs
      *    finally get read. A SYSIN threshold sets RC=8 when the
      *    day's error volume spikes, so the scheduler pages someone
      *    instead of the log quietly filling. The same day's
      *    BATCH_SLA_BREACH rows (raised by slarpt, which runs
      *    first) are grouped by program and breach type; any SLA
      *    breach on its own ends the job RC=4.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    opsdig.
       ENVIRONMENT DIVISION.
       01  WS-COUNTERS.
           05  SQLERR-TOTAL                PIC 9(10) VALUE ZEROES.
           05  ABANDON-TOTAL               PIC 9(10) VALUE ZEROES.
           05  SLA-TOTAL                   PIC 9(10) VALUE ZEROES.

       01  WS-ENV-VALUE                PIC X(80) VALUE SPACES.

           PERFORM SQLERR-DIGEST-PARA.
           PERFORM ABANDON-DIGEST-PARA.
           PERFORM SWEEP-COUNT-PARA.
           PERFORM SLA-DIGEST-PARA.
           PERFORM PROGRAM-EXIT.
           DISPLAY "END OF OPERATIONS DIGEST RUN".

           MOVE WS-SWEEP-COUNT TO SWP-COUNT.
           WRITE REPORT-RECORD FROM SWEEP-LINE.

      ***************************************************
      *    slarpt keeps each day's late, overrunning, abnormally
      *    long, unfinished and never-started jobs on
      *    BATCH_SLA_BREACH under the report date it ran for.
        SLA-DIGEST-PARA.
           DISPLAY "SLA-DIGEST-PARA - start".
           EXEC SQL
              declare cur_digsla cursor for
              select PROGRAM-NAME, BREACH-TYPE, count(*)
                  from batch_sla_breach
                  where RPT-DATE = :WS-RPT-DATE
                  group by PROGRAM-NAME, BREACH-TYPE
                  order by PROGRAM-NAME, BREACH-TYPE
           END-EXEC.

           EXEC SQL
              open cur_digsla;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              MOVE 'N' TO END-OF-INPUT-IND
           ELSE
              MOVE 'Y' TO END-OF-INPUT-IND
           END-IF.

           PERFORM SLA-DIGEST-FETCH-PARA UNTIL END-OF-INPUT.

           EXEC SQL
              close cur_digsla;
           END-EXEC.
           DISPLAY "SLA-DIGEST-PARA - end".

        SLA-DIGEST-FETCH-PARA.
           EXEC SQL
              fetch next cur_digsla
                  into :WS-GRP-PROGRAM, :WS-GRP-PARAGRAPH,
                       :WS-GRP-COUNT;
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              MOVE 'SLA     '       TO GRP-SOURCE
              MOVE WS-GRP-PROGRAM   TO GRP-PROGRAM
              MOVE WS-GRP-PARAGRAPH TO GRP-PARAGRAPH
              MOVE WS-GRP-COUNT     TO GRP-COUNT
              WRITE REPORT-RECORD FROM GROUP-LINE
              ADD WS-GRP-COUNT TO SLA-TOTAL
           ELSE
              MOVE 'Y' TO END-OF-INPUT-IND
           END-IF.

      ***************************************************
       PROGRAM-EXIT.
           DISPLAY "9999-PROGRAM-EXIT - start".
           DISPLAY 'SQL ERROR TOTAL '  SQLERR-TOTAL.
           DISPLAY 'ABANDON   TOTAL '  ABANDON-TOTAL.
           DISPLAY 'SWEEP EXCEPTION '  WS-SWEEP-COUNT.
           DISPLAY 'SLA BREACHES    '  SLA-TOTAL.

           IF SQLERR-TOTAL > WS-THRESHOLD
              DISPLAY "ERROR VOLUME OVER THRESHOLD - RC=8 SET"
              MOVE 8 TO RETURN-CODE
           END-IF.
           IF SLA-TOTAL > 0 AND RETURN-CODE < 4
              DISPLAY "BATCH SLA BREACHES REPORTED - RC=4 SET"
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "9999-PROGRAM-EXIT - end".
