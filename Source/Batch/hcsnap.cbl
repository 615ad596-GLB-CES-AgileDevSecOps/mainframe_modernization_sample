      *    override or today), so past months stop disappearing the
      *    moment they end. hctrend.cbl reads these rows back for
      *    the twelve-month trend report.
      *    Establishment rows ('L', one per LOCATION) count the
      *    active employees only - the employed figure labret's
      *    monthly labour return is checked against.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    hcsnap.
       ENVIRONMENT DIVISION.
           05  DEPT-SNAP-COUNT             PIC 9(10) VALUE ZEROES.
           05  DESG-SNAP-COUNT             PIC 9(10) VALUE ZEROES.
           05  COMP-SNAP-COUNT             PIC 9(10) VALUE ZEROES.
           05  LOC-SNAP-COUNT              PIC 9(10) VALUE ZEROES.

       01  WS-ENV-VALUE                PIC X(80) VALUE SPACES.

           PERFORM DEPT-SNAPSHOT-PARA.
           PERFORM DESG-SNAPSHOT-PARA.
           PERFORM COMP-SNAPSHOT-PARA.
           PERFORM LOC-SNAPSHOT-PARA.
           PERFORM PROGRAM-EXIT.
           DISPLAY "END OF HEADCOUNT SNAPSHOT RUN".

           END-EXEC.
           DISPLAY "COMP-SNAPSHOT-PARA - end".

      ***************************************************
      *    Establishment-level rows ('L') - the employed headcount
      *    per LOCATION, so the month-end figure the labour return
      *    files (labret) can be checked against what was frozen
      *    on the day. Unlike the D/G/C rows only active employees
      *    count: the authority's return is people on the books.
        LOC-SNAPSHOT-PARA.
           DISPLAY "LOC-SNAPSHOT-PARA - start".
           EXEC SQL
              declare cur_snaploc cursor for
              select e.location, count(*), sum(g.grosspay)
                  from employee e
                  join designation g on g.desgcode = e.desgcode
                  where e.status = 'A'
                  group by e.location
                  order by e.location
           END-EXEC.

           EXEC SQL
              open cur_snaploc;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-ROLLUPCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-ROLLUPCURVAL
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - LOC SNAPSHOT OPEN'
                 MOVE 'E' TO WS-ROLLUPCURVAL
           END-EVALUATE.

           MOVE 'L' TO WS-SNAP-TYPE.
           PERFORM LOC-SNAPSHOT-FETCH-PARA
               UNTIL ROLLUPC-NOTFND OR ROLLUPC-DBERR.

           EXEC SQL
              close cur_snaploc;
           END-EXEC.
           DISPLAY "LOC-SNAPSHOT-PARA - end".

      ***************************************************
        LOC-SNAPSHOT-FETCH-PARA.
           EXEC SQL
              fetch next cur_snaploc
                  into :WS-CODE, :WS-HEADCOUNT,
                       :WS-GROSSPAY-SUM;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 PERFORM INSERT-SNAPSHOT-PARA
                 IF WS-SQL-RETURN-NORMAL
                    ADD 1 TO LOC-SNAP-COUNT
                 END-IF
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-ROLLUPCURVAL
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - LOC SNAPSHOT FETCH'
                 MOVE 'E' TO WS-ROLLUPCURVAL
           END-EVALUATE.

      ***************************************************
        INSERT-SNAPSHOT-PARA.
           EXEC SQL
           DISPLAY 'DEPT SNAP  COUNT  '  DEPT-SNAP-COUNT.
           DISPLAY 'DESG SNAP  COUNT  '  DESG-SNAP-COUNT.
           DISPLAY 'COMP SNAP  COUNT  '  COMP-SNAP-COUNT.
           DISPLAY 'LOC  SNAP  COUNT  '  LOC-SNAP-COUNT.
           DISPLAY "9999-PROGRAM-EXIT - end".
