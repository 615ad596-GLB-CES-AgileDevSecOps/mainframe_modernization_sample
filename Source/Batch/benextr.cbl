      *    past the watermark this job keeps in its own file, the
      *    same DELTAFL technique emplist uses) go out as 'D' drop
      *    records so the vendor stops billing for leavers.
      *    Each 'E' row carries the employee's BENEFIT_ELECTION for
      *    the current plan year (tier, covered-dependent count and
      *    whether it was defaulted, employee- or HR-recorded) and
      *    is followed by one 'C' row per dependent the election
      *    covers - every dependent when nothing is elected yet,
      *    the same default insprem prices. Dependents whose cover
      *    has ended are left off the 'C' rows and the count, and
      *    each cover depage has ended since the watermark goes
      *    out once as a 'T' termination row.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    benextr.
       ENVIRONMENT DIVISION.
       01 WS-CON-PHONE            PIC X(15).
       01 WS-CON-EMAIL            PIC X(30).
       01 WS-SINCE-DATE           PIC X(10).
       01 WS-PLAN-YEAR            PIC X(04).
       01 WS-ELEC-TIER            PIC X(03).
       01 WS-ELEC-SRC             PIC X(01).
       01 WS-COV-COUNT            PIC S9(05) COMP.
       01 WS-DEP-SEQ              PIC 9(02).
       01 WS-DEP-NAME             PIC X(30).
       01 WS-DEP-REL              PIC X(10).
       01 WS-DEP-BIRTHDT          PIC X(10).
       01 WS-TERM-DT              PIC X(10).
       01 WS-TERM-REASON          PIC X(10).
          EXEC SQL END DECLARE SECTION END-EXEC
       01  END-OF-INPUT-IND               PIC X(1).
            88 END-OF-FILE                VALUE 'Y'.
               88  EMPC-NOTFND                     VALUE 'N'.
               88  EMPC-DBERR                      VALUE 'E'.
           05  WS-CURDATE                  PIC X(08).
           05  WS-COV-EOF-IND              PIC X(1).
               88  COV-EOF                         VALUE 'Y'.
           05  WS-TRM-EOF-IND              PIC X(1).
               88  TRM-EOF                         VALUE 'Y'.

       01  ENROLL-RECORD.
           10  ENR-REC-TYPE                PIC X(01).
           10  ENR-LEAVETKN                PIC 9(03).
           10  ENR-PHONE                   PIC X(15).
           10  ENR-EMAIL                   PIC X(30).
           10  ENR-PLAN-YEAR               PIC X(04).
           10  ENR-TIER                    PIC X(03).
           10  ENR-COV-DEPS                PIC 9(02).
           10  ENR-ELECT-SRC               PIC X(01).
           10  FILLER                      PIC X(07) VALUE SPACES.

      *    One per covered dependent, straight after its 'E' row.
       01  COVER-RECORD.
           10  COV-REC-TYPE                PIC X(01) VALUE 'C'.
           10  COV-EMP-ID                  PIC X(05).
           10  COV-PLAN-YEAR               PIC X(04).
           10  COV-DEP-SEQ                 PIC 9(02).
           10  COV-DEP-NAME                PIC X(30).
           10  COV-RELATION                PIC X(10).
           10  COV-BIRTHDT                 PIC X(10).
           10  FILLER                      PIC X(88) VALUE SPACES.

      *    One per dependent whose cover has ended, with the date
      *    the cover ran to and why.
       01  TERM-RECORD.
           10  TRM-REC-TYPE                PIC X(01) VALUE 'T'.
           10  TRM-EMP-ID                  PIC X(05).
           10  TRM-DEP-SEQ                 PIC 9(02).
           10  TRM-DEP-NAME                PIC X(30).
           10  TRM-RELATION                PIC X(10).
           10  TRM-BIRTHDT                 PIC X(10).
           10  TRM-END-DT                  PIC X(10).
           10  TRM-REASON                  PIC X(10).
           10  FILLER                      PIC X(72) VALUE SPACES.

       01  TRAILER-RECORD.
           10  TR-ID                       PIC X(07) VALUE 'TRAILER'.
           10  TR-ENROLL-COUNT             PIC 9(10).
           10  FILLER                      PIC X(01) VALUE ','.
           10  TR-DROP-COUNT               PIC 9(10).
           10  FILLER                      PIC X(01) VALUE ','.
           10  TR-COVER-COUNT              PIC 9(10).
           10  FILLER                      PIC X(01) VALUE ','.
           10  TR-TERM-COUNT               PIC 9(10).

       01  WS-COUNTERS.
           05  ENROLL-COUNT                PIC 9(10) VALUE ZEROES.
           05  DROP-COUNT                  PIC 9(10) VALUE ZEROES.
           05  COVER-COUNT                 PIC 9(10) VALUE ZEROES.
           05  TERM-COUNT                  PIC 9(10) VALUE ZEROES.

       01  WS-ENV-VALUE                PIC X(80) VALUE SPACES.

               UNTIL EMPC-NOTFND.

           PERFORM DROP-RECORDS-PARA.
           PERFORM TERM-RECORDS-PARA.
           PERFORM PROGRAM-EXIT.
           DISPLAY "END OF BENEFITS EXTRACT RUN".

       INIT-PARA.
           DISPLAY "1000-INIT - start".
           PERFORM GET-WATERMARK-PARA.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-PLAN-YEAR.
           DISPLAY "PLAN YEAR - " WS-PLAN-YEAR.
           OPEN OUTPUT OUTPUT-FILE.
           PERFORM CONNECT-TO-DATABASE.
           PERFORM EMPLOYEE-CURSOR-DECLARE.
           MOVE WS-LEAVETKN    TO ENR-LEAVETKN.
           MOVE WS-CON-PHONE   TO ENR-PHONE.
           MOVE WS-CON-EMAIL   TO ENR-EMAIL.
           PERFORM GET-ELECTION-PARA.
           WRITE OUTPUT-RECORD FROM ENROLL-RECORD.
           ADD 1 TO ENROLL-COUNT.
           PERFORM WRITE-COVERAGE-PARA.

      ***************************************************
      *    Source 'N' and a blank tier tell the vendor nothing is
      *    on file for the plan year yet.
        GET-ELECTION-PARA.
           MOVE WS-PLAN-YEAR TO ENR-PLAN-YEAR.
           MOVE SPACES TO WS-ELEC-TIER WS-ELEC-SRC.
           EXEC SQL
              select plan-tier, elect-source
                  into :WS-ELEC-TIER, :WS-ELEC-SRC
                  from benefit_election
                  where empid = :WS-EMP-ID
                    and plan-year = :WS-PLAN-YEAR
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              MOVE WS-ELEC-TIER TO ENR-TIER
              MOVE WS-ELEC-SRC  TO ENR-ELECT-SRC
              MOVE ZERO TO WS-COV-COUNT
              EXEC SQL
                 select count(*)
                     into :WS-COV-COUNT
                     from benefit_coverage
                     where empid = :WS-EMP-ID
                       and plan-year = :WS-PLAN-YEAR
                       and cover-end-dt is null
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              IF NOT WS-SQL-RETURN-NORMAL
                 MOVE ZERO TO WS-COV-COUNT
              END-IF
           ELSE
              MOVE SPACES TO ENR-TIER
              MOVE 'N' TO ENR-ELECT-SRC
              MOVE ZERO TO WS-COV-COUNT
              EXEC SQL
                 select count(*)
                     into :WS-COV-COUNT
                     from dependent
                     where empid = :WS-EMP-ID
                       and cover-end-dt is null
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              IF NOT WS-SQL-RETURN-NORMAL
                 MOVE ZERO TO WS-COV-COUNT
              END-IF
           END-IF.
           MOVE WS-COV-COUNT TO ENR-COV-DEPS.

      ***************************************************
      *    The covered dependents - those on BENEFIT_COVERAGE for
      *    the plan year, or all of them when no election exists.
        WRITE-COVERAGE-PARA.
           EXEC SQL
              declare cur_bencov cursor for
              select d.depseq, d.depname, d.relation, d.birthdt
                  from dependent d
                  where d.empid = :WS-EMP-ID
                    and d.cover-end-dt is null
                    and (exists
                           (select 1 from benefit_coverage c
                               where c.empid = d.empid
                                 and c.plan-year = :WS-PLAN-YEAR
                                 and c.depseq = d.depseq
                                 and c.cover-end-dt is null)
                         or not exists
                           (select 1 from benefit_election b
                               where b.empid = d.empid
                                 and b.plan-year = :WS-PLAN-YEAR))
                  order by d.depseq
           END-EXEC.

           EXEC SQL
              open cur_bencov;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              MOVE 'N' TO WS-COV-EOF-IND
           ELSE
              DISPLAY 'DB2 ERROR - COVERAGE CURSOR OPEN - '
                      WS-EMP-ID
              MOVE 'Y' TO WS-COV-EOF-IND
           END-IF.
           PERFORM FETCH-COVERAGE-PARA
               UNTIL COV-EOF.

           EXEC SQL
              close cur_bencov;
           END-EXEC.

      ***************************************************
        FETCH-COVERAGE-PARA.
           MOVE SPACES TO WS-DEP-NAME WS-DEP-REL WS-DEP-BIRTHDT.
           EXEC SQL
              fetch next cur_bencov into
                :WS-DEP-SEQ, :WS-DEP-NAME, :WS-DEP-REL,
                :WS-DEP-BIRTHDT;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE WS-EMP-ID      TO COV-EMP-ID
                 MOVE WS-PLAN-YEAR   TO COV-PLAN-YEAR
                 MOVE WS-DEP-SEQ     TO COV-DEP-SEQ
                 MOVE WS-DEP-NAME    TO COV-DEP-NAME
                 MOVE WS-DEP-REL     TO COV-RELATION
                 MOVE WS-DEP-BIRTHDT TO COV-BIRTHDT
                 WRITE OUTPUT-RECORD FROM COVER-RECORD
                 ADD 1 TO COVER-COUNT
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'Y' TO WS-COV-EOF-IND
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - COVERAGE CURSOR FETCH - '
                         WS-EMP-ID
                 MOVE 'Y' TO WS-COV-EOF-IND
           END-EVALUATE.

      ***************************************************
      *    'D' rows for everyone terminated since the last clean
                    MOVE SPACES        TO ENR-LOCDESC
                    MOVE ZEROES        TO ENR-LEAVEBAL ENR-LEAVETKN
                    MOVE SPACES        TO ENR-PHONE ENR-EMAIL
                    MOVE SPACES        TO ENR-PLAN-YEAR ENR-TIER
                                          ENR-ELECT-SRC
                    MOVE ZEROES        TO ENR-COV-DEPS
                    WRITE OUTPUT-RECORD FROM ENROLL-RECORD
                    ADD 1 TO DROP-COUNT
                 WHEN WS-SQL-RETURN-NO-ENTRY
           END-EXEC.
           DISPLAY "DROP-RECORDS-PARA - end".

      ***************************************************
      *    'T' rows for every cover ended since the last clean run
      *    - the COVERAGE_TERMINATION rows depage writes, against
      *    the same watermark as the drops.
        TERM-RECORDS-PARA.
           DISPLAY "TERM-RECORDS-PARA - start".
           EXEC SQL
              declare cur_benterm cursor for
              select t.empid, t.depseq, d.depname, d.relation,
                     d.birthdt, t.term-dt, t.term-reason
                  from coverage_termination t
                  join dependent d on d.empid = t.empid
                                  and d.depseq = t.depseq
                  where (:WS-SINCE-DATE = ' '
                         or t.processed-dt >= :WS-SINCE-DATE)
                  order by t.empid, t.depseq
           END-EXEC.

           EXEC SQL
              open cur_benterm;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              MOVE 'N' TO WS-TRM-EOF-IND
           ELSE
              DISPLAY 'DB2 ERROR - TERMINATION CURSOR OPEN'
              MOVE 'Y' TO WS-TRM-EOF-IND
           END-IF.
           PERFORM FETCH-TERM-PARA
               UNTIL TRM-EOF.

           EXEC SQL
              close cur_benterm;
           END-EXEC.
           DISPLAY "TERM-RECORDS-PARA - end".

      ***************************************************
        FETCH-TERM-PARA.
           MOVE SPACES TO WS-DEP-NAME WS-DEP-REL WS-DEP-BIRTHDT
                          WS-TERM-DT WS-TERM-REASON.
           EXEC SQL
              fetch next cur_benterm into
                :WS-EMP-ID, :WS-DEP-SEQ, :WS-DEP-NAME, :WS-DEP-REL,
                :WS-DEP-BIRTHDT, :WS-TERM-DT, :WS-TERM-REASON;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE WS-EMP-ID      TO TRM-EMP-ID
                 MOVE WS-DEP-SEQ     TO TRM-DEP-SEQ
                 MOVE WS-DEP-NAME    TO TRM-DEP-NAME
                 MOVE WS-DEP-REL     TO TRM-RELATION
                 MOVE WS-DEP-BIRTHDT TO TRM-BIRTHDT
                 MOVE WS-TERM-DT     TO TRM-END-DT
                 MOVE WS-TERM-REASON TO TRM-REASON
                 WRITE OUTPUT-RECORD FROM TERM-RECORD
                 ADD 1 TO TERM-COUNT
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'Y' TO WS-TRM-EOF-IND
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - TERMINATION CURSOR FETCH'
                 MOVE 'Y' TO WS-TRM-EOF-IND
           END-EVALUATE.

      ***************************************************
        WRITE-TRAILER-PARA.
           MOVE ENROLL-COUNT TO TR-ENROLL-COUNT.
           MOVE DROP-COUNT   TO TR-DROP-COUNT.
           MOVE COVER-COUNT  TO TR-COVER-COUNT.
           MOVE TERM-COUNT   TO TR-TERM-COUNT.
           WRITE OUTPUT-RECORD FROM TRAILER-RECORD.

      ***************************************************

           DISPLAY 'ENROLL    COUNT '  ENROLL-COUNT.
           DISPLAY 'DROP      COUNT '  DROP-COUNT.
           DISPLAY 'COVER     COUNT '  COVER-COUNT.
           DISPLAY 'TERM      COUNT '  TERM-COUNT.
           DISPLAY "9999-PROGRAM-EXIT - end".
