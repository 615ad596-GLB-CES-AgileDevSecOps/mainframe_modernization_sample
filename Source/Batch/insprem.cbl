      *    of waiting for someone to re-key EDEDMANT. Recon mode
      *    reads the insurer's bill and reports every employee
      *    whose billed premium disagrees with the derived tier.
      *    Once an employee has a BENEFIT_ELECTION for the plan
      *    year (the pay period's year, recorded on BENEMANT) the
      *    elected tier is priced instead, with the dependents it
      *    covers; anyone without one is defaulted in maintain
      *    mode - the derived tier, every dependent covered - and
      *    a new hire's default carries the close of their own
      *    enrollment window so they can still change it.
      *    A dependent or coverage row whose COVER-END-DT (set by
      *    depage when a child ages out) falls before the pay
      *    period no longer counts towards the tier.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    insprem.
       ENVIRONMENT DIVISION.
       01 WS-OLD-AMOUNT           PIC 9(05)V99.
       01 WS-NEW-AMOUNT           PIC 9(05)V99.
       01 WS-EMP-COUNT-DB         PIC S9(09) COMP.
       01 WS-EMP-HIREDT           PIC X(10).
       01 WS-PLAN-YEAR            PIC X(04).
       01 WS-PERIOD-START         PIC X(10).
       01 WS-ELEC-TIER            PIC X(03).
       01 WS-DFLT-TIER            PIC X(03).
       01 WS-WIN-CLOSE            PIC X(10).
       01 WS-OWN-CLOSE            PIC X(10).
       01 WS-STAMP-TS             PIC X(21).
      *    Run-control registry fields - every run registers its
      *    start, end, return code and row count on RUN_CONTROL, and
      *    a job with a prerequisite refuses to start until its
           05  WS-TIER-PREMIUM             PIC 9(05)V99.
           05  WS-BILL-EOF-IND             PIC X(01) VALUE 'N'.
               88  BILL-EOF                        VALUE 'Y'.
           05  WS-ELECVAL                  PIC X(01).
               88  ELEC-EXIST                      VALUE 'F'.
               88  ELEC-NOTFND                     VALUE 'N'.
           05  WS-YEAR-NUM                 PIC 9(04).
           05  WS-CUTOFF-DT                PIC X(10).
           05  WS-DATE-WORK                PIC 9(08).
           05  WS-HIRE-INT                 PIC 9(09) COMP.
           05  WS-CLOSE-INT                PIC 9(09) COMP.
           05  WS-CALC-DATE                PIC 9(08).

      *    Days a new hire has to make a first election, counted
      *    from the hire date - the same figure BENEMANT allows.
       01  WS-NEWHIRE-DAYS             PIC 9(03) VALUE 30.

      *    Premium tiers by dependent mix - a fixed policy table
      *    in the TDCLMANT statutory-caps mould. Employee-only,
           05  ADJUSTED-COUNT              PIC 9(10) VALUE ZEROES.
           05  BILL-COUNT                  PIC 9(10) VALUE ZEROES.
           05  MISMATCH-COUNT              PIC 9(10) VALUE ZEROES.
           05  DEFAULTED-COUNT             PIC 9(10) VALUE ZEROES.
           05  WS-PREM-TOTAL               PIC 9(11)V99 VALUE ZEROES.

       01  WS-PARM-CARD                PIC X(80) VALUE SPACES.
           IF WS-PARM-CARD(8:1) = 'R'
              MOVE 'R' TO WS-RUN-MODE
           END-IF.
           MOVE WS-PAY-PERIOD(1:4) TO WS-PLAN-YEAR.
           MOVE SPACES TO WS-PERIOD-START.
           STRING WS-PAY-PERIOD(1:4) '-' WS-PAY-PERIOD(5:2) '-01'
               DELIMITED BY SIZE INTO WS-PERIOD-START
           END-STRING.
           DISPLAY "PAY PERIOD - " WS-PAY-PERIOD
                   " MODE - " WS-RUN-MODE.
           DISPLAY "PARM-CARD-PARA - end".
           DISPLAY "EMP-CURSOR-DECLARE - START".
           EXEC SQL
              declare cur_insprem cursor for
              select empid, empname, hiredt
                  from employee
                  where status = 'A'
                    and (worker-cat = 'R' or worker-cat = ' ')

      ***************************************************
        EMP-CURSOR-FETCH.
           MOVE SPACES TO WS-EMP-NAME WS-EMP-HIREDT
           EXEC SQL
              fetch next cur_insprem into
                :WS-EMP-ID,
                :WS-EMP-NAME,
                :WS-EMP-HIREDT;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.

      ***************************************************
        MAINTAIN-ONE-EMP-PARA.
           PERFORM SET-TIER-PARA.
           IF ELEC-NOTFND
              PERFORM DEFAULT-ELECTION-PARA
           END-IF.
           PERFORM UPSERT-DEDUCTION-PARA.

           MOVE WS-EMP-ID        TO INS-EMP-ID.
           WRITE REPORT-RECORD FROM DETAIL-RECORD.
           ADD WS-TIER-PREMIUM TO WS-PREM-TOTAL.

      ***************************************************
      *    The plan year's election when there is one - its tier
      *    and the number of dependents it covers - otherwise the
      *    tier the DEPENDENT rows give.
        SET-TIER-PARA.
           MOVE SPACES TO WS-ELEC-TIER.
           EXEC SQL
               SELECT PLAN-TIER
                   INTO :WS-ELEC-TIER
                   FROM BENEFIT_ELECTION
                   WHERE EMPID = :WS-EMP-ID
                     AND PLAN-YEAR = :WS-PLAN-YEAR
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              MOVE 'F' TO WS-ELECVAL
           ELSE
              MOVE 'N' TO WS-ELECVAL
           END-IF.

           IF ELEC-NOTFND
              PERFORM DERIVE-TIER-PARA
           ELSE
              MOVE ZERO TO WS-DEP-COUNT
              EXEC SQL
                  SELECT COUNT(*)
                      INTO :WS-DEP-COUNT
                      FROM BENEFIT_COVERAGE
                      WHERE EMPID = :WS-EMP-ID
                        AND PLAN-YEAR = :WS-PLAN-YEAR
                        AND VALUE(COVER-END-DT, '9999-12-31')
                            >= :WS-PERIOD-START
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              IF NOT WS-SQL-RETURN-NORMAL
                 MOVE ZERO TO WS-DEP-COUNT
              END-IF
              EVALUATE WS-ELEC-TIER
                 WHEN 'EMP'
                    MOVE 1 TO WS-TIER-SUB
                 WHEN 'ESP'
                    MOVE 2 TO WS-TIER-SUB
                 WHEN 'FAM'
                    MOVE 3 TO WS-TIER-SUB
                 WHEN OTHER
                    MOVE 4 TO WS-TIER-SUB
              END-EVALUATE
              MOVE INS-TIER-CODE(WS-TIER-SUB)    TO WS-TIER-CODE
              MOVE INS-TIER-PREMIUM(WS-TIER-SUB) TO WS-TIER-PREMIUM
           END-IF.

      ***************************************************
      *    No election for the plan year - record the derived
      *    tier as a defaulted ('D') election covering every
      *    dependent on file. Anyone hired after the year's
      *    annual window closed (after the year started, when no
      *    window was set) gets WINDOW-CLOSE-DT = hire date plus
      *    WS-NEWHIRE-DAYS, inside which BENEMANT lets them elect.
        DEFAULT-ELECTION-PARA.
           MOVE SPACES TO WS-WIN-CLOSE WS-OWN-CLOSE.
           EXEC SQL
               SELECT CLOSE-DT
                   INTO :WS-WIN-CLOSE
                   FROM BENEFIT_WINDOW
                   WHERE PLAN-YEAR = :WS-PLAN-YEAR
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              MOVE WS-WIN-CLOSE TO WS-CUTOFF-DT
           ELSE
              MOVE WS-PLAN-YEAR TO WS-YEAR-NUM
              SUBTRACT 1 FROM WS-YEAR-NUM
              MOVE SPACES TO WS-CUTOFF-DT
              STRING WS-YEAR-NUM '-12-31' DELIMITED BY SIZE
                  INTO WS-CUTOFF-DT
              END-STRING
           END-IF.
           IF WS-EMP-HIREDT > WS-CUTOFF-DT
              AND WS-EMP-HIREDT(1:4) NOT > WS-PLAN-YEAR
              AND WS-EMP-HIREDT(1:4) IS NUMERIC
              AND WS-EMP-HIREDT(6:2) IS NUMERIC
              AND WS-EMP-HIREDT(9:2) IS NUMERIC
              STRING WS-EMP-HIREDT(1:4) WS-EMP-HIREDT(6:2)
                     WS-EMP-HIREDT(9:2) DELIMITED BY SIZE
                  INTO WS-DATE-WORK
              END-STRING
              COMPUTE WS-HIRE-INT =
                  FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
              COMPUTE WS-CLOSE-INT = WS-HIRE-INT + WS-NEWHIRE-DAYS
              COMPUTE WS-CALC-DATE =
                  FUNCTION DATE-OF-INTEGER(WS-CLOSE-INT)
              STRING WS-CALC-DATE(1:4) '-' WS-CALC-DATE(5:2) '-'
                     WS-CALC-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-OWN-CLOSE
              END-STRING
           END-IF.

           MOVE WS-TIER-CODE(1:3) TO WS-DFLT-TIER.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-TS.
           EXEC SQL
               INSERT INTO BENEFIT_ELECTION
                   (EMPID, PLAN-YEAR, PLAN-TIER, ELECT-SOURCE,
                    WINDOW-CLOSE-DT, ELECTED-BY, ELECTED-TS)
                   VALUES (:WS-EMP-ID, :WS-PLAN-YEAR, :WS-DFLT-TIER,
                           'D', :WS-OWN-CLOSE, 'INSPREM',
                           :WS-STAMP-TS)
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              DISPLAY 'DB2 ERROR - DEFAULT ELECTION INSERT - '
                      WS-EMP-ID
           ELSE
              EXEC SQL
                  INSERT INTO BENEFIT_COVERAGE
                      (EMPID, PLAN-YEAR, DEPSEQ)
                      SELECT EMPID, :WS-PLAN-YEAR, DEPSEQ
                          FROM DEPENDENT
                          WHERE EMPID = :WS-EMP-ID
                            AND VALUE(COVER-END-DT, '9999-12-31')
                                >= :WS-PERIOD-START
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              IF NOT WS-SQL-RETURN-NORMAL
                 AND NOT WS-SQL-RETURN-NO-ENTRY
                 DISPLAY 'DB2 ERROR - DEFAULT COVERAGE INSERT - '
                         WS-EMP-ID
              END-IF
              ADD 1 TO DEFAULTED-COUNT
           END-IF.

      ***************************************************
      *    The tier falls out of the DEPENDENT mix: nobody covered
      *    is employee-only; a covered parent or more than four
                   INTO :WS-DEP-COUNT
                   FROM DEPENDENT
                   WHERE EMPID = :WS-EMP-ID
                     AND VALUE(COVER-END-DT, '9999-12-31')
                         >= :WS-PERIOD-START
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
                   FROM DEPENDENT
                   WHERE EMPID = :WS-EMP-ID
                     AND RELATION = 'SPOUSE'
                     AND VALUE(COVER-END-DT, '9999-12-31')
                         >= :WS-PERIOD-START
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
                   FROM DEPENDENT
                   WHERE EMPID = :WS-EMP-ID
                     AND RELATION IN ('FATHER', 'MOTHER', 'PARENT')
                     AND VALUE(COVER-END-DT, '9999-12-31')
                         >= :WS-PERIOD-START
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL

      ***************************************************
      *    One bill line at a time: the billed premium against the
      *    tier elected, or the one we would derive today. An EMPID
      *    the insurer bills that is not ours (or not covered) is
      *    its own mismatch.
        RECON-ONE-BILL-PARA.
           READ BILL-FILE
               AT END
              GO TO RECON-ONE-EXIT
           END-IF.

           PERFORM SET-TIER-PARA.
           MOVE WS-TIER-CODE     TO INS-TIER.
           MOVE WS-DEP-COUNT     TO INS-DEPS.
           MOVE WS-TIER-PREMIUM  TO INS-PREMIUM.
           DISPLAY 'ADJUSTED  COUNT  '  ADJUSTED-COUNT.
           DISPLAY 'BILL      COUNT  '  BILL-COUNT.
           DISPLAY 'MISMATCH  COUNT  '  MISMATCH-COUNT.
           DISPLAY 'DEFAULTED COUNT  '  DEFAULTED-COUNT.
           DISPLAY 'PREMIUM   TOTAL  '  WS-PREM-TOTAL.
           DISPLAY "9999-PROGRAM-EXIT - end".
