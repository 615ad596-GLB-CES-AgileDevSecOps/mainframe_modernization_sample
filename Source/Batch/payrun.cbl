      *    designation pay figures alongside the employee/department
      *    detail; this is the first batch program whose output is
      *    actually meant to be a pay-period artifact in its own right.
      *    Every detail record written is folded into a keyed control
      *    hash (PAYFL_HASHKEY), posted with the run's release row so
      *    the jobs that read PAYFL can prove it was not edited.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    payrun.
       ENVIRONMENT DIVISION.
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYSTUB-RECORD.
       01  PAYSTUB-RECORD PIC X(400).

       WORKING-STORAGE SECTION.
          EXEC SQL BEGIN DECLARE SECTION END-EXEC
      *    converting silently (GET-EXCHANGE-RATE-PARA).
       01 WS-RATE-DATE            PIC X(10).
      *    Tax-slab fields - the slab row matched to the employee's
      *    projected annual income (see CALC-TAX-PARA) and the
      *    year-to-date accumulator row on EMPLOYEE_TAX_YTD.
       01 WS-TAX-YEAR             PIC X(04).
       01 WS-SLAB-FROM            PIC 9(09)V99.
       01 WS-SLAB-RATE            PIC 9(02)V99.
       01 WS-ANNUAL-GROSS         PIC 9(09)V99.
       01 WS-MONTHLY-TAX          PIC 9(05)V99.
       01 WS-ANNUAL-TAX           PIC 9(07)V99.
      *    Cumulative-method fields - the year's taxable earnings
      *    already on PAYROLL_REGISTER and tax already on the YTD
      *    ledger, a mid-year joiner's approved prior-employer
      *    income and tax (TAX_DECLARATION categories PEMP/PTAX),
      *    and the pay periods left in the tax year counting this
      *    one (GET-TAX-PERIODS-LEFT-PARA).
       01 WS-YTD-EARN             PIC 9(09)V99.
       01 WS-YTD-TAX              PIC 9(09)V99.
       01 WS-PRIOR-INCOME         PIC 9(09)V99.
       01 WS-PRIOR-TAX            PIC 9(09)V99.
       01 WS-PERIODS-LEFT         PIC S9(04) COMP.
      *    Approved investment/exemption declarations for the tax
      *    year (TAX_DECLARATION, keyed through TDCLMANT) - the
      *    statutory relief subtracted from the annualized gross
      *    before the slab match (CALC-TAX-PARA).
       01 WS-DECL-TOTAL           PIC 9(09)V99.
      *    Perquisite (benefit-in-kind) fields - the employee's live
      *    PERQUISITE rows (PERQMANT) valued for the period: 'F'
      *    rows carry a fixed monthly value, 'P' rows a percentage
      *    of basic pay. The value is taxable income only, never
      *    cash, and rides the stub and the register so taxcert can
      *    report it on its own line (GET-PERQUISITES-PARA).
       01 WS-PERQ-FIXED           PIC 9(07)V99.
       01 WS-PERQ-PCT             PIC 9(05)V99.
       01 WS-PERQ-ANNUAL          PIC 9(09)V99.
       01 WS-PERQ-VALUE           PIC 9(07)V99.
      *    Calculation-trace fields - the step figures the stub does
      *    not carry, collected as the employee is worked and posted
      *    as one PAY_TRACE row per employee per run, so PTRCINQ can
      *    answer a net-pay query without the arithmetic being
      *    redone by hand (TRACE-START-PARA / WRITE-PAY-TRACE-PARA).
       01 WS-TRC-SOURCE           PIC X(01).
       01 WS-TRC-GRADE-BASIC      PIC 9(05)V99.
       01 WS-TRC-FULL-GROSS       PIC 9(07)V99.
       01 WS-TRC-DAYS             PIC S9(03).
       01 WS-TRC-FACTOR           PIC 9V9(04).
       01 WS-TRC-LEAVE-DAYS       PIC S9(03).
       01 WS-TRC-SUSP-DAYS        PIC S9(03).
       01 WS-TRC-ACT-DAYS         PIC S9(03).
       01 WS-TRC-GARNISH          PIC 9(07)V99.
       01 WS-TRC-DEDREC           PIC 9(07)V99.
       01 WS-TRC-TAXDED           PIC 9(05)V99.
       01 WS-TRC-TRUEUP           PIC 9(05)V99.
      *    Recurring-deduction fields - the active EMPLOYEE_DEDUCTION
      *    rows applied to this employee's stub (APPLY-DEDUCTIONS-
      *    PARA).
       01 WS-OT-HOURS             PIC 9(03).
       01 WS-OT-AMT               PIC 9(07)V99.
       01 WS-OT-TS                PIC X(21).
      *    Expense-reimbursement fields - the manager-approved,
      *    still-unpaid EXPENSE_CLAIM total (EXPCMANT) for this
      *    employee, paid as its own non-taxable stub component
      *    (GET-EXPENSE-PARA).
       01 WS-EXP-AMT              PIC 9(07)V99.
       01 WS-EXP-TS               PIC X(21).
      *    Shift-allowance fields - the ATTENDANCE days present
      *    inside the period that fall under a SHIFT_ROSTER span
      *    (RSTRMANT), each paid at its SHIFT_MASTER per-day
      *    allowance (GET-SHIFT-ALLOW-PARA).
       01 WS-SHF-PSTART           PIC X(10).
       01 WS-SHF-PEND             PIC X(10).
       01 WS-SHF-DAYS             PIC 9(03).
       01 WS-SHF-AMT              PIC 9(07)V99.
      *    State-insurance fields - the ESI_RATE row in force for
      *    the period (the latest EFFECTIVE-DATE on or before the
      *    period end) and this employee's two shares, computed on
      *    the wage while it is within the ceiling
      *    (CALC-ESI-PARA).
       01 WS-ESI-ASOF             PIC X(10).
       01 WS-ESI-EFFDT            PIC X(10).
       01 WS-ESI-EE-RATE          PIC 9(02)V99.
       01 WS-ESI-ER-RATE          PIC 9(02)V99.
       01 WS-ESI-CEILING          PIC 9(07)V99.
       01 WS-ESI-WAGE             PIC 9(07)V99.
       01 WS-ESI-EE               PIC 9(07)V99.
       01 WS-ESI-ER               PIC 9(07)V99.
      *    Professional-tax fields - LOCATION.PT-STATE (LOCMANT)
      *    names the state whose PROF_TAX_SLAB bands (PTAXMANT)
      *    apply; blank means the location levies none. The slab
      *    floor rides the stub so ptremit can file by slab
      *    (CALC-PROFTAX-PARA).
       01 WS-EMP-PTSTATE          PIC X(03).
       01 WS-PT-STATE             PIC X(03).
       01 WS-PT-WAGE              PIC 9(09).
       01 WS-PT-SLABFR            PIC 9(09).
       01 WS-PT-AMT               PIC 9(05)V99.
      *    Leave-overdraft fields - LEAVE balances joined alongside
      *    DESIGNATION so days taken past the balance dock the stub
      *    (CALC-LEAVE-DOCK-PARA).
       01 WS-PRE-GROSS            PIC S9(11)V99 COMP-3.
       01 WS-PRE-TAX              PIC S9(11)V99 COMP-3.
       01 WS-PRE-RECOV            PIC S9(11)V99 COMP-3.
      *    Control-hash fields - see WS-CTLHASH-AREA.
       01 WS-HASH-VALUE           PIC X(20).
       01 WS-HASH-PERIOD          PIC X(06).
       01 WS-HASH-RUNTYPE         PIC X(01).
       01 WS-HASH-MATCH           PIC S9(09) COMP.
          EXEC SQL END DECLARE SECTION END-EXEC
       01  END-OF-INPUT-IND               PIC X(1).
            88 END-OF-FILE                VALUE 'Y'.
      *    unsigned stub fields (a prorated few-days stub with a
      *    full loan instalment used to do exactly that).
           05  WS-AVAIL-PAY                PIC 9(07)V99.
      *    Highest protected-net floor among the employee's active
      *    garnishment orders - third-party vendor deductions may
      *    not take the stub below it either.
           05  WS-EMP-FLOOR                PIC 9(05)V99.
           05  WS-CAT-IND                  PIC X(01).
               88  CAT-CONTRACTOR                  VALUE 'C'.
               88  CAT-INTERN                      VALUE 'N'.
           05  WS-HOME-PART                PIC 9(09)V99.
           05  WS-CAL-MODE                 PIC X(01) VALUE 'N'.
               88  CALENDAR-MODE                   VALUE 'Y'.
           05  WS-PERIOD-TAXABLE           PIC 9(07)V99.
           05  WS-TAX-OWED                 PIC S9(09)V99.
           05  WS-TAX-HOLD                 PIC 9(05)V99.
           05  WS-TRUEUP-TAX               PIC 9(05)V99.
           05  WS-SLAB-MATCH               PIC X(01) VALUE 'N'.
               88  SLAB-MATCHED                    VALUE 'Y'.
           05  WS-PSTART-NUM               PIC 9(08).
           05  WS-PEND-NUM                 PIC 9(08).
           05  WS-PSTART-INT               PIC 9(09) COMP.
           05  WS-ACT-DAYS                 PIC S9(03).
           05  WS-ACT-AMT                  PIC 9(07)V99.
           05  WS-ACT-ONE-AMT              PIC 9(07)V99.
           05  WS-SHF-YMD                  PIC 9(08).

      *    Everything is reported in local currency on the stub and
      *    additionally converted to this home currency through
           10  WS-OUT-EMP-COMPANY          PIC X(03).
           10  FILLER                      PIC X(01) VALUE SPACES.
           10  WS-OUT-EMP-ACTALLOW         PIC 9(07)V99.
           10  FILLER                      PIC X(01) VALUE SPACES.
           10  WS-OUT-EMP-EXPREIMB         PIC 9(07)V99.
           10  FILLER                      PIC X(01) VALUE SPACES.
           10  WS-OUT-EMP-SHIFTALW         PIC 9(07)V99.
           10  FILLER                      PIC X(01) VALUE SPACES.
           10  WS-OUT-EMP-ESIEE            PIC 9(07)V99.
           10  FILLER                      PIC X(01) VALUE SPACES.
           10  WS-OUT-EMP-ESIER            PIC 9(07)V99.
           10  FILLER                      PIC X(01) VALUE SPACES.
           10  WS-OUT-EMP-PTSTATE          PIC X(03).
           10  FILLER                      PIC X(01) VALUE SPACES.
           10  WS-OUT-EMP-PTSLAB           PIC 9(09).
           10  FILLER                      PIC X(01) VALUE SPACES.
           10  WS-OUT-EMP-PROFTAX          PIC 9(05)V99.
           10  FILLER                      PIC X(01) VALUE SPACES.
           10  WS-OUT-EMP-PERQVAL          PIC 9(07)V99.

       01  WS-COUNTERS.
           05  EMP-COUNT                   PIC 9(10) VALUE ZEROES.
           05  SUSPENDED-COUNT             PIC 9(10) VALUE ZEROES.
           05  ACTING-COUNT                PIC 9(10) VALUE ZEROES.
           05  WS-ACTING-TOTAL             PIC 9(11)V99 VALUE ZEROES.
           05  EXPENSE-COUNT               PIC 9(10) VALUE ZEROES.
           05  WS-EXPENSE-TOTAL            PIC 9(11)V99 VALUE ZEROES.
           05  SHIFT-COUNT                 PIC 9(10) VALUE ZEROES.
           05  WS-SHIFT-TOTAL              PIC 9(11)V99 VALUE ZEROES.
           05  ESI-COUNT                   PIC 9(10) VALUE ZEROES.
           05  WS-ESI-EE-TOTAL             PIC 9(11)V99 VALUE ZEROES.
           05  WS-ESI-ER-TOTAL             PIC 9(11)V99 VALUE ZEROES.
           05  PROFTAX-COUNT               PIC 9(10) VALUE ZEROES.
           05  WS-PROFTAX-TOTAL            PIC 9(11)V99 VALUE ZEROES.
           05  NO-PT-SLAB-COUNT            PIC 9(10) VALUE ZEROES.
           05  PERQ-COUNT                  PIC 9(10) VALUE ZEROES.
           05  TRUEUP-COUNT                PIC 9(10) VALUE ZEROES.
           05  OVER-WITHHELD-COUNT         PIC 9(10) VALUE ZEROES.
           05  TRACE-COUNT                 PIC 9(10) VALUE ZEROES.
           05  WS-PERQ-TOTAL               PIC 9(11)V99 VALUE ZEROES.
           05  CATEGORY-COUNT              PIC 9(10) VALUE ZEROES.
           05  STALE-RATE-COUNT            PIC 9(10) VALUE ZEROES.

       01  WS-RESUME-SW                PIC X(01) VALUE SPACES.
           88  RESUME-MODE                     VALUE 'S'.

      *    SYSIN 28 is the simulation switch - 'P' runs the full
      *    calculation and writes a preview PAYFL but posts nothing:
      *    no register, tax-YTD, balance, paid-flag, ledger, release,
      *    run-control or freeze row. payvar can then diff the
      *    preview against last period's stubs before the real run.
       01  WS-SIM-SW                   PIC X(01) VALUE SPACES.
           88  SIMULATION-MODE                 VALUE 'P'.

      *    Control-totals trailer written after the last pay-stub
      *    record so a downstream job can foot the file without
      *    re-reading it - same idea as emplist's TRAILER-RECORD.
           10  FILLER                      PIC X(01) VALUE ','.
           10  TR-HOMEPAY-TOTAL            PIC 9(13)V99.

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
              DISPLAY "RATE STALENESS THRESHOLD - " WS-STALE-DAYS
                      " DAYS"
           END-IF.
           IF WS-PARM-CARD(28:1) NOT = 'P'
              AND WS-PARM-CARD(28:1) NOT = SPACE
              DISPLAY "INVALID SIMULATION FLAG IN SYSIN COLUMN 28 - '"
                      WS-PARM-CARD(28:1) "' - VALID P/BLANK"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-PARM-CARD(28:1) TO WS-SIM-SW.
           IF WS-REPO-COMP = SPACES
              DISPLAY "NO COMPANY FILTER - RUNNING ALL COMPANIES"
           ELSE
           IF RESUME-MODE
              DISPLAY "RESUME MODE - ON"
           END-IF.
      *    A preview posts nothing, so there is no prior run for it
      *    to back out or resume - either switch with it is a
      *    mispunch.
           IF SIMULATION-MODE AND (RERUN-OVERRIDE OR RESUME-MODE)
              DISPLAY "SIMULATION EXCLUDES RERUN OVERRIDE AND "
                      "RESUME - PICK ONE"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF SIMULATION-MODE
              DISPLAY "SIMULATION MODE - NO TABLES UPDATED"
           END-IF.
           DISPLAY "PARM ECHO - PERIOD/" WS-PAY-PERIOD
                   " DEPT/" WS-REPO-DEPT
                   " RERUN/" WS-RERUN-FLAG
                   " TYPE/" WS-RUN-TYPE
                   " RESUME/" WS-RESUME-SW
                   " SIM/" WS-SIM-SW.
           DISPLAY "PARM-CARD-PARA - end".

      ***************************************************
           DISPLAY "1000-INIT - start".
           PERFORM CONNECT-TO-DATABASE.
           PERFORM GET-CALENDAR-PARA.
           PERFORM GET-ESI-RATE-PARA.
           PERFORM GET-TAX-PERIODS-LEFT-PARA.
           PERFORM CHECK-PREREQ-PARA.
      *    The duplicate-period refusal has to come before the run
      *    registers its start, or every refused rerun would strand
      *    running forever.
           PERFORM CHECK-PERIOD-LOCK-PARA.
           PERFORM CHECK-PERIOD-REGISTERED-PARA.
      *    A missing control-hash key is refused here for the same
      *    reason (HASH-START-PARA stops the run without one).
           PERFORM HASH-START-PARA.
           IF NOT SIMULATION-MODE
              PERFORM REGISTER-RUN-START-PARA
              PERFORM SET-FREEZE-PARA
           END-IF.
           PERFORM PAYROLL-CURSOR-DECLARE.
           PERFORM PAYROLL-CURSOR-OPEN.
      *    A resume extends the PAYFL the abended attempt already
      *    wrote instead of wiping it - the JCL backs this with
      *    DISP=MOD on that DD, same arrangement as emplist's
      *    restart outputs.
      *    The control hash runs alongside every stub written
      *    (see HASH-START-PARA).
           PERFORM HASH-START-PARA.
           IF RESUME-MODE AND WS-RESUME-EMPID NOT = SPACES
              PERFORM HASH-RESUMED-STUBS-PARA
              OPEN EXTEND PAYSTUB-FILE
           ELSE
              OPEN OUTPUT PAYSTUB-FILE
           DISPLAY "PROCESS-DATA - start".
           PERFORM PAYROLL-CURSOR-FETCH.
           IF NOT PAYC-NOTFND AND NOT PAYC-DBERR
              PERFORM TRACE-START-PARA
              IF RUN-BONUS
                 PERFORM PROCESS-BONUS-PARA
              ELSE
                 PERFORM APPLY-PAY-OVERRIDE-PARA
                 PERFORM APPLY-CATEGORY-PARA
                 MOVE WS-EMP-GROSSPAY TO WS-TRC-FULL-GROSS
                 IF CALENDAR-MODE
                    PERFORM CALC-CAL-PRORATION-PARA
                 ELSE
                    PERFORM GET-ARREARS-PARA
                    PERFORM GET-OVERTIME-PARA
                    PERFORM GET-ACTING-ALLOW-PARA
                    PERFORM GET-SHIFT-ALLOW-PARA
                    PERFORM GET-EXPENSE-PARA
                    IF WS-PERIODS-LEFT = 1
                       PERFORM CALC-TAX-TRUEUP-PARA
                          THRU CALC-TAX-TRUEUP-EXIT
                    END-IF
                    PERFORM CALC-ESI-PARA THRU CALC-ESI-EXIT
                    PERFORM CALC-PROFTAX-PARA THRU CALC-PROFTAX-EXIT
                    MOVE ZEROES TO WS-EMP-DEDTOT
                    PERFORM APPLY-GARNISH-PARA
                    PERFORM APPLY-DEDUCTIONS-PARA
                    PERFORM CALC-LEAVE-DOCK-PARA
                    PERFORM CALC-SUSPENSION-DOCK-PARA
                    ADD WS-EXP-AMT TO WS-AVAIL-PAY
                    PERFORM WRITE-PAYSTUB-PARA
                    IF WS-ARREARS-AMT > ZEROES
                       AND NOT SIMULATION-MODE
                       PERFORM MARK-ARREARS-PAID-PARA
                    END-IF
                    IF WS-OT-AMT > ZEROES
                       AND NOT SIMULATION-MODE
                       PERFORM MARK-OVERTIME-PAID-PARA
                    END-IF
                    IF WS-EXP-AMT > ZEROES
                       AND NOT SIMULATION-MODE
                       PERFORM MARK-EXPENSE-PAID-PARA
                    END-IF
                 ELSE
                    ADD 1 TO NOT-PAYABLE-COUNT
                    DISPLAY 'NO PAYABLE DAYS IN PERIOD - ' WS-EMP-ID
           END-EVALUATE.
           DISPLAY "GET-CALENDAR-PARA - END".

      ***************************************************
      *    Pay periods left in the tax year, this one included - the
      *    months after a YYYYMM period's own, or the calendar's
      *    periods of the same frequency starting on or after this
      *    one within the year. CALC-TAX-PARA spreads the liability
      *    still owed over them, and 1 marks the final period of the
      *    year, where withholding is trued up to the liability.
        GET-TAX-PERIODS-LEFT-PARA.
           IF CALENDAR-MODE
              MOVE ZERO TO WS-PERIODS-LEFT
              EXEC SQL
                  SELECT COUNT(*)
                      INTO :WS-PERIODS-LEFT
                      FROM PAY_CALENDAR
                      WHERE FREQUENCY = :WS-CAL-FREQ
                        AND START-DATE >= :WS-CAL-START
                        AND SUBSTR(START-DATE, 1, 4) =
                            SUBSTR(:WS-PAY-PERIOD, 1, 4)
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              IF NOT WS-SQL-RETURN-NORMAL
                 DISPLAY 'DB2 ERROR - PAY CALENDAR PERIOD COUNT'
                 MOVE ZERO TO WS-PERIODS-LEFT
              END-IF
           ELSE
              MOVE WS-PAY-PERIOD(5:2) TO WS-PERIOD-MONTH
              COMPUTE WS-PERIODS-LEFT = 13 - WS-PERIOD-MONTH
           END-IF.
           IF WS-PERIODS-LEFT < 1
              MOVE 1 TO WS-PERIODS-LEFT
           END-IF.
           DISPLAY "TAX PERIODS LEFT IN YEAR - " WS-PERIODS-LEFT.

      ***************************************************
      *    The state-insurance rates and wage ceiling in force at
      *    the period end - the calendar's END-DATE, or the last
      *    day of a YYYYMM period ('31' compares correctly against
      *    any real date in that month). No row leaves the ceiling
      *    at zero, which switches CALC-ESI-PARA off for the run.
        GET-ESI-RATE-PARA.
           IF CALENDAR-MODE
              MOVE WS-CAL-END TO WS-ESI-ASOF
           ELSE
              MOVE SPACES TO WS-ESI-ASOF
              STRING WS-PAY-PERIOD(1:4) '-' WS-PAY-PERIOD(5:2) '-31'
                  DELIMITED BY SIZE INTO WS-ESI-ASOF
              END-STRING
           END-IF.
           MOVE ZEROES TO WS-ESI-EE-RATE WS-ESI-ER-RATE.
           MOVE ZEROES TO WS-ESI-CEILING.
           MOVE SPACES TO WS-ESI-EFFDT.

           EXEC SQL
               SELECT EFFECTIVE-DATE, EE-RATE, ER-RATE,
                      WAGE-CEILING
                   INTO :WS-ESI-EFFDT, :WS-ESI-EE-RATE,
                        :WS-ESI-ER-RATE, :WS-ESI-CEILING
                   FROM ESI_RATE
                   WHERE EFFECTIVE-DATE =
                         (SELECT MAX(EFFECTIVE-DATE)
                              FROM ESI_RATE
                              WHERE EFFECTIVE-DATE <= :WS-ESI-ASOF)
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 DISPLAY "ESI RATES FROM " WS-ESI-EFFDT
                         " EE " WS-ESI-EE-RATE
                         " ER " WS-ESI-ER-RATE
                         " CEILING " WS-ESI-CEILING
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE ZEROES TO WS-ESI-CEILING
                 DISPLAY "NO ESI RATE IN FORCE - NO ESI THIS RUN"
              WHEN OTHER
                 MOVE ZEROES TO WS-ESI-CEILING
                 DISPLAY 'DB2 ERROR - ESI RATE SELECT'
           END-EVALUATE.

      ***************************************************
      *    A period closed on PAY_PERIOD_STATUS (through PPDMANT,
      *    once its bank file has gone out) may not be rerun - the
              MOVE ZERO TO WS-REG-COUNT
           END-IF.

      *    A preview of a period already paid is allowed - it only
      *    reads - but the YTD figures it works from already hold
      *    the posted run, so the tax column is flagged as suspect.
           IF WS-REG-COUNT > 0
              IF SIMULATION-MODE
                 DISPLAY "PERIOD " WS-PAY-PERIOD
                         " ALREADY REGISTERED - PREVIEW ONLY, "
                         "TAX YTD INCLUDES POSTED RUN"
              ELSE
              IF RESUME-MODE
                 DISPLAY "PERIOD " WS-PAY-PERIOD
                         " PARTIALLY REGISTERED - RESUMING AFTER "
                           AND (COMPANY = :WS-REPO-COMP
                                OR :WS-REPO-COMP = ' ')
                 END-EXEC
                 EXEC SQL
                     DELETE FROM PAY_TRACE
                         WHERE PAY-PERIOD = :WS-PAY-PERIOD
                           AND RUN-TYPE = :WS-RUN-TYPE
                           AND (DEPTCODE = :WS-REPO-DEPT
                                OR :WS-REPO-DEPT = ' ')
                           AND (COMPANY = :WS-REPO-COMP
                                OR :WS-REPO-COMP = ' ')
                 END-EXEC
              ELSE
                 DISPLAY "PERIOD " WS-PAY-PERIOD
                         " ALREADY REGISTERED - RUN STOPPED. "
                 STOP RUN
              END-IF
              END-IF
              END-IF
           END-IF.
           DISPLAY "CHECK-PERIOD-REGISTERED-PARA - END".

              EXEC SQL
                  SELECT COUNT(*),
                         SUM(BASICPAY + HRA + CONVPAY + MEDPAY
                             - PFDED + ARREARS + OTPAY + ACTALLOW
                             + EXPREIMB + SHIFTALW),
                         SUM(TAXDED), SUM(DEDREC)
                      INTO :WS-PRE-COUNT, :WS-PRE-GROSS,
                           :WS-PRE-TAX, :WS-PRE-RECOV
                 DISPLAY 'DB2 ERROR - OVERTIME RESET'
              END-IF
           END-IF.

      *    Expense claims a regular run reimbursed go back to
      *    approved-but-unpaid the same way, period stamp and all.
           IF NOT RUN-BONUS
              EXEC SQL
                  UPDATE EXPENSE_CLAIM
                      SET PAID-FLAG = 'N',
                          PAID-TS = ' ',
                          PAID-PERIOD = ' ',
                          PAID-RUN-TYPE = ' '
                      WHERE PAID-PERIOD = :WS-PAY-PERIOD
                        AND PAID-FLAG = 'Y'
                        AND PAID-RUN-TYPE = :WS-RUN-TYPE
                        AND (:WS-REPO-DEPT = ' '
                             AND :WS-REPO-COMP = ' '
                             OR EMPID IN
                                (SELECT EMPID FROM PAYROLL_REGISTER
                                  WHERE PAY-PERIOD = :WS-PAY-PERIOD
                                    AND RUN-TYPE = :WS-RUN-TYPE
                                    AND (DEPTCODE = :WS-REPO-DEPT
                                         OR :WS-REPO-DEPT = ' ')
                                    AND (COMPANY = :WS-REPO-COMP
                                         OR :WS-REPO-COMP = ' ')))
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              IF NOT WS-SQL-RETURN-NORMAL
                 AND NOT WS-SQL-RETURN-NO-ENTRY
                 DISPLAY 'DB2 ERROR - EXPENSE CLAIM RESET'
              END-IF
           END-IF.
           DISPLAY "REVERSE-PRIOR-RUN-PARA - END".

      ***************************************************
                     g.medical, g.pfdeduct, g.grosspay,
                     e.hiredt, e.status, e.statusdt,
                     e.location, l.currency,
                     coalesce(l.pt-state, ' '),
                     v.leavebal, v.leavetkn,
                     p.basicpay, p.hra, e.worker-cat, e.company
                  from employee e
                :WS-EMP-STATUSDT,
                :WS-EMP-LOC,
                :WS-EMP-CURRENCY,
                :WS-EMP-PTSTATE,
                :WS-EMP-LEAVEBAL,
                :WS-EMP-LEAVETKN,
                :WS-OVR-BASIC,
                 MOVE ZEROES TO WS-ARREARS-AMT
                 MOVE ZEROES TO WS-OT-HOURS WS-OT-AMT
                 MOVE ZEROES TO WS-ACT-AMT
                 MOVE ZEROES TO WS-EXP-AMT
                 MOVE ZEROES TO WS-SHF-DAYS WS-SHF-AMT
                 MOVE ZEROES TO WS-ESI-EE WS-ESI-ER
                 MOVE ZEROES TO WS-PT-SLABFR WS-PT-AMT
                 MOVE SPACES TO WS-PT-STATE
                 MOVE 'N'    TO WS-SPLIT-IND
                 MOVE SPACES TO WS-XFR-OLDDEPT
                 MOVE ZEROES TO WS-SPLIT-PCT
                 MOVE WS-EMP-GROSSPAY TO WS-AVAIL-PAY
                 PERFORM CALC-TAX-PARA THRU CALC-TAX-EXIT
                 PERFORM WRITE-PAYSTUB-PARA
                 IF NOT SIMULATION-MODE
                    PERFORM MARK-ONE-TIME-PAID-PARA
                 END-IF
              WHEN WS-SQL-RETURN-NO-ENTRY
                 CONTINUE
              WHEN OTHER
                      WS-EMP-ID
           END-IF.

      ***************************************************
      *    Opens the employee's trace - what the grade paid before
      *    any override, and which of the two the stub is built on.
      *    The remaining step figures are picked up as the employee
      *    is worked and at stub time (WRITE-PAY-TRACE-PARA).
        TRACE-START-PARA.
           MOVE WS-EMP-BASIC TO WS-TRC-GRADE-BASIC.
           IF WS-OVR-BASIC > ZEROES AND NOT RUN-BONUS
              MOVE 'O' TO WS-TRC-SOURCE
           ELSE
              MOVE 'G' TO WS-TRC-SOURCE
           END-IF.
           MOVE WS-EMP-GROSSPAY TO WS-TRC-FULL-GROSS.
           MOVE ZEROES TO WS-TRC-DAYS WS-TRC-FACTOR.
           MOVE ZEROES TO WS-TRC-LEAVE-DAYS WS-TRC-SUSP-DAYS.
           MOVE ZEROES TO WS-TRC-ACT-DAYS.
           MOVE ZEROES TO WS-TRC-GARNISH WS-TRC-DEDREC.
           MOVE ZEROES TO WS-TRC-TAXDED WS-TRC-TRUEUP.

      ***************************************************
      *    An EMPLOYEE_PAY row (negotiated salary, maintained via
      *    EPAYMANT) replaces the grade's BASICPAY/HRA for this
           END-IF.

      ***************************************************
      *    Statutory withholding from the TAX_SLAB table on the
      *    cumulative year-to-date method - the year's income is
      *    the taxable earnings already on the register, plus any
      *    approved prior-employer income, plus this period's
      *    taxable pay (gross before the PF deduction DESIGNATION's
      *    GROSSPAY already nets out, with perquisite value)
      *    projected over the periods left in the year. That is
      *    matched to the slab band for the pay period's year, and
      *    the liability not yet withheld (YTD ledger plus prior-
      *    employer tax) is spread over the periods left - so a
      *    raise, arrears or a mid-year start corrects itself in
      *    the following periods instead of surfacing at year end,
      *    and the final period withholds whatever is still owed.
      *    An income with no slab row withholds nothing and is
      *    counted/flagged so finance sees the gap instead of a
      *    silent zero.
        CALC-TAX-PARA.
           MOVE WS-PAY-PERIOD(1:4) TO WS-TAX-YEAR.
           MOVE ZEROES TO WS-SLAB-FROM WS-SLAB-RATE WS-SLAB-FIXED.
           MOVE ZEROES TO WS-ANNUAL-GROSS WS-DECL-TOTAL.
           MOVE ZEROES TO WS-MONTHLY-TAX WS-ANNUAL-TAX.
           MOVE ZEROES TO WS-PERQ-ANNUAL WS-PERQ-VALUE.
           MOVE 'N' TO WS-SLAB-MATCH.
      *    Category tax treatment - a contractor is withheld the
      *    flat TDS percentage on the gross, no slab match and no
      *    declaration relief; an intern is below the threshold and
                    MOVE WS-AVAIL-PAY TO WS-MONTHLY-TAX
                 END-IF
                 SUBTRACT WS-MONTHLY-TAX FROM WS-AVAIL-PAY
                 IF NOT SIMULATION-MODE
                    PERFORM ACCUMULATE-TAX-YTD-PARA
                 END-IF
              END-IF
              IF CAT-CONTRACTOR OR CAT-INTERN
                 GO TO CALC-TAX-EXIT
           END-IF.
      *    A bonus run has no regular components to annualize - the
      *    one-time amount itself is matched to the slabs and the
      *    whole liability withheld this run instead of a share.
      *    The regular runs true it up against the year's
      *    liability afterwards through the register and YTD
      *    ledger, which both carry the bonus.
           IF RUN-BONUS
              MOVE WS-EMP-GROSSPAY TO WS-ANNUAL-GROSS
           ELSE
      *       Benefits in kind are taxed at their statutory value
      *       alongside the cash components - added to the
      *       period's taxable pay here and nowhere else, so they
      *       raise the withholding without ever reaching net pay.
              PERFORM GET-PERQUISITES-PARA
              PERFORM GET-TAX-YTD-PARA
              COMPUTE WS-PERIOD-TAXABLE =
                      WS-EMP-BASIC + WS-EMP-HRA
                      + WS-EMP-CONVPAY + WS-EMP-MEDPAY
                      + WS-PERQ-VALUE
              COMPUTE WS-ANNUAL-GROSS =
                      WS-YTD-EARN + WS-PRIOR-INCOME
                      + (WS-PERIOD-TAXABLE * WS-PERIODS-LEFT)
      *       Statute lets approved declarations reduce the taxable
      *       income before the slab match - regular runs only; the
      *       bonus run's whole-amount withholding would double-
                         ((WS-ANNUAL-GROSS - WS-SLAB-FROM)
                          * WS-SLAB-RATE / 100)
                 IF RUN-BONUS
                    MOVE WS-ANNUAL-TAX TO WS-TAX-OWED
                 ELSE
                    MOVE 'Y' TO WS-SLAB-MATCH
                    COMPUTE WS-TAX-OWED = WS-ANNUAL-TAX
                                        - WS-YTD-TAX - WS-PRIOR-TAX
                    IF WS-TAX-OWED < ZEROES
                       MOVE ZEROES TO WS-TAX-OWED
                       ADD 1 TO OVER-WITHHELD-COUNT
                       DISPLAY 'YEAR OVER-WITHHELD - ' WS-EMP-ID
                    ELSE
                       COMPUTE WS-TAX-OWED ROUNDED =
                               WS-TAX-OWED / WS-PERIODS-LEFT
                    END-IF
                 END-IF
                 IF WS-TAX-OWED > WS-AVAIL-PAY
                    MOVE WS-AVAIL-PAY TO WS-MONTHLY-TAX
                 ELSE
                    MOVE WS-TAX-OWED TO WS-MONTHLY-TAX
                 END-IF
                 SUBTRACT WS-MONTHLY-TAX FROM WS-AVAIL-PAY
                 IF NOT SIMULATION-MODE
                    PERFORM ACCUMULATE-TAX-YTD-PARA
                 END-IF
              WHEN WS-SQL-RETURN-NO-ENTRY
                 ADD 1 TO NO-SLAB-COUNT
                 DISPLAY 'NO TAX SLAB FOR ' WS-EMP-ID
      *    Sum of the employee's APPROVED declarations for the tax
      *    year - pending and rejected rows give no relief, so an
      *    unapproved declaration cannot quietly cut withholding.
      *    The prior-employer categories are income and tax, not
      *    relief, and are read by GET-TAX-YTD-PARA instead.
      *    Sits below CALC-TAX-EXIT so the THRU range does not run
      *    it a second time on its way out.
        GET-DECLARATIONS-PARA.
                   WHERE EMPID = :WS-EMP-ID
                     AND TAX-YEAR = :WS-TAX-YEAR
                     AND APPROVED-FLAG = 'Y'
                     AND CATEGORY NOT IN ('PEMP', 'PTAX')
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE ZEROES TO WS-DECL-TOTAL
           END-IF.

      ***************************************************
      *    The year so far - taxable earnings off PAYROLL_REGISTER
      *    on the same basis taxcert certifies (regular components
      *    with arrears, overtime, acting and shift allowance; a bonus
      *    row re-added from net; perquisite value), the tax on
      *    EMPLOYEE_TAX_YTD, and the approved prior-employer income
      *    (PEMP) and tax (PTAX) a mid-year joiner declared. This
      *    run's own rows are excluded - a rerun has already backed
      *    them out, and a resume only skips employees it finished.
        GET-TAX-YTD-PARA.
           MOVE ZEROES TO WS-YTD-EARN WS-YTD-TAX.
           MOVE ZEROES TO WS-PRIOR-INCOME WS-PRIOR-TAX.
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN RUN-TYPE = 'B'
                          THEN NETPAY + TAXDED + DEDREC + PFDED
                          ELSE BASICPAY + HRA + CONVPAY + MEDPAY
                               + ARREARS + OTPAY + ACTALLOW
                               + COALESCE(SHIFTALW, 0)
                          END + COALESCE(PERQVAL, 0)), 0)
                   INTO :WS-YTD-EARN
                   FROM PAYROLL_REGISTER
                   WHERE EMPID = :WS-EMP-ID
                     AND SUBSTR(PAY-PERIOD, 1, 4) = :WS-TAX-YEAR
                     AND NOT (PAY-PERIOD = :WS-PAY-PERIOD
                              AND RUN-TYPE = :WS-RUN-TYPE)
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              DISPLAY 'DB2 ERROR - REGISTER YTD SELECT - ' WS-EMP-ID
              MOVE ZEROES TO WS-YTD-EARN
           END-IF.

           EXEC SQL
               SELECT TAX-YTD
                   INTO :WS-YTD-TAX
                   FROM EMPLOYEE_TAX_YTD
                   WHERE EMPID = :WS-EMP-ID
                     AND TAX-YEAR = :WS-TAX-YEAR
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE ZEROES TO WS-YTD-TAX
           END-IF.

           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN CATEGORY = 'PEMP'
                                        THEN DECL-AMOUNT
                                        ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN CATEGORY = 'PTAX'
                                        THEN DECL-AMOUNT
                                        ELSE 0 END), 0)
                   INTO :WS-PRIOR-INCOME, :WS-PRIOR-TAX
                   FROM TAX_DECLARATION
                   WHERE EMPID = :WS-EMP-ID
                     AND TAX-YEAR = :WS-TAX-YEAR
                     AND APPROVED-FLAG = 'Y'
                     AND CATEGORY IN ('PEMP', 'PTAX')
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE ZEROES TO WS-PRIOR-INCOME WS-PRIOR-TAX
           END-IF.

      ***************************************************
      *    Final period of the tax year - arrears, overtime, acting
      *    and shift allowance are added after CALC-TAX-PARA, so in
      *    earlier periods they reach the liability through the
      *    register next period; in the last one there is no next
      *    period. The year's income is re-matched with them in and
      *    the extra liability over what CALC-TAX-PARA already
      *    withheld comes off this stub, so the year's withholding
      *    equals the year's liability.
        CALC-TAX-TRUEUP-PARA.
           IF RUN-BONUS OR CAT-CONTRACTOR OR CAT-INTERN
              OR NOT SLAB-MATCHED
              GO TO CALC-TAX-TRUEUP-EXIT
           END-IF.
           IF WS-ARREARS-AMT + WS-OT-AMT + WS-ACT-AMT + WS-SHF-AMT
              = ZEROES
              GO TO CALC-TAX-TRUEUP-EXIT
           END-IF.

           COMPUTE WS-ANNUAL-GROSS =
                   WS-YTD-EARN + WS-PRIOR-INCOME + WS-PERIOD-TAXABLE
                   + WS-ARREARS-AMT + WS-OT-AMT + WS-ACT-AMT
                   + WS-SHF-AMT.
           IF WS-DECL-TOTAL >= WS-ANNUAL-GROSS
              MOVE ZEROES TO WS-ANNUAL-GROSS
           ELSE
              SUBTRACT WS-DECL-TOTAL FROM WS-ANNUAL-GROSS
           END-IF.

           EXEC SQL
               SELECT INCOME-FROM, TAXRATE, FIXEDAMT
                   INTO :WS-SLAB-FROM, :WS-SLAB-RATE, :WS-SLAB-FIXED
                   FROM TAX_SLAB
                   WHERE EFFECTIVE-YEAR = :WS-TAX-YEAR
                     AND INCOME-FROM <= :WS-ANNUAL-GROSS
                     AND INCOME-TO   >= :WS-ANNUAL-GROSS
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              DISPLAY 'NO TAX SLAB FOR TRUE-UP ' WS-EMP-ID
                      ' ANNUAL GROSS ' WS-ANNUAL-GROSS
              GO TO CALC-TAX-TRUEUP-EXIT
           END-IF.

           COMPUTE WS-ANNUAL-TAX ROUNDED =
                   WS-SLAB-FIXED +
                   ((WS-ANNUAL-GROSS - WS-SLAB-FROM)
                    * WS-SLAB-RATE / 100).
           COMPUTE WS-TAX-OWED = WS-ANNUAL-TAX - WS-YTD-TAX
                               - WS-PRIOR-TAX - WS-MONTHLY-TAX.
           IF WS-TAX-OWED NOT > ZEROES
              GO TO CALC-TAX-TRUEUP-EXIT
           END-IF.
           IF WS-TAX-OWED > WS-AVAIL-PAY
              MOVE WS-AVAIL-PAY TO WS-TRUEUP-TAX
           ELSE
              MOVE WS-TAX-OWED TO WS-TRUEUP-TAX
           END-IF.
           SUBTRACT WS-TRUEUP-TAX FROM WS-AVAIL-PAY.

      *    The YTD ledger takes only the extra - the period's first
      *    withholding is already on it.
           MOVE WS-MONTHLY-TAX TO WS-TAX-HOLD.
           MOVE WS-TRUEUP-TAX TO WS-MONTHLY-TAX.
           IF NOT SIMULATION-MODE
              PERFORM ACCUMULATE-TAX-YTD-PARA
           END-IF.
           COMPUTE WS-MONTHLY-TAX = WS-TAX-HOLD + WS-TRUEUP-TAX.
           MOVE WS-TRUEUP-TAX TO WS-TRC-TRUEUP.
           ADD 1 TO TRUEUP-COUNT.

        CALC-TAX-TRUEUP-EXIT.
           EXIT.

      ***************************************************
      *    The employee's perquisites live in the pay period - a row
      *    whose start period has arrived and whose end period is
      *    blank or not yet past. Fixed values are monthly, so they
      *    annualize by twelve whatever the pay frequency; a
      *    percentage applies to this period's (prorated) basic and
      *    annualizes by the periods in the year, the same way the
      *    cash components do. The period's share is what the stub
      *    and register carry. Also below CALC-TAX-EXIT.
        GET-PERQUISITES-PARA.
           MOVE ZEROES TO WS-PERQ-FIXED WS-PERQ-PCT.
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN VALUE-BASIS = 'F'
                                        THEN VALUE-AMOUNT
                                        ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN VALUE-BASIS = 'P'
                                        THEN VALUE-AMOUNT
                                        ELSE 0 END), 0)
                   INTO :WS-PERQ-FIXED, :WS-PERQ-PCT
                   FROM PERQUISITE
                   WHERE EMPID = :WS-EMP-ID
                     AND START-PERIOD <= :WS-PAY-PERIOD
                     AND (END-PERIOD = ' '
                          OR END-PERIOD >= :WS-PAY-PERIOD)
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              DISPLAY 'DB2 ERROR - PERQUISITE SELECT - ' WS-EMP-ID
              MOVE ZEROES TO WS-PERQ-FIXED WS-PERQ-PCT
           END-IF.

           COMPUTE WS-PERQ-ANNUAL ROUNDED =
                   (WS-PERQ-FIXED * 12)
                   + (WS-EMP-BASIC * WS-PERQ-PCT / 100
                      * WS-PERIODS-PER-YEAR).
           COMPUTE WS-PERQ-VALUE ROUNDED =
                   WS-PERQ-ANNUAL / WS-PERIODS-PER-YEAR.
           IF WS-PERQ-VALUE > ZEROES
              ADD 1 TO PERQ-COUNT
              ADD WS-PERQ-VALUE TO WS-PERQ-TOTAL
           END-IF.

      ***************************************************
      *    Running year-to-date withholding per employee - update
      *    the year's accumulator row or create it for the first

           EXEC SQL OPEN CUR-EMPGRN END-EXEC.

           MOVE ZERO TO WS-EMP-FLOOR.
           MOVE 'N' TO WS-DED-EOF-IND.
           PERFORM UNTIL DED-EOF
              EXEC SQL

      ***************************************************
        TAKE-GARNISH-PARA.
           IF WS-GRN-FLOOR > WS-EMP-FLOOR
              MOVE WS-GRN-FLOOR TO WS-EMP-FLOOR
           END-IF.
           IF WS-AVAIL-PAY <= WS-GRN-FLOOR
              ADD 1 TO FLOOR-HELD-COUNT
              DISPLAY 'PROTECTED FLOOR HOLDS ORDER - ' WS-EMP-ID
              END-IF
           END-IF.

      *    A preview takes the order off the stub as the real run
      *    would but leaves the balance and the remittance alone.
        TAKE-GARNISH-UPDATE-PARA.
           IF SIMULATION-MODE
              MOVE ZERO TO WS-SQLCODE
           ELSE
              EXEC SQL
                  UPDATE GARNISHMENT
                      SET OUTSTANDING-BAL = OUTSTANDING-BAL
                                          - :WS-GRN-TAKE
                      WHERE EMPID = :WS-EMP-ID
                        AND ORDER-ID = :WS-GRN-ORDER
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
           END-IF.
           IF WS-SQL-RETURN-NORMAL
              ADD WS-GRN-TAKE TO WS-EMP-DEDTOT
              ADD WS-GRN-TAKE TO WS-GARNISH-TOTAL
              SUBTRACT WS-GRN-TAKE FROM WS-AVAIL-PAY
              ADD WS-GRN-TAKE TO WS-TRC-GARNISH
              ADD 1 TO GARNISHED-COUNT
              IF NOT SIMULATION-MODE
      *          One remittance row per order per period - what the
      *          court gets, and what an override rerun restores from
      *          (REVERSE-PRIOR-RUN-PARA).
                 EXEC SQL
                     INSERT INTO GARNISH_REMIT
                         (EMPID, ORDER-ID, COURT-REF, PAY-PERIOD,
                          RUN-TYPE, AMOUNT)
                         VALUES (:WS-EMP-ID, :WS-GRN-ORDER,
                                 :WS-GRN-REF, :WS-PAY-PERIOD,
                                 :WS-RUN-TYPE, :WS-GRN-TAKE)
                 END-EXEC
                 MOVE SQLCODE TO WS-SQLCODE
                 IF NOT WS-SQL-RETURN-NORMAL
                    DISPLAY 'DB2 ERROR - GARNISH REMIT INSERT - '
                            WS-EMP-ID '/' WS-GRN-ORDER
                 END-IF
              END-IF
           ELSE
              DISPLAY 'DB2 ERROR - GARNISHMENT BALANCE UPDATE - '
           IF WS-DED-TAKE > WS-AVAIL-PAY
              MOVE WS-AVAIL-PAY TO WS-DED-TAKE
           END-IF.
      *    The canteen, cooperative and union lines vndload arms
      *    also stop at the garnishment protected floor - a court
      *    order's guarantee is not for a vendor to eat into. What
      *    is held back lapses with the period and shows on the
      *    vendor's vndremit statement as a shortfall.
           IF WS-DED-TYPE = 'CANT' OR WS-DED-TYPE = 'COOP'
              OR WS-DED-TYPE = 'UNIO'
              EVALUATE TRUE
                 WHEN WS-AVAIL-PAY <= WS-EMP-FLOOR
                    MOVE ZERO TO WS-DED-TAKE
                 WHEN WS-DED-TAKE > WS-AVAIL-PAY - WS-EMP-FLOOR
                    COMPUTE WS-DED-TAKE = WS-AVAIL-PAY
                                        - WS-EMP-FLOOR
              END-EVALUATE
           END-IF.
           IF WS-DED-TAKE > ZERO
              PERFORM TAKE-DEDUCTION-UPDATE-PARA
           END-IF.

      *    Same preview split as TAKE-GARNISH-UPDATE-PARA - the
      *    recovery hits the stub, the balance and ledger do not.
        TAKE-DEDUCTION-UPDATE-PARA.
           IF SIMULATION-MODE
              MOVE ZERO TO WS-SQLCODE
           ELSE
              EXEC SQL
                  UPDATE EMPLOYEE_DEDUCTION
                      SET OUTSTANDING-BAL = OUTSTANDING-BAL
                                          - :WS-DED-TAKE
                      WHERE EMPID = :WS-EMP-ID
                        AND DEDTYPE = :WS-DED-TYPE
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
           END-IF.
           IF WS-SQL-RETURN-NORMAL
              ADD WS-DED-TAKE TO WS-EMP-DEDTOT
              ADD WS-DED-TAKE TO WS-RECOVERY-TOTAL
              SUBTRACT WS-DED-TAKE FROM WS-AVAIL-PAY
              IF NOT SIMULATION-MODE
      *          One ledger row per take, keyed by period and run type,
      *          so an override rerun can restore each balance exactly
      *          (REVERSE-PRIOR-RUN-PARA) instead of guessing how the
      *          stub's total recovery split across the types.
                 EXEC SQL
                     INSERT INTO DEDUCTION_RECOVERY
                         (EMPID, DEDTYPE, PAY-PERIOD, RUN-TYPE,
                          AMOUNT)
                         VALUES (:WS-EMP-ID, :WS-DED-TYPE,
                                 :WS-PAY-PERIOD, :WS-RUN-TYPE,
                                 :WS-DED-TAKE)
                 END-EXEC
                 MOVE SQLCODE TO WS-SQLCODE
                 IF NOT WS-SQL-RETURN-NORMAL
                    DISPLAY 'DB2 ERROR - RECOVERY LEDGER INSERT - '
                            WS-EMP-ID '/' WS-DED-TYPE
                 END-IF
              END-IF
           ELSE
              DISPLAY 'DB2 ERROR - DEDUCTION BALANCE UPDATE - '
        CALC-ACTING-ONE-EXIT.
           EXIT.

      ***************************************************
      *    Shift and night allowance - every ATTENDANCE day marked
      *    present inside the period that falls within one of the
      *    employee's SHIFT_ROSTER spans pays that shift's
      *    SHIFT_MASTER per-day allowance; a night shift simply
      *    carries the higher rate. RSTRMANT keeps the spans from
      *    overlapping, so a day can only ever match one shift.
      *    Stateless like the acting allowance - recomputed from
      *    the attendance every run, so a rerun needs no reversal.
        GET-SHIFT-ALLOW-PARA.
           MOVE ZEROES TO WS-SHF-DAYS WS-SHF-AMT.
           PERFORM SET-PERIOD-SPAN-PARA.
           COMPUTE WS-SHF-YMD =
                   FUNCTION DATE-OF-INTEGER(WS-MSTART-INT).
           STRING WS-SHF-YMD(1:4) '-' WS-SHF-YMD(5:2) '-'
                  WS-SHF-YMD(7:2) DELIMITED BY SIZE
               INTO WS-SHF-PSTART
           END-STRING.
           COMPUTE WS-SHF-YMD =
                   FUNCTION DATE-OF-INTEGER(WS-MEND-INT).
           STRING WS-SHF-YMD(1:4) '-' WS-SHF-YMD(5:2) '-'
                  WS-SHF-YMD(7:2) DELIMITED BY SIZE
               INTO WS-SHF-PEND
           END-STRING.

           EXEC SQL
               SELECT COUNT(*), SUM(S.DAY-ALLOW)
                   INTO :WS-SHF-DAYS, :WS-SHF-AMT
                   FROM ATTENDANCE A
                   JOIN SHIFT_ROSTER R
                     ON R.EMPID = A.EMPID
                    AND A.ATT-DATE >= R.FROM-DT
                    AND (R.TO-DT = ' ' OR A.ATT-DATE <= R.TO-DT)
                   JOIN SHIFT_MASTER S
                     ON S.SHIFT-CODE = R.SHIFT-CODE
                   WHERE A.EMPID = :WS-EMP-ID
                     AND A.PRESENT-FLAG = 'P'
                     AND A.ATT-DATE >= :WS-SHF-PSTART
                     AND A.ATT-DATE <= :WS-SHF-PEND
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 IF WS-SHF-DAYS > ZEROES AND WS-SHF-AMT > ZEROES
                    ADD WS-SHF-AMT TO WS-EMP-GROSSPAY
                    ADD WS-SHF-AMT TO WS-AVAIL-PAY
                    ADD WS-SHF-AMT TO WS-SHIFT-TOTAL
                    ADD 1 TO SHIFT-COUNT
                 ELSE
                    MOVE ZEROES TO WS-SHF-AMT
                 END-IF
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE ZEROES TO WS-SHF-DAYS WS-SHF-AMT
              WHEN OTHER
                 MOVE ZEROES TO WS-SHF-DAYS WS-SHF-AMT
                 DISPLAY 'DB2 ERROR - SHIFT ALLOWANCE SELECT - '
                         WS-EMP-ID
           END-EVALUATE.

      ***************************************************
      *    Expense reimbursement - every EXPENSE_CLAIM the claimant's
      *    department manager has approved and no run has yet paid,
      *    whatever period it was filed in, is refunded in full on
      *    this stub. It is added after CALC-TAX-PARA the way the
      *    other after-tax components are, but unlike them it is a
      *    refund of money spent, not income - the tax annualization
      *    never sees it, and it is not prorated or docked - so it
      *    joins the gross here but the pay available to the tax
      *    true-up, ESI, PT, court orders, recoveries and the leave
      *    and suspension docks only once they have all been taken
      *    (see PROCESS-DATA), and none of them can consume it.
        GET-EXPENSE-PARA.
           MOVE ZEROES TO WS-EXP-AMT.
           EXEC SQL
               SELECT SUM(CLAIM-AMOUNT)
                   INTO :WS-EXP-AMT
                   FROM EXPENSE_CLAIM
                   WHERE EMPID = :WS-EMP-ID
                     AND CLAIM-STATUS = 'A'
                     AND PAID-FLAG = 'N'
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 IF WS-EXP-AMT > ZEROES
                    ADD WS-EXP-AMT TO WS-EMP-GROSSPAY
                    ADD WS-EXP-AMT TO WS-EXPENSE-TOTAL
                    ADD 1 TO EXPENSE-COUNT
                 END-IF
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE ZEROES TO WS-EXP-AMT
              WHEN OTHER
                 MOVE ZEROES TO WS-EXP-AMT
                 DISPLAY 'DB2 ERROR - EXPENSE CLAIM SELECT - '
                         WS-EMP-ID
           END-EVALUATE.

      ***************************************************
      *    State insurance - the wage is this stub's earnings before
      *    PF (WS-EMP-GROSSPAY is net of it) less the expense refund,
      *    which is not wages. Within the ceiling both shares are
      *    due: the employee's is withheld like tax, ahead of the
      *    voluntary recoveries, and the employer's rides the stub
      *    for glpost and esiremit only - it never touches net pay.
      *    Over the ceiling the employee is outside the scheme for
      *    the period and both shares are zero.
        CALC-ESI-PARA.
           MOVE ZEROES TO WS-ESI-WAGE WS-ESI-EE WS-ESI-ER.
           IF WS-ESI-CEILING = ZEROES
              GO TO CALC-ESI-EXIT
           END-IF.
           COMPUTE WS-ESI-WAGE = WS-EMP-GROSSPAY + WS-EMP-PFDED
                               - WS-EXP-AMT.
           IF WS-ESI-WAGE = ZEROES OR WS-ESI-WAGE > WS-ESI-CEILING
              GO TO CALC-ESI-EXIT
           END-IF.
           COMPUTE WS-ESI-EE ROUNDED =
                   WS-ESI-WAGE * WS-ESI-EE-RATE / 100.
           COMPUTE WS-ESI-ER ROUNDED =
                   WS-ESI-WAGE * WS-ESI-ER-RATE / 100.
           IF WS-ESI-EE > WS-AVAIL-PAY
              MOVE WS-AVAIL-PAY TO WS-ESI-EE
           END-IF.
           SUBTRACT WS-ESI-EE FROM WS-AVAIL-PAY.
           ADD WS-ESI-EE TO WS-ESI-EE-TOTAL.
           ADD WS-ESI-ER TO WS-ESI-ER-TOTAL.
           ADD 1 TO ESI-COUNT.

       CALC-ESI-EXIT.
           EXIT.

      ***************************************************
      *    Professional tax - a flat monthly levy picked by the
      *    band the month's earnings fall in, on the same wage
      *    basis as CALC-ESI-PARA, from the employee's location's
      *    state. Withheld like ESI ahead of the voluntary
      *    recoveries. The levy is monthly, so a weekly calendar
      *    run carries none. A state with no band covering the
      *    wage is counted (NO-PT-SLAB-COUNT) for PTAXMANT review.
        CALC-PROFTAX-PARA.
           MOVE ZEROES TO WS-PT-WAGE WS-PT-SLABFR WS-PT-AMT.
           MOVE SPACES TO WS-PT-STATE.
           IF WS-EMP-PTSTATE = SPACES OR WS-CAL-FREQ = 'W'
              GO TO CALC-PROFTAX-EXIT
           END-IF.
           COMPUTE WS-PT-WAGE = WS-EMP-GROSSPAY + WS-EMP-PFDED
                              - WS-EXP-AMT.
           EXEC SQL
               SELECT SLAB-FROM, PT-AMOUNT
                   INTO :WS-PT-SLABFR, :WS-PT-AMT
                   FROM PROF_TAX_SLAB
                   WHERE PT-STATE = :WS-EMP-PTSTATE
                     AND SLAB-FROM <= :WS-PT-WAGE
                     AND SLAB-TO >= :WS-PT-WAGE
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 CONTINUE
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE ZEROES TO WS-PT-SLABFR WS-PT-AMT
                 ADD 1 TO NO-PT-SLAB-COUNT
                 GO TO CALC-PROFTAX-EXIT
              WHEN OTHER
                 MOVE ZEROES TO WS-PT-SLABFR WS-PT-AMT
                 DISPLAY 'DB2 ERROR - PROF TAX SLAB SELECT - '
                         WS-EMP-ID
                 GO TO CALC-PROFTAX-EXIT
           END-EVALUATE.
           IF WS-PT-AMT > WS-AVAIL-PAY
              MOVE WS-AVAIL-PAY TO WS-PT-AMT
           END-IF.
           SUBTRACT WS-PT-AMT FROM WS-AVAIL-PAY.
           MOVE WS-EMP-PTSTATE TO WS-PT-STATE.
           ADD WS-PT-AMT TO WS-PROFTAX-TOTAL.
           ADD 1 TO PROFTAX-COUNT.

       CALC-PROFTAX-EXIT.
           EXIT.

      ***************************************************
      *    The paying period is stamped with the flag so the claim
      *    can be traced to the stub that refunded it, and the run
      *    type scopes an override rerun's reset as for overtime.
        MARK-EXPENSE-PAID-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-EXP-TS.
           EXEC SQL
               UPDATE EXPENSE_CLAIM
                   SET PAID-FLAG = 'Y',
                       PAID-TS   = :WS-EXP-TS,
                       PAID-PERIOD = :WS-PAY-PERIOD,
                       PAID-RUN-TYPE = :WS-RUN-TYPE
                   WHERE EMPID = :WS-EMP-ID
                     AND CLAIM-STATUS = 'A'
                     AND PAID-FLAG = 'N'
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              DISPLAY 'DB2 ERROR - EXPENSE MARK PAID - '
                      WS-EMP-ID
           END-IF.

      ***************************************************
      *    Calendar-day overlap of one suspension span with the
      *    pay period month; an open-ended suspension (blank
                 END-IF
                 IF WS-DOCK-DAYS > ZERO
                    SUBTRACT WS-DOCK-AMT FROM WS-AVAIL-PAY
                    IF NOT SIMULATION-MODE
                       PERFORM WRITE-DOCK-LEDGER-PARA
                    END-IF
                    ADD 1 TO DOCKED-COUNT
                 END-IF
              END-IF
           MOVE WS-ARREARS-AMT     TO WS-OUT-EMP-ARREARS.
           MOVE WS-OT-AMT          TO WS-OUT-EMP-OTPAY.
           MOVE WS-ACT-AMT         TO WS-OUT-EMP-ACTALLOW.
           MOVE WS-EXP-AMT         TO WS-OUT-EMP-EXPREIMB.
           MOVE WS-SHF-AMT         TO WS-OUT-EMP-SHIFTALW.
           MOVE WS-ESI-EE          TO WS-OUT-EMP-ESIEE.
           MOVE WS-ESI-ER          TO WS-OUT-EMP-ESIER.
           MOVE WS-PT-STATE        TO WS-OUT-EMP-PTSTATE.
           MOVE WS-PT-SLABFR       TO WS-OUT-EMP-PTSLAB.
           MOVE WS-PT-AMT          TO WS-OUT-EMP-PROFTAX.
           MOVE WS-PERQ-VALUE      TO WS-OUT-EMP-PERQVAL.
           MOVE WS-EMP-COMPANY     TO WS-OUT-EMP-COMPANY.
           MOVE WS-EMP-DEDTOT      TO WS-OUT-EMP-DEDREC.
           MOVE WS-DOCK-DAYS       TO WS-OUT-EMP-DOCKDAYS.
           COMPUTE WS-OUT-EMP-NETPAY = WS-EMP-GROSSPAY
                                     - WS-MONTHLY-TAX
                                     - WS-EMP-DEDTOT
                                     - WS-DOCK-AMT
                                     - WS-ESI-EE
                                     - WS-PT-AMT.

           MOVE WS-EMP-CURRENCY TO WS-RATE-CURRENCY.
           PERFORM GET-EXCHANGE-RATE-PARA.

           WRITE PAYSTUB-RECORD FROM PAY-STUB-RECORD.
           ADD 1 TO STUB-COUNT.
           MOVE PAY-STUB-RECORD TO WS-HASH-DATA.
           MOVE 400 TO WS-HASH-LEN.
           PERFORM HASH-DATA-PARA.
           ADD 1 TO WS-HASH-STUBS.
           IF NOT SIMULATION-MODE
              PERFORM REGISTER-PAYSTUB-PARA
              PERFORM WRITE-PAY-TRACE-PARA
           END-IF.

           ADD WS-EMP-GROSSPAY TO WS-GROSSPAY-TOTAL.
           ADD WS-MONTHLY-TAX  TO WS-TAXDED-TOTAL.
                    COMPANY,
                    BASICPAY, HRA, CONVPAY, MEDPAY, PFDED,
                    TAXDED, DEDREC, ARREARS, OTPAY, ACTALLOW,
                    EXPREIMB, SHIFTALW, ESIEE, ESIER,
                    PT-STATE, PROFTAX, PERQVAL, NETPAY,
                    RUN-TS)
                   VALUES (:WS-PAY-PERIOD, :WS-RUN-TYPE,
                           :WS-EMP-ID, :WS-EMP-DEPT,
                           :WS-EMP-PFDED, :WS-MONTHLY-TAX,
                           :WS-EMP-DEDTOT, :WS-ARREARS-AMT,
                           :WS-OT-AMT, :WS-ACT-AMT,
                           :WS-EXP-AMT, :WS-SHF-AMT,
                           :WS-ESI-EE, :WS-ESI-ER,
                           :WS-PT-STATE, :WS-PT-AMT,
                           :WS-PERQ-VALUE,
                           :WS-OUT-EMP-NETPAY,
                           :WS-REG-TS)
           END-EXEC.
                         WS-EMP-ID
           END-EVALUATE.

      ***************************************************
      *    One PAY_TRACE row per employee per run, beside the
      *    register row: each step's input and result in the order
      *    payrun applies them - grade vs override, category,
      *    proration, transfer split, leave and suspension docks,
      *    acting allowance, the tax band the annualized income
      *    fell in after declarations, then garnishments ahead of
      *    recurring deductions. A rerun override clears the
      *    period's rows with the register's.
        WRITE-PAY-TRACE-PARA.
           IF NOT RUN-BONUS
              MOVE WS-DAYS-WORKED    TO WS-TRC-DAYS
              MOVE WS-PRORATE-FACTOR TO WS-TRC-FACTOR
              MOVE WS-SUSP-TOTDAYS   TO WS-TRC-SUSP-DAYS
              COMPUTE WS-TRC-LEAVE-DAYS = WS-DOCK-DAYS
                                        - WS-SUSP-TOTDAYS
              IF WS-ACT-AMT > ZEROES
                 MOVE WS-ACT-DAYS    TO WS-TRC-ACT-DAYS
              END-IF
           ELSE
              MOVE WS-EMP-GROSSPAY   TO WS-TRC-FULL-GROSS
           END-IF.
           IF WS-EMP-DEDTOT > WS-TRC-GARNISH
              COMPUTE WS-TRC-DEDREC = WS-EMP-DEDTOT
                                    - WS-TRC-GARNISH
           END-IF.
      *    The stub's TAXDED carries the final-period true-up; the
      *    trace keeps the first-pass withholding and the true-up
      *    apart so each step can be followed to the net.
           COMPUTE WS-TRC-TAXDED = WS-MONTHLY-TAX - WS-TRC-TRUEUP.

           EXEC SQL
               INSERT INTO PAY_TRACE
                   (PAY-PERIOD, RUN-TYPE, EMPID, DEPTCODE, COMPANY,
                    BASE-SOURCE, GRADE-BASIC, PAID-BASIC, WKCAT,
                    FULL-GROSS, DAYS-WORKED, PRORATE-FACTOR,
                    GROSSPAY, SPLIT-PCT, OLD-DEPTCODE,
                    LEAVE-DAYS, SUSP-DAYS, DOCK-AMT,
                    ACT-DAYS, ACTALLOW, ARREARS, OTPAY, SHIFTALW,
                    EXPREIMB, PERQVAL, ANNUAL-TAXABLE, DECL-TOTAL,
                    SLAB-RATE, PERIODS-LEFT, TAXDED, TRUEUP-TAX,
                    ESIEE, PROFTAX,
                    GARNISH-AMT, DEDREC, NETPAY, RUN-TS)
                   VALUES (:WS-PAY-PERIOD, :WS-RUN-TYPE,
                           :WS-EMP-ID, :WS-EMP-DEPT,
                           :WS-EMP-COMPANY,
                           :WS-TRC-SOURCE, :WS-TRC-GRADE-BASIC,
                           :WS-EMP-BASIC, :WS-EMP-WKCAT,
                           :WS-TRC-FULL-GROSS, :WS-TRC-DAYS,
                           :WS-TRC-FACTOR, :WS-EMP-GROSSPAY,
                           :WS-SPLIT-PCT, :WS-XFR-OLDDEPT,
                           :WS-TRC-LEAVE-DAYS, :WS-TRC-SUSP-DAYS,
                           :WS-DOCK-AMT, :WS-TRC-ACT-DAYS,
                           :WS-ACT-AMT, :WS-ARREARS-AMT,
                           :WS-OT-AMT, :WS-SHF-AMT,
                           :WS-EXP-AMT, :WS-PERQ-VALUE,
                           :WS-ANNUAL-GROSS,
                           :WS-DECL-TOTAL, :WS-SLAB-RATE,
                           :WS-PERIODS-LEFT, :WS-TRC-TAXDED,
                           :WS-TRC-TRUEUP, :WS-ESI-EE,
                           :WS-PT-AMT,
                           :WS-TRC-GARNISH, :WS-TRC-DEDREC,
                           :WS-OUT-EMP-NETPAY, :WS-REG-TS)
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 ADD 1 TO TRACE-COUNT
              WHEN WS-SQL-RETURN-DUPKEY
                 DISPLAY 'DUPLICATE TRACE ROW - ' WS-PAY-PERIOD
                         '/' WS-EMP-ID
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - PAY TRACE INSERT - '
                         WS-EMP-ID
           END-EVALUATE.

      ***************************************************
        WRITE-TRAILER-PARA.
           DISPLAY "WRITE-TRAILER-PARA - START".
           MOVE WS-RECOVERY-TOTAL TO TR-RECOVERY-TOTAL.
           MOVE WS-HOMEPAY-TOTAL  TO TR-HOMEPAY-TOTAL.
           WRITE PAYSTUB-RECORD FROM TRAILER-RECORD.
           PERFORM HASH-FINISH-PARA.
           IF NOT SIMULATION-MODE
              PERFORM POST-RELEASE-PARA
           END-IF.
           DISPLAY "WRITE-TRAILER-PARA - END".

      ***************************************************
      *    the run that will actually pay. The posting is keyed by
      *    the run's company scope (blank for a consolidated run),
      *    so each entity's run posts its own row instead of
      *    clobbering the previous entity's. The PAYFL control hash
      *    rides on the same row, for bankpay, glpost, payslip and
      *    pfremit to verify the file against before they use it.
        POST-RELEASE-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-REL-TS.
           MOVE STUB-COUNT        TO WS-REL-EMP-COUNT.
               INSERT INTO PAYROLL_RELEASE
                   (PAY-PERIOD, RUN-TYPE, COMPANY, EMP-COUNT,
                    GROSSPAY-TOTAL, TAXDED-TOTAL, RECOVERY-TOTAL,
                    HOMEPAY-TOTAL, RELEASE-STATUS, POSTED-TS,
                    PAYFL-HASH)
                   VALUES (:WS-PAY-PERIOD, :WS-RUN-TYPE,
                           :WS-REPO-COMP,
                           :WS-REL-EMP-COUNT, :WS-REL-GROSS,
                           :WS-REL-TAX, :WS-REL-RECOV,
                           :WS-REL-HOME, 'P', :WS-REL-TS,
                           :WS-HASH-VALUE)
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              DISPLAY 'DB2 ERROR - FREEZE CLEAR'
           END-IF.

      ***************************************************
      *    A resumed run extends the stubs the abended attempt
      *    already wrote, so those are folded into the hash first -
      *    the posted figure has to cover the whole PAYFL the
      *    downstream jobs will read, not just the resumed tail.
        HASH-RESUMED-STUBS-PARA.
           OPEN INPUT PAYSTUB-FILE.
           MOVE 'N' TO WS-HASH-EOF-IND.
           PERFORM HASH-RESUMED-READ-PARA
               UNTIL HASH-EOF.
           CLOSE PAYSTUB-FILE.
           DISPLAY "RESUMED STUBS HASHED " WS-HASH-STUBS.

        HASH-RESUMED-READ-PARA.
           READ PAYSTUB-FILE
               AT END
                  MOVE 'Y' TO WS-HASH-EOF-IND
               NOT AT END
                  IF PAYSTUB-RECORD(1:7) NOT = 'TRAILER'
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
           PERFORM WRITE-TRAILER-PARA.
           CLOSE PAYSTUB-FILE.

           IF NOT SIMULATION-MODE
              PERFORM CLEAR-FREEZE-PARA
              PERFORM REGISTER-RUN-END-PARA
           END-IF.

           EXEC SQL
                disconnect all;
           END-EXEC

           DISPLAY 'PAY PERIOD       '  WS-PAY-PERIOD.
           IF SIMULATION-MODE
              DISPLAY 'SIMULATION MODE - NO TABLES UPDATED'
           END-IF.
           DISPLAY 'EMPLOYEE  COUNT  '  EMP-COUNT.
           DISPLAY 'STUB      COUNT  '  STUB-COUNT.
           DISPLAY 'PAYFL     HASH   '  WS-HASH-VALUE.
           DISPLAY 'GROSSPAY  TOTAL  '  WS-GROSSPAY-TOTAL.
           DISPLAY 'TAX W/H   TOTAL  '  WS-TAXDED-TOTAL.
           DISPLAY 'NO SLAB   COUNT  '  NO-SLAB-COUNT.
           DISPLAY 'SUSPENDED COUNT  '  SUSPENDED-COUNT.
           DISPLAY 'ACTING    COUNT  '  ACTING-COUNT.
           DISPLAY 'ACTING    TOTAL  '  WS-ACTING-TOTAL.
           DISPLAY 'EXPENSE   COUNT  '  EXPENSE-COUNT.
           DISPLAY 'EXPENSE   TOTAL  '  WS-EXPENSE-TOTAL.
           DISPLAY 'SHIFT     COUNT  '  SHIFT-COUNT.
           DISPLAY 'SHIFT     TOTAL  '  WS-SHIFT-TOTAL.
           DISPLAY 'ESI       COUNT  '  ESI-COUNT.
           DISPLAY 'ESI EE    TOTAL  '  WS-ESI-EE-TOTAL.
           DISPLAY 'ESI ER    TOTAL  '  WS-ESI-ER-TOTAL.
           DISPLAY 'PROF TAX  COUNT  '  PROFTAX-COUNT.
           DISPLAY 'PROF TAX  TOTAL  '  WS-PROFTAX-TOTAL.
           DISPLAY 'NO PT SLB COUNT  '  NO-PT-SLAB-COUNT.
           DISPLAY 'PERQUISIT COUNT  '  PERQ-COUNT.
           DISPLAY 'PERQUISIT TOTAL  '  WS-PERQ-TOTAL.
           DISPLAY 'TAX TRUEUP COUNT '  TRUEUP-COUNT.
           DISPLAY 'OVER W/H  COUNT  '  OVER-WITHHELD-COUNT.
           DISPLAY 'CALC TRACE COUNT '  TRACE-COUNT.
           DISPLAY 'ARREARS   COUNT  '  ARREARS-COUNT.
           DISPLAY 'ARREARS   TOTAL  '  WS-ARREARS-TOTAL.
           DISPLAY 'OVERRIDE  COUNT  '  OVERRIDE-COUNT.
