      *    GL side can foot the file before loading it. The buckets
      *    accumulate in an in-memory table, the same array-driven
      *    technique orgchart.cbl uses for its walk queue.
      *    Every file is one posting batch: a batch id (period, run
      *    type and the run's day/time stamp) rides each line and
      *    the trailer, the lines are numbered, and the batch is
      *    registered on GL_POST_BATCH as pending ('P') until glack
      *    loads the ERP's acknowledgment for it.
      *    A share allocated to a cost center owned by a different
      *    legal entity from the one paying the employee is
      *    recharged: the expense debit and an intercompany
      *    payable (ICPAY) post in the receiving company, an
      *    intercompany receivable (ICRECV) in the paying company,
      *    and the recharge is recorded on INTERCO_RECHARGE per
      *    company pair and center for icsettle's statement.
      *    The same recharge carries an inter-company transfer's
      *    month: the days before the move, charged to the old
      *    department, are the old entity's cost although the new
      *    entity paid the whole month.
      *    An employee who booked time for the period (tsload's
      *    TIMESHEET_ENTRY) is shared across the centers by those
      *    actual hours; the EALCMANT percentages are the fallback
      *    for anyone who booked none.
      *    Before a single stub is used the whole PAYFL is hashed
      *    with the keyed control hash and matched to the figure
      *    payrun posted on PAYROLL_RELEASE; a file altered since
      *    payrun wrote it stops the job with RC=12.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    glpost.
       ENVIRONMENT DIVISION.
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYSTUB-RECORD.
       01  PAYSTUB-RECORD PIC X(400).
      *
       FD  POSTING-FILE
           RECORDING MODE IS F
       01 WS-ALC-EMPID            PIC X(05).
       01 WS-ALC-CC               PIC X(05).
       01 WS-ALC-PCT              PIC 9(03).
       01 WS-ALC-COMPANY          PIC X(03).
       01 WS-ALC-PERIOD           PIC X(06).
       01 WS-ALC-HOURS            PIC 9(05)V99.
      *    Intercompany recharge registration (REGISTER-RECHARGE-
      *    PARA).
       01 WS-IC-PAY-COMPANY       PIC X(03).
       01 WS-IC-RECV-COMPANY      PIC X(03).
       01 WS-IC-CC                PIC X(05).
       01 WS-IC-AMOUNT            PIC 9(11)V99.
      *    Company of a mid-period transfer's old department.
       01 WS-SPLIT-DEPT           PIC X(05).
       01 WS-SPLIT-COMPANY        PIC X(03).
      *    Posting-batch registration (REGISTER-BATCH-PARA).
       01 WS-BATCH-ID             PIC X(16).
       01 WS-BATCH-PERIOD         PIC X(06).
       01 WS-BATCH-RUN-TYPE       PIC X(01).
       01 WS-BATCH-LINES          PIC 9(10).
       01 WS-BATCH-DEBIT          PIC 9(13)V99.
       01 WS-BATCH-CREDIT         PIC 9(13)V99.
       01 WS-BATCH-TS             PIC X(21).
      *    Control-hash fields - see WS-CTLHASH-AREA.
       01 WS-HASH-VALUE           PIC X(20).
       01 WS-HASH-PERIOD          PIC X(06).
       01 WS-HASH-RUNTYPE         PIC X(01).
       01 WS-HASH-MATCH           PIC S9(09) COMP.
          EXEC SQL END DECLARE SECTION END-EXEC
       01  END-OF-INPUT-IND               PIC X(1).
            88 END-OF-FILE                VALUE 'Y'.
           10  PS-EMP-COMPANY              PIC X(03).
           10  FILLER                      PIC X(01).
           10  PS-EMP-ACTALLOW             PIC 9(07)V99.
           10  FILLER                      PIC X(01).
           10  PS-EMP-EXPREIMB             PIC 9(07)V99.
           10  FILLER                      PIC X(01).
           10  PS-EMP-SHIFTALW             PIC 9(07)V99.
           10  FILLER                      PIC X(01).
           10  PS-EMP-ESIEE                PIC 9(07)V99.
           10  FILLER                      PIC X(01).
           10  PS-EMP-ESIER                PIC 9(07)V99.
           10  FILLER                      PIC X(01).
           10  PS-EMP-PTSTATE              PIC X(03).
           10  FILLER                      PIC X(01).
           10  PS-EMP-PTSLAB               PIC 9(09).
           10  FILLER                      PIC X(01).
           10  PS-EMP-PROFTAX              PIC 9(05)V99.

      *    One accumulation bucket per company/department/component
      *    (and cost center) - the company rides the bucket so a
       01  WS-WORK-AMOUNT              PIC 9(11)V99.

      *    The employee's cost-center allocations, loaded per stub
      *    from the period's booked hours (TIMESHEET_ENTRY) when
      *    there are any, else from EMPLOYEE_ALLOCATION (EALCMANT).
      *    Only a percentage set totalling exactly 100 splits the
      *    expense debits; a partial set is counted and the employee
      *    posts department-only, same as an employee with no
      *    allocations at all. A booked-hours set always splits -
      *    its shares are the hours over the total and foot to one
      *    by construction. ALC-SHARE is the fraction each center
      *    takes, whichever basis set it.
       01  WS-ALLOC-MAX                PIC 9(02) COMP VALUE 10.
       01  WS-ALLOC-COUNT              PIC 9(02) COMP VALUE ZERO.
       01  WS-ALLOC-TABLE OCCURS 10 TIMES.
           05  ALC-CC                  PIC X(05).
           05  ALC-PCT                 PIC 9(03).
           05  ALC-COMPANY             PIC X(03).
           05  ALC-HOURS               PIC 9(05)V99.
           05  ALC-SHARE               PIC 9V9(06).
       01  WS-ALLOC-PCT-TOT            PIC 9(05) COMP VALUE ZERO.
       01  WS-ALLOC-HRS-TOT            PIC 9(07)V99 VALUE ZERO.
       01  WS-ALLOC-BASIS              PIC X(01).
           88  ALLOC-BY-HOURS                 VALUE 'T'.
           88  ALLOC-BY-PCT                   VALUE 'P'.
       01  WS-ALC-IDX                  PIC 9(02) COMP.
       01  WS-ALC-EOF-IND              PIC X(01).
           88  ALC-EOF                        VALUE 'Y'.
       01  WS-EARN-TOTAL               PIC 9(11)V99.
       01  WS-EARN-SOFAR               PIC 9(11)V99.
       01  WS-EARN-SHARE               PIC 9(11)V99.
       01  WS-SAVE-COMPONENT           PIC X(08).
       01  WS-RECV-COMPANY             PIC X(03).

      *    Cross-entity recharges for the run, one entry per paying
      *    company/receiving company/center - written to
      *    INTERCO_RECHARGE under the batch id once it is known.
       01  WS-IC-MAX                   PIC 9(04) COMP VALUE 500.
       01  WS-IC-COUNT                 PIC 9(04) COMP VALUE ZERO.
       01  WS-IC-TABLE OCCURS 500 TIMES.
           05  ICT-PAY-COMPANY         PIC X(03).
           05  ICT-RECV-COMPANY        PIC X(03).
           05  ICT-CC                  PIC X(05).
           05  ICT-AMOUNT              PIC 9(11)V99.
       01  WS-IC-IDX                   PIC 9(04) COMP.
       01  WS-IC-FOUND                 PIC 9(04) COMP.

       01  ALLOC-DETAIL-RECORD.
           10  ALD-EMP-ID                  PIC X(05).
           10  ALD-AMOUNT                  PIC 9(11)V99.
           10  FILLER                      PIC X(01) VALUE ','.
           10  ALD-PAY-PERIOD              PIC X(06).
           10  FILLER                      PIC X(01) VALUE ','.
           10  ALD-BASIS                   PIC X(01).
           10  FILLER                      PIC X(01) VALUE ','.
           10  ALD-HOURS                   PIC 9(05)V99.

       01  ALLOC-TRAILER-RECORD.
           10  ALT-ID                      PIC X(07) VALUE 'TRAILER'.
           10  GLP-PAY-PERIOD              PIC X(06).
           10  FILLER                      PIC X(01) VALUE ','.
           10  GLP-COSTCTR                 PIC X(05).
           10  FILLER                      PIC X(01) VALUE ','.
           10  GLP-BATCH-ID                PIC X(16).
           10  FILLER                      PIC X(01) VALUE ','.
           10  GLP-LINE-NO                 PIC 9(06).

       01  POSTING-TRAILER-RECORD.
           10  TR-ID                       PIC X(07) VALUE 'TRAILER'.
           10  TR-DEBIT-TOTAL              PIC 9(13)V99.
           10  FILLER                      PIC X(01) VALUE ','.
           10  TR-CREDIT-TOTAL             PIC 9(13)V99.
           10  FILLER                      PIC X(01) VALUE ','.
           10  TR-BATCH-ID                 PIC X(16).

       01  WS-COUNTERS.
           05  STUB-COUNT                  PIC 9(10) VALUE ZEROES.
           05  WS-CREDIT-TOTAL             PIC 9(13)V99 VALUE ZEROES.
           05  ALLOC-SPLIT-COUNT           PIC 9(10) VALUE ZEROES.
           05  ALLOC-BAD-COUNT             PIC 9(10) VALUE ZEROES.
           05  ALLOC-HOURS-COUNT           PIC 9(10) VALUE ZEROES.
           05  ALLOC-LINE-COUNT            PIC 9(10) VALUE ZEROES.
           05  WS-ALLOC-TOTAL              PIC 9(13)V99 VALUE ZEROES.
           05  IC-ROW-COUNT                PIC 9(10) VALUE ZEROES.
           05  WS-IC-TOTAL                 PIC 9(13)V99 VALUE ZEROES.

       01  WS-LAST-PAY-PERIOD          PIC X(06) VALUE SPACES.
       01  WS-LAST-RUN-TYPE            PIC X(01) VALUE SPACES.

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

              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM VERIFY-PAYFL-HASH-PARA.
           OPEN OUTPUT POSTING-FILE.
           OPEN OUTPUT ALLOC-FILE.
           DISPLAY "1000-INIT - END".
                     ADD 1 TO STUB-COUNT
                     MOVE PAYSTUB-RECORD TO PAY-STUB-RECORD
                     MOVE PS-PAY-PERIOD TO WS-LAST-PAY-PERIOD
                     MOVE PS-RUN-TYPE   TO WS-LAST-RUN-TYPE
      *              Each stub's company rides into its buckets,
      *              so a consolidated run resolves every entity's
      *              own map rows; blank-company map rows remain
      *    (GROSSPAY is already net of PF - see payrun).
        ACCUMULATE-STUB-PARA.
           MOVE PS-EMP-DEPT TO WS-WORK-DEPT.
           IF PS-EMP-SPLITDEPT NOT = SPACES
              PERFORM GET-SPLIT-COMPANY-PARA
           END-IF.
      *    The employee's cost-center allocations decide whether the
      *    expense-side debits below split across centers or post
      *    department-only as before; the liability-side credits
           MOVE PS-EMP-ACTALLOW TO WS-WORK-AMOUNT.
           PERFORM POST-DEBIT-PARA.

           MOVE 'EXPREIMB' TO WS-WORK-COMPONENT.
           MOVE 'D'        TO WS-WORK-DRCR.
           MOVE PS-EMP-EXPREIMB TO WS-WORK-AMOUNT.
           PERFORM POST-DEBIT-PARA.

           MOVE 'SHIFTALW' TO WS-WORK-COMPONENT.
           MOVE 'D'        TO WS-WORK-DRCR.
           MOVE PS-EMP-SHIFTALW TO WS-WORK-AMOUNT.
           PERFORM POST-DEBIT-PARA.

      *    The employer's state-insurance share is a cost of the
      *    department like the earnings, balanced by its own
      *    payable (ESIERPAY) below until esiremit's remittance.
           MOVE 'ESIER   ' TO WS-WORK-COMPONENT.
           MOVE 'D'        TO WS-WORK-DRCR.
           MOVE PS-EMP-ESIER TO WS-WORK-AMOUNT.
           PERFORM POST-DEBIT-PARA.

           MOVE SPACES     TO WS-WORK-CC.
           MOVE 'PFDED   ' TO WS-WORK-COMPONENT.
           MOVE 'C'        TO WS-WORK-DRCR.
           MOVE PS-EMP-DOCKAMT TO WS-WORK-AMOUNT.
           PERFORM ADD-TO-BUCKET-PARA.

           MOVE 'ESIEE   ' TO WS-WORK-COMPONENT.
           MOVE 'C'        TO WS-WORK-DRCR.
           MOVE PS-EMP-ESIEE TO WS-WORK-AMOUNT.
           PERFORM ADD-TO-BUCKET-PARA.

           MOVE 'ESIERPAY' TO WS-WORK-COMPONENT.
           MOVE 'C'        TO WS-WORK-DRCR.
           MOVE PS-EMP-ESIER TO WS-WORK-AMOUNT.
           PERFORM ADD-TO-BUCKET-PARA.

      *    Professional tax withheld - a liability to the state
      *    until ptremit's return is filed and paid.
           MOVE 'PROFTAX ' TO WS-WORK-COMPONENT.
           MOVE 'C'        TO WS-WORK-DRCR.
           MOVE PS-EMP-PROFTAX TO WS-WORK-AMOUNT.
           PERFORM ADD-TO-BUCKET-PARA.

           MOVE 'NETPAY  ' TO WS-WORK-COMPONENT.
           MOVE 'C'        TO WS-WORK-DRCR.
           MOVE PS-EMP-NETPAY TO WS-WORK-AMOUNT.
                         WS-COMP-AMOUNT * PS-EMP-SPLITPCT
                 MOVE PS-EMP-DEPT TO WS-SAVE-DEPT
                 MOVE PS-EMP-SPLITDEPT TO WS-WORK-DEPT
                 IF WS-SPLIT-COMPANY NOT = PS-EMP-COMPANY
                    MOVE WS-SPLIT-COMPANY TO WS-RECV-COMPANY
                    PERFORM POST-RECHARGE-PARA
                 ELSE
                    PERFORM ADD-TO-BUCKET-PARA
                 END-IF
                 COMPUTE WS-COMP-AMOUNT = WS-COMP-AMOUNT
                                        - WS-WORK-AMOUNT
                 MOVE WS-COMP-AMOUNT TO WS-WORK-AMOUNT
                                     - WS-SHARE-SOFAR
           ELSE
              COMPUTE WS-WORK-AMOUNT ROUNDED = WS-COMP-AMOUNT
                      * ALC-SHARE(WS-ALC-IDX)
              ADD WS-WORK-AMOUNT TO WS-SHARE-SOFAR
           END-IF.
           MOVE ALC-CC(WS-ALC-IDX) TO WS-WORK-CC.
           IF ALC-COMPANY(WS-ALC-IDX) NOT = SPACES
              AND ALC-COMPANY(WS-ALC-IDX) NOT = PS-EMP-COMPANY
              MOVE ALC-COMPANY(WS-ALC-IDX) TO WS-RECV-COMPANY
              PERFORM POST-RECHARGE-PARA
           ELSE
              PERFORM ADD-TO-BUCKET-PARA
           END-IF.

      ***************************************************
      *    A center owned by another entity takes its share of the
      *    expense in that entity's ledger against a payable to the
      *    paying company, which books the matching receivable in
      *    place of the expense - both ledgers stay balanced and
      *    the two intercompany legs agree to the cent.
        POST-RECHARGE-PARA.
           IF WS-WORK-AMOUNT NOT = ZEROES
              MOVE WS-WORK-COMPONENT TO WS-SAVE-COMPONENT
              MOVE WS-RECV-COMPANY TO WS-MAP-COMPANY
              PERFORM ADD-TO-BUCKET-PARA
              MOVE 'ICPAY   '  TO WS-WORK-COMPONENT
              MOVE 'C'         TO WS-WORK-DRCR
              PERFORM ADD-TO-BUCKET-PARA
              MOVE PS-EMP-COMPANY TO WS-MAP-COMPANY
              MOVE 'ICRECV  '  TO WS-WORK-COMPONENT
              MOVE 'D'         TO WS-WORK-DRCR
              PERFORM ADD-TO-BUCKET-PARA
              MOVE WS-SAVE-COMPONENT TO WS-WORK-COMPONENT
              PERFORM ADD-TO-RECHARGE-PARA
           END-IF.

      ***************************************************
        ADD-TO-RECHARGE-PARA.
           MOVE ZERO TO WS-IC-FOUND.
           PERFORM FIND-RECHARGE-PARA
               VARYING WS-IC-IDX FROM 1 BY 1
               UNTIL WS-IC-IDX > WS-IC-COUNT.
           IF WS-IC-FOUND > 0
              ADD WS-WORK-AMOUNT TO ICT-AMOUNT(WS-IC-FOUND)
           ELSE
              IF WS-IC-COUNT < WS-IC-MAX
                 ADD 1 TO WS-IC-COUNT
                 MOVE PS-EMP-COMPANY TO ICT-PAY-COMPANY(WS-IC-COUNT)
                 MOVE WS-RECV-COMPANY TO
                      ICT-RECV-COMPANY(WS-IC-COUNT)
                 MOVE WS-WORK-CC     TO ICT-CC(WS-IC-COUNT)
                 MOVE WS-WORK-AMOUNT TO ICT-AMOUNT(WS-IC-COUNT)
              ELSE
                 DISPLAY "RECHARGE TABLE FULL - NOT REGISTERED "
                         PS-EMP-COMPANY "/" WS-RECV-COMPANY
                         "/" WS-WORK-CC
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.

      ***************************************************
        FIND-RECHARGE-PARA.
           IF ICT-PAY-COMPANY(WS-IC-IDX) = PS-EMP-COMPANY
              AND ICT-RECV-COMPANY(WS-IC-IDX) = WS-RECV-COMPANY
              AND ICT-CC(WS-IC-IDX) = WS-WORK-CC
              MOVE WS-IC-IDX TO WS-IC-FOUND
           END-IF.

      ***************************************************
      *    The old department's entity - blank is the parent, the
      *    same reading the stub's own company has; a department
      *    gone from the master stays with the paying company.
        GET-SPLIT-COMPANY-PARA.
           MOVE PS-EMP-SPLITDEPT TO WS-SPLIT-DEPT.
           MOVE PS-EMP-COMPANY   TO WS-SPLIT-COMPANY.
           EXEC SQL
               SELECT COALESCE(COMPANY, ' ')
                   INTO :WS-SPLIT-COMPANY
                   FROM DEPARTMENT
                   WHERE DEPTCODE = :WS-SPLIT-DEPT
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE PS-EMP-COMPANY TO WS-SPLIT-COMPANY
           END-IF.

      ***************************************************
      *    Booked hours first: an employee with TIMESHEET_ENTRY rows
      *    for the stub's period is shared by them, and the
      *    percentage total is set to 100 so the split tests
      *    downstream treat the set as complete. Anyone without
      *    falls back to the EALCMANT percentages.
        GET-ALLOCATIONS-PARA.
           MOVE ZERO TO WS-ALLOC-COUNT WS-ALLOC-PCT-TOT
                        WS-ALLOC-HRS-TOT.
           MOVE PS-EMP-ID TO WS-ALC-EMPID.
           MOVE PS-PAY-PERIOD TO WS-ALC-PERIOD.

           PERFORM GET-TIMESHEET-ALLOC-PARA.
           IF WS-ALLOC-COUNT > 0 AND WS-ALLOC-HRS-TOT > 0
              MOVE 'T' TO WS-ALLOC-BASIS
              MOVE 100 TO WS-ALLOC-PCT-TOT
              ADD 1 TO ALLOC-HOURS-COUNT
              PERFORM SET-HOURS-SHARE-PARA
                  VARYING WS-ALC-IDX FROM 1 BY 1
                  UNTIL WS-ALC-IDX > WS-ALLOC-COUNT
           ELSE
              MOVE ZERO TO WS-ALLOC-COUNT
              MOVE 'P' TO WS-ALLOC-BASIS
              PERFORM GET-PCT-ALLOCATIONS-PARA
              PERFORM SET-PCT-SHARE-PARA
                  VARYING WS-ALC-IDX FROM 1 BY 1
                  UNTIL WS-ALC-IDX > WS-ALLOC-COUNT
           END-IF.

      ***************************************************
      *    The period's booked hours per center, with the center's
      *    company for the intercompany recharge, same as the
      *    percentage rows carry it.
        GET-TIMESHEET-ALLOC-PARA.
           EXEC SQL
               DECLARE CUR-EMPHOURS CURSOR FOR
                   SELECT T.CCCODE, SUM(T.HOURS),
                          COALESCE(C.COMPANY, ' ')
                       FROM TIMESHEET_ENTRY T
                       LEFT JOIN COST_CENTER C
                         ON C.CCCODE = T.CCCODE
                       WHERE T.EMPID = :WS-ALC-EMPID
                         AND T.PAY-PERIOD = :WS-ALC-PERIOD
                       GROUP BY T.CCCODE, C.COMPANY
                       ORDER BY T.CCCODE
           END-EXEC.

           EXEC SQL OPEN CUR-EMPHOURS END-EXEC.

           MOVE 'N' TO WS-ALC-EOF-IND.
           PERFORM FETCH-HOURS-PARA UNTIL ALC-EOF.

           EXEC SQL CLOSE CUR-EMPHOURS END-EXEC.

      ***************************************************
        FETCH-HOURS-PARA.
           EXEC SQL
               FETCH CUR-EMPHOURS
                   INTO :WS-ALC-CC, :WS-ALC-HOURS,
                        :WS-ALC-COMPANY
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              IF WS-ALLOC-COUNT < WS-ALLOC-MAX
                 ADD 1 TO WS-ALLOC-COUNT
                 MOVE WS-ALC-CC    TO ALC-CC(WS-ALLOC-COUNT)
                 MOVE WS-ALC-HOURS TO ALC-HOURS(WS-ALLOC-COUNT)
                 MOVE WS-ALC-COMPANY TO ALC-COMPANY(WS-ALLOC-COUNT)
                 ADD WS-ALC-HOURS  TO WS-ALLOC-HRS-TOT
              ELSE
                 DISPLAY "ALLOCATION TABLE FULL - BOOKED CENTER "
                         "DROPPED FOR " PS-EMP-ID
              END-IF
           ELSE
              MOVE 'Y' TO WS-ALC-EOF-IND
           END-IF.

      ***************************************************
      *    Each center's hours over the employee's period total;
      *    the percentage column on the listing carries the same
      *    share, rounded.
        SET-HOURS-SHARE-PARA.
           COMPUTE ALC-SHARE(WS-ALC-IDX) ROUNDED =
                   ALC-HOURS(WS-ALC-IDX) / WS-ALLOC-HRS-TOT.
           COMPUTE ALC-PCT(WS-ALC-IDX) ROUNDED =
                   ALC-SHARE(WS-ALC-IDX) * 100.

      ***************************************************
        SET-PCT-SHARE-PARA.
           COMPUTE ALC-SHARE(WS-ALC-IDX) = ALC-PCT(WS-ALC-IDX) / 100.
           MOVE ZEROES TO ALC-HOURS(WS-ALC-IDX).

      ***************************************************
      *    The employee's EMPLOYEE_ALLOCATION rows into the local
      *    uses. A set that does not total 100 is counted and
      *    flagged; glpost then posts that employee department-only
      *    rather than inventing a remainder center.
        GET-PCT-ALLOCATIONS-PARA.
           EXEC SQL
               DECLARE CUR-EMPALLOC CURSOR FOR
                   SELECT A.CCCODE, A.ALLOC-PCT,
                          COALESCE(C.COMPANY, ' ')
                       FROM EMPLOYEE_ALLOCATION A
                       LEFT JOIN COST_CENTER C
                         ON C.CCCODE = A.CCCODE
                       WHERE A.EMPID = :WS-ALC-EMPID
                       ORDER BY A.CCCODE
           END-EXEC.

           EXEC SQL OPEN CUR-EMPALLOC END-EXEC.
           PERFORM UNTIL ALC-EOF
              EXEC SQL
                  FETCH CUR-EMPALLOC
                      INTO :WS-ALC-CC, :WS-ALC-PCT,
                           :WS-ALC-COMPANY
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              IF WS-SQL-RETURN-NORMAL
                    ADD 1 TO WS-ALLOC-COUNT
                    MOVE WS-ALC-CC  TO ALC-CC(WS-ALLOC-COUNT)
                    MOVE WS-ALC-PCT TO ALC-PCT(WS-ALLOC-COUNT)
                    MOVE WS-ALC-COMPANY TO ALC-COMPANY(WS-ALLOC-COUNT)
                    ADD WS-ALC-PCT  TO WS-ALLOC-PCT-TOT
                 ELSE
                    DISPLAY "ALLOCATION TABLE FULL - EXTRA CENTER "

      ***************************************************
      *    One listing line per employee/center - the employee's
      *    whole earnings figure shared out by the same center shares
      *    (and the same last-center remainder) as the buckets, so
      *    project accounting can tie the posting file's split
      *    debits back to people.
           COMPUTE WS-EARN-TOTAL = PS-EMP-BASIC + PS-EMP-HRA
                   + PS-EMP-CONVPAY + PS-EMP-MEDPAY
                   + PS-EMP-BONUS + PS-EMP-ARREARS
                   + PS-EMP-OTPAY + PS-EMP-ACTALLOW
                   + PS-EMP-EXPREIMB + PS-EMP-SHIFTALW
                   + PS-EMP-ESIER.
           MOVE ZEROES TO WS-EARN-SOFAR.
           PERFORM WRITE-ONE-ALLOC-PARA
               VARYING WS-ALC-IDX FROM 1 BY 1
              COMPUTE WS-EARN-SHARE = WS-EARN-TOTAL - WS-EARN-SOFAR
           ELSE
              COMPUTE WS-EARN-SHARE ROUNDED = WS-EARN-TOTAL
                      * ALC-SHARE(WS-ALC-IDX)
              ADD WS-EARN-SHARE TO WS-EARN-SOFAR
           END-IF.
           MOVE PS-EMP-ID            TO ALD-EMP-ID.
           MOVE ALC-PCT(WS-ALC-IDX)  TO ALD-PCT.
           MOVE WS-EARN-SHARE        TO ALD-AMOUNT.
           MOVE PS-PAY-PERIOD        TO ALD-PAY-PERIOD.
           MOVE WS-ALLOC-BASIS       TO ALD-BASIS.
           MOVE ALC-HOURS(WS-ALC-IDX) TO ALD-HOURS.
           WRITE ALLOC-RECORD FROM ALLOC-DETAIL-RECORD.
           ADD 1 TO ALLOC-LINE-COUNT.
           ADD WS-EARN-SHARE TO WS-ALLOC-TOTAL.
      *    counted, so the file stays balanced and the mapping gap
      *    is visible to the GL side.
        WRITE-POSTINGS-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-BATCH-TS.
           MOVE SPACES TO WS-BATCH-ID.
           STRING WS-LAST-PAY-PERIOD  DELIMITED BY SIZE
                  WS-LAST-RUN-TYPE    DELIMITED BY SIZE
                  '-'                 DELIMITED BY SIZE
                  WS-BATCH-TS(7:8)    DELIMITED BY SIZE
                  INTO WS-BATCH-ID
           END-STRING.
           PERFORM WRITE-ONE-POSTING-PARA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-ACCUM-COUNT.
           PERFORM WRITE-TRAILER-PARA.
           IF LINE-COUNT > ZEROES
              PERFORM REGISTER-BATCH-PARA
              PERFORM REGISTER-RECHARGE-PARA
                  VARYING WS-IC-IDX FROM 1 BY 1
                  UNTIL WS-IC-IDX > WS-IC-COUNT
           END-IF.

      ***************************************************
        WRITE-ONE-POSTING-PARA.
           MOVE ACC-COMPONENT(WS-IDX) TO GLP-COMPONENT.
           MOVE WS-LAST-PAY-PERIOD    TO GLP-PAY-PERIOD.
           MOVE ACC-CC(WS-IDX)        TO GLP-COSTCTR.
           MOVE WS-BATCH-ID           TO GLP-BATCH-ID.
           ADD 1 TO LINE-COUNT.
           MOVE LINE-COUNT            TO GLP-LINE-NO.
           WRITE POSTING-RECORD FROM POSTING-DETAIL-RECORD.

           IF ACC-DRCR(WS-IDX) = 'D'
              ADD ACC-AMOUNT(WS-IDX) TO WS-DEBIT-TOTAL
           ELSE
           MOVE LINE-COUNT         TO TR-LINE-COUNT.
           MOVE WS-DEBIT-TOTAL     TO TR-DEBIT-TOTAL.
           MOVE WS-CREDIT-TOTAL    TO TR-CREDIT-TOTAL.
           MOVE WS-BATCH-ID        TO TR-BATCH-ID.
           WRITE POSTING-RECORD FROM POSTING-TRAILER-RECORD.
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
              DISPLAY "WARNING - POSTING FILE OUT OF BALANCE"
              MOVE 8 TO RETURN-CODE
           END-IF.

      ***************************************************
      *    The batch waits on GL_POST_BATCH as pending ('P') until
      *    glack books the ERP's accept or reject; PPDMANT will not
      *    close the period while it waits.
        REGISTER-BATCH-PARA.
           MOVE WS-LAST-PAY-PERIOD TO WS-BATCH-PERIOD.
           MOVE WS-LAST-RUN-TYPE   TO WS-BATCH-RUN-TYPE.
           MOVE LINE-COUNT         TO WS-BATCH-LINES.
           MOVE WS-DEBIT-TOTAL     TO WS-BATCH-DEBIT.
           MOVE WS-CREDIT-TOTAL    TO WS-BATCH-CREDIT.
           EXEC SQL
               INSERT INTO GL_POST_BATCH
                   (BATCH-ID, PAY-PERIOD, RUN-TYPE, LINE-COUNT,
                    DEBIT-TOTAL, CREDIT-TOTAL, ACK-STATUS,
                    CREATED-TS)
                   VALUES (:WS-BATCH-ID, :WS-BATCH-PERIOD,
                           :WS-BATCH-RUN-TYPE, :WS-BATCH-LINES,
                           :WS-BATCH-DEBIT, :WS-BATCH-CREDIT, 'P',
                           :WS-BATCH-TS)
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              DISPLAY 'DB2 ERROR - GL POST BATCH REGISTER - '
                      WS-BATCH-ID
              MOVE 8 TO RETURN-CODE
           END-IF.

      ***************************************************
      *    One INTERCO_RECHARGE row per company pair and center,
      *    tied to the posting batch so icsettle can leave out a
      *    batch the ERP rejected.
        REGISTER-RECHARGE-PARA.
           MOVE ICT-PAY-COMPANY(WS-IC-IDX)  TO WS-IC-PAY-COMPANY.
           MOVE ICT-RECV-COMPANY(WS-IC-IDX) TO WS-IC-RECV-COMPANY.
           MOVE ICT-CC(WS-IC-IDX)           TO WS-IC-CC.
           MOVE ICT-AMOUNT(WS-IC-IDX)       TO WS-IC-AMOUNT.
           EXEC SQL
               INSERT INTO INTERCO_RECHARGE
                   (BATCH-ID, PAY-PERIOD, RUN-TYPE, PAY-COMPANY,
                    RECV-COMPANY, CCCODE, AMOUNT, CREATED-TS)
                   VALUES (:WS-BATCH-ID, :WS-BATCH-PERIOD,
                           :WS-BATCH-RUN-TYPE, :WS-IC-PAY-COMPANY,
                           :WS-IC-RECV-COMPANY, :WS-IC-CC,
                           :WS-IC-AMOUNT, :WS-BATCH-TS)
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              ADD 1 TO IC-ROW-COUNT
              ADD WS-IC-AMOUNT TO WS-IC-TOTAL
           ELSE
              DISPLAY 'DB2 ERROR - INTERCO RECHARGE REGISTER - '
                      WS-IC-PAY-COMPANY '/' WS-IC-RECV-COMPANY
                      '/' WS-IC-CC
              MOVE 8 TO RETURN-CODE
           END-IF.

      ***************************************************
      *    The whole PAYFL is hashed before a single stub is used,
      *    then reopened for the real pass. The figure must match
      *    the PAYFL-HASH payrun posted with the run on
      *    PAYROLL_RELEASE - a stub edited after payrun wrote it,
      *    trailer re-footed or not, fails here and stops the job
      *    with RC=12, kept apart from the RC=8 refusals so the
      *    scheduler can route it to security rather than payroll.
        VERIFY-PAYFL-HASH-PARA.
           PERFORM HASH-START-PARA.
           MOVE SPACES TO WS-HASH-PERIOD WS-HASH-RUNTYPE.
           MOVE 'N' TO WS-HASH-EOF-IND.
           PERFORM HASH-PAYFL-READ-PARA
               UNTIL HASH-EOF.
           PERFORM HASH-FINISH-PARA.
           CLOSE PAYSTUB-FILE.
           OPEN INPUT PAYSTUB-FILE.
           IF NOT PAYFL-OK
              DISPLAY "PAYFL REOPEN FAILED - STATUS " WS-PAYFL-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-HASH-STUBS > ZERO
              MOVE ZERO TO WS-HASH-MATCH
              EXEC SQL
                  SELECT COUNT(*)
                      INTO :WS-HASH-MATCH
                      FROM PAYROLL_RELEASE
                      WHERE PAY-PERIOD = :WS-HASH-PERIOD
                        AND RUN-TYPE = :WS-HASH-RUNTYPE
                        AND PAYFL-HASH = :WS-HASH-VALUE
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              IF NOT WS-SQL-RETURN-NORMAL
                 MOVE ZERO TO WS-HASH-MATCH
              END-IF
              IF WS-HASH-MATCH = ZERO
                 DISPLAY "PAYFL CONTROL HASH " WS-HASH-VALUE
                         " MATCHES NO RELEASE POSTING FOR PERIOD "
                         WS-HASH-PERIOD " RUN TYPE " WS-HASH-RUNTYPE
                         " - FILE ALTERED SINCE PAYRUN, RUN REFUSED"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              DISPLAY "PAYFL CONTROL HASH VERIFIED - " WS-HASH-VALUE
           END-IF.

        HASH-PAYFL-READ-PARA.
           READ PAYSTUB-FILE
               AT END
                  MOVE 'Y' TO WS-HASH-EOF-IND
               NOT AT END
                  IF PAYSTUB-RECORD(1:7) NOT = 'TRAILER'
                     IF WS-HASH-STUBS = ZERO
                        MOVE PAYSTUB-RECORD TO PAY-STUB-RECORD
                        MOVE PS-PAY-PERIOD TO WS-HASH-PERIOD
                        MOVE PS-RUN-TYPE   TO WS-HASH-RUNTYPE
                     END-IF
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
           END-EXEC

           DISPLAY 'STUB      COUNT '  STUB-COUNT.
           DISPLAY 'POSTING   BATCH '  WS-BATCH-ID.
           DISPLAY 'POSTING   COUNT '  LINE-COUNT.
           DISPLAY 'NO MAP    COUNT '  NO-MAP-COUNT.
           DISPLAY 'DEBIT     TOTAL '  WS-DEBIT-TOTAL.
           DISPLAY 'CREDIT    TOTAL '  WS-CREDIT-TOTAL.
           DISPLAY 'ALLOCATED COUNT '  ALLOC-SPLIT-COUNT.
           DISPLAY 'BAD ALLOC COUNT '  ALLOC-BAD-COUNT.
           DISPLAY 'BY HOURS  COUNT '  ALLOC-HOURS-COUNT.
           DISPLAY 'ALLOC LN  COUNT '  ALLOC-LINE-COUNT.
           DISPLAY 'ALLOC     TOTAL '  WS-ALLOC-TOTAL.
           DISPLAY 'RECHARGE  COUNT '  IC-ROW-COUNT.
           DISPLAY 'RECHARGE  TOTAL '  WS-IC-TOTAL.
           DISPLAY "9999-PROGRAM-EXIT - end".
