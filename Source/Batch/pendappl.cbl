      *    immediate online change gets, reporting each transaction
      *    applied. A row that no longer validates is marked in
      *    error and reported rather than half-applied.
      *    Rows saved with PEND-TYPE 'P' (the merit cycle's approved
      *    increases, from meritpln.cbl) carry a new basic instead of
      *    an assignment change and are applied to EMPLOYEE_PAY the
      *    way EPAYMANT applies an override, prior values versioned
      *    to EMPLOYEE_PAY_HISTORY first.
      *    Rows saved with PEND-TYPE 'X' are inter-company transfers
      *    (MEMPMANT, a department of another legal entity): the
      *    employee keeps the EMPID, so the tax-year, PF ledger and
      *    leave balances and the service date carry straight
      *    across; the balances are snapshotted onto a
      *    COMPANY_TRANSFER record, which stands in for the final
      *    settlement in closing the old entity's payroll for the
      *    person, and the master moves to the new department and
      *    company.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    pendappl.
       ENVIRONMENT DIVISION.
       01 WS-XTRCT-TS             PIC X(21).
       01 WS-APPLIED-TS           PIC X(21).
       01 WS-MARK-STATUS          PIC X(01).
       01 WS-PTYPE                PIC X(01).
       01 WS-NBASIC               PIC 9(05)V99.
       01 WS-OLD-BASIC            PIC 9(05)V99.
       01 WS-OLD-HRA              PIC 9(05)V99.
       01 WS-PAY-HIST-TS          PIC X(21).
       01 WS-RH-EMPNAME           PIC X(30).
       01 WS-RH-DEPTCODE          PIC X(05).
       01 WS-RH-DESGCODE          PIC X(05).
       01 WS-RH-PFACCT            PIC X(12).
       01 WS-RH-MGRID             PIC X(08).
       01 WS-RH-TS                PIC X(21).
      *    Inter-company transfer fields (APPLY-TRANSFER-PARA).
       01 WS-OLD-COMPANY          PIC X(03).
       01 WS-NEW-COMPANY          PIC X(03).
       01 WS-OLD-LOCCD            PIC X(05).
       01 WS-HIREDT               PIC X(10).
       01 WS-TAX-YEAR             PIC X(04).
       01 WS-CARRY-TAX            PIC 9(09)V99.
       01 WS-CARRY-PF             PIC S9(11)V99.
       01 WS-LEAVEBAL             PIC 9(03).
       01 WS-LEAVETKN             PIC 9(03).
       01 WS-CARRY-LEAVE          PIC S9(05).
          EXEC SQL END DECLARE SECTION END-EXEC
       01  END-OF-INPUT-IND               PIC X(1).
           88 END-OF-INPUT                    VALUE 'Y'.
           05  WS-ITEM-OK                  PIC X(01).
               88  ITEM-VALID                     VALUE 'Y'.
           05  WS-CURDATE                  PIC X(08).
           05  WS-NBASIC-ED                PIC ZZZZ9.99.

       01  DETAIL-LINE.
           05  DTL-VERDICT             PIC X(08).
           05  DUE-COUNT                   PIC 9(10) VALUE ZEROES.
           05  APPLIED-COUNT               PIC 9(10) VALUE ZEROES.
           05  ERROR-COUNT                 PIC 9(10) VALUE ZEROES.
           05  TRANSFER-COUNT              PIC 9(10) VALUE ZEROES.

       01  WS-ENV-VALUE                PIC X(80) VALUE SPACES.

       PROCESS-DATA.
           PERFORM PENDING-CURSOR-FETCH.
           IF NOT END-OF-INPUT
              IF WS-PTYPE = 'P'
                 PERFORM APPLY-PAY-PENDING-PARA
                    THRU APPLY-PAY-PENDING-EXIT
              ELSE
                 IF WS-PTYPE = 'X'
                    PERFORM APPLY-TRANSFER-PARA
                       THRU APPLY-TRANSFER-EXIT
                 ELSE
                    PERFORM APPLY-PENDING-PARA
                 END-IF
              END-IF
           END-IF.

       PROCESS-EXIT.  EXIT.
           EXEC SQL
              declare cur_pendappl cursor for
              select empid, eff-date, new-deptcode, new-desgcode,
                     new-location, new-status,
                     coalesce(pend-type, 'M'),
                     coalesce(new-basicpay, 0)
                  from pending_transaction
                  where pend-status = 'P'
                    and eff-date <= :WS-TODAY-DATE
      ***************************************************
        PENDING-CURSOR-FETCH.
           MOVE SPACES TO WS-NDEPT WS-NDESG WS-NLOC WS-NSTAT
           MOVE SPACES TO WS-PTYPE
           MOVE ZEROES TO WS-NBASIC
           EXEC SQL
              fetch next cur_pendappl into
                :WS-EMPID, :WS-EFFDT, :WS-NDEPT, :WS-NDESG,
                :WS-NLOC, :WS-NSTAT, :WS-PTYPE, :WS-NBASIC;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
              END-IF
           END-IF.

      ***************************************************
      *    A pay row only needs a still-active employee and a sane
      *    basic; the assignment fields on it are just the snapshot
      *    taken when it was saved and are left alone.
        APPLY-PAY-PENDING-PARA.
           MOVE 'Y' TO WS-ITEM-OK.
           MOVE SPACES TO WS-OLD-STATUS.
           EXEC SQL
               SELECT STATUS
                   INTO :WS-OLD-STATUS
                   FROM EMPLOYEE
                   WHERE EMPID = :WS-EMPID
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL OR WS-OLD-STATUS NOT = 'A'
              MOVE 'EMPID NOT ACTIVE ON MASTER' TO DTL-NOTE
              PERFORM FAIL-ITEM-PARA
           END-IF.
           IF ITEM-VALID AND WS-NBASIC = ZERO
              MOVE 'NO NEW BASIC ON PAY ITEM' TO DTL-NOTE
              PERFORM FAIL-ITEM-PARA
           END-IF.
           IF NOT ITEM-VALID
              GO TO APPLY-PAY-PENDING-EXIT
           END-IF.

           MOVE ZEROES TO WS-OLD-BASIC WS-OLD-HRA.
           EXEC SQL
               SELECT BASICPAY, HRA
                   INTO :WS-OLD-BASIC, :WS-OLD-HRA
                   FROM EMPLOYEE_PAY
                   WHERE EMPID = :WS-EMPID
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              MOVE FUNCTION CURRENT-DATE TO WS-PAY-HIST-TS
              EXEC SQL
                  INSERT INTO EMPLOYEE_PAY_HISTORY
                      (EMPID, OLD-BASICPAY, OLD-HRA,
                       EFFECTIVE-TS, CHANGED-BY)
                      VALUES (:WS-EMPID, :WS-OLD-BASIC,
                              :WS-OLD-HRA, :WS-PAY-HIST-TS,
                              'PENDAPPL')
              END-EXEC
              EXEC SQL
                  UPDATE EMPLOYEE_PAY
                      SET BASICPAY = :WS-NBASIC,
                          CHANGED-BY = 'PENDAPPL'
                      WHERE EMPID = :WS-EMPID
              END-EXEC
           ELSE
      *       No override yet - the new basic becomes one, carrying
      *       the grade's HRA so only the basic actually moves.
              EXEC SQL
                  SELECT D.HRA
                      INTO :WS-OLD-HRA
                      FROM EMPLOYEE E
                      JOIN DESIGNATION D ON D.DESGCODE = E.DESGCODE
                      WHERE E.EMPID = :WS-EMPID
              END-EXEC
              EXEC SQL
                  INSERT INTO EMPLOYEE_PAY (EMPID, BASICPAY, HRA,
                         CHANGED-BY)
                         VALUES (:WS-EMPID, :WS-NBASIC, :WS-OLD-HRA,
                                 'PENDAPPL')
              END-EXEC
           END-IF.

           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              ADD 1 TO APPLIED-COUNT
              MOVE 'A' TO WS-MARK-STATUS
              PERFORM MARK-PENDING-PARA
              MOVE 'APPLIED ' TO DTL-VERDICT
              MOVE WS-NBASIC  TO WS-NBASIC-ED
              MOVE SPACES     TO DTL-NOTE
              STRING 'BASIC PAY NOW ' WS-NBASIC-ED
                  DELIMITED BY SIZE INTO DTL-NOTE
              END-STRING
              PERFORM WRITE-DETAIL-PARA
           ELSE
              MOVE 'E' TO WS-MARK-STATUS
              PERFORM MARK-PENDING-PARA
              MOVE 'ERROR   ' TO DTL-VERDICT
              MOVE 'DB2 ERROR APPLYING PAY CHANGE' TO DTL-NOTE
              PERFORM WRITE-DETAIL-PARA
              ADD 1 TO ERROR-COUNT
           END-IF.

        APPLY-PAY-PENDING-EXIT.
           EXIT.

      ***************************************************
      *    Inter-company transfer - the same gatekeeping as an
      *    assignment change, then only an active employee may
      *    move (a leaver goes through finalset, not here). If the
      *    target department's company has since come to match
      *    the employee's own, the row is an ordinary move.
        APPLY-TRANSFER-PARA.
           PERFORM VALIDATE-ITEM-PARA.
           IF NOT ITEM-VALID
              GO TO APPLY-TRANSFER-EXIT
           END-IF.

           MOVE SPACES TO WS-OLD-COMPANY WS-NEW-COMPANY WS-OLD-LOCCD.
           MOVE SPACES TO WS-OLD-DEPTCD WS-OLD-DESGCD WS-OLD-STATUS.
           MOVE SPACES TO WS-HIREDT.
           EXEC SQL
               SELECT COALESCE(E.COMPANY, ' '), E.DEPTCODE,
                      E.DESGCODE, E.LOCATION, E.STATUS, E.HIREDT,
                      COALESCE(D.COMPANY, ' ')
                   INTO :WS-OLD-COMPANY, :WS-OLD-DEPTCD,
                        :WS-OLD-DESGCD, :WS-OLD-LOCCD,
                        :WS-OLD-STATUS, :WS-HIREDT,
                        :WS-NEW-COMPANY
                   FROM EMPLOYEE E, DEPARTMENT D
                   WHERE E.EMPID = :WS-EMPID
                     AND D.DEPTCODE = :WS-NDEPT
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE 'DB2 ERROR READING TRANSFER EMPLOYEE' TO DTL-NOTE
              PERFORM FAIL-ITEM-PARA
              GO TO APPLY-TRANSFER-EXIT
           END-IF.
           IF WS-OLD-STATUS NOT = 'A' OR WS-NSTAT NOT = 'A'
              MOVE 'TRANSFER NEEDS AN ACTIVE EMPLOYEE' TO DTL-NOTE
              PERFORM FAIL-ITEM-PARA
              GO TO APPLY-TRANSFER-EXIT
           END-IF.
           IF WS-OLD-COMPANY = WS-NEW-COMPANY
              PERFORM APPLY-PENDING-PARA
              GO TO APPLY-TRANSFER-EXIT
           END-IF.

           PERFORM SNAPSHOT-BALANCES-PARA.
           PERFORM WRITE-ROW-HISTORY-PARA.
           PERFORM WRITE-COMPANY-XFER-HIST-PARA.
           EXEC SQL
               UPDATE EMPLOYEE
                   SET DEPTCODE = :WS-NDEPT,
                       DESGCODE = :WS-NDESG,
                       LOCATION = :WS-NLOC,
                       COMPANY  = :WS-NEW-COMPANY,
                       CHANGED-BY = 'PENDAPPL'
                   WHERE EMPID = :WS-EMPID
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE 'E' TO WS-MARK-STATUS
              PERFORM MARK-PENDING-PARA
              MOVE 'ERROR   ' TO DTL-VERDICT
              MOVE 'DB2 ERROR APPLYING TRANSFER' TO DTL-NOTE
              PERFORM WRITE-DETAIL-PARA
              ADD 1 TO ERROR-COUNT
              GO TO APPLY-TRANSFER-EXIT
           END-IF.

           PERFORM WRITE-COMPANY-TRANSFER-PARA.
           ADD 1 TO APPLIED-COUNT.
           ADD 1 TO TRANSFER-COUNT.
           PERFORM WRITE-EXTRACT-FEED-PARA.
           MOVE 'A' TO WS-MARK-STATUS.
           PERFORM MARK-PENDING-PARA.
           MOVE 'TRANSFER' TO DTL-VERDICT.
           MOVE SPACES     TO DTL-NOTE.
           STRING 'COMPANY ' WS-OLD-COMPANY ' TO ' WS-NEW-COMPANY
                  ' - BALANCES CARRIED'
               DELIMITED BY SIZE INTO DTL-NOTE
           END-STRING.
           PERFORM WRITE-DETAIL-PARA.

        APPLY-TRANSFER-EXIT.
           EXIT.

      ***************************************************
      *    What carries across, as it stood on the day - the tax
      *    year's withholding to date, the PF member balance and
      *    the earned-leave days left. Nothing is moved: the rows
      *    stay keyed on the EMPID, so payrun, pfledger and the
      *    leave screens simply go on from them; the snapshot is
      *    the evidence both entities sign off against.
        SNAPSHOT-BALANCES-PARA.
           MOVE WS-EFFDT(1:4) TO WS-TAX-YEAR.
           MOVE ZEROES TO WS-CARRY-TAX WS-CARRY-PF WS-CARRY-LEAVE.
           EXEC SQL
               SELECT TAX-YTD
                   INTO :WS-CARRY-TAX
                   FROM EMPLOYEE_TAX_YTD
                   WHERE EMPID = :WS-EMPID
                     AND TAX-YEAR = :WS-TAX-YEAR
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE ZEROES TO WS-CARRY-TAX
           END-IF.

           EXEC SQL
               SELECT COALESCE(SUM(EMP-AMOUNT + EMPR-AMOUNT), 0)
                   INTO :WS-CARRY-PF
                   FROM PF_MEMBER_LEDGER
                   WHERE EMPID = :WS-EMPID
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE ZEROES TO WS-CARRY-PF
           END-IF.

           MOVE ZEROES TO WS-LEAVEBAL WS-LEAVETKN.
           EXEC SQL
               SELECT LEAVEBAL, LEAVETKN
                   INTO :WS-LEAVEBAL, :WS-LEAVETKN
                   FROM LEAVE
                   WHERE EMPID = :WS-EMPID
                     AND LEAVE-TYPE = 'E'
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              COMPUTE WS-CARRY-LEAVE = WS-LEAVEBAL - WS-LEAVETKN
           END-IF.

      ***************************************************
      *    Transfer history stamped with the effective day in
      *    CURRENT-DATE form, so payrun's mid-period split charges
      *    the old department - and glpost the old entity - with
      *    the days before the move.
        WRITE-COMPANY-XFER-HIST-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-XFER-TS.
           MOVE WS-EFFDT(1:4) TO WS-XFER-TS(1:4).
           MOVE WS-EFFDT(6:2) TO WS-XFER-TS(5:2).
           MOVE WS-EFFDT(9:2) TO WS-XFER-TS(7:2).
           EXEC SQL
               INSERT INTO EMPLOYEE_TRANSFER_HISTORY
                   (EMPID, OLD-DEPTCODE, OLD-DESGCODE,
                    OLD-LOCATION, NEW-DEPTCODE, NEW-DESGCODE,
                    NEW-LOCATION, EFFECTIVE-TS)
                   VALUES (:WS-EMPID, :WS-OLD-DEPTCD,
                           :WS-OLD-DESGCD, :WS-OLD-LOCCD,
                           :WS-NDEPT, :WS-NDESG, :WS-NLOC,
                           :WS-XFER-TS)
           END-EXEC.

      ***************************************************
        WRITE-COMPANY-TRANSFER-PARA.
           EXEC SQL
               INSERT INTO COMPANY_TRANSFER
                   (EMPID, EFF-DATE, OLD-COMPANY, NEW-COMPANY,
                    OLD-DEPTCODE, NEW-DEPTCODE, SERVICE-DATE,
                    TAX-YEAR, TAX-YTD, PF-BALANCE, LEAVE-BALANCE,
                    XFER-TS, CHANGED-BY)
                   VALUES (:WS-EMPID, :WS-EFFDT, :WS-OLD-COMPANY,
                           :WS-NEW-COMPANY, :WS-OLD-DEPTCD,
                           :WS-NDEPT, :WS-HIREDT, :WS-TAX-YEAR,
                           :WS-CARRY-TAX, :WS-CARRY-PF,
                           :WS-CARRY-LEAVE, :WS-XFER-TS,
                           'PENDAPPL')
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              DISPLAY 'DB2 ERROR - COMPANY TRANSFER RECORD - '
                      WS-EMPID
              MOVE 8 TO RETURN-CODE
           END-IF.

      ***************************************************
        VALIDATE-ITEM-PARA.
           MOVE 'Y' TO WS-ITEM-OK.
           DISPLAY 'DUE       COUNT '  DUE-COUNT.
           DISPLAY 'APPLIED   COUNT '  APPLIED-COUNT.
           DISPLAY 'ERROR     COUNT '  ERROR-COUNT.
           DISPLAY 'TRANSFER  COUNT '  TRANSFER-COUNT.
           DISPLAY "9999-PROGRAM-EXIT - end".
