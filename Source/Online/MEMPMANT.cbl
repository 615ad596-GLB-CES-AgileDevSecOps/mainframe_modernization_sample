           05 WS-REQ-DESG              PIC X(05).
           05 WS-REQ-TS                PIC X(21).
           05 WS-BIRTHDT               PIC X(10).
           05 WS-GENDER                PIC X(01).
              88 GENDER-MALE           VALUE 'M'.
              88 GENDER-FEMALE         VALUE 'F'.
              88 GENDER-OTHER          VALUE 'X'.
           05 WS-MGRID                 PIC X(08).
           05 WS-MGR-EXIST-COUNT       PIC S9(09) COMP VALUE ZERO.
           05 WS-CHAIN-EMPID           PIC X(08).
           05 WS-ACTUAL-HEADCOUNT      PIC S9(09) COMP VALUE ZERO.
           05 WS-POSITION-OK           PIC X(01).
              88 POSITION-OPEN         VALUE 'Y'.
           05 WS-OLD-COMPCD            PIC X(03).
           05 WS-NEW-COMPCD            PIC X(03).
           05 WS-PEND-TYPE             PIC X(01).
           05 WS-COMPMOVE-IND          PIC X(01).
              88 COMPANY-MOVE          VALUE 'Y'.
      *    Rehire link - the former EMPID a new hire is linked to
      *    and the countable prior service carried onto the new row
      *    (gratval, leaveacc, retire and svcaward add it to the
      *    current stint). WS-REHIRE-IND 'H' holds an add back
      *    while a likely former employee is shown.
           05 WS-PRIOR-EMPID           PIC X(08).
           05 WS-PRIOR-SVC-DAYS        PIC 9(05).
           05 WS-MAX-PRIOR-DAYS        PIC 9(05).
           05 WS-PRIOR-STATUS          PIC X(01).
           05 WS-PRIOR-HIREDT          PIC X(10).
           05 WS-PRIOR-STATUSDT        PIC X(10).
           05 WS-PRIOR-OLD-DAYS        PIC 9(05).
           05 WS-SVC-DATE-NUM          PIC 9(08).
           05 WS-SVC-FROM-INT          PIC 9(09) COMP.
           05 WS-SVC-TO-INT            PIC 9(09) COMP.
           05 WS-REHIRE-IND            PIC X(01).
              88 REHIRE-HELD           VALUE 'H'.
              88 REHIRE-CLEAR          VALUE 'C'.

      *    Period-close guard - an employee change keyed after the
      *    current month's period was closed on PAY_PERIOD_STATUS
                 IF BIRTHDTI NOT = SPACES
                    PERFORM VALIDATE-BIRTHDT-PARA
                 END-IF
                 IF GENDERI NOT = SPACES
                    PERFORM VALIDATE-GENDER-PARA
                 END-IF
                 PERFORM VALIDATE-MGRID-PARA
              END-IF

              EVALUATE ACTIONI
                  WHEN 'A'
                     PERFORM CHECK-REHIRE-PARA
                     IF REHIRE-HELD
                        PERFORM SEND-MAP-PARA
                     END-IF
                     PERFORM INSERT-PARA
                  WHEN 'C'   
                     PERFORM UPDATE-PARA
           MOVE WS-PFACCT   TO PFACCTO
           MOVE WS-MGRID    TO MGRIDO
           MOVE WS-WKCAT    TO WRKCATO
           MOVE WS-BIRTHDT  TO BIRTHDTO
           MOVE WS-GENDER   TO GENDERO
           MOVE WS-PRIOR-EMPID    TO PRIEMPO
           MOVE WS-PRIOR-SVC-DAYS TO PRISVCO.

      ***************************************************
       VALIDATE-ACTION-PARA.
              MOVE BIRTHDTI TO WS-BIRTHDT
           END-IF.

      ***************************************************
      *    Gender - optional, since the master predates it, but
      *    payeqty's pay-gap disclosure can only place an employee
      *    who has one: 'M' male, 'F' female, 'X' another gender or
      *    not disclosed.
       VALIDATE-GENDER-PARA.
           IF GENDERI NOT = 'M' AND GENDERI NOT = 'F'
              AND GENDERI NOT = 'X'
              MOVE 'VALID GENDER - M/F/X OR BLANK' TO MSGLINO
              MOVE 'GENDER' TO WS-PROCESS
              MOVE -1       TO GENDERL
              MOVE 'N'      TO WS-INPUT
           ELSE
              MOVE GENDERI TO WS-GENDER
           END-IF.

      ***************************************************
      *    Worker category - 'R' regular (the default), 'C'
      *    contractor, 'N' intern. payrun's component policy,
           MOVE SPACES TO WRKCATO WS-WKCAT
           MOVE SPACES TO REQIDNO
           MOVE SPACES TO BIRTHDTO WS-BIRTHDT
           MOVE SPACES TO GENDERO WS-GENDER
           MOVE SPACES TO PRIEMPO WS-PRIOR-EMPID
           MOVE ZEROES TO PRISVCO WS-PRIOR-SVC-DAYS
           MOVE SPACES TO EFFDTO
           MOVE ZEROES TO WS-ENTRY
           MOVE -1 TO ACTIONL
           EXEC SQL
               SELECT EMPNAME, DEPTCODE, DESGCODE, LOCATION,
                      HIREDT, STATUS, CONFIRMSTS, PFACCTNO,
                      MGREMPID, WORKER-CAT, BIRTHDT, GENDER,
                      LASTUPDTS, COALESCE(PRIOR-EMPID, ' '),
                      COALESCE(PRIOR-SVC-DAYS, 0)
                   INTO :WS-EMPNM, :WS-DEPTCD,
                        :WS-DESGCD, :WS-LOCCD,
                        :WS-HIREDT, :WS-STATUS, :WS-CONFSTS,
                        :WS-PFACCT, :WS-MGRID, :WS-WKCAT,
                        :WS-BIRTHDT, :WS-GENDER, :WS-LASTUPDTS,
                        :WS-PRIOR-EMPID, :WS-PRIOR-SVC-DAYS
                   FROM EMPLOYEE
                   WHERE EMPID = :WS-EMPCD
           END-EXEC.
               INSERT INTO EMPLOYEE
               (EMPID, EMPNAME, DEPTCODE, DESGCODE, LOCATION,
                HIREDT, STATUS, CONFIRMSTS, PFACCTNO, MGREMPID,
                WORKER-CAT, COMPANY, BIRTHDT, GENDER, PRIOR-EMPID,
                PRIOR-SVC-DAYS, CHANGED-BY)
                      VALUES
               (:EMPCDI, :EMPNMI, :DEPTCDI, :DESGCDI,
                :LOCI, :HIREDTI, :STATUSI, :CONFSTI, :PFACCTI,
                :MGRIDI, :WRKCATI, :WS-EMP-COMPCD, :BIRTHDTI,
                :GENDERI, :WS-PRIOR-EMPID, :WS-PRIOR-SVC-DAYS,
                :EIBUSERID)
           END-EXEC

              END-IF
           END-IF.

      ***************************************************
      *    Rehire detection - before a new hire is inserted the
      *    terminated employees are searched by name and birth date
      *    (name alone when no birth date is keyed). A likely match
      *    holds the add with the former EMPID and its countable
      *    prior service shown: ENTER links the two, a different
      *    former EMPID may be keyed instead, and NEW in the prior
      *    EMPID field adds an unrelated person. Policy may count
      *    less than the whole former stint, so the prior service
      *    can be keyed down (zero counts none) but never above
      *    what the former row supports.
       CHECK-REHIRE-PARA.
           MOVE 'C' TO WS-REHIRE-IND.
           MOVE SPACES TO WS-PRIOR-EMPID.
           MOVE ZEROES TO WS-PRIOR-SVC-DAYS.
           EVALUATE TRUE
              WHEN PRIEMPI = 'NEW'
                 CONTINUE
              WHEN PRIEMPI NOT = SPACES AND PRIEMPI NOT = LOW-VALUES
                 MOVE PRIEMPI TO WS-PRIOR-EMPID
                 PERFORM GET-PRIOR-SERVICE-PARA
                 EVALUATE TRUE
                    WHEN WS-PRIOR-STATUS NOT = 'I'
                       MOVE 'H' TO WS-REHIRE-IND
                       MOVE 'PRIOR EMPID IS NOT A FORMER EMPLOYEE'
                            TO MSGLINO
                       MOVE -1 TO PRIEMPL
                    WHEN PRISVCI IS NOT NUMERIC
                       MOVE WS-MAX-PRIOR-DAYS TO WS-PRIOR-SVC-DAYS
                    WHEN PRISVCI > WS-MAX-PRIOR-DAYS
                       MOVE 'H' TO WS-REHIRE-IND
                       MOVE WS-MAX-PRIOR-DAYS TO PRISVCO
                       MOVE 'PRIOR SERVICE ABOVE FORMER STINT - RESET'
                            TO MSGLINO
                       MOVE -1 TO PRISVCL
                    WHEN OTHER
                       MOVE PRISVCI TO WS-PRIOR-SVC-DAYS
                 END-EVALUATE
              WHEN OTHER
                 EXEC SQL
                     SELECT MAX(EMPID)
                         INTO :WS-PRIOR-EMPID
                         FROM EMPLOYEE
                         WHERE STATUS = 'I'
                           AND EMPNAME = :EMPNMI
                           AND (BIRTHDT = :WS-BIRTHDT
                                OR :WS-BIRTHDT = ' ')
                 END-EXEC
                 MOVE SQLCODE TO WS-SQLCODE
                 IF WS-SQL-RETURN-NORMAL
                    AND WS-PRIOR-EMPID NOT = SPACES
                    PERFORM GET-PRIOR-SERVICE-PARA
                    MOVE 'H' TO WS-REHIRE-IND
                    MOVE WS-PRIOR-EMPID    TO PRIEMPO
                    MOVE WS-MAX-PRIOR-DAYS TO PRISVCO
                    MOVE SPACES TO MSGLINO
                    STRING 'POSSIBLE REHIRE OF ' DELIMITED BY SIZE
                        WS-PRIOR-EMPID DELIMITED BY SPACE
                        ' - ENTER=LINK NEW=SKIP' DELIMITED BY SIZE
                        INTO MSGLINO
                    END-STRING
                    MOVE -1 TO PRIEMPL
                 END-IF
                 MOVE SPACES TO WS-PRIOR-EMPID
                 MOVE ZEROES TO WS-PRIOR-SVC-DAYS
           END-EVALUATE.

      ***************************************************
      *    The former stint from its HIREDT through its STATUSDT
      *    (the last day paid), both inclusive, plus whatever that
      *    row had itself carried over - a third stint counts the
      *    first two. This is the most the new row may carry.
       GET-PRIOR-SERVICE-PARA.
           MOVE SPACES TO WS-PRIOR-STATUS WS-PRIOR-HIREDT
                          WS-PRIOR-STATUSDT.
           MOVE ZEROES TO WS-PRIOR-OLD-DAYS WS-MAX-PRIOR-DAYS.
           EXEC SQL
               SELECT STATUS, HIREDT, STATUSDT,
                      COALESCE(PRIOR-SVC-DAYS, 0)
                   INTO :WS-PRIOR-STATUS, :WS-PRIOR-HIREDT,
                        :WS-PRIOR-STATUSDT, :WS-PRIOR-OLD-DAYS
                   FROM EMPLOYEE
                   WHERE EMPID = :WS-PRIOR-EMPID
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE SPACES TO WS-PRIOR-STATUS
           ELSE
              MOVE WS-PRIOR-OLD-DAYS TO WS-MAX-PRIOR-DAYS
              IF WS-PRIOR-HIREDT(1:4) IS NUMERIC
                 AND WS-PRIOR-STATUSDT(1:4) IS NUMERIC
                 STRING WS-PRIOR-HIREDT(1:4) WS-PRIOR-HIREDT(6:2)
                        WS-PRIOR-HIREDT(9:2) DELIMITED BY SIZE
                     INTO WS-SVC-DATE-NUM
                 END-STRING
                 COMPUTE WS-SVC-FROM-INT =
                     FUNCTION INTEGER-OF-DATE(WS-SVC-DATE-NUM)
                 STRING WS-PRIOR-STATUSDT(1:4) WS-PRIOR-STATUSDT(6:2)
                        WS-PRIOR-STATUSDT(9:2) DELIMITED BY SIZE
                     INTO WS-SVC-DATE-NUM
                 END-STRING
                 COMPUTE WS-SVC-TO-INT =
                     FUNCTION INTEGER-OF-DATE(WS-SVC-DATE-NUM)
                 IF WS-SVC-TO-INT >= WS-SVC-FROM-INT
                    COMPUTE WS-MAX-PRIOR-DAYS = WS-MAX-PRIOR-DAYS
                        + WS-SVC-TO-INT - WS-SVC-FROM-INT + 1
                 END-IF
              END-IF
           END-IF.

      ***************************************************
      *    Informational only - a matching EMPNAME elsewhere in
      *    EMPLOYEE does not block the insert, it just flags it so
      *    it is parked on PENDING_TRANSACTION for the nightly
      *    effective-date batch (pendappl) to apply through the same
      *    validation and history writes an immediate change gets.
      *    A move into a department of another legal entity is an
      *    inter-company transfer - it always takes an effective
      *    date and is parked as PEND-TYPE 'X', so pendappl moves
      *    the employee under the same EMPID (tax-year, PF and
      *    leave balances and the service date carry across) and
      *    writes the COMPANY_TRANSFER record that closes the old
      *    entity's payroll instead of a terminate and re-add.
           PERFORM CHECK-COMPANY-MOVE-PARA.
           IF COMPANY-MOVE AND EFFDTI = SPACES
              MOVE 'MOVE TO ANOTHER COMPANY NEEDS AN EFFECTIVE DATE'
                   TO MSGLINO
              PERFORM INITIALIZE-FIELD-PARA
           ELSE
           IF EFFDTI NOT = SPACES
              PERFORM SAVE-PENDING-PARA
           ELSE
           ELSE
           PERFORM UPDATE-ROW-PARA
           END-IF
           END-IF
           END-IF.

      ***************************************************
      *    The employee's committed company against the company of
      *    the department keyed - blank is the parent on both.
       CHECK-COMPANY-MOVE-PARA.
           MOVE 'N' TO WS-COMPMOVE-IND.
           MOVE SPACES TO WS-OLD-COMPCD WS-NEW-COMPCD.
           EXEC SQL
               SELECT COALESCE(E.COMPANY, ' '),
                      COALESCE(D.COMPANY, ' ')
                   INTO :WS-OLD-COMPCD, :WS-NEW-COMPCD
                   FROM EMPLOYEE E, DEPARTMENT D
                   WHERE E.EMPID = :EMPCDI
                     AND D.DEPTCODE = :DEPTCDI
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              AND WS-OLD-COMPCD NOT = WS-NEW-COMPCD
              MOVE 'Y' TO WS-COMPMOVE-IND
           END-IF.

       UPDATE-ROW-PARA.
                       WORKER-CAT = :WRKCATI,
                       COMPANY = :WS-EMP-COMPCD,
                       BIRTHDT = :BIRTHDTI,
                       GENDER = :GENDERI,
                       CHANGED-BY = :EIBUSERID
                   WHERE EMPID = :EMPCDI
           END-EXEC
                   TO MSGLINO
           ELSE
              MOVE FUNCTION CURRENT-DATE TO WS-PEND-TS
              IF COMPANY-MOVE
                 MOVE 'X' TO WS-PEND-TYPE
              ELSE
                 MOVE 'M' TO WS-PEND-TYPE
              END-IF
              EXEC SQL
                  INSERT INTO PENDING_TRANSACTION
                      (EMPID, EFF-DATE, NEW-DEPTCODE, NEW-DESGCODE,
                       NEW-LOCATION, NEW-STATUS, PEND-STATUS,
                       PEND-TYPE, ENTERED-BY, ENTERED-TS)
                      VALUES (:EMPCDI, :EFFDTI, :DEPTCDI,
                              :DESGCDI, :LOCI, :STATUSI, 'P',
                              :WS-PEND-TYPE, :EIBUSERID, :WS-PEND-TS)
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              EVALUATE TRUE
                 WHEN WS-SQL-RETURN-NORMAL
                    IF COMPANY-MOVE
                       STRING 'TRANSFER TO COMPANY ' WS-NEW-COMPCD
                           ' SAVED - EFFECTIVE ' EFFDTI
                           DELIMITED BY SIZE INTO MSGLINO
                    ELSE
                       STRING 'CHANGE SAVED - EFFECTIVE ' EFFDTI
                           DELIMITED BY SIZE INTO MSGLINO
                    END-IF
                 WHEN WS-SQL-RETURN-DUPKEY
                    MOVE 'PENDING CHANGE ALREADY SAVED FOR DATE'
                         TO MSGLINO
