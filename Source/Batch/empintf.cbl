      *    the same transfer-history, status-date and extract-feed
      *    writes the online path produces; rejects go to an error
      *    file with a reason per record for return to the sender,
      *    so a clerk stops keying each one by hand. A hire whose
      *    name and birth date match a terminated employee is held
      *    back as a possible rehire until the sender either names
      *    the former EMPID (the new row is linked to it and carries
      *    the countable prior service) or sends NEW to confirm a
      *    different person.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    empintf.
       ENVIRONMENT DIVISION.
           10  TRN-LOCATION                PIC X(05).
           10  TRN-HIREDT                  PIC X(10).
           10  TRN-STATUS                  PIC X(01).
      *    Gender rides in what was filler - 'M'/'F'/'X', or blank
      *    from a sender that does not carry it yet (a change then
      *    leaves the stored value alone).
           10  TRN-GENDER                  PIC X(01).
      *    Birth date (YYYY-MM-DD) and the former EMPID of a rehire
      *    also ride in what was filler - PRIOR-EMPID 'NEW' confirms
      *    a hire that only looks like a former employee.
           10  TRN-BIRTHDT                 PIC X(10).
           10  TRN-PRIOR-EMPID             PIC X(05).
           10  FILLER                      PIC X(02).
      *
      *    File-level control records - corporate HR now brackets
      *    the transmission with a '0' header (file id, creation
       01 WS-LOCATION             PIC X(05).
       01 WS-HIREDT               PIC X(10).
       01 WS-STATUS               PIC X(01).
       01 WS-GENDER               PIC X(01).
       01 WS-BIRTHDT              PIC X(10).
      *    Rehire link - the former EMPID and the countable prior
      *    service carried onto the new row (CHECK-REHIRE-PARA).
       01 WS-PRIOR-EMPID          PIC X(05).
       01 WS-PRIOR-SVC-DAYS       PIC 9(05).
       01 WS-OLD-HIREDT           PIC X(10).
       01 WS-OLD-STATUSDT         PIC X(10).
       01 WS-OLD-PRIOR-DAYS       PIC 9(05).
       01 WS-REF-COUNT            PIC S9(09) COMP.
       01 WS-OLD-DEPTCD           PIC X(05).
       01 WS-OLD-DESGCD           PIC X(05).
           05  WS-TRL-HASH                 PIC 9(15).
           05  WS-FIRST-REC                PIC X(01).
           05  WS-FAIL-REASON              PIC X(30).
           05  WS-SVC-DATE-NUM             PIC 9(08).
           05  WS-SVC-FROM-INT             PIC 9(09) COMP.
           05  WS-SVC-TO-INT               PIC 9(09) COMP.

       01  WS-COUNTERS.
           05  READ-COUNT                  PIC 9(10) VALUE ZEROES.
           MOVE TRN-LOCATION TO WS-LOCATION.
           MOVE TRN-HIREDT   TO WS-HIREDT.
           MOVE TRN-STATUS   TO WS-STATUS.
           MOVE TRN-GENDER   TO WS-GENDER.
           MOVE TRN-BIRTHDT  TO WS-BIRTHDT.
           MOVE SPACES       TO WS-PRIOR-EMPID.
           MOVE ZEROES       TO WS-PRIOR-SVC-DAYS.

           PERFORM VALIDATE-RECORD-PARA.
           IF RECORD-VALID
      ***************************************************
      *    The same gatekeeping MEMPMANT applies before its
      *    insert/update, batched: action code known, EMPID present,
      *    dept/desg/loc resolve, status A/I, gender M/F/X when
      *    given, hire date shaped YYYY-MM-DD. The first failure
      *    rejects the record.
        VALIDATE-RECORD-PARA.
           MOVE 'Y' TO WS-RECORD-OK.

              PERFORM VALIDATE-FIELDS-PARA
           END-IF.

           IF RECORD-VALID AND TRN-HIRE
              PERFORM CHECK-REHIRE-PARA
           END-IF.

      ***************************************************
        CHECK-EMP-EXISTS-PARA.
           MOVE ZERO TO WS-REF-COUNT.
              MOVE 'STATUS NOT A/I' TO ERR-REASON
              PERFORM REJECT-RECORD-PARA
           END-IF.
           IF RECORD-VALID AND WS-GENDER NOT = SPACES
              AND WS-GENDER NOT = 'M' AND WS-GENDER NOT = 'F'
              AND WS-GENDER NOT = 'X'
              MOVE 'GENDER NOT M/F/X OR BLANK' TO ERR-REASON
              PERFORM REJECT-RECORD-PARA
           END-IF.
           IF RECORD-VALID
              IF WS-HIREDT(1:4) IS NOT NUMERIC
                 OR WS-HIREDT(5:1) NOT = '-'
                 PERFORM REJECT-RECORD-PARA
              END-IF
           END-IF.
           IF RECORD-VALID AND WS-BIRTHDT NOT = SPACES
              IF WS-BIRTHDT(1:4) IS NOT NUMERIC
                 OR WS-BIRTHDT(5:1) NOT = '-'
                 OR WS-BIRTHDT(6:2) IS NOT NUMERIC
                 OR WS-BIRTHDT(8:1) NOT = '-'
                 OR WS-BIRTHDT(9:2) IS NOT NUMERIC
                 MOVE 'BIRTHDATE NOT YYYY-MM-DD' TO ERR-REASON
                 PERFORM REJECT-RECORD-PARA
              END-IF
           END-IF.

      ***************************************************
      *    Rehire detection, the same search MEMPMANT's add makes:
      *    terminated employees with the hire's name and birth date
      *    (name alone when the record carries no birth date). A
      *    named former EMPID must be a terminated employee and is
      *    linked; an unnamed match rejects the record so the
      *    sender decides between the link and NEW.
        CHECK-REHIRE-PARA.
           EVALUATE TRUE
              WHEN TRN-PRIOR-EMPID = 'NEW'
                 CONTINUE
              WHEN TRN-PRIOR-EMPID NOT = SPACES
                 MOVE TRN-PRIOR-EMPID TO WS-PRIOR-EMPID
                 PERFORM GET-PRIOR-SERVICE-PARA
              WHEN OTHER
                 MOVE SPACES TO WS-PRIOR-EMPID
                 EXEC SQL
                     SELECT MIN(EMPID)
                         INTO :WS-PRIOR-EMPID
                         FROM EMPLOYEE
                         WHERE STATUS = 'I'
                           AND EMPNAME = :WS-EMPNAME
                           AND (BIRTHDT = :WS-BIRTHDT
                                OR :WS-BIRTHDT = ' ')
                 END-EXEC
                 MOVE SQLCODE TO WS-SQLCODE
                 IF WS-SQL-RETURN-NORMAL AND WS-PRIOR-EMPID NOT = SPACES
                    MOVE SPACES TO ERR-REASON
                    STRING 'POSSIBLE REHIRE OF ' WS-PRIOR-EMPID
                        ' - SEND PRIOR ID' DELIMITED BY SIZE
                        INTO ERR-REASON
                    END-STRING
                    MOVE SPACES TO WS-PRIOR-EMPID
                    PERFORM REJECT-RECORD-PARA
                 ELSE
                    MOVE SPACES TO WS-PRIOR-EMPID
                 END-IF
           END-EVALUATE.

      ***************************************************
      *    Countable prior service is the former stint from its
      *    HIREDT through its STATUSDT (the last day paid), both
      *    inclusive, plus whatever that row had itself carried
      *    over - a third stint counts the first two.
        GET-PRIOR-SERVICE-PARA.
           MOVE SPACES TO WS-OLD-HIREDT WS-OLD-STATUSDT WS-OLD-STATUS.
           MOVE ZEROES TO WS-OLD-PRIOR-DAYS WS-PRIOR-SVC-DAYS.
           EXEC SQL
               SELECT HIREDT, STATUSDT, STATUS,
                      COALESCE(PRIOR-SVC-DAYS, 0)
                   INTO :WS-OLD-HIREDT, :WS-OLD-STATUSDT,
                        :WS-OLD-STATUS, :WS-OLD-PRIOR-DAYS
                   FROM EMPLOYEE
                   WHERE EMPID = :WS-PRIOR-EMPID
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL OR WS-OLD-STATUS NOT = 'I'
              MOVE 'PRIOR EMPID NOT A FORMER EMPLOYEE' TO ERR-REASON
              PERFORM REJECT-RECORD-PARA
           ELSE
              MOVE WS-OLD-PRIOR-DAYS TO WS-PRIOR-SVC-DAYS
              IF WS-OLD-HIREDT(1:4) IS NUMERIC
                 AND WS-OLD-STATUSDT(1:4) IS NUMERIC
                 STRING WS-OLD-HIREDT(1:4) WS-OLD-HIREDT(6:2)
                        WS-OLD-HIREDT(9:2) DELIMITED BY SIZE
                     INTO WS-SVC-DATE-NUM
                 END-STRING
                 COMPUTE WS-SVC-FROM-INT =
                     FUNCTION INTEGER-OF-DATE(WS-SVC-DATE-NUM)
                 STRING WS-OLD-STATUSDT(1:4) WS-OLD-STATUSDT(6:2)
                        WS-OLD-STATUSDT(9:2) DELIMITED BY SIZE
                     INTO WS-SVC-DATE-NUM
                 END-STRING
                 COMPUTE WS-SVC-TO-INT =
                     FUNCTION INTEGER-OF-DATE(WS-SVC-DATE-NUM)
                 IF WS-SVC-TO-INT >= WS-SVC-FROM-INT
                    COMPUTE WS-PRIOR-SVC-DAYS = WS-PRIOR-SVC-DAYS
                        + WS-SVC-TO-INT - WS-SVC-FROM-INT + 1
                 END-IF
              END-IF
           END-IF.

      ***************************************************
        REJECT-RECORD-PARA.
      ***************************************************
      *    A hire lands the same row MEMPMANT's INSERT-PARA writes,
      *    probation by default, with the extract-feed row the
      *    online path produces, and the rehire link when one was
      *    named.
        APPLY-HIRE-PARA.
           EXEC SQL
               INSERT INTO EMPLOYEE
               (EMPID, EMPNAME, DEPTCODE, DESGCODE, LOCATION,
                HIREDT, STATUS, CONFIRMSTS, GENDER, BIRTHDT,
                PRIOR-EMPID, PRIOR-SVC-DAYS, CHANGED-BY)
                      VALUES
               (:WS-EMPID, :WS-EMPNAME, :WS-DEPTCODE, :WS-DESGCODE,
                :WS-LOCATION, :WS-HIREDT, :WS-STATUS, 'P',
                :WS-GENDER, :WS-BIRTHDT, :WS-PRIOR-EMPID,
                :WS-PRIOR-SVC-DAYS, 'EMPINTF')
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
                       LOCATION = :WS-LOCATION,
                       HIREDT   = :WS-HIREDT,
                       STATUS   = :WS-STATUS,
                       GENDER   = CASE WHEN :WS-GENDER = ' '
                                       THEN GENDER
                                       ELSE :WS-GENDER END,
                       CHANGED-BY = 'EMPINTF'
                   WHERE EMPID = :WS-EMPID
           END-EXEC.
