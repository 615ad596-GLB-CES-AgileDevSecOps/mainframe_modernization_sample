           05 WS-SQLERR-TS             PIC X(21).
           05 WS-SQLERR-PARAGRAPH      PIC X(30).
           05 WS-SQLERR-KEY            PIC X(30).
      *    The employee's grade band from DESIGNATION (DESGMANT) -
      *    all zero when the grade has no band set.
           05 WS-BAND-MIN              PIC 9(05)V99 VALUE ZEROES.
           05 WS-BAND-MAX              PIC 9(05)V99 VALUE ZEROES.
           05 WS-BAND-MIN-ED           PIC ZZZZ9.
           05 WS-BAND-MAX-ED           PIC ZZZZ9.
      *    Statutory minimum basic for the employee's location and
      *    worker category in force today (MIN_WAGE, MWAGMANT) -
      *    zero when none has been set.
           05 WS-MW-TS                 PIC X(21).
           05 WS-MW-ASOF               PIC X(10).
           05 WS-MW-MIN                PIC 9(05)V99 VALUE ZEROES.
           05 WS-MW-MIN-ED             PIC ZZZZ9.99.

      *    Same pay guard-rails as DESGMANT's WS-PAY-LIMITS - an
      *    individually negotiated salary still has to land inside
      *    task start, in the same spirit as the abandoned-session
      *    log, so usage is measured instead of guessed.
       01  WS-ACTV-TS                  PIC X(21).
       01  WS-ACCESS-TS                PIC X(21).
           COPY SQLCA.

           COPY SQLAN.
                    MOVE -1       TO HRAPAYL
                    MOVE 'N'      TO WS-INPUT
                 ELSE
                    PERFORM CHECK-GRADE-BAND-PARA
                    IF VALID-INPUT
                       PERFORM CHECK-MIN-WAGE-PARA
                    END-IF
                 END-IF
              END-IF
           END-IF.

      ***************************************************
      *    A negotiated basic has to land inside the pay band of the
      *    employee's designation - anything outside it is refused
      *    with the band on the message, so a genuine exception goes
      *    back through a grade change in DESGMANT rather than past
      *    the band here. A grade with no band set leaves only the
      *    company-wide limits above in force.
        CHECK-GRADE-BAND-PARA.
           MOVE 'Y' TO WS-INPUT.
           MOVE ZEROES TO WS-BAND-MIN WS-BAND-MAX.
           EXEC SQL
               SELECT D.PAYBAND-MIN, D.PAYBAND-MAX
                   INTO :WS-BAND-MIN, :WS-BAND-MAX
                   FROM EMPLOYEE E
                   JOIN DESIGNATION D ON D.DESGCODE = E.DESGCODE
                   WHERE E.EMPID = :EMPCDI
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE ZEROES TO WS-BAND-MIN WS-BAND-MAX
           END-IF.
           IF WS-BAND-MAX > ZERO
              AND (BASPAYI < WS-BAND-MIN OR BASPAYI > WS-BAND-MAX)
              MOVE WS-BAND-MIN TO WS-BAND-MIN-ED
              MOVE WS-BAND-MAX TO WS-BAND-MAX-ED
              MOVE SPACES TO MSGLINO
              STRING 'BASIC PAY OUTSIDE GRADE BAND ' WS-BAND-MIN-ED
                  ' - ' WS-BAND-MAX-ED DELIMITED BY SIZE
                  INTO MSGLINO
              END-STRING
              MOVE 'BASPAY' TO WS-PROCESS
              MOVE -1       TO BASPAYL
              MOVE 'N'      TO WS-INPUT
           END-IF.

      ***************************************************
      *    The statutory floor outranks everything negotiated - a
      *    basic below the minimum in force today for the
      *    employee's location and worker category is refused with
      *    the minimum on the message.
        CHECK-MIN-WAGE-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-MW-TS.
           MOVE SPACES TO WS-MW-ASOF.
           STRING WS-MW-TS(1:4) '-' WS-MW-TS(5:2) '-' WS-MW-TS(7:2)
               DELIMITED BY SIZE INTO WS-MW-ASOF
           END-STRING.
           MOVE ZEROES TO WS-MW-MIN.
           EXEC SQL
               SELECT M.MIN-BASIC
                   INTO :WS-MW-MIN
                   FROM EMPLOYEE E
                   JOIN MIN_WAGE M ON M.LOCCODE = E.LOCATION
                                  AND M.WORKER-CAT = E.WORKER-CAT
                   WHERE E.EMPID = :EMPCDI
                     AND M.EFFECTIVE-DATE =
                         (SELECT MAX(M2.EFFECTIVE-DATE)
                              FROM MIN_WAGE M2
                              WHERE M2.LOCCODE = M.LOCCODE
                                AND M2.WORKER-CAT = M.WORKER-CAT
                                AND M2.EFFECTIVE-DATE <= :WS-MW-ASOF)
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE ZEROES TO WS-MW-MIN
           END-IF.
           IF BASPAYI < WS-MW-MIN
              MOVE WS-MW-MIN TO WS-MW-MIN-ED
              MOVE SPACES TO MSGLINO
              STRING 'BASIC PAY BELOW STATUTORY MINIMUM '
                  WS-MW-MIN-ED DELIMITED BY SIZE
                  INTO MSGLINO
              END-STRING
              MOVE 'BASPAY' TO WS-PROCESS
              MOVE -1       TO BASPAYL
              MOVE 'N'      TO WS-INPUT
           END-IF.

      ***************************************************
        PAYROW-VALIDATE.

                 MOVE 'PAY OVERRIDE FOUND, CONTINUE PROCESS'
                      TO MSGLINO
                 MOVE 'F' TO WS-PAYVAL
                 PERFORM LOG-DATA-ACCESS-PARA
      *          Captured here, before the field-validation block
      *          overwrites the fetched values with the operator's
      *          new entries - the only point the pre-change pay is
                           :WS-SQLERR-TS)
           END-EXEC.

      ***************************************************
      *    One row on DATA_ACCESS_LOG each time an employee's
      *    pay override figures reach the screen - who viewed which
      *    EMPID when, for accrvw's monthly access review.
      *    Failures are ignored, the same as LOG-ACTIVITY-PARA.
       LOG-DATA-ACCESS-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-ACCESS-TS.

           EXEC SQL
               INSERT INTO DATA_ACCESS_LOG
                   (USER-ID, PROGRAM-NAME, EMPID, DATA-CLASS,
                    ACCESS-TS)
                   VALUES (:EIBUSERID, 'EPAYMANT', :WS-EMPCD,
                           'PAY', :WS-ACCESS-TS)
           END-EXEC.

      ***************************************************
      *    One row per task start on TRANSACTION_ACTIVITY_LOG - who
      *    ran which transaction when. Failures are ignored; a
