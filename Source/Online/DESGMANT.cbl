           05 WS-OLD-BASICPAY          PIC 9(05)V99 VALUE ZEROES.
           05 WS-OLD-HRAPAY            PIC 9(05)V99 VALUE ZEROES.
           05 WS-OLD-GROSSPAY          PIC 9(07)V99 VALUE ZEROES.
           05 WS-OLD-DESGDESC          PIC X(50) VALUE SPACES.
      *    Pay band for the grade - the minimum/midpoint/maximum an
      *    individual's basic pay (grade default or EPAYMANT
      *    override) is expected to sit in; all zero means no band
      *    has been set for the grade yet.
           05 WS-BAND-MIN              PIC 9(05)V99 VALUE ZEROES.
           05 WS-BAND-MID              PIC 9(05)V99 VALUE ZEROES.
           05 WS-BAND-MAX              PIC 9(05)V99 VALUE ZEROES.
      *    Statutory minimum guard - the highest MIN_WAGE basic in
      *    force today across the locations and worker categories
      *    of the grade's holders who are paid the grade default
      *    (no EPAYMANT override); zero when none applies.
           05 WS-MW-TS                 PIC X(21).
           05 WS-MW-ASOF               PIC X(10).
           05 WS-MW-MIN                PIC 9(05)V99 VALUE ZEROES.
           05 WS-MW-MIN-ED             PIC ZZZZ9.99.

      *    Period-close guard - a grade pay change keyed after the
      *    current month's period was closed on PAY_PERIOD_STATUS
                 IF PFDEDI NOT = WS-PFDED
                    MOVE PFDEDI TO WS-PFDED
                 END-IF
                 PERFORM VALIDATE-PAYBAND-PARA
                 IF ACTIONI = 'C'
                    PERFORM CHECK-MIN-WAGE-PARA
                 END-IF
                 COMPUTE WS-GROSSPAY = WS-BASICPAY + WS-HRAPAY
                                     + WS-CONVPAY + WS-MEDPAY
                                     - WS-PFDED
       CLONE-DESG-PARA.
           EXEC SQL
               SELECT DESGDESC, BASICPAY, HRA, CONVEYANCE, MEDICAL,
                      PFDEDUCT, GROSSPAY, PAYBAND-MIN, PAYBAND-MID,
                      PAYBAND-MAX
                   INTO :WS-DESC, :WS-BASICPAY, :WS-HRAPAY,
                        :WS-CONVPAY, :WS-MEDPAY, :WS-PFDED,
                        :WS-GROSSPAY, :WS-BAND-MIN, :WS-BAND-MID,
                        :WS-BAND-MAX
                   FROM DESIGNATION
                   WHERE DESGCODE = :CLONECDI
           END-EXEC.
           MOVE WS-CONVPAY  TO CONVPAYO
           MOVE WS-MEDPAY   TO MEDPAYO
           MOVE WS-PFDED    TO PFDEDO
           MOVE WS-GROSSPAY TO GRSPAYO
           MOVE WS-BAND-MIN TO BNDMINO
           MOVE WS-BAND-MID TO BNDMIDO
           MOVE WS-BAND-MAX TO BNDMAXO.

      ***************************************************
       VALIDATE-ACTION-PARA.
              END-IF
           END-IF.

      ***************************************************
      *    The band is optional - all three left zero means the
      *    grade has no band yet. Otherwise minimum and maximum are
      *    both required, a blank midpoint is worked out as halfway
      *    between them (the same auto-calc courtesy as a blank
      *    HRA), and the grade's own basic pay has to sit inside the
      *    band it defines. A failure goes straight back to the
      *    operator with the fields intact.
       VALIDATE-PAYBAND-PARA.
           IF BNDMINI = ZEROES AND BNDMIDI = ZEROES
              AND BNDMAXI = ZEROES
              CONTINUE
           ELSE
              IF BNDMINI = ZEROES OR BNDMAXI = ZEROES
                 MOVE 'PAY BAND NEEDS BOTH MINIMUM AND MAXIMUM'
                    TO MSGLINO
                 MOVE -1       TO BNDMINL
                 MOVE 'N'      TO WS-INPUT
              ELSE
                 IF BNDMINI > BNDMAXI
                    MOVE 'PAY BAND MINIMUM IS ABOVE ITS MAXIMUM'
                       TO MSGLINO
                    MOVE -1       TO BNDMINL
                    MOVE 'N'      TO WS-INPUT
                 ELSE
                    IF BNDMIDI = ZEROES
                       COMPUTE BNDMIDI ROUNDED =
                               (BNDMINI + BNDMAXI) / 2
                       MOVE BNDMIDI TO BNDMIDO
                       MOVE 'BAND MIDPOINT AUTO-CALCULATED'
                          TO MSGLINO
                    END-IF
                    IF BNDMIDI < BNDMINI OR BNDMIDI > BNDMAXI
                       MOVE 'BAND MIDPOINT OUTSIDE MINIMUM-MAXIMUM'
                          TO MSGLINO
                       MOVE -1       TO BNDMIDL
                       MOVE 'N'      TO WS-INPUT
                    ELSE
                       IF BASPAYI < BNDMINI OR BASPAYI > BNDMAXI
                          MOVE 'GRADE BASIC PAY IS OUTSIDE ITS BAND'
                             TO MSGLINO
                          MOVE -1       TO BASPAYL
                          MOVE 'N'      TO WS-INPUT
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
           IF INVALID-INPUT
              MOVE 'PAYBAND' TO WS-PROCESS
              PERFORM SEND-MAP-PARA
           END-IF.

      ***************************************************
      *    A grade basic that would leave any active holder on the
      *    grade default below the statutory minimum for their
      *    location and category is refused, with the minimum that
      *    bites on the message. Holders with a negotiated override
      *    are EPAYMANT's to guard. A new grade has no holders yet,
      *    so only a change is checked.
       CHECK-MIN-WAGE-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-MW-TS.
           MOVE SPACES TO WS-MW-ASOF.
           STRING WS-MW-TS(1:4) '-' WS-MW-TS(5:2) '-' WS-MW-TS(7:2)
               DELIMITED BY SIZE INTO WS-MW-ASOF
           END-STRING.
           MOVE ZEROES TO WS-MW-MIN.
           EXEC SQL
               SELECT COALESCE(MAX(M.MIN-BASIC), 0)
                   INTO :WS-MW-MIN
                   FROM EMPLOYEE E
                   JOIN MIN_WAGE M ON M.LOCCODE = E.LOCATION
                                  AND M.WORKER-CAT = E.WORKER-CAT
                   WHERE E.DESGCODE = :DESGCDI
                     AND E.STATUS = 'A'
                     AND NOT EXISTS
                         (SELECT 1 FROM EMPLOYEE_PAY P
                              WHERE P.EMPID = E.EMPID)
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
              MOVE -1       TO BASPAYL
              MOVE 'N'      TO WS-INPUT
              MOVE 'BASPAY' TO WS-PROCESS
              PERFORM SEND-MAP-PARA
           END-IF.

      ***************************************************
       INITIALIZE-FIELD-PARA.

           MOVE ZEROES TO MEDPAYO WS-MEDPAY
           MOVE ZEROES TO PFDEDO WS-PFDED
           MOVE ZEROES TO GRSPAYO WS-GROSSPAY
           MOVE ZEROES TO BNDMINO WS-BAND-MIN
           MOVE ZEROES TO BNDMIDO WS-BAND-MID
           MOVE ZEROES TO BNDMAXO WS-BAND-MAX
           MOVE ZEROES TO WS-ENTRY
           MOVE -1 TO ACTIONL
           MOVE 'N' TO WS-INPUT    

           EXEC SQL
               SELECT DESGDESC, BASICPAY, HRA, CONVEYANCE, MEDICAL,
                      PFDEDUCT, GROSSPAY, LASTUPDTS, PAYBAND-MIN,
                      PAYBAND-MID, PAYBAND-MAX
                   INTO :WS-DESC, :WS-BASICPAY,
                        :WS-HRAPAY, :WS-CONVPAY, :WS-MEDPAY,
                        :WS-PFDED, :WS-GROSSPAY, :WS-LASTUPDTS,
                        :WS-BAND-MIN, :WS-BAND-MID, :WS-BAND-MAX
                   FROM DESIGNATION
                   WHERE DESGCODE = :WS-DESGCD
           END-EXEC.
           EXEC SQL
               INSERT INTO DESIGNATION
               (DESGCODE, DESGDESC, BASICPAY, HRA, CONVEYANCE,
                MEDICAL, PFDEDUCT, GROSSPAY, PAYBAND-MIN,
                PAYBAND-MID, PAYBAND-MAX, CHANGED-BY)
                      VALUES
               (:DESGCDI, :DESGDSI, :BASPAYI, :HRAPAYI,
                :CONVPAYI, :MEDPAYI, :PFDEDI, :WS-GROSSPAY,
                :BNDMINI, :BNDMIDI, :BNDMAXI,
                :EIBUSERID)
           END-EXEC.

                       MEDICAL    = :MEDPAYI,
                       PFDEDUCT   = :PFDEDI,
                       GROSSPAY = :WS-GROSSPAY,
                       PAYBAND-MIN = :BNDMINI,
                       PAYBAND-MID = :BNDMIDI,
                       PAYBAND-MAX = :BNDMAXI,
                       CHANGED-BY = :EIBUSERID
                   WHERE DESGCODE = :DESGCDI
           END-EXEC.
      *    date" - WS-OLD-BASICPAY/WS-OLD-HRAPAY/WS-OLD-GROSSPAY were
      *    captured by DESGCODE-VALIDATE before the field-validation
      *    block in PROCESS-PARA overwrote WS-BASICPAY/WS-HRAPAY with
      *    the operator's new entries. The description is read
      *    back off the row itself - the UPDATE has not run yet - so
      *    a reprinted slip can show the title in effect at the time.
       WRITE-PAY-HISTORY-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-HIST-TS.

           MOVE SPACES TO WS-OLD-DESGDESC.
           EXEC SQL
               SELECT DESGDESC
                   INTO :WS-OLD-DESGDESC
                   FROM DESIGNATION
                   WHERE DESGCODE = :DESGCDI
           END-EXEC.

           EXEC SQL
               INSERT INTO DESIGNATION_HISTORY
                   (DESGCODE, OLD-BASICPAY, OLD-HRA, OLD-GROSSPAY,
                    OLD-DESGDESC, EFFECTIVE-TS)
                   VALUES (:DESGCDI, :WS-OLD-BASICPAY, :WS-OLD-HRAPAY,
                           :WS-OLD-GROSSPAY, :WS-OLD-DESGDESC,
                           :WS-HIST-TS)
           END-EXEC.

      ***************************************************
