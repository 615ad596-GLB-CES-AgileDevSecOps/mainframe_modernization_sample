      *    DEPTCODE and fiscal year), keyed on the pair in the
      *    LEAVEMNT mould. The budget-versus-actual variance batch
      *    (budvar.cbl) joins this plan to budgrpt-style actuals.
      *    The plan also carries the department's merit budget - the
      *    monthly basic-pay increase the merit cycle (meritpln.cbl)
      *    may hand out for the year - so the merit worksheet is
      *    measured against the same plan row as headcount and cost.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDPMANT.
       AUTHOR. ATOS SYNTEL.
       01  WS-TEMP.
           05 WS-PLANHC                PIC 9(05).
           05 WS-PLANCOST              PIC 9(09)V99.
           05 WS-MERITBUD              PIC 9(07)V99.
           05 WS-MSG                   PIC X(50).
           05 WS-MCOMM                 PIC X(10) VALUE SPACES.
           05 WS-REF-EXIST-COUNT       PIC S9(09) COMP VALUE ZERO.
           IF WS-ENTRY > 0
              IF ACTIONI NOT = 'D' AND ACTIONI NOT = 'I'
                 IF PLANHCI = ZEROES AND PLNCSTI = ZEROES
                    AND MRTBUDI = ZEROES
                    MOVE 'ENTER PLANNED HEADCOUNT, COST OR MERIT'
                         TO MSGLINO
                    MOVE 'PLAN'   TO WS-PROCESS
                    MOVE -1       TO PLANHCL
       DB-DATAMOVE-PARA.

           MOVE WS-PLANHC   TO PLANHCO
           MOVE WS-PLANCOST TO PLNCSTO
           MOVE WS-MERITBUD TO MRTBUDO.

      ***************************************************
       VALIDATE-ACTION-PARA.
        PLNROW-VALIDATE.

           EXEC SQL
               SELECT PLAN-HEADCOUNT, PLAN-PAYCOST, MERIT-BUDGET
                   INTO :WS-PLANHC, :WS-PLANCOST, :WS-MERITBUD
                   FROM BUDGET_PLAN
                   WHERE DEPTCODE = :WS-DEPTCD
                     AND FISCAL-YEAR = :WS-FISCYR
                 MOVE 'PLAN DOES NOT EXIST, CONTINUE TO ADD'
                      TO MSGLINO
                 MOVE 'N' TO WS-PLNVAL
                 MOVE ZEROES TO WS-PLANHC WS-PLANCOST WS-MERITBUD
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED, TRY AGAIN' TO MSGLINO
                 MOVE 'ERROR' TO WS-PROCESS
           EXEC SQL
               INSERT INTO BUDGET_PLAN
                   (DEPTCODE, FISCAL-YEAR, PLAN-HEADCOUNT,
                    PLAN-PAYCOST, MERIT-BUDGET, CHANGED-BY)
                   VALUES (:DEPTCDI, :FISCYRI, :PLANHCI, :PLNCSTI,
                           :MRTBUDI, :EIBUSERID)
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
               UPDATE BUDGET_PLAN
                   SET PLAN-HEADCOUNT = :PLANHCI,
                       PLAN-PAYCOST   = :PLNCSTI,
                       MERIT-BUDGET   = :MRTBUDI,
                       CHANGED-BY     = :EIBUSERID
                   WHERE DEPTCODE = :DEPTCDI
                     AND FISCAL-YEAR = :FISCYRI
           MOVE SPACES TO FISCYRO WS-FISCYR
           MOVE ZEROES TO PLANHCO WS-PLANHC
           MOVE ZEROES TO PLNCSTO WS-PLANCOST
           MOVE ZEROES TO MRTBUDO WS-MERITBUD
           MOVE ZEROES TO WS-ENTRY
           MOVE -1 TO ACTIONL
           MOVE 'N' TO WS-INPUT
