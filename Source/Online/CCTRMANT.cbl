      *    glpost splits each employee's salary expense debit by
      *    those allocations, so a center may not be deleted while
      *    allocation rows still reference it.
      *    Each center may name the legal entity (COMPANY) that
      *    owns it; glpost recharges an allocation to a center
      *    owned by another entity than the one paying the
      *    employee. Blank leaves the center with whichever
      *    company pays, as before.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCTRMANT.
       AUTHOR. ATOS SYNTEL.

       01  WS-TEMP.
           05 WS-CCDESC                PIC X(50).
           05 WS-CCCOMP                PIC X(03).
           05 WS-COMP-EXIST-COUNT      PIC S9(09) COMP VALUE ZERO.
           05 WS-MSG                   PIC X(50).
           05 WS-ALLOC-REF-COUNT       PIC S9(09) COMP VALUE ZERO.
           05 WS-ABANDON-TS            PIC X(21).
                 MOVE 'Y' TO WS-INPUT
              END-IF

      *       The owning legal entity - a keyed company must exist
      *       on the COMPANY master (COMPMANT), as in DEPTMANT.
              IF VALID-INPUT AND COMPCDI NOT = SPACES
                 AND ACTIONI NOT = 'D' AND ACTIONI NOT = 'I'
                 PERFORM CHECK-COMPANY-EXISTS-PARA
                 IF WS-COMP-EXIST-COUNT = 0
                    MOVE 'COMPANY NOT ON COMPANY MASTER, TRY AGAIN'
                         TO MSGLINO
                    MOVE -1  TO COMPCDL
                    MOVE 'N' TO WS-INPUT
                    MOVE ZEROES TO WS-ENTRY
                 END-IF
              END-IF

              IF WS-ENTRY > 0
                 EVALUATE ACTIONI
                       WHEN 'A'
       DB-DATAMOVE-PARA.

           MOVE WS-CCDESC TO CCTRDSO.
           MOVE WS-CCCOMP TO COMPCDO.

      ***************************************************
       VALIDATE-ACTION-PARA.
        CCROW-VALIDATE.

           EXEC SQL
               SELECT CCDESC, COMPANY
                   INTO :WS-CCDESC, :WS-CCCOMP
                   FROM COST_CENTER
                   WHERE CCCODE = :WS-CCCD
           END-EXEC.
                 MOVE 'COST CENTER DOES NOT EXIST, CONTINUE TO ADD'
                      TO MSGLINO
                 MOVE 'N' TO WS-CCVAL
                 MOVE SPACES TO WS-CCDESC WS-CCCOMP
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED, TRY AGAIN' TO MSGLINO
                 MOVE 'ERROR' TO WS-PROCESS
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.

      ***************************************************
       CHECK-COMPANY-EXISTS-PARA.
           MOVE ZERO TO WS-COMP-EXIST-COUNT.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-COMP-EXIST-COUNT
                   FROM COMPANY
                   WHERE COMPCODE = :COMPCDI
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE ZERO TO WS-COMP-EXIST-COUNT
           END-IF.

      ***************************************************
      *    A center still carrying EMPLOYEE_ALLOCATION rows cannot
      *    be deleted - the allocations must be re-pointed first,
       INSERT-PARA.

           EXEC SQL
               INSERT INTO COST_CENTER (CCCODE, CCDESC, COMPANY,
                                        CHANGED-BY)
                      VALUES (:CCTRCDI, :CCTRDSI, :COMPCDI,
                              :EIBUSERID)
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EXEC SQL
               UPDATE COST_CENTER
                   SET CCDESC = :CCTRDSI,
                       COMPANY = :COMPCDI,
                       CHANGED-BY = :EIBUSERID
                   WHERE CCCODE = :CCTRCDI
           END-EXEC.
           MOVE SPACES TO ACTIONO WS-ACTION
           MOVE SPACES TO CCTRCDO WS-CCCD
           MOVE SPACES TO CCTRDSO WS-CCDESC
           MOVE SPACES TO COMPCDO WS-CCCOMP
           MOVE ZEROES TO WS-ENTRY
           MOVE -1 TO ACTIONL
           MOVE 'N' TO WS-INPUT
