      *    combination), keyed on the pair in the LEAVEMNT mould.
      *    MEMPMANT's add path checks the authorization before an
      *    insert, and the vacancy report batch (vacrpt.cbl) compares
      *    authorized against actual headcount. KEY-POSITION 'Y'
      *    marks a department head or critical specialist post -
      *    only those take successors on SUCCMANT's succession
      *    register, and succrpt.cbl reports their coverage.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSMANT.
       AUTHOR. ATOS SYNTEL.

       01  WS-TEMP.
           05 WS-AUTHHC                PIC 9(05).
           05 WS-KEYPOS                PIC X(01).
           05 WS-MSG                   PIC X(50).
           05 WS-MCOMM                 PIC X(10) VALUE SPACES.
           05 WS-REF-EXIST-COUNT       PIC S9(09) COMP VALUE ZERO.
                 ELSE
                    MOVE 'Y'      TO WS-INPUT
                 END-IF
                 IF KEYPOSI = SPACES
                    MOVE 'N'      TO KEYPOSI
                 END-IF
                 IF WS-ENTRY > 0
                    AND KEYPOSI NOT = 'Y' AND KEYPOSI NOT = 'N'
                    MOVE 'KEY POSITION MUST BE Y OR N' TO MSGLINO
                    MOVE 'KEYPOS' TO WS-PROCESS
                    MOVE -1       TO KEYPOSL
                    MOVE 'N'      TO WS-INPUT
                    MOVE ZEROES   TO WS-ENTRY
                 END-IF
              ELSE
                 MOVE 'Y' TO WS-INPUT
              END-IF
       DB-DATAMOVE-PARA.

           MOVE WS-AUTHHC   TO AUTHHCO.
           MOVE WS-KEYPOS   TO KEYPOSO.

      ***************************************************
       VALIDATE-ACTION-PARA.
        POSROW-VALIDATE.

           EXEC SQL
               SELECT AUTH-HEADCOUNT, VALUE(KEY-POSITION, 'N')
                   INTO :WS-AUTHHC, :WS-KEYPOS
                   FROM POSITION
                   WHERE DEPTCODE = :WS-DEPTCD
                     AND DESGCODE = :WS-DESGCD
                      TO MSGLINO
                 MOVE 'N' TO WS-POSVAL
                 MOVE ZEROES TO WS-AUTHHC
                 MOVE 'N' TO WS-KEYPOS
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED, TRY AGAIN' TO MSGLINO
                 MOVE 'ERROR' TO WS-PROCESS

           EXEC SQL
               INSERT INTO POSITION
                   (DEPTCODE, DESGCODE, AUTH-HEADCOUNT, KEY-POSITION,
                    CHANGED-BY)
                   VALUES (:DEPTCDI, :DESGCDI, :AUTHHCI, :KEYPOSI,
                           :EIBUSERID)
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EXEC SQL
               UPDATE POSITION
                   SET AUTH-HEADCOUNT = :AUTHHCI,
                       KEY-POSITION   = :KEYPOSI,
                       CHANGED-BY     = :EIBUSERID
                   WHERE DEPTCODE = :DEPTCDI
                     AND DESGCODE = :DESGCDI
           MOVE SPACES TO DEPTCDO WS-DEPTCD
           MOVE SPACES TO DESGCDO WS-DESGCD
           MOVE ZEROES TO AUTHHCO WS-AUTHHC
           MOVE SPACES TO KEYPOSO WS-KEYPOS
           MOVE ZEROES TO WS-ENTRY
           MOVE -1 TO ACTIONL
           MOVE 'N' TO WS-INPUT
