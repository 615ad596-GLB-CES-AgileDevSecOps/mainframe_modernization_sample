           05 WS-MSG                   PIC X(50).
           05 WS-MCOMM                 PIC X(10) VALUE SPACES.
           05 WS-EMP-REF-COUNT         PIC S9(09) COMP VALUE ZERO.
           05 WS-PT-SLAB-COUNT         PIC S9(09) COMP VALUE ZERO.
           05 WS-ABANDON-TS            PIC X(21).
           05 WS-SQLERR-TS             PIC X(21).
           05 WS-SQLERR-PARAGRAPH      PIC X(30).
        LOCCODE-VALIDATE.

           EXEC SQL
               SELECT LOCDESC, COUNTRY, CURRENCY, PAYFREQ,
                      PT-STATE
                   INTO :WS-DESC, :CNTRYI, :CURRI, :PAYFRQI,
                        :PTSTATI
                   FROM LOCATION
                   WHERE LOCCODE = :LOCCDI
           END-EXEC.
                 MOVE 'F' TO WS-LOCVAL
                 MOVE WS-DESC TO LOCDSO
                 MOVE PAYFRQI TO PAYFRQO
                 MOVE PTSTATI TO PTSTATO
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'LOCATION CODE DOES NOT EXIST, CONTINUE TO ADD'
                      TO MSGLINO
      *    The pay frequency drives which PAY_CALENDAR periods the
      *    location's people run under - 'M' monthly (the default
      *    when left blank), 'W' weekly for the factory crew.
      *    The professional-tax state is optional - blank for a
      *    location outside every PT state - but when keyed it must
      *    already carry slabs on PROF_TAX_SLAB (PTAXMANT), or
      *    payrun would silently levy nothing there.
       INSERT-PARA.

           IF PAYFRQI = SPACES
              MOVE 'VALID PAY FREQUENCY - M/W' TO MSGLINO
              MOVE -1 TO PAYFRQL
           ELSE
           PERFORM CHECK-PT-STATE-PARA
           IF WS-PT-SLAB-COUNT > 0
              PERFORM INSERT-ROW-PARA
           END-IF
           END-IF.

       INSERT-ROW-PARA.

           EXEC SQL
               INSERT INTO LOCATION (LOCCODE, LOCDESC, COUNTRY,
                      CURRENCY, PAYFREQ, PT-STATE, CHANGED-BY)
                      VALUES (:LOCCDI, :LOCDSI, :CNTRYI, :CURRI,
                              :PAYFRQI, :PTSTATI, :EIBUSERID)
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
              MOVE 'VALID PAY FREQUENCY - M/W' TO MSGLINO
              MOVE -1 TO PAYFRQL
           ELSE
           PERFORM CHECK-PT-STATE-PARA
           IF WS-PT-SLAB-COUNT > 0
              PERFORM UPDATE-ROW-PARA
           END-IF
           END-IF.

      ***************************************************
      *    A blank state passes (count forced to 1); a keyed one
      *    must have at least one band on PROF_TAX_SLAB.
       CHECK-PT-STATE-PARA.
           IF PTSTATI = SPACES
              MOVE 1 TO WS-PT-SLAB-COUNT
           ELSE
              MOVE ZERO TO WS-PT-SLAB-COUNT
              EXEC SQL
                  SELECT COUNT(*)
                      INTO :WS-PT-SLAB-COUNT
                      FROM PROF_TAX_SLAB
                      WHERE PT-STATE = :PTSTATI
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              IF NOT WS-SQL-RETURN-NORMAL
                 MOVE ZERO TO WS-PT-SLAB-COUNT
              END-IF
              IF WS-PT-SLAB-COUNT = 0
                 MOVE 'NO PROF TAX SLABS FOR THIS STATE - SEE PTAX'
                      TO MSGLINO
                 MOVE -1 TO PTSTATL
              END-IF
           END-IF.

       UPDATE-ROW-PARA.
                       COUNTRY = :CNTRYI,
                       CURRENCY = :CURRI,
                       PAYFREQ = :PAYFRQI,
                       PT-STATE = :PTSTATI,
                       CHANGED-BY = :EIBUSERID
                   WHERE LOCCODE = :LOCCDI
           END-EXEC.
