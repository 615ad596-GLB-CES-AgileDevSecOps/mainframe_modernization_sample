      *    would reproduce on a rerun can no longer drift after the
      *    money has left. Reopen is restricted to USER_AUTH role
      *    'A', the same gate EMPMENU puts on its admin options.
      *    Close also waits on the GL: the period's glpost batches
      *    must have been accepted by the ERP (glack), a rejected
      *    batch counting only once a later batch for the same run
      *    type has been accepted in its place.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPDMANT.
       AUTHOR. ATOS SYNTEL.
           05 WS-SQLERR-TS             PIC X(21).
           05 WS-SQLERR-PARAGRAPH      PIC X(30).
           05 WS-SQLERR-KEY            PIC X(30).
           05 WS-GL-OPEN-COUNT         PIC S9(09) COMP.
           05 WS-GL-ACCEPT-COUNT       PIC S9(09) COMP.
           05 WS-GL-OK                 PIC X(01).
              88 GL-ACCEPTED           VALUE 'Y'.

       01  WS-SWITCHES.
           05  WS-ACT                      PIC X(1).

      ***************************************************
        CLOSE-PERIOD-PARA.
           MOVE 'N' TO WS-GL-OK.
           IF WS-STATUS = 'C'
              MOVE 'PERIOD IS ALREADY CLOSED' TO MSGLINO
           ELSE
              PERFORM CHECK-GL-ACCEPTED-PARA
           END-IF.
           IF WS-STATUS NOT = 'C' AND GL-ACCEPTED
              MOVE FUNCTION CURRENT-DATE TO WS-STAMP-TS
              IF PPD-EXIST
                 EXEC SQL
              END-IF
           END-IF.

      ***************************************************
      *    The ledger has to have the period before it is locked -
      *    at least one accepted posting batch, and no pending or
      *    rejected batch that a later accepted batch for the same
      *    run type has not superseded (glack's report rule).
        CHECK-GL-ACCEPTED-PARA.
           MOVE ZERO TO WS-GL-OPEN-COUNT WS-GL-ACCEPT-COUNT.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-GL-ACCEPT-COUNT
                   FROM GL_POST_BATCH
                   WHERE PAY-PERIOD = :WS-PERIOD
                     AND ACK-STATUS = 'A'
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              EXEC SQL
                  SELECT COUNT(*)
                      INTO :WS-GL-OPEN-COUNT
                      FROM GL_POST_BATCH B
                      WHERE B.PAY-PERIOD = :WS-PERIOD
                        AND B.ACK-STATUS <> 'A'
                        AND NOT EXISTS
                            (SELECT 1 FROM GL_POST_BATCH N
                              WHERE N.PAY-PERIOD = B.PAY-PERIOD
                                AND N.RUN-TYPE = B.RUN-TYPE
                                AND N.ACK-STATUS = 'A'
                                AND N.CREATED-TS > B.CREATED-TS)
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
           END-IF.
           EVALUATE TRUE
              WHEN NOT WS-SQL-RETURN-NORMAL
                 MOVE 'DB2 ERROR OCCURED IN GL CHECK' TO MSGLINO
                 MOVE 'CHECK-GL-ACCEPTED-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE WS-PERIOD TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
              WHEN WS-GL-OPEN-COUNT > ZERO
                 MOVE 'GL POSTING NOT ACCEPTED BY ERP - SEE GLACK'
                      TO MSGLINO
              WHEN WS-GL-ACCEPT-COUNT = ZERO
                 MOVE 'NO ACCEPTED GL POSTING FOR THE PERIOD'
                      TO MSGLINO
              WHEN OTHER
                 MOVE 'Y' TO WS-GL-OK
           END-EVALUATE.

      ***************************************************
      *    Reopen undoes the lock, so it carries the same admin-only
      *    gate EMPMENU puts on designation and user maintenance -
