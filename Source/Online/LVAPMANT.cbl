              88 EXC-EOF                    VALUE 'Y'.
           05 WS-LV-BAL                PIC 9(03).
           05 WS-LV-TKN                PIC 9(03).
           05 WS-OFF-AVAIL             PIC S9(04).
           05 WS-BASICPAY              PIC 9(05)V99.
           05 WS-REFUND-AMT            PIC 9(07)V99.
           05 WS-NEG-DAYS              PIC S9(03).

           END-IF.

           IF EIBCALEN NOT = 0 AND PROCESS = 'QPICK'
              PERFORM QUEUE-PICK-PARA
              PERFORM SEND-MAP-PARA
           END-IF.

           IF EIBCALEN = 0
              MOVE 'START' TO WS-PROCESS
              MOVE SPACES TO WS-MSG

           PERFORM SEND-MAP-PARA.

      ***************************************************
      *    WRKQBRWS hands a manager's work-queue item over with
      *    PROCESS 'QPICK' and the item's key in the commarea. It
      *    is shown as an inquiry on a freshly painted screen, so
      *    the manager only has to key the action to take on it.
       QUEUE-PICK-PARA.
           MOVE DFHCOMMAREA TO WS-COMMAREA.
           MOVE SPACES TO WS-EMPCD WS-FROMDT WS-ACTION.
           MOVE ZEROES TO WS-ENTRY.
           MOVE EMPCD  TO EMPCDI.
           MOVE FROMDT TO FROMDTI.
           MOVE 'I'    TO ACTIONI.
           MOVE 'START' TO WS-PROCESS.
           PERFORM VALIDATE-ACTION-PARA.
           PERFORM PROCESS-PARA.
           MOVE 'START' TO WS-PROCESS.

      ***************************************************
       SEND-MAP-PARA.
           IF WS-PROCESS = 'START'
           END-IF.

      ***************************************************
      *    Comp-off ('O') is never docked - it can only be taken
      *    out of days compoff.cbl has actually credited, so an
      *    approval that would overdraw the comp-off balance is
      *    refused instead of posted.
       APPROVE-REQUEST-PARA.
           MOVE ZERO TO WS-OFF-AVAIL.
           IF WS-REQ-TYPE = 'O'
              PERFORM GET-COMPOFF-AVAIL-PARA
           END-IF.
           EVALUATE TRUE
              WHEN WS-REQ-STATUS NOT = 'P'
                 MOVE 'REQUEST IS NOT PENDING - NOTHING TO APPROVE'
                     WS-MGR-EMPID DELIMITED BY SIZE
                     INTO MSGLINO
                 MOVE -1 TO APPRIDL
              WHEN WS-REQ-TYPE = 'O' AND WS-OFF-AVAIL < WS-REQ-DAYS
                 MOVE 'COMP-OFF BALANCE TOO LOW - CANNOT APPROVE'
                      TO MSGLINO
              WHEN OTHER
                 PERFORM POST-LEAVE-TAKEN-PARA
                 IF WS-SQL-RETURN-NORMAL
                 END-IF
           END-EVALUATE.

      ***************************************************
       GET-COMPOFF-AVAIL-PARA.
           MOVE ZEROES TO WS-LV-BAL WS-LV-TKN.
           EXEC SQL
               SELECT LEAVEBAL, LEAVETKN
                   INTO :WS-LV-BAL, :WS-LV-TKN
                   FROM LEAVE
                   WHERE EMPID = :EMPCDI
                     AND LEAVE-TYPE = 'O'
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              COMPUTE WS-OFF-AVAIL = WS-LV-BAL - WS-LV-TKN
           ELSE
              MOVE ZERO TO WS-OFF-AVAIL
           END-IF.

      ***************************************************
       REJECT-REQUEST-PARA.
           EVALUATE TRUE
