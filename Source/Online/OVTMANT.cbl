
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
           MOVE SPACES TO WS-EMPCD WS-OTPD WS-ACTION.
           MOVE ZEROES TO WS-ENTRY.
           MOVE EMPCD  TO EMPCDI.
           MOVE OTPD   TO OTPDI.
           MOVE 'I'    TO ACTIONI.
           MOVE 'START' TO WS-PROCESS.
           PERFORM VALIDATE-ACTION-PARA.
           PERFORM PROCESS-PARA.
           MOVE 'START' TO WS-PROCESS.

      ***************************************************
       SEND-MAP-PARA.
           IF WS-PROCESS = 'START'
