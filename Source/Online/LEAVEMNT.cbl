      ***************************************************
       PROCESS-PARA.
      *    The leave type is part of the key now - sick ('S'),
      *    casual ('C'), comp-off ('O') and earned ('E', the default
      *    when left blank) each carry their own balance pair.
           IF LVTYPEI = SPACES
              MOVE 'E' TO LVTYPEI
           END-IF.
           IF LVTYPEI NOT = 'E' AND LVTYPEI NOT = 'S'
              AND LVTYPEI NOT = 'C' AND LVTYPEI NOT = 'O'
              MOVE 'VALID LEAVE TYPES - E/S/C/O' TO MSGLINO
              MOVE -1 TO LVTYPEL
              MOVE 'N' TO WS-INPUT
           ELSE
