
      ***************************************************
      *    The request carries its leave type - sick ('S'), casual
      *    ('C'), comp-off ('O', credited by compoff.cbl for work on
      *    holidays and weekly offs) or earned ('E', the default when
      *    left blank) - so approval posts the days into the right
      *    typed balance.
       INSERT-REQUEST-PARA.
           IF LVTYPEI = SPACES
              MOVE 'E' TO LVTYPEI
           END-IF.
           IF LVTYPEI NOT = 'E' AND LVTYPEI NOT = 'S'
              AND LVTYPEI NOT = 'C' AND LVTYPEI NOT = 'O'
              MOVE 'VALID LEAVE TYPES - E/S/C/O' TO MSGLINO
              MOVE -1 TO LVTYPEL
           ELSE
           PERFORM INSERT-REQUEST-ROW-PARA
