      *
      *    Exit-clearance checklist - per leaver, the sign-off
      *    items that must close before finalset will settle. 'G'
      *    generates the checklist for a terminated EMPID: one
      *    item per company asset the leaver still holds on the
      *    ASTMANT register (keyed by asset tag), the keys/access
      *    tokens item, plus automatic ones raised from any open
      *    EMPLOYEE_DEDUCTION balance and any LEAVE overdraft, so
      *    the list starts with what the system already knows is
      *    outstanding. A resignation agreed on RESGMANT counts as
      *    a leaver too, so the list can be worked through the
      *    notice period; RESGMANT hands over with PROCESS 'RESIGN'
      *    to raise it. 'C' signs one item off - an asset item
      *    only clears through its return or write-off on
      *    ASTMANT - and 'I' shows the
      *    cleared-of-total position. finalset's
      *    CHECK-CLEARANCE-PARA refuses an EMPID until the list
      *    exists and every item is cleared.
           05 WS-CLRFLG                PIC X(01).
           05 WS-MSG                   PIC X(50).
           05 WS-EMP-STATUS            PIC X(01).
           05 WS-RESG-COUNT            PIC S9(09) COMP VALUE ZERO.
           05 WS-DED-BAL               PIC S9(11)V99 COMP-3.
           05 WS-LV-BAL                PIC 9(03).
           05 WS-LV-TKN                PIC 9(03).
           05 WS-ODRF-COUNT            PIC S9(09) COMP VALUE ZERO.
           05 WS-HELD-COUNT            PIC S9(09) COMP VALUE ZERO.
           05 WS-CLR-TOTAL             PIC S9(09) COMP VALUE ZERO.
           05 WS-CLR-OPEN              PIC S9(09) COMP VALUE ZERO.
           05 WS-TOTAL-ED              PIC ZZ9.

           END-IF.

           IF EIBCALEN NOT = 0 AND PROCESS = 'QPICK'
              PERFORM QUEUE-PICK-PARA
              PERFORM SEND-MAP-PARA
           END-IF.

           IF EIBCALEN NOT = 0 AND PROCESS = 'RESIGN'
              PERFORM RESIGN-PICK-PARA
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
           MOVE SPACES TO WS-EMPCD WS-ITEMCD WS-ACTION.
           MOVE ZEROES TO WS-ENTRY.
           MOVE EMPCD  TO EMPCDI.
           MOVE ITEMCD TO ITEMCDI.
           MOVE 'I'    TO ACTIONI.
           MOVE 'START' TO WS-PROCESS.
           PERFORM VALIDATE-ACTION-PARA.
           PERFORM PROCESS-PARA.
           MOVE 'START' TO WS-PROCESS.

      ***************************************************
      *    RESGMANT hands over on the first agreement of a
      *    resignation's last working day with PROCESS 'RESIGN'
      *    and the leaver's EMPID - the checklist is generated on
      *    a freshly painted screen, exactly as a keyed 'G' would.
       RESIGN-PICK-PARA.
           MOVE DFHCOMMAREA TO WS-COMMAREA.
           MOVE SPACES TO WS-EMPCD WS-ITEMCD WS-ACTION.
           MOVE ZEROES TO WS-ENTRY.
           MOVE EMPCD  TO EMPCDI.
           MOVE SPACES TO ITEMCDI.
           MOVE 'G'    TO ACTIONI.
           MOVE 'START' TO WS-PROCESS.
           PERFORM VALIDATE-ACTION-PARA.
           PERFORM PROCESS-PARA.
           MOVE 'START' TO WS-PROCESS.

      ***************************************************
       SEND-MAP-PARA.
           IF WS-PROCESS = 'START'

      ***************************************************
      *    The checklist is raised once per leaver - the employee
      *    must already be terminated (STATUS 'I') or be working
      *    out a resignation agreed on RESGMANT, and a second
      *    generate for the same EMPID is refused rather than
      *    duplicating the items.
        GENERATE-CHECKLIST-PARA.
                   WHERE EMPID = :EMPCDI
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           MOVE ZERO TO WS-RESG-COUNT.
           IF WS-SQL-RETURN-NORMAL AND WS-EMP-STATUS NOT = 'I'
              PERFORM COUNT-RESIGNATION-PARA
           END-IF.
           EVALUATE TRUE
              WHEN NOT WS-SQL-RETURN-NORMAL
                 MOVE 'EMPID NOT ON EMPLOYEE MASTER' TO MSGLINO
              WHEN WS-EMP-STATUS NOT = 'I' AND WS-RESG-COUNT = 0
                 MOVE 'EMPLOYEE NOT TERMINATED - NO CHECKLIST'
                      TO MSGLINO
              WHEN OTHER
           END-EVALUATE.

      ***************************************************
        COUNT-RESIGNATION-PARA.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-RESG-COUNT
                   FROM RESIGNATION
                   WHERE EMPID = :EMPCDI
                     AND RES-STATUS = 'A'
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE ZERO TO WS-RESG-COUNT
           END-IF.
           MOVE ZERO TO WS-SQLCODE.

      ***************************************************
      *    Every asset the leaver still holds on the register is
      *    its own item, the asset tag as the item code, so the
      *    list names the actual laptop, phone, card or vehicle
      *    instead of a generic line for everyone.
        RAISE-ITEMS-PARA.
           EXEC SQL
               INSERT INTO CLEARANCE_ITEM
                   (EMPID, ITEM-CODE, ITEM-DESC, CLEAR-FLAG)
                   SELECT :EMPCDI, ASSET-TAG,
                          SUBSTR('RETURN ' || ASSET-DESC, 1, 30), 'N'
                       FROM ASSET
                       WHERE HELD-BY = :EMPCDI
                         AND ASSET-STATUS = 'I'
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              AND NOT WS-SQL-RETURN-NO-ENTRY
              MOVE 'DB2 ERROR RAISING ASSET ITEMS' TO MSGLINO
              MOVE 'RAISE-ITEMS-PARA' TO WS-SQLERR-PARAGRAPH
              MOVE EMPCDI TO WS-SQLERR-KEY
              PERFORM LOG-SQL-ERROR-PARA
           END-IF.
           MOVE 'KEYS    ' TO WS-ITEMCD.
           MOVE 'RETURN KEYS/ACCESS TOKENS' TO WS-ITEMDS.
           PERFORM INSERT-ITEM-PARA.

      ***************************************************
        CLEAR-ITEM-PARA.
           MOVE ZERO TO WS-HELD-COUNT.
           IF ITEMCDI NOT = SPACES
              PERFORM COUNT-HELD-ASSET-PARA
           END-IF.
           EVALUATE TRUE
              WHEN ITEMCDI = SPACES
                 MOVE 'ENTER THE ITEM CODE TO CLEAR' TO MSGLINO
                 MOVE -1 TO ITEMCDL
              WHEN WS-HELD-COUNT > 0
                 MOVE 'ASSET STILL HELD - RETURN OR WRITE OFF ON ASTM'
                      TO MSGLINO
                 MOVE -1 TO ITEMCDL
              WHEN OTHER
                 PERFORM SIGN-OFF-ITEM-PARA
           END-EVALUATE.

      ***************************************************
        SIGN-OFF-ITEM-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-TS.
           EXEC SQL
               UPDATE CLEARANCE_ITEM
                   SET CLEAR-FLAG = 'Y',
                       CLEARED-BY = :EIBUSERID,
                       CLEARED-TS = :WS-STAMP-TS
                   WHERE EMPID = :EMPCDI
                     AND ITEM-CODE = :ITEMCDI
                     AND CLEAR-FLAG NOT = 'Y'
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'ITEM CLEARED' TO MSGLINO
                 PERFORM SHOW-POSITION-PARA
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'ITEM NOT FOUND OR ALREADY CLEARED'
                      TO MSGLINO
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED IN CLEAR' TO MSGLINO
                 MOVE 'SIGN-OFF-ITEM-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE EMPCDI TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.

      ***************************************************
      *    An asset item is signed off by ASTMANT when the asset
      *    comes back or is written off - while the register still
      *    shows the leaver holding it, it cannot be cleared here.
        COUNT-HELD-ASSET-PARA.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-HELD-COUNT
                   FROM ASSET
                   WHERE ASSET-TAG = :ITEMCDI
                     AND HELD-BY = :EMPCDI
                     AND ASSET-STATUS = 'I'
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE ZERO TO WS-HELD-COUNT
           END-IF.

      ***************************************************
