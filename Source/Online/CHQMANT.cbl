      *    read-only. Paid marking ('P') arrives with the bank
      *    statement keyed here too, closing the loop so every
      *    cheque is issued, paid or voided - never in limbo.
      *    chqclr clears cheques off the bank's paid statement, flags
      *    the long-uncashed ones stale ('S' - still payable or
      *    voidable here) and moves the oldest to unclaimed wages
      *    ('U'), which only the unclaimed-wages claim can settle.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQMANT.
       AUTHOR. ATOS SYNTEL.
              WHEN WS-STATUS = 'P'
                 MOVE 'CHEQUE ALREADY PAID - CANNOT VOID'
                      TO MSGLINO
              WHEN WS-STATUS = 'U'
                 MOVE 'CHEQUE MOVED TO UNCLAIMED WAGES' TO MSGLINO
              WHEN VOIDRSNI = SPACES
                 MOVE 'ENTER THE VOID REASON' TO MSGLINO
                 MOVE -1 TO VOIDRSNL
                      TO MSGLINO
              WHEN WS-STATUS = 'P'
                 MOVE 'CHEQUE IS ALREADY MARKED PAID' TO MSGLINO
              WHEN WS-STATUS = 'U'
                 MOVE 'CHEQUE MOVED TO UNCLAIMED WAGES' TO MSGLINO
              WHEN OTHER
                 MOVE FUNCTION CURRENT-DATE TO WS-STAMP-TS
                 EXEC SQL
                 MOVE 'CHEQUE PAID' TO MSGLINO
              WHEN 'V'
                 MOVE 'CHEQUE VOIDED' TO MSGLINO
              WHEN 'S'
                 MOVE 'CHEQUE STALE-DATED - NOT YET PAID' TO MSGLINO
              WHEN 'U'
                 MOVE 'STALE CHEQUE MOVED TO UNCLAIMED WAGES'
                      TO MSGLINO
              WHEN OTHER
                 MOVE 'CHEQUE STATUS UNKNOWN' TO MSGLINO
           END-EVALUATE.
