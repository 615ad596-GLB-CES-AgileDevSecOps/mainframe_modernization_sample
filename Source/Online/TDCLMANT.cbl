      *    subtracts the approved total from the annualized gross,
      *    so staff stop being over-withheld all year and chasing
      *    refunds outside the system. Any change to an approved
      *    row drops it back to pending for re-approval. A mid-year
      *    joiner's income (PEMP) and tax withheld (PTAX) from the
      *    previous employer are keyed and approved here too - they
      *    are not relief: payrun adds the income to the year's
      *    liability and credits the tax against it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDCLMANT.
       AUTHOR. ATOS SYNTEL.
           05  FILLER                  PIC X(11) VALUE '80D 0025000'.
           05  FILLER                  PIC X(11) VALUE 'HRA 0100000'.
           05  FILLER                  PIC X(11) VALUE 'NPS 0050000'.
           05  FILLER                  PIC X(11) VALUE 'PEMP9999999'.
           05  FILLER                  PIC X(11) VALUE 'PTAX9999999'.
       01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-POLICY.
           05  WS-CATEGORY OCCURS 6 TIMES.
               10  CAT-CODE            PIC X(04).
               10  CAT-CAP             PIC 9(07).

           ELSE
              PERFORM VALIDATE-CATEGORY-PARA
              IF NOT CATEGORY-KNOWN
                 MOVE 'UNKNOWN CATEGORY - 80C/80D/HRA/NPS/PEMP/PTAX'
                    TO MSGLINO
                 MOVE -1  TO CATGL
                 MOVE ZEROES TO WS-ENTRY
           MOVE ZEROES TO WS-CAT-CAP.
           PERFORM MATCH-CATEGORY-PARA
               VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > 6.

       MATCH-CATEGORY-PARA.
           IF CAT-CODE(WS-CAT-IDX) = CATGI
