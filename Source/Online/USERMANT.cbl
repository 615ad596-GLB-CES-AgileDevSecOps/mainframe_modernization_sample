      *    USER_AUTH_AUDIT - the maker and checker identities both
      *    survive on the pending row. The EMPSELF self-service
      *    mapping is maintained here too and applies immediately.
      *    ROLE P (payroll staff) is limited everywhere except the
      *    PREGBRWS payroll register browse.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. USERMANT.
       AUTHOR. ATOS SYNTEL.
           IF WS-ENTRY > 0
              IF ACTIONI = 'A' OR ACTIONI = 'C'
                 IF ROLEI NOT = 'A' AND ROLEI NOT = 'L'
                                    AND ROLEI NOT = 'P'
                    MOVE 'ROLE MUST BE A (ADMIN), P (PAYROLL) OR L'
                         TO MSGLINO
                    MOVE 'ROLE'   TO WS-PROCESS
                    MOVE -1       TO ROLEL
