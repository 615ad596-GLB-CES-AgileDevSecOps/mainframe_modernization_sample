 
       VALIDATE-PARA.

           IF ACTIONI > 76
              MOVE 'INVALID CHOICE ENTERED, PLEASE ENTER 0-76'
                   TO MSGLINO
              MOVE 'INVALID' TO WS-CHOICE
              MOVE 'N' TO WS-ACT
           ELSE
              IF (ACTIONI = 2 OR ACTIONI = 19 OR ACTIONI = 39
                  OR ACTIONI = 40 OR ACTIONI = 41 OR ACTIONI = 54
                  OR ACTIONI = 55
                  OR ACTIONI = 58
                  OR ACTIONI = 63
                  OR ACTIONI = 64
                  OR ACTIONI = 65
                  OR ACTIONI = 68
                  OR ACTIONI = 69
                  OR ACTIONI = 71)
                  AND NOT ROLE-ADMIN
                 MOVE 'NOT AUTHORIZED FOR THIS MENU OPTION'
                      TO MSGLINO
                   PROGRAM('CHKMANT')
                   RESP(RESPONSE-CODE)
              END-EXEC

           WHEN ACTIONI = 53
              MOVE 'EXPC' TO WS-CHOICE
              MOVE 'EXPENSE CLAIMS BEGINS' TO MSGLINO

              EXEC CICS XCTL
                   PROGRAM('EXPCMANT')
                   RESP(RESPONSE-CODE)
              END-EXEC

           WHEN ACTIONI = 54
              MOVE 'EXCT' TO WS-CHOICE
              MOVE 'EXPENSE CATEGORY MAINTENANCE BEGINS' TO MSGLINO

              EXEC CICS XCTL
                   PROGRAM('EXCTMANT')
                   RESP(RESPONSE-CODE)
              END-EXEC

           WHEN ACTIONI = 55
              MOVE 'SHFT' TO WS-CHOICE
              MOVE 'SHIFT MASTER MAINTENANCE BEGINS' TO MSGLINO

              EXEC CICS XCTL
                   PROGRAM('SHFTMANT')
                   RESP(RESPONSE-CODE)
              END-EXEC

           WHEN ACTIONI = 56
              MOVE 'RSTR' TO WS-CHOICE
              MOVE 'SHIFT ROSTER BEGINS' TO MSGLINO

              EXEC CICS XCTL
                   PROGRAM('RSTRMANT')
                   RESP(RESPONSE-CODE)
              END-EXEC

           WHEN ACTIONI = 57
              MOVE 'EDOC' TO WS-CHOICE
              MOVE 'EMPLOYEE DOCUMENTS BEGINS' TO MSGLINO

              EXEC CICS XCTL
                   PROGRAM('EDOCMANT')
                   RESP(RESPONSE-CODE)
              END-EXEC

           WHEN ACTIONI = 58
              MOVE 'MRTX' TO WS-CHOICE
              MOVE 'MERIT MATRIX MAINTENANCE BEGINS' TO MSGLINO

              EXEC CICS XCTL
                   PROGRAM('MRTXMANT')
                   RESP(RESPONSE-CODE)
              END-EXEC

           WHEN ACTIONI = 59
              MOVE 'PROM' TO WS-CHOICE
              MOVE 'PROMOTION NOMINATION BEGINS' TO MSGLINO

              EXEC CICS XCTL
                   PROGRAM('PROMMANT')
                   RESP(RESPONSE-CODE)
              END-EXEC

           WHEN ACTIONI = 60
              MOVE 'CAND' TO WS-CHOICE
              MOVE 'CANDIDATE TRACKING BEGINS' TO MSGLINO

              EXEC CICS XCTL
                   PROGRAM('CANDMANT')
                   RESP(RESPONSE-CODE)
              END-EXEC

           WHEN ACTIONI = 61
              MOVE 'LTRQ' TO WS-CHOICE
              MOVE 'HR LETTER REQUESTS BEGIN' TO MSGLINO

              EXEC CICS XCTL
                   PROGRAM('LTRQMANT')
                   RESP(RESPONSE-CODE)
              END-EXEC

           WHEN ACTIONI = 62
              MOVE 'RCRT' TO WS-CHOICE
              MOVE 'RECERTIFICATION' TO MSGLINO

              EXEC CICS XCTL
                   PROGRAM('RCRTMANT')
                   RESP(RESPONSE-CODE)
              END-EXEC

           WHEN ACTIONI = 63
              MOVE 'PTAX' TO WS-CHOICE
              MOVE 'PROF TAX SLAB MAINTENANCE BEGINS' TO MSGLINO

              EXEC CICS XCTL
                   PROGRAM('PTAXMANT')
                   RESP(RESPONSE-CODE)
              END-EXEC

           WHEN ACTIONI = 64
              MOVE 'MWAG' TO WS-CHOICE
              MOVE 'MINIMUM WAGE MAINTENANCE BEGINS' TO MSGLINO

              EXEC CICS XCTL
                   PROGRAM('MWAGMANT')
                   RESP(RESPONSE-CODE)
              END-EXEC

           WHEN ACTIONI = 65
              MOVE 'PERQ' TO WS-CHOICE
              MOVE 'PERQUISITE REGISTER' TO MSGLINO

              EXEC CICS XCTL
                   PROGRAM('PERQMANT')
                   RESP(RESPONSE-CODE)
              END-EXEC

           WHEN ACTIONI = 66
              MOVE 'PTRC' TO WS-CHOICE
              MOVE 'PAY CALCULATION EXPLAIN BEGINS' TO MSGLINO

              EXEC CICS XCTL
                   PROGRAM('PTRCINQ')
                   RESP(RESPONSE-CODE)
              END-EXEC

           WHEN ACTIONI = 67
              MOVE 'PRGB' TO WS-CHOICE
              MOVE 'PAYROLL REGISTER BROWSE BEGINS' TO MSGLINO

              EXEC CICS XCTL
                   PROGRAM('PREGBRWS')
                   RESP(RESPONSE-CODE)
              END-EXEC

           WHEN ACTIONI = 68
              MOVE 'FRDM' TO WS-CHOICE
              MOVE 'FRAUD HIT CLEARANCE BEGINS' TO MSGLINO

              EXEC CICS XCTL
                   PROGRAM('FRDMANT')
                   RESP(RESPONSE-CODE)
              END-EXEC

           WHEN ACTIONI = 69
              MOVE 'SLAM' TO WS-CHOICE
              MOVE 'BATCH SLA MAINTENANCE' TO MSGLINO

              EXEC CICS XCTL
                   PROGRAM('SLAMANT')
                   RESP(RESPONSE-CODE)
              END-EXEC

           WHEN ACTIONI = 70
              MOVE 'WRKQ' TO WS-CHOICE
              MOVE 'MANAGER WORK QUEUE' TO MSGLINO

              EXEC CICS XCTL
                   PROGRAM('WRKQBRWS')
                   RESP(RESPONSE-CODE)
              END-EXEC

           WHEN ACTIONI = 71
              MOVE 'NTCM' TO WS-CHOICE
              MOVE 'NOTICE RULES' TO MSGLINO

              EXEC CICS XCTL
                   PROGRAM('NTCMANT')
                   RESP(RESPONSE-CODE)
              END-EXEC

           WHEN ACTIONI = 72
              MOVE 'RESG' TO WS-CHOICE
              MOVE 'RESIGNATION' TO MSGLINO

              EXEC CICS XCTL
                   PROGRAM('RESGMANT')
                   RESP(RESPONSE-CODE)
              END-EXEC

           WHEN ACTIONI = 73
              MOVE 'INCM' TO WS-CHOICE
              MOVE 'INCIDENT REGISTER' TO MSGLINO

              EXEC CICS XCTL
                   PROGRAM('INCMANT')
                   RESP(RESPONSE-CODE)
              END-EXEC

           WHEN ACTIONI = 74
              MOVE 'ASTM' TO WS-CHOICE
              MOVE 'ASSET REGISTER' TO MSGLINO

              EXEC CICS XCTL
                   PROGRAM('ASTMANT')
                   RESP(RESPONSE-CODE)
              END-EXEC

           WHEN ACTIONI = 75
              MOVE 'BENM' TO WS-CHOICE
              MOVE 'BENEFIT ELECTION' TO MSGLINO

              EXEC CICS XCTL
                   PROGRAM('BENEMANT')
                   RESP(RESPONSE-CODE)
              END-EXEC

           WHEN ACTIONI = 76
              MOVE 'SUCC' TO WS-CHOICE
              MOVE 'SUCCESSION REGISTER MAINTENANCE BEGINS' TO MSGLINO

              EXEC CICS XCTL
                   PROGRAM('SUCCMANT')
                   RESP(RESPONSE-CODE)
              END-EXEC
          END-EVALUATE.
 
       SEND-MAP-PARA.
