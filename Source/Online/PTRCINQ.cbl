      *Copyright Â© 2019-2020, 2021 ATOS SYNTEL, INC. and affiliates.
      *All Rights Reserved. This software (the "Software") is a
      *copyrighted work owned by Atos Syntel, Inc. and its affiliates.
      *Nothing contained in this notice may be interpreted as an
      *assignment of the ownership of the copyright pertaining to the
      *Software.
      *
      *If you (the "Customer") have received the Software as part of a
      *Deliverable under the applicable contract, or Master Service
      *Agreement, or equivalent (the "Contract"), then the Software is
      *being licensed to the Customer under the relevant Intellectual
      *Property provisions governing Atos Syntel Background
      *Intellectual Property in the Contract (the "IP Clause"), and the
      *Customer's use of the Software is governed by the IP Clause. The
      *Software is made available to the Customer solely for the
      *purpose contained in the IP CLAUSE. Any reproduction or
      *redistribution of the Software not in accordance with the IP
      *Clause is expressly prohibited.
      *
      *WITHOUT LIMITING THE FOREGOING, COPYING OR REPRODUCTION OF THE
      *SOFTWARE TO ANY OTHER SERVER OR LOCATION FOR FURTHER
      *REPRODUCTION OR REDISTRIBUTION IS EXPRESSLY PROHIBITED, UNLESS
      *SUCH REPRODUCTION OR REDISTRIBUTION IS EXPRESSLY PERMITTED BY
      *THE IP CLAUSE.
      *
      *THE SOFTWARE IS WARRANTED, IF AT ALL, ONLY ACCORDING TO THE
      *TERMS OF THE CONTRACT. EXCEPT AS WARRANTED IN THE CONTRACT,
      *ATOS SYNTEL, INC. AND ITS AFFILIATES HEREBY DISCLAIM ALL
      *WARRANTIES AND CONDITIONS WITH REGARD TO THE SOFTWARE, INCLUDING
      *ALL WARRANTIES AND CONDITIONS OF MERCHANTABILITY, WHETHER
      *EXPRESS, IMPLIED OR STATUTORY, FITNESS FOR A PARTICULAR PURPOSE,
      *TITLE AND NON-INFRINGEMENT.
      *
      *    Pay calculation explain inquiry - shows the PAY_TRACE row
      *    payrun posts for an employee's stub (EMPID, period, run
      *    type), each step's figure in the order payrun applied
      *    it: grade or override basic, category, proration,
      *    transfer split, leave and suspension docks, acting
      *    allowance, arrears, overtime, shift allowance, expense
      *    refund and perquisite value, the tax band after
      *    declarations, the tax withheld and any final-period
      *    true-up, state insurance and professional tax, then the
      *    garnishments and recurring deductions taken, down to the
      *    net. Read-only, so a payroll clerk can answer a short-pay
      *    query on the phone; every view lands a DATA_ACCESS_LOG
      *    row the same as EMPHIST's pay history lines.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTRCINQ.
       AUTHOR. ATOS SYNTEL.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      ***************************************************
       WORKING-STORAGE SECTION.

       01  PROGRAM-DESC                PIC X(20) VALUE 'PAY EXPLAIN'.

       01  WS-TEMP.
           05 WS-MSG                   PIC X(50).
           05 WS-ACTV-TS               PIC X(21).
           05 WS-ACCESS-TS             PIC X(21).
           05 WS-SQLERR-TS             PIC X(21).
           05 WS-SQLERR-PARAGRAPH      PIC X(30).
           05 WS-SQLERR-KEY            PIC X(30).

      *    Host fields for the one PAY_TRACE row - same pictures as
      *    payrun's trace and register fields.
       01  WS-TRACE.
           05 WS-TR-SOURCE             PIC X(01).
           05 WS-TR-GRADE-BASIC        PIC 9(05)V99.
           05 WS-TR-PAID-BASIC         PIC 9(05)V99.
           05 WS-TR-WKCAT              PIC X(01).
           05 WS-TR-FULL-GROSS         PIC 9(07)V99.
           05 WS-TR-DAYS               PIC S9(03).
           05 WS-TR-FACTOR             PIC 9V9(04).
           05 WS-TR-GROSSPAY           PIC 9(07)V99.
           05 WS-TR-SPLIT-PCT          PIC 9V9(04).
           05 WS-TR-OLDDEPT            PIC X(05).
           05 WS-TR-LEAVE-DAYS         PIC S9(03).
           05 WS-TR-SUSP-DAYS          PIC S9(03).
           05 WS-TR-DOCK-AMT           PIC 9(07)V99.
           05 WS-TR-ACT-DAYS           PIC S9(03).
           05 WS-TR-ACT-AMT            PIC 9(07)V99.
           05 WS-TR-ARREARS            PIC 9(07)V99.
           05 WS-TR-OTPAY              PIC 9(07)V99.
           05 WS-TR-SHIFTALW           PIC 9(07)V99.
           05 WS-TR-EXPREIMB           PIC 9(07)V99.
           05 WS-TR-PERQVAL            PIC 9(07)V99.
           05 WS-TR-ANNUAL             PIC 9(09)V99.
           05 WS-TR-DECL               PIC 9(09)V99.
           05 WS-TR-SLAB-RATE          PIC 9(02)V99.
           05 WS-TR-PERIODS-LEFT       PIC S9(04) COMP.
           05 WS-TR-TAXDED             PIC 9(05)V99.
           05 WS-TR-TRUEUP             PIC 9(05)V99.
           05 WS-TR-ESIEE              PIC 9(07)V99.
           05 WS-TR-PROFTAX            PIC 9(05)V99.
           05 WS-TR-GARNISH            PIC 9(07)V99.
           05 WS-TR-DEDREC             PIC 9(07)V99.
           05 WS-TR-NETPAY             PIC 9(07)V99.
           05 WS-TR-RUN-TS             PIC X(21).

       01  WS-AMT-ED                   PIC Z,ZZZ,ZZ9.99.
       01  WS-BIG-ED                   PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-DAYS-ED                  PIC ---9.
       01  WS-FACTOR-ED                PIC 9.9999.
       01  WS-RATE-ED                  PIC Z9.99.

       01  WS-COMMAREA.
           05 WS-EMPCD                 PIC X(05) VALUE SPACES.
           05 WS-PERIOD                PIC X(06) VALUE SPACES.
           05 WS-RUNTYP                PIC X(01) VALUE SPACES.

       01  RESPONSE-CODE               PIC S9(08) COMP.
       01  ALIAS-NAME                  PIC X(32).
       01  COMMAND                     PIC X(1).
       01  CONNECT-STATUS              PIC 9(6).

           COPY SQLCA.

           COPY SQLAN.
           COPY DFHAID.

           COPY PTRCSET.
      ***************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           05 LS-EMPCD                 PIC X(05).
           05 LS-PERIOD                PIC X(06).
           05 LS-RUNTYP                PIC X(01).
      ***************************************************
       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE "Murach" TO ALIAS-NAME.
           MOVE "C" TO COMMAND.
           CALL "LIBERCONNECTDB" USING ALIAS-NAME, COMMAND,
                                       CONNECT-STATUS.
           PERFORM LOG-ACTIVITY-PARA.
      *
           IF EIBAID = DFHPF3
              MOVE 'EXIT FROM PAY CALCULATION EXPLAIN' TO WS-MSG
              EXEC CICS
                   SEND TEXT FROM(WS-MSG)
                   ERASE
                   FREEKB
              END-EXEC
              EXEC CICS RETURN
                   TRANSID('EMPM')
              END-EXEC
           END-IF.

           IF EIBCALEN = 0
              MOVE SPACES TO WS-EMPCD WS-PERIOD WS-RUNTYP
              MOVE 'ENTER EMPID AND PERIOD, RUN TYPE BLANK FOR R'
                   TO MSGLINO
           ELSE
              MOVE DFHCOMMAREA TO WS-COMMAREA
              PERFORM RECEIVE-MAP-PARA
              MOVE EMPCDI  TO WS-EMPCD
              MOVE PERIODI TO WS-PERIOD
              MOVE RUNTYPI TO WS-RUNTYP
              IF WS-RUNTYP = SPACES
                 MOVE 'R' TO WS-RUNTYP
              END-IF
              EVALUATE TRUE
                 WHEN WS-EMPCD = SPACES
                    MOVE 'ENTER EMPLOYEE ID' TO MSGLINO
                 WHEN WS-PERIOD = SPACES
                    MOVE 'ENTER PAY PERIOD' TO MSGLINO
                 WHEN WS-RUNTYP NOT = 'R' AND WS-RUNTYP NOT = 'B'
                      AND WS-RUNTYP NOT = 'C'
                    MOVE 'RUN TYPE MUST BE R, B OR C' TO MSGLINO
                 WHEN OTHER
                    PERFORM FETCH-TRACE-PARA
              END-EVALUATE
           END-IF.

           MOVE WS-EMPCD  TO EMPCDO.
           MOVE WS-PERIOD TO PERIODO.
           MOVE WS-RUNTYP TO RUNTYPO.
           PERFORM SEND-MAP-PARA.

           EXEC CICS RETURN TRANSID('PTRC')
                COMMAREA(WS-COMMAREA)
                LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

      ***************************************************
       RECEIVE-MAP-PARA.
           EXEC CICS RECEIVE MAP('PTRCINQ')
                MAPSET('PTRCSET')
                INTO(PTRCINQI)
           END-EXEC.

      ***************************************************
      *    One row per employee per period and run type - payrun
      *    posts it beside the register row and a rerun override
      *    replaces it, so the screen always explains the stub the
      *    employee was actually paid on.
       FETCH-TRACE-PARA.
           EXEC SQL
               SELECT BASE-SOURCE, GRADE-BASIC, PAID-BASIC, WKCAT,
                      FULL-GROSS, DAYS-WORKED, PRORATE-FACTOR,
                      GROSSPAY, SPLIT-PCT, OLD-DEPTCODE,
                      LEAVE-DAYS, SUSP-DAYS, DOCK-AMT,
                      ACT-DAYS, ACTALLOW, ARREARS, OTPAY, SHIFTALW,
                      EXPREIMB, PERQVAL, ANNUAL-TAXABLE,
                      DECL-TOTAL, SLAB-RATE, PERIODS-LEFT, TAXDED,
                      TRUEUP-TAX, ESIEE, PROFTAX,
                      GARNISH-AMT, DEDREC, NETPAY, RUN-TS
                   INTO :WS-TR-SOURCE, :WS-TR-GRADE-BASIC,
                        :WS-TR-PAID-BASIC, :WS-TR-WKCAT,
                        :WS-TR-FULL-GROSS, :WS-TR-DAYS,
                        :WS-TR-FACTOR, :WS-TR-GROSSPAY,
                        :WS-TR-SPLIT-PCT, :WS-TR-OLDDEPT,
                        :WS-TR-LEAVE-DAYS, :WS-TR-SUSP-DAYS,
                        :WS-TR-DOCK-AMT, :WS-TR-ACT-DAYS,
                        :WS-TR-ACT-AMT, :WS-TR-ARREARS,
                        :WS-TR-OTPAY, :WS-TR-SHIFTALW,
                        :WS-TR-EXPREIMB, :WS-TR-PERQVAL,
                        :WS-TR-ANNUAL,
                        :WS-TR-DECL, :WS-TR-SLAB-RATE,
                        :WS-TR-PERIODS-LEFT, :WS-TR-TAXDED,
                        :WS-TR-TRUEUP, :WS-TR-ESIEE,
                        :WS-TR-PROFTAX,
                        :WS-TR-GARNISH, :WS-TR-DEDREC,
                        :WS-TR-NETPAY, :WS-TR-RUN-TS
                   FROM PAY_TRACE
                   WHERE EMPID = :WS-EMPCD
                     AND PAY-PERIOD = :WS-PERIOD
                     AND RUN-TYPE = :WS-RUNTYP
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 PERFORM LOG-DATA-ACCESS-PARA
                 PERFORM MOVE-TRACE-TO-SCREEN-PARA
                 MOVE 'CALCULATION TRACE - READ ONLY' TO MSGLINO
              WHEN WS-SQL-RETURN-NO-ENTRY
                 PERFORM CLEAR-TRACE-SCREEN-PARA
                 MOVE 'NO TRACE FOR EMPID/PERIOD/RUN TYPE' TO MSGLINO
              WHEN OTHER
                 PERFORM CLEAR-TRACE-SCREEN-PARA
                 MOVE 'DB2 ERROR READING PAY TRACE' TO MSGLINO
                 MOVE 'FETCH-TRACE-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE WS-EMPCD TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.

      ***************************************************
       MOVE-TRACE-TO-SCREEN-PARA.
           MOVE WS-TR-SOURCE         TO SOURCEO.
           MOVE WS-TR-GRADE-BASIC    TO WS-AMT-ED.
           MOVE WS-AMT-ED            TO GRDBASO.
           MOVE WS-TR-PAID-BASIC     TO WS-AMT-ED.
           MOVE WS-AMT-ED            TO PDBASO.
           MOVE WS-TR-WKCAT          TO WKCATO.
           MOVE WS-TR-FULL-GROSS     TO WS-AMT-ED.
           MOVE WS-AMT-ED            TO FULGRSO.
           MOVE WS-TR-DAYS           TO WS-DAYS-ED.
           MOVE WS-DAYS-ED           TO DAYSO.
           MOVE WS-TR-FACTOR         TO WS-FACTOR-ED.
           MOVE WS-FACTOR-ED         TO FACTORO.
           MOVE WS-TR-GROSSPAY       TO WS-AMT-ED.
           MOVE WS-AMT-ED            TO GROSSO.
           MOVE WS-TR-SPLIT-PCT      TO WS-FACTOR-ED.
           MOVE WS-FACTOR-ED         TO SPLITO.
           MOVE WS-TR-OLDDEPT        TO OLDDPTO.
           MOVE WS-TR-LEAVE-DAYS     TO WS-DAYS-ED.
           MOVE WS-DAYS-ED           TO LVDAYSO.
           MOVE WS-TR-SUSP-DAYS      TO WS-DAYS-ED.
           MOVE WS-DAYS-ED           TO SSDAYSO.
           MOVE WS-TR-DOCK-AMT       TO WS-AMT-ED.
           MOVE WS-AMT-ED            TO DOCKO.
           MOVE WS-TR-ACT-DAYS       TO WS-DAYS-ED.
           MOVE WS-DAYS-ED           TO ACTDYSO.
           MOVE WS-TR-ACT-AMT        TO WS-AMT-ED.
           MOVE WS-AMT-ED            TO ACTAMTO.
           MOVE WS-TR-ARREARS        TO WS-AMT-ED.
           MOVE WS-AMT-ED            TO ARREARO.
           MOVE WS-TR-OTPAY          TO WS-AMT-ED.
           MOVE WS-AMT-ED            TO OTPAYO.
           MOVE WS-TR-SHIFTALW       TO WS-AMT-ED.
           MOVE WS-AMT-ED            TO SHFAMTO.
           MOVE WS-TR-EXPREIMB       TO WS-AMT-ED.
           MOVE WS-AMT-ED            TO EXPAMTO.
           MOVE WS-TR-PERQVAL        TO WS-AMT-ED.
           MOVE WS-AMT-ED            TO PERQVO.
           MOVE WS-TR-ANNUAL         TO WS-BIG-ED.
           MOVE WS-BIG-ED            TO ANNTXBO.
           MOVE WS-TR-DECL           TO WS-BIG-ED.
           MOVE WS-BIG-ED            TO DECLO.
           MOVE WS-TR-SLAB-RATE      TO WS-RATE-ED.
           MOVE WS-RATE-ED           TO SLABRTO.
           MOVE WS-TR-PERIODS-LEFT   TO WS-DAYS-ED.
           MOVE WS-DAYS-ED           TO PRDLFTO.
           MOVE WS-TR-TAXDED         TO WS-AMT-ED.
           MOVE WS-AMT-ED            TO TAXDEDO.
           MOVE WS-TR-TRUEUP         TO WS-AMT-ED.
           MOVE WS-AMT-ED            TO TRUEUPO.
           MOVE WS-TR-ESIEE          TO WS-AMT-ED.
           MOVE WS-AMT-ED            TO ESIEEO.
           MOVE WS-TR-PROFTAX        TO WS-AMT-ED.
           MOVE WS-AMT-ED            TO PROFTXO.
           MOVE WS-TR-GARNISH        TO WS-AMT-ED.
           MOVE WS-AMT-ED            TO GARNO.
           MOVE WS-TR-DEDREC         TO WS-AMT-ED.
           MOVE WS-AMT-ED            TO DEDRECO.
           MOVE WS-TR-NETPAY         TO WS-AMT-ED.
           MOVE WS-AMT-ED            TO NETPAYO.
           MOVE WS-TR-RUN-TS         TO RUNTSO.

      ***************************************************
       CLEAR-TRACE-SCREEN-PARA.
           MOVE SPACES TO SOURCEO GRDBASO PDBASO WKCATO FULGRSO.
           MOVE SPACES TO DAYSO FACTORO GROSSO SPLITO OLDDPTO.
           MOVE SPACES TO LVDAYSO SSDAYSO DOCKO ACTDYSO ACTAMTO.
           MOVE SPACES TO ARREARO OTPAYO SHFAMTO EXPAMTO PERQVO.
           MOVE SPACES TO TRUEUPO ESIEEO PROFTXO.
           MOVE SPACES TO ANNTXBO DECLO SLABRTO PRDLFTO TAXDEDO.
           MOVE SPACES TO GARNO DEDRECO NETPAYO RUNTSO.

      ***************************************************
       SEND-MAP-PARA.
           MOVE 'PAY CALCULATION EXPLAIN - ENTER TO READ, PF3 EXIT'
                TO TITLEO.
           IF EIBCALEN = 0
              EXEC CICS SEND MAP('PTRCINQ')
                MAPSET('PTRCSET')
                FROM(PTRCINQO)
                ERASE
              END-EXEC
           ELSE
              EXEC CICS SEND MAP('PTRCINQ')
                MAPSET('PTRCSET')
                FROM(PTRCINQO)
                DATAONLY
              END-EXEC
           END-IF.

      ***************************************************
      *    One row on DATA_ACCESS_LOG each time an employee's pay
      *    trace reaches the screen - who viewed which EMPID when,
      *    for accrvw's monthly access review. Failures are
      *    ignored, the same as LOG-ACTIVITY-PARA.
       LOG-DATA-ACCESS-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-ACCESS-TS.

           EXEC SQL
               INSERT INTO DATA_ACCESS_LOG
                   (USER-ID, PROGRAM-NAME, EMPID, DATA-CLASS,
                    ACCESS-TS)
                   VALUES (:EIBUSERID, 'PTRCINQ', :WS-EMPCD,
                           'PAYTRACE', :WS-ACCESS-TS)
           END-EXEC.

      ***************************************************
      *    Persistent trail for every WS-SQL-RETURN-ERROR/TIMEOUT
      *    WHEN OTHER branch, so a DB2 failure leaves something to
      *    review after the DISPLAY/transient message is long gone.
       LOG-SQL-ERROR-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-SQLERR-TS.

           EXEC SQL
               INSERT INTO SQL_ERROR_LOG
                   (PROGRAM-NAME, PARAGRAPH-NAME, SQLCODE-VALUE,
                    ERROR-KEY, ERROR-TS)
                   VALUES ('PTRCINQ', :WS-SQLERR-PARAGRAPH,
                           :WS-SQLCODE, :WS-SQLERR-KEY,
                           :WS-SQLERR-TS)
           END-EXEC.

      ***************************************************
      *    One row per task start on TRANSACTION_ACTIVITY_LOG - who
      *    ran which transaction when. Failures are ignored; a
      *    metering miss must never stop the screen itself.
       LOG-ACTIVITY-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-ACTV-TS.

           EXEC SQL
               INSERT INTO TRANSACTION_ACTIVITY_LOG
                   (TRANS-ID, PROGRAM-NAME, USER-ID, ACTIVITY-TS)
                   VALUES ('PTRC', 'PTRCINQ', :EIBUSERID,
                           :WS-ACTV-TS)
           END-EXEC.
