      *    batch (bankpay.cbl) matches each pay stub to this table;
      *    an employee with no row here lands on that job's
      *    exception file instead of the payment file.
      *    An employee may hold a primary account (ACCT-SEQ 0) plus
      *    up to nine secondary accounts (1-9), each secondary
      *    taking a fixed amount (split type 'A') or a percentage
      *    of net pay ('P') in priority order; bankpay sends what
      *    is left to the primary. The primary has to exist before
      *    a secondary is added and outlives them all.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EBNKMANT.
       AUTHOR. ATOS SYNTEL.
           05 WS-ACCTNO                PIC X(16).
           05 WS-BANKCODE              PIC X(11).
           05 WS-ACCTNAME              PIC X(30).
           05 WS-SPLIT-TYPE            PIC X(01).
           05 WS-SPLIT-VALUE           PIC 9(07).
           05 WS-PRIORITY              PIC 9(02).
           05 WS-PRIMARY-COUNT         PIC S9(09) COMP VALUE ZERO.
           05 WS-SECONDARY-COUNT       PIC S9(09) COMP VALUE ZERO.
           05 WS-DUP-ACCT-COUNT        PIC S9(09) COMP VALUE ZERO.
           05 WS-MSG                   PIC X(50).
           05 WS-MCOMM                 PIC X(10) VALUE SPACES.
           05 WS-EMP-EXIST-COUNT       PIC S9(09) COMP VALUE ZERO.
           05 WS-ABANDON-TS            PIC X(21).
           05 WS-PARK-ACTION           PIC X(01).
           05 WS-PARK-TS               PIC X(21).
      *    Parking fields - a secondary account parks under key
      *    EMPID/seq (the primary keeps the plain EMPID), and the
      *    split rides NEW-VAL2 behind the bank code the way
      *    CHKMANT's APPLY-BANK-PARA unpacks it.
           05 WS-PARK-KEY              PIC X(08).
           05 WS-PARK-VAL2             PIC X(30).
           05 WS-PARK-SPLIT REDEFINES WS-PARK-VAL2.
              10 WS-PARK-BANKCODE      PIC X(11).
              10 WS-PARK-SPLIT-TYPE    PIC X(01).
              10 WS-PARK-SPLIT-VALUE   PIC 9(07).
              10 WS-PARK-PRIORITY      PIC 9(02).
              10 FILLER                PIC X(09).
           05 WS-SQLERR-TS             PIC X(21).
           05 WS-SQLERR-PARAGRAPH      PIC X(30).
           05 WS-SQLERR-KEY            PIC X(30).

       01  WS-COMMAREA.
           05 WS-EMPCD                 PIC X(08) VALUE SPACES.
           05 WS-ACCTSQ                PIC X(01) VALUE SPACES.
           05 WS-ACTION                PIC X(01) VALUE SPACES.
           05 WS-CRUD-FLAG             PIC X(1).
              88 ADD-REC               VALUE 'C'.
      *    task start, in the same spirit as the abandoned-session
      *    log, so usage is measured instead of guessed.
       01  WS-ACTV-TS                  PIC X(21).
       01  WS-ACCESS-TS                PIC X(21).
           COPY SQLCA.

           COPY SQLAN.

       01  DFHCOMMAREA.
           05 EMPCD                    PIC X(08).
           05 ACCTSQ                   PIC X(01).
           05 ACTION                   PIC X(01).
           05 CRUD-FLAG                PIC X(1).
           05 ENTRYT                   PIC 9(2).
      ***************************************************
       PROCESS-PARA.

           IF ACCTSQI = SPACES OR ACCTSQI = LOW-VALUES
              MOVE '0' TO ACCTSQI
           END-IF.

           IF EMPCDI NOT = WS-EMPCD OR ACCTSQI NOT = WS-ACCTSQ
              PERFORM VALIDATE-EMPCD-PARA
              IF NOT BNK-DBERR
                 PERFORM ACTION-PROCESS-VAL-PARA
                       MOVE 'N'      TO WS-INPUT
                       MOVE ZEROES   TO WS-ENTRY
                    ELSE
                       PERFORM VALIDATE-SPLIT-PARA
                    END-IF
                 END-IF
              ELSE
                    MOVE ZEROES TO WS-ENTRY
                    MOVE -1  TO EMPCDL
                 ELSE
                    PERFORM CHECK-PRIMARY-EXISTS-PARA
                    IF ACCTSQI NOT = '0' AND WS-PRIMARY-COUNT = 0
                       MOVE 'ADD THE PRIMARY ACCOUNT (SEQ 0) FIRST'
                                TO MSGLINO
                       MOVE 'N' TO WS-INPUT
                       MOVE ZEROES TO WS-ENTRY
                       MOVE -1  TO ACCTSQL
                    ELSE
                       MOVE 'Y' TO WS-INPUT
                       ADD 1    TO WS-ENTRY
                       MOVE -1  TO ACCTNOL
                       PERFORM SEND-MAP-PARA
                    END-IF
                 END-IF
              END-IF
           WHEN 'C'
                 PERFORM SEND-MAP-PARA
              END-IF
           WHEN 'D'
              MOVE ZERO TO WS-SECONDARY-COUNT
              IF BNK-EXIST AND ACCTSQI = '0'
                 PERFORM COUNT-SECONDARY-PARA
              END-IF
              IF BNK-NOTFND
                 MOVE 'EMPID HAS NO BANK DETAILS, ENTER NEW EMPID'
                          TO MSGLINO
                 MOVE 'N' TO WS-INPUT
                 MOVE ZEROES TO WS-ENTRY
              ELSE
                 IF WS-SECONDARY-COUNT > 0
                    MOVE 'DELETE THE SECONDARY ACCOUNTS BEFORE PRIMARY'
                             TO MSGLINO
                    MOVE -1  TO ACCTSQL
                    MOVE 'N' TO WS-INPUT
                    MOVE ZEROES TO WS-ENTRY
                 ELSE
                    MOVE 'Y' TO WS-INPUT
                    ADD 1    TO WS-ENTRY
                    PERFORM DB-DATAMOVE-PARA
                    PERFORM SEND-MAP-PARA
                 END-IF
              END-IF
           WHEN 'I'
              IF BNK-NOTFND

           MOVE WS-ACCTNO   TO ACCTNOO
           MOVE WS-BANKCODE TO BNKCDO
           MOVE WS-ACCTNAME TO ACCTNMO
           MOVE WS-SPLIT-TYPE  TO SPLTYPO
           MOVE WS-SPLIT-VALUE TO SPLVALO
           MOVE WS-PRIORITY    TO PRIORO.

      ***************************************************
       VALIDATE-ACTION-PARA.
      ***************************************************
       VALIDATE-EMPCD-PARA.

           IF EMPCDI = SPACES OR ACCTSQI NOT NUMERIC
              MOVE 'ENTER EMPID AND ACCOUNT SEQ 0 (PRIMARY) OR 1-9'
                 TO MSGLINO
              MOVE 'EMPCD' TO WS-PROCESS
              MOVE -1       TO EMPCDL
              MOVE 'N'      TO WS-BNKVAL
              MOVE 'N'      TO WS-INPUT
           ELSE
              IF WS-EMPCD NOT = EMPCDI OR WS-ACCTSQ NOT = ACCTSQI
                 MOVE EMPCDI TO WS-EMPCD
                 MOVE ACCTSQI TO WS-ACCTSQ
                 PERFORM BANKROW-VALIDATE
              END-IF
           END-IF.
        BANKROW-VALIDATE.

           EXEC SQL
               SELECT ACCTNO, BANKCODE, ACCTNAME,
                      COALESCE(SPLIT-TYPE, ' '),
                      COALESCE(SPLIT-VALUE, 0),
                      COALESCE(PRIORITY, 0)
                   INTO :WS-ACCTNO, :WS-BANKCODE, :WS-ACCTNAME,
                        :WS-SPLIT-TYPE, :WS-SPLIT-VALUE,
                        :WS-PRIORITY
                   FROM EMPLOYEE_BANK
                   WHERE EMPID = :WS-EMPCD
                     AND ACCT-SEQ = :WS-ACCTSQ
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
                 MOVE 'BANK DETAILS FOUND, CONTINUE PROCESS'
                      TO MSGLINO
                 MOVE 'F' TO WS-BNKVAL
                 PERFORM LOG-DATA-ACCESS-PARA
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'BANK DETAILS DO NOT EXIST, CONTINUE TO ADD'
                      TO MSGLINO
                 MOVE 'N' TO WS-BNKVAL
                 MOVE SPACES TO WS-ACCTNO WS-BANKCODE WS-ACCTNAME
                 MOVE SPACES TO WS-SPLIT-TYPE
                 MOVE ZEROES TO WS-SPLIT-VALUE WS-PRIORITY
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED, TRY AGAIN' TO MSGLINO
                 MOVE 'ERROR' TO WS-PROCESS
              MOVE 'N' TO WS-EMPVAL
           END-IF.

      ***************************************************
      *    A secondary account only ever splits off a primary, so
      *    the primary row has to be there before one is added.
        CHECK-PRIMARY-EXISTS-PARA.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-PRIMARY-COUNT
                   FROM EMPLOYEE_BANK
                   WHERE EMPID = :EMPCDI
                     AND ACCT-SEQ = '0'
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE ZERO TO WS-PRIMARY-COUNT
           END-IF.

      ***************************************************
      *    Deleting the primary while secondaries remain would
      *    leave bankpay nowhere to send the remainder.
        COUNT-SECONDARY-PARA.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-SECONDARY-COUNT
                   FROM EMPLOYEE_BANK
                   WHERE EMPID = :EMPCDI
                     AND ACCT-SEQ <> '0'
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE ZERO TO WS-SECONDARY-COUNT
           END-IF.

      ***************************************************
      *    The primary takes whatever is left, so it carries no
      *    split of its own; a secondary needs a type, a non-zero
      *    amount (or a percentage no higher than 100) and a
      *    priority. An account number may appear only once per
      *    employee - bankretn matches each returned leg back to
      *    its account.
        VALIDATE-SPLIT-PARA.
           MOVE 'Y' TO WS-INPUT.
           EVALUATE TRUE
              WHEN ACCTSQI = '0'
                 AND SPLTYPI NOT = SPACES
                 AND SPLTYPI NOT = LOW-VALUES
                 MOVE 'PRIMARY TAKES THE REMAINDER - LEAVE SPLIT BLANK'
                      TO MSGLINO
                 MOVE -1  TO SPLTYPL
                 MOVE 'N' TO WS-INPUT
              WHEN ACCTSQI = '0'
                 CONTINUE
              WHEN SPLTYPI NOT = 'A' AND SPLTYPI NOT = 'P'
                 MOVE 'SPLIT TYPE MUST BE A (AMOUNT) OR P (PERCENT)'
                      TO MSGLINO
                 MOVE -1  TO SPLTYPL
                 MOVE 'N' TO WS-INPUT
              WHEN SPLVALI NOT NUMERIC OR SPLVALI = ZEROES
                 MOVE 'ENTER THE SPLIT AMOUNT OR PERCENTAGE'
                      TO MSGLINO
                 MOVE -1  TO SPLVALL
                 MOVE 'N' TO WS-INPUT
              WHEN SPLTYPI = 'P' AND SPLVALI > 100
                 MOVE 'SPLIT PERCENTAGE MUST BE 1-100' TO MSGLINO
                 MOVE -1  TO SPLVALL
                 MOVE 'N' TO WS-INPUT
              WHEN PRIORI NOT NUMERIC OR PRIORI = ZEROES
                 MOVE 'PRIORITY MUST BE 01-99' TO MSGLINO
                 MOVE -1  TO PRIORL
                 MOVE 'N' TO WS-INPUT
           END-EVALUATE.

           IF VALID-INPUT
              EXEC SQL
                  SELECT COUNT(*)
                      INTO :WS-DUP-ACCT-COUNT
                      FROM EMPLOYEE_BANK
                      WHERE EMPID = :EMPCDI
                        AND ACCTNO = :ACCTNOI
                        AND ACCT-SEQ <> :ACCTSQI
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              IF WS-SQL-RETURN-NORMAL AND WS-DUP-ACCT-COUNT > 0
                 MOVE 'ACCOUNT ALREADY ON ANOTHER SEQ FOR THIS EMPID'
                      TO MSGLINO
                 MOVE -1  TO ACCTNOL
                 MOVE 'N' TO WS-INPUT
              END-IF
           END-IF.

           IF INVALID-INPUT
              MOVE ZEROES TO WS-ENTRY
           END-IF.

      ***************************************************
      *    First pass just shows the message and sets up for a second
      *    ENTER; the actual delete does not run until the operator
           EXEC SQL
               DELETE FROM EMPLOYEE_BANK
                   WHERE EMPID = :EMPCDI
                     AND ACCT-SEQ = :ACCTSQI
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.

      ***************************************************
        PARK-BANK-CHANGE-PARA.
           IF ACCTSQI = '0'
              MOVE EMPCDI TO WS-PARK-KEY
           ELSE
              MOVE SPACES TO WS-PARK-KEY
              STRING EMPCDI DELIMITED BY SPACE
                     '/'    DELIMITED BY SIZE
                     ACCTSQI DELIMITED BY SIZE
                     INTO WS-PARK-KEY
           END-IF.
           MOVE SPACES TO WS-PARK-VAL2.
           MOVE BNKCDI TO WS-PARK-BANKCODE.
           IF ACCTSQI = '0'
              MOVE SPACE  TO WS-PARK-SPLIT-TYPE
              MOVE ZEROES TO WS-PARK-SPLIT-VALUE WS-PARK-PRIORITY
           ELSE
              MOVE SPLTYPI TO WS-PARK-SPLIT-TYPE
              MOVE SPLVALI TO WS-PARK-SPLIT-VALUE
              MOVE PRIORI  TO WS-PARK-PRIORITY
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-PARK-TS.
           EXEC SQL
               INSERT INTO PENDING_CHANGE
                   (CHANGE-SOURCE, CHANGE-KEY, PEND-ACTION,
                    NEW-VAL1, NEW-VAL2, NEW-VAL3, PEND-STATUS,
                    MAKER-ID, MAKER-TS)
                   VALUES ('EBNKMANT', :WS-PARK-KEY,
                           :WS-PARK-ACTION,
                           :ACCTNOI, :WS-PARK-VAL2, :ACCTNMI,
                           'P', :EIBUSERID, :WS-PARK-TS)
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
                 MOVE 'DB2 ERROR PARKING BANK CHANGE' TO MSGLINO
                 MOVE 'PARK-BANK-CHANGE-PARA'
                      TO WS-SQLERR-PARAGRAPH
                 MOVE WS-PARK-KEY TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.


           MOVE SPACES TO ACTIONO WS-ACTION
           MOVE SPACES TO EMPCDO  WS-EMPCD
           MOVE SPACES TO ACCTSQO WS-ACCTSQ
           MOVE SPACES TO ACCTNOO WS-ACCTNO
           MOVE SPACES TO BNKCDO  WS-BANKCODE
           MOVE SPACES TO ACCTNMO WS-ACCTNAME
           MOVE SPACES TO SPLTYPO WS-SPLIT-TYPE
           MOVE ZEROES TO SPLVALO WS-SPLIT-VALUE
           MOVE ZEROES TO PRIORO  WS-PRIORITY
           MOVE ZEROES TO WS-ENTRY
           MOVE -1 TO ACTIONL
           MOVE 'N' TO WS-INPUT
                           :WS-SQLERR-TS)
           END-EXEC.

      ***************************************************
      *    One row on DATA_ACCESS_LOG each time an employee's
      *    bank details reach the screen - who viewed which EMPID
      *    when, for accrvw's monthly access review. Failures are
      *    ignored, the same as LOG-ACTIVITY-PARA.
       LOG-DATA-ACCESS-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-ACCESS-TS.

           EXEC SQL
               INSERT INTO DATA_ACCESS_LOG
                   (USER-ID, PROGRAM-NAME, EMPID, DATA-CLASS,
                    ACCESS-TS)
                   VALUES (:EIBUSERID, 'EBNKMANT', :WS-EMPCD,
                           'BANK', :WS-ACCESS-TS)
           END-EXEC.

      ***************************************************
      *    One row per task start on TRANSACTION_ACTIVITY_LOG - who
      *    ran which transaction when. Failures are ignored; a
