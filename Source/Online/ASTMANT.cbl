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
      *    Company asset register - one ASSET row per asset tag
      *    (laptop, phone, ID card, SIM card, vehicle or other) with
      *    its value and who holds it now, and one ASSET_ISSUE row
      *    per issue to an EMPID recording the issue and return
      *    dates and the condition each way. 'A' adds an asset to
      *    store, 'C' changes its description/type/value, 'O' issues
      *    it out to an active employee, 'R' takes it back, 'W'
      *    writes off an asset a leaver has not returned at the
      *    value keyed (defaulting to the register value) and 'I'
      *    inquires. CLRMANT raises one clearance item per asset
      *    the leaver still holds, keyed by the asset tag; a return
      *    or write-off here clears that item, and finalset
      *    recovers every write-off from the settlement.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASTMANT.
       AUTHOR. ATOS SYNTEL.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      ***************************************************
       WORKING-STORAGE SECTION.

       01  PROGRAM-DESC                PIC X(20) VALUE 'ASSET REGISTER'.

       01  WS-TEMP.
           05 WS-MSG                   PIC X(50).
           05 WS-EMP-NAME              PIC X(30).
           05 WS-EMP-STATUS            PIC X(01).
           05 WS-EMP-SETTLED           PIC X(01).
           05 WS-AST-TYPE              PIC X(01).
           05 WS-AST-DESC              PIC X(30).
           05 WS-AST-VALUE             PIC 9(07)V99.
           05 WS-AST-STATUS            PIC X(01).
           05 WS-AST-HELDBY            PIC X(08).
           05 WS-AST-ISSDT             PIC X(10).
           05 WS-WO-AMT                PIC 9(07)V99.
           05 WS-ITEMDS                PIC X(30).
           05 WS-RESG-COUNT            PIC S9(09) COMP VALUE ZERO.
           05 WS-CLR-TOTAL             PIC S9(09) COMP VALUE ZERO.
           05 WS-TODAY                 PIC X(10).
           05 WS-CURDATE               PIC X(08).
           05 WS-DATE-CHK              PIC X(10).
           05 WS-DATE-WORK             PIC 9(08).
           05 WS-STAMP-TS              PIC X(21).
           05 WS-ABANDON-TS            PIC X(21).
           05 WS-SQLERR-TS             PIC X(21).
           05 WS-SQLERR-PARAGRAPH      PIC X(30).
           05 WS-SQLERR-KEY            PIC X(30).

       01  WS-SWITCHES.
           05  WS-ACT                      PIC X(1).
               88  VALID-ACTION                     VALUE 'Y'.
           05  WS-ASTVAL                   PIC X(1).
               88  AST-EXIST                        VALUE 'F'.
               88  AST-NOTFND                       VALUE 'N'.
               88  AST-DBERR                        VALUE 'E'.
           05  WS-EMPVAL                   PIC X(1).
               88  EMP-EXIST                        VALUE 'F'.
               88  EMP-NOTFND                       VALUE 'N'.
           05  WS-DATEVAL                  PIC X(1).
               88  DATE-VALID                       VALUE 'Y'.
               88  DATE-INVALID                     VALUE 'N'.
           05  WS-UPDVAL                   PIC X(1).
               88  UPD-OK                           VALUE 'Y'.
               88  UPD-FAILED                       VALUE 'N'.
           05  WS-TYPE-CHK                 PIC X(1).
               88  VALID-ASSET-TYPE                 VALUE 'L' 'P'
                                                          'I' 'S'
                                                          'V' 'O'.
           05  WS-COND-CHK                 PIC X(1).
               88  VALID-CONDITION                  VALUE 'N' 'G'
                                                          'F' 'D'.

       01  WS-COMMAREA.
           05 WS-ASTTAG                PIC X(08) VALUE SPACES.
           05 WS-ACTION                PIC X(01) VALUE SPACES.
           05 WS-ENTRY                 PIC 9(02) VALUE ZEROES.
           05 WS-PROCESS               PIC X(10) VALUE SPACES.

       01  RESPONSE-CODE               PIC S9(08) COMP.
       01  ALIAS-NAME                  PIC X(32).
       01  COMMAND                     PIC X(1).
       01  CONNECT-STATUS              PIC 9(6).


      *    Transaction-activity stamp - one lightweight row per
      *    task start, in the same spirit as the abandoned-session
      *    log, so usage is measured instead of guessed.
       01  WS-ACTV-TS                  PIC X(21).
           COPY SQLCA.

           COPY SQLAN.
           COPY DFHAID.

           COPY ASTSET.
      ***************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           05 ASTTAG                   PIC X(08).
           05 ACTION                   PIC X(01).
           05 ENTRYT                   PIC 9(2).
           05 PROCESS                  PIC X(10).
      ***************************************************
       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE "Murach" TO ALIAS-NAME.
           MOVE "C" TO COMMAND.
           CALL "LIBERCONNECTDB" USING ALIAS-NAME, COMMAND,
                                       CONNECT-STATUS.
           PERFORM LOG-ACTIVITY-PARA.

           IF CONNECT-STATUS NOT = ZERO
              MOVE 'DATABASE UNAVAILABLE - TRY AGAIN LATER' TO WS-MSG
              EXEC CICS
                   SEND TEXT FROM(WS-MSG)
                   ERASE
                   FREEKB
              END-EXEC
              EXEC CICS RETURN
              END-EXEC
           END-IF.
      *
           IF EIBAID = DFHPF3
              MOVE 'EXIT FROM ASSET REGISTER' TO WS-MSG
               EXEC CICS
                    SEND TEXT FROM(WS-MSG)
                    ERASE
                    FREEKB
               END-EXEC
               IF EIBCALEN NOT = 0
                  AND (ACTION NOT = SPACES OR ENTRYT > 0)
                  PERFORM LOG-ABANDONED-SESSION-PARA
               END-IF
               INITIALIZE DFHCOMMAREA
               INITIALIZE ASTMNTI
               EXEC CICS RETURN
                    TRANSID('EMPM')
               END-EXEC

           END-IF.

           IF EIBCALEN = 0
              MOVE 'START' TO WS-PROCESS
              MOVE SPACES TO WS-MSG
           ELSE
              MOVE DFHCOMMAREA TO WS-COMMAREA
              MOVE 'CONTINUE' TO WS-PROCESS
              PERFORM RECEIVE-MAP-PARA
              PERFORM VALIDATE-ACTION-PARA

              IF VALID-ACTION
                 PERFORM PROCESS-PARA
              END-IF
           END-IF.

           PERFORM SEND-MAP-PARA.

      ***************************************************
       SEND-MAP-PARA.
           IF WS-PROCESS = 'START'
              EXEC CICS SEND MAP('ASTMNT')
                MAPSET('ASTSET')
                FROM(ASTMNTO)
                ERASE
                CURSOR
              END-EXEC
           ELSE
              EXEC CICS SEND MAP('ASTMNT')
                MAPSET('ASTSET')
                FROM(ASTMNTO)
                DATAONLY
                CURSOR
              END-EXEC
           END-IF.
           EXEC CICS RETURN TRANSID('ASTM')
               COMMAREA(WS-COMMAREA)
               LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

      ***************************************************
       RECEIVE-MAP-PARA.
           EXEC CICS RECEIVE MAP('ASTMNT')
                MAPSET('ASTSET')
                INTO(ASTMNTI)
           END-EXEC.

      ***************************************************
       VALIDATE-ACTION-PARA.

           IF ACTIONI NOT = 'A' AND ACTIONI NOT = 'C'
              AND ACTIONI NOT = 'O' AND ACTIONI NOT = 'R'
              AND ACTIONI NOT = 'W' AND ACTIONI NOT = 'I'
               MOVE 'VALID - A ADD/C CHG/O ISSUE/R RETURN/W WOFF/I'
                 TO MSGLINO
               MOVE 'ACTION' TO WS-PROCESS
               MOVE 'N' TO WS-ACT
            ELSE
               IF WS-ACTION NOT = ACTIONI
                  MOVE 'ENTER ASSET TAG'
                      TO MSGLINO
                  MOVE ACTIONI TO WS-ACTION
               END-IF
               MOVE 'Y' TO WS-ACT
           END-IF.

      ***************************************************
       PROCESS-PARA.

           IF ASTTAGI = SPACES
              MOVE 'ASSET TAG IS REQUIRED' TO MSGLINO
              MOVE -1 TO ASTTAGL
           ELSE
              MOVE ASTTAGI TO WS-ASTTAG
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURDATE
              MOVE SPACES TO WS-TODAY
              STRING WS-CURDATE(1:4) '-' WS-CURDATE(5:2) '-'
                     WS-CURDATE(7:2) DELIMITED BY SIZE
                  INTO WS-TODAY
              END-STRING
              PERFORM FETCH-ASSET-PARA
              EVALUATE TRUE
                 WHEN AST-DBERR
                    CONTINUE
                 WHEN ACTIONI = 'A'
                    PERFORM ADD-ASSET-PARA
                 WHEN AST-NOTFND
                    MOVE 'ASSET TAG NOT ON REGISTER' TO MSGLINO
                    MOVE -1 TO ASTTAGL
                 WHEN ACTIONI = 'C'
                    PERFORM CHANGE-ASSET-PARA
                 WHEN ACTIONI = 'O'
                    PERFORM ISSUE-ASSET-PARA
                 WHEN ACTIONI = 'R'
                    PERFORM RETURN-ASSET-PARA
                 WHEN ACTIONI = 'W'
                    PERFORM WRITE-OFF-ASSET-PARA
                 WHEN ACTIONI = 'I'
                    PERFORM SHOW-ASSET-PARA
                    MOVE 'ASSET DISPLAYED - READ ONLY' TO MSGLINO
              END-EVALUATE
           END-IF.

      ***************************************************
       FETCH-ASSET-PARA.
           MOVE SPACES TO WS-AST-TYPE WS-AST-DESC WS-AST-STATUS
                          WS-AST-HELDBY WS-AST-ISSDT.
           MOVE ZEROES TO WS-AST-VALUE.
           EXEC SQL
               SELECT ASSET-TYPE, ASSET-DESC, ASSET-VALUE,
                      ASSET-STATUS, HELD-BY, ISSUE-DT
                   INTO :WS-AST-TYPE, :WS-AST-DESC, :WS-AST-VALUE,
                        :WS-AST-STATUS, :WS-AST-HELDBY,
                        :WS-AST-ISSDT
                   FROM ASSET
                   WHERE ASSET-TAG = :ASTTAGI
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-ASTVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-ASTVAL
              WHEN OTHER
                 MOVE 'E' TO WS-ASTVAL
                 MOVE 'DB2 ERROR OCCURED IN SELECT' TO MSGLINO
                 MOVE 'FETCH-ASSET-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE ASTTAGI TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.

      ***************************************************
      *    The register view, with the holder's name when the asset
      *    is out.
       SHOW-ASSET-PARA.
           MOVE WS-AST-TYPE   TO ASTTYPO.
           MOVE WS-AST-DESC   TO ASTDSCO.
           MOVE WS-AST-VALUE  TO ASTVALO.
           MOVE WS-AST-STATUS TO ASTSTSO.
           MOVE WS-AST-HELDBY TO EMPCDO.
           MOVE WS-AST-ISSDT  TO ISSDTO.
           MOVE SPACES        TO EMPNMO.
           IF WS-AST-HELDBY NOT = SPACES
              MOVE WS-AST-HELDBY TO EMPCDI
              PERFORM FETCH-EMPLOYEE-PARA
              MOVE WS-EMP-NAME TO EMPNMO
           END-IF.

      ***************************************************
       FETCH-EMPLOYEE-PARA.
           MOVE SPACES TO WS-EMP-NAME WS-EMP-STATUS WS-EMP-SETTLED.
           EXEC SQL
               SELECT EMPNAME, STATUS, VALUE(SETTLED, 'N')
                   INTO :WS-EMP-NAME, :WS-EMP-STATUS,
                        :WS-EMP-SETTLED
                   FROM EMPLOYEE
                   WHERE EMPID = :EMPCDI
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-EMPVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-EMPVAL
                 MOVE 'EMPID NOT ON EMPLOYEE MASTER' TO MSGLINO
                 MOVE -1 TO EMPCDL
              WHEN OTHER
                 MOVE 'N' TO WS-EMPVAL
                 MOVE 'DB2 ERROR OCCURED IN SELECT' TO MSGLINO
                 MOVE 'FETCH-EMPLOYEE-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE EMPCDI TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.

      ***************************************************
      *    Dates are keyed YYYY-MM-DD, the same shape MEMPMANT
      *    and LVRQMANT prompt for.
       CHECK-DATE-PARA.
           MOVE 'Y' TO WS-DATEVAL.
           IF WS-DATE-CHK(1:4) IS NOT NUMERIC
              OR WS-DATE-CHK(5:1) NOT = '-'
              OR WS-DATE-CHK(6:2) IS NOT NUMERIC
              OR WS-DATE-CHK(8:1) NOT = '-'
              OR WS-DATE-CHK(9:2) IS NOT NUMERIC
              MOVE 'N' TO WS-DATEVAL
           ELSE
              STRING WS-DATE-CHK(1:4) WS-DATE-CHK(6:2)
                  WS-DATE-CHK(9:2) DELIMITED BY SIZE
                  INTO WS-DATE-WORK
              END-STRING
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-WORK) NOT = 0
                 MOVE 'N' TO WS-DATEVAL
              END-IF
           END-IF.

      ***************************************************
      *    Type L laptop, P phone, I ID card, S SIM card,
      *    V vehicle, O other; the value is what a write-off
      *    recovers unless a different amount is keyed then.
       CHECK-ASSET-PARA.
           MOVE 'N' TO WS-UPDVAL.
           MOVE ASTTYPI TO WS-TYPE-CHK.
           EVALUATE TRUE
              WHEN NOT VALID-ASSET-TYPE
                 MOVE 'ASSET TYPE - L/P/I/S/V/O' TO MSGLINO
                 MOVE -1 TO ASTTYPL
              WHEN ASTDSCI = SPACES
                 MOVE 'ENTER ASSET DESCRIPTION' TO MSGLINO
                 MOVE -1 TO ASTDSCL
              WHEN ASTVALI IS NOT NUMERIC
                 MOVE 'ASSET VALUE MUST BE NUMERIC' TO MSGLINO
                 MOVE -1 TO ASTVALL
              WHEN OTHER
                 MOVE 'Y' TO WS-UPDVAL
           END-EVALUATE.

      ***************************************************
       ADD-ASSET-PARA.
           IF AST-EXIST
              PERFORM SHOW-ASSET-PARA
              MOVE 'ASSET TAG ALREADY EXISTS, ENTER NEW TAG'
                   TO MSGLINO
              MOVE -1 TO ASTTAGL
           ELSE
              PERFORM CHECK-ASSET-PARA
              IF UPD-OK
                 PERFORM INSERT-ASSET-PARA
              END-IF
           END-IF.

      ***************************************************
       INSERT-ASSET-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-TS.
           EXEC SQL
               INSERT INTO ASSET
                   (ASSET-TAG, ASSET-TYPE, ASSET-DESC, ASSET-VALUE,
                    ASSET-STATUS, HELD-BY, ISSUE-DT,
                    ENTERED-BY, ENTERED-TS)
                   VALUES (:ASTTAGI, :ASTTYPI, :ASTDSCI, :ASTVALI,
                           'S', ' ', ' ', :EIBUSERID, :WS-STAMP-TS)
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'S' TO ASTSTSO
                 MOVE 'ASSET ADDED TO STORE' TO MSGLINO
              WHEN WS-SQL-RETURN-DUPKEY
                 MOVE 'ASSET TAG ALREADY EXISTS, ENTER NEW TAG'
                      TO MSGLINO
                 MOVE -1 TO ASTTAGL
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED IN INSERT' TO MSGLINO
                 MOVE 'INSERT-ASSET-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE ASTTAGI TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.

      ***************************************************
      *    Blank fields keep what is on file; a
      *    written-off asset's record is closed.
       CHANGE-ASSET-PARA.
           IF ASTTYPI = SPACES
              MOVE WS-AST-TYPE TO ASTTYPI
           END-IF.
           IF ASTDSCI = SPACES
              MOVE WS-AST-DESC TO ASTDSCI
           END-IF.
           IF ASTVALI IS NOT NUMERIC
              MOVE WS-AST-VALUE TO ASTVALI
           END-IF.
           IF WS-AST-STATUS = 'W'
              PERFORM SHOW-ASSET-PARA
              MOVE 'ASSET WRITTEN OFF - NO CHANGES ALLOWED'
                   TO MSGLINO
           ELSE
              PERFORM CHECK-ASSET-PARA
           END-IF.
           IF UPD-OK AND WS-AST-STATUS NOT = 'W'
              EXEC SQL
                  UPDATE ASSET
                      SET ASSET-TYPE  = :ASTTYPI,
                          ASSET-DESC  = :ASTDSCI,
                          ASSET-VALUE = :ASTVALI
                      WHERE ASSET-TAG = :ASTTAGI
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              IF WS-SQL-RETURN-NORMAL
                 MOVE ASTTYPI TO WS-AST-TYPE
                 MOVE ASTDSCI TO WS-AST-DESC
                 MOVE ASTVALI TO WS-AST-VALUE
                 PERFORM SHOW-ASSET-PARA
                 MOVE 'ASSET UPDATED' TO MSGLINO
              ELSE
                 MOVE 'DB2 ERROR OCCURED IN UPDATE' TO MSGLINO
                 MOVE 'CHANGE-ASSET-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE ASTTAGI TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
              END-IF
           END-IF.

      ***************************************************
      *    Only an asset in store goes out, and only to an active
      *    employee. The issue date defaults to today; the
      *    condition it leaves in is N new, G good, F fair or
      *    D damaged.
       ISSUE-ASSET-PARA.
           IF ISSDTI = SPACES
              MOVE WS-TODAY TO ISSDTI
           END-IF.
           MOVE ISSDTI TO WS-DATE-CHK.
           PERFORM CHECK-DATE-PARA.
           MOVE CONDI TO WS-COND-CHK.
           MOVE 'N' TO WS-EMPVAL.
           IF EMPCDI NOT = SPACES
              PERFORM FETCH-EMPLOYEE-PARA
           END-IF.
           EVALUATE TRUE
              WHEN WS-AST-STATUS NOT = 'S'
                 PERFORM SHOW-ASSET-PARA
                 MOVE 'ASSET IS NOT IN STORE - CANNOT ISSUE'
                      TO MSGLINO
              WHEN EMPCDI = SPACES
                 MOVE 'ENTER EMPLOYEE ID TO ISSUE TO' TO MSGLINO
                 MOVE -1 TO EMPCDL
              WHEN NOT EMP-EXIST
                 CONTINUE
              WHEN WS-EMP-STATUS NOT = 'A'
                 MOVE 'EMPLOYEE IS NOT ACTIVE - CANNOT ISSUE'
                      TO MSGLINO
                 MOVE -1 TO EMPCDL
              WHEN DATE-INVALID
                 MOVE 'ISSUE DATE MUST BE A VALID YYYY-MM-DD'
                      TO MSGLINO
                 MOVE -1 TO ISSDTL
              WHEN ISSDTI > WS-TODAY
                 MOVE 'ISSUE DATE CANNOT BE IN THE FUTURE' TO MSGLINO
                 MOVE -1 TO ISSDTL
              WHEN NOT VALID-CONDITION
                 MOVE 'CONDITION - N NEW/G GOOD/F FAIR/D DAMAGED'
                      TO MSGLINO
                 MOVE -1 TO CONDL
              WHEN OTHER
                 PERFORM INSERT-ISSUE-PARA
                 IF UPD-OK
                    PERFORM MARK-ISSUED-PARA
                 END-IF
           END-EVALUATE.

      ***************************************************
       INSERT-ISSUE-PARA.
           MOVE 'N' TO WS-UPDVAL.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-TS.
           EXEC SQL
               INSERT INTO ASSET_ISSUE
                   (ASSET-TAG, EMPID, ISSUE-DT, ISSUE-COND,
                    RETURN-DT, RETURN-COND, ISSUE-STATUS,
                    WRITEOFF-AMT, RECOVERED, ISSUED-BY, ISSUED-TS)
                   VALUES (:ASTTAGI, :EMPCDI, :ISSDTI, :CONDI,
                           ' ', ' ', 'O', 0, 'N',
                           :EIBUSERID, :WS-STAMP-TS)
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'Y' TO WS-UPDVAL
              WHEN WS-SQL-RETURN-DUPKEY
                 MOVE 'ASSET ALREADY ISSUED TO EMPLOYEE ON THAT DATE'
                      TO MSGLINO
                 MOVE -1 TO ISSDTL
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED IN INSERT' TO MSGLINO
                 MOVE 'INSERT-ISSUE-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE ASTTAGI TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.

      ***************************************************
      *    An employee whose exit checklist is already raised (a
      *    resignation being worked out) gets the new asset added
      *    to it straight away, so it cannot slip past clearance.
       MARK-ISSUED-PARA.
           EXEC SQL
               UPDATE ASSET
                   SET ASSET-STATUS = 'I',
                       HELD-BY      = :EMPCDI,
                       ISSUE-DT     = :ISSDTI
                   WHERE ASSET-TAG = :ASTTAGI
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              MOVE 'I'         TO WS-AST-STATUS
              MOVE EMPCDI      TO WS-AST-HELDBY
              MOVE ISSDTI      TO WS-AST-ISSDT
              MOVE WS-EMP-NAME TO EMPNMO
              MOVE 'I'         TO ASTSTSO
              STRING 'ASSET ISSUED TO ' WS-EMP-NAME
                  DELIMITED BY SIZE INTO MSGLINO
              PERFORM COUNT-CHECKLIST-PARA
              IF WS-CLR-TOTAL > 0
                 PERFORM RAISE-CLEARANCE-ITEM-PARA
              END-IF
           ELSE
              MOVE 'DB2 ERROR OCCURED IN UPDATE' TO MSGLINO
              MOVE 'MARK-ISSUED-PARA' TO WS-SQLERR-PARAGRAPH
              MOVE ASTTAGI TO WS-SQLERR-KEY
              PERFORM LOG-SQL-ERROR-PARA
           END-IF.

      ***************************************************
        COUNT-CHECKLIST-PARA.
           MOVE ZERO TO WS-CLR-TOTAL.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-CLR-TOTAL
                   FROM CLEARANCE_ITEM
                   WHERE EMPID = :EMPCDI
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE ZERO TO WS-CLR-TOTAL
           END-IF.

      ***************************************************
      *    Same item shape CLRMANT's RAISE-ITEMS-PARA writes for a
      *    held asset - the asset tag is the item code.
        RAISE-CLEARANCE-ITEM-PARA.
           MOVE SPACES TO WS-ITEMDS.
           STRING 'RETURN ' WS-AST-DESC DELIMITED BY SIZE
               INTO WS-ITEMDS
           END-STRING.
           EXEC SQL
               INSERT INTO CLEARANCE_ITEM
                   (EMPID, ITEM-CODE, ITEM-DESC, CLEAR-FLAG)
                   VALUES (:EMPCDI, :ASTTAGI, :WS-ITEMDS, 'N')
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              AND NOT WS-SQL-RETURN-DUPKEY
              MOVE 'RAISE-CLEARANCE-ITEM-PARA' TO WS-SQLERR-PARAGRAPH
              MOVE EMPCDI TO WS-SQLERR-KEY
              PERFORM LOG-SQL-ERROR-PARA
           END-IF.

      ***************************************************
      *    The return is always from the current holder; it closes
      *    the open issue with the date and condition it came back
      *    in and puts the asset back in store.
       RETURN-ASSET-PARA.
           PERFORM SHOW-ASSET-PARA.
           IF RETDTI = SPACES
              MOVE WS-TODAY TO RETDTI
           END-IF.
           MOVE RETDTI TO WS-DATE-CHK.
           PERFORM CHECK-DATE-PARA.
           MOVE CONDI TO WS-COND-CHK.
           EVALUATE TRUE
              WHEN WS-AST-STATUS NOT = 'I'
                 MOVE 'ASSET IS NOT ISSUED - NOTHING TO RETURN'
                      TO MSGLINO
              WHEN DATE-INVALID
                 MOVE 'RETURN DATE MUST BE A VALID YYYY-MM-DD'
                      TO MSGLINO
                 MOVE -1 TO RETDTL
              WHEN RETDTI < WS-AST-ISSDT OR RETDTI > WS-TODAY
                 MOVE 'RETURN DATE MUST BE ISSUE DATE TO TODAY'
                      TO MSGLINO
                 MOVE -1 TO RETDTL
              WHEN NOT VALID-CONDITION
                 MOVE 'CONDITION - N NEW/G GOOD/F FAIR/D DAMAGED'
                      TO MSGLINO
                 MOVE -1 TO CONDL
              WHEN OTHER
                 MOVE 'R' TO WS-AST-STATUS
                 PERFORM CLOSE-ISSUE-PARA
                 IF UPD-OK
                    PERFORM MARK-RETURNED-PARA
                 END-IF
           END-EVALUATE.

      ***************************************************
      *    Closes the holder's open issue row - 'R' returned with
      *    the condition keyed, or 'W' written off at WS-WO-AMT.
      *    WS-AST-STATUS carries which on the way in.
       CLOSE-ISSUE-PARA.
           MOVE 'N' TO WS-UPDVAL.
           IF WS-AST-STATUS = 'R'
              MOVE ZEROES TO WS-WO-AMT
           ELSE
              MOVE SPACE TO CONDI
           END-IF.
           EXEC SQL
               UPDATE ASSET_ISSUE
                   SET ISSUE-STATUS = :WS-AST-STATUS,
                       RETURN-DT    = :RETDTI,
                       RETURN-COND  = :CONDI,
                       WRITEOFF-AMT = :WS-WO-AMT
                   WHERE ASSET-TAG = :ASTTAGI
                     AND EMPID = :WS-AST-HELDBY
                     AND ISSUE-STATUS = 'O'
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              MOVE 'Y' TO WS-UPDVAL
           ELSE
              MOVE 'DB2 ERROR OCCURED IN UPDATE' TO MSGLINO
              MOVE 'CLOSE-ISSUE-PARA' TO WS-SQLERR-PARAGRAPH
              MOVE ASTTAGI TO WS-SQLERR-KEY
              PERFORM LOG-SQL-ERROR-PARA
           END-IF.

      ***************************************************
       MARK-RETURNED-PARA.
           EXEC SQL
               UPDATE ASSET
                   SET ASSET-STATUS = 'S',
                       HELD-BY      = ' ',
                       ISSUE-DT     = ' '
                   WHERE ASSET-TAG = :ASTTAGI
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              PERFORM CLEAR-CLEARANCE-ITEM-PARA
              MOVE 'S'    TO ASTSTSO
              MOVE SPACES TO EMPCDO EMPNMO ISSDTO
              MOVE 'ASSET RETURNED TO STORE' TO MSGLINO
           ELSE
              MOVE 'DB2 ERROR OCCURED IN UPDATE' TO MSGLINO
              MOVE 'MARK-RETURNED-PARA' TO WS-SQLERR-PARAGRAPH
              MOVE ASTTAGI TO WS-SQLERR-KEY
              PERFORM LOG-SQL-ERROR-PARA
           END-IF.

      ***************************************************
      *    The leaver's clearance item for this asset, if one was
      *    raised, is signed off by the return or write-off itself.
        CLEAR-CLEARANCE-ITEM-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-TS.
           EXEC SQL
               UPDATE CLEARANCE_ITEM
                   SET CLEAR-FLAG = 'Y',
                       CLEARED-BY = :EIBUSERID,
                       CLEARED-TS = :WS-STAMP-TS
                   WHERE EMPID = :WS-AST-HELDBY
                     AND ITEM-CODE = :ASTTAGI
                     AND CLEAR-FLAG NOT = 'Y'
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              AND NOT WS-SQL-RETURN-NO-ENTRY
              MOVE 'CLEAR-CLEARANCE-ITEM-PARA' TO WS-SQLERR-PARAGRAPH
              MOVE ASTTAGI TO WS-SQLERR-KEY
              PERFORM LOG-SQL-ERROR-PARA
           END-IF.

      ***************************************************
      *    Only a leaver's unreturned asset is written off - the
      *    holder is terminated or working out an agreed
      *    resignation - and only before finalset has settled
      *    them, since the recovery rides on the settlement.
       WRITE-OFF-ASSET-PARA.
           PERFORM SHOW-ASSET-PARA.
           MOVE ZERO TO WS-RESG-COUNT.
           IF WS-AST-STATUS = 'I' AND WS-EMP-STATUS NOT = 'I'
              PERFORM COUNT-RESIGNATION-PARA
           END-IF.
           IF WOAMTI IS NUMERIC AND WOAMTI > ZERO
              MOVE WOAMTI TO WS-WO-AMT
           ELSE
              MOVE WS-AST-VALUE TO WS-WO-AMT
           END-IF.
           EVALUATE TRUE
              WHEN WS-AST-STATUS NOT = 'I'
                 MOVE 'ASSET IS NOT ISSUED - NOTHING TO WRITE OFF'
                      TO MSGLINO
              WHEN WS-EMP-STATUS NOT = 'I' AND WS-RESG-COUNT = 0
                 MOVE 'HOLDER IS NOT A LEAVER - CANNOT WRITE OFF'
                      TO MSGLINO
              WHEN WS-EMP-SETTLED = 'Y'
                 MOVE 'LEAVER ALREADY SETTLED - CANNOT WRITE OFF'
                      TO MSGLINO
              WHEN OTHER
                 MOVE WS-TODAY TO RETDTI
                 MOVE 'W' TO WS-AST-STATUS
                 PERFORM CLOSE-ISSUE-PARA
                 IF UPD-OK
                    PERFORM MARK-WRITTEN-OFF-PARA
                 END-IF
           END-EVALUATE.

      ***************************************************
        COUNT-RESIGNATION-PARA.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-RESG-COUNT
                   FROM RESIGNATION
                   WHERE EMPID = :WS-AST-HELDBY
                     AND RES-STATUS = 'A'
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE ZERO TO WS-RESG-COUNT
           END-IF.

      ***************************************************
      *    HELD-BY stays on the written-off asset as the record of
      *    who lost it.
       MARK-WRITTEN-OFF-PARA.
           EXEC SQL
               UPDATE ASSET
                   SET ASSET-STATUS = 'W'
                   WHERE ASSET-TAG = :ASTTAGI
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              PERFORM CLEAR-CLEARANCE-ITEM-PARA
              MOVE 'W'       TO ASTSTSO
              MOVE WS-WO-AMT TO WOAMTO
              MOVE 'WRITTEN OFF - FINALSET WILL RECOVER THE VALUE'
                   TO MSGLINO
           ELSE
              MOVE 'DB2 ERROR OCCURED IN UPDATE' TO MSGLINO
              MOVE 'MARK-WRITTEN-OFF-PARA' TO WS-SQLERR-PARAGRAPH
              MOVE ASTTAGI TO WS-SQLERR-KEY
              PERFORM LOG-SQL-ERROR-PARA
           END-IF.

      ***************************************************
      *    Record the in-flight action on PF3 (the EIBCALEN/
      *    commarea the operator was about to continue with) so an
      *    abandoned asset entry is distinguishable from a
      *    completed one - same MAINTENANCE_ABANDON_LOG convention
      *    as the other maintenance screens.
       LOG-ABANDONED-SESSION-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-ABANDON-TS.

           EXEC SQL
               INSERT INTO MAINTENANCE_ABANDON_LOG
                   (PROGRAM-NAME, IN-PROGRESS-ACTION,
                    IN-PROGRESS-PROCESS, ENTRY-COUNT,
                    ABANDONED-BY, ABANDONED-TERM, ABANDONED-TS)
                   VALUES ('ASTMANT', :ACTION, :PROCESS,
                           :ENTRYT, :EIBUSERID, :EIBTRMID,
                           :WS-ABANDON-TS)
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
                   VALUES ('ASTMANT', :WS-SQLERR-PARAGRAPH,
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
                   VALUES ('ASTM', 'ASTMANT', :EIBUSERID,
                           :WS-ACTV-TS)
           END-EXEC.
