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
      *    Workplace incident and injury register - one INCIDENT row
      *    per incident number carrying the incident date, the
      *    LOCATION it happened at, a description and whether (and
      *    when, under what reference) it was reported to the
      *    authorities. Each employee involved is an INCIDENT_PERSON
      *    row with the injury classification - NM near miss, FA
      *    first aid, MT medical treatment, LT lost time, FT
      *    fatality. Lost time is keyed as a FROM/TO period: the
      *    calendar days are posted to the employee's leave records
      *    as leave type 'I' (injury) - an approved LEAVE_REQUEST,
      *    LEAVETKN on the type 'I' LEAVE row and a LEAVE_LEDGER row
      *    - so absence reporting sees it and payrun never docks it.
      *    Actions: A add incident, C change incident, R record the
      *    report to the authority, E add an employee involved,
      *    L lost time, I inquire. saferpt.cbl reports the
      *    register monthly and year-to-date by location.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCMANT.
       AUTHOR. ATOS SYNTEL.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      ***************************************************
       WORKING-STORAGE SECTION.

       01  PROGRAM-DESC                PIC X(20) VALUE
                                          'INCIDENT REGISTER'.

       01  WS-TEMP.
           05 WS-MSG                   PIC X(50).
           05 WS-EMP-NAME              PIC X(30).
           05 WS-LOC-COUNT             PIC 9(04).
           05 WS-TODAY                 PIC X(10).
           05 WS-CURDATE               PIC X(08).
           05 WS-DATE-CHK              PIC X(10).
           05 WS-DATE-WORK             PIC 9(08).
           05 WS-FROM-INT              PIC 9(09) COMP.
           05 WS-TO-INT                PIC 9(09) COMP.
           05 WS-LOST-DAYS             PIC 9(03).
           05 WS-INC-DT                PIC X(10).
           05 WS-INC-LOC               PIC X(05).
           05 WS-INC-DESC              PIC X(40).
           05 WS-INC-RPTFLG            PIC X(01).
           05 WS-INC-RPTDT             PIC X(10).
           05 WS-INC-RPTREF            PIC X(15).
           05 WS-PER-CLASS             PIC X(02).
           05 WS-PER-LOST              PIC 9(03).
           05 WS-LED-TKN-DELTA         PIC S9(03).
           05 WS-LED-TS                PIC X(21).
           05 WS-STAMP-TS              PIC X(21).
           05 WS-ABANDON-TS            PIC X(21).
           05 WS-SQLERR-TS             PIC X(21).
           05 WS-SQLERR-PARAGRAPH      PIC X(30).
           05 WS-SQLERR-KEY            PIC X(30).

       01  WS-SWITCHES.
           05  WS-ACT                      PIC X(1).
               88  VALID-ACTION                     VALUE 'Y'.
           05  WS-INCVAL                   PIC X(1).
               88  INC-EXIST                        VALUE 'F'.
               88  INC-NOTFND                       VALUE 'N'.
               88  INC-DBERR                        VALUE 'E'.
           05  WS-EMPVAL                   PIC X(1).
               88  EMP-EXIST                        VALUE 'F'.
               88  EMP-NOTFND                       VALUE 'N'.
           05  WS-PERVAL                   PIC X(1).
               88  PER-EXIST                        VALUE 'F'.
               88  PER-NOTFND                       VALUE 'N'.
           05  WS-DATEVAL                  PIC X(1).
               88  DATE-VALID                       VALUE 'Y'.
               88  DATE-INVALID                     VALUE 'N'.
           05  WS-UPDVAL                   PIC X(1).
               88  UPD-OK                           VALUE 'Y'.
               88  UPD-FAILED                       VALUE 'N'.
           05  WS-INJCLS-CHK               PIC X(2).
               88  VALID-INJURY-CLASS               VALUE 'NM' 'FA'
                                                          'MT' 'LT'
                                                          'FT'.

       01  WS-COMMAREA.
           05 WS-INCNO                 PIC X(08) VALUE SPACES.
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

           COPY INCSET.
      ***************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           05 INCNO                    PIC X(08).
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
              MOVE 'EXIT FROM INCIDENT REGISTER' TO WS-MSG
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
               INITIALIZE INCMNTI
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
              EXEC CICS SEND MAP('INCMNT')
                MAPSET('INCSET')
                FROM(INCMNTO)
                ERASE
                CURSOR
              END-EXEC
           ELSE
              EXEC CICS SEND MAP('INCMNT')
                MAPSET('INCSET')
                FROM(INCMNTO)
                DATAONLY
                CURSOR
              END-EXEC
           END-IF.
           EXEC CICS RETURN TRANSID('INCM')
               COMMAREA(WS-COMMAREA)
               LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

      ***************************************************
       RECEIVE-MAP-PARA.
           EXEC CICS RECEIVE MAP('INCMNT')
                MAPSET('INCSET')
                INTO(INCMNTI)
           END-EXEC.

      ***************************************************
       VALIDATE-ACTION-PARA.

           IF ACTIONI NOT = 'A' AND ACTIONI NOT = 'C'
              AND ACTIONI NOT = 'R' AND ACTIONI NOT = 'E'
              AND ACTIONI NOT = 'L' AND ACTIONI NOT = 'I'
               MOVE 'VALID - A ADD/C CHG/R REPORT/E EMP/L LOST/I'
                 TO MSGLINO
               MOVE 'ACTION' TO WS-PROCESS
               MOVE 'N' TO WS-ACT
            ELSE
               IF WS-ACTION NOT = ACTIONI
                  MOVE 'ENTER INCIDENT NUMBER'
                      TO MSGLINO
                  MOVE ACTIONI TO WS-ACTION
               END-IF
               MOVE 'Y' TO WS-ACT
           END-IF.

      ***************************************************
       PROCESS-PARA.

           IF INCNOI = SPACES
              MOVE 'INCIDENT NUMBER IS REQUIRED' TO MSGLINO
              MOVE -1 TO INCNOL
           ELSE
              MOVE INCNOI TO WS-INCNO
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURDATE
              MOVE SPACES TO WS-TODAY
              STRING WS-CURDATE(1:4) '-' WS-CURDATE(5:2) '-'
                     WS-CURDATE(7:2) DELIMITED BY SIZE
                  INTO WS-TODAY
              END-STRING
              PERFORM FETCH-INCIDENT-PARA
              EVALUATE TRUE
                 WHEN INC-DBERR
                    CONTINUE
                 WHEN ACTIONI = 'A'
                    PERFORM ADD-INCIDENT-PARA
                 WHEN INC-NOTFND
                    MOVE 'INCIDENT NUMBER NOT ON REGISTER' TO MSGLINO
                    MOVE -1 TO INCNOL
                 WHEN ACTIONI = 'C'
                    PERFORM CHANGE-INCIDENT-PARA
                 WHEN ACTIONI = 'R'
                    PERFORM REPORT-INCIDENT-PARA
                 WHEN ACTIONI = 'E'
                    PERFORM ADD-PERSON-PARA
                 WHEN ACTIONI = 'L'
                    PERFORM LOST-TIME-PARA
                 WHEN ACTIONI = 'I'
                    PERFORM INQUIRE-INCIDENT-PARA
              END-EVALUATE
           END-IF.

      ***************************************************
       FETCH-INCIDENT-PARA.
           MOVE SPACES TO WS-INC-DT WS-INC-LOC WS-INC-DESC
                          WS-INC-RPTFLG WS-INC-RPTDT WS-INC-RPTREF.
           EXEC SQL
               SELECT INCIDENT-DT, LOCATION, INC-DESC, REPORTED,
                      REPORTED-DT, AUTHORITY-REF
                   INTO :WS-INC-DT, :WS-INC-LOC, :WS-INC-DESC,
                        :WS-INC-RPTFLG, :WS-INC-RPTDT,
                        :WS-INC-RPTREF
                   FROM INCIDENT
                   WHERE INCIDENT-NO = :INCNOI
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-INCVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-INCVAL
              WHEN OTHER
                 MOVE 'E' TO WS-INCVAL
                 MOVE 'DB2 ERROR OCCURED IN SELECT' TO MSGLINO
                 MOVE 'FETCH-INCIDENT-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE INCNOI TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.

      ***************************************************
       SHOW-INCIDENT-PARA.
           MOVE WS-INC-DT     TO INCDTO.
           MOVE WS-INC-LOC    TO LOCO.
           MOVE WS-INC-DESC   TO DESCO.
           MOVE WS-INC-RPTFLG TO RPTFLGO.
           MOVE WS-INC-RPTDT  TO RPTDTO.
           MOVE WS-INC-RPTREF TO RPTREFO.

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
      *    The location must be one LOCMANT maintains, so the
      *    safety report's per-location rates have a headcount to
      *    divide by.
       CHECK-LOCATION-PARA.
           MOVE ZERO TO WS-LOC-COUNT.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-LOC-COUNT
                   FROM LOCATION
                   WHERE LOCCODE = :LOCI
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE ZERO TO WS-LOC-COUNT
           END-IF.

      ***************************************************
      *    Incident date, location and description are shared by
      *    add and change; the date may not be in the future.
       CHECK-INCIDENT-PARA.
           MOVE 'N' TO WS-UPDVAL.
           MOVE INCDTI TO WS-DATE-CHK.
           PERFORM CHECK-DATE-PARA.
           PERFORM CHECK-LOCATION-PARA.
           EVALUATE TRUE
              WHEN INCDTI = SPACES OR DATE-INVALID
                 MOVE 'INCIDENT DATE MUST BE A VALID YYYY-MM-DD'
                      TO MSGLINO
                 MOVE -1 TO INCDTL
              WHEN INCDTI > WS-TODAY
                 MOVE 'INCIDENT DATE CANNOT BE IN THE FUTURE'
                      TO MSGLINO
                 MOVE -1 TO INCDTL
              WHEN WS-LOC-COUNT = ZERO
                 MOVE 'LOCATION CODE DOES NOT EXIST' TO MSGLINO
                 MOVE -1 TO LOCL
              WHEN DESCI = SPACES
                 MOVE 'ENTER INCIDENT DESCRIPTION' TO MSGLINO
                 MOVE -1 TO DESCL
              WHEN OTHER
                 MOVE 'Y' TO WS-UPDVAL
           END-EVALUATE.

      ***************************************************
       ADD-INCIDENT-PARA.
           IF INC-EXIST
              PERFORM SHOW-INCIDENT-PARA
              MOVE 'INCIDENT NUMBER ALREADY EXISTS, ENTER NEW NUMBER'
                   TO MSGLINO
              MOVE -1 TO INCNOL
           ELSE
              PERFORM CHECK-INCIDENT-PARA
              IF UPD-OK
                 PERFORM INSERT-INCIDENT-PARA
              END-IF
           END-IF.

      ***************************************************
       INSERT-INCIDENT-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-TS.
           EXEC SQL
               INSERT INTO INCIDENT
                   (INCIDENT-NO, INCIDENT-DT, LOCATION, INC-DESC,
                    REPORTED, REPORTED-DT, AUTHORITY-REF,
                    ENTERED-BY, ENTERED-TS)
                   VALUES (:INCNOI, :INCDTI, :LOCI, :DESCI,
                           'N', ' ', ' ', :EIBUSERID, :WS-STAMP-TS)
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'N' TO RPTFLGO
                 MOVE 'INCIDENT RECORDED - ADD EMPLOYEES WITH E'
                      TO MSGLINO
              WHEN WS-SQL-RETURN-DUPKEY
                 MOVE 'INCIDENT NUMBER ALREADY EXISTS, ENTER NEW NUMBER'
                      TO MSGLINO
                 MOVE -1 TO INCNOL
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED IN INSERT' TO MSGLINO
                 MOVE 'INSERT-INCIDENT-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE INCNOI TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.

      ***************************************************
      *    Blank fields on a change keep what is on file, so a
      *    correction to the description alone needs nothing else
      *    re-keyed.
       CHANGE-INCIDENT-PARA.
           IF INCDTI = SPACES
              MOVE WS-INC-DT TO INCDTI
           END-IF.
           IF LOCI = SPACES
              MOVE WS-INC-LOC TO LOCI
           END-IF.
           IF DESCI = SPACES
              MOVE WS-INC-DESC TO DESCI
           END-IF.
           PERFORM CHECK-INCIDENT-PARA.
           IF UPD-OK
              EXEC SQL
                  UPDATE INCIDENT
                      SET INCIDENT-DT = :INCDTI,
                          LOCATION    = :LOCI,
                          INC-DESC    = :DESCI
                      WHERE INCIDENT-NO = :INCNOI
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              IF WS-SQL-RETURN-NORMAL
                 MOVE INCDTI TO WS-INC-DT
                 MOVE LOCI   TO WS-INC-LOC
                 MOVE DESCI  TO WS-INC-DESC
                 PERFORM SHOW-INCIDENT-PARA
                 MOVE 'INCIDENT UPDATED' TO MSGLINO
              ELSE
                 MOVE 'DB2 ERROR OCCURED IN UPDATE' TO MSGLINO
                 MOVE 'CHANGE-INCIDENT-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE INCNOI TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
              END-IF
           END-IF.

      ***************************************************
      *    The date the authority was notified and its reference;
      *    the report cannot predate the incident.
       REPORT-INCIDENT-PARA.
           PERFORM SHOW-INCIDENT-PARA.
           IF RPTDTI = SPACES
              MOVE WS-TODAY TO RPTDTI
           END-IF.
           MOVE RPTDTI TO WS-DATE-CHK.
           PERFORM CHECK-DATE-PARA.
           EVALUATE TRUE
              WHEN DATE-INVALID
                 MOVE 'REPORT DATE MUST BE A VALID YYYY-MM-DD'
                      TO MSGLINO
                 MOVE -1 TO RPTDTL
              WHEN RPTDTI < WS-INC-DT OR RPTDTI > WS-TODAY
                 MOVE 'REPORT DATE MUST BE INCIDENT DATE TO TODAY'
                      TO MSGLINO
                 MOVE -1 TO RPTDTL
              WHEN RPTREFI = SPACES
                 MOVE 'ENTER AUTHORITY REFERENCE' TO MSGLINO
                 MOVE -1 TO RPTREFL
              WHEN OTHER
                 EXEC SQL
                     UPDATE INCIDENT
                         SET REPORTED      = 'Y',
                             REPORTED-DT   = :RPTDTI,
                             AUTHORITY-REF = :RPTREFI
                         WHERE INCIDENT-NO = :INCNOI
                 END-EXEC
                 MOVE SQLCODE TO WS-SQLCODE
                 IF WS-SQL-RETURN-NORMAL
                    MOVE 'Y' TO RPTFLGO
                    MOVE 'REPORT TO AUTHORITY RECORDED' TO MSGLINO
                 ELSE
                    MOVE 'DB2 ERROR OCCURED IN UPDATE' TO MSGLINO
                    MOVE 'REPORT-INCIDENT-PARA' TO WS-SQLERR-PARAGRAPH
                    MOVE INCNOI TO WS-SQLERR-KEY
                    PERFORM LOG-SQL-ERROR-PARA
                 END-IF
           END-EVALUATE.

      ***************************************************
       FETCH-EMPLOYEE-PARA.
           MOVE SPACES TO WS-EMP-NAME.
           EXEC SQL
               SELECT EMPNAME
                   INTO :WS-EMP-NAME
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
       FETCH-PERSON-PARA.
           MOVE SPACES TO WS-PER-CLASS.
           MOVE ZEROES TO WS-PER-LOST.
           EXEC SQL
               SELECT INJURY-CLASS, LOST-DAYS
                   INTO :WS-PER-CLASS, :WS-PER-LOST
                   FROM INCIDENT_PERSON
                   WHERE INCIDENT-NO = :INCNOI
                     AND EMPID = :EMPCDI
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-PERVAL
                 MOVE WS-PER-CLASS TO INJCLSO
                 MOVE WS-PER-LOST  TO LOSTDYO
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-PERVAL
              WHEN OTHER
                 MOVE 'N' TO WS-PERVAL
                 MOVE 'DB2 ERROR OCCURED IN SELECT' TO MSGLINO
                 MOVE 'FETCH-PERSON-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE EMPCDI TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.

      ***************************************************
      *    An employee already on the incident has the
      *    classification corrected instead of a second row.
       ADD-PERSON-PARA.
           PERFORM SHOW-INCIDENT-PARA.
           MOVE INJCLSI TO WS-INJCLS-CHK.
           EVALUATE TRUE
              WHEN EMPCDI = SPACES
                 MOVE 'ENTER EMPLOYEE ID' TO MSGLINO
                 MOVE -1 TO EMPCDL
              WHEN NOT VALID-INJURY-CLASS
                 MOVE 'INJURY CLASS - NM/FA/MT/LT/FT' TO MSGLINO
                 MOVE -1 TO INJCLSL
              WHEN OTHER
                 PERFORM FETCH-EMPLOYEE-PARA
                 IF EMP-EXIST
                    PERFORM FETCH-PERSON-PARA
                    IF PER-EXIST
                       PERFORM UPDATE-PERSON-CLASS-PARA
                    ELSE
                       PERFORM INSERT-PERSON-PARA
                    END-IF
                 END-IF
           END-EVALUATE.

      ***************************************************
       INSERT-PERSON-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-TS.
           EXEC SQL
               INSERT INTO INCIDENT_PERSON
                   (INCIDENT-NO, EMPID, INJURY-CLASS, LOST-DAYS,
                    ENTERED-BY, ENTERED-TS)
                   VALUES (:INCNOI, :EMPCDI, :INJCLSI, 0,
                           :EIBUSERID, :WS-STAMP-TS)
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              MOVE ZERO TO LOSTDYO
              STRING 'EMPLOYEE ADDED - ' WS-EMP-NAME
                  DELIMITED BY SIZE INTO MSGLINO
           ELSE
              MOVE 'DB2 ERROR OCCURED IN INSERT' TO MSGLINO
              MOVE 'INSERT-PERSON-PARA' TO WS-SQLERR-PARAGRAPH
              MOVE EMPCDI TO WS-SQLERR-KEY
              PERFORM LOG-SQL-ERROR-PARA
           END-IF.

      ***************************************************
       UPDATE-PERSON-CLASS-PARA.
           EXEC SQL
               UPDATE INCIDENT_PERSON
                   SET INJURY-CLASS = :INJCLSI
                   WHERE INCIDENT-NO = :INCNOI
                     AND EMPID = :EMPCDI
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              MOVE INJCLSI TO INJCLSO
              MOVE 'INJURY CLASSIFICATION UPDATED' TO MSGLINO
           ELSE
              MOVE 'DB2 ERROR OCCURED IN UPDATE' TO MSGLINO
              MOVE 'UPDATE-PERSON-CLASS-PARA' TO WS-SQLERR-PARAGRAPH
              MOVE EMPCDI TO WS-SQLERR-KEY
              PERFORM LOG-SQL-ERROR-PARA
           END-IF.

      ***************************************************
      *    Lost time counts calendar days FROM..TO inclusive - the
      *    injured employee is off work every day of the period,
      *    weekends included, as the statutory return counts them.
      *    A period already keyed for the same start date is
      *    rejected by INCIDENT_LOST_TIME's key before any leave is
      *    posted.
       LOST-TIME-PARA.
           PERFORM SHOW-INCIDENT-PARA.
           MOVE 'N' TO WS-PERVAL.
           IF EMPCDI = SPACES
              MOVE 'ENTER EMPLOYEE ID' TO MSGLINO
              MOVE -1 TO EMPCDL
           ELSE
              PERFORM FETCH-PERSON-PARA
              IF NOT PER-EXIST
                 MOVE 'EMPLOYEE NOT ON THIS INCIDENT - ADD WITH E'
                      TO MSGLINO
                 MOVE -1 TO EMPCDL
              ELSE
                 PERFORM CHECK-LOST-PERIOD-PARA
              END-IF
           END-IF.

      ***************************************************
       CHECK-LOST-PERIOD-PARA.
           MOVE TODTI TO WS-DATE-CHK.
           PERFORM CHECK-DATE-PARA.
           IF DATE-VALID
              COMPUTE WS-TO-INT =
                  FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
              MOVE FROMDTI TO WS-DATE-CHK
              PERFORM CHECK-DATE-PARA
           END-IF.
           EVALUATE TRUE
              WHEN FROMDTI = SPACES OR TODTI = SPACES
                 OR DATE-INVALID
                 MOVE 'FROM/TO DATES MUST BE VALID YYYY-MM-DD'
                      TO MSGLINO
                 MOVE -1 TO FROMDTL
              WHEN FROMDTI < WS-INC-DT
                 MOVE 'LOST TIME CANNOT START BEFORE THE INCIDENT'
                      TO MSGLINO
                 MOVE -1 TO FROMDTL
              WHEN TODTI < FROMDTI
                 MOVE 'TO DATE CANNOT BE BEFORE FROM DATE' TO MSGLINO
                 MOVE -1 TO TODTL
              WHEN OTHER
                 COMPUTE WS-FROM-INT =
                     FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
                 COMPUTE WS-LOST-DAYS = WS-TO-INT - WS-FROM-INT + 1
                 PERFORM INSERT-LOST-TIME-PARA
                 IF UPD-OK
                    PERFORM INSERT-INJURY-LEAVE-PARA
                 END-IF
                 IF UPD-OK
                    PERFORM POST-INJURY-LEAVE-PARA
                 END-IF
                 IF UPD-OK
                    PERFORM UPDATE-PERSON-LOST-PARA
                 END-IF
           END-EVALUATE.

      ***************************************************
       INSERT-LOST-TIME-PARA.
           MOVE 'N' TO WS-UPDVAL.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-TS.
           EXEC SQL
               INSERT INTO INCIDENT_LOST_TIME
                   (INCIDENT-NO, EMPID, FROM-DATE, TO-DATE,
                    LOST-DAYS, ENTERED-BY, ENTERED-TS)
                   VALUES (:INCNOI, :EMPCDI, :FROMDTI, :TODTI,
                           :WS-LOST-DAYS, :EIBUSERID, :WS-STAMP-TS)
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'Y' TO WS-UPDVAL
              WHEN WS-SQL-RETURN-DUPKEY
                 MOVE 'LOST TIME ALREADY RECORDED FROM THAT DATE'
                      TO MSGLINO
                 MOVE -1 TO FROMDTL
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED IN INSERT' TO MSGLINO
                 MOVE 'INSERT-LOST-TIME-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE EMPCDI TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.

      ***************************************************
      *    The absence goes on the employee's leave requests already
      *    approved - it is not the manager's to refuse - so TEAMCAL
      *    and the absence reports show it like any other leave.
       INSERT-INJURY-LEAVE-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-TS.
           EXEC SQL
               INSERT INTO LEAVE_REQUEST
                   (EMPID, FROM-DATE, TO-DATE, LEAVE-TYPE,
                    LEAVE-DAYS, REQ-STATUS, REQUESTED-TS)
                   VALUES (:EMPCDI, :FROMDTI, :TODTI, 'I',
                           :WS-LOST-DAYS, 'A', :WS-STAMP-TS)
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 CONTINUE
              WHEN WS-SQL-RETURN-DUPKEY
                 MOVE 'N' TO WS-UPDVAL
                 MOVE 'LEAVE ALREADY REQUESTED FROM THAT DATE'
                      TO MSGLINO
                 MOVE -1 TO FROMDTL
              WHEN OTHER
                 MOVE 'N' TO WS-UPDVAL
                 MOVE 'DB2 ERROR OCCURED IN INSERT' TO MSGLINO
                 MOVE 'INSERT-INJURY-LEAVE-PARA' TO WS-SQLERR-PARAGRAPH
                 MOVE EMPCDI TO WS-SQLERR-KEY
                 PERFORM LOG-SQL-ERROR-PARA
           END-EVALUATE.

      ***************************************************
      *    Injury leave has no entitlement - the type 'I' LEAVE row
      *    is raised at zero balance the first time it is needed
      *    and only LEAVETKN moves. payrun docks only 'E' and 'C'
      *    overdrafts, so the absence is never charged.
       POST-INJURY-LEAVE-PARA.
           EXEC SQL
               UPDATE LEAVE
                   SET LEAVETKN = LEAVETKN + :WS-LOST-DAYS
                   WHERE EMPID = :EMPCDI
                     AND LEAVE-TYPE = 'I'
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NO-ENTRY
              EXEC SQL
                  INSERT INTO LEAVE (EMPID, LEAVE-TYPE,
                      LEAVEBAL, LEAVETKN)
                      VALUES (:EMPCDI, 'I', 0, :WS-LOST-DAYS)
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
           END-IF.
           IF WS-SQL-RETURN-NORMAL
              PERFORM WRITE-LEAVE-LEDGER-PARA
           ELSE
              MOVE 'N' TO WS-UPDVAL
              MOVE 'DB2 ERROR OCCURED IN LEAVE UPDATE' TO MSGLINO
              MOVE 'POST-INJURY-LEAVE-PARA' TO WS-SQLERR-PARAGRAPH
              MOVE EMPCDI TO WS-SQLERR-KEY
              PERFORM LOG-SQL-ERROR-PARA
           END-IF.

      ***************************************************
      *    One ledger row per posting - lvverify.cbl re-adds these
      *    against the stored balances, and EMPHIST shows them on
      *    the employee's timeline.
       WRITE-LEAVE-LEDGER-PARA.
           MOVE WS-LOST-DAYS TO WS-LED-TKN-DELTA.
           MOVE FUNCTION CURRENT-DATE TO WS-LED-TS.
           EXEC SQL
               INSERT INTO LEAVE_LEDGER
                   (EMPID, LEAVE-TYPE, SOURCE-PROGRAM,
                    BAL-DELTA, TKN-DELTA, LEDGER-TS)
                   VALUES (:EMPCDI, 'I', 'INCMANT',
                           0, :WS-LED-TKN-DELTA, :WS-LED-TS)
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE 'WRITE-LEAVE-LEDGER-PARA' TO WS-SQLERR-PARAGRAPH
              MOVE EMPCDI TO WS-SQLERR-KEY
              PERFORM LOG-SQL-ERROR-PARA
           END-IF.

      ***************************************************
      *    Lost days accumulate on the person's row; any lost time
      *    makes the injury at least LT, but a fatality stays FT.
       UPDATE-PERSON-LOST-PARA.
           ADD WS-LOST-DAYS TO WS-PER-LOST.
           IF WS-PER-CLASS NOT = 'FT'
              MOVE 'LT' TO WS-PER-CLASS
           END-IF.
           EXEC SQL
               UPDATE INCIDENT_PERSON
                   SET LOST-DAYS    = :WS-PER-LOST,
                       INJURY-CLASS = :WS-PER-CLASS
                   WHERE INCIDENT-NO = :INCNOI
                     AND EMPID = :EMPCDI
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              MOVE WS-PER-CLASS TO INJCLSO
              MOVE WS-PER-LOST  TO LOSTDYO
              STRING 'LOST TIME POSTED AS INJURY LEAVE - DAYS '
                  WS-LOST-DAYS DELIMITED BY SIZE INTO MSGLINO
           ELSE
              MOVE 'DB2 ERROR OCCURED IN UPDATE' TO MSGLINO
              MOVE 'UPDATE-PERSON-LOST-PARA' TO WS-SQLERR-PARAGRAPH
              MOVE EMPCDI TO WS-SQLERR-KEY
              PERFORM LOG-SQL-ERROR-PARA
           END-IF.

      ***************************************************
       INQUIRE-INCIDENT-PARA.
           PERFORM SHOW-INCIDENT-PARA.
           MOVE 'INCIDENT DISPLAYED - READ ONLY' TO MSGLINO.
           IF EMPCDI NOT = SPACES
              PERFORM FETCH-PERSON-PARA
              IF PER-NOTFND
                 MOVE 'EMPLOYEE NOT ON THIS INCIDENT' TO MSGLINO
              END-IF
           END-IF.

      ***************************************************
      *    Record the in-flight action on PF3 (the EIBCALEN/
      *    commarea the operator was about to continue with) so an
      *    abandoned incident entry is distinguishable from a
      *    completed one - same MAINTENANCE_ABANDON_LOG convention
      *    as the other maintenance screens.
       LOG-ABANDONED-SESSION-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-ABANDON-TS.

           EXEC SQL
               INSERT INTO MAINTENANCE_ABANDON_LOG
                   (PROGRAM-NAME, IN-PROGRESS-ACTION,
                    IN-PROGRESS-PROCESS, ENTRY-COUNT,
                    ABANDONED-BY, ABANDONED-TERM, ABANDONED-TS)
                   VALUES ('INCMANT', :ACTION, :PROCESS,
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
                   VALUES ('INCMANT', :WS-SQLERR-PARAGRAPH,
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
                   VALUES ('INCM', 'INCMANT', :EIBUSERID,
                           :WS-ACTV-TS)
           END-EXEC.
