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
      *
      *    Timesheet feed loader - the project time-booking system
      *    sends each pay period's hours per employee, project cost
      *    center and day. The file is verified whole first, with
      *    empintf's file controls - header, trailer count and hours
      *    total footed before anything is applied, and the file id
      *    refused if PROCESSED_FILE already has it - then each
      *    entry is validated on its own: employee active, cost
      *    center on the COST_CENTER master (CCTRMANT), the day a
      *    real date inside the header's pay period, the hours
      *    above zero, no second booking of the same center and
      *    day, and no day booked past 24 hours. Rejects go to an
      *    error file with a reason for the booking system to
      *    correct and re-send under a new file id. Accepted
      *    entries land on TIMESHEET_ENTRY, which glpost reads to
      *    share each employee's period cost across the centers in
      *    proportion to the hours actually booked, and tsexcp
      *    reads to list who has not booked the period's working
      *    days.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    tsload.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIMESHEET-FILE ASSIGN TO TSFL
               FILE STATUS IS WS-TSFL-STATUS.
           SELECT ERROR-FILE ASSIGN TO ERRFL.
           SELECT ACK-FILE ASSIGN TO ACKFL.
       DATA DIVISION.
       FILE SECTION.
      *
      *    One 'D' record per employee, center and day, bracketed
      *    by a '0' header (file id, creation date, pay period) and
      *    a '9' trailer (record count and the total of the hours).
       FD  TIMESHEET-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TIMESHEET-RECORD.
       01  TIMESHEET-RECORD.
           10  TS-REC-TYPE                 PIC X(01).
               88  TS-DETAIL                      VALUE 'D'.
           10  TS-EMPID                    PIC X(05).
           10  TS-CCCODE                   PIC X(05).
           10  TS-WORK-DT                  PIC X(10).
           10  TS-HOURS                    PIC 9(02)V99.
           10  FILLER                      PIC X(55).
       01  HEADER-CTL-RECORD.
           10  HDR-REC-TYPE                PIC X(01).
           10  HDR-FILE-ID                 PIC X(08).
           10  HDR-CREATE-DT               PIC X(08).
           10  HDR-PERIOD                  PIC X(06).
           10  FILLER                      PIC X(57).
       01  TRAILER-CTL-RECORD.
           10  TRL-REC-TYPE                PIC X(01).
           10  TRL-REC-COUNT               PIC 9(09).
           10  TRL-HRS-TOTAL               PIC 9(11)V99.
           10  FILLER                      PIC X(57).
      *
       FD  ERROR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ERROR-RECORD.
       01  ERROR-RECORD.
           10  ERR-EMPID                   PIC X(05).
           10  FILLER                      PIC X(01) VALUE ','.
           10  ERR-CCCODE                  PIC X(05).
           10  FILLER                      PIC X(01) VALUE ','.
           10  ERR-WORK-DT                 PIC X(10).
           10  FILLER                      PIC X(01) VALUE ','.
           10  ERR-REASON                  PIC X(40).
      *
      *    Acknowledgment back to the booking system - one line per
      *    file.
       FD  ACK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ACK-RECORD.
       01  ACK-RECORD.
           10  ACK-FILE-ID                 PIC X(08).
           10  FILLER                      PIC X(01) VALUE ','.
           10  ACK-VERDICT                 PIC X(30).
           10  FILLER                      PIC X(10)
               VALUE ',ACCEPTED,'.
           10  ACK-ACCEPTED                PIC 9(09).
           10  FILLER                      PIC X(10)
               VALUE ',REJECTED,'.
           10  ACK-REJECTED                PIC 9(09).

       WORKING-STORAGE SECTION.
          EXEC SQL BEGIN DECLARE SECTION END-EXEC
      *    Defaults below are the dev connection; TSLOAD-DBNAME,
      *    TSLOAD-DBUSER and TSLOAD-DBPASS environment variables
      *    (see GET-DB-CREDENTIALS-PARA) override them, same as
      *    emplist.cbl's EMPLIST_* variables.
       01 DATABASE-NAME PIC X(80) VALUE "ltpz_syntel:5432".
       01 USER-NAME     PIC X(80) VALUE "syntel".
       01 PASSWORD      PIC X(80) VALUE "syntel".
       01 WS-PAY-PERIOD           PIC X(06).
       01 WS-EMPID                PIC X(05).
       01 WS-EMP-STATUS           PIC X(01).
       01 WS-CCCODE               PIC X(05).
       01 WS-WORK-DT              PIC X(10).
       01 WS-HOURS                PIC 9(02)V99.
       01 WS-DAY-HOURS            PIC 9(05)V99.
       01 WS-REF-COUNT            PIC S9(09) COMP.
       01 WS-LOAD-TS              PIC X(21).
      *    The pay period's dates - its PAY_CALENDAR row (PCALMANT)
      *    when it has one, the YYYYMM month otherwise, the same
      *    reading payrun's GET-CALENDAR-PARA gives the period.
       01 WS-CAL-START            PIC X(10).
       01 WS-CAL-END              PIC X(10).
      *    Processed-file registry fields - the duplicate-file
      *    guard and the completion row (CHECK-DUP-FILE-PARA /
      *    REGISTER-FILE-PARA).
       01 WS-FILE-ID              PIC X(08).
       01 WS-FILE-CREDT           PIC X(08).
       01 WS-DUPF-COUNT           PIC S9(09) COMP.
       01 WS-PROC-TS              PIC X(21).
       01 WS-REG-APPLIED          PIC 9(09).
       01 WS-REG-REJECTED         PIC 9(09).
          EXEC SQL END DECLARE SECTION END-EXEC
       01  END-OF-INPUT-IND               PIC X(1).
            88 END-OF-FILE                VALUE 'Y'.
       01  WS-SQLCODE-ANALYSIS.
           05 WS-SQLCODE               PIC S9(9) COMP.
              88 WS-SQL-RETURN-NORMAL          VALUE +0.
              88 WS-SQL-RETURN-NO-ENTRY        VALUE +100.
              88 WS-SQL-RETURN-DUPKEY          VALUE -803.
              88 WS-SQL-RETURN-TIMEOUT         VALUE -911 -913.
              88 WS-SQL-RETURN-ERROR           VALUE -910 THRU -1
                                                     -912
                                                     -9999 THRU -914.
           COPY SQLCA.

       01  WS-TSFL-STATUS              PIC X(02) VALUE SPACES.
           88  TSFL-OK                         VALUE '00'.

       01  WS-TEMP.
           05  WS-RECORD-OK                PIC X(01).
               88  RECORD-VALID                   VALUE 'Y'.
           05  WS-HDR-SEEN                 PIC X(01).
           05  WS-TRL-SEEN                 PIC X(01).
           05  WS-DATA-COUNT               PIC 9(09).
           05  WS-HRS-TOTAL                PIC 9(11)V99.
           05  WS-TRL-COUNT                PIC 9(09).
           05  WS-TRL-HRS                  PIC 9(11)V99.
           05  WS-FIRST-REC                PIC X(01).
           05  WS-FAIL-REASON              PIC X(30).
           05  WS-PERIOD-MM                PIC 9(02).

      *    The most one person can book against one day, across all
      *    centers together.
       01  TS-MAX-DAY-HOURS            PIC 9(02)V99 VALUE 24.00.

      *    Day arithmetic on the intrinsic date integers, as
      *    compoff.cbl does it.
       01  WS-DATE-WORK.
           05  WS-WORK-YYYYMMDD            PIC 9(08).
           05  WS-CALC-INT                 PIC 9(09) COMP.
           05  WS-CALC-YYYYMMDD            PIC 9(08).
           05  WS-CALC-ISO                 PIC X(10).
           05  WS-NEXT-YYYY                PIC 9(04).
           05  WS-NEXT-MM                  PIC 9(02).

       01  WS-COUNTERS.
           05  READ-COUNT                  PIC 9(10) VALUE ZEROES.
           05  APPLIED-COUNT               PIC 9(10) VALUE ZEROES.
           05  REJECTED-COUNT              PIC 9(10) VALUE ZEROES.
           05  WS-APPLIED-HOURS            PIC 9(11)V99 VALUE ZEROES.

       01  WS-ENV-VALUE                PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM INIT-PARA.

           PERFORM PROCESS-DATA THRU PROCESS-EXIT
               UNTIL END-OF-FILE.

           PERFORM PROGRAM-EXIT.
           DISPLAY "END OF TIMESHEET LOAD RUN".

      ***************************************************
       INIT-PARA.
           DISPLAY "1000-INIT - start".
           PERFORM CONNECT-TO-DATABASE.
           MOVE 'N' TO END-OF-INPUT-IND.
           OPEN INPUT TIMESHEET-FILE.
           IF NOT TSFL-OK
              DISPLAY "TSFL OPEN FAILED - STATUS " WS-TSFL-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT ERROR-FILE.
           OPEN OUTPUT ACK-FILE.
      *    The whole file verifies before the first entry is
      *    applied, as empintf's does - header present with a pay
      *    period, trailer count and hours total footed against the
      *    detail records, and the file id not already on the
      *    processed registry. A failed file applies nothing and
      *    acknowledges the rejection.
           PERFORM VERIFY-FILE-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-LOAD-TS.
           DISPLAY "PAY PERIOD - " WS-PAY-PERIOD
                   " - " WS-CAL-START " TO " WS-CAL-END.
           DISPLAY "1000-INIT - END".

       INIT-EXIT.
           EXIT.

      ***************************************************
       PROCESS-DATA.
           READ TIMESHEET-FILE
               AT END
                  MOVE 'Y' TO END-OF-INPUT-IND
               NOT AT END
                  IF TS-REC-TYPE = '0' OR TS-REC-TYPE = '9'
                     CONTINUE
                  ELSE
                     ADD 1 TO READ-COUNT
                     PERFORM APPLY-ENTRY-PARA
                  END-IF
           END-READ.

       PROCESS-EXIT.  EXIT.

      ***************************************************
       CONNECT-TO-DATABASE.
           DISPLAY "CONNECT-TO-DATABASE - START".
           PERFORM GET-DB-CREDENTIALS-PARA.

           EXEC SQL
              CONNECT    TO :DATABASE-NAME
                       USER :USER-NAME
              IDENTIFIED BY :PASSWORD
           END-EXEC.
           DISPLAY "CONNECT-TO-DATABASE - END".

      ***************************************************
      *    Same environment-override convention as emplist.cbl's
      *    GET-DB-CREDENTIALS-PARA, under TSLOAD_* names instead.
        GET-DB-CREDENTIALS-PARA.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "TSLOAD_DBNAME".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO DATABASE-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "TSLOAD_DBUSER".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO USER-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "TSLOAD_DBPASS".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO PASSWORD
           END-IF.

      ***************************************************
        APPLY-ENTRY-PARA.
           MOVE TS-EMPID   TO WS-EMPID.
           MOVE TS-CCCODE  TO WS-CCCODE.
           MOVE TS-WORK-DT TO WS-WORK-DT.
           PERFORM VALIDATE-RECORD-PARA THRU VALIDATE-RECORD-EXIT.
           IF RECORD-VALID
              MOVE TS-HOURS TO WS-HOURS
              PERFORM WRITE-ENTRY-PARA
           END-IF.
           IF RECORD-VALID
              ADD 1 TO APPLIED-COUNT
              ADD WS-HOURS TO WS-APPLIED-HOURS
           END-IF.

      ***************************************************
      *    Record type known; EMPID on the master and active; the
      *    center on COST_CENTER; the day a real date inside the
      *    pay period; the hours numeric, above zero and no more
      *    than a day; the center and day not already booked; and
      *    the day's hours across all centers, this entry
      *    included, still no more than a day. The first failure
      *    rejects the record.
        VALIDATE-RECORD-PARA.
           MOVE 'Y' TO WS-RECORD-OK.

           IF NOT TS-DETAIL
              MOVE 'RECORD TYPE NOT D' TO ERR-REASON
              PERFORM REJECT-RECORD-PARA
              GO TO VALIDATE-RECORD-EXIT
           END-IF.
           IF WS-EMPID = SPACES
              MOVE 'EMPID IS BLANK' TO ERR-REASON
              PERFORM REJECT-RECORD-PARA
              GO TO VALIDATE-RECORD-EXIT
           END-IF.

           MOVE SPACES TO WS-EMP-STATUS.
           EXEC SQL
               SELECT STATUS
                   INTO :WS-EMP-STATUS
                   FROM EMPLOYEE
                   WHERE EMPID = :WS-EMPID
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'EMPID NOT ON MASTER' TO ERR-REASON
                 PERFORM REJECT-RECORD-PARA
              WHEN NOT WS-SQL-RETURN-NORMAL
                 MOVE 'DB2 ERROR ON EMPLOYEE LOOKUP' TO ERR-REASON
                 PERFORM REJECT-RECORD-PARA
              WHEN WS-EMP-STATUS NOT = 'A'
                 MOVE 'EMPLOYEE NOT ACTIVE' TO ERR-REASON
                 PERFORM REJECT-RECORD-PARA
           END-EVALUATE.
           IF NOT RECORD-VALID
              GO TO VALIDATE-RECORD-EXIT
           END-IF.

           MOVE ZERO TO WS-REF-COUNT.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-REF-COUNT
                   FROM COST_CENTER
                   WHERE CCCODE = :WS-CCCODE
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE ZERO TO WS-REF-COUNT
           END-IF.
           IF WS-REF-COUNT = 0
              MOVE 'COST CENTER NOT ON MASTER' TO ERR-REASON
              PERFORM REJECT-RECORD-PARA
              GO TO VALIDATE-RECORD-EXIT
           END-IF.

           MOVE ZEROES TO WS-WORK-YYYYMMDD.
           IF WS-WORK-DT(1:4) IS NUMERIC
              AND WS-WORK-DT(5:1) = '-'
              AND WS-WORK-DT(6:2) IS NUMERIC
              AND WS-WORK-DT(8:1) = '-'
              AND WS-WORK-DT(9:2) IS NUMERIC
              STRING WS-WORK-DT(1:4) WS-WORK-DT(6:2)
                     WS-WORK-DT(9:2)
                  DELIMITED BY SIZE INTO WS-WORK-YYYYMMDD
              END-STRING
           END-IF.
           EVALUATE TRUE
              WHEN WS-WORK-YYYYMMDD = ZEROES
                 MOVE 'WORK DATE NOT YYYY-MM-DD' TO ERR-REASON
                 PERFORM REJECT-RECORD-PARA
              WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-YYYYMMDD)
                   NOT = 0
                 MOVE 'WORK DATE INVALID' TO ERR-REASON
                 PERFORM REJECT-RECORD-PARA
              WHEN WS-WORK-DT < WS-CAL-START
                OR WS-WORK-DT > WS-CAL-END
                 MOVE 'WORK DATE OUTSIDE PAY PERIOD' TO ERR-REASON
                 PERFORM REJECT-RECORD-PARA
           END-EVALUATE.
           IF NOT RECORD-VALID
              GO TO VALIDATE-RECORD-EXIT
           END-IF.

           EVALUATE TRUE
              WHEN TS-HOURS IS NOT NUMERIC
                 MOVE 'HOURS NOT NUMERIC' TO ERR-REASON
                 PERFORM REJECT-RECORD-PARA
              WHEN TS-HOURS = ZERO
                 MOVE 'HOURS ARE ZERO' TO ERR-REASON
                 PERFORM REJECT-RECORD-PARA
              WHEN TS-HOURS > TS-MAX-DAY-HOURS
                 MOVE 'HOURS OVER A DAY' TO ERR-REASON
                 PERFORM REJECT-RECORD-PARA
           END-EVALUATE.
           IF NOT RECORD-VALID
              GO TO VALIDATE-RECORD-EXIT
           END-IF.

           MOVE ZERO TO WS-REF-COUNT.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-REF-COUNT
                   FROM TIMESHEET_ENTRY
                   WHERE EMPID = :WS-EMPID
                     AND CCCODE = :WS-CCCODE
                     AND WORK-DT = :WS-WORK-DT
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE ZERO TO WS-REF-COUNT
           END-IF.
           IF WS-REF-COUNT > 0
              MOVE 'CENTER ALREADY BOOKED FOR THIS DAY'
                   TO ERR-REASON
              PERFORM REJECT-RECORD-PARA
              GO TO VALIDATE-RECORD-EXIT
           END-IF.

           MOVE ZEROES TO WS-DAY-HOURS.
           EXEC SQL
               SELECT COALESCE(SUM(HOURS), 0)
                   INTO :WS-DAY-HOURS
                   FROM TIMESHEET_ENTRY
                   WHERE EMPID = :WS-EMPID
                     AND WORK-DT = :WS-WORK-DT
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE ZEROES TO WS-DAY-HOURS
           END-IF.
           ADD TS-HOURS TO WS-DAY-HOURS.
           IF WS-DAY-HOURS > TS-MAX-DAY-HOURS
              MOVE 'DAY BOOKED OVER 24 HOURS' TO ERR-REASON
              PERFORM REJECT-RECORD-PARA
           END-IF.

       VALIDATE-RECORD-EXIT.
           EXIT.

      ***************************************************
        REJECT-RECORD-PARA.
           MOVE 'N' TO WS-RECORD-OK.
           MOVE TS-EMPID   TO ERR-EMPID.
           MOVE TS-CCCODE  TO ERR-CCCODE.
           MOVE TS-WORK-DT TO ERR-WORK-DT.
           WRITE ERROR-RECORD.
           ADD 1 TO REJECTED-COUNT.

      ***************************************************
      *    The pay period rides each entry, so glpost and tsexcp
      *    read a period's hours without redoing the date range.
        WRITE-ENTRY-PARA.
           EXEC SQL
               INSERT INTO TIMESHEET_ENTRY
                   (EMPID, CCCODE, WORK-DT, HOURS, PAY-PERIOD,
                    FILE-ID, LOADED-TS)
                   VALUES (:WS-EMPID, :WS-CCCODE, :WS-WORK-DT,
                           :WS-HOURS, :WS-PAY-PERIOD, :WS-FILE-ID,
                           :WS-LOAD-TS)
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 CONTINUE
              WHEN WS-SQL-RETURN-DUPKEY
                 MOVE 'CENTER ALREADY BOOKED FOR THIS DAY'
                      TO ERR-REASON
                 PERFORM REJECT-RECORD-PARA
              WHEN OTHER
                 MOVE 'DB2 ERROR ON TIMESHEET INSERT' TO ERR-REASON
                 PERFORM REJECT-RECORD-PARA
           END-EVALUATE.

      ***************************************************
      *    Header first, carrying a pay period that is either on
      *    the PAY_CALENDAR or a real YYYYMM month; trailer count
      *    equal to the detail records and trailer hours equal to
      *    the sum of theirs; file id not on PROCESSED_FILE already
      *    (a re-sent transmission). Any failure acknowledges the
      *    rejection and stops with RC=8 before the first apply. On
      *    success the file is closed and reopened for the apply
      *    pass.
        VERIFY-FILE-PARA.
           MOVE 'N' TO WS-HDR-SEEN WS-TRL-SEEN.
           MOVE 'Y' TO WS-FIRST-REC.
           MOVE ZEROES TO WS-DATA-COUNT WS-HRS-TOTAL
                          WS-TRL-COUNT WS-TRL-HRS.
           MOVE SPACES TO WS-FILE-ID WS-FILE-CREDT WS-PAY-PERIOD.

           PERFORM VERIFY-ONE-REC-PARA THRU VERIFY-ONE-EXIT
               UNTIL END-OF-FILE.

           MOVE SPACES TO WS-FAIL-REASON.
           EVALUATE TRUE
              WHEN WS-HDR-SEEN NOT = 'Y'
                 MOVE 'NO FILE HEADER' TO WS-FAIL-REASON
              WHEN WS-PAY-PERIOD = SPACES
                 MOVE 'HEADER PAY PERIOD INVALID' TO WS-FAIL-REASON
              WHEN WS-TRL-SEEN NOT = 'Y'
                 MOVE 'NO FILE TRAILER' TO WS-FAIL-REASON
              WHEN WS-TRL-COUNT NOT = WS-DATA-COUNT
                 MOVE 'RECORD COUNT MISMATCH' TO WS-FAIL-REASON
              WHEN WS-TRL-HRS NOT = WS-HRS-TOTAL
                 MOVE 'HOURS TOTAL MISMATCH' TO WS-FAIL-REASON
              WHEN OTHER
                 PERFORM GET-PERIOD-DATES-PARA
                 IF WS-CAL-START = SPACES
                    MOVE 'HEADER PAY PERIOD INVALID'
                         TO WS-FAIL-REASON
                 ELSE
                    PERFORM CHECK-DUP-FILE-PARA
                    IF WS-DUPF-COUNT > 0
                       MOVE 'DUPLICATE FILE ID' TO WS-FAIL-REASON
                    END-IF
                 END-IF
           END-EVALUATE.

           IF WS-FAIL-REASON NOT = SPACES
              PERFORM FAIL-FILE-PARA
           END-IF.

      *    Rewind for the apply pass.
           CLOSE TIMESHEET-FILE.
           OPEN INPUT TIMESHEET-FILE.
           IF NOT TSFL-OK
              DISPLAY "TSFL REOPEN FAILED - STATUS "
                      WS-TSFL-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'N' TO END-OF-INPUT-IND.

      ***************************************************
        VERIFY-ONE-REC-PARA.
           READ TIMESHEET-FILE
               AT END
                  MOVE 'Y' TO END-OF-INPUT-IND
                  GO TO VERIFY-ONE-EXIT
           END-READ.
           IF WS-FIRST-REC = 'Y'
              MOVE 'N' TO WS-FIRST-REC
              IF TS-REC-TYPE = '0'
                 MOVE 'Y' TO WS-HDR-SEEN
                 MOVE HDR-FILE-ID TO WS-FILE-ID
                 MOVE HDR-CREATE-DT TO WS-FILE-CREDT
                 MOVE HDR-PERIOD TO WS-PAY-PERIOD
                 GO TO VERIFY-ONE-EXIT
              END-IF
           END-IF.
           EVALUATE TS-REC-TYPE
              WHEN '0'
                 CONTINUE
              WHEN '9'
                 MOVE 'Y' TO WS-TRL-SEEN
                 IF TRL-REC-COUNT IS NUMERIC
                    MOVE TRL-REC-COUNT TO WS-TRL-COUNT
                 END-IF
                 IF TRL-HRS-TOTAL IS NUMERIC
                    MOVE TRL-HRS-TOTAL TO WS-TRL-HRS
                 END-IF
              WHEN OTHER
                 ADD 1 TO WS-DATA-COUNT
                 IF TS-HOURS IS NUMERIC
                    ADD TS-HOURS TO WS-HRS-TOTAL
                 END-IF
           END-EVALUATE.
        VERIFY-ONE-EXIT.
           EXIT.

      ***************************************************
      *    The period's first and last day - the PAY_CALENDAR row
      *    when the period has one, else the YYYYMM month (its last
      *    day is the day before the next month's first). Blank
      *    dates back mean the period is neither.
        GET-PERIOD-DATES-PARA.
           MOVE SPACES TO WS-CAL-START WS-CAL-END.
           EXEC SQL
               SELECT START-DATE, END-DATE
                   INTO :WS-CAL-START, :WS-CAL-END
                   FROM PAY_CALENDAR
                   WHERE PERIOD-ID = :WS-PAY-PERIOD
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              CONTINUE
           ELSE
              MOVE SPACES TO WS-CAL-START WS-CAL-END
              IF WS-PAY-PERIOD IS NUMERIC
                 MOVE WS-PAY-PERIOD(5:2) TO WS-PERIOD-MM
                 IF WS-PERIOD-MM >= 1 AND WS-PERIOD-MM <= 12
                    PERFORM MONTH-DATES-PARA
                 END-IF
              END-IF
           END-IF.

      ***************************************************
        MONTH-DATES-PARA.
           STRING WS-PAY-PERIOD(1:4) '-' WS-PAY-PERIOD(5:2) '-01'
               DELIMITED BY SIZE INTO WS-CAL-START
           END-STRING.
           MOVE WS-PAY-PERIOD(1:4) TO WS-NEXT-YYYY.
           COMPUTE WS-NEXT-MM = WS-PERIOD-MM + 1.
           IF WS-NEXT-MM > 12
              MOVE 1 TO WS-NEXT-MM
              ADD 1 TO WS-NEXT-YYYY
           END-IF.
           COMPUTE WS-CALC-YYYYMMDD = WS-NEXT-YYYY * 10000
                                    + WS-NEXT-MM * 100 + 1.
           COMPUTE WS-CALC-INT =
               FUNCTION INTEGER-OF-DATE(WS-CALC-YYYYMMDD) - 1.
           PERFORM INT-TO-ISO-PARA.
           MOVE WS-CALC-ISO TO WS-CAL-END.

      ***************************************************
       INT-TO-ISO-PARA.
           COMPUTE WS-CALC-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-CALC-INT).
           MOVE SPACES TO WS-CALC-ISO.
           STRING WS-CALC-YYYYMMDD(1:4) '-' WS-CALC-YYYYMMDD(5:2)
                  '-' WS-CALC-YYYYMMDD(7:2) DELIMITED BY SIZE
               INTO WS-CALC-ISO
           END-STRING.

      ***************************************************
        CHECK-DUP-FILE-PARA.
           MOVE ZERO TO WS-DUPF-COUNT.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-DUPF-COUNT
                   FROM PROCESSED_FILE
                   WHERE FILE-ID = :WS-FILE-ID
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE ZERO TO WS-DUPF-COUNT
           END-IF.

      ***************************************************
        FAIL-FILE-PARA.
           DISPLAY "FILE CONTROL FAILURE - " WS-FAIL-REASON
                   " - FILE '" WS-FILE-ID "' - NOTHING APPLIED".
           MOVE WS-FILE-ID TO ACK-FILE-ID.
           MOVE SPACES TO ACK-VERDICT.
           STRING 'REJECTED - ' WS-FAIL-REASON
               DELIMITED BY SIZE INTO ACK-VERDICT
           END-STRING.
           MOVE ZEROES TO ACK-ACCEPTED.
           MOVE WS-DATA-COUNT TO ACK-REJECTED.
           WRITE ACK-RECORD.
           CLOSE TIMESHEET-FILE.
           CLOSE ERROR-FILE.
           CLOSE ACK-FILE.
           EXEC SQL
                disconnect all;
           END-EXEC
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      ***************************************************
      *    One registry row per accepted file - the guard a
      *    re-sent transmission trips next time.
        REGISTER-FILE-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-PROC-TS.
           MOVE APPLIED-COUNT  TO WS-REG-APPLIED.
           MOVE REJECTED-COUNT TO WS-REG-REJECTED.
           EXEC SQL
               INSERT INTO PROCESSED_FILE
                   (FILE-ID, CREATE-DT, APPLIED-COUNT,
                    REJECTED-COUNT, PROCESSED-TS)
                   VALUES (:WS-FILE-ID, :WS-FILE-CREDT,
                           :WS-REG-APPLIED, :WS-REG-REJECTED,
                           :WS-PROC-TS)
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              DISPLAY 'DB2 ERROR - PROCESSED FILE REGISTER'
           END-IF.

      ***************************************************
        WRITE-ACK-PARA.
           MOVE WS-FILE-ID     TO ACK-FILE-ID.
           MOVE 'ACCEPTED' TO ACK-VERDICT.
           MOVE APPLIED-COUNT  TO ACK-ACCEPTED.
           MOVE REJECTED-COUNT TO ACK-REJECTED.
           WRITE ACK-RECORD.

      ***************************************************
       PROGRAM-EXIT.
           DISPLAY "9999-PROGRAM-EXIT - start".

           PERFORM REGISTER-FILE-PARA.
           PERFORM WRITE-ACK-PARA.
           IF REJECTED-COUNT > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE TIMESHEET-FILE.
           CLOSE ERROR-FILE.
           CLOSE ACK-FILE.

           EXEC SQL
                disconnect all;
           END-EXEC

           DISPLAY 'READ      COUNT '  READ-COUNT.
           DISPLAY 'APPLIED   COUNT '  APPLIED-COUNT.
           DISPLAY 'REJECTED  COUNT '  REJECTED-COUNT.
           DISPLAY 'APPLIED   HOURS '  WS-APPLIED-HOURS.
           DISPLAY "9999-PROGRAM-EXIT - end".
