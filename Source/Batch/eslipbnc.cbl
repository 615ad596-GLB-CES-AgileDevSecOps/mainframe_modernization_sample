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
      *    E-slip bounce-back loader - reads the mail gateway's
      *    bounce file for documents the eslip run dispatched. Each
      *    bounce is matched on its document id to ESLIP_DISPATCH,
      *    the row moves to 'B' with the gateway's reason, and the
      *    EMPLOYEE_CONTACT address it went to is flagged bounced
      *    (EMAIL-STATUS 'B') so payslip prints that person on
      *    paper from the next run until a corrected address is
      *    keyed through ECONMANT. The bounced slip itself is
      *    written as a sliprep card, so the period that never
      *    arrived is printed too. A bounce that matches no
      *    dispatch row, or one already loaded, goes to the error
      *    file, same tolerance as bankretn's unmatched returns.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    eslipbnc.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOUNCE-FILE ASSIGN TO BNCFL
               FILE STATUS IS WS-BNCFL-STATUS.
           SELECT REPRINT-FILE ASSIGN TO RPRTFL.
           SELECT ERROR-FILE ASSIGN TO ERRFL.
       DATA DIVISION.
       FILE SECTION.
      *
      *    The gateway's bounce record - the document id it was
      *    given on the dispatch record, the address that failed and
      *    its reason.
       FD  BOUNCE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BOUNCE-RECORD.
       01  BOUNCE-RECORD.
           10  BNC-DOC-ID                  PIC X(14).
           10  BNC-EMAIL                   PIC X(30).
           10  BNC-REASON                  PIC X(30).
           10  FILLER                      PIC X(06).
      *
      *    sliprep's card layout - EMPID, from and to period.
       FD  REPRINT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REPRINT-RECORD.
       01  REPRINT-RECORD.
           10  RPR-EMP-ID                  PIC X(05).
           10  FILLER                      PIC X(01).
           10  RPR-FROM-PERIOD             PIC X(06).
           10  FILLER                      PIC X(01).
           10  RPR-TO-PERIOD               PIC X(06).
           10  FILLER                      PIC X(61).
      *
       FD  ERROR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ERROR-RECORD.
       01  ERROR-RECORD.
           10  ERR-DOC-ID                  PIC X(14).
           10  FILLER                      PIC X(01) VALUE ','.
           10  ERR-EMAIL                   PIC X(30).
           10  FILLER                      PIC X(01) VALUE ','.
           10  ERR-REASON                  PIC X(40).

       WORKING-STORAGE SECTION.
          EXEC SQL BEGIN DECLARE SECTION END-EXEC
      *    Defaults below are the dev connection; ESLIPBNC-DBNAME,
      *    ESLIPBNC-DBUSER and ESLIPBNC-DBPASS environment variables
      *    (see GET-DB-CREDENTIALS-PARA) override them, same as
      *    emplist.cbl's EMPLIST_* variables.
       01 DATABASE-NAME PIC X(80) VALUE "ltpz_syntel:5432".
       01 USER-NAME     PIC X(80) VALUE "syntel".
       01 PASSWORD      PIC X(80) VALUE "syntel".
       01 WS-DOC-ID               PIC X(14).
       01 WS-EMP-ID               PIC X(05).
       01 WS-PAY-PERIOD           PIC X(06).
       01 WS-EMAIL                PIC X(30).
       01 WS-DISP-STATUS          PIC X(01).
       01 WS-BOUNCE-REASON        PIC X(30).
       01 WS-BOUNCE-TS            PIC X(21).
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

       01  WS-BNCFL-STATUS             PIC X(02) VALUE SPACES.
           88  BNCFL-OK                        VALUE '00'.

       01  WS-COUNTERS.
           05  BOUNCE-COUNT                PIC 9(10) VALUE ZEROES.
           05  FLAGGED-COUNT               PIC 9(10) VALUE ZEROES.
           05  ADDR-FLAGGED-COUNT          PIC 9(10) VALUE ZEROES.
           05  REJECTED-COUNT              PIC 9(10) VALUE ZEROES.

       01  WS-ENV-VALUE                PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM INIT-PARA.

           PERFORM PROCESS-DATA THRU PROCESS-EXIT
               UNTIL END-OF-FILE.

           PERFORM PROGRAM-EXIT.
           DISPLAY "END OF E-SLIP BOUNCE LOAD RUN".

      ***************************************************
       INIT-PARA.
           DISPLAY "1000-INIT - start".
           PERFORM CONNECT-TO-DATABASE.
           MOVE 'N' TO END-OF-INPUT-IND.
           OPEN INPUT BOUNCE-FILE.
           IF NOT BNCFL-OK
              DISPLAY "BNCFL OPEN FAILED - STATUS " WS-BNCFL-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT REPRINT-FILE.
           OPEN OUTPUT ERROR-FILE.
           DISPLAY "1000-INIT - END".

       INIT-EXIT.
           EXIT.

      ***************************************************
       PROCESS-DATA.
           READ BOUNCE-FILE
               AT END
                  MOVE 'Y' TO END-OF-INPUT-IND
               NOT AT END
                  ADD 1 TO BOUNCE-COUNT
                  PERFORM APPLY-BOUNCE-PARA THRU APPLY-BOUNCE-EXIT
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
      *    GET-DB-CREDENTIALS-PARA, under ESLIPBNC_* names instead.
        GET-DB-CREDENTIALS-PARA.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "ESLIPBNC_DBNAME".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO DATABASE-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "ESLIPBNC_DBUSER".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO USER-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "ESLIPBNC_DBPASS".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO PASSWORD
           END-IF.

      ***************************************************
      *    The address is flagged only while it is still the one on
      *    file - if ECONMANT has already replaced it, the new
      *    address is left alone.
        APPLY-BOUNCE-PARA.
           MOVE BNC-DOC-ID TO WS-DOC-ID.
           MOVE SPACES TO WS-EMP-ID WS-PAY-PERIOD WS-EMAIL
                          WS-DISP-STATUS.
           EXEC SQL
               SELECT EMPID, PAY-PERIOD, EMAIL, DISPATCH-STATUS
                   INTO :WS-EMP-ID, :WS-PAY-PERIOD, :WS-EMAIL,
                        :WS-DISP-STATUS
                   FROM ESLIP_DISPATCH
                   WHERE DOC-ID = :WS-DOC-ID
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'NO DISPATCH FOR DOCUMENT ID' TO ERR-REASON
                 PERFORM WRITE-ERROR-PARA
                 GO TO APPLY-BOUNCE-EXIT
              WHEN NOT WS-SQL-RETURN-NORMAL
                 DISPLAY 'DB2 ERROR - DISPATCH SELECT ' WS-DOC-ID
                 MOVE 'DISPATCH READ FAILED' TO ERR-REASON
                 PERFORM WRITE-ERROR-PARA
                 GO TO APPLY-BOUNCE-EXIT
              WHEN WS-DISP-STATUS = 'B'
                 MOVE 'BOUNCE ALREADY LOADED' TO ERR-REASON
                 PERFORM WRITE-ERROR-PARA
                 GO TO APPLY-BOUNCE-EXIT
           END-EVALUATE.

           MOVE BNC-REASON TO WS-BOUNCE-REASON.
           MOVE FUNCTION CURRENT-DATE TO WS-BOUNCE-TS.
           EXEC SQL
               UPDATE ESLIP_DISPATCH
                   SET DISPATCH-STATUS = 'B',
                       BOUNCE-REASON   = :WS-BOUNCE-REASON,
                       BOUNCE-TS       = :WS-BOUNCE-TS
                   WHERE DOC-ID = :WS-DOC-ID
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              DISPLAY 'DB2 ERROR - DISPATCH UPDATE ' WS-DOC-ID
              MOVE 'DISPATCH UPDATE FAILED' TO ERR-REASON
              PERFORM WRITE-ERROR-PARA
              GO TO APPLY-BOUNCE-EXIT
           END-IF.
           ADD 1 TO FLAGGED-COUNT.

           EXEC SQL
               UPDATE EMPLOYEE_CONTACT
                   SET EMAIL-STATUS = 'B'
                   WHERE EMPID = :WS-EMP-ID
                     AND EMAIL = :WS-EMAIL
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              ADD 1 TO ADDR-FLAGGED-COUNT
           END-IF.

           MOVE SPACES        TO REPRINT-RECORD.
           MOVE WS-EMP-ID     TO RPR-EMP-ID.
           MOVE WS-PAY-PERIOD TO RPR-FROM-PERIOD.
           MOVE WS-PAY-PERIOD TO RPR-TO-PERIOD.
           WRITE REPRINT-RECORD.

       APPLY-BOUNCE-EXIT.
           EXIT.

      ***************************************************
        WRITE-ERROR-PARA.
           MOVE BNC-DOC-ID TO ERR-DOC-ID.
           MOVE BNC-EMAIL  TO ERR-EMAIL.
           WRITE ERROR-RECORD.
           ADD 1 TO REJECTED-COUNT.

      ***************************************************
       PROGRAM-EXIT.
           DISPLAY "9999-PROGRAM-EXIT - start".

           CLOSE BOUNCE-FILE.
           CLOSE REPRINT-FILE.
           CLOSE ERROR-FILE.

           EXEC SQL
                disconnect all;
           END-EXEC

           DISPLAY 'BOUNCE RECORD COUNT ' BOUNCE-COUNT.
           DISPLAY 'DISPATCH FLAGGED    ' FLAGGED-COUNT.
           DISPLAY 'ADDRESS FLAGGED     ' ADDR-FLAGGED-COUNT.
           DISPLAY 'REJECTED COUNT      ' REJECTED-COUNT.
           DISPLAY "9999-PROGRAM-EXIT - end".
