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
      *    Electronic pay-slip delivery batch job - runs after
      *    payslip. payslip sends each slip whose employee opted in
      *    on EMPLOYEE_CONTACT (ECONMANT) to the ESLPFL staging file
      *    instead of the print spool and queues an ESLIP_DISPATCH
      *    row ('Q'). This run breaks the staged lines on the
      *    employee and writes each slip as its own document on the
      *    document file, between a header record carrying the
      *    document id and the open key the mail gateway protects
      *    it with (EMPID followed by the birth date as DDMMYYYY -
      *    the key itself is never mailed), and a trailer with its
      *    line count. One dispatch record per document tells the
      *    gateway where to send it, and the queue row moves to 'S'
      *    (sent) with the document id eslipbnc matches bounces on.
      *    A queued slip that cannot be protected (no usable birth
      *    date) is marked 'F' and written as a sliprep card so it
      *    is printed instead; a row already sent is never sent
      *    again, so a rerun is harmless.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    eslip.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESLIP-STAGE-FILE ASSIGN TO ESLPFL
               FILE STATUS IS WS-ESLPFL-STATUS.
           SELECT DOCUMENT-FILE ASSIGN TO ESLIPFL.
           SELECT DISPATCH-FILE ASSIGN TO DISPFL.
           SELECT REPRINT-FILE ASSIGN TO RPRTFL.
       DATA DIVISION.
       FILE SECTION.
      *
      *    payslip's staging record - the slip line keyed on period,
      *    run type and EMPID.
       FD  ESLIP-STAGE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ESLIP-STAGE-RECORD.
       01  ESLIP-STAGE-RECORD.
           10  ESL-KEY.
               15  ESL-PAY-PERIOD          PIC X(06).
               15  ESL-RUN-TYPE            PIC X(01).
               15  ESL-EMP-ID              PIC X(05).
           10  ESL-LINE                    PIC X(133).
      *
      *    Header / line / trailer records, one group per document.
       FD  DOCUMENT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DOC-HEADER-RECORD DOC-LINE-RECORD
                          DOC-TRAILER-RECORD.
       01  DOC-HEADER-RECORD.
           10  DOCH-REC-TYPE               PIC X(01).
           10  DOCH-DOC-ID                 PIC X(14).
           10  DOCH-EMP-ID                 PIC X(05).
           10  DOCH-PAY-PERIOD             PIC X(06).
           10  DOCH-RUN-TYPE               PIC X(01).
           10  DOCH-OPEN-KEY               PIC X(13).
           10  FILLER                      PIC X(120).
       01  DOC-LINE-RECORD.
           10  DOCL-REC-TYPE               PIC X(01).
           10  DOCL-DOC-ID                 PIC X(14).
           10  DOCL-LINE                   PIC X(133).
           10  FILLER                      PIC X(12).
       01  DOC-TRAILER-RECORD.
           10  DOCT-REC-TYPE               PIC X(01).
           10  DOCT-DOC-ID                 PIC X(14).
           10  DOCT-LINE-COUNT             PIC 9(05).
           10  FILLER                      PIC X(140).
      *
      *    One per document for the mail gateway.
       FD  DISPATCH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DISPATCH-RECORD.
       01  DISPATCH-RECORD.
           10  DSP-DOC-ID                  PIC X(14).
           10  FILLER                      PIC X(01) VALUE ','.
           10  DSP-EMP-ID                  PIC X(05).
           10  FILLER                      PIC X(01) VALUE ','.
           10  DSP-EMAIL                   PIC X(30).
           10  FILLER                      PIC X(01) VALUE ','.
           10  DSP-PAY-PERIOD              PIC X(06).
           10  FILLER                      PIC X(01) VALUE ','.
           10  DSP-RUN-TYPE                PIC X(01).
           10  FILLER                      PIC X(01) VALUE ','.
           10  DSP-SUBJECT                 PIC X(40).
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

       WORKING-STORAGE SECTION.
          EXEC SQL BEGIN DECLARE SECTION END-EXEC
      *    Defaults below are the dev connection; ESLIP-DBNAME,
      *    ESLIP-DBUSER and ESLIP-DBPASS environment variables
      *    (see GET-DB-CREDENTIALS-PARA) override them, same as
      *    emplist.cbl's EMPLIST_* variables.
       01 DATABASE-NAME PIC X(80) VALUE "ltpz_syntel:5432".
       01 USER-NAME     PIC X(80) VALUE "syntel".
       01 PASSWORD      PIC X(80) VALUE "syntel".
       01 WS-PAY-PERIOD           PIC X(06).
       01 WS-RUN-TYPE             PIC X(01).
       01 WS-EMP-ID               PIC X(05).
       01 WS-EMAIL                PIC X(30).
       01 WS-DISP-STATUS          PIC X(01).
       01 WS-BIRTHDT              PIC X(10).
       01 WS-DOC-ID               PIC X(14).
       01 WS-SENT-TS              PIC X(21).
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

       01  WS-ESLPFL-STATUS            PIC X(02) VALUE SPACES.
           88  ESLPFL-OK                       VALUE '00'.

       01  WS-TEMP.
           05  WS-PREV-KEY                 PIC X(12) VALUE SPACES.
           05  WS-DOC-IND                  PIC X(01) VALUE 'N'.
               88  DOC-OPEN                       VALUE 'Y'.
               88  DOC-SKIPPED                    VALUE 'N'.
           05  WS-DOC-LINES                PIC 9(05) VALUE ZEROES.

       01  WS-COUNTERS.
           05  LINE-COUNT                  PIC 9(10) VALUE ZEROES.
           05  SENT-COUNT                  PIC 9(10) VALUE ZEROES.
           05  SKIPPED-COUNT               PIC 9(10) VALUE ZEROES.
           05  UNPROTECTED-COUNT           PIC 9(10) VALUE ZEROES.

       01  WS-ENV-VALUE                PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM INIT-PARA.

           PERFORM PROCESS-DATA THRU PROCESS-EXIT
               UNTIL END-OF-FILE.

           PERFORM END-DOCUMENT-PARA.
           PERFORM PROGRAM-EXIT.
           DISPLAY "END OF E-SLIP DELIVERY RUN".

      ***************************************************
       INIT-PARA.
           DISPLAY "1000-INIT - start".
           PERFORM CONNECT-TO-DATABASE.
           MOVE 'N' TO END-OF-INPUT-IND.
           OPEN INPUT ESLIP-STAGE-FILE.
           IF NOT ESLPFL-OK
              DISPLAY "ESLPFL OPEN FAILED - STATUS " WS-ESLPFL-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT DOCUMENT-FILE.
           OPEN OUTPUT DISPATCH-FILE.
           OPEN OUTPUT REPRINT-FILE.
           DISPLAY "1000-INIT - END".

       INIT-EXIT.
           EXIT.

      ***************************************************
      *    payslip writes each slip's lines together, so a change of
      *    key closes one document and opens the next.
       PROCESS-DATA.
           READ ESLIP-STAGE-FILE
               AT END
                  MOVE 'Y' TO END-OF-INPUT-IND
                  GO TO PROCESS-EXIT
           END-READ.
           ADD 1 TO LINE-COUNT.

           IF ESL-KEY NOT = WS-PREV-KEY
              PERFORM END-DOCUMENT-PARA
              MOVE ESL-KEY TO WS-PREV-KEY
              PERFORM START-DOCUMENT-PARA THRU START-DOCUMENT-EXIT
           END-IF.

           IF DOC-OPEN
              MOVE SPACES      TO DOC-LINE-RECORD
              MOVE 'L'         TO DOCL-REC-TYPE
              MOVE WS-DOC-ID   TO DOCL-DOC-ID
              MOVE ESL-LINE    TO DOCL-LINE
              WRITE DOC-LINE-RECORD
              ADD 1 TO WS-DOC-LINES
           END-IF.

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
      *    GET-DB-CREDENTIALS-PARA, under ESLIP_* names instead.
        GET-DB-CREDENTIALS-PARA.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "ESLIP_DBNAME".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO DATABASE-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "ESLIP_DBUSER".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO USER-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "ESLIP_DBPASS".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO PASSWORD
           END-IF.

      ***************************************************
      *    Only a queued row is sent. The open key needs a proper
      *    YYYY-MM-DD birth date; without one the slip goes back to
      *    paper through a sliprep card.
        START-DOCUMENT-PARA.
           MOVE 'N' TO WS-DOC-IND.
           MOVE ZEROES TO WS-DOC-LINES.
           MOVE ESL-PAY-PERIOD TO WS-PAY-PERIOD.
           MOVE ESL-RUN-TYPE   TO WS-RUN-TYPE.
           MOVE ESL-EMP-ID     TO WS-EMP-ID.
           STRING 'PS' WS-PAY-PERIOD WS-RUN-TYPE WS-EMP-ID
               DELIMITED BY SIZE INTO WS-DOC-ID
           END-STRING.

           MOVE SPACES TO WS-DISP-STATUS WS-EMAIL.
           EXEC SQL
               SELECT DISPATCH-STATUS, EMAIL
                   INTO :WS-DISP-STATUS, :WS-EMAIL
                   FROM ESLIP_DISPATCH
                   WHERE PAY-PERIOD = :WS-PAY-PERIOD
                     AND RUN-TYPE   = :WS-RUN-TYPE
                     AND EMPID      = :WS-EMP-ID
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL OR WS-DISP-STATUS NOT = 'Q'
              ADD 1 TO SKIPPED-COUNT
              GO TO START-DOCUMENT-EXIT
           END-IF.

           MOVE SPACES TO WS-BIRTHDT.
           EXEC SQL
               SELECT BIRTHDT
                   INTO :WS-BIRTHDT
                   FROM EMPLOYEE
                   WHERE EMPID = :WS-EMP-ID
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              OR WS-BIRTHDT(1:4) IS NOT NUMERIC
              OR WS-BIRTHDT(6:2) IS NOT NUMERIC
              OR WS-BIRTHDT(9:2) IS NOT NUMERIC
              PERFORM UNPROTECTED-PARA
              GO TO START-DOCUMENT-EXIT
           END-IF.

           MOVE SPACES          TO DOC-HEADER-RECORD.
           MOVE 'H'             TO DOCH-REC-TYPE.
           MOVE WS-DOC-ID       TO DOCH-DOC-ID.
           MOVE WS-EMP-ID       TO DOCH-EMP-ID.
           MOVE WS-PAY-PERIOD   TO DOCH-PAY-PERIOD.
           MOVE WS-RUN-TYPE     TO DOCH-RUN-TYPE.
           STRING WS-EMP-ID WS-BIRTHDT(9:2) WS-BIRTHDT(6:2)
                  WS-BIRTHDT(1:4)
               DELIMITED BY SIZE INTO DOCH-OPEN-KEY
           END-STRING.
           WRITE DOC-HEADER-RECORD.
           MOVE 'Y' TO WS-DOC-IND.

       START-DOCUMENT-EXIT.
           EXIT.

      ***************************************************
        UNPROTECTED-PARA.
           DISPLAY 'NO USABLE BIRTH DATE, SLIP TO PAPER ' WS-EMP-ID.
           EXEC SQL
               UPDATE ESLIP_DISPATCH
                   SET DISPATCH-STATUS = 'F'
                   WHERE PAY-PERIOD = :WS-PAY-PERIOD
                     AND RUN-TYPE   = :WS-RUN-TYPE
                     AND EMPID      = :WS-EMP-ID
           END-EXEC.
           MOVE SPACES        TO REPRINT-RECORD.
           MOVE WS-EMP-ID     TO RPR-EMP-ID.
           MOVE WS-PAY-PERIOD TO RPR-FROM-PERIOD.
           MOVE WS-PAY-PERIOD TO RPR-TO-PERIOD.
           WRITE REPRINT-RECORD.
           ADD 1 TO UNPROTECTED-COUNT.

      ***************************************************
      *    Close the open document - trailer, dispatch record for
      *    the gateway, and the queue row moved on to sent.
        END-DOCUMENT-PARA.
           IF DOC-OPEN
              MOVE SPACES        TO DOC-TRAILER-RECORD
              MOVE 'T'           TO DOCT-REC-TYPE
              MOVE WS-DOC-ID     TO DOCT-DOC-ID
              MOVE WS-DOC-LINES  TO DOCT-LINE-COUNT
              WRITE DOC-TRAILER-RECORD

              MOVE WS-DOC-ID     TO DSP-DOC-ID
              MOVE WS-EMP-ID     TO DSP-EMP-ID
              MOVE WS-EMAIL      TO DSP-EMAIL
              MOVE WS-PAY-PERIOD TO DSP-PAY-PERIOD
              MOVE WS-RUN-TYPE   TO DSP-RUN-TYPE
              MOVE SPACES        TO DSP-SUBJECT
              STRING 'YOUR PAY SLIP FOR PERIOD ' WS-PAY-PERIOD
                  DELIMITED BY SIZE INTO DSP-SUBJECT
              END-STRING
              WRITE DISPATCH-RECORD

              MOVE FUNCTION CURRENT-DATE TO WS-SENT-TS
              EXEC SQL
                  UPDATE ESLIP_DISPATCH
                      SET DISPATCH-STATUS = 'S',
                          DOC-ID  = :WS-DOC-ID,
                          SENT-TS = :WS-SENT-TS
                      WHERE PAY-PERIOD = :WS-PAY-PERIOD
                        AND RUN-TYPE   = :WS-RUN-TYPE
                        AND EMPID      = :WS-EMP-ID
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              IF NOT WS-SQL-RETURN-NORMAL
                 DISPLAY 'DB2 ERROR - DISPATCH UPDATE ' WS-DOC-ID
              END-IF
              ADD 1 TO SENT-COUNT
              MOVE 'N' TO WS-DOC-IND
           END-IF.

      ***************************************************
       PROGRAM-EXIT.
           DISPLAY "9999-PROGRAM-EXIT - start".

           CLOSE ESLIP-STAGE-FILE.
           CLOSE DOCUMENT-FILE.
           CLOSE DISPATCH-FILE.
           CLOSE REPRINT-FILE.

           EXEC SQL
                disconnect all;
           END-EXEC

           DISPLAY 'STAGED LINE COUNT   ' LINE-COUNT.
           DISPLAY 'E-SLIP SENT COUNT   ' SENT-COUNT.
           DISPLAY 'NOT QUEUED COUNT    ' SKIPPED-COUNT.
           DISPLAY 'BACK TO PAPER COUNT ' UNPROTECTED-COUNT.
           DISPLAY "9999-PROGRAM-EXIT - end".
