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
      *    GL journal acknowledgment loader - books the ERP's answer
      *    to each glpost posting batch. A batch record ('B') moves
      *    the GL_POST_BATCH row from pending to accepted ('A') or
      *    rejected ('R') with the ERP journal number; each rejected
      *    line ('L') - a closed GL account, an UNMAPPED suspense
      *    line, a bad GL_ACCOUNT_MAP entry - lands on
      *    GL_POST_REJECT with the ERP's reason, and rejects its
      *    batch, since the ERP takes a journal whole or not at all.
      *    An acknowledgment for a batch glpost never registered
      *    goes to the error file.
      *    The report that follows lists every batch still pending
      *    or rejected, each rejected batch with its lines, unless a
      *    later batch for the same period and run type has been
      *    accepted - the re-posted journal supersedes it. PPDMANT
      *    applies the same rule before it will close a period.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    glack.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-FILE ASSIGN TO GLACKFL
               FILE STATUS IS WS-GLACKFL-STATUS.
           SELECT ERROR-FILE ASSIGN TO ERRFL.
           SELECT REPORT-FILE ASSIGN TO GLARPTFL.
       DATA DIVISION.
       FILE SECTION.
      *
      *    The ERP's acknowledgment - one 'B' record per batch and
      *    one 'L' record per rejected line, keyed by glpost's
      *    batch id and line number.
       FD  ACK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ACK-RECORD.
       01  ACK-RECORD.
           10  ACK-REC-TYPE                PIC X(01).
           10  ACK-BATCH-ID                PIC X(16).
           10  ACK-BODY                    PIC X(63).
           10  ACK-BATCH-BODY REDEFINES ACK-BODY.
               15  ACK-STATUS              PIC X(01).
               15  ACK-ERP-JOURNAL         PIC X(15).
               15  ACK-DATE                PIC X(08).
               15  FILLER                  PIC X(39).
           10  ACK-LINE-BODY REDEFINES ACK-BODY.
               15  ACK-LINE-NO             PIC 9(06).
               15  ACK-ACCOUNT             PIC X(10).
               15  ACK-REASON-CD           PIC X(04).
               15  ACK-REASON              PIC X(40).
               15  FILLER                  PIC X(03).
      *
       FD  ERROR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ERROR-RECORD.
       01  ERROR-RECORD.
           10  ERR-REC-TYPE                PIC X(01).
           10  FILLER                      PIC X(01) VALUE ','.
           10  ERR-BATCH-ID                PIC X(16).
           10  FILLER                      PIC X(01) VALUE ','.
           10  ERR-REASON                  PIC X(40).
      *
       FD  REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REPORT-RECORD.
       01  REPORT-RECORD PIC X(133).

       WORKING-STORAGE SECTION.
          EXEC SQL BEGIN DECLARE SECTION END-EXEC
      *    Defaults below are the dev connection; GLACK-DBNAME,
      *    GLACK-DBUSER and GLACK-DBPASS environment variables
      *    (see GET-DB-CREDENTIALS-PARA) override them, same as
      *    emplist.cbl's EMPLIST_* variables.
       01 DATABASE-NAME PIC X(80) VALUE "ltpz_syntel:5432".
       01 USER-NAME     PIC X(80) VALUE "syntel".
       01 PASSWORD      PIC X(80) VALUE "syntel".
       01 WS-BATCH-ID             PIC X(16).
       01 WS-ACK-STATUS           PIC X(01).
       01 WS-CUR-STATUS           PIC X(01).
       01 WS-ERP-JOURNAL          PIC X(15).
       01 WS-ACK-DATE             PIC X(08).
       01 WS-LOAD-TS              PIC X(21).
       01 WS-LINE-NO              PIC 9(06).
       01 WS-ACCOUNT              PIC X(10).
       01 WS-REASON-CD            PIC X(04).
       01 WS-REASON               PIC X(40).
       01 WS-RPT-PERIOD           PIC X(06).
       01 WS-RPT-RUN-TYPE         PIC X(01).
       01 WS-RPT-LINES            PIC 9(10).
       01 WS-RPT-DEBIT            PIC 9(13)V99.
       01 WS-RPT-CREATED          PIC X(21).
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

       01  WS-GLACKFL-STATUS           PIC X(02) VALUE SPACES.
           88  GLACKFL-OK                      VALUE '00'.

       01  WS-TEMP.
           05  WS-OPNCURVAL                PIC X(1).
               88  OPNC-EXIST                      VALUE 'F'.
               88  OPNC-NOTFND                     VALUE 'N'.
               88  OPNC-DBERR                      VALUE 'E'.
           05  WS-REJ-EOF-IND              PIC X(1).
               88  REJ-EOF                         VALUE 'Y'.

       01  HDR-LINE.
           05  FILLER          PIC X(01) VALUE '1'.
           05  FILLER          PIC X(50)
               VALUE 'ATOS SYNTEL - GL BATCHES NOT ACCEPTED BY THE ERP'.
           05  FILLER          PIC X(82) VALUE SPACES.

       01  COL-HDR-LINE.
           05  FILLER          PIC X(01) VALUE ' '.
           05  FILLER          PIC X(36) VALUE
               'BATCH ID          PERIOD RT  LINES  '.
           05  FILLER          PIC X(40) VALUE
               '     DEBIT TOTAL  STATUS     CREATED'.
           05  FILLER          PIC X(56) VALUE SPACES.

       01  BATCH-LINE.
           05  FILLER          PIC X(01) VALUE '0'.
           05  BTL-BATCH-ID    PIC X(16).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  BTL-PERIOD      PIC X(06).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  BTL-RUN-TYPE    PIC X(01).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  BTL-LINES       PIC ZZZZZ9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  BTL-DEBIT       PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  BTL-STATUS      PIC X(10).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  BTL-CREATED     PIC X(14).
           05  FILLER          PIC X(53) VALUE SPACES.

       01  REJECT-LINE.
           05  FILLER          PIC X(01) VALUE ' '.
           05  FILLER          PIC X(10) VALUE '    LINE  '.
           05  RJL-LINE-NO     PIC ZZZZZ9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RJL-ACCOUNT     PIC X(10).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RJL-REASON-CD   PIC X(04).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RJL-REASON      PIC X(40).
           05  FILLER          PIC X(56) VALUE SPACES.

       01  TOTAL-LINE.
           05  FILLER          PIC X(01) VALUE '0'.
           05  FILLER          PIC X(20) VALUE 'PENDING BATCHES     '.
           05  TOT-PENDING     PIC ZZZZZZZZZ9.
           05  FILLER          PIC X(20) VALUE '  REJECTED BATCHES  '.
           05  TOT-REJECTED    PIC ZZZZZZZZZ9.
           05  FILLER          PIC X(72) VALUE SPACES.

       01  WS-COUNTERS.
           05  ACK-READ-COUNT              PIC 9(10) VALUE ZEROES.
           05  ACCEPTED-COUNT              PIC 9(10) VALUE ZEROES.
           05  REJECTED-COUNT              PIC 9(10) VALUE ZEROES.
           05  REJ-LINE-COUNT              PIC 9(10) VALUE ZEROES.
           05  ERROR-COUNT                 PIC 9(10) VALUE ZEROES.
           05  RPT-PENDING-COUNT           PIC 9(10) VALUE ZEROES.
           05  RPT-REJECTED-COUNT          PIC 9(10) VALUE ZEROES.

       01  WS-ENV-VALUE                PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM INIT-PARA.

           PERFORM PROCESS-DATA THRU PROCESS-EXIT
               UNTIL END-OF-FILE.

           PERFORM OPEN-BATCH-CURSOR-DECLARE.
           PERFORM OPEN-BATCH-CURSOR-OPEN.
           PERFORM REPORT-BATCH-PARA THRU REPORT-BATCH-EXIT
               UNTIL OPNC-NOTFND OR OPNC-DBERR.

           PERFORM PROGRAM-EXIT.
           DISPLAY "END OF GL ACKNOWLEDGMENT RUN".

      ***************************************************
       INIT-PARA.
           DISPLAY "1000-INIT - start".
           PERFORM CONNECT-TO-DATABASE.
           MOVE FUNCTION CURRENT-DATE TO WS-LOAD-TS.
           MOVE 'N' TO END-OF-INPUT-IND.
           OPEN INPUT ACK-FILE.
           IF NOT GLACKFL-OK
              DISPLAY "GLACKFL OPEN FAILED - STATUS "
                      WS-GLACKFL-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT ERROR-FILE.
           OPEN OUTPUT REPORT-FILE.
           WRITE REPORT-RECORD FROM HDR-LINE.
           WRITE REPORT-RECORD FROM COL-HDR-LINE.
           DISPLAY "1000-INIT - END".

       INIT-EXIT.
           EXIT.

      ***************************************************
       PROCESS-DATA.
           READ ACK-FILE
               AT END
                  MOVE 'Y' TO END-OF-INPUT-IND
               NOT AT END
                  ADD 1 TO ACK-READ-COUNT
                  EVALUATE ACK-REC-TYPE
                     WHEN 'B'
                        PERFORM APPLY-BATCH-ACK-PARA
                           THRU APPLY-BATCH-ACK-EXIT
                     WHEN 'L'
                        PERFORM APPLY-LINE-REJECT-PARA
                           THRU APPLY-LINE-REJECT-EXIT
                     WHEN OTHER
                        CONTINUE
                  END-EVALUATE
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
      *    GET-DB-CREDENTIALS-PARA, under GLACK_* names instead.
        GET-DB-CREDENTIALS-PARA.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "GLACK_DBNAME".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO DATABASE-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "GLACK_DBUSER".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO USER-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "GLACK_DBPASS".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO PASSWORD
           END-IF.

      ***************************************************
      *    Batch acknowledgment - a rejected batch stays rejected
      *    even if an accept for it follows (its lines are already
      *    on GL_POST_REJECT); the journal has to be re-posted.
        APPLY-BATCH-ACK-PARA.
           MOVE ACK-BATCH-ID TO WS-BATCH-ID.
           IF ACK-STATUS NOT = 'A' AND ACK-STATUS NOT = 'R'
              MOVE 'ACK STATUS NOT A OR R' TO ERR-REASON
              PERFORM WRITE-ERROR-PARA
              GO TO APPLY-BATCH-ACK-EXIT
           END-IF.
           PERFORM GET-BATCH-STATUS-PARA.
           IF NOT WS-SQL-RETURN-NORMAL
              GO TO APPLY-BATCH-ACK-EXIT
           END-IF.
           IF WS-CUR-STATUS = 'R' AND ACK-STATUS = 'A'
              MOVE 'BATCH ALREADY REJECTED - ACCEPT IGNORED'
                   TO ERR-REASON
              PERFORM WRITE-ERROR-PARA
              GO TO APPLY-BATCH-ACK-EXIT
           END-IF.

           MOVE ACK-STATUS      TO WS-ACK-STATUS.
           MOVE ACK-ERP-JOURNAL TO WS-ERP-JOURNAL.
           MOVE ACK-DATE        TO WS-ACK-DATE.
           EXEC SQL
               UPDATE GL_POST_BATCH
                   SET ACK-STATUS = :WS-ACK-STATUS,
                       ERP-JOURNAL = :WS-ERP-JOURNAL,
                       ACK-DATE = :WS-ACK-DATE,
                       ACK-TS = :WS-LOAD-TS
                   WHERE BATCH-ID = :WS-BATCH-ID
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              IF WS-ACK-STATUS = 'A'
                 ADD 1 TO ACCEPTED-COUNT
              ELSE
                 ADD 1 TO REJECTED-COUNT
              END-IF
           ELSE
              MOVE 'DB2 ERROR - BATCH ACK UPDATE' TO ERR-REASON
              PERFORM WRITE-ERROR-PARA
           END-IF.

       APPLY-BATCH-ACK-EXIT.  EXIT.

      ***************************************************
      *    A rejected line is recorded once (a re-sent
      *    acknowledgment finds it already there) and rejects the
      *    whole batch.
        APPLY-LINE-REJECT-PARA.
           MOVE ACK-BATCH-ID TO WS-BATCH-ID.
           PERFORM GET-BATCH-STATUS-PARA.
           IF NOT WS-SQL-RETURN-NORMAL
              GO TO APPLY-LINE-REJECT-EXIT
           END-IF.

           MOVE ACK-LINE-NO   TO WS-LINE-NO.
           MOVE ACK-ACCOUNT   TO WS-ACCOUNT.
           MOVE ACK-REASON-CD TO WS-REASON-CD.
           MOVE ACK-REASON    TO WS-REASON.
           EXEC SQL
               INSERT INTO GL_POST_REJECT
                   (BATCH-ID, LINE-NO, GLACCOUNT, REASON-CD,
                    REASON, LOADED-TS)
                   VALUES (:WS-BATCH-ID, :WS-LINE-NO, :WS-ACCOUNT,
                           :WS-REASON-CD, :WS-REASON, :WS-LOAD-TS)
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 ADD 1 TO REJ-LINE-COUNT
              WHEN WS-SQL-RETURN-DUPKEY
                 CONTINUE
              WHEN OTHER
                 MOVE 'DB2 ERROR - REJECTED LINE INSERT'
                      TO ERR-REASON
                 PERFORM WRITE-ERROR-PARA
                 GO TO APPLY-LINE-REJECT-EXIT
           END-EVALUATE.

           IF WS-CUR-STATUS NOT = 'R'
              EXEC SQL
                  UPDATE GL_POST_BATCH
                      SET ACK-STATUS = 'R',
                          ACK-TS = :WS-LOAD-TS
                      WHERE BATCH-ID = :WS-BATCH-ID
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              IF WS-SQL-RETURN-NORMAL
                 MOVE 'R' TO WS-CUR-STATUS
                 ADD 1 TO REJECTED-COUNT
              ELSE
                 MOVE 'DB2 ERROR - BATCH REJECT UPDATE'
                      TO ERR-REASON
                 PERFORM WRITE-ERROR-PARA
              END-IF
           END-IF.

       APPLY-LINE-REJECT-EXIT.  EXIT.

      ***************************************************
        GET-BATCH-STATUS-PARA.
           MOVE SPACES TO WS-CUR-STATUS.
           EXEC SQL
               SELECT ACK-STATUS
                   INTO :WS-CUR-STATUS
                   FROM GL_POST_BATCH
                   WHERE BATCH-ID = :WS-BATCH-ID
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 CONTINUE
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'NO SUCH POSTING BATCH' TO ERR-REASON
                 PERFORM WRITE-ERROR-PARA
              WHEN OTHER
                 MOVE 'DB2 ERROR - BATCH LOOKUP' TO ERR-REASON
                 PERFORM WRITE-ERROR-PARA
           END-EVALUATE.

      ***************************************************
        WRITE-ERROR-PARA.
           MOVE ACK-REC-TYPE TO ERR-REC-TYPE.
           MOVE ACK-BATCH-ID TO ERR-BATCH-ID.
           WRITE ERROR-RECORD.
           ADD 1 TO ERROR-COUNT.

      ***************************************************
      *    Pending or rejected batches not superseded by a later
      *    accepted batch for the same period and run type.
        OPEN-BATCH-CURSOR-DECLARE.
           DISPLAY "OPEN-BATCH-CURSOR-DECLARE - START".
           EXEC SQL
              declare cur_glopen cursor for
              select b.batch-id, b.pay-period, b.run-type,
                     b.line-count, b.debit-total, b.ack-status,
                     b.created-ts
                  from gl_post_batch b
                  where b.ack-status <> 'A'
                    and not exists
                        (select 1 from gl_post_batch n
                          where n.pay-period = b.pay-period
                            and n.run-type = b.run-type
                            and n.ack-status = 'A'
                            and n.created-ts > b.created-ts)
                  order by b.pay-period, b.batch-id
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-OPNCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-OPNCURVAL
                 DISPLAY 'NOT FOUND - OPEN BATCH CURSOR DECLARE'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - OPEN BATCH CURSOR DECLARE'
                 MOVE 'E' TO WS-OPNCURVAL
           END-EVALUATE.
           DISPLAY "OPEN-BATCH-CURSOR-DECLARE - END".

      ***************************************************
        OPEN-BATCH-CURSOR-OPEN.
           DISPLAY "OPEN-BATCH-CURSOR-OPEN - START".
           EXEC SQL
              open cur_glopen;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-OPNCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-OPNCURVAL
                 DISPLAY 'NOT FOUND - OPEN BATCH CURSOR OPEN'
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - OPEN BATCH CURSOR OPEN'
                 MOVE 'E' TO WS-OPNCURVAL
           END-EVALUATE.
           DISPLAY "OPEN-BATCH-CURSOR-OPEN - END".

      ***************************************************
        REPORT-BATCH-PARA.
           EXEC SQL
              fetch next cur_glopen into
                :WS-BATCH-ID,
                :WS-RPT-PERIOD,
                :WS-RPT-RUN-TYPE,
                :WS-RPT-LINES,
                :WS-RPT-DEBIT,
                :WS-CUR-STATUS,
                :WS-RPT-CREATED;
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-OPNCURVAL
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-OPNCURVAL
                 GO TO REPORT-BATCH-EXIT
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - OPEN BATCH CURSOR FETCH'
                 MOVE 'E' TO WS-OPNCURVAL
                 MOVE 8 TO RETURN-CODE
                 GO TO REPORT-BATCH-EXIT
           END-EVALUATE.

           MOVE WS-BATCH-ID          TO BTL-BATCH-ID.
           MOVE WS-RPT-PERIOD        TO BTL-PERIOD.
           MOVE WS-RPT-RUN-TYPE      TO BTL-RUN-TYPE.
           MOVE WS-RPT-LINES         TO BTL-LINES.
           MOVE WS-RPT-DEBIT         TO BTL-DEBIT.
           MOVE WS-RPT-CREATED(1:14) TO BTL-CREATED.
           IF WS-CUR-STATUS = 'R'
              MOVE 'REJECTED' TO BTL-STATUS
              ADD 1 TO RPT-REJECTED-COUNT
           ELSE
              MOVE 'NO ACK YET' TO BTL-STATUS
              ADD 1 TO RPT-PENDING-COUNT
           END-IF.
           WRITE REPORT-RECORD FROM BATCH-LINE.

           IF WS-CUR-STATUS = 'R'
              PERFORM REJECT-CURSOR-OPEN
              PERFORM REPORT-REJECT-PARA THRU REPORT-REJECT-EXIT
                  UNTIL REJ-EOF
              EXEC SQL
                 close cur_glrej;
              END-EXEC
           END-IF.

       REPORT-BATCH-EXIT.  EXIT.

      ***************************************************
      *    The batch's rejected lines, opened per rejected batch
      *    the way bankpay opens its split cursor per employee.
        REJECT-CURSOR-OPEN.
           EXEC SQL
              declare cur_glrej cursor for
              select line-no, glaccount, reason-cd, reason
                  from gl_post_reject
                  where batch-id = :WS-BATCH-ID
                  order by line-no
           END-EXEC.
           EXEC SQL
              open cur_glrej;
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              MOVE 'N' TO WS-REJ-EOF-IND
           ELSE
              MOVE 'Y' TO WS-REJ-EOF-IND
           END-IF.

      ***************************************************
        REPORT-REJECT-PARA.
           EXEC SQL
              fetch next cur_glrej into
                :WS-LINE-NO,
                :WS-ACCOUNT,
                :WS-REASON-CD,
                :WS-REASON;
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE 'Y' TO WS-REJ-EOF-IND
              GO TO REPORT-REJECT-EXIT
           END-IF.
           MOVE WS-LINE-NO   TO RJL-LINE-NO.
           MOVE WS-ACCOUNT   TO RJL-ACCOUNT.
           MOVE WS-REASON-CD TO RJL-REASON-CD.
           MOVE WS-REASON    TO RJL-REASON.
           WRITE REPORT-RECORD FROM REJECT-LINE.

       REPORT-REJECT-EXIT.  EXIT.

      ***************************************************
       PROGRAM-EXIT.
           DISPLAY "9999-PROGRAM-EXIT - start".

           MOVE RPT-PENDING-COUNT  TO TOT-PENDING.
           MOVE RPT-REJECTED-COUNT TO TOT-REJECTED.
           WRITE REPORT-RECORD FROM TOTAL-LINE.
           CLOSE ACK-FILE.
           CLOSE ERROR-FILE.
           CLOSE REPORT-FILE.

           EXEC SQL
                disconnect all;
           END-EXEC

           IF RPT-REJECTED-COUNT > ZEROES AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY 'ACK READ  COUNT '  ACK-READ-COUNT.
           DISPLAY 'ACCEPTED  COUNT '  ACCEPTED-COUNT.
           DISPLAY 'REJECTED  COUNT '  REJECTED-COUNT.
           DISPLAY 'REJ LINE  COUNT '  REJ-LINE-COUNT.
           DISPLAY 'ERROR     COUNT '  ERROR-COUNT.
           DISPLAY 'OPEN PEND COUNT '  RPT-PENDING-COUNT.
           DISPLAY 'OPEN REJ  COUNT '  RPT-REJECTED-COUNT.
           DISPLAY "9999-PROGRAM-EXIT - end".
