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
      *    Historical pay-slip reprint batch job - payslip.cbl only
      *    formats the current PAYFL, so a slip for an older period
      *    meant hunting an old generation down or retyping it. This
      *    run is driven by a card file of EMPID and pay-period
      *    ranges and rebuilds each slip straight off the
      *    PAYROLL_REGISTER rows payrun keeps, in payslip.cbl's
      *    layout with a DUPLICATE marking on every page. The name,
      *    department description and designation description are
      *    the ones in effect when the register row was written, in
      *    asofrpt's manner: the earliest EMPLOYEE_HISTORY snap,
      *    DEPARTMENT_AUDIT change or DESIGNATION_HISTORY row after
      *    the row's RUN-TS holds the value that stood until then;
      *    with nothing later the current master is the picture.
      *    Cards that are mispunched or match no register row go to
      *    the error file with a reason.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    sliprep.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO CARDFL
               FILE STATUS IS WS-CARDFL-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRNTFL.
           SELECT ERROR-FILE ASSIGN TO ERRFL.
       DATA DIVISION.
       FILE SECTION.
      *
      *    One reprint request per card - EMPID, then the first and
      *    last pay period (YYYYMM) wanted; a blank last period
      *    means just the first.
       FD  CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CARD-RECORD.
       01  CARD-RECORD.
           10  CRD-EMPID                   PIC X(05).
           10  FILLER                      PIC X(01).
           10  CRD-FROM-PERIOD             PIC X(06).
           10  FILLER                      PIC X(01).
           10  CRD-TO-PERIOD               PIC X(06).
           10  FILLER                      PIC X(61).
      *
       FD  PRINT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRINT-RECORD.
       01  PRINT-RECORD PIC X(133).
      *
       FD  ERROR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ERROR-RECORD.
       01  ERROR-RECORD.
           10  ERR-EMPID                   PIC X(05).
           10  FILLER                      PIC X(01) VALUE ','.
           10  ERR-FROM-PERIOD             PIC X(06).
           10  FILLER                      PIC X(01) VALUE ','.
           10  ERR-TO-PERIOD               PIC X(06).
           10  FILLER                      PIC X(01) VALUE ','.
           10  ERR-REASON                  PIC X(40).

       WORKING-STORAGE SECTION.
          EXEC SQL BEGIN DECLARE SECTION END-EXEC
      *    Defaults below are the dev connection; SLIPREP-DBNAME,
      *    SLIPREP-DBUSER and SLIPREP-DBPASS environment variables
      *    (see GET-DB-CREDENTIALS-PARA) override them, same as
      *    emplist.cbl's EMPLIST_* variables.
       01 DATABASE-NAME PIC X(80) VALUE "ltpz_syntel:5432".
       01 USER-NAME     PIC X(80) VALUE "syntel".
       01 PASSWORD      PIC X(80) VALUE "syntel".
       01 WS-EMPID                PIC X(05).
       01 WS-FROM-PERIOD          PIC X(06).
       01 WS-TO-PERIOD            PIC X(06).
       01 WS-R-PERIOD             PIC X(06).
       01 WS-R-RUN-TYPE           PIC X(01).
       01 WS-R-DEPT               PIC X(05).
       01 WS-R-DESG               PIC X(05).
       01 WS-R-COMPANY            PIC X(03).
       01 WS-R-BASIC              PIC 9(07)V99.
       01 WS-R-HRA                PIC 9(07)V99.
       01 WS-R-CONVPAY            PIC 9(07)V99.
       01 WS-R-MEDPAY             PIC 9(07)V99.
       01 WS-R-PFDED              PIC 9(07)V99.
       01 WS-R-TAXDED             PIC 9(07)V99.
       01 WS-R-DEDREC             PIC 9(07)V99.
       01 WS-R-ARREARS            PIC 9(07)V99.
       01 WS-R-OTPAY              PIC 9(07)V99.
       01 WS-R-ACTALLOW           PIC 9(07)V99.
       01 WS-R-EXPREIMB           PIC 9(07)V99.
       01 WS-R-SHIFTALW           PIC 9(07)V99.
       01 WS-R-ESIEE              PIC 9(07)V99.
       01 WS-R-ESIER              PIC 9(07)V99.
       01 WS-R-PROFTAX            PIC 9(07)V99.
       01 WS-R-NETPAY             PIC 9(07)V99.
       01 WS-R-RUN-TS             PIC X(21).
       01 WS-EMP-NAME             PIC X(30).
       01 WS-DEPT-DESC            PIC X(50).
       01 WS-DESG-DESC            PIC X(50).
       01 WS-ADDR1                PIC X(30).
       01 WS-ADDR2                PIC X(30).
       01 WS-CITY                 PIC X(20).
       01 WS-POSTCODE             PIC X(10).
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

       01  WS-CARDFL-STATUS            PIC X(02) VALUE SPACES.
           88  CARDFL-OK                       VALUE '00'.

       01  WS-TEMP.
           05  WS-CARD-OK                  PIC X(01).
               88  CARD-VALID                     VALUE 'Y'.
           05  WS-REGCURVAL                PIC X(01).
               88  REGC-EXIST                     VALUE 'F'.
               88  REGC-NOTFND                    VALUE 'N'.
               88  REGC-DBERR                     VALUE 'E'.
           05  WS-CARD-SLIPS               PIC 9(05) VALUE ZEROES.
           05  WS-TODAY                    PIC X(21).
           05  WS-EARN-PART                PIC S9(09)V99.
           05  WS-DEDN-PART                PIC S9(09)V99.
           05  WS-BALANCE                  PIC S9(09)V99.

      *    Same PS- names and pictures as payslip.cbl's mirror of
      *    payrun's PAY-STUB-RECORD, so the print paragraph below
      *    stays line-for-line payslip's - a layout change there has
      *    to be made here too. Filled from the register row instead
      *    of a PAYFL record.
       01  PAY-STUB-RECORD.
           10  PS-PAY-PERIOD               PIC X(06).
           10  FILLER                      PIC X(01).
           10  PS-RUN-TYPE                 PIC X(01).
           10  FILLER                      PIC X(01).
           10  PS-EMP-ID                   PIC X(05).
           10  FILLER                      PIC X(01).
           10  PS-EMP-NAME                 PIC X(30).
           10  FILLER                      PIC X(01).
           10  PS-EMP-DEPT                 PIC X(05).
           10  FILLER                      PIC X(01).
           10  PS-EMP-DESG                 PIC X(05).
           10  FILLER                      PIC X(01).
           10  PS-EMP-DESGDESC             PIC X(50).
           10  FILLER                      PIC X(01).
           10  PS-EMP-BASIC                PIC 9(05)V99.
           10  FILLER                      PIC X(01).
           10  PS-EMP-HRA                  PIC 9(05)V99.
           10  FILLER                      PIC X(01).
           10  PS-EMP-CONVPAY              PIC 9(05).
           10  FILLER                      PIC X(01).
           10  PS-EMP-MEDPAY               PIC 9(05).
           10  FILLER                      PIC X(01).
           10  PS-EMP-PFDED                PIC 9(05).
           10  FILLER                      PIC X(01).
           10  PS-EMP-TAXDED               PIC 9(05)V99.
           10  FILLER                      PIC X(01).
           10  PS-EMP-DEDREC               PIC 9(05)V99.
           10  FILLER                      PIC X(01).
           10  PS-EMP-DOCKDAYS             PIC 9(03).
           10  FILLER                      PIC X(01).
           10  PS-EMP-DOCKAMT              PIC 9(05)V99.
           10  FILLER                      PIC X(01).
           10  PS-EMP-PRORATE              PIC 9V9(04).
           10  FILLER                      PIC X(01).
           10  PS-EMP-NETPAY               PIC 9(07)V99.
           10  FILLER                      PIC X(01).
           10  PS-EMP-CURRENCY             PIC X(03).
           10  FILLER                      PIC X(01).
           10  PS-EMP-HOMEPAY              PIC 9(09)V99.
           10  FILLER                      PIC X(01).
           10  PS-EMP-BONUS                PIC 9(07)V99.
           10  FILLER                      PIC X(01).
           10  PS-EMP-ARREARS              PIC 9(07)V99.
           10  FILLER                      PIC X(01).
           10  PS-EMP-OTPAY                PIC 9(07)V99.
           10  FILLER                      PIC X(01).
           10  PS-EMP-SPLITDEPT            PIC X(05).
           10  FILLER                      PIC X(01).
           10  PS-EMP-SPLITPCT             PIC 9V9(04).
           10  FILLER                      PIC X(01).
           10  PS-EMP-COMPANY              PIC X(03).
           10  FILLER                      PIC X(01).
           10  PS-EMP-ACTALLOW             PIC 9(07)V99.
           10  FILLER                      PIC X(01).
           10  PS-EMP-EXPREIMB             PIC 9(07)V99.
           10  FILLER                      PIC X(01).
           10  PS-EMP-SHIFTALW             PIC 9(07)V99.
           10  FILLER                      PIC X(01).
           10  PS-EMP-ESIEE                PIC 9(07)V99.
           10  FILLER                      PIC X(01).
           10  PS-EMP-ESIER                PIC 9(07)V99.
           10  FILLER                      PIC X(01).
           10  PS-EMP-PTSTATE              PIC X(03).
           10  FILLER                      PIC X(01).
           10  PS-EMP-PTSLAB               PIC 9(09).
           10  FILLER                      PIC X(01).
           10  PS-EMP-PROFTAX              PIC 9(05)V99.

       01  WS-EARN-TOTAL               PIC 9(08)V99 VALUE ZEROES.
       01  WS-DEDN-TOTAL               PIC 9(08)V99 VALUE ZEROES.

      *    Print lines - payslip.cbl's, plus the DUPLICATE marking on
      *    the heading and a reprint line under the pay period.
       01  HDR-LINE-1.
           05  FILLER          PIC X(01) VALUE '1'.
           05  FILLER          PIC X(25) VALUE SPACES.
           05  FILLER          PIC X(34)
                   VALUE 'ATOS SYNTEL - EMPLOYEE PAY SLIP'.
           05  FILLER          PIC X(09) VALUE 'DUPLICATE'.
           05  FILLER          PIC X(64) VALUE SPACES.

       01  HDR-LINE-2.
           05  FILLER          PIC X(01) VALUE ' '.
           05  FILLER          PIC X(12) VALUE 'PAY PERIOD: '.
           05  HDR-PAY-PERIOD  PIC X(06).
           05  FILLER          PIC X(114) VALUE SPACES.

       01  DUP-LINE.
           05  FILLER          PIC X(01) VALUE ' '.
           05  FILLER          PIC X(24)
                   VALUE '*** DUPLICATE - REPRINT '.
           05  DUP-PRINT-DATE  PIC X(08).
           05  FILLER          PIC X(14) VALUE ' OF REGISTER '.
           05  FILLER          PIC X(09) VALUE 'RUN DATE '.
           05  DUP-RUN-DATE    PIC X(08).
           05  FILLER          PIC X(04) VALUE ' ***'.
           05  FILLER          PIC X(65) VALUE SPACES.

       01  EMP-LINE-1.
           05  FILLER          PIC X(01) VALUE ' '.
           05  FILLER          PIC X(12) VALUE 'EMPLOYEE  : '.
           05  EMP-ID-OUT      PIC X(05).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  EMP-NAME-OUT    PIC X(30).
           05  FILLER          PIC X(83) VALUE SPACES.

       01  EMP-LINE-2.
           05  FILLER          PIC X(01) VALUE ' '.
           05  FILLER          PIC X(12) VALUE 'DEPARTMENT: '.
           05  EMP-DEPT-OUT    PIC X(05).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  EMP-DEPTDESC-OUT PIC X(50).
           05  FILLER          PIC X(63) VALUE SPACES.

       01  ADDR-LINE.
           05  FILLER          PIC X(01) VALUE ' '.
           05  FILLER          PIC X(12) VALUE 'ADDRESS   : '.
           05  ADDR-TEXT-OUT   PIC X(60).
           05  FILLER          PIC X(60) VALUE SPACES.

       01  EMP-LINE-3.
           05  FILLER          PIC X(01) VALUE ' '.
           05  FILLER          PIC X(12) VALUE 'DESIGNATION:'.
           05  EMP-DESG-OUT    PIC X(05).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  EMP-DESGDESC-OUT PIC X(50).
           05  FILLER          PIC X(63) VALUE SPACES.

       01  BLOCK-HDR-LINE.
           05  FILLER          PIC X(01) VALUE ' '.
           05  BLOCK-HDR-TEXT  PIC X(30).
           05  FILLER          PIC X(102) VALUE SPACES.

       01  AMOUNT-LINE.
           05  FILLER          PIC X(01) VALUE ' '.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  AMT-LABEL       PIC X(20).
           05  AMT-VALUE       PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(97) VALUE SPACES .

       01  NET-PAY-LINE.
           05  FILLER          PIC X(01) VALUE ' '.
           05  FILLER          PIC X(20) VALUE 'NET PAY             '.
           05  NET-VALUE       PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(100) VALUE SPACES .

       01  BLANK-LINE.
           05  FILLER          PIC X(01) VALUE ' '.
           05  FILLER          PIC X(132) VALUE SPACES.

       01  WS-COUNTERS.
           05  CARD-COUNT                  PIC 9(10) VALUE ZEROES.
           05  SLIP-COUNT                  PIC 9(10) VALUE ZEROES.
           05  REJECTED-COUNT              PIC 9(10) VALUE ZEROES.

       01  WS-ENV-VALUE                PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM INIT-PARA.

           PERFORM PROCESS-DATA THRU PROCESS-EXIT
               UNTIL END-OF-FILE.

           PERFORM PROGRAM-EXIT.
           DISPLAY "END OF PAY SLIP REPRINT RUN".

      ***************************************************
       INIT-PARA.
           DISPLAY "1000-INIT - start".
           PERFORM CONNECT-TO-DATABASE.
           MOVE 'N' TO END-OF-INPUT-IND.
           OPEN INPUT CARD-FILE.
           IF NOT CARDFL-OK
              DISPLAY "CARDFL OPEN FAILED - STATUS " WS-CARDFL-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           OPEN OUTPUT ERROR-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           MOVE WS-TODAY(1:8) TO DUP-PRINT-DATE.
           PERFORM REGISTER-CURSOR-DECLARE.
           DISPLAY "1000-INIT - END".

       INIT-EXIT.
           EXIT.

      ***************************************************
       PROCESS-DATA.
           READ CARD-FILE
               AT END
                  MOVE 'Y' TO END-OF-INPUT-IND
               NOT AT END
                  ADD 1 TO CARD-COUNT
                  PERFORM REPRINT-CARD-PARA THRU REPRINT-CARD-EXIT
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
      *    GET-DB-CREDENTIALS-PARA, under SLIPREP_* names instead.
        GET-DB-CREDENTIALS-PARA.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SLIPREP_DBNAME".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO DATABASE-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SLIPREP_DBUSER".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO USER-NAME
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SLIPREP_DBPASS".
           IF WS-ENV-VALUE NOT = SPACES
              MOVE WS-ENV-VALUE TO PASSWORD
           END-IF.

      ***************************************************
      *    Every register row for the EMPID inside the card's period
      *    range, oldest first; a regular and a bonus run in the same
      *    period each had their own slip, so each is reprinted.
        REGISTER-CURSOR-DECLARE.
           EXEC SQL
              declare cur_sliprep cursor for
              select pay-period, run-type, deptcode, desgcode,
                     company, basicpay, hra, convpay, medpay, pfded,
                     taxded, dedrec, arrears, otpay, actallow,
                     expreimb, shiftalw, esiee, esier, proftax,
                     netpay, run-ts
                  from payroll_register
                  where empid = :WS-EMPID
                    and pay-period between :WS-FROM-PERIOD
                                       and :WS-TO-PERIOD
                  order by pay-period, run-ts
           END-EXEC.

      ***************************************************
        REPRINT-CARD-PARA.
           PERFORM VALIDATE-CARD-PARA.
           IF NOT CARD-VALID
              GO TO REPRINT-CARD-EXIT
           END-IF.

           MOVE CRD-EMPID       TO WS-EMPID.
           MOVE CRD-FROM-PERIOD TO WS-FROM-PERIOD.
           MOVE CRD-TO-PERIOD   TO WS-TO-PERIOD.
           MOVE ZEROES TO WS-CARD-SLIPS.

           EXEC SQL
              open cur_sliprep;
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              DISPLAY 'DB2 ERROR - REGISTER CURSOR OPEN ' WS-EMPID
              MOVE 'REGISTER READ FAILED' TO ERR-REASON
              PERFORM WRITE-ERROR-PARA
              GO TO REPRINT-CARD-EXIT
           END-IF.

           MOVE 'F' TO WS-REGCURVAL.
           PERFORM REPRINT-ROW-PARA
               UNTIL REGC-NOTFND OR REGC-DBERR.

           EXEC SQL
              close cur_sliprep;
           END-EXEC.

           IF REGC-DBERR
              MOVE 'REGISTER READ FAILED' TO ERR-REASON
              PERFORM WRITE-ERROR-PARA
           ELSE
              IF WS-CARD-SLIPS = ZEROES
                 MOVE 'NO REGISTER ROWS IN PERIOD RANGE'
                      TO ERR-REASON
                 PERFORM WRITE-ERROR-PARA
              END-IF
           END-IF.

       REPRINT-CARD-EXIT.
           EXIT.

      ***************************************************
      *    EMPID present, periods shaped YYYYMM and in order; a blank
      *    last period is the first one again.
        VALIDATE-CARD-PARA.
           MOVE 'Y' TO WS-CARD-OK.
           IF CRD-TO-PERIOD = SPACES
              MOVE CRD-FROM-PERIOD TO CRD-TO-PERIOD
           END-IF.
           EVALUATE TRUE
              WHEN CRD-EMPID = SPACES
                 MOVE 'EMPID MISSING' TO ERR-REASON
                 MOVE 'N' TO WS-CARD-OK
              WHEN CRD-FROM-PERIOD IS NOT NUMERIC
                 MOVE 'FROM PERIOD NOT YYYYMM' TO ERR-REASON
                 MOVE 'N' TO WS-CARD-OK
              WHEN CRD-TO-PERIOD IS NOT NUMERIC
                 MOVE 'TO PERIOD NOT YYYYMM' TO ERR-REASON
                 MOVE 'N' TO WS-CARD-OK
              WHEN CRD-FROM-PERIOD(5:2) < '01'
                OR CRD-FROM-PERIOD(5:2) > '12'
                OR CRD-TO-PERIOD(5:2) < '01'
                OR CRD-TO-PERIOD(5:2) > '12'
                 MOVE 'PERIOD MONTH NOT 01-12' TO ERR-REASON
                 MOVE 'N' TO WS-CARD-OK
              WHEN CRD-TO-PERIOD < CRD-FROM-PERIOD
                 MOVE 'TO PERIOD BEFORE FROM PERIOD' TO ERR-REASON
                 MOVE 'N' TO WS-CARD-OK
           END-EVALUATE.
           IF NOT CARD-VALID
              PERFORM WRITE-ERROR-PARA
           END-IF.

      ***************************************************
        WRITE-ERROR-PARA.
           MOVE CRD-EMPID       TO ERR-EMPID.
           MOVE CRD-FROM-PERIOD TO ERR-FROM-PERIOD.
           MOVE CRD-TO-PERIOD   TO ERR-TO-PERIOD.
           WRITE ERROR-RECORD.
           ADD 1 TO REJECTED-COUNT.

      ***************************************************
        REPRINT-ROW-PARA.
           EXEC SQL
              fetch next cur_sliprep into
                :WS-R-PERIOD, :WS-R-RUN-TYPE, :WS-R-DEPT,
                :WS-R-DESG, :WS-R-COMPANY, :WS-R-BASIC, :WS-R-HRA,
                :WS-R-CONVPAY, :WS-R-MEDPAY, :WS-R-PFDED,
                :WS-R-TAXDED, :WS-R-DEDREC, :WS-R-ARREARS,
                :WS-R-OTPAY, :WS-R-ACTALLOW, :WS-R-EXPREIMB,
                :WS-R-SHIFTALW, :WS-R-ESIEE, :WS-R-ESIER,
                :WS-R-PROFTAX, :WS-R-NETPAY, :WS-R-RUN-TS;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE TRUE
              WHEN WS-SQL-RETURN-NORMAL
                 MOVE 'F' TO WS-REGCURVAL
                 PERFORM BUILD-STUB-PARA
                 PERFORM PRINT-PAY-SLIP-PARA
                 ADD 1 TO WS-CARD-SLIPS
              WHEN WS-SQL-RETURN-NO-ENTRY
                 MOVE 'N' TO WS-REGCURVAL
              WHEN OTHER
                 DISPLAY 'DB2 ERROR - REGISTER CURSOR FETCH '
                         WS-EMPID
                 MOVE 'E' TO WS-REGCURVAL
           END-EVALUATE.

      ***************************************************
      *    The register keeps every amount the slip prints except
      *    the leave-without-pay dock and a bonus run's one-time
      *    payment; each is the balancing figure between the footed
      *    register columns and NETPAY, so the reprint foots to
      *    exactly what was paid.
        BUILD-STUB-PARA.
           MOVE SPACES TO PAY-STUB-RECORD.
           MOVE WS-R-PERIOD    TO PS-PAY-PERIOD.
           MOVE WS-R-RUN-TYPE  TO PS-RUN-TYPE.
           MOVE WS-EMPID       TO PS-EMP-ID.
           MOVE WS-R-DEPT      TO PS-EMP-DEPT.
           MOVE WS-R-DESG      TO PS-EMP-DESG.
           MOVE WS-R-COMPANY   TO PS-EMP-COMPANY.
           MOVE WS-R-BASIC     TO PS-EMP-BASIC.
           MOVE WS-R-HRA       TO PS-EMP-HRA.
           MOVE WS-R-CONVPAY   TO PS-EMP-CONVPAY.
           MOVE WS-R-MEDPAY    TO PS-EMP-MEDPAY.
           MOVE WS-R-PFDED     TO PS-EMP-PFDED.
           MOVE WS-R-TAXDED    TO PS-EMP-TAXDED.
           MOVE WS-R-DEDREC    TO PS-EMP-DEDREC.
           MOVE WS-R-ARREARS   TO PS-EMP-ARREARS.
           MOVE WS-R-OTPAY     TO PS-EMP-OTPAY.
           MOVE WS-R-ACTALLOW  TO PS-EMP-ACTALLOW.
           MOVE WS-R-EXPREIMB  TO PS-EMP-EXPREIMB.
           MOVE WS-R-SHIFTALW  TO PS-EMP-SHIFTALW.
           MOVE WS-R-ESIEE     TO PS-EMP-ESIEE.
           MOVE WS-R-ESIER     TO PS-EMP-ESIER.
           MOVE WS-R-PROFTAX   TO PS-EMP-PROFTAX.
           MOVE WS-R-NETPAY    TO PS-EMP-NETPAY.

           COMPUTE WS-EARN-PART = WS-R-BASIC + WS-R-HRA
                                + WS-R-CONVPAY + WS-R-MEDPAY
                                + WS-R-ARREARS + WS-R-OTPAY
                                + WS-R-ACTALLOW + WS-R-EXPREIMB
                                + WS-R-SHIFTALW.
           COMPUTE WS-DEDN-PART = WS-R-PFDED + WS-R-TAXDED
                                + WS-R-DEDREC + WS-R-ESIEE
                                + WS-R-PROFTAX.
           MOVE ZEROES TO PS-EMP-BONUS PS-EMP-DOCKAMT.
           IF WS-R-RUN-TYPE = 'B'
              COMPUTE WS-BALANCE = WS-R-NETPAY + WS-DEDN-PART
                                 - WS-EARN-PART
              IF WS-BALANCE > ZEROES
                 MOVE WS-BALANCE TO PS-EMP-BONUS
              END-IF
           ELSE
              COMPUTE WS-BALANCE = WS-EARN-PART - WS-DEDN-PART
                                 - WS-R-NETPAY
              IF WS-BALANCE > ZEROES
                 MOVE WS-BALANCE TO PS-EMP-DOCKAMT
              END-IF
           END-IF.

           PERFORM NAME-ASOF-PARA THRU NAME-ASOF-EXIT.
           PERFORM DEPTDESC-ASOF-PARA THRU DEPTDESC-ASOF-EXIT.
           PERFORM DESGDESC-ASOF-PARA THRU DESGDESC-ASOF-EXIT.
           MOVE WS-EMP-NAME  TO PS-EMP-NAME.
           MOVE WS-DESG-DESC TO PS-EMP-DESGDESC.
           MOVE WS-R-RUN-TS(1:8) TO DUP-RUN-DATE.

      ***************************************************
      *    The name the slip went out under - the earliest
      *    EMPLOYEE_HISTORY snap after the run, else the current row.
        NAME-ASOF-PARA.
           MOVE SPACES TO WS-EMP-NAME.
           EXEC SQL
               SELECT EMPNAME
                   INTO :WS-EMP-NAME
                   FROM EMPLOYEE_HISTORY H
                   WHERE H.EMPID = :WS-EMPID
                     AND H.SNAP-TS > :WS-R-RUN-TS
                     AND H.SNAP-TS =
                         (SELECT MIN(X.SNAP-TS)
                              FROM EMPLOYEE_HISTORY X
                              WHERE X.EMPID = :WS-EMPID
                                AND X.SNAP-TS > :WS-R-RUN-TS)
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              GO TO NAME-ASOF-EXIT
           END-IF.

           MOVE SPACES TO WS-EMP-NAME.
           EXEC SQL
               SELECT EMPNAME
                   INTO :WS-EMP-NAME
                   FROM EMPLOYEE
                   WHERE EMPID = :WS-EMPID
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE SPACES TO WS-EMP-NAME
           END-IF.

       NAME-ASOF-EXIT.
           EXIT.

      ***************************************************
      *    DEPARTMENT_AUDIT's OLD-DEPTDESC on the first change or
      *    delete after the run is what the department was called
      *    when the slip went out; add rows carry no old value.
        DEPTDESC-ASOF-PARA.
           MOVE SPACES TO WS-DEPT-DESC.
           EXEC SQL
               SELECT OLD-DEPTDESC
                   INTO :WS-DEPT-DESC
                   FROM DEPARTMENT_AUDIT A
                   WHERE A.DEPTCODE = :WS-R-DEPT
                     AND A.OLD-DEPTDESC <> ' '
                     AND A.CHANGED-TS > :WS-R-RUN-TS
                     AND A.CHANGED-TS =
                         (SELECT MIN(X.CHANGED-TS)
                              FROM DEPARTMENT_AUDIT X
                              WHERE X.DEPTCODE = :WS-R-DEPT
                                AND X.OLD-DEPTDESC <> ' '
                                AND X.CHANGED-TS > :WS-R-RUN-TS)
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              GO TO DEPTDESC-ASOF-EXIT
           END-IF.

           MOVE SPACES TO WS-DEPT-DESC.
           EXEC SQL
               SELECT DEPTDESC
                   INTO :WS-DEPT-DESC
                   FROM DEPARTMENT
                   WHERE DEPTCODE = :WS-R-DEPT
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE SPACES TO WS-DEPT-DESC
           END-IF.

       DEPTDESC-ASOF-EXIT.
           EXIT.

      ***************************************************
      *    DESIGNATION_HISTORY rows carry the pre-change description
      *    as OLD-DESGDESC (DESGMANT/CHKMANT); rows written before
      *    the column existed have none and are passed over.
        DESGDESC-ASOF-PARA.
           MOVE SPACES TO WS-DESG-DESC.
           EXEC SQL
               SELECT OLD-DESGDESC
                   INTO :WS-DESG-DESC
                   FROM DESIGNATION_HISTORY H
                   WHERE H.DESGCODE = :WS-R-DESG
                     AND H.OLD-DESGDESC IS NOT NULL
                     AND H.EFFECTIVE-TS > :WS-R-RUN-TS
                     AND H.EFFECTIVE-TS =
                         (SELECT MIN(X.EFFECTIVE-TS)
                              FROM DESIGNATION_HISTORY X
                              WHERE X.DESGCODE = :WS-R-DESG
                                AND X.OLD-DESGDESC IS NOT NULL
                                AND X.EFFECTIVE-TS > :WS-R-RUN-TS)
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              GO TO DESGDESC-ASOF-EXIT
           END-IF.

           MOVE SPACES TO WS-DESG-DESC.
           EXEC SQL
               SELECT DESGDESC
                   INTO :WS-DESG-DESC
                   FROM DESIGNATION
                   WHERE DESGCODE = :WS-R-DESG
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE SPACES TO WS-DESG-DESC
           END-IF.

       DESGDESC-ASOF-EXIT.
           EXIT.

      ***************************************************
      *    The address block is today's EMPLOYEE_CONTACT row - the
      *    reprint is posted now, not when the original was.
        CONTACT-LOOKUP-PARA.
           MOVE SPACES TO WS-ADDR1 WS-ADDR2 WS-CITY WS-POSTCODE.
           EXEC SQL
               SELECT ADDR1, ADDR2, CITY, POSTCODE
                   INTO :WS-ADDR1, :WS-ADDR2, :WS-CITY,
                        :WS-POSTCODE
                   FROM EMPLOYEE_CONTACT
                   WHERE EMPID = :WS-EMPID
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE SPACES TO WS-ADDR1 WS-ADDR2 WS-CITY WS-POSTCODE
           END-IF.

      ***************************************************
      *    payslip.cbl's slip, with the reprint line under the pay
      *    period; one slip per register row, page-broken by the '1'
      *    carriage control on HDR-LINE-1.
        PRINT-PAY-SLIP-PARA.
           PERFORM CONTACT-LOOKUP-PARA.

           WRITE PRINT-RECORD FROM HDR-LINE-1.
           MOVE PS-PAY-PERIOD TO HDR-PAY-PERIOD.
           WRITE PRINT-RECORD FROM HDR-LINE-2.
           WRITE PRINT-RECORD FROM DUP-LINE.
           WRITE PRINT-RECORD FROM BLANK-LINE.

           MOVE PS-EMP-ID       TO EMP-ID-OUT.
           MOVE PS-EMP-NAME     TO EMP-NAME-OUT.
           WRITE PRINT-RECORD FROM EMP-LINE-1.
           MOVE PS-EMP-DEPT     TO EMP-DEPT-OUT.
           MOVE WS-DEPT-DESC    TO EMP-DEPTDESC-OUT.
           WRITE PRINT-RECORD FROM EMP-LINE-2.
           MOVE PS-EMP-DESG     TO EMP-DESG-OUT.
           MOVE PS-EMP-DESGDESC TO EMP-DESGDESC-OUT.
           WRITE PRINT-RECORD FROM EMP-LINE-3.
           IF WS-ADDR1 NOT = SPACES
              MOVE WS-ADDR1 TO ADDR-TEXT-OUT
              WRITE PRINT-RECORD FROM ADDR-LINE
              MOVE SPACES TO ADDR-TEXT-OUT
              STRING FUNCTION TRIM(WS-ADDR2) ', '
                     FUNCTION TRIM(WS-CITY) ' '
                     FUNCTION TRIM(WS-POSTCODE)
                  DELIMITED BY SIZE INTO ADDR-TEXT-OUT
              END-STRING
              WRITE PRINT-RECORD FROM ADDR-LINE
           END-IF.
           WRITE PRINT-RECORD FROM BLANK-LINE.

           MOVE 'EARNINGS' TO BLOCK-HDR-TEXT.
           WRITE PRINT-RECORD FROM BLOCK-HDR-LINE.
           MOVE 'BASIC PAY           ' TO AMT-LABEL.
           MOVE PS-EMP-BASIC TO AMT-VALUE.
           WRITE PRINT-RECORD FROM AMOUNT-LINE.
           MOVE 'HOUSE RENT ALLOWANCE' TO AMT-LABEL.
           MOVE PS-EMP-HRA TO AMT-VALUE.
           WRITE PRINT-RECORD FROM AMOUNT-LINE.
           MOVE 'CONVEYANCE          ' TO AMT-LABEL.
           MOVE PS-EMP-CONVPAY TO AMT-VALUE.
           WRITE PRINT-RECORD FROM AMOUNT-LINE.
           MOVE 'MEDICAL             ' TO AMT-LABEL.
           MOVE PS-EMP-MEDPAY TO AMT-VALUE.
           WRITE PRINT-RECORD FROM AMOUNT-LINE.
           IF PS-EMP-BONUS > ZEROES
              MOVE 'ONE-TIME PAYMENT    ' TO AMT-LABEL
              MOVE PS-EMP-BONUS TO AMT-VALUE
              WRITE PRINT-RECORD FROM AMOUNT-LINE
           END-IF.
           IF PS-EMP-ARREARS > ZEROES
              MOVE 'SALARY ARREARS      ' TO AMT-LABEL
              MOVE PS-EMP-ARREARS TO AMT-VALUE
              WRITE PRINT-RECORD FROM AMOUNT-LINE
           END-IF.
           IF PS-EMP-OTPAY > ZEROES
              MOVE 'OVERTIME            ' TO AMT-LABEL
              MOVE PS-EMP-OTPAY TO AMT-VALUE
              WRITE PRINT-RECORD FROM AMOUNT-LINE
           END-IF.
           IF PS-EMP-ACTALLOW > ZEROES
              MOVE 'ACTING ALLOWANCE    ' TO AMT-LABEL
              MOVE PS-EMP-ACTALLOW TO AMT-VALUE
              WRITE PRINT-RECORD FROM AMOUNT-LINE
           END-IF.
           IF PS-EMP-SHIFTALW > ZEROES
              MOVE 'SHIFT/NIGHT ALLOW   ' TO AMT-LABEL
              MOVE PS-EMP-SHIFTALW TO AMT-VALUE
              WRITE PRINT-RECORD FROM AMOUNT-LINE
           END-IF.
           IF PS-EMP-EXPREIMB > ZEROES
              MOVE 'EXPENSE REIMBURSED  ' TO AMT-LABEL
              MOVE PS-EMP-EXPREIMB TO AMT-VALUE
              WRITE PRINT-RECORD FROM AMOUNT-LINE
           END-IF.
           COMPUTE WS-EARN-TOTAL = PS-EMP-BASIC + PS-EMP-HRA
                                 + PS-EMP-CONVPAY + PS-EMP-MEDPAY
                                 + PS-EMP-BONUS + PS-EMP-ARREARS
                                 + PS-EMP-OTPAY + PS-EMP-ACTALLOW
                                 + PS-EMP-EXPREIMB + PS-EMP-SHIFTALW.
           MOVE 'TOTAL EARNINGS      ' TO AMT-LABEL.
           MOVE WS-EARN-TOTAL TO AMT-VALUE.
           WRITE PRINT-RECORD FROM AMOUNT-LINE.
           WRITE PRINT-RECORD FROM BLANK-LINE.

           MOVE 'DEDUCTIONS' TO BLOCK-HDR-TEXT.
           WRITE PRINT-RECORD FROM BLOCK-HDR-LINE.
           MOVE 'PROVIDENT FUND      ' TO AMT-LABEL.
           MOVE PS-EMP-PFDED TO AMT-VALUE.
           WRITE PRINT-RECORD FROM AMOUNT-LINE.
           MOVE 'INCOME TAX          ' TO AMT-LABEL.
           MOVE PS-EMP-TAXDED TO AMT-VALUE.
           WRITE PRINT-RECORD FROM AMOUNT-LINE.
           MOVE 'LOAN/ADVANCE RECVRY ' TO AMT-LABEL.
           MOVE PS-EMP-DEDREC TO AMT-VALUE.
           WRITE PRINT-RECORD FROM AMOUNT-LINE.
           MOVE 'LEAVE WITHOUT PAY   ' TO AMT-LABEL.
           MOVE PS-EMP-DOCKAMT TO AMT-VALUE.
           WRITE PRINT-RECORD FROM AMOUNT-LINE.
           IF PS-EMP-ESIEE > ZEROES
              MOVE 'STATE INSURANCE     ' TO AMT-LABEL
              MOVE PS-EMP-ESIEE TO AMT-VALUE
              WRITE PRINT-RECORD FROM AMOUNT-LINE
           END-IF.
           IF PS-EMP-PROFTAX > ZEROES
              MOVE 'PROFESSIONAL TAX    ' TO AMT-LABEL
              MOVE PS-EMP-PROFTAX TO AMT-VALUE
              WRITE PRINT-RECORD FROM AMOUNT-LINE
           END-IF.
           COMPUTE WS-DEDN-TOTAL = PS-EMP-PFDED + PS-EMP-TAXDED
                                 + PS-EMP-DEDREC + PS-EMP-DOCKAMT
                                 + PS-EMP-ESIEE + PS-EMP-PROFTAX.
           MOVE 'TOTAL DEDUCTIONS    ' TO AMT-LABEL.
           MOVE WS-DEDN-TOTAL TO AMT-VALUE.
           WRITE PRINT-RECORD FROM AMOUNT-LINE.
           WRITE PRINT-RECORD FROM BLANK-LINE.

           MOVE PS-EMP-NETPAY TO NET-VALUE.
           WRITE PRINT-RECORD FROM NET-PAY-LINE.
      *    The employer's insurance share is not the employee's
      *    money, so it is shown beneath net pay and never footed.
           IF PS-EMP-ESIER > ZEROES
              WRITE PRINT-RECORD FROM BLANK-LINE
              MOVE 'EMPLOYER STATE INS  ' TO AMT-LABEL
              MOVE PS-EMP-ESIER TO AMT-VALUE
              WRITE PRINT-RECORD FROM AMOUNT-LINE
           END-IF.

           ADD 1 TO SLIP-COUNT.

      ***************************************************
       PROGRAM-EXIT.
           DISPLAY "9999-PROGRAM-EXIT - start".

           CLOSE CARD-FILE.
           CLOSE PRINT-FILE.
           CLOSE ERROR-FILE.

           EXEC SQL
                disconnect all;
           END-EXEC

           DISPLAY 'CARD RECORD COUNT '  CARD-COUNT.
           DISPLAY 'REPRINT SLIP COUNT ' SLIP-COUNT.
           DISPLAY 'REJECTED CARD COUNT ' REJECTED-COUNT.
           DISPLAY "9999-PROGRAM-EXIT - end".
