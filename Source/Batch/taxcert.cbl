      *    register withholding is footed against the
      *    EMPLOYEE_TAX_YTD accumulator payrun maintains and the job
      *    ends RC=8 on any disagreement, so the filing can never
      *    carry a figure the ledger does not support. Perquisites
      *    (benefits in kind payrun valued off PERQUISITE) are
      *    taxable but never paid, so they sit outside the register
      *    earnings - they are added to the taxable income and
      *    reported on their own certificate line and their own
      *    'P' filing record. A mid-year joiner's approved prior-
      *    employer income (TAX_DECLARATION category PEMP) is part
      *    of the year's taxable income and printed with the tax
      *    that employer withheld (PTAX); neither is relief.
      *    Each period line names the legal entity (the register's
      *    COMPANY) that paid and withheld; an employee transferred
      *    between entities in the year gets a per-employer block
      *    of earnings and tax, and an 'E' filing record per
      *    employer after the 'D', so each entity's share of the
      *    one certificate is stated.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    taxcert.
       ENVIRONMENT DIVISION.
       01 WS-EMP-NAME             PIC X(30).
       01 WS-SUM-EARN             PIC 9(09)V99.
       01 WS-SUM-TAX              PIC 9(09)V99.
       01 WS-SUM-PERQ             PIC 9(09)V99.
       01 WS-DECL-TOTAL           PIC 9(09)V99.
       01 WS-PRIOR-INCOME         PIC 9(09)V99.
       01 WS-PRIOR-TAX            PIC 9(09)V99.
       01 WS-YTD-TAX              PIC 9(09)V99.
       01 WS-PERIOD               PIC X(06).
       01 WS-PERIOD-TAX           PIC 9(05)V99.
       01 WS-PER-COMPANY          PIC X(03).
       01 WS-EMPLOYER-COUNT       PIC S9(09) COMP.
       01 WS-CO-COMPANY           PIC X(03).
       01 WS-CO-EARN              PIC 9(09)V99.
       01 WS-CO-TAX               PIC 9(09)V99.
       01 WS-SLAB-FROM            PIC 9(09)V99.
       01 WS-SLAB-TO              PIC 9(09)V99.
       01 WS-SLAB-RATE            PIC 9(02)V99.
           05  WS-TAXABLE-INCOME           PIC 9(09)V99.
           05  WS-SLAB-FOUND               PIC X(01).
               88  SLAB-FOUND                      VALUE 'Y'.
           05  WS-CO-EOF-IND               PIC X(1).
               88  CO-EOF                          VALUE 'Y'.

      *    The employers of the year for a transferred employee -
      *    printed on the certificate, then filed as 'E' records.
       01  WS-EMPR-MAX                 PIC 9(02) COMP VALUE 10.
       01  WS-EMPR-USED                PIC 9(02) COMP VALUE ZERO.
       01  WS-EMPR-IDX                 PIC 9(02) COMP.
       01  WS-EMPR-TABLE OCCURS 10 TIMES.
           05  EMPR-COMPANY            PIC X(03).
           05  EMPR-EARN               PIC 9(09)V99.
           05  EMPR-TAX                PIC 9(09)V99.

       01  WS-PARM-CARD                PIC X(80) VALUE SPACES.

           05  FILLER          PIC X(01) VALUE ' '.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  PRD-PERIOD      PIC X(06).
           05  FILLER          PIC X(11) VALUE '  EMPLOYER '.
           05  PRD-COMPANY     PIC X(03).
           05  FILLER          PIC X(14) VALUE '  TAX WITHHELD'.
           05  PRD-TAX         PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X(85) VALUE SPACES.

       01  EMPLOYER-LINE.
           05  FILLER          PIC X(01) VALUE ' '.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  FILLER          PIC X(09) VALUE 'EMPLOYER '.
           05  EMP-COMPANY     PIC X(03).
           05  FILLER          PIC X(12) VALUE '  EARNINGS  '.
           05  EMP-EARN        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(16) VALUE '  TAX WITHHELD  '.
           05  EMP-TAX         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(61) VALUE SPACES.

       01  BLANK-LINE.
           05  FILLER          PIC X(01) VALUE ' '.
           05  FILLER          PIC X(132) VALUE SPACES.

      *    Fixed-layout electronic filing record the authority's
      *    spec prescribes - one 'D' record per employee, followed
      *    by a 'P' record when the employee held perquisites, and
      *    one 'T' trailer with the count and withheld total.
       01  EFILE-DETAIL-RECORD.
           10  EFD-REC-TYPE                PIC X(01) VALUE 'D'.
           10  EFD-EMP-ID                  PIC X(05).
           10  EFD-YTD-MATCH               PIC X(01).
           10  FILLER                      PIC X(43) VALUE SPACES.

       01  EFILE-PERQ-RECORD.
           10  EFP-REC-TYPE                PIC X(01) VALUE 'P'.
           10  EFP-EMP-ID                  PIC X(05).
           10  EFP-TAX-YEAR                PIC X(04).
           10  EFP-PERQ-VALUE              PIC 9(09)V99.
           10  FILLER                      PIC X(59) VALUE SPACES.

       01  EFILE-EMPLOYER-RECORD.
           10  EFE-REC-TYPE                PIC X(01) VALUE 'E'.
           10  EFE-EMP-ID                  PIC X(05).
           10  EFE-TAX-YEAR                PIC X(04).
           10  EFE-COMPANY                 PIC X(03).
           10  EFE-EARNINGS                PIC 9(09)V99.
           10  EFE-TAX-WITHHELD            PIC 9(09)V99.
           10  FILLER                      PIC X(45) VALUE SPACES.

       01  EFILE-TRAILER-RECORD.
           10  EFT-REC-TYPE                PIC X(01) VALUE 'T'.
           10  EFT-TAX-YEAR                PIC X(04).
           10  EFT-EMP-COUNT               PIC 9(10).
           10  EFT-TAX-TOTAL               PIC 9(13)V99.
           10  EFT-PERQ-TOTAL              PIC 9(13)V99.
           10  FILLER                      PIC X(35) VALUE SPACES.

       01  WS-COUNTERS.
           05  CERT-COUNT                  PIC 9(10) VALUE ZEROES.
           05  NO-SLAB-COUNT               PIC 9(10) VALUE ZEROES.
           05  YTD-MISMATCH-COUNT          PIC 9(10) VALUE ZEROES.
           05  WS-TAX-GRAND                PIC 9(13)V99 VALUE ZEROES.
           05  PERQ-EMP-COUNT              PIC 9(10) VALUE ZEROES.
           05  WS-PERQ-GRAND               PIC 9(13)V99 VALUE ZEROES.
           05  MULTI-EMPR-COUNT            PIC 9(10) VALUE ZEROES.

       01  WS-ENV-VALUE                PIC X(80) VALUE SPACES.

      *    yrstmt, sequenced by latest department for distribution.
      *    The taxable basis takes every earning the register
      *    carries: the regular components including overtime and
      *    the acting and shift allowances, and for a bonus-run row
      *    (whose components payrun zeroes) the gross re-added from
      *    net plus what was withheld or recovered - the same
      *    figures the tax was computed on. The perquisite value is
      *    summed apart from the earnings - it was never paid.
        CERT-CURSOR-DECLARE.
           DISPLAY "CERT-CURSOR-DECLARE - START".
           EXEC SQL
                         then netpay + taxded + dedrec + pfded
                         else basicpay + hra + convpay + medpay
                              + arrears + otpay + actallow
                              + coalesce(shiftalw, 0)
                         end),
                     sum(taxded),
                     sum(coalesce(perqval, 0))
                  from payroll_register
                  where substr(pay-period, 1, 4) = :WS-CERT-YEAR
                  group by empid
      ***************************************************
        CERT-CURSOR-FETCH.
           MOVE SPACES TO WS-EMP-DEPT
           MOVE ZEROES TO WS-SUM-EARN WS-SUM-TAX WS-SUM-PERQ
           EXEC SQL
              fetch next cur_taxcert into
                :WS-EMP-ID,
                :WS-EMP-DEPT,
                :WS-SUM-EARN,
                :WS-SUM-TAX,
                :WS-SUM-PERQ;
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           PERFORM NAME-LOOKUP-PARA.
           PERFORM GET-DECLARATIONS-PARA.

           IF WS-DECL-TOTAL >= WS-SUM-EARN + WS-SUM-PERQ
                               + WS-PRIOR-INCOME
              MOVE ZEROES TO WS-TAXABLE-INCOME
           ELSE
              COMPUTE WS-TAXABLE-INCOME = WS-SUM-EARN
                                        + WS-SUM-PERQ
                                        + WS-PRIOR-INCOME
                                        - WS-DECL-TOTAL
           END-IF.


           ADD 1 TO CERT-COUNT.
           ADD WS-SUM-TAX TO WS-TAX-GRAND.
           IF WS-SUM-PERQ > ZEROES
              ADD 1 TO PERQ-EMP-COUNT
              ADD WS-SUM-PERQ TO WS-PERQ-GRAND
           END-IF.

      ***************************************************
      *    The register carries no name - resolved per employee the
                   WHERE EMPID = :WS-EMP-ID
                     AND TAX-YEAR = :WS-CERT-YEAR
                     AND APPROVED-FLAG = 'Y'
                     AND CATEGORY NOT IN ('PEMP', 'PTAX')
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE ZEROES TO WS-DECL-TOTAL
           END-IF.

           MOVE ZEROES TO WS-PRIOR-INCOME WS-PRIOR-TAX.
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN CATEGORY = 'PEMP'
                                        THEN DECL-AMOUNT
                                        ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN CATEGORY = 'PTAX'
                                        THEN DECL-AMOUNT
                                        ELSE 0 END), 0)
                   INTO :WS-PRIOR-INCOME, :WS-PRIOR-TAX
                   FROM TAX_DECLARATION
                   WHERE EMPID = :WS-EMP-ID
                     AND TAX-YEAR = :WS-CERT-YEAR
                     AND APPROVED-FLAG = 'Y'
                     AND CATEGORY IN ('PEMP', 'PTAX')
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE ZEROES TO WS-PRIOR-INCOME WS-PRIOR-TAX
           END-IF.

      ***************************************************
        GET-SLAB-PARA.
           MOVE 'N' TO WS-SLAB-FOUND.
           MOVE 'GROSS EARNINGS          ' TO AMT-LABEL.
           MOVE WS-SUM-EARN TO AMT-VALUE.
           WRITE PRINT-RECORD FROM AMOUNT-LINE.
           MOVE 'PERQUISITES (NON-CASH)  ' TO AMT-LABEL.
           MOVE WS-SUM-PERQ TO AMT-VALUE.
           WRITE PRINT-RECORD FROM AMOUNT-LINE.
           IF WS-PRIOR-INCOME > ZEROES OR WS-PRIOR-TAX > ZEROES
              MOVE 'PRIOR EMPLOYER INCOME   ' TO AMT-LABEL
              MOVE WS-PRIOR-INCOME TO AMT-VALUE
              WRITE PRINT-RECORD FROM AMOUNT-LINE
              MOVE 'PRIOR EMPLOYER TAX      ' TO AMT-LABEL
              MOVE WS-PRIOR-TAX TO AMT-VALUE
              WRITE PRINT-RECORD FROM AMOUNT-LINE
           END-IF.
           MOVE 'APPROVED DECLARATIONS   ' TO AMT-LABEL.
           MOVE WS-DECL-TOTAL TO AMT-VALUE.
           WRITE PRINT-RECORD FROM AMOUNT-LINE.
           WRITE PRINT-RECORD FROM BLANK-LINE.

           PERFORM PRINT-PERIOD-DETAIL-PARA.
           PERFORM PRINT-EMPLOYER-SPLIT-PARA.

           MOVE 'TOTAL TAX WITHHELD      ' TO AMT-LABEL.
           MOVE WS-SUM-TAX TO AMT-VALUE.
        PRINT-PERIOD-DETAIL-PARA.
           EXEC SQL
               DECLARE CUR-CERTPER CURSOR FOR
                   SELECT PAY-PERIOD, COALESCE(COMPANY, ' '),
                          TAXDED
                       FROM PAYROLL_REGISTER
                       WHERE EMPID = :WS-EMP-ID
                         AND SUBSTR(PAY-PERIOD, 1, 4) =
           PERFORM UNTIL PER-EOF
              EXEC SQL
                  FETCH CUR-CERTPER
                      INTO :WS-PERIOD, :WS-PER-COMPANY,
                           :WS-PERIOD-TAX
              END-EXEC
              MOVE SQLCODE TO WS-SQLCODE
              IF WS-SQL-RETURN-NORMAL
                 MOVE WS-PERIOD     TO PRD-PERIOD
                 MOVE WS-PER-COMPANY TO PRD-COMPANY
                 MOVE WS-PERIOD-TAX TO PRD-TAX
                 WRITE PRINT-RECORD FROM PERIOD-LINE
              ELSE
           EXEC SQL CLOSE CUR-CERTPER END-EXEC.
           WRITE PRINT-RECORD FROM BLANK-LINE.

      ***************************************************
      *    Only an employee paid by more than one entity in the
      *    year (an inter-company transfer) gets the per-employer
      *    block - everyone else's certificate is unchanged.
        PRINT-EMPLOYER-SPLIT-PARA.
           MOVE ZERO TO WS-EMPR-USED.
           MOVE ZERO TO WS-EMPLOYER-COUNT.
           EXEC SQL
               SELECT COUNT(DISTINCT COALESCE(COMPANY, ' '))
                   INTO :WS-EMPLOYER-COUNT
                   FROM PAYROLL_REGISTER
                   WHERE EMPID = :WS-EMP-ID
                     AND SUBSTR(PAY-PERIOD, 1, 4) = :WS-CERT-YEAR
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE ZERO TO WS-EMPLOYER-COUNT
           END-IF.

           IF WS-EMPLOYER-COUNT > 1
              ADD 1 TO MULTI-EMPR-COUNT
              EXEC SQL
                  DECLARE CUR-CERTCOMP CURSOR FOR
                      SELECT COALESCE(COMPANY, ' '),
                             SUM(CASE WHEN RUN-TYPE = 'B'
                                 THEN NETPAY + TAXDED + DEDREC
                                      + PFDED
                                 ELSE BASICPAY + HRA + CONVPAY
                                      + MEDPAY + ARREARS + OTPAY
                                      + ACTALLOW
                                      + COALESCE(SHIFTALW, 0)
                                 END),
                             SUM(TAXDED)
                          FROM PAYROLL_REGISTER
                          WHERE EMPID = :WS-EMP-ID
                            AND SUBSTR(PAY-PERIOD, 1, 4) =
                                :WS-CERT-YEAR
                          GROUP BY COALESCE(COMPANY, ' ')
                          ORDER BY MIN(PAY-PERIOD)
              END-EXEC
              EXEC SQL OPEN CUR-CERTCOMP END-EXEC
              MOVE 'N' TO WS-CO-EOF-IND
              PERFORM FETCH-EMPLOYER-PARA
                  UNTIL CO-EOF
              EXEC SQL CLOSE CUR-CERTCOMP END-EXEC
              WRITE PRINT-RECORD FROM BLANK-LINE
           END-IF.

      ***************************************************
        FETCH-EMPLOYER-PARA.
           EXEC SQL
               FETCH CUR-CERTCOMP
                   INTO :WS-CO-COMPANY, :WS-CO-EARN, :WS-CO-TAX
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQL-RETURN-NORMAL
              MOVE WS-CO-COMPANY TO EMP-COMPANY
              MOVE WS-CO-EARN    TO EMP-EARN
              MOVE WS-CO-TAX     TO EMP-TAX
              WRITE PRINT-RECORD FROM EMPLOYER-LINE
              IF WS-EMPR-USED < WS-EMPR-MAX
                 ADD 1 TO WS-EMPR-USED
                 MOVE WS-CO-COMPANY TO EMPR-COMPANY(WS-EMPR-USED)
                 MOVE WS-CO-EARN    TO EMPR-EARN(WS-EMPR-USED)
                 MOVE WS-CO-TAX     TO EMPR-TAX(WS-EMPR-USED)
              END-IF
           ELSE
              MOVE 'Y' TO WS-CO-EOF-IND
           END-IF.

      ***************************************************
        WRITE-EFILE-PARA.
           MOVE WS-EMP-ID          TO EFD-EMP-ID.
              MOVE 'N' TO EFD-YTD-MATCH
           END-IF.
           WRITE EFILE-RECORD FROM EFILE-DETAIL-RECORD.
           IF WS-SUM-PERQ > ZEROES
              MOVE WS-EMP-ID    TO EFP-EMP-ID
              MOVE WS-CERT-YEAR TO EFP-TAX-YEAR
              MOVE WS-SUM-PERQ  TO EFP-PERQ-VALUE
              WRITE EFILE-RECORD FROM EFILE-PERQ-RECORD
           END-IF.
           PERFORM WRITE-EFILE-EMPLOYER-PARA
               VARYING WS-EMPR-IDX FROM 1 BY 1
               UNTIL WS-EMPR-IDX > WS-EMPR-USED.

      ***************************************************
        WRITE-EFILE-EMPLOYER-PARA.
           MOVE WS-EMP-ID                 TO EFE-EMP-ID.
           MOVE WS-CERT-YEAR              TO EFE-TAX-YEAR.
           MOVE EMPR-COMPANY(WS-EMPR-IDX) TO EFE-COMPANY.
           MOVE EMPR-EARN(WS-EMPR-IDX)    TO EFE-EARNINGS.
           MOVE EMPR-TAX(WS-EMPR-IDX)     TO EFE-TAX-WITHHELD.
           WRITE EFILE-RECORD FROM EFILE-EMPLOYER-RECORD.

      ***************************************************
      *    A job with a prerequisite refuses to start until the
           MOVE WS-CERT-YEAR TO EFT-TAX-YEAR.
           MOVE CERT-COUNT   TO EFT-EMP-COUNT.
           MOVE WS-TAX-GRAND TO EFT-TAX-TOTAL.
           MOVE WS-PERQ-GRAND TO EFT-PERQ-TOTAL.
           WRITE EFILE-RECORD FROM EFILE-TRAILER-RECORD.

           CLOSE PRINT-FILE.
           DISPLAY 'NO SLAB   COUNT  '  NO-SLAB-COUNT.
           DISPLAY 'YTD MISMT COUNT  '  YTD-MISMATCH-COUNT.
           DISPLAY 'TAX W/H   TOTAL  '  WS-TAX-GRAND.
           DISPLAY 'PERQ EMP  COUNT  '  PERQ-EMP-COUNT.
           DISPLAY 'PERQUISIT TOTAL  '  WS-PERQ-GRAND.
           DISPLAY 'MULTI EMP COUNT  '  MULTI-EMPR-COUNT.
           DISPLAY "9999-PROGRAM-EXIT - end".
