           05 WS-SQLERR-PARAGRAPH      PIC X(30).
           05 WS-SQLERR-KEY            PIC X(30).

      *    The full component set glpost can post - twenty-one
      *    entries since the state-insurance shares, the
      *    professional-tax payable and the intercompany
      *    payable/receivable legs (ICPAY, ICRECV) of a recharge
      *    joined; the completeness figure on the screen counts
      *    the department's mapped components against this.
       01  WS-COMPONENT-FULL-SET       PIC 9(02) VALUE 21.

       01  WS-SWITCHES.
           05  WS-ACT                      PIC X(1).
           END-EVALUATE.

      ***************************************************
      *    How many of the full set of posting components this
      *    department/company pair maps - under the full set means
      *    glpost will suspense-post the gap, and the count on the
      *    screen says so before month-end finds out.
        SHOW-COMPLETENESS-PARA.
