      *    bank's credit layout, moves to 'S' (sent), and waits for
      *    bankretn to book the bank's PRENOT result as verified or
      *    failed. bankpay refuses to pay a salary against anything
      *    but a verified row. A split (secondary) account is its
      *    own EMPLOYEE_BANK row and is pre-noted on its own, so
      *    every leg bankpay credits has been proven first.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    prenote.
       ENVIRONMENT DIVISION.
