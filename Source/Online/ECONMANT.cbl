      *    pay slip prints the address block from here, and the
      *    benefits and bank interface extracts carry the email and
      *    phone so downstream parties stop asking separately.
      *    ESLIP records the employee's opt-in (Y/N) to electronic
      *    pay-slip delivery; payslip routes an opted-in slip to the
      *    eslip e-delivery run instead of the print spool. EMLST
      *    shows B once eslipbnc has loaded a bounce for the address
      *    on file - that person is back on paper until a corrected
      *    address is keyed here, which clears the flag.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECONMANT.
       AUTHOR. ATOS SYNTEL.
           05 WS-POSTCODE              PIC X(10).
           05 WS-PHONE                 PIC X(15).
           05 WS-EMAIL                 PIC X(30).
           05 WS-ESLIP                 PIC X(01).
           05 WS-EMLST                 PIC X(01).
           05 WS-AT-COUNT              PIC S9(04) COMP VALUE ZERO.
           05 WS-MSG                   PIC X(50).
           05 WS-MCOMM                 PIC X(10) VALUE SPACES.
           05 WS-EMP-EXIST-COUNT       PIC S9(09) COMP VALUE ZERO.
                       MOVE 'N'      TO WS-INPUT
                       MOVE ZEROES   TO WS-ENTRY
                    ELSE
                       PERFORM VALIDATE-ESLIP-PARA
                    END-IF
                 END-IF
              ELSE
           MOVE WS-CITY     TO CITYO
           MOVE WS-POSTCODE TO POSTCDO
           MOVE WS-PHONE    TO PHONEO
           MOVE WS-EMAIL    TO EMAILO
           MOVE WS-ESLIP    TO ESLIPO
           MOVE WS-EMLST    TO EMLSTO.

      ***************************************************
      *    Opt-in is Y or N (blank taken as N), and an opted-in
      *    employee needs an address the mail gateway can use.
       VALIDATE-ESLIP-PARA.
           IF ESLIPI = SPACES OR ESLIPI = LOW-VALUES
              MOVE 'N' TO ESLIPI
           END-IF.
           MOVE ZERO TO WS-AT-COUNT.
           INSPECT EMAILI TALLYING WS-AT-COUNT FOR ALL '@'.
           IF ESLIPI NOT = 'Y' AND ESLIPI NOT = 'N'
              MOVE 'E-SLIP OPT-IN MUST BE Y OR N' TO MSGLINO
              MOVE 'ESLIP'  TO WS-PROCESS
              MOVE -1       TO ESLIPL
              MOVE 'N'      TO WS-INPUT
              MOVE ZEROES   TO WS-ENTRY
           ELSE
              IF ESLIPI = 'Y' AND WS-AT-COUNT NOT = 1
                 MOVE 'E-SLIP NEEDS A VALID EMAIL ADDRESS'
                      TO MSGLINO
                 MOVE 'EMAIL'  TO WS-PROCESS
                 MOVE -1       TO EMAILL
                 MOVE 'N'      TO WS-INPUT
                 MOVE ZEROES   TO WS-ENTRY
              ELSE
                 MOVE 'Y'      TO WS-INPUT
              END-IF
           END-IF.

      ***************************************************
       VALIDATE-ACTION-PARA.
        CONROW-VALIDATE.

           EXEC SQL
               SELECT ADDR1, ADDR2, CITY, POSTCODE, PHONE, EMAIL,
                      COALESCE(ESLIP-OPTIN, 'N'),
                      COALESCE(EMAIL-STATUS, ' ')
                   INTO :WS-ADDR1, :WS-ADDR2, :WS-CITY,
                        :WS-POSTCODE, :WS-PHONE, :WS-EMAIL,
                        :WS-ESLIP, :WS-EMLST
                   FROM EMPLOYEE_CONTACT
                   WHERE EMPID = :WS-EMPCD
           END-EXEC.
                 MOVE 'N' TO WS-CONVAL
                 MOVE SPACES TO WS-ADDR1 WS-ADDR2 WS-CITY
                 MOVE SPACES TO WS-POSTCODE WS-PHONE WS-EMAIL
                 MOVE SPACES TO WS-ESLIP WS-EMLST
              WHEN OTHER
                 MOVE 'DB2 ERROR OCCURED, TRY AGAIN' TO MSGLINO
                 MOVE 'ERROR' TO WS-PROCESS

           EXEC SQL
               INSERT INTO EMPLOYEE_CONTACT (EMPID, ADDR1, ADDR2,
                      CITY, POSTCODE, PHONE, EMAIL, ESLIP-OPTIN,
                      EMAIL-STATUS, CHANGED-BY)
                      VALUES (:EMPCDI, :ADDR1I, :ADDR2I, :CITYI,
                              :POSTCDI, :PHONEI, :EMAILI, :ESLIPI,
                              ' ', :EIBUSERID)
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE.
           PERFORM INITIALIZE-FIELD-PARA.

      ***************************************************
      *    A bounced address stays flagged until the address itself
      *    changes - the CASE sees the row's email before this
      *    update replaces it.
       UPDATE-PARA.

           EXEC SQL
                       POSTCODE = :POSTCDI,
                       PHONE    = :PHONEI,
                       EMAIL    = :EMAILI,
                       ESLIP-OPTIN = :ESLIPI,
                       EMAIL-STATUS =
                           CASE WHEN EMAIL = :EMAILI
                                THEN EMAIL-STATUS
                                ELSE ' '
                           END,
                       CHANGED-BY = :EIBUSERID
                   WHERE EMPID = :EMPCDI
           END-EXEC.
           MOVE SPACES TO POSTCDO WS-POSTCODE
           MOVE SPACES TO PHONEO  WS-PHONE
           MOVE SPACES TO EMAILO  WS-EMAIL
           MOVE SPACES TO ESLIPO  WS-ESLIP
           MOVE SPACES TO EMLSTO  WS-EMLST
           MOVE ZEROES TO WS-ENTRY
           MOVE -1 TO ACTIONL
           MOVE 'N' TO WS-INPUT
