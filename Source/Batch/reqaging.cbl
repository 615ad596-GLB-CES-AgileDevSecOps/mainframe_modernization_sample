      *    what is going stale instead of discovering it when the
      *    vacancy report repeats the same shortfall for the third
      *    quarter running. Department subtotal counts ride the
      *    file like emplist's DEPTTOT lines. Each requisition also
      *    carries its CANDMANT pipeline - candidates registered,
      *    those through at least one interview stage and still
      *    active, offers out awaiting a reply - and the furthest
      *    point any candidate has reached.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    reqaging.
       ENVIRONMENT DIVISION.
       01 WS-DESG-CODE            PIC X(05).
       01 WS-REQ-STATUS           PIC X(01).
       01 WS-RAISED-TS            PIC X(21).
       01 WS-CAND-COUNT           PIC S9(09) COMP.
       01 WS-INTV-COUNT           PIC S9(09) COMP.
       01 WS-OFFER-COUNT          PIC S9(09) COMP.
          EXEC SQL END DECLARE SECTION END-EXEC
       01  WS-SQLCODE-ANALYSIS.
           05 WS-SQLCODE               PIC S9(9) COMP.
           10  AGR-STATUS                  PIC X(01).
           10  FILLER                      PIC X(01) VALUE ','.
           10  AGR-AGE-DAYS                PIC ZZZZ9.
           10  FILLER                      PIC X(01) VALUE ','.
           10  AGR-CANDS                   PIC ZZZ9.
           10  FILLER                      PIC X(01) VALUE ','.
           10  AGR-INTVW                   PIC ZZZ9.
           10  FILLER                      PIC X(01) VALUE ','.
           10  AGR-OFFERS                  PIC ZZZ9.
           10  FILLER                      PIC X(01) VALUE ','.
           10  AGR-PIPELINE                PIC X(10).

       01  DEPT-SUBTOTAL-RECORD.
           10  DST-ID                      PIC X(07) VALUE 'DEPTTOT'.
           MOVE WS-DESG-CODE  TO AGR-DESG.
           MOVE WS-REQ-STATUS TO AGR-STATUS.
           MOVE WS-AGE-DAYS   TO AGR-AGE-DAYS.
           PERFORM PIPELINE-PARA.
           WRITE REPORT-RECORD FROM DETAIL-RECORD.

      ***************************************************
      *    Candidate counts for the requisition in hand. A failed
      *    read leaves the counts at zero - the aging line still
      *    goes out.
        PIPELINE-PARA.
           MOVE ZERO TO WS-CAND-COUNT WS-INTV-COUNT WS-OFFER-COUNT.
           EXEC SQL
              select count(*),
                     coalesce(sum(case when cand-status = 'A'
                                        and last-stage > 0
                                       then 1 else 0 end), 0),
                     coalesce(sum(case when cand-status = 'O'
                                       then 1 else 0 end), 0)
                  into :WS-CAND-COUNT, :WS-INTV-COUNT,
                       :WS-OFFER-COUNT
                  from candidate
                  where req-id = :WS-REQ-ID
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF NOT WS-SQL-RETURN-NORMAL
              MOVE ZERO TO WS-CAND-COUNT WS-INTV-COUNT WS-OFFER-COUNT
           END-IF.

           MOVE WS-CAND-COUNT  TO AGR-CANDS.
           MOVE WS-INTV-COUNT  TO AGR-INTVW.
           MOVE WS-OFFER-COUNT TO AGR-OFFERS.
           EVALUATE TRUE
              WHEN WS-OFFER-COUNT > 0
                 MOVE 'OFFER OUT'  TO AGR-PIPELINE
              WHEN WS-INTV-COUNT > 0
                 MOVE 'INTERVIEW'  TO AGR-PIPELINE
              WHEN WS-CAND-COUNT > 0
                 MOVE 'APPLIED'    TO AGR-PIPELINE
              WHEN OTHER
                 MOVE 'NO CANDS'   TO AGR-PIPELINE
           END-EVALUATE.

      ***************************************************
        WRITE-DEPT-SUBTOTAL-PARA.
           MOVE WS-PREV-DEPT       TO DST-DEPTCODE.
