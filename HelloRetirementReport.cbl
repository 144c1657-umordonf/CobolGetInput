           MOVE WS-SUBTOTAL-LINE TO RETIRE-REPORT-RECORD
           WRITE RETIRE-REPORT-RECORD.

      *Terminated people have already left - nobody to plan for
       CHECK-ELIGIBILITY.
           IF MR-HORIZON-YEARS = WS-CUR-HORIZON
              AND MR-PROJECTED-AGE >= WS-THRESHOLD-AGE
              AND NOT MR-TERMINATED
               ADD 1 TO WS-HORIZON-ELIGIBLE
               ADD 1 TO WS-TOTAL-ELIGIBLE
               PERFORM TALLY-DEPT-ELIGIBLE
