       PERFORM LOAD-PREVIOUS-STATS
       PERFORM UNTIL WS-END-OF-FILE
           PERFORM READ-MASTER
      *    Terminated people are no longer part of the workforce
           IF NOT WS-END-OF-FILE AND NOT MR-TERMINATED
               PERFORM TALLY-RECORD
           END-IF
       END-PERFORM
