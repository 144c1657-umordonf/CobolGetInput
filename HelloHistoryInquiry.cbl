      * Program: HELLOHIS
      * Purpose: Change-history inquiry, operator-driven the way
      *          HELLOLKP is.  HELLOBAT saves a before-image of
      *          every master record a CHANGE or DELETE removes or
      *          a status move (leave, terminate, reinstate) or a
      *          department transfer rewrites, HELLOMNT does the
      *          same for daytime corrections and HELLOPRG for each
      *          record it purges;
      *          this program reads those images back by last name
      *          and prints the person's full change history - what
      *          each record said, when it changed, who changed it,
           88 WS-KEEP-GOING    VALUE "Y" "y".
       01 WS-ENTRY-COUNT       PIC 9(5) VALUE 0.
      *Spell the one-byte code out for whoever is reading along
       01 WS-TRANS-DESC        PIC X(9).

       PROCEDURE DIVISION.
      * Run all functions
                   MOVE "DELETE " TO WS-TRANS-DESC
               WHEN "M"
                   MOVE "MERGE  " TO WS-TRANS-DESC
               WHEN "L"
                   MOVE "LEAVE" TO WS-TRANS-DESC
               WHEN "T"
                   MOVE "TERMINATE" TO WS-TRANS-DESC
               WHEN "R"
                   MOVE "REINSTATE" TO WS-TRANS-DESC
               WHEN "P"
                   MOVE "PURGE" TO WS-TRANS-DESC
               WHEN "X"
                   MOVE "TRANSFER" TO WS-TRANS-DESC
               WHEN OTHER
                   MOVE HX-TRANS-CODE TO WS-TRANS-DESC
           END-EVALUATE
               HX-PROJECTED-AGE
           DISPLAY "  BORN " HX-BIRTH-DATE
               "  AGE AS OF " HX-AGE-AS-OF-DATE
               "  DEPT " HX-DEPT-CODE
               "  STATUS " HX-EMP-STATUS " " HX-STATUS-DATE.

       FINISH-UP.
           DISPLAY "GOOD BYE".
