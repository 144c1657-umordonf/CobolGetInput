      *          replaces DEPTFILE.  A deck with any bad card ends
      *          RC=8 with the existing reference file untouched,
      *          so a typo cannot half-load the table every intake
      *          validates against.  A clean deck is then proved
      *          against USERMSTR: a department code still carried
      *          on anyone's master record cannot be dropped (every
      *          later CHANGE for them would reject), so the holders
      *          are listed and the load refused the same way.  Move
      *          them first with a HELLOBAT X(fer) card.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT DEPARTMENT-FILE ASSIGN TO "DEPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-FILE-STATUS.
      *    Read only, to see which codes are still in use
           SELECT USER-MASTER-FILE ASSIGN TO "USERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MR-KEY
               ALTERNATE RECORD KEY IS MR-LAST-NAME WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD DEPT-CARD-FILE.
       01 DEPT-CARD-RECORD      PIC X(80).
       FD DEPARTMENT-FILE.
           COPY WSDEPT.
       FD USER-MASTER-FILE.
           COPY WSMASTR.
       WORKING-STORAGE SECTION.
           COPY WSDPTWS.
       01 WS-CARD-STATUS        PIC XX.
       01 WS-CARD-CODE          PIC X(20).
       01 WS-CARD-NAME          PIC X(40).
       01 WS-SCAN-IDX           PIC 9(2) VALUE 1.
       01 WS-MASTER-STATUS      PIC XX.
       01 WS-MASTER-EOF-FLAG    PIC X VALUE "N".
           88 WS-END-OF-MASTER  VALUE "Y".
      *Holders of a code the deck would drop, counted once per
      *person (not once per horizon record)
       01 WS-PREV-PERSON        PIC X(25) VALUE SPACES.
       01 WS-HOLDER-COUNT       PIC 9(5) VALUE 0.
       01 WS-HOLDER-STATUS      PIC X(10).

       PROCEDURE DIVISION.
      * Run all functions
       PERFORM START-UP
       PERFORM PROCESS-DEPT-CARD UNTIL WS-END-OF-CARDS
       IF NOT WS-DECK-ERROR
           PERFORM CHECK-CODES-IN-USE
       END-IF
       IF WS-DECK-ERROR
           DISPLAY "DECK ERROR - DEPTFILE LEFT UNTOUCHED"
       ELSE
               END-IF
           END-IF.

      *Every person on the master must still find their department
      *on the new deck.  No master yet means nothing can be in use;
      *a master that is there but will not open cannot be proved,
      *so the load is refused rather than risked.
       CHECK-CODES-IN-USE.
           OPEN INPUT USER-MASTER-FILE
           EVALUATE WS-MASTER-STATUS
               WHEN "00"
                   PERFORM READ-MASTER-RECORD
                   PERFORM CHECK-MASTER-RECORD
                       UNTIL WS-END-OF-MASTER
                   CLOSE USER-MASTER-FILE
                   IF WS-HOLDER-COUNT > 0
                       SET WS-DECK-ERROR TO TRUE
                       DISPLAY "DECK ERROR: " WS-HOLDER-COUNT
                           " PERSONS STILL HOLD A DEPARTMENT THE "
                           "DECK DROPS"
                   END-IF
               WHEN "35"
                   DISPLAY "USERMSTR NOT PRESENT - NO DEPARTMENTS "
                       "IN USE"
               WHEN OTHER
                   SET WS-DECK-ERROR TO TRUE
                   DISPLAY "ERROR: CANNOT OPEN USERMSTR - STATUS "
                       WS-MASTER-STATUS
                       " - DEPARTMENTS IN USE CANNOT BE CHECKED"
           END-EVALUATE.

       READ-MASTER-RECORD.
           READ USER-MASTER-FILE NEXT
               AT END
                   SET WS-END-OF-MASTER TO TRUE
           END-READ
           IF WS-MASTER-STATUS NOT = "00"
               SET WS-END-OF-MASTER TO TRUE
           END-IF.

      *A person's horizon records sit together in key order, so the
      *first one seen speaks for them all
       CHECK-MASTER-RECORD.
           IF MR-KEY (1:25) NOT = WS-PREV-PERSON
               MOVE MR-KEY (1:25) TO WS-PREV-PERSON
               IF MR-DEPT-CODE NOT = SPACES
                   MOVE "N" TO WS-DEPT-FOUND-FLAG
                   PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                           UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                       IF WS-DEPT-CODE-T (WS-DEPT-IDX) = MR-DEPT-CODE
                           SET WS-DEPT-FOUND TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT WS-DEPT-FOUND
                       PERFORM LIST-CODE-HOLDER
                   END-IF
               END-IF
           END-IF
           PERFORM READ-MASTER-RECORD.

       LIST-CODE-HOLDER.
           ADD 1 TO WS-HOLDER-COUNT
           EVALUATE TRUE
               WHEN MR-ON-LEAVE
                   MOVE "ON LEAVE" TO WS-HOLDER-STATUS
               WHEN MR-TERMINATED
                   MOVE "TERMINATED" TO WS-HOLDER-STATUS
               WHEN OTHER
                   MOVE SPACES TO WS-HOLDER-STATUS
           END-EVALUATE
           DISPLAY "DEPT " MR-DEPT-CODE " NOT ON DECK, STILL HELD BY "
               MR-FULL-NAME " ID " MR-PERSON-ID " " WS-HOLDER-STATUS.

      *The deck proved clean front to back - only now does the
      *reference file get replaced
       WRITE-DEPT-FILE.
           END-PERFORM
           CLOSE DEPARTMENT-FILE.

      *RETURN-CODE severity: 0 = table replaced, 8 = deck error (or a
      *dropped code still in use) and the old table still stands
       FINISH-UP.
           IF WS-CARDS-OPEN
               CLOSE DEPT-CARD-FILE
