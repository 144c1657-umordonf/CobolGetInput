           SELECT DEPARTMENT-FILE ASSIGN TO "DEPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-FILE-STATUS.
      *    Operator authority table - the maintenance actions each
      *    userid may apply; anything not granted there is denied
           SELECT OPERATOR-AUTH-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPAUTH-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD USER-MASTER-FILE.
       01 PARM-RECORD          PIC X(80).
       FD DEPARTMENT-FILE.
           COPY WSDEPT.
       FD OPERATOR-AUTH-FILE.
           COPY WSOPAUTH.
       WORKING-STORAGE SECTION.
*     * A record that describes a user
           COPY WSUSER.
           COPY WSHORIZN.
           COPY WSPARM.
           COPY WSDPTWS.
           COPY WSOPAWS.
       01 WS-FULL-NAME         PIC a(20).
       01 WS-NEW-AGE           PIC 9(3).
       01 WS-MASTER-STATUS     PIC XX.
       01 WS-COLLISION-FLAG    PIC X VALUE "N".
           88 WS-NAME-COLLISION VALUE "Y".
       01 WS-OTHER-PERSON-ID   PIC 9(5) VALUE 0.
       01 WS-ON-FILE-FLAG      PIC X VALUE "N".
           88 WS-ALREADY-ON-FILE VALUE "Y".
       01 WS-KEEP-EMP-STATUS   PIC X.
       01 WS-KEEP-STATUS-DATE  PIC 9(8).
       01 WS-DEPT-CODE         PIC X(4) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE WS-CURRENT-DATE (1:8) TO WS-RUN-DATE
           PERFORM LOAD-PARAMETERS
           PERFORM LOAD-DEPT-TABLE
           PERFORM LOAD-OPERATOR-AUTHORITY
           IF WS-PARM-ERROR
      *        An interviewer cannot fix a production parm card, so
      *        fall all the way back to the compiled limits
               END-IF
           END-PERFORM.

      *Find the running userid's card on OPERAUTH once, at start-up.
      *No file, or no card, leaves the action list blank and every
      *action is then denied - the operator is told so up front
      *rather than discovering it one reject at a time.
       LOAD-OPERATOR-AUTHORITY.
           MOVE SPACES TO WS-AUTH-ACTIONS
           OPEN INPUT OPERATOR-AUTH-FILE
           IF WS-OPAUTH-STATUS = "00"
               PERFORM READ-OPAUTH-RECORD
               PERFORM MATCH-OPAUTH-RECORD UNTIL WS-END-OF-OPAUTH
               CLOSE OPERATOR-AUTH-FILE
           ELSE
               DISPLAY "OPERAUTH NOT PRESENT - NO MAINTENANCE "
                   "ACTIONS AUTHORIZED"
           END-IF
           IF WS-AUTH-ACTIONS = SPACES
               DISPLAY "WARNING: USERID " WS-USERID
                   " HOLDS NO AUTHORITY ON OPERAUTH"
           END-IF.

       READ-OPAUTH-RECORD.
           READ OPERATOR-AUTH-FILE
               AT END
                   SET WS-END-OF-OPAUTH TO TRUE
           END-READ
           IF WS-OPAUTH-STATUS NOT = "00"
               SET WS-END-OF-OPAUTH TO TRUE
           END-IF.

       MATCH-OPAUTH-RECORD.
           IF OPERATOR-AUTH-RECORD (1:1) NOT = "*"
              AND OA-USERID NOT = SPACES
              AND OA-USERID = WS-USERID
               MOVE OA-ACTIONS TO WS-AUTH-ACTIONS
           END-IF
           PERFORM READ-OPAUTH-RECORD.

      *Is the action letter in WS-AUTH-ACTION on this operator's
      *card?  The action is named either way, for the reject reason.
       CHECK-OPERATOR-AUTHORITY.
           MOVE 0 TO WS-AUTH-TALLY
           INSPECT WS-AUTH-ACTIONS TALLYING WS-AUTH-TALLY
               FOR ALL WS-AUTH-ACTION
           IF WS-AUTH-TALLY > 0 AND WS-AUTH-ACTION NOT = SPACE
               SET WS-AUTH-GRANTED TO TRUE
           ELSE
               SET WS-AUTH-DENIED TO TRUE
           END-IF
           EVALUATE WS-AUTH-ACTION
               WHEN "A"
                   MOVE "ADD" TO WS-AUTH-ACTION-NAME
               WHEN "C"
                   MOVE "CHANGE" TO WS-AUTH-ACTION-NAME
               WHEN "D"
                   MOVE "DELETE" TO WS-AUTH-ACTION-NAME
               WHEN "M"
                   MOVE "MERGE" TO WS-AUTH-ACTION-NAME
               WHEN "X"
                   MOVE "XFER" TO WS-AUTH-ACTION-NAME
               WHEN OTHER
                   MOVE "?" TO WS-AUTH-ACTION-NAME
           END-EVALUATE.

      *Mark the transaction invalid with the denial reason - its
      *own reason, so HELLOACT can pick denials out of the rejects
       SET-AUTH-DENIAL.
           SET WS-IS-INVALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           STRING "NOT AUTHORIZED FOR " WS-AUTH-ACTION-NAME
               DELIMITED BY SIZE INTO WS-REJECT-REASON
           END-STRING.

      *Overlay the compiled limits from the PARMFILE card deck.  A
      *missing deck is normal (compiled limits in use); a deck with
      *a bad card flips WS-PARM-ERROR for the caller to handle.
                   MOVE "UNKNOWN DEPT CODE" TO WS-REJECT-REASON
               END-IF
           END-IF
      *    An interview of someone new is an add; of someone
      *    already on the roster it rewrites their records, which
      *    is a change.  An operator without that authority on
      *    OPERAUTH is denied whatever was keyed.
           PERFORM CHECK-NAME-COLLISION
           IF WS-ALREADY-ON-FILE
               MOVE "C" TO WS-AUTH-ACTION
           ELSE
               MOVE "A" TO WS-AUTH-ACTION
           END-IF
           PERFORM CHECK-OPERATOR-AUTHORITY
           IF WS-AUTH-DENIED
               PERFORM SET-AUTH-DENIAL
           END-IF
           IF WS-IS-INVALID
               PERFORM WRITE-REJECT-RECORD
           END-IF.
      *Save this interview to the roster before we forget it -
      *one master record per horizon so none of the four projections
      *overwrite each other.
      *A re-interview refreshes the ages but keeps the employment
      *status already on file - leave and termination are changed
      *only by HELLOBAT L/T/R cards, which write the history image.
      *VALIDATE-DATA has already looked the person up.
       WRITE-MASTER-RECORD.
           IF WS-ALREADY-ON-FILE
               IF WS-KEEP-EMP-STATUS = "L" OR "T"
                   DISPLAY "NOTE: " WS-FULL-NAME " IS ON LEAVE OR "
                       "TERMINATED - STATUS KEPT, USE AN R CARD "
                       "THROUGH HELLOBAT TO RETURN"
               END-IF
           ELSE
               MOVE "A"         TO WS-KEEP-EMP-STATUS
               MOVE WS-RUN-DATE TO WS-KEEP-STATUS-DATE
           END-IF
           PERFORM VARYING WS-HORIZON-IDX FROM 1 BY 1
                   UNTIL WS-HORIZON-IDX > WS-HORIZON-COUNT
               MOVE WS-LAST-NAME OF WS-USER  TO MR-LAST-NAME
               MOVE WS-BIRTH-DATE OF WS-USER TO MR-BIRTH-DATE
               MOVE WS-RUN-DATE              TO MR-AGE-AS-OF-DATE
               MOVE WS-DEPT-CODE             TO MR-DEPT-CODE
               MOVE WS-KEEP-EMP-STATUS       TO MR-EMP-STATUS
               MOVE WS-KEEP-STATUS-DATE      TO MR-STATUS-DATE
               WRITE MASTER-RECORD
               IF WS-MASTER-STATUS = "22"
                   REWRITE MASTER-RECORD

      *Same name already on the roster under a different person ID?
      *Probably a second John Smith - warn the operator so nobody
      *wonders later whose projections they are looking at.  The
      *same scan notes whether this very person is already on file,
      *and with what status.
       CHECK-NAME-COLLISION.
           MOVE "N" TO WS-COLLISION-FLAG
           MOVE "N" TO WS-ON-FILE-FLAG
           MOVE WS-LAST-NAME OF WS-USER TO MR-LAST-NAME
           START USER-MASTER-FILE KEY IS = MR-LAST-NAME
               INVALID KEY
                           SET WS-NAME-COLLISION TO TRUE
                           MOVE MR-PERSON-ID TO WS-OTHER-PERSON-ID
                       END-IF
                       IF MR-FIRST-NAME = WS-FIRST-NAME OF WS-USER
                          AND MR-PERSON-ID = WS-PERSON-ID OF WS-USER
                          AND NOT WS-ALREADY-ON-FILE
                           SET WS-ALREADY-ON-FILE TO TRUE
                           MOVE MR-EMP-STATUS  TO WS-KEEP-EMP-STATUS
                           MOVE MR-STATUS-DATE TO WS-KEEP-STATUS-DATE
                       END-IF
                   END-IF
           END-READ.

               MOVE "VALID"    TO WS-AUDIT-RESULT
               MOVE WS-NEW-AGE TO WS-AUDIT-AGE-TEXT
           ELSE
               IF WS-AUTH-DENIED
                   MOVE "DENIED"   TO WS-AUDIT-RESULT
               ELSE
                   MOVE "REJECTED" TO WS-AUDIT-RESULT
               END-IF
               MOVE "NA"       TO WS-AUDIT-AGE-TEXT
           END-IF
           PERFORM WRITE-AUDIT-RECORD
           MOVE WS-AUDIT-RESULT        TO AL-RESULT
           MOVE WS-AUDIT-AGE-TEXT      TO AL-NEW-AGE
           MOVE WS-REJECT-REASON       TO AL-REASON
      *    A VALID line that put a new person on the roster says so,
      *    so the movement and as-of reports can tell an add from a
      *    re-interview of someone already there
           IF WS-IS-VALID AND NOT WS-ALREADY-ON-FILE
               MOVE "NEW RECORD"       TO AL-REASON
           END-IF
           WRITE AUDIT-LOG-RECORD.

      *Runs once, after the last interview, not after every one
