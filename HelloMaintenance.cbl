      ******************************************************************
      * Program: HELLOMNT
      * Purpose: Daytime roster maintenance, operator-driven the way
      *          HELLOLKP is.  Instead of keying a CHANGE or DELETE
      *          card and waiting for tonight's HELLOBAT, look the
      *          person up by last name and person ID, see every
      *          stored horizon record, and correct the name, date
      *          of birth, age or department - or delete the person
      *          keyed in error - on the spot.  The same rules apply
      *          as overnight: PARMFILE age limits and horizon set,
      *          DEPTFILE department check, REJRPT for what fails.
      *          Every fix leaves the same trail an overnight one
      *          does - HISTFILE before-images and a WSAUDIT line -
      *          so HELLOHIS, HELLORCN and HELLOACT cannot tell a
      *          daytime correction from a batch one.  A change of
      *          name moves the person to a new key; the old name
      *          gets its own RENAMED audit line so the
      *          reconciliation expects it gone.  The operator
      *          must hold change or delete authority on OPERAUTH;
      *          an attempt without it is DENIED before anything is
      *          keyed, and leaves a reject and an audit line.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER-FILE ASSIGN TO "USERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-KEY
               ALTERNATE RECORD KEY IS MR-LAST-NAME WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT ERROR-REPORT-FILE ASSIGN TO "REJRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      *    Before-images of every master record a correction
      *    removes, same file HELLOBAT writes overnight
           SELECT HISTORY-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
      *    Runtime business limits (age range, horizon set) so the
      *    rules can change by editing a card, not a recompile.
           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
      *    Department reference table loaded by HELLODPT - a dept
      *    code that is not on it rejects instead of creating a
      *    phantom department on the roster.
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
           COPY WSMASTR.
       FD ERROR-REPORT-FILE.
           COPY WSERRRPT.
       FD AUDIT-LOG-FILE.
           COPY WSAUDIT.
       FD HISTORY-FILE.
           COPY WSHIST.
       FD PARM-FILE.
       01 PARM-RECORD          PIC X(80).
       FD DEPARTMENT-FILE.
           COPY WSDEPT.
       FD OPERATOR-AUTH-FILE.
           COPY WSOPAUTH.
       WORKING-STORAGE SECTION.
           COPY WSUSER.
           COPY WSVALWS.
           COPY WSHORIZN.
           COPY WSPARM.
           COPY WSDPTWS.
           COPY WSOPAWS.
       01 WS-FULL-NAME         PIC a(20).
       01 WS-NEW-AGE           PIC 9(3).
       01 WS-MASTER-STATUS     PIC XX.
       01 WS-ERROR-STATUS      PIC XX.
       01 WS-AUDIT-STATUS      PIC XX.
       01 WS-HIST-STATUS       PIC XX.
       01 WS-USERID            PIC X(20) VALUE SPACES.
       01 WS-CURRENT-DATE      PIC X(21).
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-AUDIT-RESULT      PIC X(8).
       01 WS-AUDIT-AGE-TEXT    PIC X(3).
       01 WS-DEPT-CODE         PIC X(4) VALUE SPACES.
       01 WS-CONTINUE          PIC a(1) VALUE "Y".
           88 WS-KEEP-GOING    VALUE "Y" "y".
      *The operator's search key.  The first name is only asked for
      *when the last name and ID match more than one person (a
      *legacy zero ID shared by two people, say).
       01 WS-SEARCH-LAST-NAME  PIC a(10).
       01 WS-SEARCH-FIRST-NAME PIC a(10).
       01 WS-SEARCH-ID-TEXT    PIC X(5).
       01 WS-SEARCH-PERSON-ID  PIC 9(5) VALUE 0.
       01 WS-PERSON-FOUND      PIC X VALUE "N".
           88 WS-ON-MASTER     VALUE "Y".
       01 WS-AMBIGUOUS-FLAG    PIC X VALUE "N".
           88 WS-AMBIGUOUS     VALUE "Y".
      *The person as they stand on the master now, and every stored
      *horizon record's key, gathered before anything is touched
      *so the DELETEs never disturb a browse
       01 WS-OLD-PERSON.
           05 WS-OLD-LAST-NAME  PIC X(10).
           05 WS-OLD-FIRST-NAME PIC X(10).
           05 WS-OLD-PERSON-ID  PIC 9(5).
       01 WS-OLD-FULL-NAME     PIC X(20).
       01 WS-OLD-AGE           PIC 9(2).
       01 WS-OLD-BIRTH-DATE    PIC 9(8).
       01 WS-OLD-DEPT-CODE     PIC X(4).
       01 WS-OLD-EMP-STATUS    PIC X.
       01 WS-OLD-STATUS-DATE   PIC 9(8).
       01 WS-REC-COUNT         PIC 9(2) VALUE 0.
       01 WS-REC-IDX           PIC 9(2) VALUE 1.
       01 WS-REC-TABLE.
           05 WS-REC-ENTRY OCCURS 16 TIMES.
               10 WS-REC-KEY       PIC X(27).
               10 WS-REC-HORIZON   PIC 9(2).
               10 WS-REC-PROJ-AGE  PIC 9(3).
               10 WS-REC-AS-OF     PIC 9(8).
      *What the operator wants done, and the corrections keyed in
      *(blank keeps what is stored)
       01 WS-ACTION            PIC X VALUE SPACE.
           88 WS-ACTION-CHANGE VALUE "C" "c".
           88 WS-ACTION-DELETE VALUE "D" "d".
       01 WS-CONFIRM           PIC X VALUE "N".
           88 WS-CONFIRMED     VALUE "Y" "y".
       01 WS-ENTRY-NAME        PIC X(10).
       01 WS-ENTRY-DEPT        PIC X(4).
       01 WS-AGE-TEXT          PIC X(2).
       01 WS-BIRTH-TEXT        PIC X(8).
       01 WS-TRANS-CODE        PIC X VALUE "C".
       01 WS-RENAME-FLAG       PIC X VALUE "N".
           88 WS-RENAMED       VALUE "Y".

       PROCEDURE DIVISION.
      * Run all functions, one person per pass, until the operator
      * says there is no one left to fix
       PERFORM START-UP
       PERFORM WITH TEST AFTER UNTIL NOT WS-KEEP-GOING
           PERFORM GET-DATA
           PERFORM FIND-PERSON
           IF WS-ON-MASTER
               PERFORM SHOW-DATA
               PERFORM GET-ACTION
               EVALUATE TRUE
                   WHEN WS-ACTION-CHANGE
                       MOVE "C" TO WS-AUTH-ACTION
                       PERFORM CHECK-OPERATOR-AUTHORITY
                       IF WS-AUTH-GRANTED
                           PERFORM CHANGE-PERSON
                       ELSE
                           PERFORM DENY-ACTION
                       END-IF
                   WHEN WS-ACTION-DELETE
                       MOVE "D" TO WS-AUTH-ACTION
                       PERFORM CHECK-OPERATOR-AUTHORITY
                       IF WS-AUTH-GRANTED
                           PERFORM DELETE-PERSON
                       ELSE
                           PERFORM DENY-ACTION
                       END-IF
                   WHEN OTHER
                       DISPLAY "NOTHING CHANGED"
               END-EVALUATE
           END-IF
           DISPLAY "MAINTAIN ANOTHER PERSON? (Y/N)"
           ACCEPT WS-CONTINUE
       END-PERFORM
       PERFORM CLOSE-UP
       GOBACK.

       START-UP.
           DISPLAY "HELLO ROSTER MAINTENANCE"
           DISPLAY "USER" UPON ENVIRONMENT-NAME
           ACCEPT WS-USERID FROM ENVIRONMENT-VALUE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE (1:8) TO WS-RUN-DATE
           PERFORM LOAD-PARAMETERS
           PERFORM LOAD-DEPT-TABLE
           PERFORM LOAD-OPERATOR-AUTHORITY
           IF WS-PARM-ERROR
      *        An operator cannot fix a production parm card, so
      *        fall all the way back to the compiled limits
               DISPLAY "PARM ERROR - COMPILED LIMITS IN USE"
               PERFORM RESET-DEFAULT-PARMS
           END-IF
           OPEN I-O USER-MASTER-FILE
           OPEN EXTEND ERROR-REPORT-FILE
           IF WS-ERROR-STATUS = "35"
               OPEN OUTPUT ERROR-REPORT-FILE
           END-IF
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           OPEN EXTEND HISTORY-FILE
           IF WS-HIST-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           PERFORM WRITE-PARM-AUDIT.

      *Pull the department reference table into storage.  No file
      *means no departments are defined yet - only a blank
      *(unassigned) department will validate.
       LOAD-DEPT-TABLE.
           OPEN INPUT DEPARTMENT-FILE
           IF WS-DEPT-FILE-STATUS = "00"
               PERFORM READ-DEPT-RECORD
               PERFORM STORE-DEPT-RECORD UNTIL WS-END-OF-DEPTS
               CLOSE DEPARTMENT-FILE
           ELSE
               DISPLAY "DEPTFILE NOT PRESENT - ONLY BLANK "
                   "DEPARTMENTS WILL VALIDATE"
           END-IF.

       READ-DEPT-RECORD.
           READ DEPARTMENT-FILE
               AT END
                   SET WS-END-OF-DEPTS TO TRUE
           END-READ
           IF WS-DEPT-FILE-STATUS NOT = "00"
               SET WS-END-OF-DEPTS TO TRUE
           END-IF.

       STORE-DEPT-RECORD.
           IF WS-DEPT-COUNT < 50
              AND DP-DEPT-CODE NOT = SPACES
               ADD 1 TO WS-DEPT-COUNT
               MOVE DP-DEPT-CODE TO WS-DEPT-CODE-T (WS-DEPT-COUNT)
               MOVE DP-DEPT-NAME TO WS-DEPT-NAME-T (WS-DEPT-COUNT)
           END-IF
           PERFORM READ-DEPT-RECORD.

      *Is the code on the reference table?
       FIND-DEPT-ENTRY.
           MOVE "N" TO WS-DEPT-FOUND-FLAG
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF WS-DEPT-CODE-T (WS-DEPT-IDX) = WS-DEPT-CODE
                   SET WS-DEPT-FOUND TO TRUE
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
       LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               PERFORM READ-PARM-CARD
               PERFORM PROCESS-PARM-CARD UNTIL WS-END-OF-PARMS
               CLOSE PARM-FILE
               IF WS-AGE-MIN >= WS-AGE-MAX
                   SET WS-PARM-ERROR TO TRUE
                   DISPLAY "PARM ERROR: AGEMIN " WS-AGE-MIN
                       " NOT BELOW AGEMAX " WS-AGE-MAX
               END-IF
           ELSE
               DISPLAY "PARMFILE NOT PRESENT - COMPILED LIMITS "
                   "IN USE"
           END-IF.

       READ-PARM-CARD.
           READ PARM-FILE
               AT END
                   SET WS-END-OF-PARMS TO TRUE
           END-READ
           IF WS-PARM-STATUS NOT = "00"
               SET WS-END-OF-PARMS TO TRUE
           END-IF.

       PROCESS-PARM-CARD.
           IF PARM-RECORD (1:1) = "*" OR PARM-RECORD = SPACES
               CONTINUE
           ELSE
               PERFORM PARSE-PARM-CARD
           END-IF
           PERFORM READ-PARM-CARD.

       PARSE-PARM-CARD.
           MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE
           UNSTRING PARM-RECORD DELIMITED BY "="
               INTO WS-PARM-KEYWORD WS-PARM-VALUE
           END-UNSTRING
           EVALUATE WS-PARM-KEYWORD
               WHEN "AGEMIN"
                   IF WS-PARM-VALUE (1:2) IS NUMERIC
                       MOVE WS-PARM-VALUE (1:2) TO WS-AGE-MIN
                   ELSE
                       SET WS-PARM-ERROR TO TRUE
                       DISPLAY "PARM ERROR: BAD AGEMIN CARD: "
                           PARM-RECORD
                   END-IF
               WHEN "AGEMAX"
                   IF WS-PARM-VALUE (1:2) IS NUMERIC
                       MOVE WS-PARM-VALUE (1:2) TO WS-AGE-MAX
                   ELSE
                       SET WS-PARM-ERROR TO TRUE
                       DISPLAY "PARM ERROR: BAD AGEMAX CARD: "
                           PARM-RECORD
                   END-IF
               WHEN "HORIZONS"
                   PERFORM LOAD-HORIZON-LIST
               WHEN OTHER
                   SET WS-PARM-ERROR TO TRUE
                   DISPLAY "PARM ERROR: UNKNOWN CARD: " PARM-RECORD
           END-EVALUATE.

      *HORIZONS=nn,nn,... - two-digit years, up to eight, nonzero
       LOAD-HORIZON-LIST.
           MOVE SPACES TO WS-PARM-HZ-LIST
           UNSTRING WS-PARM-VALUE DELIMITED BY ","
               INTO WS-PARM-HZ-ITEM (1) WS-PARM-HZ-ITEM (2)
                    WS-PARM-HZ-ITEM (3) WS-PARM-HZ-ITEM (4)
                    WS-PARM-HZ-ITEM (5) WS-PARM-HZ-ITEM (6)
                    WS-PARM-HZ-ITEM (7) WS-PARM-HZ-ITEM (8)
           END-UNSTRING
           MOVE 0 TO WS-PARM-HZ-COUNT
           PERFORM VARYING WS-PARM-HZ-IDX FROM 1 BY 1
                   UNTIL WS-PARM-HZ-IDX > 8
               IF WS-PARM-HZ-ITEM (WS-PARM-HZ-IDX) NOT = SPACES
                   IF WS-PARM-HZ-ITEM (WS-PARM-HZ-IDX) (1:2)
                      IS NUMERIC
                      AND WS-PARM-HZ-ITEM (WS-PARM-HZ-IDX) (1:2)
                          NOT = "00"
                       ADD 1 TO WS-PARM-HZ-COUNT
                       MOVE WS-PARM-HZ-ITEM (WS-PARM-HZ-IDX) (1:2)
                           TO WS-HORIZON-YEARS (WS-PARM-HZ-COUNT)
                   ELSE
                       SET WS-PARM-ERROR TO TRUE
                       DISPLAY "PARM ERROR: BAD HORIZON VALUE: "
                           WS-PARM-HZ-ITEM (WS-PARM-HZ-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PARM-HZ-COUNT = 0
               SET WS-PARM-ERROR TO TRUE
               DISPLAY "PARM ERROR: HORIZONS CARD HAS NO VALUES"
           ELSE
               MOVE WS-PARM-HZ-COUNT TO WS-HORIZON-COUNT
           END-IF.

       RESET-DEFAULT-PARMS.
           MOVE 5  TO WS-AGE-MIN
           MOVE 95 TO WS-AGE-MAX
           MOVE 5  TO WS-HORIZON-YEARS (1)
           MOVE 10 TO WS-HORIZON-YEARS (2)
           MOVE 20 TO WS-HORIZON-YEARS (3)
           MOVE 30 TO WS-HORIZON-YEARS (4)
           PERFORM VARYING WS-PARM-HZ-IDX FROM 5 BY 1
                   UNTIL WS-PARM-HZ-IDX > 8
               MOVE 0 TO WS-HORIZON-YEARS (WS-PARM-HZ-IDX)
           END-PERFORM
           MOVE 4 TO WS-HORIZON-COUNT.

      *Echo the limits this session is using into the audit trail,
      *so a question about why a correction was rejected can be
      *answered with the rules that were actually in force
       WRITE-PARM-AUDIT.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE WS-CURRENT-DATE (1:8) TO AL-DATE
           MOVE WS-CURRENT-DATE (9:6) TO AL-TIME
           MOVE WS-USERID             TO AL-USERID
           MOVE "RUN SETTINGS"        TO AL-FULL-NAME
           MOVE "PARMS"               TO AL-RESULT
           STRING "MIN=" DELIMITED BY SIZE
               WS-AGE-MIN DELIMITED BY SIZE
               " MAX=" DELIMITED BY SIZE
               WS-AGE-MAX DELIMITED BY SIZE
               " HZN=" DELIMITED BY SIZE
               WS-HORIZON-COUNT DELIMITED BY SIZE
               INTO AL-REASON
           END-STRING
           WRITE AUDIT-LOG-RECORD.

      *A paragraph to get the operator's search key
       GET-DATA.
           MOVE SPACES TO WS-SEARCH-LAST-NAME WS-SEARCH-FIRST-NAME
           DISPLAY "WHAT IS THE LAST NAME TO MAINTAIN?"
           ACCEPT WS-SEARCH-LAST-NAME
           DISPLAY "WHAT IS THE PERSON ID?"
           MOVE SPACES TO WS-SEARCH-ID-TEXT
           ACCEPT WS-SEARCH-ID-TEXT
           IF WS-SEARCH-ID-TEXT IS NUMERIC
               MOVE WS-SEARCH-ID-TEXT TO WS-SEARCH-PERSON-ID
           ELSE
               MOVE ZERO TO WS-SEARCH-PERSON-ID
           END-IF.

      *Every stored record for the last name and ID.  Two different
      *first names under the same name and ID means the operator
      *has to say which one before anything is shown.
       FIND-PERSON.
           PERFORM GATHER-PERSON
           IF WS-AMBIGUOUS
               DISPLAY "MORE THAN ONE PERSON HAS THAT LAST NAME AND "
                   "ID - WHAT IS THE FIRST NAME?"
               ACCEPT WS-SEARCH-FIRST-NAME
               PERFORM GATHER-PERSON
           END-IF
           IF NOT WS-ON-MASTER
               DISPLAY "NO RECORD FOUND FOR " WS-SEARCH-LAST-NAME
                   " ID " WS-SEARCH-PERSON-ID
           END-IF.

       GATHER-PERSON.
           MOVE "N" TO WS-PERSON-FOUND
           MOVE "N" TO WS-AMBIGUOUS-FLAG
           MOVE 0 TO WS-REC-COUNT
           MOVE WS-SEARCH-LAST-NAME TO MR-LAST-NAME
           START USER-MASTER-FILE KEY IS = MR-LAST-NAME
               INVALID KEY
                   CONTINUE
           END-START
           IF WS-MASTER-STATUS = "00"
               PERFORM GATHER-PERSON-RECORD
                   UNTIL WS-MASTER-STATUS NOT = "00"
           END-IF.

       GATHER-PERSON-RECORD.
           READ USER-MASTER-FILE NEXT
               AT END
                   MOVE "10" TO WS-MASTER-STATUS
               NOT AT END
                   IF MR-LAST-NAME NOT = WS-SEARCH-LAST-NAME
                       MOVE "10" TO WS-MASTER-STATUS
                   ELSE
                       IF MR-PERSON-ID = WS-SEARCH-PERSON-ID
                          AND (WS-SEARCH-FIRST-NAME = SPACES
                           OR MR-FIRST-NAME = WS-SEARCH-FIRST-NAME)
                           PERFORM NOTE-PERSON-RECORD
                       END-IF
                   END-IF
           END-READ.

       NOTE-PERSON-RECORD.
           IF NOT WS-ON-MASTER
               SET WS-ON-MASTER TO TRUE
               MOVE MR-LAST-NAME      TO WS-OLD-LAST-NAME
               MOVE MR-FIRST-NAME     TO WS-OLD-FIRST-NAME
               MOVE MR-PERSON-ID      TO WS-OLD-PERSON-ID
               MOVE MR-FULL-NAME      TO WS-OLD-FULL-NAME
               MOVE MR-ORIGINAL-AGE   TO WS-OLD-AGE
               MOVE MR-BIRTH-DATE     TO WS-OLD-BIRTH-DATE
               MOVE MR-DEPT-CODE      TO WS-OLD-DEPT-CODE
      *        Records from before statuses existed read as active
               IF MR-ACTIVE
                   MOVE "A" TO WS-OLD-EMP-STATUS
               ELSE
                   MOVE MR-EMP-STATUS TO WS-OLD-EMP-STATUS
               END-IF
               IF MR-STATUS-DATE IS NUMERIC
                   MOVE MR-STATUS-DATE TO WS-OLD-STATUS-DATE
               ELSE
                   MOVE 0 TO WS-OLD-STATUS-DATE
               END-IF
           END-IF
           IF MR-FIRST-NAME NOT = WS-OLD-FIRST-NAME
               SET WS-AMBIGUOUS TO TRUE
           ELSE
               IF WS-REC-COUNT < 16
                   ADD 1 TO WS-REC-COUNT
                   MOVE MR-KEY TO WS-REC-KEY (WS-REC-COUNT)
                   MOVE MR-HORIZON-YEARS
                       TO WS-REC-HORIZON (WS-REC-COUNT)
                   MOVE MR-PROJECTED-AGE
                       TO WS-REC-PROJ-AGE (WS-REC-COUNT)
                   MOVE MR-AGE-AS-OF-DATE
                       TO WS-REC-AS-OF (WS-REC-COUNT)
               END-IF
           END-IF.

      *The person as stored, then every horizon record
       SHOW-DATA.
           DISPLAY "PERSON:  " WS-OLD-FULL-NAME
               " (PERSON ID " WS-OLD-PERSON-ID ")"
           DISPLAY "  AGE " WS-OLD-AGE "  BORN " WS-OLD-BIRTH-DATE
               "  DEPT " WS-OLD-DEPT-CODE
               "  STATUS " WS-OLD-EMP-STATUS " " WS-OLD-STATUS-DATE
           PERFORM VARYING WS-REC-IDX FROM 1 BY 1
                   UNTIL WS-REC-IDX > WS-REC-COUNT
               DISPLAY "  IN " WS-REC-HORIZON (WS-REC-IDX)
                   " YEARS: " WS-REC-PROJ-AGE (WS-REC-IDX)
                   "  (AS OF " WS-REC-AS-OF (WS-REC-IDX) ")"
           END-PERFORM.

       GET-ACTION.
           DISPLAY "C(HANGE), D(ELETE) OR N(OTHING)?"
           MOVE SPACE TO WS-ACTION
           ACCEPT WS-ACTION.

      *Same full replace a CHANGE card does overnight: the stored
      *horizon records go (before-imaged) and a fresh set is written
      *from the corrected fields and tonight's horizon set.  The
      *employment status is not a correction - it carries over.
       CHANGE-PERSON.
           MOVE "C" TO WS-TRANS-CODE
           PERFORM GET-CHANGES
           PERFORM VALIDATE-DATA
           IF WS-IS-VALID AND WS-RENAMED
               PERFORM CHECK-NEW-KEY
           END-IF
           IF WS-IS-VALID
               PERFORM REMOVE-PERSON-RECORDS
               PERFORM CALC-DATA
               PERFORM WRITE-MASTER-RECORDS
               IF WS-RENAMED
                   PERFORM WRITE-RENAME-AUDIT
               END-IF
               MOVE "CHANGED"  TO WS-AUDIT-RESULT
               MOVE WS-NEW-AGE TO WS-AUDIT-AGE-TEXT
               DISPLAY "CHANGE APPLIED FOR " WS-FULL-NAME
           ELSE
               MOVE "REJECTED" TO WS-AUDIT-RESULT
               MOVE "NA"       TO WS-AUDIT-AGE-TEXT
           END-IF
           PERFORM WRITE-AUDIT-RECORD.

      *Each field offered with its stored value; a blank answer
      *keeps what is stored
       GET-CHANGES.
           MOVE SPACE TO WS-USER
           MOVE WS-OLD-FIRST-NAME TO WS-FIRST-NAME OF WS-USER
           MOVE WS-OLD-LAST-NAME  TO WS-LAST-NAME OF WS-USER
           MOVE WS-OLD-PERSON-ID  TO WS-PERSON-ID OF WS-USER
           MOVE WS-OLD-AGE        TO WS-AGE-TEXT
           MOVE WS-OLD-BIRTH-DATE TO WS-BIRTH-TEXT
           MOVE WS-OLD-DEPT-CODE  TO WS-DEPT-CODE
           DISPLAY "FIRST NAME [" WS-OLD-FIRST-NAME "]?"
           MOVE SPACES TO WS-ENTRY-NAME
           ACCEPT WS-ENTRY-NAME
           IF WS-ENTRY-NAME NOT = SPACES
               MOVE WS-ENTRY-NAME TO WS-FIRST-NAME OF WS-USER
           END-IF
           DISPLAY "LAST NAME [" WS-OLD-LAST-NAME "]?"
           MOVE SPACES TO WS-ENTRY-NAME
           ACCEPT WS-ENTRY-NAME
           IF WS-ENTRY-NAME NOT = SPACES
               MOVE WS-ENTRY-NAME TO WS-LAST-NAME OF WS-USER
           END-IF
           DISPLAY "DATE OF BIRTH (CCYYMMDD) [" WS-OLD-BIRTH-DATE "]?"
           MOVE SPACES TO WS-ENTRY-NAME
           ACCEPT WS-ENTRY-NAME
           IF WS-ENTRY-NAME NOT = SPACES
               MOVE WS-ENTRY-NAME (1:8) TO WS-BIRTH-TEXT
           END-IF
           DISPLAY "AGE [" WS-OLD-AGE "]?"
           MOVE SPACES TO WS-ENTRY-NAME
           ACCEPT WS-ENTRY-NAME
           IF WS-ENTRY-NAME NOT = SPACES
               MOVE WS-ENTRY-NAME (1:2) TO WS-AGE-TEXT
           END-IF
           DISPLAY "DEPARTMENT CODE [" WS-OLD-DEPT-CODE "]?"
           MOVE SPACES TO WS-ENTRY-DEPT
           ACCEPT WS-ENTRY-DEPT
           IF WS-ENTRY-DEPT NOT = SPACES
               MOVE WS-ENTRY-DEPT TO WS-DEPT-CODE
           END-IF
           MOVE "N" TO WS-RENAME-FLAG
           IF WS-FIRST-NAME OF WS-USER NOT = WS-OLD-FIRST-NAME
              OR WS-LAST-NAME OF WS-USER NOT = WS-OLD-LAST-NAME
               SET WS-RENAMED TO TRUE
           END-IF
           MOVE SPACES TO WS-FULL-NAME
           STRING WS-FIRST-NAME OF WS-USER DELIMITED BY SPACE
               SPACE DELIMITED BY SIZE
               WS-LAST-NAME OF WS-USER DELIMITED BY SPACE
               SPACE DELIMITED BY SIZE
               INTO WS-FULL-NAME
               ON OVERFLOW
                   DISPLAY "SORRY, DATA WAS TRUNCATED"
           END-STRING.

      *HELLOBAT's rules for a CHANGE: a numeric age inside the
      *PARMFILE limits and a department on DEPTFILE.  A keyed date
      *of birth must be all digits (zeros = not captured).
       VALIDATE-DATA.
           SET WS-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           IF WS-BIRTH-TEXT IS NOT NUMERIC
               SET WS-IS-INVALID TO TRUE
               MOVE "NON-NUMERIC BIRTH DATE" TO WS-REJECT-REASON
           ELSE
               MOVE WS-BIRTH-TEXT TO WS-BIRTH-DATE OF WS-USER
           END-IF
           IF WS-IS-VALID
               IF WS-AGE-TEXT IS NOT NUMERIC
                   SET WS-IS-INVALID TO TRUE
                   MOVE "NON-NUMERIC AGE" TO WS-REJECT-REASON
               ELSE
                   MOVE WS-AGE-TEXT TO WS-AGE OF WS-USER
                   IF WS-AGE OF WS-USER < WS-AGE-MIN
                      OR WS-AGE OF WS-USER > WS-AGE-MAX
                       SET WS-IS-INVALID TO TRUE
                       MOVE "AGE OUT OF RANGE" TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
      *    A typo'd department must reject, not quietly create a
      *    phantom department on the roster
           IF WS-IS-VALID AND WS-DEPT-CODE NOT = SPACES
               PERFORM FIND-DEPT-ENTRY
               IF NOT WS-DEPT-FOUND
                   SET WS-IS-INVALID TO TRUE
                   MOVE "UNKNOWN DEPT CODE" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-IS-INVALID
               PERFORM WRITE-REJECT-RECORD
           END-IF.

      *A new name must not land on top of someone already stored
      *under that name and ID - position at the lowest horizon for
      *the new key and peek at the next record
       CHECK-NEW-KEY.
           MOVE WS-LAST-NAME OF WS-USER  TO MR-LAST-NAME
           MOVE WS-FIRST-NAME OF WS-USER TO MR-FIRST-NAME
           MOVE WS-PERSON-ID OF WS-USER  TO MR-PERSON-ID
           MOVE ZERO TO MR-HORIZON-YEARS
           START USER-MASTER-FILE KEY IS NOT LESS THAN MR-KEY
               INVALID KEY
                   CONTINUE
           END-START
           IF WS-MASTER-STATUS = "00"
               READ USER-MASTER-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MR-LAST-NAME = WS-LAST-NAME OF WS-USER
                          AND MR-FIRST-NAME = WS-FIRST-NAME OF WS-USER
                          AND MR-PERSON-ID = WS-PERSON-ID OF WS-USER
                           SET WS-IS-INVALID TO TRUE
                           MOVE "NEW NAME ALREADY ON MASTER"
                               TO WS-REJECT-REASON
                           PERFORM WRITE-REJECT-RECORD
                       END-IF
               END-READ
           END-IF.

      *Removal of a person keyed in error - a real leaver is a
      *T(erminate) card, which keeps the records until the purge
       DELETE-PERSON.
           DISPLAY "DELETE ALL " WS-REC-COUNT " RECORDS FOR "
               WS-OLD-FULL-NAME "? (Y/N)"
           MOVE "N" TO WS-CONFIRM
           ACCEPT WS-CONFIRM
           IF WS-CONFIRMED
               MOVE "D" TO WS-TRANS-CODE
               MOVE SPACE TO WS-USER
               MOVE WS-OLD-FIRST-NAME TO WS-FIRST-NAME OF WS-USER
               MOVE WS-OLD-LAST-NAME  TO WS-LAST-NAME OF WS-USER
               MOVE WS-OLD-PERSON-ID  TO WS-PERSON-ID OF WS-USER
               MOVE WS-OLD-AGE        TO WS-AGE OF WS-USER
               MOVE WS-OLD-AGE        TO WS-AGE-TEXT
               MOVE WS-OLD-FULL-NAME  TO WS-FULL-NAME
               MOVE SPACES TO WS-REJECT-REASON
               PERFORM REMOVE-PERSON-RECORDS
               MOVE "DELETED" TO WS-AUDIT-RESULT
               MOVE "NA"      TO WS-AUDIT-AGE-TEXT
               PERFORM WRITE-AUDIT-RECORD
               DISPLAY "DELETED " WS-OLD-FULL-NAME
           ELSE
               DISPLAY "NOTHING CHANGED"
           END-IF.

      *The operator lacks the authority for the action chosen.
      *Nothing is touched; the attempt is rejected and audited as
      *DENIED against the person as they stand on the master.
       DENY-ACTION.
           MOVE SPACE TO WS-USER
           MOVE WS-OLD-FIRST-NAME TO WS-FIRST-NAME OF WS-USER
           MOVE WS-OLD-LAST-NAME  TO WS-LAST-NAME OF WS-USER
           MOVE WS-OLD-PERSON-ID  TO WS-PERSON-ID OF WS-USER
           MOVE WS-OLD-AGE        TO WS-AGE OF WS-USER
           MOVE WS-OLD-AGE        TO WS-AGE-TEXT
           MOVE WS-OLD-FULL-NAME  TO WS-FULL-NAME
           PERFORM SET-AUTH-DENIAL
           PERFORM WRITE-REJECT-RECORD
           MOVE "DENIED" TO WS-AUDIT-RESULT
           MOVE "NA"     TO WS-AUDIT-AGE-TEXT
           PERFORM WRITE-AUDIT-RECORD.

      *Read each gathered key back, save its before-image, delete it
       REMOVE-PERSON-RECORDS.
           PERFORM VARYING WS-REC-IDX FROM 1 BY 1
                   UNTIL WS-REC-IDX > WS-REC-COUNT
               MOVE WS-REC-KEY (WS-REC-IDX) TO MR-KEY
               READ USER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM WRITE-HISTORY-RECORD
                       DELETE USER-MASTER-FILE RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
               END-READ
           END-PERFORM.

      *The record just read is about to be deleted (and, for a
      *change, rewritten from the corrected fields) - save the
      *before-image with who and what is removing it, in the same
      *layout HELLOBAT writes overnight
       WRITE-HISTORY-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO HISTORY-RECORD
           MOVE WS-CURRENT-DATE (1:8) TO HX-DATE
           MOVE WS-CURRENT-DATE (9:6) TO HX-TIME
           MOVE WS-USERID             TO HX-USERID
           MOVE WS-TRANS-CODE         TO HX-TRANS-CODE
           MOVE MR-LAST-NAME          TO HX-LAST-NAME
           MOVE MR-FIRST-NAME         TO HX-FIRST-NAME
           MOVE MR-PERSON-ID          TO HX-PERSON-ID
           MOVE MR-HORIZON-YEARS      TO HX-HORIZON-YEARS
           MOVE MR-FULL-NAME          TO HX-FULL-NAME
           MOVE MR-ORIGINAL-AGE       TO HX-ORIGINAL-AGE
           MOVE MR-PROJECTED-AGE      TO HX-PROJECTED-AGE
           MOVE MR-BIRTH-DATE         TO HX-BIRTH-DATE
           MOVE MR-AGE-AS-OF-DATE     TO HX-AGE-AS-OF-DATE
           MOVE MR-DEPT-CODE          TO HX-DEPT-CODE
           MOVE MR-EMP-STATUS         TO HX-EMP-STATUS
           MOVE MR-STATUS-DATE        TO HX-STATUS-DATE
           WRITE HISTORY-RECORD.

       WRITE-REJECT-RECORD.
           MOVE SPACES TO ERROR-REPORT-RECORD
           STRING WS-FIRST-NAME OF WS-USER DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-LAST-NAME OF WS-USER DELIMITED BY SPACE
               " AGE=" DELIMITED BY SIZE
               WS-AGE-TEXT DELIMITED BY SIZE
               " REASON=" DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               INTO ERROR-REPORT-RECORD
           END-STRING
           WRITE ERROR-REPORT-RECORD
           DISPLAY "CHANGE REJECTED: " WS-REJECT-REASON.

      *Project the age at each horizon in WSHORIZN
       CALC-DATA.
           PERFORM VARYING WS-HORIZON-IDX FROM 1 BY 1
                   UNTIL WS-HORIZON-IDX > WS-HORIZON-COUNT
               COMPUTE WS-PROJ-AGE (WS-HORIZON-IDX) =
                   WS-AGE OF WS-USER + WS-HORIZON-YEARS (WS-HORIZON-IDX)
           END-PERFORM
      *    The audited "new age" is the second horizon's figure -
      *    unless the parm deck loaded only one horizon
           IF WS-HORIZON-COUNT > 1
               MOVE WS-PROJ-AGE (2) TO WS-NEW-AGE
           ELSE
               MOVE WS-PROJ-AGE (1) TO WS-NEW-AGE
           END-IF.

      *One master record per horizon, keyed by name + horizon
       WRITE-MASTER-RECORDS.
           PERFORM VARYING WS-HORIZON-IDX FROM 1 BY 1
                   UNTIL WS-HORIZON-IDX > WS-HORIZON-COUNT
               MOVE WS-LAST-NAME OF WS-USER  TO MR-LAST-NAME
               MOVE WS-FIRST-NAME OF WS-USER TO MR-FIRST-NAME
               MOVE WS-PERSON-ID OF WS-USER  TO MR-PERSON-ID
               MOVE WS-HORIZON-YEARS (WS-HORIZON-IDX)
                   TO MR-HORIZON-YEARS
               MOVE WS-FULL-NAME             TO MR-FULL-NAME
               MOVE WS-AGE OF WS-USER        TO MR-ORIGINAL-AGE
               MOVE WS-PROJ-AGE (WS-HORIZON-IDX) TO MR-PROJECTED-AGE
               MOVE WS-BIRTH-DATE OF WS-USER TO MR-BIRTH-DATE
               MOVE WS-RUN-DATE              TO MR-AGE-AS-OF-DATE
               MOVE WS-DEPT-CODE             TO MR-DEPT-CODE
               MOVE WS-OLD-EMP-STATUS        TO MR-EMP-STATUS
               MOVE WS-OLD-STATUS-DATE       TO MR-STATUS-DATE
               WRITE MASTER-RECORD
               IF WS-MASTER-STATUS = "22"
                   REWRITE MASTER-RECORD
               END-IF
           END-PERFORM.

      *One line per correction, applied or rejected, in the same
      *format HELLO and HELLOBAT write
       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE WS-CURRENT-DATE (1:8)  TO AL-DATE
           MOVE WS-CURRENT-DATE (9:6)  TO AL-TIME
           MOVE WS-USERID              TO AL-USERID
           MOVE WS-PERSON-ID OF WS-USER TO AL-PERSON-ID
           MOVE WS-FULL-NAME           TO AL-FULL-NAME
           MOVE WS-AGE-TEXT            TO AL-AGE
           MOVE WS-AUDIT-RESULT        TO AL-RESULT
           MOVE WS-AUDIT-AGE-TEXT      TO AL-NEW-AGE
           MOVE WS-REJECT-REASON       TO AL-REASON
           WRITE AUDIT-LOG-RECORD.

      *The old name is gone from the master after a rename - say so
      *under the old name, or HELLORCN would go looking for it
       WRITE-RENAME-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE WS-CURRENT-DATE (1:8)  TO AL-DATE
           MOVE WS-CURRENT-DATE (9:6)  TO AL-TIME
           MOVE WS-USERID              TO AL-USERID
           MOVE WS-OLD-PERSON-ID       TO AL-PERSON-ID
           MOVE WS-OLD-FULL-NAME       TO AL-FULL-NAME
           MOVE WS-OLD-AGE             TO AL-AGE
           MOVE "RENAMED"              TO AL-RESULT
           MOVE "NA"                   TO AL-NEW-AGE
           STRING "NOW " DELIMITED BY SIZE
               WS-FULL-NAME DELIMITED BY SIZE
               INTO AL-REASON
           END-STRING
           WRITE AUDIT-LOG-RECORD.

      *Runs once, after the last person, not after every one
       CLOSE-UP.
           CLOSE USER-MASTER-FILE
           CLOSE ERROR-REPORT-FILE
           CLOSE AUDIT-LOG-FILE
           CLOSE HISTORY-FILE
           DISPLAY "GOOD BYE".

       END PROGRAM HELLOMNT.
