      *          C(hange, full replace), D(elete all horizons),
      *          M(erge a duplicate person ID into a survivor) - so
      *          HR's weekly corrections and terminations can be
      *          applied instead of only ever adding.  Leavers are
      *          not deleted: L(eave), T(erminate) and R(einstate -
      *          back from leave, or rehire) move the person's
      *          employment status and keep the records on file
      *          until HELLOPRG purges them; D is kept for records
      *          keyed in error.  X(fer) is a reorganization card:
      *          everyone in one department moves to another, each
      *          record before-imaged and each person audited, in
      *          place of one CHANGE card per employee.  A
      *          transaction carrying a future effective date is
      *          held on a pending file and released the night its
      *          date arrives, so HR can send paperwork the day it
      *          is signed.  Every card carries the userid of the
      *          operator who keyed it and is checked against that
      *          userid's entry on the operator authority table
      *          (OPERAUTH); an action the keyer is not granted, or
      *          a card naming no keyer, is DENIED - rejected with
      *          its own reason and audit result, never applied.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT DEPARTMENT-FILE ASSIGN TO "DEPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-FILE-STATUS.
      *    Operator authority table - the maintenance actions each
      *    userid may apply; anything not granted there is denied
           SELECT OPERATOR-AUTH-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPAUTH-STATUS.
      *    Shared night-job run log - one START and one END line
      *    per step, read back by HELLONSR for the night summary
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
      *    INTO the ID in the user fields.  Blank (zeros) means the
      *    legacy zero-ID record, the usual duplicate.
           05 TR-MERGE-FROM-ID     PIC X(5).
      *    For an X(fer) only: the department being emptied, in the
      *    merge-from columns.  TR-DEPT-CODE is where everyone goes.
           05 TR-FROM-DEPT-CODE REDEFINES TR-MERGE-FROM-ID
                                   PIC X(5).
      *    Department code, validated against DEPTFILE.  Blank
      *    means unassigned (old decks load unchanged); on a
      *    CHANGE, blank keeps the department already stored.
      *    on a fresh deck; both ride along harmlessly when
      *    operations feeds the corrected recycle file back in.
           05 TR-CYCLE-COUNT       PIC X.
      *    Logon userid of the operator who keyed the card.  The
      *    card is checked against that userid's OPERAUTH entry,
      *    not the job's, and a card with none is denied.  Kept
      *    as keyed through the pending and recycle files.
           05 TR-KEYED-BY          PIC X(8).
           05 TR-REJECT-REASON     PIC X(17).
      *    CCYYMMDD the transaction takes effect.  Blank keeps
      *    meaning "apply tonight" so existing decks load
      *    unchanged; a date after the run date sends the card to
       01 PARM-RECORD          PIC X(80).
       FD DEPARTMENT-FILE.
           COPY WSDEPT.
       FD OPERATOR-AUTH-FILE.
           COPY WSOPAUTH.
       FD RUN-CONTROL-FILE.
           COPY WSRUNCTL.
       FD RECYCLE-FILE
           COPY WSVALWS.
           COPY WSPARM.
           COPY WSDPTWS.
           COPY WSOPAWS.
       01 WS-FULL-NAME          PIC a(20).
       01 WS-NEW-AGE            PIC 9(3).
       01 WS-TRANS-STATUS       PIC XX.
       01 WS-EOF-FLAG           PIC X VALUE "N".
           88 WS-END-OF-TRANS   VALUE "Y".
       01 WS-USERID             PIC X(20) VALUE SPACES.
      *Who keyed the card in hand, and who its audit and history
      *lines are charged to - the keyer, or the job's own userid
      *for a card that names nobody
       01 WS-KEYED-BY           PIC X(20) VALUE SPACES.
       01 WS-ACTING-USERID      PIC X(20) VALUE SPACES.
      *Every userid on OPERAUTH with its action letters, so each
      *card can be checked against whoever keyed it
       01 WS-OPA-COUNT          PIC 9(3) VALUE 0.
       01 WS-OPA-IDX            PIC 9(3) VALUE 1.
       01 WS-OPA-TABLE.
           05 WS-OPA-ENTRY OCCURS 200 TIMES.
               10 WS-OPA-USERID-T  PIC X(20).
               10 WS-OPA-ACTIONS-T PIC X(10).
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-RUN-DATE           PIC 9(8).
       01 WS-AUDIT-RESULT       PIC X(8).
       01 WS-AUDIT-AGE-TEXT     PIC X(3).
       01 WS-RECORD-COUNT       PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT       PIC 9(5) VALUE 0.
       01 WS-DENIED-COUNT       PIC 9(5) VALUE 0.
       01 WS-CHKPT-STATUS       PIC XX.
       01 WS-SKIP-COUNT         PIC 9(5) VALUE 0.
       01 WS-SKIPPED            PIC 9(5) VALUE 0.
       01 WS-CHANGE-COUNT       PIC 9(5) VALUE 0.
       01 WS-DELETE-COUNT       PIC 9(5) VALUE 0.
       01 WS-MERGE-COUNT        PIC 9(5) VALUE 0.
       01 WS-LEAVE-COUNT        PIC 9(5) VALUE 0.
       01 WS-TERM-COUNT         PIC 9(5) VALUE 0.
       01 WS-REINSTATE-COUNT    PIC 9(5) VALUE 0.
       01 WS-XFER-COUNT         PIC 9(5) VALUE 0.
       01 WS-TRANS-CODE         PIC X VALUE "A".
           88 WS-TRANS-ADD      VALUE "A".
           88 WS-TRANS-CHANGE   VALUE "C".
           88 WS-TRANS-DELETE   VALUE "D".
           88 WS-TRANS-MERGE    VALUE "M".
           88 WS-TRANS-LEAVE    VALUE "L".
           88 WS-TRANS-TERMINATE VALUE "T".
           88 WS-TRANS-REINSTATE VALUE "R".
           88 WS-TRANS-STATUS-MOVE VALUE "L" "T" "R".
           88 WS-TRANS-TRANSFER VALUE "X".
      *The duplicate ID an M transaction folds into the survivor
       01 WS-MERGE-FROM-ID      PIC 9(5) VALUE 0.
       01 WS-SURVIVOR-ID        PIC 9(5) VALUE 0.
      *correction must not wipe out a department we captured)
       01 WS-DEPT-CODE          PIC X(4) VALUE SPACES.
       01 WS-SAVED-DEPT-CODE    PIC X(4) VALUE SPACES.
      *An X card's department being emptied, the date the move
      *takes effect, and the person (key less horizon) last moved
      *so each person gets one audit line, not one per horizon
       01 WS-FROM-DEPT-CODE     PIC X(5) VALUE SPACES.
       01 WS-XFER-DATE          PIC 9(8) VALUE 0.
       01 WS-XFER-PERSON-COUNT  PIC 9(5) VALUE 0.
       01 WS-XFER-PERSON-TOTAL  PIC 9(5) VALUE 0.
       01 WS-XFER-PREV-PERSON   PIC X(25) VALUE SPACES.
       01 WS-RECYCLE-STATUS     PIC XX.
       01 WS-AGED-STATUS        PIC XX.
       01 WS-PEND-IN-STATUS     PIC XX.
       01 WS-RECYCLE-IMAGE.
           05 FILLER            PIC X(45).
           05 WS-RI-CYCLE-COUNT PIC 9.
           05 FILLER            PIC X(8).
           05 WS-RI-REASON      PIC X(17).
           05 FILLER            PIC X(9).
       01 WS-AGED-LINE.
           05 FILLER            PIC X(14) VALUE "AGED REJECT:  ".
      *replacing, so a correction with blank birth-date columns does
      *not wipe out a date we captured earlier
       01 WS-SAVED-BIRTH-DATE   PIC 9(8) VALUE 0.
      *Employment status already on the master (a CHANGE keeps it,
      *a status move checks it), and the status and date the
      *records about to be written will carry
       01 WS-SAVED-EMP-STATUS   PIC X VALUE "A".
       01 WS-SAVED-STATUS-DATE  PIC 9(8) VALUE 0.
       01 WS-EMP-STATUS         PIC X VALUE "A".
       01 WS-STATUS-DATE        PIC 9(8) VALUE 0.
      *Keys of the person's master records, gathered before deleting
      *so the DELETEs don't disturb the browse position
       01 WS-DEL-KEY-COUNT      PIC 9(2) VALUE 0.
                   PERFORM APPLY-TRANSACTION
               END-IF
               IF WS-IS-INVALID
                   IF WS-AUTH-DENIED
                       MOVE "DENIED"   TO WS-AUDIT-RESULT
                   ELSE
                       MOVE "REJECTED" TO WS-AUDIT-RESULT
                   END-IF
                   MOVE "NA"       TO WS-AUDIT-AGE-TEXT
               END-IF
      *        An applied transfer has already audited every person
      *        it moved - the card itself adds nothing to that
               IF WS-IS-INVALID OR NOT WS-TRANS-TRANSFER
                   PERFORM WRITE-AUDIT-RECORD
               END-IF
           END-IF.

      *Open the transaction file and the files it feeds
           PERFORM WRITE-RUN-START
           PERFORM LOAD-PARAMETERS
           PERFORM LOAD-DEPT-TABLE
           PERFORM LOAD-OPERATOR-AUTHORITY
           OPEN INPUT TRANSACTION-FILE
           OPEN I-O USER-MASTER-FILE
           IF WS-MASTER-STATUS = "35"
               END-IF
           END-PERFORM.

      *Pull every OPERAUTH card into storage once, at start-up.
      *Authority goes with the operator who keyed each card, so the
      *whole table is kept.  No file, or no cards, leaves the table
      *empty and every action is then denied - the operator is told
      *so up front rather than discovering it one reject at a time.
       LOAD-OPERATOR-AUTHORITY.
           OPEN INPUT OPERATOR-AUTH-FILE
           IF WS-OPAUTH-STATUS = "00"
               PERFORM READ-OPAUTH-RECORD
               PERFORM STORE-OPAUTH-RECORD UNTIL WS-END-OF-OPAUTH
               CLOSE OPERATOR-AUTH-FILE
           ELSE
               DISPLAY "OPERAUTH NOT PRESENT - NO MAINTENANCE "
                   "ACTIONS AUTHORIZED"
           END-IF
           IF WS-OPA-COUNT = 0
               DISPLAY "WARNING: OPERAUTH GRANTS NO USERID ANY "
                   "AUTHORITY"
           END-IF.

       READ-OPAUTH-RECORD.
           READ OPERATOR-AUTH-FILE
               AT END
                   SET WS-END-OF-OPAUTH TO TRUE
           END-READ
           IF WS-OPAUTH-STATUS NOT = "00"
               SET WS-END-OF-OPAUTH TO TRUE
           END-IF.

       STORE-OPAUTH-RECORD.
           IF WS-OPA-COUNT < 200
              AND OPERATOR-AUTH-RECORD (1:1) NOT = "*"
              AND OA-USERID NOT = SPACES
               ADD 1 TO WS-OPA-COUNT
               MOVE OA-USERID  TO WS-OPA-USERID-T (WS-OPA-COUNT)
               MOVE OA-ACTIONS TO WS-OPA-ACTIONS-T (WS-OPA-COUNT)
           END-IF
           PERFORM READ-OPAUTH-RECORD.

      *The keying operator's action letters, or blank - and so
      *denied - for a card keyed by nobody or by a userid with no
      *OPERAUTH card
       FIND-KEYED-AUTHORITY.
           MOVE SPACES TO WS-AUTH-ACTIONS
           IF WS-KEYED-BY NOT = SPACES
               PERFORM VARYING WS-OPA-IDX FROM 1 BY 1
                       UNTIL WS-OPA-IDX > WS-OPA-COUNT
                   IF WS-OPA-USERID-T (WS-OPA-IDX) = WS-KEYED-BY
                       MOVE WS-OPA-ACTIONS-T (WS-OPA-IDX)
                           TO WS-AUTH-ACTIONS
                   END-IF
               END-PERFORM
           END-IF.

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
      *a bad card flips WS-PARM-ERROR and the run refuses to load.
               MOVE ZERO TO WS-MERGE-FROM-ID
           END-IF
           MOVE TR-DEPT-CODE TO WS-DEPT-CODE
           MOVE TR-FROM-DEPT-CODE TO WS-FROM-DEPT-CODE
           MOVE TR-KEYED-BY TO WS-KEYED-BY
           IF WS-KEYED-BY = SPACES
               MOVE WS-USERID TO WS-ACTING-USERID
           ELSE
               MOVE WS-KEYED-BY TO WS-ACTING-USERID
           END-IF
      *    Blank cycle columns = a fresh card on its first pass
           IF TR-CYCLE-COUNT IS NUMERIC
               MOVE TR-CYCLE-COUNT TO WS-CYCLE-COUNT
               INTO WS-FULL-NAME
               ON OVERFLOW
                   DISPLAY "SORRY, DATA WAS TRUNCATED"
           END-STRING
      *    A transfer card names no person - label its reject and
      *    audit lines with the move it asked for instead
           IF WS-TRANS-TRANSFER AND WS-FULL-NAME = SPACES
               STRING "REORG " DELIMITED BY SIZE
                   WS-FROM-DEPT-CODE (1:4) DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   WS-DEPT-CODE DELIMITED BY SIZE
                   INTO WS-FULL-NAME
               END-STRING
           END-IF.

      *Reject bad maintenance codes, then (except for a DELETE, a
      *MERGE, a status move or a transfer, whose age columns may
      *legitimately be blank) reject
      *non-numeric or unrealistic ages before CALC-DATA runs.  A
      *MERGE folding an ID into itself is a keying slip, not a
      *cleanup.
           ELSE
           IF NOT WS-TRANS-ADD AND NOT WS-TRANS-CHANGE
              AND NOT WS-TRANS-DELETE AND NOT WS-TRANS-MERGE
              AND NOT WS-TRANS-STATUS-MOVE AND NOT WS-TRANS-TRANSFER
               SET WS-IS-INVALID TO TRUE
               MOVE "INVALID TRANS CODE" TO WS-REJECT-REASON
           ELSE
                   SET WS-IS-INVALID TO TRUE
                   MOVE "MERGE IDS IDENTICAL" TO WS-REJECT-REASON
               END-IF
               IF WS-TRANS-TRANSFER
                   PERFORM VALIDATE-TRANSFER
               END-IF
               IF NOT WS-TRANS-DELETE AND NOT WS-TRANS-MERGE
                  AND NOT WS-TRANS-STATUS-MOVE AND NOT WS-TRANS-TRANSFER
                   IF WS-AGE OF WS-USER IS NOT NUMERIC
                       SET WS-IS-INVALID TO TRUE
                       MOVE "NON-NUMERIC AGE" TO WS-REJECT-REASON
               END-IF
           END-IF
           END-IF
           PERFORM CHECK-TRANS-AUTHORITY
           IF WS-IS-INVALID
               PERFORM WRITE-REJECT-RECORD
           END-IF.

      *Map the transaction code to the authority it needs - leave
      *and reinstate are changes, terminate is a delete - and deny
      *the card if the operator who keyed it does not hold it.  A
      *card with an unknown code has already rejected and needs
      *none.
       CHECK-TRANS-AUTHORITY.
           MOVE SPACE TO WS-AUTH-ACTION
           SET WS-AUTH-GRANTED TO TRUE
           EVALUATE TRUE
               WHEN WS-TRANS-ADD
                   MOVE "A" TO WS-AUTH-ACTION
               WHEN WS-TRANS-CHANGE OR WS-TRANS-LEAVE
                    OR WS-TRANS-REINSTATE
                   MOVE "C" TO WS-AUTH-ACTION
               WHEN WS-TRANS-DELETE OR WS-TRANS-TERMINATE
                   MOVE "D" TO WS-AUTH-ACTION
               WHEN WS-TRANS-MERGE
                   MOVE "M" TO WS-AUTH-ACTION
               WHEN WS-TRANS-TRANSFER
                   MOVE "X" TO WS-AUTH-ACTION
           END-EVALUATE
           IF WS-AUTH-ACTION NOT = SPACE
               PERFORM FIND-KEYED-AUTHORITY
               PERFORM CHECK-OPERATOR-AUTHORITY
               IF WS-AUTH-DENIED
                   PERFORM SET-AUTH-DENIAL
                   ADD 1 TO WS-DENIED-COUNT
               END-IF
           END-IF.

      *A transfer needs both departments, two different ones, and
      *a destination on DEPTFILE.  The department being emptied
      *need not still be on the table - HELLODPT will not let it
      *go while anyone holds it, but a card aimed at a code that
      *was dropped long ago simply finds nobody to move.
       VALIDATE-TRANSFER.
           EVALUATE TRUE
               WHEN WS-FROM-DEPT-CODE = SPACES
                   SET WS-IS-INVALID TO TRUE
                   MOVE "TRANSFER FROM DEPT BLANK" TO WS-REJECT-REASON
               WHEN WS-FROM-DEPT-CODE (5:1) NOT = SPACE
                   SET WS-IS-INVALID TO TRUE
                   MOVE "TRANSFER FROM DEPT BAD" TO WS-REJECT-REASON
               WHEN WS-DEPT-CODE = SPACES
                   SET WS-IS-INVALID TO TRUE
                   MOVE "TRANSFER TO DEPT BLANK" TO WS-REJECT-REASON
               WHEN WS-FROM-DEPT-CODE (1:4) = WS-DEPT-CODE
                   SET WS-IS-INVALID TO TRUE
                   MOVE "TRANSFER DEPTS IDENTICAL" TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM FIND-DEPT-ENTRY
                   IF NOT WS-DEPT-FOUND
                       SET WS-IS-INVALID TO TRUE
                       MOVE "UNKNOWN DEPT CODE" TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE.

      *Route the transaction to its apply paragraph.  Each apply can
      *still reject (wrong target) - it flips WS-IS-INVALID so the
      *mainline audits it as REJECTED.
                   PERFORM APPLY-DELETE
               WHEN WS-TRANS-MERGE
                   PERFORM APPLY-MERGE
               WHEN WS-TRANS-STATUS-MOVE
                   PERFORM APPLY-STATUS-MOVE
               WHEN WS-TRANS-TRANSFER
                   PERFORM APPLY-TRANSFER
           END-EVALUATE.

      *A second interview for someone already on the roster is a
               MOVE "ALREADY ON MASTER" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-RECORD
           ELSE
               MOVE "A" TO WS-EMP-STATUS
               PERFORM SET-STATUS-DATE
               PERFORM CHECK-NAME-COLLISION
               PERFORM CALC-DATA
               PERFORM SHOW-DATA
               IF WS-DEPT-CODE = SPACES
                   MOVE WS-SAVED-DEPT-CODE TO WS-DEPT-CODE
               END-IF
      *        A correction is not a status move - the person stays
      *        active, on leave or terminated exactly as before
               MOVE WS-SAVED-EMP-STATUS  TO WS-EMP-STATUS
               MOVE WS-SAVED-STATUS-DATE TO WS-STATUS-DATE
               PERFORM DELETE-MASTER-RECORDS
               PERFORM CALC-DATA
               PERFORM SHOW-DATA
               MOVE WS-SURVIVOR-ID TO WS-PERSON-ID OF WS-USER
           END-IF.

      *Hard removal, for records keyed in error.  A real leaver is a
      *T(erminate), which keeps the records until the purge.
       APPLY-DELETE.
           PERFORM FIND-MASTER-PERSON
           IF NOT WS-ON-MASTER
               MOVE "NA"      TO WS-AUDIT-AGE-TEXT
           END-IF.

      *Move the person between active, on leave and terminated.  The
      *move must make sense from where they stand now - leave is
      *only from active, a terminate only from active or leave, a
      *reinstate only from leave or terminated - anything else is a
      *reject, not a silent no-op.  Every horizon record is history-
      *imaged and rewritten in place with the new status and the
      *date it took effect.
       APPLY-STATUS-MOVE.
           PERFORM FIND-MASTER-PERSON
           IF NOT WS-ON-MASTER
               SET WS-IS-INVALID TO TRUE
               MOVE "STATUS TARGET NOT FOUND" TO WS-REJECT-REASON
           ELSE
               EVALUATE TRUE
                   WHEN WS-TRANS-LEAVE
                    AND WS-SAVED-EMP-STATUS NOT = "A"
                       SET WS-IS-INVALID TO TRUE
                       MOVE "LEAVE - NOT ACTIVE" TO WS-REJECT-REASON
                   WHEN WS-TRANS-TERMINATE
                    AND WS-SAVED-EMP-STATUS = "T"
                       SET WS-IS-INVALID TO TRUE
                       MOVE "ALREADY TERMINATED" TO WS-REJECT-REASON
                   WHEN WS-TRANS-REINSTATE
                    AND WS-SAVED-EMP-STATUS = "A"
                       SET WS-IS-INVALID TO TRUE
                       MOVE "ALREADY ACTIVE" TO WS-REJECT-REASON
               END-EVALUATE
           END-IF
           IF WS-IS-INVALID
               PERFORM WRITE-REJECT-RECORD
           ELSE
               PERFORM SET-STATUS-DATE
               MOVE "NA" TO WS-AUDIT-AGE-TEXT
               EVALUATE TRUE
                   WHEN WS-TRANS-LEAVE
                       MOVE "L" TO WS-EMP-STATUS
                       ADD 1 TO WS-LEAVE-COUNT
                       MOVE "ON LEAVE" TO WS-AUDIT-RESULT
                   WHEN WS-TRANS-TERMINATE
                       MOVE "T" TO WS-EMP-STATUS
                       ADD 1 TO WS-TERM-COUNT
                       MOVE "TERMED"   TO WS-AUDIT-RESULT
                   WHEN OTHER
                       MOVE "A" TO WS-EMP-STATUS
                       ADD 1 TO WS-REINSTATE-COUNT
                       IF WS-SAVED-EMP-STATUS = "T"
                           MOVE "REHIRED"  TO WS-AUDIT-RESULT
                       ELSE
                           MOVE "RETURNED" TO WS-AUDIT-RESULT
                       END-IF
               END-EVALUATE
               PERFORM REWRITE-MASTER-STATUS
           END-IF.

      *Department reorganization: one pass of the whole master in
      *key order, and every record still carrying the old code is
      *before-imaged (stamped X) and rewritten in place with the
      *new one.  Only the department changes - ages, status and
      *the key stay as they are, so the browse is never disturbed.
      *Terminated people move too, so the old code is truly empty
      *and HELLODPT can retire it.  A card that finds nobody in
      *the department is a keying slip and rejects.
       APPLY-TRANSFER.
           MOVE 0 TO WS-XFER-PERSON-COUNT
           MOVE SPACES TO WS-XFER-PREV-PERSON
           IF WS-EFFECTIVE-DATE > 0
               MOVE WS-EFFECTIVE-DATE TO WS-XFER-DATE
           ELSE
               MOVE WS-RUN-DATE       TO WS-XFER-DATE
           END-IF
           MOVE LOW-VALUES TO MR-KEY
           START USER-MASTER-FILE KEY IS NOT LESS THAN MR-KEY
               INVALID KEY
                   CONTINUE
           END-START
           IF WS-MASTER-STATUS = "00"
               PERFORM TRANSFER-NEXT-RECORD
                   UNTIL WS-MASTER-STATUS NOT = "00"
           END-IF
           IF WS-XFER-PERSON-COUNT = 0
               SET WS-IS-INVALID TO TRUE
               MOVE "NO ONE IN FROM DEPT" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-RECORD
           ELSE
               ADD 1 TO WS-XFER-COUNT
               ADD WS-XFER-PERSON-COUNT TO WS-XFER-PERSON-TOTAL
               DISPLAY "TRANSFERRED " WS-XFER-PERSON-COUNT
                   " PERSONS FROM " WS-FROM-DEPT-CODE
                   "TO " WS-DEPT-CODE
           END-IF.

       TRANSFER-NEXT-RECORD.
           READ USER-MASTER-FILE NEXT
               AT END
                   MOVE "10" TO WS-MASTER-STATUS
               NOT AT END
                   IF MR-DEPT-CODE = WS-FROM-DEPT-CODE (1:4)
                       PERFORM TRANSFER-MASTER-RECORD
                   END-IF
           END-READ.

       TRANSFER-MASTER-RECORD.
           PERFORM WRITE-HISTORY-RECORD
           MOVE WS-DEPT-CODE TO MR-DEPT-CODE
           REWRITE MASTER-RECORD
           MOVE MR-KEY TO WS-LAST-MASTER-KEY
           IF MR-KEY (1:25) NOT = WS-XFER-PREV-PERSON
               MOVE MR-KEY (1:25) TO WS-XFER-PREV-PERSON
               ADD 1 TO WS-XFER-PERSON-COUNT
               PERFORM WRITE-TRANSFER-AUDIT
           END-IF.

      *One line per person moved, in the same format as every other
      *applied transaction, naming both departments and the date
       WRITE-TRANSFER-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE WS-CURRENT-DATE (1:8)  TO AL-DATE
           MOVE WS-CURRENT-DATE (9:6)  TO AL-TIME
           MOVE WS-ACTING-USERID       TO AL-USERID
           MOVE MR-PERSON-ID           TO AL-PERSON-ID
           MOVE MR-FULL-NAME           TO AL-FULL-NAME
           MOVE MR-ORIGINAL-AGE        TO AL-AGE
           MOVE "TRANSFER"             TO AL-RESULT
           MOVE "NA"                   TO AL-NEW-AGE
           STRING "FROM " DELIMITED BY SIZE
               WS-FROM-DEPT-CODE (1:4) DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-DEPT-CODE DELIMITED BY SIZE
               " EFF " DELIMITED BY SIZE
               WS-XFER-DATE DELIMITED BY SIZE
               INTO AL-REASON
           END-STRING
           WRITE AUDIT-LOG-RECORD.

      *The date a status takes effect: the card's effective date
      *when it carries one (a held card released tonight keeps the
      *day HR signed for), otherwise tonight's run date
       SET-STATUS-DATE.
           IF WS-EFFECTIVE-DATE > 0
               MOVE WS-EFFECTIVE-DATE TO WS-STATUS-DATE
           ELSE
               MOVE WS-RUN-DATE       TO WS-STATUS-DATE
           END-IF.

      *Is this person on the master at all?  Position at the lowest
      *possible horizon for the name and peek at the next record.
       FIND-MASTER-PERSON.
           MOVE "N" TO WS-PERSON-FOUND
           MOVE 0 TO WS-SAVED-BIRTH-DATE
           MOVE SPACES TO WS-SAVED-DEPT-CODE
           MOVE "A" TO WS-SAVED-EMP-STATUS
           MOVE 0 TO WS-SAVED-STATUS-DATE
           MOVE WS-LAST-NAME OF WS-USER  TO MR-LAST-NAME
           MOVE WS-FIRST-NAME OF WS-USER TO MR-FIRST-NAME
           MOVE WS-PERSON-ID OF WS-USER  TO MR-PERSON-ID
                           SET WS-ON-MASTER TO TRUE
                           MOVE MR-BIRTH-DATE TO WS-SAVED-BIRTH-DATE
                           MOVE MR-DEPT-CODE  TO WS-SAVED-DEPT-CODE
                           PERFORM SAVE-MASTER-STATUS
                       END-IF
               END-READ
           END-IF.

      *Records written before statuses existed carry spaces in both
      *status fields - they are active, with no date on file
       SAVE-MASTER-STATUS.
           IF MR-ACTIVE
               MOVE "A" TO WS-SAVED-EMP-STATUS
           ELSE
               MOVE MR-EMP-STATUS TO WS-SAVED-EMP-STATUS
           END-IF
           IF MR-STATUS-DATE IS NUMERIC
               MOVE MR-STATUS-DATE TO WS-SAVED-STATUS-DATE
           ELSE
               MOVE 0 TO WS-SAVED-STATUS-DATE
           END-IF.

      *Same name already on the roster under a different person ID?
      *Probably a second John Smith - warn, do not reject, so the
      *operator can confirm HR really meant a new person.
      *first, then delete by key, so the browse position is never
      *disturbed by the DELETEs themselves.
       DELETE-MASTER-RECORDS.
           PERFORM GATHER-PERSON-KEYS
           PERFORM VARYING WS-DEL-IDX FROM 1 BY 1
                   UNTIL WS-DEL-IDX > WS-DEL-KEY-COUNT
               MOVE WS-DEL-KEY (WS-DEL-IDX) TO MR-KEY
               DELETE USER-MASTER-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-PERFORM.

      *Same gather-then-act for a status move: every horizon record
      *is history-imaged on the way past, then read back by key and
      *rewritten in place with the new status
       REWRITE-MASTER-STATUS.
           PERFORM GATHER-PERSON-KEYS
           PERFORM VARYING WS-DEL-IDX FROM 1 BY 1
                   UNTIL WS-DEL-IDX > WS-DEL-KEY-COUNT
               MOVE WS-DEL-KEY (WS-DEL-IDX) TO MR-KEY
               READ USER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-EMP-STATUS  TO MR-EMP-STATUS
                       MOVE WS-STATUS-DATE TO MR-STATUS-DATE
                       REWRITE MASTER-RECORD
                       MOVE MR-KEY TO WS-LAST-MASTER-KEY
               END-READ
           END-PERFORM.

       GATHER-PERSON-KEYS.
           MOVE 0 TO WS-DEL-KEY-COUNT
           MOVE WS-LAST-NAME OF WS-USER  TO MR-LAST-NAME
           MOVE WS-FIRST-NAME OF WS-USER TO MR-FIRST-NAME
           IF WS-MASTER-STATUS = "00"
               PERFORM GATHER-DELETE-KEYS
                   UNTIL WS-MASTER-STATUS NOT = "00"
           END-IF.

       GATHER-DELETE-KEYS.
           READ USER-MASTER-FILE NEXT
           END-READ.

      *The record just read is about to be deleted (and, for a
      *CHANGE, rewritten from tonight's transaction) or have its
      *status or department moved - save the
      *before-image with who and what is removing it, while it is
      *still sitting whole in the record area
       WRITE-HISTORY-RECORD.
           MOVE SPACES TO HISTORY-RECORD
           MOVE WS-CURRENT-DATE (1:8) TO HX-DATE
           MOVE WS-CURRENT-DATE (9:6) TO HX-TIME
           MOVE WS-ACTING-USERID      TO HX-USERID
           MOVE WS-TRANS-CODE         TO HX-TRANS-CODE
           MOVE MR-LAST-NAME          TO HX-LAST-NAME
           MOVE MR-FIRST-NAME         TO HX-FIRST-NAME
           MOVE MR-BIRTH-DATE         TO HX-BIRTH-DATE
           MOVE MR-AGE-AS-OF-DATE     TO HX-AGE-AS-OF-DATE
           MOVE MR-DEPT-CODE          TO HX-DEPT-CODE
           MOVE MR-EMP-STATUS         TO HX-EMP-STATUS
           MOVE MR-STATUS-DATE        TO HX-STATUS-DATE
           WRITE HISTORY-RECORD.

       WRITE-REJECT-RECORD.
               MOVE WS-BIRTH-DATE OF WS-USER TO MR-BIRTH-DATE
               MOVE WS-RUN-DATE              TO MR-AGE-AS-OF-DATE
               MOVE WS-DEPT-CODE             TO MR-DEPT-CODE
               MOVE WS-EMP-STATUS            TO MR-EMP-STATUS
               MOVE WS-STATUS-DATE           TO MR-STATUS-DATE
               WRITE MASTER-RECORD
               IF WS-MASTER-STATUS = "22"
                   REWRITE MASTER-RECORD
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE WS-CURRENT-DATE (1:8)  TO AL-DATE
           MOVE WS-CURRENT-DATE (9:6)  TO AL-TIME
           MOVE WS-ACTING-USERID       TO AL-USERID
           MOVE WS-PERSON-ID OF WS-USER TO AL-PERSON-ID
           MOVE WS-FULL-NAME           TO AL-FULL-NAME
           MOVE WS-AGE OF WS-USER      TO AL-AGE
           DISPLAY "CHANGES APPLIED: " WS-CHANGE-COUNT
           DISPLAY "DELETES APPLIED: " WS-DELETE-COUNT
           DISPLAY "MERGES APPLIED: " WS-MERGE-COUNT
           DISPLAY "LEAVES APPLIED: " WS-LEAVE-COUNT
           DISPLAY "TERMINATIONS APPLIED: " WS-TERM-COUNT
           DISPLAY "REINSTATEMENTS APPLIED: " WS-REINSTATE-COUNT
           DISPLAY "TRANSFERS APPLIED: " WS-XFER-COUNT
               " (" WS-XFER-PERSON-TOTAL " PERSONS MOVED)"
           DISPLAY "RECORDS REJECTED: " WS-REJECT-COUNT
           DISPLAY "  OF WHICH NOT AUTHORIZED: " WS-DENIED-COUNT
           DISPLAY "REJECTS RECYCLED: " WS-RECYCLE-COUNT
           DISPLAY "REJECTS AGED OUT: " WS-AGED-COUNT
           DISPLAY "PENDING RELEASED: " WS-RELEASED-COUNT
           MOVE WS-RECORD-COUNT TO RL-READ-COUNT
           COMPUTE RL-WRITE-COUNT = WS-ADD-COUNT + WS-CHANGE-COUNT
               + WS-DELETE-COUNT + WS-MERGE-COUNT
               + WS-LEAVE-COUNT + WS-TERM-COUNT + WS-REINSTATE-COUNT
               + WS-XFER-COUNT
           MOVE WS-REJECT-COUNT TO RL-REJECT-COUNT
           MOVE RETURN-CODE     TO RL-RETURN-CODE
           PERFORM WRITE-RUN-RECORD.
