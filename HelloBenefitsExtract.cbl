      *          BENPARM card resends the whole roster (every
      *          detail flagged A) for when the two sides get out
      *          of step; a missing or bad card means the normal
      *          delta run.  A terminated person goes across once,
      *          flagged T with the termination date; after that
      *          they are not sent again, and when the purge
      *          finally removes them from the roster no D follows.
      *          A reinstated leaver goes back across as an A.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *snapshot match-merge runs on.
       01 WS-DETAIL-IMAGE       PIC X(80) VALUE SPACES.
       01 WS-ACTION             PIC X VALUE SPACE.
      *Employment status of the person in WS-DETAIL-IMAGE, and of
      *the snapshot person it matched (bytes 62 of the image)
       01 WS-DETAIL-STATUS      PIC X VALUE SPACE.
       01 WS-SNAP-EMP-STATUS    PIC X VALUE SPACE.
      *Running control totals while writing
       01 WS-DETAIL-COUNT       PIC 9(7) VALUE 0.
       01 WS-AGE-HASH           PIC 9(9) VALUE 0.
       01 WS-ADD-COUNT          PIC 9(7) VALUE 0.
       01 WS-CHG-COUNT          PIC 9(7) VALUE 0.
       01 WS-DEL-COUNT          PIC 9(7) VALUE 0.
       01 WS-TRM-COUNT          PIC 9(7) VALUE 0.
       01 WS-UNCHANGED-COUNT    PIC 9(7) VALUE 0.
      *Terminated persons the benefits side never had, already
      *dropped, or already holds as terminated - nothing to send
       01 WS-TERMED-SKIP-COUNT  PIC 9(7) VALUE 0.
      *Re-proved totals from the read-back pass
       01 WS-CHECK-COUNT        PIC 9(7) VALUE 0.
       01 WS-CHECK-HASH         PIC 9(9) VALUE 0.
       01 WS-CHECK-ADDS         PIC 9(7) VALUE 0.
       01 WS-CHECK-CHGS         PIC 9(7) VALUE 0.
       01 WS-CHECK-DELS         PIC 9(7) VALUE 0.
       01 WS-CHECK-TRMS         PIC 9(7) VALUE 0.
       01 WS-TRAILER-COUNT      PIC 9(7) VALUE 0.
       01 WS-TRAILER-HASH       PIC 9(9) VALUE 0.
       01 WS-TRAILER-ADDS       PIC 9(7) VALUE 0.
       01 WS-TRAILER-CHGS       PIC 9(7) VALUE 0.
       01 WS-TRAILER-DELS       PIC 9(7) VALUE 0.
       01 WS-TRAILER-TRMS       PIC 9(7) VALUE 0.
       01 WS-TRAILER-SEEN       PIC X VALUE "N".
           88 WS-HAVE-TRAILER   VALUE "Y".
       01 WS-MISMATCH-FLAG      PIC X VALUE "N".
               MOVE ZERO TO BD-PROJECTION (1) BD-PROJECTION (2)
                   BD-PROJECTION (3) BD-PROJECTION (4)
               MOVE MR-DEPT-CODE  TO BD-DEPT-CODE
      *        Left blank for records from before statuses existed,
      *        so their snapshot images still match
               IF MR-EMP-STATUS NOT = SPACE
                   MOVE MR-EMP-STATUS  TO BD-EMP-STATUS
                   MOVE MR-STATUS-DATE TO BD-STATUS-DATE
               END-IF
               MOVE 0 TO WS-PROJ-SLOT
           END-IF
           IF WS-PROJ-SLOT < 4
       EMIT-DETAIL.
           MOVE SPACE TO BD-ACTION-CODE
           MOVE BI-DETAIL-RECORD TO WS-DETAIL-IMAGE
           MOVE BD-EMP-STATUS TO WS-DETAIL-STATUS
           IF WS-FULL-MODE
      *        A resync describes the current workforce - someone
      *        already terminated is not sent and not snapshotted
               IF WS-DETAIL-STATUS = "T"
                   ADD 1 TO WS-TERMED-SKIP-COUNT
               ELSE
                   MOVE "A" TO WS-ACTION
                   PERFORM WRITE-ACTION-DETAIL
                   PERFORM WRITE-NEW-SNAPSHOT
               END-IF
           ELSE
               PERFORM MATCH-AGAINST-SNAPSHOT
           END-IF.
      *ahead of tonight's person were dropped from the roster,
      *an equal key compares images (changed or unchanged), and a
      *snapshot key past tonight's person means tonight's is new.
      *A new person who is already terminated was never sent and
      *is not sent now.  Nor is a leaver whose termination has
      *already gone across - a re-age or a department transfer
      *still moves their image, but the benefits side takes a
      *termination once; only the snapshot is brought up to date.
       MATCH-AGAINST-SNAPSHOT.
           PERFORM RETIRE-DROPPED-SNAPSHOT
               UNTIL WS-END-OF-SNAP
                     NOT < WS-DETAIL-IMAGE (2:25)
           IF NOT WS-END-OF-SNAP
              AND SNAPSHOT-RECORD (2:25) = WS-DETAIL-IMAGE (2:25)
               MOVE SNAPSHOT-RECORD (62:1) TO WS-SNAP-EMP-STATUS
               EVALUATE TRUE
                   WHEN SNAPSHOT-RECORD = WS-DETAIL-IMAGE
                       ADD 1 TO WS-UNCHANGED-COUNT
                   WHEN WS-SNAP-EMP-STATUS = "T"
                    AND WS-DETAIL-STATUS = "T"
                       ADD 1 TO WS-TERMED-SKIP-COUNT
                   WHEN OTHER
                       PERFORM PICK-CHANGE-ACTION
                       PERFORM WRITE-ACTION-DETAIL
               END-EVALUATE
               PERFORM WRITE-NEW-SNAPSHOT
               PERFORM READ-SNAPSHOT
           ELSE
               IF WS-DETAIL-STATUS = "T"
                   ADD 1 TO WS-TERMED-SKIP-COUNT
               ELSE
                   MOVE "A" TO WS-ACTION
                   PERFORM WRITE-ACTION-DETAIL
                   PERFORM WRITE-NEW-SNAPSHOT
               END-IF
           END-IF.

      *The image changed since it was last sent: a newly terminated
      *person goes as a T, someone the benefits side holds as
      *terminated and who is back goes as a fresh A, anything else
      *is an ordinary C
       PICK-CHANGE-ACTION.
           EVALUATE TRUE
               WHEN WS-DETAIL-STATUS = "T"
                   MOVE "T" TO WS-ACTION
               WHEN WS-SNAP-EMP-STATUS = "T"
                   MOVE "A" TO WS-ACTION
               WHEN OTHER
                   MOVE "C" TO WS-ACTION
           END-EVALUATE.

      *A person we sent before who is no longer on the roster goes
      *downstream once more, flagged D, so their side drops the
      *record too instead of carrying a ghost.  A person last sent
      *as terminated has simply been purged - their side already
      *closed the record, so nothing more goes.
       RETIRE-DROPPED-SNAPSHOT.
           MOVE SNAPSHOT-RECORD TO BI-DETAIL-RECORD
           IF BD-TERMINATED
               ADD 1 TO WS-TERMED-SKIP-COUNT
           ELSE
               MOVE "D" TO BD-ACTION-CODE
               ADD 1 TO WS-DEL-COUNT
               PERFORM WRITE-DETAIL-RECORD
           END-IF
           PERFORM READ-SNAPSHOT.

       WRITE-ACTION-DETAIL.
           MOVE WS-DETAIL-IMAGE TO BI-DETAIL-RECORD
           MOVE WS-ACTION TO BD-ACTION-CODE
           EVALUATE WS-ACTION
               WHEN "A"
                   ADD 1 TO WS-ADD-COUNT
               WHEN "T"
                   ADD 1 TO WS-TRM-COUNT
               WHEN OTHER
                   ADD 1 TO WS-CHG-COUNT
           END-EVALUATE
           PERFORM WRITE-DETAIL-RECORD.

       WRITE-DETAIL-RECORD.
           MOVE WS-ADD-COUNT      TO BT-ADD-COUNT
           MOVE WS-CHG-COUNT      TO BT-CHG-COUNT
           MOVE WS-DEL-COUNT      TO BT-DEL-COUNT
           MOVE WS-TRM-COUNT      TO BT-TRM-COUNT
           WRITE BI-TRAILER-RECORD
           CLOSE BENEFITS-FILE.

               IF WS-CHECK-ADDS NOT = WS-TRAILER-ADDS
                  OR WS-CHECK-CHGS NOT = WS-TRAILER-CHGS
                  OR WS-CHECK-DELS NOT = WS-TRAILER-DELS
                  OR WS-CHECK-TRMS NOT = WS-TRAILER-TRMS
                   SET WS-TOTALS-BAD TO TRUE
                   DISPLAY "ERROR: TRAILER ACTION COUNTS "
                       WS-TRAILER-ADDS "/" WS-TRAILER-CHGS "/"
                       WS-TRAILER-DELS "/" WS-TRAILER-TRMS
                       " BUT FILE PROVES "
                       WS-CHECK-ADDS "/" WS-CHECK-CHGS "/"
                       WS-CHECK-DELS "/" WS-CHECK-TRMS
               END-IF
           END-IF.

                           ADD 1 TO WS-CHECK-CHGS
                       WHEN "D"
                           ADD 1 TO WS-CHECK-DELS
                       WHEN "T"
                           ADD 1 TO WS-CHECK-TRMS
                       WHEN OTHER
                           SET WS-TOTALS-BAD TO TRUE
                           DISPLAY "ERROR: DETAIL WITH NO ACTION "
                   MOVE BT-ADD-COUNT    TO WS-TRAILER-ADDS
                   MOVE BT-CHG-COUNT    TO WS-TRAILER-CHGS
                   MOVE BT-DEL-COUNT    TO WS-TRAILER-DELS
                   MOVE BT-TRM-COUNT    TO WS-TRAILER-TRMS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           DISPLAY "  NEW: " WS-ADD-COUNT
               "  CHANGED: " WS-CHG-COUNT
               "  DROPPED: " WS-DEL-COUNT
               "  TERMINATED: " WS-TRM-COUNT
           DISPLAY "PERSONS UNCHANGED (NOT SENT): "
               WS-UNCHANGED-COUNT
           DISPLAY "TERMINATED, NOTHING TO SEND: "
               WS-TERMED-SKIP-COUNT
           DISPLAY "AGE HASH TOTAL: " WS-AGE-HASH
           IF WS-TOTALS-BAD
               MOVE 8 TO RETURN-CODE
