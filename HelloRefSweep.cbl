      ******************************************************************
      * Program: HELLOREF
      * Purpose: Nightly referential-integrity sweep of the files
      *          that carry a person's name and ID but are never
      *          squared against the master: the held future-dated
      *          cards (PENDING), tonight's rejects (RECYCLE), what
      *          the benefits side was last sent (BENSNAP) and the
      *          before-images on HISTFILE.  Every reference whose
      *          name+ID is no longer on USERMSTR is printed on
      *          REFRPT as REDIRECT - the person was merged into a
      *          surviving ID (shown) or renamed, so the reference
      *          should now point there - or ORPHAN - deleted,
      *          purged, or lost with no removal on file.  A held
      *          card is caught before its date arrives and it
      *          rejects.  HELLOBAT records no from-to pair for a
      *          merge: the merged-away ID's M before-images carry
      *          the name and date, and the survivor is the ID on
      *          that day's MERGED audit line for the same name (or,
      *          once the line is archived, the person still on the
      *          master under that name - a merge needs both IDs
      *          under one name).  History for a person deleted or
      *          purged with a before-image on file is the trail
      *          doing its job and is only counted.  The END line on
      *          RUNCTL carries the orphan count as its rejects so
      *          HELLONSR shows it on the night status page.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOREF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER-FILE ASSIGN TO "USERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MR-KEY
               ALTERNATE RECORD KEY IS MR-LAST-NAME WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
      *    HELLOBAT's held cards and rejects, both in the 80-byte
      *    TRANSIN layout
           SELECT PENDING-FILE ASSIGN TO "PENDING"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT RECYCLE-FILE ASSIGN TO "RECYCLE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECYCLE-STATUS.
      *    HELLOBEN's snapshot: one detail image per person sent
           SELECT SNAPSHOT-FILE ASSIGN TO "BENSNAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT REFERENCE-REPORT-FILE ASSIGN TO "REFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      *    Shared night-job run log - one START and one END line
      *    per step, read back by HELLONSR for the night summary
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD USER-MASTER-FILE.
           COPY WSMASTR.
       FD AUDIT-LOG-FILE.
           COPY WSAUDIT.
       FD HISTORY-FILE.
           COPY WSHIST.
       FD PENDING-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 PENDING-RECORD        PIC X(80).
       FD RECYCLE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 RECYCLE-RECORD        PIC X(80).
       FD SNAPSHOT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY WSBENIF.
       FD REFERENCE-REPORT-FILE.
       01 REFERENCE-REPORT-RECORD PIC X(132).
       FD RUN-CONTROL-FILE.
           COPY WSRUNCTL.
       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS      PIC XX.
       01 WS-AUDIT-STATUS       PIC XX.
       01 WS-HIST-STATUS        PIC XX.
       01 WS-PEND-STATUS        PIC XX.
       01 WS-RECYCLE-STATUS     PIC XX.
       01 WS-SNAP-STATUS        PIC XX.
       01 WS-REPORT-STATUS      PIC XX.
       01 WS-RUNCTL-STATUS      PIC XX.
       01 WS-EOF-FLAG           PIC X VALUE "N".
           88 WS-END-OF-FILE    VALUE "Y".
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-MASTER-ERR-FLAG    PIC X VALUE "N".
           88 WS-MASTER-MISSING VALUE "Y".
      *A held card or reject, in HELLOBAT's TRANSACTION-RECORD
      *layout
       01 WS-CARD.
           COPY WSUSER
               REPLACING ==01 WS-USER==      BY ==05 CD-USER==
                   ==05 WS-FIRST-NAME== BY ==09 WS-FIRST-NAME==
                   ==05 WS-LAST-NAME==  BY ==09 WS-LAST-NAME==
                   ==05 WS-AGE==        BY ==09 WS-AGE==
                   ==05 WS-BIRTH-DATE== BY ==09 WS-BIRTH-DATE==
                   ==05 WS-PERSON-ID==  BY ==09 WS-PERSON-ID==.
           05 CD-TRANS-CODE        PIC X.
               88 CD-TRANS-ADD     VALUE "A" " ".
               88 CD-TRANS-MERGE   VALUE "M".
               88 CD-TRANS-TRANSFER VALUE "X".
           05 CD-MERGE-FROM-ID     PIC X(5).
           05 CD-DEPT-CODE         PIC X(4).
           05 CD-CYCLE-COUNT       PIC X.
           05 CD-KEYED-BY          PIC X(8).
           05 CD-REJECT-REASON     PIC X(17).
           05 CD-EFFECTIVE-DATE    PIC X(8).
           05 FILLER               PIC X(1).
      *Every person on the master, in master key order (last name,
      *first name, ID), one entry per person
       01 WS-MP-COUNT           PIC 9(4) VALUE 0.
       01 WS-MP-IDX             PIC 9(4) VALUE 1.
       01 WS-MP-FULL            PIC X VALUE "N".
           88 WS-MP-TABLE-FULL  VALUE "Y".
       01 WS-MASTER-TABLE.
           05 WS-MP-ENTRY OCCURS 3000 TIMES.
               10 WS-MP-KEY.
                   15 WS-MP-LAST-NAME  PIC X(10).
                   15 WS-MP-FIRST-NAME PIC X(10).
                   15 WS-MP-PERSON-ID  PIC X(5).
      *The reference being checked, and what was found
       01 WS-REF-KEY.
           05 WS-REF-LAST-NAME  PIC X(10).
           05 WS-REF-FIRST-NAME PIC X(10).
           05 WS-REF-PERSON-ID  PIC X(5).
       01 WS-REF-FOUND          PIC X VALUE "N".
           88 WS-REF-ON-MASTER  VALUE "Y".
       01 WS-REF-FINDING        PIC X VALUE SPACE.
           88 WS-REF-PRESENT    VALUE "P".
           88 WS-REF-REDIRECT   VALUE "R".
           88 WS-REF-ORPHAN     VALUE "O".
       01 WS-REF-NOTE           PIC X(50) VALUE SPACES.
       01 WS-REF-NOTE-PREFIX    PIC X(12) VALUE SPACES.
       01 WS-REF-NOTE-WORK      PIC X(50) VALUE SPACES.
       01 WS-REF-DATE           PIC X(8) VALUE SPACES.
       01 WS-REF-CODE           PIC X VALUE SPACE.
       01 WS-SCAN-PERSON-ID     PIC X(5).
      *Every MERGED line on the audit trail: the day, the name and
      *the surviving ID
       01 WS-MG-COUNT           PIC 9(3) VALUE 0.
       01 WS-MG-IDX             PIC 9(3) VALUE 1.
       01 WS-MG-FULL            PIC X VALUE "N".
           88 WS-MG-TABLE-FULL  VALUE "Y".
       01 WS-MERGE-TABLE.
           05 WS-MG-ENTRY OCCURS 500 TIMES.
               10 WS-MG-DATE        PIC X(8).
               10 WS-MG-FULL-NAME   PIC X(20).
               10 WS-MG-PERSON-ID   PIC X(5).
      *Every name+ID on HISTFILE that is not on the master, in key
      *order, with the last removal image (M, D or P) and its date
       01 WS-GN-COUNT           PIC 9(4) VALUE 0.
       01 WS-GN-IDX             PIC 9(4) VALUE 1.
       01 WS-GN-POS             PIC 9(4) VALUE 1.
       01 WS-GN-SCAN            PIC 9(4) VALUE 1.
       01 WS-GN-FOUND           PIC X VALUE "N".
       01 WS-GN-FULL            PIC X VALUE "N".
           88 WS-GN-TABLE-FULL  VALUE "Y".
       01 WS-GONE-TABLE.
           05 WS-GN-ENTRY OCCURS 3000 TIMES.
               10 WS-GN-KEY.
                   15 WS-GN-LAST-NAME  PIC X(10).
                   15 WS-GN-FIRST-NAME PIC X(10).
                   15 WS-GN-PERSON-ID  PIC X(5).
               10 WS-GN-FULL-NAME   PIC X(20).
               10 WS-GN-IMAGES      PIC 9(5).
               10 WS-GN-LAST-DATE   PIC X(8).
               10 WS-GN-CODE        PIC X.
               10 WS-GN-CODE-DATE   PIC X(8).
               10 WS-GN-DIRECT-ID   PIC X(5).
               10 WS-GN-SURVIVOR-ID PIC X(5).
      *Following a merge chain to the ID still on the master
       01 WS-CHAIN-ID           PIC X(5).
       01 WS-CHAIN-HOPS         PIC 9(2) VALUE 0.
       01 WS-CHAIN-DONE         PIC X VALUE "N".
      *ADD cards held or recycled - a card aimed at a person one of
      *them will add is waiting, not orphaned
       01 WS-AD-COUNT           PIC 9(3) VALUE 0.
       01 WS-AD-IDX             PIC 9(3) VALUE 1.
       01 WS-AD-FULL            PIC X VALUE "N".
           88 WS-AD-TABLE-FULL  VALUE "Y".
       01 WS-ADD-CARD-TABLE.
           05 WS-AD-KEY         PIC X(25) OCCURS 500 TIMES.
      *Counts per file: 1 PENDING, 2 RECYCLE, 3 BENSNAP, 4 HISTFILE
       01 WS-FILE-IDX           PIC 9 VALUE 1.
       01 WS-FILE-LABEL-VALUES.
           05 FILLER PIC X(8) VALUE "PENDING".
           05 FILLER PIC X(8) VALUE "RECYCLE".
           05 FILLER PIC X(8) VALUE "BENSNAP".
           05 FILLER PIC X(8) VALUE "HISTFILE".
       01 WS-FILE-LABEL-TABLE REDEFINES WS-FILE-LABEL-VALUES.
           05 WS-FILE-LABEL     PIC X(8) OCCURS 4 TIMES.
       01 WS-FILE-COUNTS.
           05 WS-FC-ENTRY OCCURS 4 TIMES.
               10 WS-FC-CHECKED     PIC 9(7).
               10 WS-FC-ORPHANS     PIC 9(7).
               10 WS-FC-REDIRECTS   PIC 9(7).
               10 WS-FC-PRESENT-FLAG PIC X.
       01 WS-TOTAL-CHECKED      PIC 9(7) VALUE 0.
       01 WS-TOTAL-ORPHANS      PIC 9(7) VALUE 0.
       01 WS-TOTAL-REDIRECTS    PIC 9(7) VALUE 0.
       01 WS-AWAITING-ADD-COUNT PIC 9(7) VALUE 0.
       01 WS-REMOVED-COUNT      PIC 9(7) VALUE 0.
       01 WS-MASTER-REC-COUNT   PIC 9(7) VALUE 0.
       01 WS-IMAGE-COUNT-ED     PIC Z(4)9.
       01 WS-LEAD-SPACES        PIC 9 VALUE 0.
      *Page control: 55 detail/heading lines to a page
       01 WS-LINE-COUNT         PIC 9(2) VALUE 99.
       01 WS-PAGE-COUNT         PIC 9(4) VALUE 0.
       01 WS-PRINT-LINE         PIC X(132) VALUE SPACES.
       01 WS-HEADING-1.
           05 FILLER            PIC X(34) VALUE
               "PERSON REFERENCE INTEGRITY SWEEP".
           05 FILLER            PIC X(12) VALUE "   RUN DATE ".
           05 WS-HDG-DATE       PIC X(8).
           05 FILLER            PIC X(8) VALUE "   PAGE ".
           05 WS-HDG-PAGE       PIC ZZZ9.
       01 WS-COLUMN-HEADING.
           05 FILLER            PIC X(45) VALUE
               "FILE      CD  LAST NAME   FIRST NAME  ID".
           05 FILLER            PIC X(30) VALUE
               "DATE      STATUS    DETAIL".
       01 WS-DETAIL-LINE.
           05 WS-DL-FILE        PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DL-CODE        PIC X.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WS-DL-LAST-NAME   PIC X(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DL-FIRST-NAME  PIC X(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DL-PERSON-ID   PIC X(5).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DL-DATE        PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DL-STATUS      PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DL-NOTE        PIC X(50).
       01 WS-SUMMARY-HEADING    PIC X(50) VALUE
           "FILE        CHECKED  ORPHANED  REDIRECTED".
       01 WS-SUMMARY-LINE.
           05 WS-SL-FILE        PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-SL-CHECKED     PIC Z(6)9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WS-SL-ORPHANS     PIC Z(6)9.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 WS-SL-REDIRECTS   PIC Z(6)9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-SL-NOTE        PIC X(20).
       01 WS-TOTAL-LINE.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-TL-LABEL       PIC X(44).
           05 WS-TL-COUNT       PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      * Run all functions
       PERFORM START-UP
       IF NOT WS-MASTER-MISSING AND NOT WS-MP-TABLE-FULL
           PERFORM LOAD-MERGE-LINES
           PERFORM SWEEP-HISTORY
           PERFORM RESOLVE-SURVIVORS
           PERFORM COLLECT-ADD-CARDS
           PERFORM CHECK-PENDING-CARDS
           PERFORM CHECK-RECYCLE-CARDS
           PERFORM CHECK-SNAPSHOT
           PERFORM REPORT-HISTORY
           PERFORM PRINT-FILE-SUMMARY
       END-IF
       PERFORM FINISH-UP
       GOBACK.

       START-UP.
           DISPLAY "HELLOREF - PERSON REFERENCE INTEGRITY SWEEP"
           PERFORM WRITE-RUN-START
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE (1:8) TO WS-HDG-DATE
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > 4
               MOVE 0 TO WS-FC-CHECKED (WS-FILE-IDX)
                   WS-FC-ORPHANS (WS-FILE-IDX)
                   WS-FC-REDIRECTS (WS-FILE-IDX)
               MOVE "Y" TO WS-FC-PRESENT-FLAG (WS-FILE-IDX)
           END-PERFORM
           OPEN OUTPUT REFERENCE-REPORT-FILE
           PERFORM LOAD-MASTER-TABLE
           IF NOT WS-MASTER-MISSING AND NOT WS-MP-TABLE-FULL
               MOVE WS-COLUMN-HEADING TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *----------------------------------------------------------------
      *The master, one entry per person.  Without all of it every
      *reference past the end of the table would read as an
      *orphan, so a master too big for the table stops the sweep.
      *----------------------------------------------------------------
       LOAD-MASTER-TABLE.
           OPEN INPUT USER-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               SET WS-MASTER-MISSING TO TRUE
               DISPLAY "ERROR: CANNOT OPEN USERMSTR - STATUS "
                   WS-MASTER-STATUS
               MOVE "USERMSTR COULD NOT BE OPENED - NOTHING CHECKED"
                   TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-MASTER-RECORD
               PERFORM STORE-MASTER-PERSON
                   UNTIL WS-END-OF-FILE OR WS-MP-TABLE-FULL
               CLOSE USER-MASTER-FILE
               IF WS-MP-TABLE-FULL
                   DISPLAY "ERROR: MORE THAN 3000 PERSONS ON USERMSTR"
                       " - SWEEP NOT RUN"
                   MOVE "MORE THAN 3000 PERSONS ON USERMSTR - NOTHING
      -                " CHECKED" TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF.

       READ-MASTER-RECORD.
           READ USER-MASTER-FILE NEXT
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           IF WS-MASTER-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           END-IF.

      *Records for one person are contiguous in key order, so a new
      *name+ID is a new entry and the table stays in key order
       STORE-MASTER-PERSON.
           ADD 1 TO WS-MASTER-REC-COUNT
           IF WS-MP-COUNT = 0
              OR MR-KEY (1:25) NOT = WS-MP-KEY (WS-MP-COUNT)
               IF WS-MP-COUNT NOT < 3000
                   SET WS-MP-TABLE-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-MP-COUNT
                   MOVE MR-KEY (1:25) TO WS-MP-KEY (WS-MP-COUNT)
               END-IF
           END-IF
           PERFORM READ-MASTER-RECORD.

      *Is WS-REF-KEY on the master?  The table is in key order, so
      *the scan stops at the first entry not below it.
       FIND-MASTER-KEY.
           MOVE "N" TO WS-REF-FOUND
           MOVE 1 TO WS-MP-IDX
           PERFORM UNTIL WS-MP-IDX > WS-MP-COUNT
                      OR WS-MP-KEY (WS-MP-IDX) NOT < WS-REF-KEY
               ADD 1 TO WS-MP-IDX
           END-PERFORM
           IF WS-MP-IDX <= WS-MP-COUNT
               IF WS-MP-KEY (WS-MP-IDX) = WS-REF-KEY
                   SET WS-REF-ON-MASTER TO TRUE
               END-IF
           END-IF.

      *The person holding WS-SCAN-PERSON-ID, under whatever name -
      *a daytime rename moves the key but keeps the ID
       FIND-MASTER-ID.
           MOVE 1 TO WS-MP-IDX
           PERFORM UNTIL WS-MP-IDX > WS-MP-COUNT
                      OR WS-MP-PERSON-ID (WS-MP-IDX)
                         = WS-SCAN-PERSON-ID
               ADD 1 TO WS-MP-IDX
           END-PERFORM.

      *----------------------------------------------------------------
      *The merge record: MERGED audit lines, then the HISTFILE
      *before-images of everyone no longer on the master
      *----------------------------------------------------------------
       LOAD-MERGE-LINES.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-AUDIT-LINE
               PERFORM STORE-MERGE-LINE UNTIL WS-END-OF-FILE
               CLOSE AUDIT-LOG-FILE
           ELSE
               DISPLAY "AUDITLOG NOT PRESENT - SURVIVORS FROM THE "
                   "MASTER ONLY"
           END-IF.

       READ-AUDIT-LINE.
           READ AUDIT-LOG-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           IF WS-AUDIT-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           END-IF.

       STORE-MERGE-LINE.
           IF AL-RESULT = "MERGED"
               IF WS-MG-COUNT < 500
                   ADD 1 TO WS-MG-COUNT
                   MOVE AL-DATE      TO WS-MG-DATE (WS-MG-COUNT)
                   MOVE AL-FULL-NAME TO WS-MG-FULL-NAME (WS-MG-COUNT)
                   MOVE AL-PERSON-ID TO WS-MG-PERSON-ID (WS-MG-COUNT)
               ELSE
                   IF NOT WS-MG-TABLE-FULL
                       SET WS-MG-TABLE-FULL TO TRUE
                       DISPLAY "WARNING: MORE THAN 500 MERGED LINES - "
                           "LATER SURVIVORS FROM THE MASTER ONLY"
                   END-IF
               END-IF
           END-IF
           PERFORM READ-AUDIT-LINE.

       SWEEP-HISTORY.
           MOVE 4 TO WS-FILE-IDX
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-HISTORY-LINE
               PERFORM CHECK-HISTORY-LINE UNTIL WS-END-OF-FILE
               CLOSE HISTORY-FILE
           ELSE
               MOVE "N" TO WS-FC-PRESENT-FLAG (4)
               DISPLAY "HISTFILE NOT PRESENT - NOT CHECKED"
           END-IF.

       READ-HISTORY-LINE.
           READ HISTORY-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           IF WS-HIST-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           END-IF.

      *The file is in the order it was written, so the last
      *removal image seen for a person is the one that stands
       CHECK-HISTORY-LINE.
           ADD 1 TO WS-FC-CHECKED (4)
           MOVE HX-LAST-NAME  TO WS-REF-LAST-NAME
           MOVE HX-FIRST-NAME TO WS-REF-FIRST-NAME
           MOVE HX-PERSON-ID  TO WS-REF-PERSON-ID
           PERFORM FIND-MASTER-KEY
           IF NOT WS-REF-ON-MASTER
               PERFORM FIND-OR-ADD-GONE
               IF WS-GN-FOUND = "Y"
                   ADD 1 TO WS-GN-IMAGES (WS-GN-IDX)
                   MOVE HX-DATE TO WS-GN-LAST-DATE (WS-GN-IDX)
                   IF HX-TRANS-CODE = "M" OR "D" OR "P"
                       MOVE HX-TRANS-CODE TO WS-GN-CODE (WS-GN-IDX)
                       MOVE HX-DATE TO WS-GN-CODE-DATE (WS-GN-IDX)
                   END-IF
                   IF WS-GN-FULL-NAME (WS-GN-IDX) = SPACES
                       MOVE HX-FULL-NAME
                           TO WS-GN-FULL-NAME (WS-GN-IDX)
                   END-IF
               END-IF
           END-IF
           PERFORM READ-HISTORY-LINE.

      *Ordered gone-person table: found in WS-GN-IDX, or a new
      *entry opened in key order
       FIND-OR-ADD-GONE.
           PERFORM FIND-GONE-ENTRY
           MOVE WS-GN-SCAN TO WS-GN-IDX
           IF WS-GN-FOUND = "N"
               IF WS-GN-COUNT NOT < 3000
                   IF NOT WS-GN-TABLE-FULL
                       SET WS-GN-TABLE-FULL TO TRUE
                       DISPLAY "WARNING: MORE THAN 3000 PERSONS GONE "
                           "FROM THE MASTER - HISTORY PARTIAL"
                   END-IF
               ELSE
                   PERFORM VARYING WS-GN-SCAN FROM WS-GN-COUNT BY -1
                           UNTIL WS-GN-SCAN < WS-GN-POS
                       MOVE WS-GN-ENTRY (WS-GN-SCAN)
                           TO WS-GN-ENTRY (WS-GN-SCAN + 1)
                   END-PERFORM
                   ADD 1 TO WS-GN-COUNT
                   MOVE WS-GN-POS TO WS-GN-IDX
                   MOVE SPACES TO WS-GN-ENTRY (WS-GN-IDX)
                   MOVE WS-REF-KEY TO WS-GN-KEY (WS-GN-IDX)
                   MOVE 0 TO WS-GN-IMAGES (WS-GN-IDX)
                   MOVE "Y" TO WS-GN-FOUND
               END-IF
           END-IF.

      *WS-REF-KEY in the gone table: found in WS-GN-SCAN, or
      *WS-GN-POS is where it would go
       FIND-GONE-ENTRY.
           MOVE "N" TO WS-GN-FOUND
           MOVE 1 TO WS-GN-SCAN
           PERFORM UNTIL WS-GN-SCAN > WS-GN-COUNT
                      OR WS-GN-KEY (WS-GN-SCAN) NOT < WS-REF-KEY
               ADD 1 TO WS-GN-SCAN
           END-PERFORM
           MOVE WS-GN-SCAN TO WS-GN-POS
           IF WS-GN-SCAN <= WS-GN-COUNT
               IF WS-GN-KEY (WS-GN-SCAN) = WS-REF-KEY
                   MOVE "Y" TO WS-GN-FOUND
               END-IF
           END-IF.

      *Two passes: first the ID each merged-away person went into
      *that day, then along the chain (a survivor merged away in
      *its turn) to the ID still on the master
       RESOLVE-SURVIVORS.
           PERFORM VARYING WS-GN-IDX FROM 1 BY 1
                   UNTIL WS-GN-IDX > WS-GN-COUNT
               IF WS-GN-CODE (WS-GN-IDX) = "M"
                   PERFORM FIND-DIRECT-SURVIVOR
               END-IF
           END-PERFORM
           PERFORM VARYING WS-GN-IDX FROM 1 BY 1
                   UNTIL WS-GN-IDX > WS-GN-COUNT
               IF WS-GN-CODE (WS-GN-IDX) = "M"
                   PERFORM FOLLOW-SURVIVOR-CHAIN
               END-IF
           END-PERFORM.

      *That day's MERGED line for the same name names the survivor.
      *Failing that, a merge needs both IDs under one name, so the
      *other ID the name holds on the master is the survivor.
       FIND-DIRECT-SURVIVOR.
           MOVE 1 TO WS-MG-IDX
           PERFORM UNTIL WS-MG-IDX > WS-MG-COUNT
                      OR (WS-MG-DATE (WS-MG-IDX)
                             = WS-GN-CODE-DATE (WS-GN-IDX)
                          AND WS-MG-FULL-NAME (WS-MG-IDX)
                             = WS-GN-FULL-NAME (WS-GN-IDX)
                          AND WS-MG-PERSON-ID (WS-MG-IDX)
                             NOT = WS-GN-PERSON-ID (WS-GN-IDX))
               ADD 1 TO WS-MG-IDX
           END-PERFORM
           IF WS-MG-IDX <= WS-MG-COUNT
               MOVE WS-MG-PERSON-ID (WS-MG-IDX)
                   TO WS-GN-DIRECT-ID (WS-GN-IDX)
           ELSE
               MOVE 1 TO WS-MP-IDX
               PERFORM UNTIL WS-MP-IDX > WS-MP-COUNT
                          OR (WS-MP-LAST-NAME (WS-MP-IDX)
                                 = WS-GN-LAST-NAME (WS-GN-IDX)
                              AND WS-MP-FIRST-NAME (WS-MP-IDX)
                                 = WS-GN-FIRST-NAME (WS-GN-IDX)
                              AND WS-MP-PERSON-ID (WS-MP-IDX)
                                 NOT = WS-GN-PERSON-ID (WS-GN-IDX))
                   ADD 1 TO WS-MP-IDX
               END-PERFORM
               IF WS-MP-IDX <= WS-MP-COUNT
                   MOVE WS-MP-PERSON-ID (WS-MP-IDX)
                       TO WS-GN-DIRECT-ID (WS-GN-IDX)
               END-IF
           END-IF.

      *Ten hops is far past any real chain and stops a loop of
      *bad lines from running forever
       FOLLOW-SURVIVOR-CHAIN.
           MOVE WS-GN-DIRECT-ID (WS-GN-IDX) TO WS-CHAIN-ID
           MOVE 0 TO WS-CHAIN-HOPS
           MOVE "N" TO WS-CHAIN-DONE
           MOVE WS-GN-LAST-NAME (WS-GN-IDX)  TO WS-REF-LAST-NAME
           MOVE WS-GN-FIRST-NAME (WS-GN-IDX) TO WS-REF-FIRST-NAME
           PERFORM UNTIL WS-CHAIN-DONE = "Y"
               IF WS-CHAIN-ID = SPACES OR WS-CHAIN-HOPS > 9
                   MOVE "Y" TO WS-CHAIN-DONE
               ELSE
                   MOVE WS-CHAIN-ID TO WS-REF-PERSON-ID
                   PERFORM FIND-MASTER-KEY
                   IF WS-REF-ON-MASTER
                       MOVE WS-CHAIN-ID
                           TO WS-GN-SURVIVOR-ID (WS-GN-IDX)
                       MOVE "Y" TO WS-CHAIN-DONE
                   ELSE
                       PERFORM FIND-GONE-ENTRY
                       IF WS-GN-FOUND = "Y"
                          AND WS-GN-CODE (WS-GN-SCAN) = "M"
                           MOVE WS-GN-DIRECT-ID (WS-GN-SCAN)
                               TO WS-CHAIN-ID
                           ADD 1 TO WS-CHAIN-HOPS
                       ELSE
                           MOVE "Y" TO WS-CHAIN-DONE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      *Classify one reference (WS-REF-KEY) that is not on the master
      *----------------------------------------------------------------
       CLASSIFY-REFERENCE.
           MOVE SPACES TO WS-REF-NOTE-WORK
           PERFORM FIND-GONE-ENTRY
           IF WS-GN-FOUND = "Y"
               MOVE WS-GN-SCAN TO WS-GN-IDX
           END-IF
           IF WS-GN-FOUND = "Y"
              AND WS-GN-CODE (WS-GN-IDX) NOT = SPACE
               EVALUATE WS-GN-CODE (WS-GN-IDX)
                   WHEN "M"
                       PERFORM CLASSIFY-MERGED
                   WHEN "D"
                       SET WS-REF-ORPHAN TO TRUE
                       STRING "DELETED " DELIMITED BY SIZE
                           WS-GN-CODE-DATE (WS-GN-IDX)
                               DELIMITED BY SIZE
                           INTO WS-REF-NOTE-WORK
                       END-STRING
                   WHEN OTHER
                       SET WS-REF-ORPHAN TO TRUE
                       STRING "PURGED " DELIMITED BY SIZE
                           WS-GN-CODE-DATE (WS-GN-IDX)
                               DELIMITED BY SIZE
                           INTO WS-REF-NOTE-WORK
                       END-STRING
               END-EVALUATE
           ELSE
               PERFORM CLASSIFY-NO-REMOVAL
           END-IF
           MOVE SPACES TO WS-REF-NOTE
           IF WS-REF-NOTE-PREFIX = SPACES
               MOVE WS-REF-NOTE-WORK TO WS-REF-NOTE
           ELSE
               STRING WS-REF-NOTE-PREFIX DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-REF-NOTE-WORK DELIMITED BY SIZE
                   INTO WS-REF-NOTE
               END-STRING
           END-IF.

       CLASSIFY-MERGED.
           IF WS-GN-SURVIVOR-ID (WS-GN-IDX) NOT = SPACES
               SET WS-REF-REDIRECT TO TRUE
               STRING "MERGED " DELIMITED BY SIZE
                   WS-GN-CODE-DATE (WS-GN-IDX) DELIMITED BY SIZE
                   " - SURVIVOR ID " DELIMITED BY SIZE
                   WS-GN-SURVIVOR-ID (WS-GN-IDX) DELIMITED BY SIZE
                   INTO WS-REF-NOTE-WORK
               END-STRING
           ELSE
               SET WS-REF-ORPHAN TO TRUE
               STRING "MERGED " DELIMITED BY SIZE
                   WS-GN-CODE-DATE (WS-GN-IDX) DELIMITED BY SIZE
                   " - NO SURVIVOR ON MASTER" DELIMITED BY SIZE
                   INTO WS-REF-NOTE-WORK
               END-STRING
           END-IF.

      *No removal on file.  A real ID still on the master under
      *another name was renamed; otherwise the master lost them.
       CLASSIFY-NO-REMOVAL.
           MOVE WS-REF-PERSON-ID TO WS-SCAN-PERSON-ID
           MOVE WS-MP-COUNT TO WS-MP-IDX
           ADD 1 TO WS-MP-IDX
           IF WS-SCAN-PERSON-ID NOT = "00000"
               PERFORM FIND-MASTER-ID
           END-IF
           IF WS-MP-IDX <= WS-MP-COUNT
               SET WS-REF-REDIRECT TO TRUE
               STRING "RENAMED - ID NOW UNDER " DELIMITED BY SIZE
                   WS-MP-FIRST-NAME (WS-MP-IDX) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-MP-LAST-NAME (WS-MP-IDX) DELIMITED BY SPACE
                   INTO WS-REF-NOTE-WORK
               END-STRING
           ELSE
               SET WS-REF-ORPHAN TO TRUE
               MOVE "NOT ON MASTER - NO REMOVAL ON FILE"
                   TO WS-REF-NOTE-WORK
           END-IF.

      *Count and print a reference the classification flagged
       REPORT-REFERENCE.
           IF WS-REF-ORPHAN
               ADD 1 TO WS-FC-ORPHANS (WS-FILE-IDX)
               MOVE "ORPHAN" TO WS-DL-STATUS
           ELSE
               ADD 1 TO WS-FC-REDIRECTS (WS-FILE-IDX)
               MOVE "REDIRECT" TO WS-DL-STATUS
           END-IF
           MOVE WS-FILE-LABEL (WS-FILE-IDX) TO WS-DL-FILE
           MOVE WS-REF-CODE       TO WS-DL-CODE
           MOVE WS-REF-LAST-NAME  TO WS-DL-LAST-NAME
           MOVE WS-REF-FIRST-NAME TO WS-DL-FIRST-NAME
           MOVE WS-REF-PERSON-ID  TO WS-DL-PERSON-ID
           MOVE WS-REF-DATE       TO WS-DL-DATE
           MOVE WS-REF-NOTE       TO WS-DL-NOTE
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

      *----------------------------------------------------------------
      *Held cards and rejects
      *----------------------------------------------------------------

      *ADD cards on either file, so a later card for the person
      *they will add is not taken for an orphan
       COLLECT-ADD-CARDS.
           OPEN INPUT PENDING-FILE
           IF WS-PEND-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-PENDING-CARD
               PERFORM NOTE-PENDING-ADD UNTIL WS-END-OF-FILE
               CLOSE PENDING-FILE
           END-IF
           OPEN INPUT RECYCLE-FILE
           IF WS-RECYCLE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-RECYCLE-CARD
               PERFORM NOTE-RECYCLE-ADD UNTIL WS-END-OF-FILE
               CLOSE RECYCLE-FILE
           END-IF.

       NOTE-PENDING-ADD.
           MOVE PENDING-RECORD TO WS-CARD
           PERFORM NOTE-ADD-CARD
           PERFORM READ-PENDING-CARD.

       NOTE-RECYCLE-ADD.
           MOVE RECYCLE-RECORD TO WS-CARD
           PERFORM NOTE-ADD-CARD
           PERFORM READ-RECYCLE-CARD.

       NOTE-ADD-CARD.
           IF CD-TRANS-ADD
               PERFORM SET-CARD-KEY
               IF WS-AD-COUNT < 500
                   ADD 1 TO WS-AD-COUNT
                   MOVE WS-REF-KEY TO WS-AD-KEY (WS-AD-COUNT)
               ELSE
                   IF NOT WS-AD-TABLE-FULL
                       SET WS-AD-TABLE-FULL TO TRUE
                       DISPLAY "WARNING: MORE THAN 500 HELD ADD "
                           "CARDS - SOME WAITING CARDS MAY SHOW "
                           "AS ORPHANS"
                   END-IF
               END-IF
           END-IF.

      *Name and ID off the card, the way HELLOBAT reads them (a
      *non-numeric ID is the legacy zero)
       SET-CARD-KEY.
           MOVE WS-LAST-NAME OF CD-USER  TO WS-REF-LAST-NAME
           MOVE WS-FIRST-NAME OF CD-USER TO WS-REF-FIRST-NAME
           IF WS-PERSON-ID OF CD-USER IS NUMERIC
               MOVE WS-PERSON-ID OF CD-USER TO WS-REF-PERSON-ID
           ELSE
               MOVE "00000" TO WS-REF-PERSON-ID
           END-IF.

       READ-PENDING-CARD.
           READ PENDING-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           IF WS-PEND-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           END-IF.

       READ-RECYCLE-CARD.
           READ RECYCLE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           IF WS-RECYCLE-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           END-IF.

       CHECK-PENDING-CARDS.
           MOVE 1 TO WS-FILE-IDX
           OPEN INPUT PENDING-FILE
           IF WS-PEND-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-PENDING-CARD
               PERFORM CHECK-PENDING-CARD UNTIL WS-END-OF-FILE
               CLOSE PENDING-FILE
           ELSE
               MOVE "N" TO WS-FC-PRESENT-FLAG (1)
               DISPLAY "PENDING NOT PRESENT - NOT CHECKED"
           END-IF.

       CHECK-PENDING-CARD.
           MOVE PENDING-RECORD TO WS-CARD
           PERFORM CHECK-CARD
           PERFORM READ-PENDING-CARD.

       CHECK-RECYCLE-CARDS.
           MOVE 2 TO WS-FILE-IDX
           OPEN INPUT RECYCLE-FILE
           IF WS-RECYCLE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-RECYCLE-CARD
               PERFORM CHECK-RECYCLE-CARD UNTIL WS-END-OF-FILE
               CLOSE RECYCLE-FILE
           ELSE
               MOVE "N" TO WS-FC-PRESENT-FLAG (2)
               DISPLAY "RECYCLE NOT PRESENT - NOT CHECKED"
           END-IF.

       CHECK-RECYCLE-CARD.
           MOVE RECYCLE-RECORD TO WS-CARD
           PERFORM CHECK-CARD
           PERFORM READ-RECYCLE-CARD.

      *An ADD aims at nobody yet and a transfer at a department;
      *every other card aims at the person in its name and ID, and
      *a merge at the merged-away ID under the same name as well
       CHECK-CARD.
           IF NOT CD-TRANS-ADD AND NOT CD-TRANS-TRANSFER
               MOVE CD-TRANS-CODE     TO WS-REF-CODE
               MOVE CD-EFFECTIVE-DATE TO WS-REF-DATE
               PERFORM SET-CARD-KEY
               MOVE SPACES TO WS-REF-NOTE-PREFIX
               PERFORM CHECK-CARD-TARGET
               IF CD-TRANS-MERGE
                   IF CD-MERGE-FROM-ID IS NUMERIC
                       MOVE CD-MERGE-FROM-ID TO WS-REF-PERSON-ID
                   ELSE
                       MOVE "00000" TO WS-REF-PERSON-ID
                   END-IF
                   MOVE "MERGE-FROM:" TO WS-REF-NOTE-PREFIX
                   PERFORM CHECK-CARD-TARGET
                   MOVE SPACES TO WS-REF-NOTE-PREFIX
               END-IF
           END-IF.

       CHECK-CARD-TARGET.
           ADD 1 TO WS-FC-CHECKED (WS-FILE-IDX)
           PERFORM FIND-MASTER-KEY
           IF NOT WS-REF-ON-MASTER
               PERFORM FIND-ADD-CARD
               IF WS-AD-IDX <= WS-AD-COUNT
                   ADD 1 TO WS-AWAITING-ADD-COUNT
               ELSE
                   PERFORM CLASSIFY-REFERENCE
                   PERFORM REPORT-REFERENCE
               END-IF
           END-IF.

       FIND-ADD-CARD.
           MOVE 1 TO WS-AD-IDX
           PERFORM UNTIL WS-AD-IDX > WS-AD-COUNT
                      OR WS-AD-KEY (WS-AD-IDX) = WS-REF-KEY
               ADD 1 TO WS-AD-IDX
           END-PERFORM.

      *----------------------------------------------------------------
      *Benefits snapshot: every person the benefits side holds
      *----------------------------------------------------------------
       CHECK-SNAPSHOT.
           MOVE 3 TO WS-FILE-IDX
           OPEN INPUT SNAPSHOT-FILE
           IF WS-SNAP-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-SNAPSHOT
               PERFORM CHECK-SNAPSHOT-ENTRY UNTIL WS-END-OF-FILE
               CLOSE SNAPSHOT-FILE
           ELSE
               MOVE "N" TO WS-FC-PRESENT-FLAG (3)
               DISPLAY "BENSNAP NOT PRESENT - NOT CHECKED"
           END-IF.

       READ-SNAPSHOT.
           READ SNAPSHOT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           IF WS-SNAP-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           END-IF.

       CHECK-SNAPSHOT-ENTRY.
           IF BD-REC-TYPE = "D"
               ADD 1 TO WS-FC-CHECKED (3)
               MOVE BD-LAST-NAME   TO WS-REF-LAST-NAME
               MOVE BD-FIRST-NAME  TO WS-REF-FIRST-NAME
               MOVE BD-PERSON-ID   TO WS-REF-PERSON-ID
               PERFORM FIND-MASTER-KEY
               IF NOT WS-REF-ON-MASTER
                   MOVE SPACE  TO WS-REF-CODE
                   MOVE SPACES TO WS-REF-DATE
                   MOVE SPACES TO WS-REF-NOTE-PREFIX
                   PERFORM CLASSIFY-REFERENCE
                   PERFORM REPORT-REFERENCE
               END-IF
           END-IF
           PERFORM READ-SNAPSHOT.

      *----------------------------------------------------------------
      *History: one line per person no longer on the master, not
      *per image.  Deleted and purged persons are only counted.
      *----------------------------------------------------------------
       REPORT-HISTORY.
           MOVE 4 TO WS-FILE-IDX
           MOVE SPACES TO WS-REF-NOTE-PREFIX
           PERFORM VARYING WS-GN-IDX FROM 1 BY 1
                   UNTIL WS-GN-IDX > WS-GN-COUNT
               IF WS-GN-CODE (WS-GN-IDX) = "D" OR "P"
                   ADD 1 TO WS-REMOVED-COUNT
               ELSE
                   PERFORM REPORT-GONE-PERSON
               END-IF
           END-PERFORM.

       REPORT-GONE-PERSON.
           MOVE WS-GN-KEY (WS-GN-IDX)  TO WS-REF-KEY
           MOVE WS-GN-CODE (WS-GN-IDX) TO WS-REF-CODE
           MOVE WS-GN-LAST-DATE (WS-GN-IDX) TO WS-REF-DATE
           MOVE WS-GN-IMAGES (WS-GN-IDX) TO WS-IMAGE-COUNT-ED
           MOVE 0 TO WS-LEAD-SPACES
           INSPECT WS-IMAGE-COUNT-ED
               TALLYING WS-LEAD-SPACES FOR LEADING SPACES
           PERFORM CLASSIFY-REFERENCE
           MOVE SPACES TO WS-REF-NOTE-WORK
           STRING WS-REF-NOTE DELIMITED BY "  "
               " (" DELIMITED BY SIZE
               WS-IMAGE-COUNT-ED (WS-LEAD-SPACES + 1:)
                   DELIMITED BY SIZE
               " IMAGES)" DELIMITED BY SIZE
               INTO WS-REF-NOTE-WORK
           END-STRING
           MOVE WS-REF-NOTE-WORK TO WS-REF-NOTE
           PERFORM REPORT-REFERENCE.

       PRINT-FILE-SUMMARY.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-SUMMARY-HEADING TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > 4
               MOVE WS-FILE-LABEL (WS-FILE-IDX)    TO WS-SL-FILE
               MOVE WS-FC-CHECKED (WS-FILE-IDX)    TO WS-SL-CHECKED
               MOVE WS-FC-ORPHANS (WS-FILE-IDX)    TO WS-SL-ORPHANS
               MOVE WS-FC-REDIRECTS (WS-FILE-IDX)  TO WS-SL-REDIRECTS
               MOVE SPACES TO WS-SL-NOTE
               IF WS-FC-PRESENT-FLAG (WS-FILE-IDX) = "N"
                   MOVE "FILE NOT PRESENT" TO WS-SL-NOTE
               END-IF
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               ADD WS-FC-CHECKED (WS-FILE-IDX)   TO WS-TOTAL-CHECKED
               ADD WS-FC-ORPHANS (WS-FILE-IDX)   TO WS-TOTAL-ORPHANS
               ADD WS-FC-REDIRECTS (WS-FILE-IDX) TO WS-TOTAL-REDIRECTS
           END-PERFORM
           MOVE "ALL"              TO WS-SL-FILE
           MOVE WS-TOTAL-CHECKED   TO WS-SL-CHECKED
           MOVE WS-TOTAL-ORPHANS   TO WS-SL-ORPHANS
           MOVE WS-TOTAL-REDIRECTS TO WS-SL-REDIRECTS
           MOVE SPACES TO WS-SL-NOTE
           MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "PERSONS ON USERMSTR"          TO WS-TL-LABEL
           MOVE WS-MP-COUNT                    TO WS-TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "CARDS WAITING ON A HELD ADD CARD" TO WS-TL-LABEL
           MOVE WS-AWAITING-ADD-COUNT          TO WS-TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "HISTORY PERSONS DELETED OR PURGED (ON FILE)"
               TO WS-TL-LABEL
           MOVE WS-REMOVED-COUNT               TO WS-TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           IF WS-GN-TABLE-FULL
               MOVE "OVER 3000 PERSONS GONE FROM THE MASTER - HISTORY
      -            " AND SURVIVORS ARE PARTIAL" TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *Every printed line passes through here so the page heading
      *and page number stay right without each caller counting
       WRITE-REPORT-LINE.
           IF WS-LINE-COUNT > 54
               PERFORM PRINT-PAGE-HEADING
           END-IF
           MOVE WS-PRINT-LINE TO REFERENCE-REPORT-RECORD
           WRITE REFERENCE-REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT.

       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-HDG-PAGE
           MOVE SPACES TO REFERENCE-REPORT-RECORD
           MOVE WS-HEADING-1 TO REFERENCE-REPORT-RECORD
           WRITE REFERENCE-REPORT-RECORD
           MOVE SPACES TO REFERENCE-REPORT-RECORD
           WRITE REFERENCE-REPORT-RECORD
           MOVE 2 TO WS-LINE-COUNT.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

      *RETURN-CODE severity: 0 = every reference squares with the
      *master, 4 = orphans or redirects to correct (REFRPT lists
      *them), 8 = the sweep could not be trusted - no master, a
      *master too big to hold, or history past the gone table
       FINISH-UP.
           CLOSE REFERENCE-REPORT-FILE
           DISPLAY "HELLOREF DONE. REFERENCES CHECKED: "
               WS-TOTAL-CHECKED
           DISPLAY "ORPHANED: " WS-TOTAL-ORPHANS
               " REDIRECTED: " WS-TOTAL-REDIRECTS
           EVALUATE TRUE
               WHEN WS-MASTER-MISSING
               WHEN WS-MP-TABLE-FULL
               WHEN WS-GN-TABLE-FULL
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TOTAL-ORPHANS > 0
               WHEN WS-TOTAL-REDIRECTS > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM WRITE-RUN-END.

      *One START line when the step begins, one END line with the
      *counts and severity when it finishes - opened and closed
      *around each write so the shared log is never held.  The END
      *line's rejects are the orphans, its writes the redirects.
       WRITE-RUN-START.
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE "START" TO RL-PHASE
           MOVE 0 TO RL-READ-COUNT RL-WRITE-COUNT
               RL-REJECT-COUNT RL-RETURN-CODE
           PERFORM WRITE-RUN-RECORD.

       WRITE-RUN-END.
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE "END" TO RL-PHASE
           MOVE WS-TOTAL-CHECKED   TO RL-READ-COUNT
           MOVE WS-TOTAL-REDIRECTS TO RL-WRITE-COUNT
           MOVE WS-TOTAL-ORPHANS   TO RL-REJECT-COUNT
           MOVE RETURN-CODE        TO RL-RETURN-CODE
           PERFORM WRITE-RUN-RECORD.

       WRITE-RUN-RECORD.
           MOVE "HELLOREF" TO RL-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE (1:8) TO RL-DATE
           MOVE WS-CURRENT-DATE (9:6) TO RL-TIME
           OPEN EXTEND RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       END PROGRAM HELLOREF.
