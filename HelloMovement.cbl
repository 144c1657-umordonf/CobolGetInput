      ******************************************************************
      * Program: HELLOMVT
      * Purpose: Monthly workforce movement by department - why the
      *          head count moved, where HELLOSTA only shows that it
      *          did.  Head count is persons on USERMSTR who are not
      *          terminated (active or on leave).  The opening head
      *          count per department is last month's closing,
      *          saved on MVTSTATE; the movements since then are
      *          worked out from HISTFILE before-images (what the
      *          record said before each change, delete, merge,
      *          status move or transfer) and the AUDITLOG lines
      *          that put a person on the roster - ADDED, and
      *          HELLO's VALID lines marked NEW RECORD (an add
      *          leaves no before-image; a plain VALID line is a
      *          re-interview and moves nothing).  A legacy zero-ID
      *          person renamed through HELLOMNT leaves under the
      *          old name and is added back under the new one from
      *          the RENAMED line.  Each event's after-state is the
      *          person's next event or, for the last one, USERMSTR
      *          as it stands.  Per department: opening, adds
      *          (rehires included), deletes and terminations,
      *          transfers in and out (a department change on a
      *          CHANGE or an X card), merges, the closing that
      *          makes, and the closing counted on USERMSTR - a
      *          department where the two differ did not prove and
      *          is flagged.  The people behind each movement are
      *          listed under their department.  Tonight's closing
      *          is saved as next month's opening; a rerun in the
      *          same month reads the same opening again, so it
      *          reprints the same period instead of an empty one.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOMVT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER-FILE ASSIGN TO "USERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MR-KEY
               ALTERNATE RECORD KEY IS MR-LAST-NAME WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      *    Department names for the report headings only
           SELECT DEPARTMENT-FILE ASSIGN TO "DEPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-FILE-STATUS.
      *    Last close and the one before it, rewritten whole at the
      *    end of every run the way HELLOSTA's STATFILE is
           SELECT MOVEMENT-STATE-FILE ASSIGN TO "MVTSTATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.
           SELECT MOVEMENT-REPORT-FILE ASSIGN TO "MVTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD USER-MASTER-FILE.
           COPY WSMASTR.
       FD HISTORY-FILE.
           COPY WSHIST.
       FD AUDIT-LOG-FILE.
           COPY WSAUDIT.
       FD DEPARTMENT-FILE.
           COPY WSDEPT.
      *H = a close's date and time, D = one department's head count
      *at that close.  Set P is the close the last report opened
      *from, set C the close it ended at.  A P header marked
      *derived holds an opening worked back from the movements, not
      *a real close.
       FD MOVEMENT-STATE-FILE.
       01 MOVEMENT-STATE-RECORD.
           05 MS-REC-TYPE       PIC X.
           05 MS-SET            PIC X.
           05 MS-DATE           PIC 9(8).
           05 MS-TIME           PIC 9(6).
           05 MS-DEPT-CODE      PIC X(4).
           05 MS-COUNT          PIC 9(7).
           05 MS-DERIVED-FLAG   PIC X.
               88 MS-DERIVED    VALUE "D".
           05 FILLER            PIC X(52).
       FD MOVEMENT-REPORT-FILE.
       01 MOVEMENT-REPORT-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
           COPY WSDPTWS.
       01 WS-MASTER-STATUS      PIC XX.
       01 WS-HIST-STATUS        PIC XX.
       01 WS-AUDIT-STATUS       PIC XX.
       01 WS-STATE-STATUS       PIC XX.
       01 WS-REPORT-STATUS      PIC XX.
       01 WS-EOF-FLAG           PIC X VALUE "N".
           88 WS-END-OF-FILE    VALUE "Y".
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-RUN-DATE           PIC 9(8).
       01 WS-RUN-STAMP          PIC X(14).
       01 WS-MASTER-ERR-FLAG    PIC X VALUE "N".
           88 WS-MASTER-MISSING VALUE "Y".
       01 WS-HIST-MISSING-FLAG  PIC X VALUE "N".
           88 WS-HIST-MISSING   VALUE "Y".
       01 WS-AUDIT-MISSING-FLAG PIC X VALUE "N".
           88 WS-AUDIT-MISSING  VALUE "Y".
      *The two saved closes off MVTSTATE and the one this report
      *opens from; no usable close means the opening is worked
      *back from the movements and cannot prove anything
       01 WS-PRIOR-FLAG         PIC X VALUE "N".
           88 WS-HAVE-PRIOR     VALUE "Y".
       01 WS-PRIOR-STAMP        PIC X(14) VALUE SPACES.
       01 WS-PRIOR-DERIVED-FLAG PIC X VALUE "N".
           88 WS-PRIOR-DERIVED  VALUE "Y".
       01 WS-CLOSE-FLAG         PIC X VALUE "N".
           88 WS-HAVE-CLOSE     VALUE "Y".
       01 WS-CLOSE-STAMP        PIC X(14) VALUE SPACES.
       01 WS-OPENING-FROM       PIC X VALUE "N".
           88 WS-OPEN-FROM-PRIOR   VALUE "P".
           88 WS-OPEN-FROM-CLOSE   VALUE "C".
           88 WS-OPENING-DERIVED   VALUE "N".
       01 WS-PERIOD-START       PIC X(14) VALUE SPACES.
       01 WS-STATE-STAMP.
           05 WS-SS-DATE        PIC 9(8).
           05 WS-SS-TIME        PIC 9(6).
       01 WS-EVENT-STAMP        PIC X(14).
      *Who a record belongs to: the person ID when there is one,
      *otherwise the full name (legacy zero-ID records)
       01 WS-IDENTITY           PIC X(20).
       01 WS-PREV-PERSON        PIC X(25) VALUE SPACES.
       01 WS-PERSON-COUNTED     PIC X VALUE "N".
      *One entry per department met anywhere, in code order.  The
      *saved counts land in PRIOR/SAVED and the chosen one is moved
      *to OPENING once both are read.
       01 WS-DM-COUNT           PIC 9(2) VALUE 0.
       01 WS-DM-IDX             PIC 9(2) VALUE 1.
       01 WS-DM-POS             PIC 9(2) VALUE 1.
       01 WS-DM-SCAN            PIC 9(2) VALUE 1.
       01 WS-DM-FOUND           PIC X VALUE "N".
       01 WS-DM-FULL            PIC X VALUE "N".
           88 WS-DM-TABLE-FULL  VALUE "Y".
       01 WS-FIND-DEPT          PIC X(4).
       01 WS-DEPT-MOVE-TABLE.
           05 WS-DM-ENTRY OCCURS 99 TIMES.
               10 WS-DM-CODE        PIC X(4).
               10 WS-DM-PRIOR       PIC 9(7).
               10 WS-DM-SAVED       PIC 9(7).
               10 WS-DM-OPENING     PIC S9(7).
               10 WS-DM-ADDS        PIC 9(7).
               10 WS-DM-DELETES     PIC 9(7).
               10 WS-DM-XFER-IN     PIC 9(7).
               10 WS-DM-XFER-OUT    PIC 9(7).
               10 WS-DM-MERGES      PIC 9(7).
               10 WS-DM-WORKED      PIC S9(7).
               10 WS-DM-COUNTED     PIC 9(7).
      *Every person on USERMSTR tonight, in identity order, for the
      *state after a person's last event
       01 WS-MP-COUNT           PIC 9(4) VALUE 0.
       01 WS-MP-IDX             PIC 9(4) VALUE 1.
       01 WS-MP-POS             PIC 9(4) VALUE 1.
       01 WS-MP-SCAN            PIC 9(4) VALUE 1.
       01 WS-MP-FOUND           PIC X VALUE "N".
       01 WS-MP-FULL            PIC X VALUE "N".
           88 WS-MP-TABLE-FULL  VALUE "Y".
       01 WS-MASTER-PERSON-TABLE.
           05 WS-MP-ENTRY OCCURS 3000 TIMES.
               10 WS-MP-KEY         PIC X(20).
               10 WS-MP-DEPT        PIC X(4).
               10 WS-MP-COUNTED     PIC X.
      *Every event in the period, ordered by person and then time,
      *so each one's after-state is simply the next entry's
      *before-state.  An add sorts ahead of an image stamped the
      *same second.  The key ends in the code so the one image per
      *horizon record an event writes collapses to one event.
       01 WS-EV-COUNT           PIC 9(4) VALUE 0.
       01 WS-EV-IDX             PIC 9(4) VALUE 1.
       01 WS-EV-NEXT            PIC 9(4) VALUE 1.
       01 WS-EV-POS             PIC 9(4) VALUE 1.
       01 WS-EV-SCAN            PIC 9(4) VALUE 1.
       01 WS-EV-FOUND           PIC X VALUE "N".
       01 WS-EV-FULL            PIC X VALUE "N".
           88 WS-EV-TABLE-FULL  VALUE "Y".
       01 WS-NEW-EVENT.
           05 WS-NE-KEY.
               10 WS-NE-IDENT       PIC X(20).
               10 WS-NE-STAMP       PIC X(14).
               10 WS-NE-RANK        PIC X.
               10 WS-NE-CODE        PIC X.
           05 WS-NE-PERSON-ID   PIC 9(5).
           05 WS-NE-FULL-NAME   PIC X(20).
           05 WS-NE-BEFORE-IN   PIC X.
           05 WS-NE-BEFORE-DEPT PIC X(4).
       01 WS-EVENT-TABLE.
           05 WS-EV-ENTRY OCCURS 3000 TIMES.
               10 WS-EV-KEY.
                   15 WS-EV-IDENT       PIC X(20).
                   15 WS-EV-STAMP       PIC X(14).
                   15 WS-EV-RANK        PIC X.
                   15 WS-EV-CODE        PIC X.
               10 WS-EV-PERSON-ID   PIC 9(5).
               10 WS-EV-FULL-NAME   PIC X(20).
               10 WS-EV-BEFORE-IN   PIC X.
               10 WS-EV-BEFORE-DEPT PIC X(4).
       01 WS-AFTER-IN           PIC X.
       01 WS-AFTER-DEPT         PIC X(4).
      *One entry per person per movement, for the listing under
      *each department.  Kind: A add, D delete/terminate, M merge,
      *I transfer in, O transfer out.
       01 WS-MV-COUNT           PIC 9(4) VALUE 0.
       01 WS-MV-IDX             PIC 9(4) VALUE 1.
       01 WS-MV-FULL            PIC X VALUE "N".
           88 WS-MV-TABLE-FULL  VALUE "Y".
       01 WS-MOVEMENT-TABLE.
           05 WS-MV-ENTRY OCCURS 3000 TIMES.
               10 WS-MV-DEPT        PIC X(4).
               10 WS-MV-KIND        PIC X.
               10 WS-MV-LABEL       PIC X(12).
               10 WS-MV-PERSON-ID   PIC 9(5).
               10 WS-MV-FULL-NAME   PIC X(20).
               10 WS-MV-DATE        PIC X(8).
               10 WS-MV-OTHER-DEPT  PIC X(4).
       01 WS-NEW-MV-DEPT        PIC X(4).
       01 WS-NEW-MV-KIND        PIC X.
       01 WS-NEW-MV-LABEL       PIC X(12).
       01 WS-NEW-MV-OTHER       PIC X(4).
       01 WS-KIND-ORDER         PIC X(5) VALUE "ADMIO".
       01 WS-KIND-IDX           PIC 9 VALUE 1.
      *Totals across all departments and for the RETURN-CODE
       01 WS-MASTER-READ        PIC 9(7) VALUE 0.
       01 WS-HIST-READ          PIC 9(7) VALUE 0.
       01 WS-AUDIT-READ         PIC 9(7) VALUE 0.
       01 WS-MISMATCH-COUNT     PIC 9(3) VALUE 0.
       01 WS-TOT-OPENING        PIC S9(7) VALUE 0.
       01 WS-TOT-ADDS           PIC 9(7) VALUE 0.
       01 WS-TOT-DELETES        PIC 9(7) VALUE 0.
       01 WS-TOT-XFER-IN        PIC 9(7) VALUE 0.
       01 WS-TOT-XFER-OUT       PIC 9(7) VALUE 0.
       01 WS-TOT-MERGES         PIC 9(7) VALUE 0.
       01 WS-TOT-WORKED         PIC S9(7) VALUE 0.
       01 WS-TOT-COUNTED        PIC 9(7) VALUE 0.
      *Page control: 55 detail/heading lines to a page
       01 WS-LINE-COUNT         PIC 9(2) VALUE 99.
       01 WS-PAGE-COUNT         PIC 9(4) VALUE 0.
       01 WS-PRINT-LINE         PIC X(132) VALUE SPACES.
       01 WS-HEADING-1.
           05 FILLER            PIC X(34) VALUE
               "WORKFORCE MOVEMENT BY DEPARTMENT".
           05 FILLER            PIC X(12) VALUE "   RUN DATE ".
           05 WS-HDG-DATE       PIC X(8).
           05 FILLER            PIC X(8) VALUE "   PAGE ".
           05 WS-HDG-PAGE       PIC ZZZ9.
       01 WS-PERIOD-LINE.
           05 FILLER            PIC X(16) VALUE "MOVEMENTS AFTER ".
           05 WS-PL-FROM-DATE   PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-PL-FROM-TIME   PIC X(6).
           05 FILLER            PIC X(8) VALUE " THROUGH".
           05 FILLER            PIC X VALUE SPACE.
           05 WS-PL-TO-DATE     PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-PL-TO-TIME     PIC X(6).
       01 WS-DEPT-LINE.
           05 FILLER            PIC X(11) VALUE "DEPARTMENT ".
           05 WS-DL-CODE        PIC X(4).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DL-NAME        PIC X(25).
       01 WS-COLUMN-HEADING.
           05 FILLER            PIC X(9) VALUE "  OPENING".
           05 FILLER            PIC X(9) VALUE "     ADDS".
           05 FILLER            PIC X(9) VALUE "  DEL/TRM".
           05 FILLER            PIC X(9) VALUE "  XFER IN".
           05 FILLER            PIC X(9) VALUE " XFER OUT".
           05 FILLER            PIC X(9) VALUE "   MERGES".
           05 FILLER            PIC X(9) VALUE "  CLOSING".
           05 FILLER            PIC X(9) VALUE " USERMSTR".
           05 FILLER            PIC X(7) VALUE "  PROOF".
       01 WS-SUMMARY-LINE.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-SL-OPENING     PIC -(6)9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-SL-ADDS        PIC Z(6)9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-SL-DELETES     PIC Z(6)9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-SL-XFER-IN     PIC Z(6)9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-SL-XFER-OUT    PIC Z(6)9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-SL-MERGES      PIC Z(6)9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-SL-WORKED      PIC -(6)9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-SL-COUNTED     PIC Z(6)9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-SL-PROOF       PIC X(30).
      *One person behind a movement
       01 WS-PERSON-LINE.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 WS-PN-LABEL       PIC X(12).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-PN-PERSON-ID   PIC 9(5).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-PN-FULL-NAME   PIC X(20).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-PN-DATE        PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-PN-DETAIL      PIC X(20).
       01 WS-TOTAL-LINE.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-TL-LABEL       PIC X(40).
           05 WS-TL-COUNT       PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      * Run all functions
       PERFORM START-UP
       IF NOT WS-MASTER-MISSING
           PERFORM LOAD-MASTER-PERSONS
           PERFORM LOAD-HISTORY-EVENTS
           PERFORM LOAD-AUDIT-EVENTS
           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
                   UNTIL WS-EV-IDX > WS-EV-COUNT
               PERFORM RESOLVE-EVENT
           END-PERFORM
           PERFORM PROVE-DEPARTMENTS
           PERFORM PRINT-MOVEMENT-REPORT
           PERFORM SAVE-MOVEMENT-STATE
       END-IF
       PERFORM FINISH-UP
       GOBACK.

       START-UP.
           DISPLAY "HELLOMVT - WORKFORCE MOVEMENT BY DEPARTMENT"
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE (1:8)  TO WS-RUN-DATE
           MOVE WS-CURRENT-DATE (1:8)  TO WS-HDG-DATE
           MOVE WS-CURRENT-DATE (1:14) TO WS-RUN-STAMP
           PERFORM LOAD-DEPT-TABLE
           OPEN OUTPUT MOVEMENT-REPORT-FILE
           PERFORM LOAD-MOVEMENT-STATE
           PERFORM CHOOSE-OPENING
           OPEN INPUT USER-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               SET WS-MASTER-MISSING TO TRUE
               DISPLAY "ERROR: CANNOT OPEN USERMSTR - STATUS "
                   WS-MASTER-STATUS
               MOVE "USERMSTR COULD NOT BE OPENED - NO REPORT"
                   TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *Pull the department reference table into storage.  No file
      *only costs the report its department names.
       LOAD-DEPT-TABLE.
           OPEN INPUT DEPARTMENT-FILE
           IF WS-DEPT-FILE-STATUS = "00"
               PERFORM READ-DEPT-RECORD
               PERFORM STORE-DEPT-RECORD UNTIL WS-END-OF-DEPTS
               CLOSE DEPARTMENT-FILE
           ELSE
               DISPLAY "DEPTFILE NOT PRESENT - NO DEPARTMENT NAMES"
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

      *The reference-table entry for the department being printed
       FIND-DEPT-ENTRY.
           MOVE "N" TO WS-DEPT-FOUND-FLAG
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                      OR WS-DEPT-FOUND
               IF WS-DEPT-CODE-T (WS-DEPT-IDX) = WS-FIND-DEPT
                   SET WS-DEPT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-DEPT-FOUND
               SUBTRACT 1 FROM WS-DEPT-IDX
           END-IF.

      *----------------------------------------------------------------
      *The opening: the saved closes and which one this run uses
      *----------------------------------------------------------------
       LOAD-MOVEMENT-STATE.
           OPEN INPUT MOVEMENT-STATE-FILE
           IF WS-STATE-STATUS = "00"
               PERFORM READ-MOVEMENT-STATE
                   UNTIL WS-STATE-STATUS NOT = "00"
               CLOSE MOVEMENT-STATE-FILE
           ELSE
               DISPLAY "NO PRIOR MVTSTATE - OPENING CANNOT BE PROVEN"
           END-IF.

       READ-MOVEMENT-STATE.
           READ MOVEMENT-STATE-FILE
               AT END
                   MOVE "10" TO WS-STATE-STATUS
               NOT AT END
                   PERFORM STORE-MOVEMENT-STATE
           END-READ.

       STORE-MOVEMENT-STATE.
           EVALUATE TRUE
               WHEN MS-REC-TYPE = "H" AND MS-SET = "P"
                   SET WS-HAVE-PRIOR TO TRUE
                   MOVE MS-DATE TO WS-SS-DATE
                   MOVE MS-TIME TO WS-SS-TIME
                   MOVE WS-STATE-STAMP TO WS-PRIOR-STAMP
                   IF MS-DERIVED
                       SET WS-PRIOR-DERIVED TO TRUE
                   END-IF
               WHEN MS-REC-TYPE = "H" AND MS-SET = "C"
                   SET WS-HAVE-CLOSE TO TRUE
                   MOVE MS-DATE TO WS-SS-DATE
                   MOVE MS-TIME TO WS-SS-TIME
                   MOVE WS-STATE-STAMP TO WS-CLOSE-STAMP
               WHEN MS-REC-TYPE = "D" AND MS-COUNT IS NUMERIC
                   MOVE MS-DEPT-CODE TO WS-FIND-DEPT
                   PERFORM FIND-OR-ADD-DEPT
                   IF WS-DM-FOUND = "Y"
                       IF MS-SET = "P"
                           MOVE MS-COUNT TO WS-DM-PRIOR (WS-DM-IDX)
                       ELSE
                           MOVE MS-COUNT TO WS-DM-SAVED (WS-DM-IDX)
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *Last month's close is this month's opening.  If that close
      *was itself taken this month, this is a rerun: open from the
      *close the first run opened from, and report the same period
      *again - unless the first run had no close either, in which
      *case the rerun works its opening back the same way.  With
      *neither, the period starts on the first of the month and
      *the opening is worked back from the closing.
       CHOOSE-OPENING.
           EVALUATE TRUE
               WHEN WS-HAVE-CLOSE
                AND WS-CLOSE-STAMP (1:6) NOT = WS-RUN-STAMP (1:6)
                   SET WS-OPEN-FROM-CLOSE TO TRUE
                   MOVE WS-CLOSE-STAMP TO WS-PERIOD-START
               WHEN WS-HAVE-CLOSE AND WS-HAVE-PRIOR
                   IF WS-PRIOR-DERIVED
                       SET WS-OPENING-DERIVED TO TRUE
                   ELSE
                       SET WS-OPEN-FROM-PRIOR TO TRUE
                   END-IF
                   MOVE WS-PRIOR-STAMP TO WS-PERIOD-START
               WHEN OTHER
                   SET WS-OPENING-DERIVED TO TRUE
                   MOVE SPACES TO WS-PERIOD-START
                   STRING WS-RUN-STAMP (1:6) DELIMITED BY SIZE
                       "01000000" DELIMITED BY SIZE
                       INTO WS-PERIOD-START
                   END-STRING
           END-EVALUATE
           PERFORM VARYING WS-DM-IDX FROM 1 BY 1
                   UNTIL WS-DM-IDX > WS-DM-COUNT
               EVALUATE TRUE
                   WHEN WS-OPEN-FROM-CLOSE
                       MOVE WS-DM-SAVED (WS-DM-IDX)
                           TO WS-DM-OPENING (WS-DM-IDX)
                   WHEN WS-OPEN-FROM-PRIOR
                       MOVE WS-DM-PRIOR (WS-DM-IDX)
                           TO WS-DM-OPENING (WS-DM-IDX)
                   WHEN OTHER
                       MOVE 0 TO WS-DM-OPENING (WS-DM-IDX)
               END-EVALUATE
           END-PERFORM.

      *----------------------------------------------------------------
      *USERMSTR: tonight's counted closing by department, and each
      *person's current state for the after-state of their last
      *event
      *----------------------------------------------------------------
       LOAD-MASTER-PERSONS.
           MOVE "N" TO WS-EOF-FLAG
           PERFORM READ-MASTER-RECORD
           PERFORM STORE-MASTER-PERSON UNTIL WS-END-OF-FILE
           CLOSE USER-MASTER-FILE.

       READ-MASTER-RECORD.
           READ USER-MASTER-FILE NEXT
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           IF WS-MASTER-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           END-IF.

      *The first horizon record of each name+ID group speaks for
      *the person
       STORE-MASTER-PERSON.
           ADD 1 TO WS-MASTER-READ
           IF MR-KEY (1:25) NOT = WS-PREV-PERSON
               MOVE MR-KEY (1:25) TO WS-PREV-PERSON
               IF MR-TERMINATED
                   MOVE "N" TO WS-PERSON-COUNTED
               ELSE
                   MOVE "Y" TO WS-PERSON-COUNTED
                   MOVE MR-DEPT-CODE TO WS-FIND-DEPT
                   PERFORM FIND-OR-ADD-DEPT
                   IF WS-DM-FOUND = "Y"
                       ADD 1 TO WS-DM-COUNTED (WS-DM-IDX)
                   END-IF
               END-IF
               MOVE SPACES TO WS-IDENTITY
               IF MR-PERSON-ID > 0
                   MOVE MR-PERSON-ID TO WS-IDENTITY (1:5)
               ELSE
                   MOVE MR-FULL-NAME TO WS-IDENTITY
               END-IF
               PERFORM FIND-MASTER-PERSON
               IF WS-MP-FOUND = "N"
                   PERFORM INSERT-MASTER-PERSON
               END-IF
           END-IF
           PERFORM READ-MASTER-RECORD.

       FIND-MASTER-PERSON.
           MOVE "N" TO WS-MP-FOUND
           IF WS-MP-COUNT = 0
               MOVE 1 TO WS-MP-POS
           ELSE
               IF WS-MP-KEY (WS-MP-COUNT) < WS-IDENTITY
                   COMPUTE WS-MP-POS = WS-MP-COUNT + 1
               ELSE
                   PERFORM VARYING WS-MP-SCAN FROM 1 BY 1
                           UNTIL WS-MP-KEY (WS-MP-SCAN)
                                 NOT < WS-IDENTITY
                       CONTINUE
                   END-PERFORM
                   IF WS-MP-KEY (WS-MP-SCAN) = WS-IDENTITY
                       MOVE "Y" TO WS-MP-FOUND
                       MOVE WS-MP-SCAN TO WS-MP-IDX
                   ELSE
                       MOVE WS-MP-SCAN TO WS-MP-POS
                   END-IF
               END-IF
           END-IF.

       INSERT-MASTER-PERSON.
           IF WS-MP-COUNT NOT < 3000
               IF NOT WS-MP-TABLE-FULL
                   SET WS-MP-TABLE-FULL TO TRUE
                   DISPLAY "WARNING: MORE THAN 3000 PERSONS ON "
                       "USERMSTR - MOVEMENTS ARE PARTIAL"
               END-IF
           ELSE
               PERFORM VARYING WS-MP-SCAN FROM WS-MP-COUNT BY -1
                       UNTIL WS-MP-SCAN < WS-MP-POS
                   MOVE WS-MP-ENTRY (WS-MP-SCAN)
                       TO WS-MP-ENTRY (WS-MP-SCAN + 1)
               END-PERFORM
               ADD 1 TO WS-MP-COUNT
               MOVE WS-IDENTITY       TO WS-MP-KEY (WS-MP-POS)
               MOVE MR-DEPT-CODE      TO WS-MP-DEPT (WS-MP-POS)
               MOVE WS-PERSON-COUNTED TO WS-MP-COUNTED (WS-MP-POS)
           END-IF.

      *----------------------------------------------------------------
      *The events of the period.  A before-image says what the
      *record was just before the change; whether it counted is
      *whether it was terminated.
      *----------------------------------------------------------------
       LOAD-HISTORY-EVENTS.
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               SET WS-HIST-MISSING TO TRUE
               DISPLAY "HISTFILE NOT PRESENT - NO CHANGES, DELETES OR "
                   "TRANSFERS CAN BE SHOWN"
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-HISTORY-RECORD
               PERFORM STORE-HISTORY-EVENT UNTIL WS-END-OF-FILE
               CLOSE HISTORY-FILE
           END-IF.

       READ-HISTORY-RECORD.
           READ HISTORY-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           IF WS-HIST-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           END-IF.

       STORE-HISTORY-EVENT.
           ADD 1 TO WS-HIST-READ
           MOVE SPACES TO WS-EVENT-STAMP
           STRING HX-DATE DELIMITED BY SIZE
               HX-TIME DELIMITED BY SIZE
               INTO WS-EVENT-STAMP
           END-STRING
           IF WS-EVENT-STAMP IS NUMERIC
              AND WS-EVENT-STAMP > WS-PERIOD-START
              AND WS-EVENT-STAMP NOT > WS-RUN-STAMP
               MOVE SPACES TO WS-NEW-EVENT
               IF HX-PERSON-ID IS NUMERIC
                  AND HX-PERSON-ID NOT = "00000"
                   MOVE HX-PERSON-ID TO WS-NE-IDENT (1:5)
                   MOVE HX-PERSON-ID TO WS-NE-PERSON-ID
               ELSE
                   MOVE HX-FULL-NAME TO WS-NE-IDENT
                   MOVE 0 TO WS-NE-PERSON-ID
               END-IF
               MOVE WS-EVENT-STAMP TO WS-NE-STAMP
               MOVE "2"            TO WS-NE-RANK
               MOVE HX-TRANS-CODE  TO WS-NE-CODE
               MOVE HX-FULL-NAME   TO WS-NE-FULL-NAME
               MOVE HX-DEPT-CODE   TO WS-NE-BEFORE-DEPT
               IF HX-EMP-STATUS = "T"
                   MOVE "N" TO WS-NE-BEFORE-IN
               ELSE
                   MOVE "Y" TO WS-NE-BEFORE-IN
               END-IF
               PERFORM ADD-EVENT
           END-IF
           PERFORM READ-HISTORY-RECORD.

      *An add leaves no before-image - the audit line is the only
      *trace of it, and the person was not counted before it
       LOAD-AUDIT-EVENTS.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               SET WS-AUDIT-MISSING TO TRUE
               DISPLAY "AUDITLOG NOT PRESENT - NO ADDS CAN BE SHOWN"
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-AUDIT-RECORD
               PERFORM STORE-AUDIT-EVENT UNTIL WS-END-OF-FILE
               CLOSE AUDIT-LOG-FILE
           END-IF.

       READ-AUDIT-RECORD.
           READ AUDIT-LOG-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           IF WS-AUDIT-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           END-IF.

       STORE-AUDIT-EVENT.
           ADD 1 TO WS-AUDIT-READ
           MOVE SPACES TO WS-EVENT-STAMP
           STRING AL-DATE DELIMITED BY SIZE
               AL-TIME DELIMITED BY SIZE
               INTO WS-EVENT-STAMP
           END-STRING
           IF WS-EVENT-STAMP IS NUMERIC
              AND WS-EVENT-STAMP > WS-PERIOD-START
              AND WS-EVENT-STAMP NOT > WS-RUN-STAMP
               EVALUATE TRUE
                   WHEN AL-RESULT = "ADDED"
                   WHEN AL-RESULT = "VALID" AND AL-REASON = "NEW RECORD"
                       PERFORM STORE-ADD-EVENT
                   WHEN AL-RESULT = "RENAMED"
                    AND AL-REASON (1:4) = "NOW "
                    AND (AL-PERSON-ID IS NOT NUMERIC
                         OR AL-PERSON-ID = "00000")
                       PERFORM STORE-RENAME-EVENT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM READ-AUDIT-RECORD.

       STORE-ADD-EVENT.
           MOVE SPACES TO WS-NEW-EVENT
           IF AL-PERSON-ID IS NUMERIC
              AND AL-PERSON-ID NOT = "00000"
               MOVE AL-PERSON-ID TO WS-NE-IDENT (1:5)
               MOVE AL-PERSON-ID TO WS-NE-PERSON-ID
           ELSE
               MOVE AL-FULL-NAME TO WS-NE-IDENT
               MOVE 0 TO WS-NE-PERSON-ID
           END-IF
           MOVE WS-EVENT-STAMP TO WS-NE-STAMP
           MOVE "1"            TO WS-NE-RANK
           MOVE "A"            TO WS-NE-CODE
           MOVE AL-FULL-NAME   TO WS-NE-FULL-NAME
           MOVE "N"            TO WS-NE-BEFORE-IN
           MOVE SPACES         TO WS-NE-BEFORE-DEPT
           PERFORM ADD-EVENT.

      *A zero-ID person's identity is the name, so a rename is a
      *new identity - counted in under the name after "NOW ", the
      *old name's before-image having already taken them out
       STORE-RENAME-EVENT.
           MOVE SPACES TO WS-NEW-EVENT
           MOVE AL-REASON (5:20) TO WS-NE-IDENT
           MOVE 0                TO WS-NE-PERSON-ID
           MOVE WS-EVENT-STAMP   TO WS-NE-STAMP
           MOVE "1"              TO WS-NE-RANK
           MOVE "N"              TO WS-NE-CODE
           MOVE AL-REASON (5:20) TO WS-NE-FULL-NAME
           MOVE "N"              TO WS-NE-BEFORE-IN
           MOVE SPACES           TO WS-NE-BEFORE-DEPT
           PERFORM ADD-EVENT.

      *Into the ordered event table, unless the same event is
      *already there (another horizon record's image of it)
       ADD-EVENT.
           MOVE "N" TO WS-EV-FOUND
           IF WS-EV-COUNT = 0
               MOVE 1 TO WS-EV-POS
           ELSE
               IF WS-EV-KEY (WS-EV-COUNT) < WS-NE-KEY
                   COMPUTE WS-EV-POS = WS-EV-COUNT + 1
               ELSE
                   PERFORM VARYING WS-EV-SCAN FROM 1 BY 1
                           UNTIL WS-EV-KEY (WS-EV-SCAN)
                                 NOT < WS-NE-KEY
                       CONTINUE
                   END-PERFORM
                   IF WS-EV-KEY (WS-EV-SCAN) = WS-NE-KEY
                       MOVE "Y" TO WS-EV-FOUND
                   ELSE
                       MOVE WS-EV-SCAN TO WS-EV-POS
                   END-IF
               END-IF
           END-IF
           IF WS-EV-FOUND = "N"
               IF WS-EV-COUNT NOT < 3000
                   IF NOT WS-EV-TABLE-FULL
                       SET WS-EV-TABLE-FULL TO TRUE
                       DISPLAY "WARNING: MORE THAN 3000 EVENTS IN THE "
                           "PERIOD - MOVEMENTS ARE PARTIAL"
                   END-IF
               ELSE
                   PERFORM VARYING WS-EV-SCAN FROM WS-EV-COUNT BY -1
                           UNTIL WS-EV-SCAN < WS-EV-POS
                       MOVE WS-EV-ENTRY (WS-EV-SCAN)
                           TO WS-EV-ENTRY (WS-EV-SCAN + 1)
                   END-PERFORM
                   ADD 1 TO WS-EV-COUNT
                   MOVE WS-NEW-EVENT TO WS-EV-ENTRY (WS-EV-POS)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *What each event did to the head count
      *----------------------------------------------------------------

      *After-state: the same person's next event's before-state,
      *or for their last event, where USERMSTR has them tonight
      *(not there at all = not counted)
       RESOLVE-EVENT.
           COMPUTE WS-EV-NEXT = WS-EV-IDX + 1
           IF WS-EV-IDX < WS-EV-COUNT
              AND WS-EV-IDENT (WS-EV-NEXT) = WS-EV-IDENT (WS-EV-IDX)
               MOVE WS-EV-BEFORE-IN (WS-EV-NEXT)   TO WS-AFTER-IN
               MOVE WS-EV-BEFORE-DEPT (WS-EV-NEXT) TO WS-AFTER-DEPT
           ELSE
               MOVE WS-EV-IDENT (WS-EV-IDX) TO WS-IDENTITY
               PERFORM FIND-MASTER-PERSON
               IF WS-MP-FOUND = "Y"
                   MOVE WS-MP-COUNTED (WS-MP-IDX) TO WS-AFTER-IN
                   MOVE WS-MP-DEPT (WS-MP-IDX)    TO WS-AFTER-DEPT
               ELSE
                   MOVE "N"    TO WS-AFTER-IN
                   MOVE SPACES TO WS-AFTER-DEPT
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-EV-BEFORE-IN (WS-EV-IDX) = "N"
                AND WS-AFTER-IN = "Y"
                   PERFORM COUNT-ADD
               WHEN WS-EV-BEFORE-IN (WS-EV-IDX) = "Y"
                AND WS-AFTER-IN = "N"
                   PERFORM COUNT-REMOVAL
               WHEN WS-EV-BEFORE-IN (WS-EV-IDX) = "Y"
                AND WS-AFTER-IN = "Y"
                AND WS-EV-BEFORE-DEPT (WS-EV-IDX) NOT = WS-AFTER-DEPT
                   PERFORM COUNT-TRANSFER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *Into the head count: a new person, or a terminated one
      *reinstated
       COUNT-ADD.
           MOVE WS-AFTER-DEPT TO WS-FIND-DEPT
           PERFORM FIND-OR-ADD-DEPT
           IF WS-DM-FOUND = "Y"
               ADD 1 TO WS-DM-ADDS (WS-DM-IDX)
           END-IF
           MOVE WS-AFTER-DEPT TO WS-NEW-MV-DEPT
           MOVE "A"           TO WS-NEW-MV-KIND
           MOVE SPACES        TO WS-NEW-MV-OTHER
           EVALUATE WS-EV-CODE (WS-EV-IDX)
               WHEN "R"
                   MOVE "REHIRED"    TO WS-NEW-MV-LABEL
               WHEN "N"
                   MOVE "RENAMED IN" TO WS-NEW-MV-LABEL
               WHEN OTHER
                   MOVE "ADDED"      TO WS-NEW-MV-LABEL
           END-EVALUATE
           PERFORM ADD-MOVEMENT.

      *Out of the head count: merged away, deleted, terminated -
      *or gone with no delete on file (reported as removed)
       COUNT-REMOVAL.
           MOVE WS-EV-BEFORE-DEPT (WS-EV-IDX) TO WS-FIND-DEPT
           PERFORM FIND-OR-ADD-DEPT
           MOVE WS-EV-BEFORE-DEPT (WS-EV-IDX) TO WS-NEW-MV-DEPT
           MOVE SPACES TO WS-NEW-MV-OTHER
           IF WS-EV-CODE (WS-EV-IDX) = "M"
               MOVE "M"       TO WS-NEW-MV-KIND
               MOVE "MERGED"  TO WS-NEW-MV-LABEL
               IF WS-DM-FOUND = "Y"
                   ADD 1 TO WS-DM-MERGES (WS-DM-IDX)
               END-IF
           ELSE
               MOVE "D" TO WS-NEW-MV-KIND
               EVALUATE WS-EV-CODE (WS-EV-IDX)
                   WHEN "D"
                       MOVE "DELETED"    TO WS-NEW-MV-LABEL
                   WHEN "T"
                       MOVE "TERMINATED" TO WS-NEW-MV-LABEL
                   WHEN OTHER
                       MOVE "REMOVED"    TO WS-NEW-MV-LABEL
               END-EVALUATE
               IF WS-DM-FOUND = "Y"
                   ADD 1 TO WS-DM-DELETES (WS-DM-IDX)
               END-IF
           END-IF
           PERFORM ADD-MOVEMENT.

      *One movement out of the old department and one into the new
       COUNT-TRANSFER.
           MOVE WS-EV-BEFORE-DEPT (WS-EV-IDX) TO WS-FIND-DEPT
           PERFORM FIND-OR-ADD-DEPT
           IF WS-DM-FOUND = "Y"
               ADD 1 TO WS-DM-XFER-OUT (WS-DM-IDX)
           END-IF
           MOVE WS-EV-BEFORE-DEPT (WS-EV-IDX) TO WS-NEW-MV-DEPT
           MOVE "O"             TO WS-NEW-MV-KIND
           MOVE "TRANSFER OUT"  TO WS-NEW-MV-LABEL
           MOVE WS-AFTER-DEPT   TO WS-NEW-MV-OTHER
           PERFORM ADD-MOVEMENT
           MOVE WS-AFTER-DEPT TO WS-FIND-DEPT
           PERFORM FIND-OR-ADD-DEPT
           IF WS-DM-FOUND = "Y"
               ADD 1 TO WS-DM-XFER-IN (WS-DM-IDX)
           END-IF
           MOVE WS-AFTER-DEPT   TO WS-NEW-MV-DEPT
           MOVE "I"             TO WS-NEW-MV-KIND
           MOVE "TRANSFER IN"   TO WS-NEW-MV-LABEL
           MOVE WS-EV-BEFORE-DEPT (WS-EV-IDX) TO WS-NEW-MV-OTHER
           PERFORM ADD-MOVEMENT.

      *The person behind the movement, for the listing.  A full
      *table costs only the listing - the counts are already in.
       ADD-MOVEMENT.
           IF WS-MV-COUNT NOT < 3000
               IF NOT WS-MV-TABLE-FULL
                   SET WS-MV-TABLE-FULL TO TRUE
                   DISPLAY "WARNING: MORE THAN 3000 MOVEMENTS - "
                       "PEOPLE LISTING IS PARTIAL"
               END-IF
           ELSE
               ADD 1 TO WS-MV-COUNT
               MOVE WS-NEW-MV-DEPT  TO WS-MV-DEPT (WS-MV-COUNT)
               MOVE WS-NEW-MV-KIND  TO WS-MV-KIND (WS-MV-COUNT)
               MOVE WS-NEW-MV-LABEL TO WS-MV-LABEL (WS-MV-COUNT)
               MOVE WS-EV-PERSON-ID (WS-EV-IDX)
                   TO WS-MV-PERSON-ID (WS-MV-COUNT)
               MOVE WS-EV-FULL-NAME (WS-EV-IDX)
                   TO WS-MV-FULL-NAME (WS-MV-COUNT)
               MOVE WS-EV-STAMP (WS-EV-IDX) (1:8)
                   TO WS-MV-DATE (WS-MV-COUNT)
               MOVE WS-NEW-MV-OTHER TO WS-MV-OTHER-DEPT (WS-MV-COUNT)
           END-IF.

      *Ordered department table: found in WS-DM-IDX, or a new entry
      *opened in code order.  Past 99 departments the report is
      *partial and the close is not saved.
       FIND-OR-ADD-DEPT.
           MOVE "N" TO WS-DM-FOUND
           IF WS-DM-COUNT = 0
               MOVE 1 TO WS-DM-POS
           ELSE
               IF WS-DM-CODE (WS-DM-COUNT) < WS-FIND-DEPT
                   COMPUTE WS-DM-POS = WS-DM-COUNT + 1
               ELSE
                   PERFORM VARYING WS-DM-SCAN FROM 1 BY 1
                           UNTIL WS-DM-CODE (WS-DM-SCAN)
                                 NOT < WS-FIND-DEPT
                       CONTINUE
                   END-PERFORM
                   IF WS-DM-CODE (WS-DM-SCAN) = WS-FIND-DEPT
                       MOVE "Y" TO WS-DM-FOUND
                       MOVE WS-DM-SCAN TO WS-DM-IDX
                   ELSE
                       MOVE WS-DM-SCAN TO WS-DM-POS
                   END-IF
               END-IF
           END-IF
           IF WS-DM-FOUND = "N"
               IF WS-DM-COUNT NOT < 99
                   IF NOT WS-DM-TABLE-FULL
                       SET WS-DM-TABLE-FULL TO TRUE
                       DISPLAY "WARNING: MORE THAN 99 DEPARTMENTS - "
                           "REPORT IS PARTIAL"
                   END-IF
               ELSE
                   PERFORM VARYING WS-DM-SCAN FROM WS-DM-COUNT BY -1
                           UNTIL WS-DM-SCAN < WS-DM-POS
                       MOVE WS-DM-ENTRY (WS-DM-SCAN)
                           TO WS-DM-ENTRY (WS-DM-SCAN + 1)
                   END-PERFORM
                   ADD 1 TO WS-DM-COUNT
                   MOVE WS-DM-POS TO WS-DM-IDX
                   MOVE WS-FIND-DEPT TO WS-DM-CODE (WS-DM-IDX)
                   MOVE 0 TO WS-DM-PRIOR (WS-DM-IDX)
                       WS-DM-SAVED (WS-DM-IDX)
                       WS-DM-OPENING (WS-DM-IDX)
                       WS-DM-ADDS (WS-DM-IDX)
                       WS-DM-DELETES (WS-DM-IDX)
                       WS-DM-XFER-IN (WS-DM-IDX)
                       WS-DM-XFER-OUT (WS-DM-IDX)
                       WS-DM-MERGES (WS-DM-IDX)
                       WS-DM-WORKED (WS-DM-IDX)
                       WS-DM-COUNTED (WS-DM-IDX)
                   MOVE "Y" TO WS-DM-FOUND
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *The proof: opening plus movements against USERMSTR's count
      *----------------------------------------------------------------
       PROVE-DEPARTMENTS.
           PERFORM VARYING WS-DM-IDX FROM 1 BY 1
                   UNTIL WS-DM-IDX > WS-DM-COUNT
               IF WS-OPENING-DERIVED
                   COMPUTE WS-DM-OPENING (WS-DM-IDX) =
                       WS-DM-COUNTED (WS-DM-IDX)
                       - WS-DM-ADDS (WS-DM-IDX)
                       - WS-DM-XFER-IN (WS-DM-IDX)
                       + WS-DM-DELETES (WS-DM-IDX)
                       + WS-DM-XFER-OUT (WS-DM-IDX)
                       + WS-DM-MERGES (WS-DM-IDX)
               END-IF
               COMPUTE WS-DM-WORKED (WS-DM-IDX) =
                   WS-DM-OPENING (WS-DM-IDX)
                   + WS-DM-ADDS (WS-DM-IDX)
                   + WS-DM-XFER-IN (WS-DM-IDX)
                   - WS-DM-DELETES (WS-DM-IDX)
                   - WS-DM-XFER-OUT (WS-DM-IDX)
                   - WS-DM-MERGES (WS-DM-IDX)
               IF WS-DM-WORKED (WS-DM-IDX)
                  NOT = WS-DM-COUNTED (WS-DM-IDX)
                   ADD 1 TO WS-MISMATCH-COUNT
               END-IF
               ADD WS-DM-OPENING (WS-DM-IDX)  TO WS-TOT-OPENING
               ADD WS-DM-ADDS (WS-DM-IDX)     TO WS-TOT-ADDS
               ADD WS-DM-DELETES (WS-DM-IDX)  TO WS-TOT-DELETES
               ADD WS-DM-XFER-IN (WS-DM-IDX)  TO WS-TOT-XFER-IN
               ADD WS-DM-XFER-OUT (WS-DM-IDX) TO WS-TOT-XFER-OUT
               ADD WS-DM-MERGES (WS-DM-IDX)   TO WS-TOT-MERGES
               ADD WS-DM-WORKED (WS-DM-IDX)   TO WS-TOT-WORKED
               ADD WS-DM-COUNTED (WS-DM-IDX)  TO WS-TOT-COUNTED
           END-PERFORM.

      *----------------------------------------------------------------
      *Report
      *----------------------------------------------------------------
       PRINT-MOVEMENT-REPORT.
           MOVE WS-PERIOD-START (1:8)  TO WS-PL-FROM-DATE
           MOVE WS-PERIOD-START (9:6)  TO WS-PL-FROM-TIME
           MOVE WS-RUN-STAMP (1:8)     TO WS-PL-TO-DATE
           MOVE WS-RUN-STAMP (9:6)     TO WS-PL-TO-TIME
           MOVE WS-PERIOD-LINE TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-OPENING-DERIVED
               MOVE "NO SAVED CLOSE ON MVTSTATE - OPENING WORKED BACK FR
      -            "OM THE MOVEMENTS, NOT PROVEN" TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF WS-OPEN-FROM-PRIOR
               MOVE "RERUN IN THE SAME MONTH - REPORTING FROM THE SAME O
      -            "PENING AS THE FIRST RUN" TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF WS-HIST-MISSING
               MOVE "HISTFILE NOT PRESENT - CHANGES, DELETES, MERGES AND
      -            " TRANSFERS NOT SHOWN" TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF WS-AUDIT-MISSING
               MOVE "AUDITLOG NOT PRESENT - ADDS NOT SHOWN"
                   TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM VARYING WS-DM-IDX FROM 1 BY 1
                   UNTIL WS-DM-IDX > WS-DM-COUNT
               PERFORM PRINT-DEPARTMENT
           END-PERFORM
           PERFORM PRINT-ALL-DEPARTMENTS.

      *A department with nothing on either side and nothing moving
      *is an old code nobody holds - not worth a block
       PRINT-DEPARTMENT.
           IF WS-DM-OPENING (WS-DM-IDX) NOT = 0
              OR WS-DM-COUNTED (WS-DM-IDX) NOT = 0
              OR WS-DM-ADDS (WS-DM-IDX) NOT = 0
              OR WS-DM-DELETES (WS-DM-IDX) NOT = 0
              OR WS-DM-XFER-IN (WS-DM-IDX) NOT = 0
              OR WS-DM-XFER-OUT (WS-DM-IDX) NOT = 0
              OR WS-DM-MERGES (WS-DM-IDX) NOT = 0
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-DM-CODE (WS-DM-IDX) TO WS-DL-CODE
               MOVE WS-DM-CODE (WS-DM-IDX) TO WS-FIND-DEPT
               IF WS-FIND-DEPT = SPACES
                   MOVE "(NO DEPARTMENT)" TO WS-DL-NAME
               ELSE
                   PERFORM FIND-DEPT-ENTRY
                   IF WS-DEPT-FOUND
                       MOVE WS-DEPT-NAME-T (WS-DEPT-IDX) TO WS-DL-NAME
                   ELSE
                       MOVE "(NOT ON DEPTFILE)" TO WS-DL-NAME
                   END-IF
               END-IF
               MOVE WS-DEPT-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-COLUMN-HEADING TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-DM-OPENING (WS-DM-IDX)  TO WS-SL-OPENING
               MOVE WS-DM-ADDS (WS-DM-IDX)     TO WS-SL-ADDS
               MOVE WS-DM-DELETES (WS-DM-IDX)  TO WS-SL-DELETES
               MOVE WS-DM-XFER-IN (WS-DM-IDX)  TO WS-SL-XFER-IN
               MOVE WS-DM-XFER-OUT (WS-DM-IDX) TO WS-SL-XFER-OUT
               MOVE WS-DM-MERGES (WS-DM-IDX)   TO WS-SL-MERGES
               MOVE WS-DM-WORKED (WS-DM-IDX)   TO WS-SL-WORKED
               MOVE WS-DM-COUNTED (WS-DM-IDX)  TO WS-SL-COUNTED
               IF WS-DM-WORKED (WS-DM-IDX)
                  = WS-DM-COUNTED (WS-DM-IDX)
                   MOVE "OK" TO WS-SL-PROOF
               ELSE
                   MOVE "*** DOES NOT PROVE ***" TO WS-SL-PROOF
               END-IF
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM VARYING WS-KIND-IDX FROM 1 BY 1
                       UNTIL WS-KIND-IDX > 5
                   PERFORM PRINT-DEPARTMENT-PEOPLE
               END-PERFORM
           END-IF.

      *Adds, then removals, merges, transfers in and out
       PRINT-DEPARTMENT-PEOPLE.
           PERFORM VARYING WS-MV-IDX FROM 1 BY 1
                   UNTIL WS-MV-IDX > WS-MV-COUNT
               IF WS-MV-DEPT (WS-MV-IDX) = WS-DM-CODE (WS-DM-IDX)
                  AND WS-MV-KIND (WS-MV-IDX)
                      = WS-KIND-ORDER (WS-KIND-IDX:1)
                   MOVE WS-MV-LABEL (WS-MV-IDX)     TO WS-PN-LABEL
                   MOVE WS-MV-PERSON-ID (WS-MV-IDX) TO WS-PN-PERSON-ID
                   MOVE WS-MV-FULL-NAME (WS-MV-IDX) TO WS-PN-FULL-NAME
                   MOVE WS-MV-DATE (WS-MV-IDX)      TO WS-PN-DATE
                   MOVE SPACES TO WS-PN-DETAIL
                   EVALUATE WS-MV-KIND (WS-MV-IDX)
                       WHEN "I"
                           STRING "FROM " DELIMITED BY SIZE
                               WS-MV-OTHER-DEPT (WS-MV-IDX)
                                   DELIMITED BY SIZE
                               INTO WS-PN-DETAIL
                           END-STRING
                       WHEN "O"
                           STRING "TO " DELIMITED BY SIZE
                               WS-MV-OTHER-DEPT (WS-MV-IDX)
                                   DELIMITED BY SIZE
                               INTO WS-PN-DETAIL
                           END-STRING
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   MOVE WS-PERSON-LINE TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM.

       PRINT-ALL-DEPARTMENTS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "ALL DEPARTMENTS" TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-COLUMN-HEADING TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOT-OPENING  TO WS-SL-OPENING
           MOVE WS-TOT-ADDS     TO WS-SL-ADDS
           MOVE WS-TOT-DELETES  TO WS-SL-DELETES
           MOVE WS-TOT-XFER-IN  TO WS-SL-XFER-IN
           MOVE WS-TOT-XFER-OUT TO WS-SL-XFER-OUT
           MOVE WS-TOT-MERGES   TO WS-SL-MERGES
           MOVE WS-TOT-WORKED   TO WS-SL-WORKED
           MOVE WS-TOT-COUNTED  TO WS-SL-COUNTED
           IF WS-MISMATCH-COUNT = 0
               MOVE "OK" TO WS-SL-PROOF
           ELSE
               MOVE "*** DOES NOT PROVE ***" TO WS-SL-PROOF
           END-IF
           MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

      *Every printed line passes through here so the page heading
      *and page number stay right without each caller counting
       WRITE-REPORT-LINE.
           IF WS-LINE-COUNT > 54
               PERFORM PRINT-PAGE-HEADING
           END-IF
           MOVE WS-PRINT-LINE TO MOVEMENT-REPORT-RECORD
           WRITE MOVEMENT-REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT.

       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-HDG-PAGE
           MOVE SPACES TO MOVEMENT-REPORT-RECORD
           MOVE WS-HEADING-1 TO MOVEMENT-REPORT-RECORD
           WRITE MOVEMENT-REPORT-RECORD
           MOVE SPACES TO MOVEMENT-REPORT-RECORD
           WRITE MOVEMENT-REPORT-RECORD
           MOVE 2 TO WS-LINE-COUNT.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

      *----------------------------------------------------------------
      *Next month's opening.  Set P is the opening this report
      *used, marked derived if it was worked back, set C tonight's
      *counted closing.  A partial report leaves the saved closes
      *as they were.
      *----------------------------------------------------------------
       SAVE-MOVEMENT-STATE.
           IF WS-DM-TABLE-FULL
               DISPLAY "MVTSTATE KEPT - REPORT WAS PARTIAL"
           ELSE
               OPEN OUTPUT MOVEMENT-STATE-FILE
               MOVE SPACES TO MOVEMENT-STATE-RECORD
               MOVE "H" TO MS-REC-TYPE
               MOVE "P" TO MS-SET
               MOVE WS-PERIOD-START TO WS-STATE-STAMP
               MOVE WS-SS-DATE TO MS-DATE
               MOVE WS-SS-TIME TO MS-TIME
               MOVE 0 TO MS-COUNT
               IF WS-OPENING-DERIVED
                   SET MS-DERIVED TO TRUE
               END-IF
               WRITE MOVEMENT-STATE-RECORD
               MOVE SPACE TO MS-DERIVED-FLAG
               PERFORM VARYING WS-DM-IDX FROM 1 BY 1
                       UNTIL WS-DM-IDX > WS-DM-COUNT
                   IF WS-DM-OPENING (WS-DM-IDX) > 0
                       MOVE "D" TO MS-REC-TYPE
                       MOVE WS-DM-CODE (WS-DM-IDX) TO MS-DEPT-CODE
                       MOVE WS-DM-OPENING (WS-DM-IDX) TO MS-COUNT
                       WRITE MOVEMENT-STATE-RECORD
                   END-IF
               END-PERFORM
               MOVE SPACES TO MOVEMENT-STATE-RECORD
               MOVE "H" TO MS-REC-TYPE
               MOVE "C" TO MS-SET
               MOVE WS-RUN-STAMP TO WS-STATE-STAMP
               MOVE WS-SS-DATE TO MS-DATE
               MOVE WS-SS-TIME TO MS-TIME
               MOVE 0 TO MS-COUNT
               WRITE MOVEMENT-STATE-RECORD
               PERFORM VARYING WS-DM-IDX FROM 1 BY 1
                       UNTIL WS-DM-IDX > WS-DM-COUNT
                   IF WS-DM-COUNTED (WS-DM-IDX) > 0
                       MOVE "D" TO MS-REC-TYPE
                       MOVE WS-DM-CODE (WS-DM-IDX) TO MS-DEPT-CODE
                       MOVE WS-DM-COUNTED (WS-DM-IDX) TO MS-COUNT
                       WRITE MOVEMENT-STATE-RECORD
                   END-IF
               END-PERFORM
               CLOSE MOVEMENT-STATE-FILE
           END-IF.

      *RETURN-CODE severity: 0 = every department proved, 4 = a
      *department did not prove, an input was missing or the
      *opening could not be proven (read the flagged blocks),
      *8 = no report, or one too big to trust
       FINISH-UP.
           IF NOT WS-MASTER-MISSING
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "USERMSTR RECORDS READ"      TO WS-TL-LABEL
               MOVE WS-MASTER-READ               TO WS-TL-COUNT
               PERFORM WRITE-TOTAL-LINE
               MOVE "HISTFILE RECORDS READ"      TO WS-TL-LABEL
               MOVE WS-HIST-READ                 TO WS-TL-COUNT
               PERFORM WRITE-TOTAL-LINE
               MOVE "AUDITLOG LINES READ"        TO WS-TL-LABEL
               MOVE WS-AUDIT-READ                TO WS-TL-COUNT
               PERFORM WRITE-TOTAL-LINE
               MOVE "EVENTS IN THE PERIOD"       TO WS-TL-LABEL
               MOVE WS-EV-COUNT                  TO WS-TL-COUNT
               PERFORM WRITE-TOTAL-LINE
               MOVE "DEPARTMENTS NOT PROVEN"     TO WS-TL-LABEL
               MOVE WS-MISMATCH-COUNT            TO WS-TL-COUNT
               PERFORM WRITE-TOTAL-LINE
               IF WS-MP-TABLE-FULL OR WS-EV-TABLE-FULL
                  OR WS-DM-TABLE-FULL
                   MOVE "TABLES OVERFLOWED - REPORT IS PARTIAL"
                       TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               IF WS-MV-TABLE-FULL
                   MOVE "OVER 3000 MOVEMENTS - PEOPLE LIST IS PARTIAL"
                       TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF
           CLOSE MOVEMENT-REPORT-FILE
           DISPLAY "HELLOMVT DONE. EVENTS: " WS-EV-COUNT
               " DEPARTMENTS NOT PROVEN: " WS-MISMATCH-COUNT
           EVALUATE TRUE
               WHEN WS-MASTER-MISSING
                    OR WS-MP-TABLE-FULL
                    OR WS-EV-TABLE-FULL
                    OR WS-DM-TABLE-FULL
                   MOVE 8 TO RETURN-CODE
               WHEN WS-MISMATCH-COUNT > 0
                    OR WS-OPENING-DERIVED
                    OR WS-HIST-MISSING
                    OR WS-AUDIT-MISSING
                    OR WS-MV-TABLE-FULL
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       END PROGRAM HELLOMVT.
