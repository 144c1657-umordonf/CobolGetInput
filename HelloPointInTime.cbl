      ******************************************************************
      * Program: HELLOPIT
      * Purpose: Point-in-time roster - what the roster said at the
      *          end of a past day, for HR and legal questions that
      *          used to be pieced together by hand from the backups
      *          and HELLOHIS.  PITPARM carries the as-of date and,
      *          optionally, one person ID or one department.
      *          The answer is built in three layers:
      *          (1) the newest MSTRBKP generation taken on or
      *              before the as-of date (MSTRBKP is the GDG base,
      *              so every generation still held is read, newest
      *              first, and chosen by its trailer run date);
      *          (2) HISTFILE from the backup date on - the first
      *              before-image written AFTER the as-of date for a
      *              record IS that record as it stood on the as-of
      *              date, so it unwinds the record exactly; an
      *              image written between the backup and the as-of
      *              date only proves the record moved, and its
      *              state is then taken from the later image or
      *              the current USERMSTR;
      *          (3) AUDITLOG (ADDED, HELLO's VALID lines marked
      *              NEW RECORD, and RENAMED lines) for records that
      *              were not in the backup - an ADD writes no
      *              before-image, so only the audit trail proves
      *              when such a record came onto the roster.  A
      *              plain VALID line is a re-interview: it proves
      *              the record was there on its date, never that
      *              the record arrived then.
      *          The roster prints in HELLORPT's layout, after a
      *          sources section naming the backup generation and
      *          every history and audit record the answer rests
      *          on.  Backups that have rotated off the GDG, or
      *          audit lines HELLOARC has archived away, are stated
      *          plainly rather than guessed round.  Ages print as
      *          stored on the record the answer came from.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOPIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PITPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT BACKUP-FILE ASSIGN TO "MSTRBKP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT USER-MASTER-FILE ASSIGN TO "USERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MR-KEY
               ALTERNATE RECORD KEY IS MR-LAST-NAME WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT PIT-REPORT-FILE ASSIGN TO "PITRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PARM-FILE.
       01 PARM-RECORD           PIC X(80).
       FD BACKUP-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY WSBKUP.
       FD HISTORY-FILE.
           COPY WSHIST.
       FD AUDIT-LOG-FILE.
           COPY WSAUDIT.
       FD USER-MASTER-FILE.
           COPY WSMASTR.
       FD PIT-REPORT-FILE.
       01 PIT-REPORT-RECORD     PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS        PIC XX.
       01 WS-BACKUP-STATUS      PIC XX.
       01 WS-HISTORY-STATUS     PIC XX.
       01 WS-AUDIT-STATUS       PIC XX.
       01 WS-MASTER-STATUS      PIC XX.
       01 WS-REPORT-STATUS      PIC XX.
       01 WS-EOF-FLAG           PIC X VALUE "N".
           88 WS-END-OF-FILE    VALUE "Y".
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TODAY              PIC X(8).
      *PITPARM: ASOF=CCYYMMDD (required), PERSON=nnnnn, DEPT=xxxx
       01 WS-PARM-KEYWORD       PIC X(20).
       01 WS-PARM-VALUE         PIC X(20).
       01 WS-PARM-FLAG          PIC X VALUE "Y".
           88 WS-PARM-GOOD      VALUE "Y".
           88 WS-PARM-BAD       VALUE "N".
       01 WS-AS-OF-DATE         PIC X(8) VALUE SPACES.
       01 WS-AS-OF-PARTS REDEFINES WS-AS-OF-DATE.
           05 WS-AS-OF-CCYY     PIC X(4).
           05 WS-AS-OF-MM       PIC X(2).
           05 WS-AS-OF-DD       PIC X(2).
       01 WS-SEL-PERSON-ID      PIC X(5) VALUE SPACES.
       01 WS-SEL-DEPT-CODE      PIC X(4) VALUE SPACES.
       01 WS-SEL-DEPT-FLAG      PIC X VALUE "N".
           88 WS-DEPT-SELECTED  VALUE "Y".
       01 WS-SHOW-PERSON        PIC X(5).
       01 WS-SHOW-DEPT          PIC X(6).
      *Backup generations on MSTRBKP, counted by their trailers -
      *generation 1 is the newest the GDG still holds
       01 WS-BKP-TRAILERS       PIC 9(3) VALUE 0.
       01 WS-BKP-CHOSEN         PIC 9(3) VALUE 0.
       01 WS-BKP-CHOSEN-DATE    PIC X(8) VALUE SPACES.
       01 WS-BKP-CHOSEN-COUNT   PIC 9(7) VALUE 0.
       01 WS-BKP-OLDEST-DATE    PIC X(8) VALUE HIGH-VALUES.
       01 WS-BKP-LOADED         PIC 9(7) VALUE 0.
       01 WS-BKP-FLAG           PIC X VALUE "N".
           88 WS-BACKUP-FOUND   VALUE "Y".
      *What the history and audit files cover
       01 WS-HIST-FLAG          PIC X VALUE "N".
           88 WS-HIST-AVAILABLE VALUE "Y".
       01 WS-HIST-FIRST-DATE    PIC X(8) VALUE HIGH-VALUES.
       01 WS-HIST-READ          PIC 9(7) VALUE 0.
       01 WS-HIST-UNWOUND       PIC 9(5) VALUE 0.
       01 WS-HIST-MOVED         PIC 9(5) VALUE 0.
       01 WS-AUD-FLAG           PIC X VALUE "N".
           88 WS-AUD-AVAILABLE  VALUE "Y".
       01 WS-AUD-FIRST-DATE     PIC X(8) VALUE HIGH-VALUES.
       01 WS-AUD-READ           PIC 9(7) VALUE 0.
       01 WS-AUD-EVENTS         PIC 9(5) VALUE 0.
       01 WS-AUD-NAME           PIC X(20).
       01 WS-AUD-CREATE-FLAG    PIC X VALUE "Y".
           88 WS-AUD-CREATES-RECORD VALUE "Y".
       01 WS-MSTR-FLAG          PIC X VALUE "N".
           88 WS-MSTR-AVAILABLE VALUE "Y".
       01 WS-MSTR-READ          PIC 9(7) VALUE 0.
      *Severity: warnings leave the roster printed but unproved in
      *places (RC 4); a stop means no trustworthy answer (RC 8)
       01 WS-WARN-COUNT         PIC 9(5) VALUE 0.
       01 WS-STOP-FLAG          PIC X VALUE "N".
           88 WS-RUN-STOPPED    VALUE "Y".
       01 WS-UNPLACED-COUNT     PIC 9(5) VALUE 0.
      *One master record image, whichever file it came from, laid
      *out in WSMASTR order so every source stores the same way
       01 WS-IMAGE.
           05 WS-IM-KEY.
               10 WS-IM-LAST-NAME    PIC X(10).
               10 WS-IM-FIRST-NAME   PIC X(10).
               10 WS-IM-PERSON-ID    PIC X(5).
               10 WS-IM-HORIZON      PIC X(2).
           05 WS-IM-FULL-NAME        PIC X(20).
           05 WS-IM-ORIG-AGE         PIC X(2).
           05 WS-IM-PROJ-AGE         PIC X(3).
           05 WS-IM-BIRTH-DATE       PIC X(8).
           05 WS-IM-AGE-AS-OF-DATE   PIC X(8).
           05 WS-IM-DEPT-CODE        PIC X(4).
           05 WS-IM-EMP-STATUS       PIC X.
           05 WS-IM-STATUS-DATE      PIC X(8).
           05 FILLER                 PIC X(9).
      *Every master record the answer could involve, kept in MR-KEY
      *order so a person's horizon records stay contiguous the way
      *they read off the master.  Source: B = backup image, H = the
      *first before-image after the as-of date, M = current master.
      *Result: P = on the roster that day, A = not, U = cannot be
      *placed from what is still on file.
       01 WS-PT-COUNT           PIC 9(4) VALUE 0.
       01 WS-PT-IDX             PIC 9(4) VALUE 0.
       01 WS-PT-SCAN            PIC 9(4) VALUE 0.
       01 WS-PT-POS             PIC 9(4) VALUE 0.
       01 WS-PT-FOUND           PIC X VALUE "N".
       01 WS-PT-FULL            PIC X VALUE "N".
           88 WS-TABLE-FULL     VALUE "Y".
       01 WS-FIND-KEY           PIC X(27).
       01 WS-PT-TABLE.
           05 WS-PT-ENTRY OCCURS 4000 TIMES.
               10 WS-PT-KEY.
                   15 WS-PT-LAST-NAME   PIC X(10).
                   15 WS-PT-FIRST-NAME  PIC X(10).
                   15 WS-PT-PERSON-ID   PIC X(5).
                   15 WS-PT-HORIZON     PIC X(2).
               10 WS-PT-FULL-NAME       PIC X(20).
               10 WS-PT-ORIG-AGE        PIC X(2).
               10 WS-PT-PROJ-AGE        PIC X(3).
               10 WS-PT-DEPT-CODE       PIC X(4).
               10 WS-PT-EMP-STATUS      PIC X.
               10 WS-PT-IN-BACKUP       PIC X.
               10 WS-PT-SOURCE          PIC X.
               10 WS-PT-MOVED           PIC X.
               10 WS-PT-ON-MASTER       PIC X.
               10 WS-PT-STAMP           PIC X(14).
               10 WS-PT-RESULT          PIC X.
               10 WS-PT-SELECTED        PIC X.
      *Key-creating audit events since the backup, per person: the
      *last one on or before the as-of date and the first after it
       01 WS-AD-COUNT           PIC 9(4) VALUE 0.
       01 WS-AD-IDX             PIC 9(4) VALUE 0.
       01 WS-AD-FOUND           PIC X VALUE "N".
       01 WS-AD-OVERFLOW        PIC X VALUE "N".
       01 WS-FIND-FULL-NAME     PIC X(20).
       01 WS-FIND-PERSON-ID     PIC X(5).
       01 WS-AD-TABLE.
           05 WS-AD-ENTRY OCCURS 1000 TIMES.
               10 WS-AD-FULL-NAME       PIC X(20).
               10 WS-AD-PERSON-ID       PIC X(5).
               10 WS-AD-IN-STAMP        PIC X(14).
               10 WS-AD-IN-RESULT       PIC X(8).
               10 WS-AD-IN-USERID       PIC X(20).
               10 WS-AD-AFTER-STAMP     PIC X(14).
       01 WS-EVENT-STAMP        PIC X(14).
       01 WS-PREV-PERSON        PIC X(25) VALUE SPACES.
      *Roster print, as HELLORPT
       01 WS-LINE-COUNT         PIC 9(2) VALUE 99.
       01 WS-PAGE-COUNT         PIC 9(4) VALUE 0.
       01 WS-DC-COUNT           PIC 9(2) VALUE 0.
       01 WS-DC-IDX             PIC 9(2) VALUE 1.
       01 WS-DC-SCAN            PIC 9(2) VALUE 1.
       01 WS-DC-FOUND           PIC X VALUE "N".
       01 WS-DC-PLACED          PIC X VALUE "N".
       01 WS-DC-OVERFLOW        PIC X VALUE "N".
       01 WS-DC-TABLE.
           05 WS-DC-CODE        PIC X(4) OCCURS 50 TIMES.
       01 WS-CUR-REPORT-DEPT    PIC X(4) VALUE SPACES.
       01 WS-DEPT-COUNT         PIC 9(4) VALUE 0.
       01 WS-GRAND-COUNT        PIC 9(5) VALUE 0.
       01 WS-PERSON-IN-PROGRESS PIC X VALUE "N".
       01 WS-PROJ-SLOT          PIC 9 VALUE 0.
       01 WS-NUM-2              PIC 9(2).
       01 WS-NUM-3              PIC 9(3).
       01 WS-NUM-5              PIC 9(5).
       01 WS-EDIT-COUNT         PIC Z(6)9.
       01 WS-EDIT-SMALL         PIC ZZ9.
       01 WS-EDIT-OF            PIC ZZ9.
       01 WS-STOP-TEXT          PIC X(120).
       01 WS-PRINT-LINE         PIC X(132) VALUE SPACES.
       01 WS-HEADING-1.
           05 FILLER            PIC X(13) VALUE "ROSTER AS OF ".
           05 WS-HDG-AS-OF      PIC X(8).
           05 FILLER            PIC X(15) VALUE SPACES.
           05 FILLER            PIC X(12) VALUE "   RUN DATE ".
           05 WS-HDG-DATE       PIC X(8).
           05 FILLER            PIC X(8) VALUE "   PAGE ".
           05 WS-HDG-PAGE       PIC ZZZ9.
      *Heading 2 changes with the section being printed
       01 WS-HEADING-2          PIC X(132) VALUE SPACES.
       01 WS-SOURCES-HEADING    PIC X(132) VALUE
           "SOURCES THIS ROSTER WAS BUILT FROM".
       01 WS-ROSTER-HEADING.
           05 FILLER            PIC X(132) VALUE
               "LAST NAME   FIRST NAME  PERSON ID  AGE   PROJECTIONS
      -        "(YEARS/AGE)".
       01 WS-HIST-LINE.
           05 FILLER            PIC X(11) VALUE "  HISTFILE ".
           05 WS-HL-DATE        PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-HL-TIME        PIC X(6).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-HL-CODE        PIC X.
           05 FILLER            PIC X VALUE SPACE.
           05 WS-HL-USERID      PIC X(12).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-HL-LAST-NAME   PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-HL-FIRST-NAME  PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-HL-PERSON-ID   PIC X(5).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-HL-HORIZON     PIC X(2).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-HL-DEPT        PIC X(4).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-HL-STATUS      PIC X.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-HL-USE         PIC X(40).
       01 WS-PLACE-LINE.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-PL-TAG         PIC X(12).
           05 WS-PL-LAST-NAME   PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-PL-FIRST-NAME  PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-PL-PERSON-ID   PIC X(5).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-PL-HORIZON     PIC X(2).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-PL-TEXT        PIC X(86).
       01 WS-DEPT-LINE.
           05 FILLER            PIC X(14) VALUE "-- DEPARTMENT ".
           05 WS-DL-DEPT        PIC X(6).
           05 FILLER            PIC X(3) VALUE " --".
       01 WS-DETAIL-LINE.
           05 WS-DET-LAST-NAME  PIC X(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DET-FIRST-NAME PIC X(10).
           05 FILLER            PIC X(6) VALUE SPACES.
           05 WS-DET-PERSON-ID  PIC 9(5).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DET-ORIG-AGE   PIC ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DET-PROJ OCCURS 4 TIMES.
               10 WS-DET-HZN    PIC Z9.
               10 FILLER        PIC X VALUE "/".
               10 WS-DET-AGE    PIC ZZ9.
               10 FILLER        PIC X(3) VALUE SPACES.
           05 WS-DET-STATUS     PIC X(8).
       01 WS-DEPT-TOTAL-LINE.
           05 FILLER            PIC X(20) VALUE
               "   PEOPLE IN DEPT ".
           05 WS-DT-DEPT        PIC X(6).
           05 FILLER            PIC X(2) VALUE ": ".
           05 WS-DT-COUNT       PIC ZZZ9.
       01 WS-GRAND-TOTAL-LINE.
           05 FILLER            PIC X(20) VALUE
               "ROSTER HEAD COUNT:  ".
           05 WS-GT-COUNT       PIC ZZZZ9.

       PROCEDURE DIVISION.
      * Run all functions
       PERFORM START-UP
       IF WS-PARM-GOOD
           PERFORM CHOOSE-BACKUP-GENERATION
       END-IF
       IF WS-BACKUP-FOUND
           PERFORM LOAD-BACKUP-GENERATION
           PERFORM UNWIND-HISTORY
           PERFORM COLLECT-AUDIT-ADDS
           PERFORM MATCH-CURRENT-MASTER
           PERFORM REPORT-COVERAGE
           MOVE SPACES TO WS-PREV-PERSON
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
               PERFORM RESOLVE-ONE-ENTRY
           END-PERFORM
           PERFORM PRINT-ROSTER
       END-IF
       PERFORM FINISH-UP
       GOBACK.

       START-UP.
           DISPLAY "HELLOPIT - POINT-IN-TIME ROSTER"
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE (1:8) TO WS-TODAY WS-HDG-DATE
           OPEN OUTPUT PIT-REPORT-FILE
           MOVE WS-SOURCES-HEADING TO WS-HEADING-2
           PERFORM LOAD-PIT-PARMS
           MOVE WS-AS-OF-DATE TO WS-HDG-AS-OF
           IF WS-PARM-GOOD
               DISPLAY "ROSTER AS AT THE END OF " WS-AS-OF-DATE
               MOVE "ALL" TO WS-SHOW-PERSON WS-SHOW-DEPT
               IF WS-SEL-PERSON-ID NOT = SPACES
                   MOVE WS-SEL-PERSON-ID TO WS-SHOW-PERSON
               END-IF
               IF WS-DEPT-SELECTED
                   MOVE WS-SEL-DEPT-CODE TO WS-SHOW-DEPT
                   IF WS-SEL-DEPT-CODE = SPACES
                       MOVE "(NONE)" TO WS-SHOW-DEPT
                   END-IF
               END-IF
               STRING "  AS-OF DATE " WS-AS-OF-DATE
                      "   PERSON " WS-SHOW-PERSON
                      "   DEPARTMENT " WS-SHOW-DEPT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE "PITPARM NOT USABLE - SEE THE JOB LOG"
                   TO WS-PRINT-LINE
               PERFORM STOP-THE-RUN
           END-IF.

      *Cards may come in any order; blank and * cards are comments.
      *No usable ASOF card, or any card not understood, stops the
      *run - a roster for the wrong day is worse than none.
       LOAD-PIT-PARMS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "ERROR: PITPARM NOT AVAILABLE, STATUS "
                   WS-PARM-STATUS
               SET WS-PARM-BAD TO TRUE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ PARM-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF PARM-RECORD NOT = SPACES
                              AND PARM-RECORD (1:1) NOT = "*"
                               PERFORM PARSE-PIT-CARD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
               IF WS-AS-OF-DATE = SPACES
                   DISPLAY "ERROR: NO ASOF CARD ON PITPARM"
                   SET WS-PARM-BAD TO TRUE
               END-IF
           END-IF.

       PARSE-PIT-CARD.
           MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE
           UNSTRING PARM-RECORD DELIMITED BY "="
               INTO WS-PARM-KEYWORD WS-PARM-VALUE
           END-UNSTRING
           EVALUATE WS-PARM-KEYWORD
               WHEN "ASOF"
                   MOVE WS-PARM-VALUE (1:8) TO WS-AS-OF-DATE
                   IF WS-AS-OF-DATE IS NOT NUMERIC
                      OR WS-AS-OF-MM < "01" OR WS-AS-OF-MM > "12"
                      OR WS-AS-OF-DD < "01" OR WS-AS-OF-DD > "31"
                       DISPLAY "ERROR: BAD ASOF DATE: " PARM-RECORD
                       SET WS-PARM-BAD TO TRUE
                   ELSE
                       IF WS-AS-OF-DATE > WS-TODAY
                           DISPLAY "ERROR: ASOF DATE IS IN THE "
                               "FUTURE: " WS-AS-OF-DATE
                           SET WS-PARM-BAD TO TRUE
                       END-IF
                   END-IF
               WHEN "PERSON"
                   IF WS-PARM-VALUE (1:5) IS NUMERIC
                      AND WS-PARM-VALUE (6:15) = SPACES
                       MOVE WS-PARM-VALUE (1:5) TO WS-SEL-PERSON-ID
                   ELSE
                       DISPLAY "ERROR: PERSON MUST BE 5 DIGITS: "
                           PARM-RECORD
                       SET WS-PARM-BAD TO TRUE
                   END-IF
               WHEN "DEPT"
                   IF WS-PARM-VALUE (5:16) = SPACES
                       MOVE WS-PARM-VALUE (1:4) TO WS-SEL-DEPT-CODE
                       SET WS-DEPT-SELECTED TO TRUE
                   ELSE
                       DISPLAY "ERROR: BAD DEPT CARD: " PARM-RECORD
                       SET WS-PARM-BAD TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY "ERROR: BAD PITPARM CARD: " PARM-RECORD
                   SET WS-PARM-BAD TO TRUE
           END-EVALUATE.

      *First pass over every generation still on MSTRBKP: the newest
      *trailer dated on or before the as-of date is the starting
      *point.  None that old means the generation needed has rotated
      *off the GDG, and the run says so instead of starting from a
      *later backup and unwinding further than history can prove.
       CHOOSE-BACKUP-GENERATION.
           OPEN INPUT BACKUP-FILE
           IF WS-BACKUP-STATUS NOT = "00"
               STRING "MSTRBKP NOT AVAILABLE, STATUS "
                      WS-BACKUP-STATUS
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               PERFORM STOP-THE-RUN
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-BACKUP
               PERFORM UNTIL WS-END-OF-FILE
                   IF BK-REC-TYPE = "T"
                       PERFORM NOTE-BACKUP-TRAILER
                   END-IF
                   PERFORM READ-BACKUP
               END-PERFORM
               CLOSE BACKUP-FILE
               EVALUATE TRUE
                   WHEN WS-BKP-TRAILERS = 0
                       MOVE "MSTRBKP HOLDS NO COMPLETE BACKUP"
                           TO WS-PRINT-LINE
                       PERFORM STOP-THE-RUN
                   WHEN WS-BKP-CHOSEN = 0
                       STRING "NO BACKUP ON OR BEFORE "
                              WS-AS-OF-DATE
                              " IS STILL HELD - OLDEST GENERATION "
                              "IS " WS-BKP-OLDEST-DATE
                              ", OLDER ONES HAVE ROTATED OFF"
                           DELIMITED BY SIZE INTO WS-PRINT-LINE
                       END-STRING
                       PERFORM STOP-THE-RUN
                   WHEN OTHER
                       SET WS-BACKUP-FOUND TO TRUE
                       MOVE WS-BKP-CHOSEN TO WS-EDIT-SMALL
                       MOVE WS-BKP-TRAILERS TO WS-EDIT-OF
                       STRING "  BACKUP     MSTRBKP GENERATION "
                              WS-EDIT-SMALL " OF " WS-EDIT-OF
                              " (1 = NEWEST), TAKEN "
                              WS-BKP-CHOSEN-DATE ", "
                              WS-BKP-CHOSEN-COUNT " RECORDS"
                           DELIMITED BY SIZE INTO WS-PRINT-LINE
                       END-STRING
                       PERFORM WRITE-REPORT-LINE
               END-EVALUATE
           END-IF.

       READ-BACKUP.
           READ BACKUP-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           IF WS-BACKUP-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           END-IF.

      *Generations read newest first, so the first trailer on or
      *before the as-of date is the one wanted
       NOTE-BACKUP-TRAILER.
           ADD 1 TO WS-BKP-TRAILERS
           IF BK-RUN-DATE IS NUMERIC
               IF BK-RUN-DATE < WS-BKP-OLDEST-DATE
                   MOVE BK-RUN-DATE TO WS-BKP-OLDEST-DATE
               END-IF
               IF WS-BKP-CHOSEN = 0
                  AND BK-RUN-DATE NOT > WS-AS-OF-DATE
                   MOVE WS-BKP-TRAILERS TO WS-BKP-CHOSEN
                   MOVE BK-RUN-DATE     TO WS-BKP-CHOSEN-DATE
                   MOVE BK-RECORD-COUNT TO WS-BKP-CHOSEN-COUNT
               END-IF
           END-IF.

      *Second pass: the detail records of the chosen generation are
      *the ones read while its trailer is still ahead.  A count that
      *disagrees with the trailer means the starting point itself
      *is damaged - the roster still prints, but at RC 8.
       LOAD-BACKUP-GENERATION.
           MOVE 0 TO WS-BKP-TRAILERS
           OPEN INPUT BACKUP-FILE
           MOVE "N" TO WS-EOF-FLAG
           PERFORM READ-BACKUP
           PERFORM UNTIL WS-END-OF-FILE
                  OR WS-BKP-TRAILERS NOT < WS-BKP-CHOSEN
               IF BK-REC-TYPE = "T"
                   ADD 1 TO WS-BKP-TRAILERS
               ELSE
                   IF BK-REC-TYPE = "D"
                      AND WS-BKP-TRAILERS + 1 = WS-BKP-CHOSEN
                       PERFORM ADD-BACKUP-ENTRY
                   END-IF
               END-IF
               PERFORM READ-BACKUP
           END-PERFORM
           CLOSE BACKUP-FILE
           IF WS-BKP-LOADED NOT = WS-BKP-CHOSEN-COUNT
               STRING "BACKUP GENERATION HOLDS " WS-BKP-LOADED
                      " RECORDS, ITS TRAILER SAYS "
                      WS-BKP-CHOSEN-COUNT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               PERFORM STOP-THE-RUN
           END-IF.

      *A backup unloads in key order, so each record normally
      *belongs at the end of the table
       ADD-BACKUP-ENTRY.
           ADD 1 TO WS-BKP-LOADED
           MOVE BK-MASTER-IMAGE TO WS-IMAGE
           MOVE WS-IM-KEY TO WS-FIND-KEY
           PERFORM FIND-ENTRY
           IF WS-PT-FOUND = "N"
               PERFORM INSERT-ENTRY
           END-IF
           IF NOT WS-TABLE-FULL
               PERFORM STORE-IMAGE-FIELDS
               MOVE "Y" TO WS-PT-IN-BACKUP (WS-PT-IDX)
               MOVE "B" TO WS-PT-SOURCE (WS-PT-IDX)
           END-IF.

      *Key lookup in the ordered table: WS-PT-IDX is the match, or
      *WS-PT-POS is where the key belongs when there is none
       FIND-ENTRY.
           MOVE "N" TO WS-PT-FOUND
           IF WS-PT-COUNT = 0
               MOVE 1 TO WS-PT-POS
           ELSE
               IF WS-PT-KEY (WS-PT-COUNT) < WS-FIND-KEY
                   COMPUTE WS-PT-POS = WS-PT-COUNT + 1
               ELSE
                   PERFORM VARYING WS-PT-SCAN FROM 1 BY 1
                           UNTIL WS-PT-KEY (WS-PT-SCAN)
                                 NOT < WS-FIND-KEY
                       CONTINUE
                   END-PERFORM
                   IF WS-PT-KEY (WS-PT-SCAN) = WS-FIND-KEY
                       MOVE "Y" TO WS-PT-FOUND
                       MOVE WS-PT-SCAN TO WS-PT-IDX
                   ELSE
                       MOVE WS-PT-SCAN TO WS-PT-POS
                   END-IF
               END-IF
           END-IF.

      *Open a slot at WS-PT-POS by shifting the later keys up one
       INSERT-ENTRY.
           IF WS-PT-COUNT NOT < 4000
               IF NOT WS-TABLE-FULL
                   SET WS-TABLE-FULL TO TRUE
                   MOVE "MORE THAN 4000 RECORDS - ROSTER IS PARTIAL"
                       TO WS-PRINT-LINE
                   PERFORM STOP-THE-RUN
               END-IF
           ELSE
               PERFORM VARYING WS-PT-SCAN FROM WS-PT-COUNT BY -1
                       UNTIL WS-PT-SCAN < WS-PT-POS
                   MOVE WS-PT-ENTRY (WS-PT-SCAN)
                       TO WS-PT-ENTRY (WS-PT-SCAN + 1)
               END-PERFORM
               ADD 1 TO WS-PT-COUNT
               MOVE WS-PT-POS TO WS-PT-IDX
               MOVE SPACES TO WS-PT-ENTRY (WS-PT-IDX)
               MOVE WS-FIND-KEY TO WS-PT-KEY (WS-PT-IDX)
               MOVE "N" TO WS-PT-IN-BACKUP (WS-PT-IDX)
                           WS-PT-MOVED (WS-PT-IDX)
                           WS-PT-ON-MASTER (WS-PT-IDX)
                           WS-PT-SELECTED (WS-PT-IDX)
           END-IF.

       STORE-IMAGE-FIELDS.
           MOVE WS-IM-FULL-NAME  TO WS-PT-FULL-NAME (WS-PT-IDX)
           MOVE WS-IM-ORIG-AGE   TO WS-PT-ORIG-AGE (WS-PT-IDX)
           MOVE WS-IM-PROJ-AGE   TO WS-PT-PROJ-AGE (WS-PT-IDX)
           MOVE WS-IM-DEPT-CODE  TO WS-PT-DEPT-CODE (WS-PT-IDX)
           MOVE WS-IM-EMP-STATUS TO WS-PT-EMP-STATUS (WS-PT-IDX).

      *HISTFILE is chronological.  Images older than the backup are
      *already inside it.  An image up to the as-of date marks the
      *record as moved since the backup; the first image after the
      *as-of date is the record exactly as it stood that day.
       UNWIND-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               STRING "  WARNING: HISTFILE NOT AVAILABLE, STATUS "
                      WS-HISTORY-STATUS
                      " - CHANGES SINCE THE BACKUP CANNOT BE UNWOUND"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-WARN-COUNT
           ELSE
               SET WS-HIST-AVAILABLE TO TRUE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ HISTORY-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM PROCESS-HISTORY-IMAGE
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       PROCESS-HISTORY-IMAGE.
           ADD 1 TO WS-HIST-READ
           IF HX-DATE IS NUMERIC
               IF HX-DATE < WS-HIST-FIRST-DATE
                   MOVE HX-DATE TO WS-HIST-FIRST-DATE
               END-IF
               IF HX-DATE NOT < WS-BKP-CHOSEN-DATE
                   MOVE HX-KEY TO WS-FIND-KEY
                   PERFORM FIND-ENTRY
                   IF WS-PT-FOUND = "N"
                       PERFORM INSERT-ENTRY
                   END-IF
                   IF NOT WS-TABLE-FULL
                       PERFORM APPLY-HISTORY-IMAGE
                   END-IF
               END-IF
           END-IF.

       APPLY-HISTORY-IMAGE.
           MOVE SPACES TO WS-HL-USE
           IF HX-DATE NOT > WS-AS-OF-DATE
               MOVE "Y" TO WS-PT-MOVED (WS-PT-IDX)
               ADD 1 TO WS-HIST-MOVED
               MOVE "CHANGED ON OR BEFORE AS-OF DATE" TO WS-HL-USE
           ELSE
               IF WS-PT-SOURCE (WS-PT-IDX) NOT = "H"
                   MOVE SPACES              TO WS-IMAGE
                   MOVE HX-KEY              TO WS-IM-KEY
                   MOVE HX-FULL-NAME        TO WS-IM-FULL-NAME
                   MOVE HX-ORIGINAL-AGE     TO WS-IM-ORIG-AGE
                   MOVE HX-PROJECTED-AGE    TO WS-IM-PROJ-AGE
                   MOVE HX-DEPT-CODE        TO WS-IM-DEPT-CODE
                   MOVE HX-EMP-STATUS       TO WS-IM-EMP-STATUS
                   PERFORM STORE-IMAGE-FIELDS
                   MOVE "H" TO WS-PT-SOURCE (WS-PT-IDX)
                   STRING HX-DATE HX-TIME DELIMITED BY SIZE
                       INTO WS-PT-STAMP (WS-PT-IDX)
                   END-STRING
                   ADD 1 TO WS-HIST-UNWOUND
                   MOVE "STATE ON AS-OF DATE (UNWOUND)" TO WS-HL-USE
               END-IF
           END-IF
           IF WS-HL-USE NOT = SPACES
              AND (WS-SEL-PERSON-ID = SPACES
                   OR WS-SEL-PERSON-ID = HX-PERSON-ID)
              AND (NOT WS-DEPT-SELECTED
                   OR WS-SEL-DEPT-CODE = HX-DEPT-CODE)
               MOVE HX-DATE          TO WS-HL-DATE
               MOVE HX-TIME          TO WS-HL-TIME
               MOVE HX-TRANS-CODE    TO WS-HL-CODE
               MOVE HX-USERID        TO WS-HL-USERID
               MOVE HX-LAST-NAME     TO WS-HL-LAST-NAME
               MOVE HX-FIRST-NAME    TO WS-HL-FIRST-NAME
               MOVE HX-PERSON-ID     TO WS-HL-PERSON-ID
               MOVE HX-HORIZON-YEARS TO WS-HL-HORIZON
               MOVE HX-DEPT-CODE     TO WS-HL-DEPT
               MOVE HX-EMP-STATUS    TO WS-HL-STATUS
               MOVE WS-HIST-LINE     TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *An ADD writes no before-image, so the audit trail is the only
      *proof of when a record came onto the master: ADDED (HELLOBAT),
      *VALID marked NEW RECORD (HELLO) and RENAMED (HELLOMNT, new
      *name in the reason).  A plain VALID re-interview on or before
      *the as-of date still shows the record was there; one after
      *it says nothing about when the record arrived.
      *AUDITLOG should be allocated with the archive concatenated
      *ahead of it, so lines HELLOARC has moved still count.
       COLLECT-AUDIT-ADDS.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               STRING "  WARNING: AUDITLOG NOT AVAILABLE, STATUS "
                      WS-AUDIT-STATUS
                      " - PEOPLE ADDED SINCE THE BACKUP CANNOT BE PLA"
                      "CED"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-WARN-COUNT
           ELSE
               SET WS-AUD-AVAILABLE TO TRUE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ AUDIT-LOG-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM PROCESS-AUDIT-LINE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF.

       PROCESS-AUDIT-LINE.
           ADD 1 TO WS-AUD-READ
           IF AL-DATE IS NUMERIC
               IF AL-DATE < WS-AUD-FIRST-DATE
                   MOVE AL-DATE TO WS-AUD-FIRST-DATE
               END-IF
               IF AL-DATE NOT < WS-BKP-CHOSEN-DATE
                   MOVE SPACES TO WS-AUD-NAME
                   MOVE "Y" TO WS-AUD-CREATE-FLAG
                   EVALUATE TRUE
                       WHEN AL-RESULT = "ADDED"
                           MOVE AL-FULL-NAME TO WS-AUD-NAME
                       WHEN AL-RESULT = "VALID"
                        AND AL-REASON = "NEW RECORD"
                           MOVE AL-FULL-NAME TO WS-AUD-NAME
                       WHEN AL-RESULT = "VALID"
                        AND AL-DATE NOT > WS-AS-OF-DATE
                           MOVE AL-FULL-NAME TO WS-AUD-NAME
                           MOVE "N" TO WS-AUD-CREATE-FLAG
                       WHEN AL-RESULT = "RENAMED"
                           MOVE AL-REASON (5:20) TO WS-AUD-NAME
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   IF WS-AUD-NAME NOT = SPACES
                       PERFORM NOTE-ADD-EVENT
                   END-IF
               END-IF
           END-IF.

       NOTE-ADD-EVENT.
           IF WS-AUD-CREATES-RECORD
               ADD 1 TO WS-AUD-EVENTS
           END-IF
           MOVE WS-AUD-NAME  TO WS-FIND-FULL-NAME
           MOVE AL-PERSON-ID TO WS-FIND-PERSON-ID
           PERFORM FIND-ADD-EVENT
           IF WS-AD-FOUND = "N"
               IF WS-AD-COUNT < 1000
                   ADD 1 TO WS-AD-COUNT
                   MOVE WS-AD-COUNT TO WS-AD-IDX
                   MOVE SPACES TO WS-AD-ENTRY (WS-AD-IDX)
                   MOVE WS-AUD-NAME  TO WS-AD-FULL-NAME (WS-AD-IDX)
                   MOVE AL-PERSON-ID TO WS-AD-PERSON-ID (WS-AD-IDX)
                   MOVE "Y" TO WS-AD-FOUND
               ELSE
                   IF WS-AD-OVERFLOW = "N"
                       MOVE "Y" TO WS-AD-OVERFLOW
                       STRING "  WARNING: MORE THAN 1000 PEOPLE "
                              "ADDED SINCE THE BACKUP - SOME CANNOT "
                              "BE PLACED"
                           DELIMITED BY SIZE INTO WS-PRINT-LINE
                       END-STRING
                       PERFORM WRITE-REPORT-LINE
                       ADD 1 TO WS-WARN-COUNT
                   END-IF
               END-IF
           END-IF
           IF WS-AD-FOUND = "Y"
               STRING AL-DATE AL-TIME DELIMITED BY SIZE
                   INTO WS-EVENT-STAMP
               END-STRING
               IF AL-DATE NOT > WS-AS-OF-DATE
                   MOVE WS-EVENT-STAMP TO WS-AD-IN-STAMP (WS-AD-IDX)
                   MOVE AL-RESULT      TO WS-AD-IN-RESULT (WS-AD-IDX)
                   MOVE AL-USERID      TO WS-AD-IN-USERID (WS-AD-IDX)
               ELSE
                   IF WS-AD-AFTER-STAMP (WS-AD-IDX) = SPACES
                       MOVE WS-EVENT-STAMP
                           TO WS-AD-AFTER-STAMP (WS-AD-IDX)
                   END-IF
               END-IF
           END-IF.

       FIND-ADD-EVENT.
           MOVE "N" TO WS-AD-FOUND
           PERFORM VARYING WS-AD-IDX FROM 1 BY 1
                   UNTIL WS-AD-IDX > WS-AD-COUNT
                      OR WS-AD-FOUND = "Y"
               IF WS-AD-FULL-NAME (WS-AD-IDX) = WS-FIND-FULL-NAME
                  AND WS-AD-PERSON-ID (WS-AD-IDX) = WS-FIND-PERSON-ID
                   MOVE "Y" TO WS-AD-FOUND
               END-IF
           END-PERFORM
           IF WS-AD-FOUND = "Y"
               SUBTRACT 1 FROM WS-AD-IDX
           END-IF.

      *Today's master closes the gaps: a record that moved before
      *the as-of date and has no later before-image has not moved
      *since, so it reads as it does now; a record not in the
      *backup and never imaged shows up here for the first time.
       MATCH-CURRENT-MASTER.
           OPEN INPUT USER-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               STRING "  WARNING: USERMSTR NOT AVAILABLE, STATUS "
                      WS-MASTER-STATUS
                      " - RECORDS CHANGED SINCE THE BACKUP MAY NOT B"
                      "E PLACED"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-WARN-COUNT
           ELSE
               SET WS-MSTR-AVAILABLE TO TRUE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ USER-MASTER-FILE NEXT
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM PROCESS-MASTER-RECORD
                   END-READ
                   IF WS-MASTER-STATUS NOT = "00"
                       SET WS-END-OF-FILE TO TRUE
                   END-IF
               END-PERFORM
               CLOSE USER-MASTER-FILE
           END-IF.

       PROCESS-MASTER-RECORD.
           ADD 1 TO WS-MSTR-READ
           MOVE MASTER-RECORD TO WS-IMAGE
           MOVE WS-IM-KEY TO WS-FIND-KEY
           PERFORM FIND-ENTRY
           IF WS-PT-FOUND = "N"
               PERFORM INSERT-ENTRY
           END-IF
           IF NOT WS-TABLE-FULL
               MOVE "Y" TO WS-PT-ON-MASTER (WS-PT-IDX)
               IF WS-PT-SOURCE (WS-PT-IDX) = SPACE
                  OR (WS-PT-SOURCE (WS-PT-IDX) = "B"
                      AND WS-PT-MOVED (WS-PT-IDX) = "Y")
                   PERFORM STORE-IMAGE-FIELDS
                   MOVE "M" TO WS-PT-SOURCE (WS-PT-IDX)
               END-IF
           END-IF.

      *How far the history and the audit trail reach back.  If
      *either starts after the backup was taken, records from the
      *gap have been archived or were never kept, and the answer
      *may be missing changes in that gap.
       REPORT-COVERAGE.
           IF WS-HIST-FIRST-DATE = HIGH-VALUES
               MOVE "NONE" TO WS-HIST-FIRST-DATE
           END-IF
           IF WS-AUD-FIRST-DATE = HIGH-VALUES
               MOVE "NONE" TO WS-AUD-FIRST-DATE
           END-IF
           IF WS-HIST-AVAILABLE
               STRING "  HISTFILE   " WS-HIST-READ
                      " IMAGES READ, FIRST DATED " WS-HIST-FIRST-DATE
                      ", " WS-HIST-UNWOUND " UNWOUND, "
                      WS-HIST-MOVED " CHANGED SINCE THE BACKUP"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               IF WS-HIST-FIRST-DATE IS NUMERIC
                  AND WS-HIST-FIRST-DATE > WS-BKP-CHOSEN-DATE
                   STRING "  WARNING: HISTFILE BEGINS "
                          WS-HIST-FIRST-DATE ", AFTER THE BACKUP - "
                          "EARLIER CHANGES ARE NO LONGER ON FILE"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
                   ADD 1 TO WS-WARN-COUNT
               END-IF
           END-IF
           IF WS-AUD-AVAILABLE
               STRING "  AUDITLOG   " WS-AUD-READ
                      " LINES READ, FIRST DATED " WS-AUD-FIRST-DATE
                      ", " WS-AUD-EVENTS
                      " ADDS/RENAMES SINCE THE BACKUP"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               IF WS-AUD-FIRST-DATE IS NUMERIC
                  AND WS-AUD-FIRST-DATE > WS-BKP-CHOSEN-DATE
                   STRING "  WARNING: AUDIT LINES BEFORE "
                          WS-AUD-FIRST-DATE " HAVE BEEN ARCHIVED "
                          "AWAY - ADDS SINCE THE BACKUP CANNOT ALL "
                          "BE PROVED"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
                   ADD 1 TO WS-WARN-COUNT
               END-IF
           END-IF
           IF WS-MSTR-AVAILABLE
               STRING "  USERMSTR   " WS-MSTR-READ
                      " RECORDS READ FOR CHANGES NOT UNWOUND"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *Decide whether the record was on the master at the end of the
      *as-of date.  An ADD after the as-of date, stamped before the
      *record's first later image, means it only arrived afterwards.
      *A record that was not in the backup needs an ADD on the audit
      *trail between the backup and the as-of date to be placed.
       RESOLVE-ONE-ENTRY.
           MOVE WS-PT-FULL-NAME (WS-PT-IDX) TO WS-FIND-FULL-NAME
           MOVE WS-PT-PERSON-ID (WS-PT-IDX) TO WS-FIND-PERSON-ID
           PERFORM FIND-ADD-EVENT
           IF WS-AD-FOUND = "N"
               MOVE 0 TO WS-AD-IDX
           END-IF
           MOVE "A" TO WS-PT-RESULT (WS-PT-IDX)
           EVALUATE TRUE
               WHEN WS-PT-SOURCE (WS-PT-IDX) = "H"
                   IF WS-AD-IDX > 0
                      AND WS-AD-AFTER-STAMP (WS-AD-IDX) NOT = SPACES
                      AND WS-AD-AFTER-STAMP (WS-AD-IDX)
                          < WS-PT-STAMP (WS-PT-IDX)
                       MOVE "A" TO WS-PT-RESULT (WS-PT-IDX)
                   ELSE
                       IF WS-PT-IN-BACKUP (WS-PT-IDX) = "Y"
                           MOVE "P" TO WS-PT-RESULT (WS-PT-IDX)
                       ELSE
                           PERFORM PLACE-BY-AUDIT-ADD
                       END-IF
                   END-IF
               WHEN WS-PT-IN-BACKUP (WS-PT-IDX) = "Y"
                   IF WS-PT-MOVED (WS-PT-IDX) NOT = "Y"
                       MOVE "P" TO WS-PT-RESULT (WS-PT-IDX)
                   ELSE
                       IF NOT WS-MSTR-AVAILABLE
                           MOVE "U" TO WS-PT-RESULT (WS-PT-IDX)
                       ELSE
                           IF WS-PT-ON-MASTER (WS-PT-IDX) = "Y"
                              AND (WS-AD-IDX = 0
                                   OR WS-AD-AFTER-STAMP (WS-AD-IDX)
                                      = SPACES)
                               MOVE "P" TO WS-PT-RESULT (WS-PT-IDX)
                           END-IF
                       END-IF
                   END-IF
               WHEN WS-PT-ON-MASTER (WS-PT-IDX) = "Y"
                   IF WS-AD-IDX = 0
                      OR WS-AD-AFTER-STAMP (WS-AD-IDX) = SPACES
                       PERFORM PLACE-BY-AUDIT-ADD
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM SELECT-ENTRY
           IF WS-PT-RESULT (WS-PT-IDX) = "U"
               ADD 1 TO WS-UNPLACED-COUNT
           END-IF
           IF WS-PT-RESULT (WS-PT-IDX) = "U"
              AND WS-PT-SELECTED (WS-PT-IDX) = "Y"
               PERFORM LIST-UNPLACED-ENTRY
           END-IF.

      *Placed only on the strength of an ADD line dated between the
      *backup and the as-of date - listed once per person, since
      *it is part of what the answer was built from
       PLACE-BY-AUDIT-ADD.
           IF WS-AD-IDX > 0
              AND WS-AD-IN-STAMP (WS-AD-IDX) NOT = SPACES
               MOVE "P" TO WS-PT-RESULT (WS-PT-IDX)
               IF WS-PT-KEY (WS-PT-IDX) (1:25) NOT = WS-PREV-PERSON
                  AND (WS-SEL-PERSON-ID = SPACES
                       OR WS-SEL-PERSON-ID
                          = WS-PT-PERSON-ID (WS-PT-IDX))
                  AND (NOT WS-DEPT-SELECTED
                       OR WS-SEL-DEPT-CODE
                          = WS-PT-DEPT-CODE (WS-PT-IDX))
                   MOVE WS-PT-KEY (WS-PT-IDX) (1:25)
                       TO WS-PREV-PERSON
                   PERFORM LIST-AUDIT-ADD
               END-IF
           ELSE
               MOVE "U" TO WS-PT-RESULT (WS-PT-IDX)
           END-IF.

       LIST-AUDIT-ADD.
           MOVE "AUDITLOG"                  TO WS-PL-TAG
           MOVE WS-PT-LAST-NAME (WS-PT-IDX)  TO WS-PL-LAST-NAME
           MOVE WS-PT-FIRST-NAME (WS-PT-IDX) TO WS-PL-FIRST-NAME
           MOVE WS-PT-PERSON-ID (WS-PT-IDX)  TO WS-PL-PERSON-ID
           MOVE SPACES                       TO WS-PL-HORIZON
           MOVE SPACES TO WS-PL-TEXT
           STRING WS-AD-IN-RESULT (WS-AD-IDX) " "
                  WS-AD-IN-STAMP (WS-AD-IDX) (1:8) " "
                  WS-AD-IN-STAMP (WS-AD-IDX) (9:6) " BY "
                  WS-AD-IN-USERID (WS-AD-IDX)
                  " - ADDED SINCE THE BACKUP"
               DELIMITED BY SIZE INTO WS-PL-TEXT
           END-STRING
           MOVE WS-PLACE-LINE TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

       LIST-UNPLACED-ENTRY.
           MOVE "CANNOT PLACE"              TO WS-PL-TAG
           MOVE WS-PT-LAST-NAME (WS-PT-IDX)  TO WS-PL-LAST-NAME
           MOVE WS-PT-FIRST-NAME (WS-PT-IDX) TO WS-PL-FIRST-NAME
           MOVE WS-PT-PERSON-ID (WS-PT-IDX)  TO WS-PL-PERSON-ID
           MOVE WS-PT-HORIZON (WS-PT-IDX)    TO WS-PL-HORIZON
           IF WS-PT-IN-BACKUP (WS-PT-IDX) = "Y"
               STRING "CHANGED SINCE THE BACKUP, NO LATER IMAGE "
                      "AND NO MASTER TO READ"
                   DELIMITED BY SIZE INTO WS-PL-TEXT
               END-STRING
           ELSE
               STRING "NOT IN THE BACKUP AND NO ADD ON THE AUDIT "
                      "TRAIL - NOT SHOWN"
                   DELIMITED BY SIZE INTO WS-PL-TEXT
               END-STRING
           END-IF
           MOVE WS-PLACE-LINE TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

      *On the roster that day and inside the PERSON/DEPT asked for.
      *A single-person question also answers for a leaver, so a
      *terminated record only drops out of the whole-roster view.
       SELECT-ENTRY.
           IF (WS-SEL-PERSON-ID = SPACES
               OR WS-SEL-PERSON-ID = WS-PT-PERSON-ID (WS-PT-IDX))
              AND (NOT WS-DEPT-SELECTED
               OR WS-SEL-DEPT-CODE = WS-PT-DEPT-CODE (WS-PT-IDX))
               MOVE "Y" TO WS-PT-SELECTED (WS-PT-IDX)
               IF WS-PT-RESULT (WS-PT-IDX) = "P"
                  AND WS-PT-EMP-STATUS (WS-PT-IDX) = "T"
                  AND WS-SEL-PERSON-ID = SPACES
                   MOVE "N" TO WS-PT-SELECTED (WS-PT-IDX)
               END-IF
           END-IF.

      *HELLORPT's layout from here on, over the rebuilt table
       PRINT-ROSTER.
           MOVE WS-ROSTER-HEADING TO WS-HEADING-2
           MOVE 99 TO WS-LINE-COUNT
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
               IF WS-PT-RESULT (WS-PT-IDX) = "P"
                  AND WS-PT-SELECTED (WS-PT-IDX) = "Y"
                   PERFORM NOTE-DEPARTMENT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                   UNTIL WS-DC-IDX > WS-DC-COUNT
               MOVE WS-DC-CODE (WS-DC-IDX) TO WS-CUR-REPORT-DEPT
               PERFORM REPORT-ONE-DEPARTMENT
           END-PERFORM
           MOVE WS-GRAND-COUNT TO WS-GT-COUNT
           PERFORM WRITE-REPORT-LINE
           MOVE WS-GRAND-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

       NOTE-DEPARTMENT.
           MOVE "N" TO WS-DC-FOUND
           PERFORM VARYING WS-DC-SCAN FROM 1 BY 1
                   UNTIL WS-DC-SCAN > WS-DC-COUNT
               IF WS-DC-CODE (WS-DC-SCAN)
                  = WS-PT-DEPT-CODE (WS-PT-IDX)
                   MOVE "Y" TO WS-DC-FOUND
               END-IF
           END-PERFORM
           IF WS-DC-FOUND = "N"
               IF WS-DC-COUNT < 50
                   ADD 1 TO WS-DC-COUNT
                   MOVE WS-DC-COUNT TO WS-DC-SCAN
                   MOVE "N" TO WS-DC-PLACED
                   PERFORM UNTIL WS-DC-SCAN = 1
                          OR WS-DC-PLACED = "Y"
                       IF WS-DC-CODE (WS-DC-SCAN - 1)
                          < WS-PT-DEPT-CODE (WS-PT-IDX)
                           MOVE "Y" TO WS-DC-PLACED
                       ELSE
                           MOVE WS-DC-CODE (WS-DC-SCAN - 1)
                               TO WS-DC-CODE (WS-DC-SCAN)
                           SUBTRACT 1 FROM WS-DC-SCAN
                       END-IF
                   END-PERFORM
                   MOVE WS-PT-DEPT-CODE (WS-PT-IDX)
                       TO WS-DC-CODE (WS-DC-SCAN)
               ELSE
                   IF WS-DC-OVERFLOW = "N"
                       MOVE "Y" TO WS-DC-OVERFLOW
                       DISPLAY "WARNING: MORE THAN 50 DISTINCT "
                           "DEPARTMENTS ON ROSTER - REPORT IS "
                           "PARTIAL"
                       ADD 1 TO WS-WARN-COUNT
                   END-IF
               END-IF
           END-IF.

      *One sweep of the rebuilt table per department; a person's
      *horizon records are contiguous, so a change of name+id
      *prints the line being assembled
       REPORT-ONE-DEPARTMENT.
           MOVE 0 TO WS-DEPT-COUNT
           IF WS-CUR-REPORT-DEPT = SPACES
               MOVE "(NONE)" TO WS-DL-DEPT
               MOVE "(NONE)" TO WS-DT-DEPT
           ELSE
               MOVE WS-CUR-REPORT-DEPT TO WS-DL-DEPT
               MOVE WS-CUR-REPORT-DEPT TO WS-DT-DEPT
           END-IF
           IF WS-LINE-COUNT > 52
               PERFORM PRINT-PAGE-HEADING
           END-IF
           MOVE WS-DEPT-LINE TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PREV-PERSON
           MOVE "N" TO WS-PERSON-IN-PROGRESS
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
               IF WS-PT-RESULT (WS-PT-IDX) = "P"
                  AND WS-PT-SELECTED (WS-PT-IDX) = "Y"
                  AND WS-PT-DEPT-CODE (WS-PT-IDX)
                      = WS-CUR-REPORT-DEPT
                   PERFORM BUILD-PERSON-LINE
               END-IF
           END-PERFORM
           IF WS-PERSON-IN-PROGRESS = "Y"
               PERFORM PRINT-PERSON-LINE
           END-IF
           MOVE WS-DEPT-COUNT TO WS-DT-COUNT
           MOVE WS-DEPT-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

       BUILD-PERSON-LINE.
           IF WS-PT-KEY (WS-PT-IDX) (1:25) NOT = WS-PREV-PERSON
               IF WS-PERSON-IN-PROGRESS = "Y"
                   PERFORM PRINT-PERSON-LINE
               END-IF
               MOVE "Y" TO WS-PERSON-IN-PROGRESS
               MOVE WS-PT-KEY (WS-PT-IDX) (1:25) TO WS-PREV-PERSON
               EVALUATE WS-PT-EMP-STATUS (WS-PT-IDX)
                   WHEN "L"
                       MOVE "ON LEAVE" TO WS-DET-STATUS
                   WHEN "T"
                       MOVE "TERMED"   TO WS-DET-STATUS
                   WHEN OTHER
                       MOVE SPACES     TO WS-DET-STATUS
               END-EVALUATE
               MOVE WS-PT-LAST-NAME (WS-PT-IDX)  TO WS-DET-LAST-NAME
               MOVE WS-PT-FIRST-NAME (WS-PT-IDX) TO WS-DET-FIRST-NAME
               MOVE 0 TO WS-NUM-5 WS-NUM-2
               IF WS-PT-PERSON-ID (WS-PT-IDX) IS NUMERIC
                   MOVE WS-PT-PERSON-ID (WS-PT-IDX) TO WS-NUM-5
               END-IF
               MOVE WS-NUM-5 TO WS-DET-PERSON-ID
               IF WS-PT-ORIG-AGE (WS-PT-IDX) IS NUMERIC
                   MOVE WS-PT-ORIG-AGE (WS-PT-IDX) TO WS-NUM-2
               END-IF
               MOVE WS-NUM-2 TO WS-DET-ORIG-AGE
               PERFORM VARYING WS-PROJ-SLOT FROM 1 BY 1
                       UNTIL WS-PROJ-SLOT > 4
                   MOVE 0 TO WS-DET-HZN (WS-PROJ-SLOT)
                   MOVE 0 TO WS-DET-AGE (WS-PROJ-SLOT)
               END-PERFORM
               MOVE 0 TO WS-PROJ-SLOT
           END-IF
           IF WS-PROJ-SLOT < 4
               ADD 1 TO WS-PROJ-SLOT
               MOVE 0 TO WS-NUM-2 WS-NUM-3
               IF WS-PT-HORIZON (WS-PT-IDX) IS NUMERIC
                   MOVE WS-PT-HORIZON (WS-PT-IDX) TO WS-NUM-2
               END-IF
               IF WS-PT-PROJ-AGE (WS-PT-IDX) IS NUMERIC
                   MOVE WS-PT-PROJ-AGE (WS-PT-IDX) TO WS-NUM-3
               END-IF
               MOVE WS-NUM-2 TO WS-DET-HZN (WS-PROJ-SLOT)
               MOVE WS-NUM-3 TO WS-DET-AGE (WS-PROJ-SLOT)
           END-IF.

       PRINT-PERSON-LINE.
           ADD 1 TO WS-DEPT-COUNT
           ADD 1 TO WS-GRAND-COUNT
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

      *A reason the run cannot give a trustworthy answer: on the
      *report and the console both, and the step ends RC 8
       STOP-THE-RUN.
           SET WS-RUN-STOPPED TO TRUE
           IF WS-PRINT-LINE NOT = SPACES
               DISPLAY "ERROR: " WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO WS-STOP-TEXT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  STOPPED - " WS-STOP-TEXT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *Every printed line passes through here so the page heading
      *and page number stay right without each caller counting
       WRITE-REPORT-LINE.
           IF WS-LINE-COUNT > 54
               PERFORM PRINT-PAGE-HEADING
           END-IF
           MOVE WS-PRINT-LINE TO PIT-REPORT-RECORD
           WRITE PIT-REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT.

       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-HDG-PAGE
           MOVE SPACES TO PIT-REPORT-RECORD
           MOVE WS-HEADING-1 TO PIT-REPORT-RECORD
           WRITE PIT-REPORT-RECORD
           MOVE WS-HEADING-2 TO PIT-REPORT-RECORD
           WRITE PIT-REPORT-RECORD
           MOVE SPACES TO PIT-REPORT-RECORD
           WRITE PIT-REPORT-RECORD
           MOVE 3 TO WS-LINE-COUNT.

      *RETURN-CODE severity: 0 = every record on the roster proved
      *from the backup, history and audit trail, 4 = roster printed
      *but some records could not be placed or a source stops short
      *of the backup, 8 = no answer (bad PITPARM, no backup old
      *enough, damaged backup or table overflow)
       FINISH-UP.
           IF WS-UNPLACED-COUNT > 0
               MOVE WS-UNPLACED-COUNT TO WS-EDIT-COUNT
               STRING "WARNING: " WS-EDIT-COUNT
                      " RECORDS COULD NOT BE PLACED ON THE AS-OF DATE"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               DISPLAY WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-WARN-COUNT
           END-IF
           CLOSE PIT-REPORT-FILE
           DISPLAY "HELLOPIT DONE. HEAD COUNT: " WS-GRAND-COUNT
           EVALUATE TRUE
               WHEN WS-RUN-STOPPED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WARN-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       END PROGRAM HELLOPIT.
