      ******************************************************************
      * Program: HELLOHRC
      * Purpose: HR roster feed comparison.  HR sends its own list of
      *          who works here (HRFEED - comma-delimited, LAST
      *          NAME,FIRST NAME,PERSON ID,BIRTH DATE,DEPT, the
      *          mirror image of HELLOCSV's ROSTER.CSV).  Every HR
      *          line is matched to a person on USERMSTR by person
      *          ID, falling back to name plus date of birth, and
      *          the differences become a proposed TRANSIN deck in
      *          HELLOBAT's 80-column layout (HRDECK): A(dd) for
      *          people HR has and we do not, C(hange) where the
      *          date of birth or department differ, T(erminate)
      *          for people HR no longer lists, R(einstate) for a
      *          terminated person HR still lists, and an ADD plus
      *          M(erge) where HR has assigned an ID to one of our
      *          legacy zero-ID records.  HRCRPT explains every card
      *          and lists what no card can fix (a name that
      *          differs - HELLOMNT renames - or two different IDs
      *          for one person).  Nothing is applied here:
      *          operations reviews the report and decides whether
      *          the deck goes into the next night's TRANSIN, and
      *          keys the approving operator's userid on each card
      *          it passes - HELLOBAT denies a card that names no
      *          keyer.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOHRC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HR-FEED-FILE ASSIGN TO "HRFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT USER-MASTER-FILE ASSIGN TO "USERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MR-KEY
               ALTERNATE RECORD KEY IS MR-LAST-NAME WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
      *    Department reference table, so a card HELLOBAT would
      *    reject for an unknown department is flagged tonight
           SELECT DEPARTMENT-FILE ASSIGN TO "DEPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-FILE-STATUS.
      *    The proposed transaction deck, same 80 columns as TRANSIN
           SELECT PROPOSED-DECK-FILE ASSIGN TO "HRDECK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DECK-STATUS.
           SELECT COMPARE-REPORT-FILE ASSIGN TO "HRCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD HR-FEED-FILE.
       01 HR-FEED-RECORD        PIC X(120).
       FD USER-MASTER-FILE.
           COPY WSMASTR.
       FD DEPARTMENT-FILE.
           COPY WSDEPT.
      *HELLOBAT's TRANSACTION-RECORD, column for column
       FD PROPOSED-DECK-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 DECK-RECORD.
           COPY WSUSER
               REPLACING ==01 WS-USER==      BY ==05 DK-USER==
                   ==05 WS-FIRST-NAME== BY ==09 WS-FIRST-NAME==
                   ==05 WS-LAST-NAME==  BY ==09 WS-LAST-NAME==
                   ==05 WS-AGE==        BY ==09 WS-AGE==
                   ==05 WS-BIRTH-DATE== BY ==09 WS-BIRTH-DATE==
                   ==05 WS-PERSON-ID==  BY ==09 WS-PERSON-ID==.
           05 DK-TRANS-CODE        PIC X.
           05 DK-MERGE-FROM-ID     PIC X(5).
           05 DK-DEPT-CODE         PIC X(4).
           05 DK-CYCLE-COUNT       PIC X.
           05 DK-KEYED-BY          PIC X(8).
           05 DK-REJECT-REASON     PIC X(17).
           05 DK-EFFECTIVE-DATE    PIC X(8).
           05 FILLER               PIC X(1).
       FD COMPARE-REPORT-FILE.
       01 COMPARE-REPORT-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
           COPY WSDPTWS.
       01 WS-FEED-STATUS        PIC XX.
       01 WS-MASTER-STATUS      PIC XX.
       01 WS-DECK-STATUS        PIC XX.
       01 WS-REPORT-STATUS      PIC XX.
       01 WS-EOF-FLAG           PIC X VALUE "N".
           88 WS-END-OF-FILE    VALUE "Y".
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-RUN-DATE           PIC 9(8).
       01 WS-FEED-ERR-FLAG      PIC X VALUE "N".
           88 WS-FEED-MISSING   VALUE "Y".
      *One HR line, split at the commas, then proved
       01 WS-HR-LAST-TEXT       PIC X(20).
       01 WS-HR-FIRST-TEXT      PIC X(20).
       01 WS-HR-PID-TEXT        PIC X(10).
       01 WS-HR-BIRTH-TEXT      PIC X(10).
       01 WS-HR-DEPT-TEXT       PIC X(10).
       01 WS-HR-LAST-NAME       PIC X(10).
       01 WS-HR-FIRST-NAME      PIC X(10).
       01 WS-HR-PERSON-ID       PIC 9(5) VALUE 0.
       01 WS-HR-BIRTH-DATE      PIC 9(8) VALUE 0.
       01 WS-HR-DEPT-CODE       PIC X(4).
       01 WS-LINE-OK-FLAG       PIC X VALUE "Y".
           88 WS-LINE-OK        VALUE "Y".
       01 WS-BAD-LINE-REASON    PIC X(30).
      *One entry per person on the master (not per horizon record),
      *flagged as HR lines claim them.  Keyed the way the master is:
      *name plus person ID.
       01 WS-MT-COUNT           PIC 9(3) VALUE 0.
       01 WS-MT-IDX             PIC 9(3) VALUE 1.
       01 WS-MT-FULL            PIC X VALUE "N".
           88 WS-MT-TABLE-FULL  VALUE "Y".
       01 WS-MASTER-TABLE.
           05 WS-MT-ENTRY OCCURS 500 TIMES.
               10 WS-MT-LAST-NAME  PIC X(10).
               10 WS-MT-FIRST-NAME PIC X(10).
               10 WS-MT-PERSON-ID  PIC 9(5).
               10 WS-MT-BIRTH-DATE PIC 9(8).
               10 WS-MT-AGE        PIC 9(2).
               10 WS-MT-DEPT-CODE  PIC X(4).
               10 WS-MT-STATUS     PIC X.
               10 WS-MT-MATCHED    PIC X.
       01 WS-PREV-PERSON        PIC X(25) VALUE SPACES.
       01 WS-MATCH-IDX          PIC 9(3) VALUE 0.
       01 WS-MATCH-HOW          PIC X(4) VALUE SPACES.
      *Age to punch on a card, worked out from a date of birth as
      *of the run date (999 = cannot be worked out)
       01 WS-AGE-BIRTH-DATE     PIC 9(8).
       01 WS-AGE-BIRTH-PARTS REDEFINES WS-AGE-BIRTH-DATE.
           05 WS-AB-YEAR        PIC 9(4).
           05 WS-AB-MMDD        PIC 9(4).
       01 WS-RUN-DATE-PARTS.
           05 WS-RD-YEAR        PIC 9(4).
           05 WS-RD-MMDD        PIC 9(4).
       01 WS-CARD-AGE           PIC 9(3) VALUE 0.
      *What the card being built needs and why it is being written
       01 WS-CHANGE-FLAGS.
           05 WS-DOB-DIFFERS    PIC X VALUE "N".
           05 WS-DEPT-DIFFERS   PIC X VALUE "N".
       01 WS-CARD-DEPT          PIC X(4).
       01 WS-CARD-BIRTH-DATE    PIC 9(8).
      *Counts for the summary and the RETURN-CODE
       01 WS-FEED-COUNT         PIC 9(5) VALUE 0.
       01 WS-MATCH-COUNT        PIC 9(5) VALUE 0.
       01 WS-UNREADABLE-COUNT   PIC 9(5) VALUE 0.
       01 WS-ADD-COUNT          PIC 9(5) VALUE 0.
       01 WS-CHANGE-COUNT       PIC 9(5) VALUE 0.
       01 WS-TERM-COUNT         PIC 9(5) VALUE 0.
       01 WS-REHIRE-COUNT       PIC 9(5) VALUE 0.
       01 WS-MERGE-COUNT        PIC 9(5) VALUE 0.
       01 WS-CARD-COUNT         PIC 9(5) VALUE 0.
       01 WS-REVIEW-COUNT       PIC 9(5) VALUE 0.
      *Page control: 55 detail/heading lines to a page
       01 WS-LINE-COUNT         PIC 9(2) VALUE 99.
       01 WS-PAGE-COUNT         PIC 9(4) VALUE 0.
       01 WS-PRINT-LINE         PIC X(132) VALUE SPACES.
       01 WS-HEADING-1.
           05 FILLER            PIC X(26) VALUE
               "HR ROSTER FEED COMPARISON".
           05 FILLER            PIC X(12) VALUE "   RUN DATE ".
           05 WS-HDG-DATE       PIC X(8).
           05 FILLER            PIC X(8) VALUE "   PAGE ".
           05 WS-HDG-PAGE       PIC ZZZ9.
       01 WS-HEADING-2.
           05 FILLER            PIC X(132) VALUE
               "CARD    PERSON ID  LAST NAME   FIRST NAME  EXPLANATION".
      *One line per card written (or per difference no card fixes)
       01 WS-DETAIL-LINE.
           05 WS-DET-CARD       PIC X(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DET-PERSON-ID  PIC 9(5).
           05 FILLER            PIC X(6) VALUE SPACES.
           05 WS-DET-LAST-NAME  PIC X(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DET-FIRST-NAME PIC X(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DET-REASON     PIC X(60).
       01 WS-TOTAL-LINE.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-TL-LABEL       PIC X(40).
           05 WS-TL-COUNT       PIC ZZZZ9.

       PROCEDURE DIVISION.
      * Run all functions
       PERFORM START-UP
       IF NOT WS-FEED-MISSING
           PERFORM LOAD-MASTER-TABLE
           PERFORM READ-FEED-LINE
           PERFORM COMPARE-FEED-LINE UNTIL WS-END-OF-FILE
           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
                   UNTIL WS-MT-IDX > WS-MT-COUNT
               IF WS-MT-MATCHED (WS-MT-IDX) = "N"
                   PERFORM PROPOSE-TERMINATION
               END-IF
           END-PERFORM
       END-IF
       PERFORM FINISH-UP
       GOBACK.

       START-UP.
           DISPLAY "HELLOHRC - HR ROSTER FEED COMPARISON"
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE (1:8) TO WS-RUN-DATE
           MOVE WS-CURRENT-DATE (1:8) TO WS-HDG-DATE
           MOVE WS-RUN-DATE TO WS-RUN-DATE-PARTS
           PERFORM LOAD-DEPT-TABLE
           OPEN OUTPUT COMPARE-REPORT-FILE
           OPEN OUTPUT PROPOSED-DECK-FILE
           OPEN INPUT HR-FEED-FILE
           IF WS-FEED-STATUS NOT = "00"
               SET WS-FEED-MISSING TO TRUE
               DISPLAY "ERROR: CANNOT OPEN HRFEED - STATUS "
                   WS-FEED-STATUS
               MOVE "HRFEED COULD NOT BE OPENED - NO COMPARISON MADE"
                   TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *Pull the department reference table into storage.  No file
      *means no departments are defined yet.
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

      *Is the HR department on the reference table?
       FIND-DEPT-ENTRY.
           MOVE "N" TO WS-DEPT-FOUND-FLAG
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF WS-DEPT-CODE-T (WS-DEPT-IDX) = WS-HR-DEPT-CODE
                   SET WS-DEPT-FOUND TO TRUE
               END-IF
           END-PERFORM.

      *One table entry per person: the first horizon record of each
      *contiguous name+ID group speaks for them all
       LOAD-MASTER-TABLE.
           OPEN INPUT USER-MASTER-FILE
           IF WS-MASTER-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-MASTER-RECORD
               PERFORM STORE-MASTER-PERSON UNTIL WS-END-OF-FILE
               CLOSE USER-MASTER-FILE
           ELSE
               DISPLAY "USERMSTR NOT PRESENT - EVERY HR LINE WILL "
                   "PROPOSE AN ADD"
           END-IF
           MOVE "N" TO WS-EOF-FLAG.

       READ-MASTER-RECORD.
           READ USER-MASTER-FILE NEXT
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           IF WS-MASTER-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           END-IF.

       STORE-MASTER-PERSON.
           IF MR-KEY (1:25) NOT = WS-PREV-PERSON
               MOVE MR-KEY (1:25) TO WS-PREV-PERSON
               IF WS-MT-COUNT < 500
                   ADD 1 TO WS-MT-COUNT
                   MOVE MR-LAST-NAME  TO WS-MT-LAST-NAME (WS-MT-COUNT)
                   MOVE MR-FIRST-NAME
                       TO WS-MT-FIRST-NAME (WS-MT-COUNT)
                   MOVE MR-PERSON-ID  TO WS-MT-PERSON-ID (WS-MT-COUNT)
                   IF MR-BIRTH-DATE IS NUMERIC
                       MOVE MR-BIRTH-DATE
                           TO WS-MT-BIRTH-DATE (WS-MT-COUNT)
                   ELSE
                       MOVE 0 TO WS-MT-BIRTH-DATE (WS-MT-COUNT)
                   END-IF
                   MOVE MR-ORIGINAL-AGE TO WS-MT-AGE (WS-MT-COUNT)
                   MOVE MR-DEPT-CODE  TO WS-MT-DEPT-CODE (WS-MT-COUNT)
                   IF MR-ACTIVE
                       MOVE "A" TO WS-MT-STATUS (WS-MT-COUNT)
                   ELSE
                       MOVE MR-EMP-STATUS TO WS-MT-STATUS (WS-MT-COUNT)
                   END-IF
                   MOVE "N" TO WS-MT-MATCHED (WS-MT-COUNT)
               ELSE
                   IF NOT WS-MT-TABLE-FULL
                       SET WS-MT-TABLE-FULL TO TRUE
                       DISPLAY "WARNING: MORE THAN 500 PERSONS ON "
                           "USERMSTR - COMPARISON IS PARTIAL"
                   END-IF
               END-IF
           END-IF
           PERFORM READ-MASTER-RECORD.

       READ-FEED-LINE.
           READ HR-FEED-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           IF WS-FEED-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           END-IF.

      *Comment lines (*), blank lines and HR's own header row are
      *skipped; anything else is one person HR says works here
       COMPARE-FEED-LINE.
           IF HR-FEED-RECORD (1:1) = "*"
              OR HR-FEED-RECORD = SPACES
              OR HR-FEED-RECORD (1:10) = "LAST NAME,"
               CONTINUE
           ELSE
               ADD 1 TO WS-FEED-COUNT
               PERFORM PARSE-FEED-LINE
               IF WS-LINE-OK
                   PERFORM MATCH-FEED-PERSON
               ELSE
                   ADD 1 TO WS-UNREADABLE-COUNT
                   ADD 1 TO WS-REVIEW-COUNT
                   MOVE "NONE"          TO WS-DET-CARD
                   MOVE 0               TO WS-DET-PERSON-ID
                   MOVE HR-FEED-RECORD (1:10) TO WS-DET-LAST-NAME
                   MOVE SPACES          TO WS-DET-FIRST-NAME
                   MOVE SPACES          TO WS-DET-REASON
                   STRING "UNREADABLE HR LINE: " DELIMITED BY SIZE
                       WS-BAD-LINE-REASON DELIMITED BY SIZE
                       INTO WS-DET-REASON
                   END-STRING
                   PERFORM WRITE-DETAIL-LINE
               END-IF
           END-IF
           PERFORM READ-FEED-LINE.

      *Blank ID or birth date columns mean HR does not have them;
      *anything present must be all digits
       PARSE-FEED-LINE.
           MOVE "Y" TO WS-LINE-OK-FLAG
           MOVE SPACES TO WS-BAD-LINE-REASON
           MOVE SPACES TO WS-HR-LAST-TEXT WS-HR-FIRST-TEXT
               WS-HR-PID-TEXT WS-HR-BIRTH-TEXT WS-HR-DEPT-TEXT
           UNSTRING HR-FEED-RECORD DELIMITED BY ","
               INTO WS-HR-LAST-TEXT WS-HR-FIRST-TEXT WS-HR-PID-TEXT
                    WS-HR-BIRTH-TEXT WS-HR-DEPT-TEXT
           END-UNSTRING
           MOVE WS-HR-LAST-TEXT (1:10)  TO WS-HR-LAST-NAME
           MOVE WS-HR-FIRST-TEXT (1:10) TO WS-HR-FIRST-NAME
           MOVE WS-HR-DEPT-TEXT (1:4)   TO WS-HR-DEPT-CODE
           MOVE 0 TO WS-HR-PERSON-ID WS-HR-BIRTH-DATE
           EVALUATE TRUE
               WHEN WS-HR-LAST-NAME = SPACES
                   MOVE "N" TO WS-LINE-OK-FLAG
                   MOVE "NO LAST NAME" TO WS-BAD-LINE-REASON
               WHEN WS-HR-FIRST-NAME = SPACES
                   MOVE "N" TO WS-LINE-OK-FLAG
                   MOVE "NO FIRST NAME" TO WS-BAD-LINE-REASON
               WHEN WS-HR-PID-TEXT NOT = SPACES
                AND (WS-HR-PID-TEXT (1:5) IS NOT NUMERIC
                  OR WS-HR-PID-TEXT (6:5) NOT = SPACES)
                   MOVE "N" TO WS-LINE-OK-FLAG
                   MOVE "PERSON ID NOT 5 DIGITS" TO WS-BAD-LINE-REASON
               WHEN WS-HR-BIRTH-TEXT NOT = SPACES
                AND (WS-HR-BIRTH-TEXT (1:8) IS NOT NUMERIC
                  OR WS-HR-BIRTH-TEXT (9:2) NOT = SPACES)
                   MOVE "N" TO WS-LINE-OK-FLAG
                   MOVE "BIRTH DATE NOT CCYYMMDD" TO WS-BAD-LINE-REASON
               WHEN WS-HR-DEPT-TEXT (5:6) NOT = SPACES
                   MOVE "N" TO WS-LINE-OK-FLAG
                   MOVE "DEPT LONGER THAN FOUR" TO WS-BAD-LINE-REASON
               WHEN OTHER
                   IF WS-HR-PID-TEXT NOT = SPACES
                       MOVE WS-HR-PID-TEXT (1:5) TO WS-HR-PERSON-ID
                   END-IF
                   IF WS-HR-BIRTH-TEXT NOT = SPACES
                       MOVE WS-HR-BIRTH-TEXT (1:8) TO WS-HR-BIRTH-DATE
                   END-IF
           END-EVALUATE.

      *Person ID first; failing that, name plus date of birth (a
      *master record with no birth date on file still matches on
      *the name, and the CHANGE card will supply HR's date)
       MATCH-FEED-PERSON.
           MOVE 0 TO WS-MATCH-IDX
           MOVE SPACES TO WS-MATCH-HOW
           IF WS-HR-PERSON-ID > 0
               PERFORM VARYING WS-MT-IDX FROM 1 BY 1
                       UNTIL WS-MT-IDX > WS-MT-COUNT
                          OR WS-MATCH-IDX > 0
                   IF WS-MT-PERSON-ID (WS-MT-IDX) = WS-HR-PERSON-ID
                       MOVE WS-MT-IDX TO WS-MATCH-IDX
                       MOVE "ID" TO WS-MATCH-HOW
                   END-IF
               END-PERFORM
           END-IF
           IF WS-MATCH-IDX = 0
               PERFORM VARYING WS-MT-IDX FROM 1 BY 1
                       UNTIL WS-MT-IDX > WS-MT-COUNT
                          OR WS-MATCH-IDX > 0
                   IF WS-MT-LAST-NAME (WS-MT-IDX) = WS-HR-LAST-NAME
                      AND WS-MT-FIRST-NAME (WS-MT-IDX)
                          = WS-HR-FIRST-NAME
                      AND (WS-MT-BIRTH-DATE (WS-MT-IDX)
                          = WS-HR-BIRTH-DATE
                        OR WS-MT-BIRTH-DATE (WS-MT-IDX) = 0)
                       MOVE WS-MT-IDX TO WS-MATCH-IDX
                       MOVE "NAME" TO WS-MATCH-HOW
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN WS-MATCH-IDX = 0
                   PERFORM PROPOSE-ADD
               WHEN WS-MT-MATCHED (WS-MATCH-IDX) = "Y"
                   PERFORM REPORT-DUPLICATE-LINE
               WHEN WS-MATCH-HOW = "NAME"
                AND WS-HR-PERSON-ID > 0
                AND WS-MT-PERSON-ID (WS-MATCH-IDX) = 0
                   MOVE "Y" TO WS-MT-MATCHED (WS-MATCH-IDX)
                   ADD 1 TO WS-MATCH-COUNT
                   PERFORM PROPOSE-ID-MERGE
               WHEN WS-MATCH-HOW = "NAME"
                AND WS-HR-PERSON-ID > 0
                AND WS-MT-PERSON-ID (WS-MATCH-IDX) NOT =
                    WS-HR-PERSON-ID
                   MOVE "Y" TO WS-MT-MATCHED (WS-MATCH-IDX)
                   ADD 1 TO WS-MATCH-COUNT
                   PERFORM REPORT-ID-CONFLICT
               WHEN OTHER
                   MOVE "Y" TO WS-MT-MATCHED (WS-MATCH-IDX)
                   ADD 1 TO WS-MATCH-COUNT
                   PERFORM COMPARE-MATCHED-PERSON
           END-EVALUATE.

      *The person is on both sides - what, if anything, differs?
       COMPARE-MATCHED-PERSON.
           MOVE WS-MATCH-IDX TO WS-MT-IDX
           IF WS-MT-LAST-NAME (WS-MT-IDX) NOT = WS-HR-LAST-NAME
              OR WS-MT-FIRST-NAME (WS-MT-IDX) NOT = WS-HR-FIRST-NAME
               ADD 1 TO WS-REVIEW-COUNT
               MOVE "NONE" TO WS-DET-CARD
               PERFORM MOVE-MASTER-TO-DETAIL
               MOVE SPACES TO WS-DET-REASON
               STRING "NAME DIFFERS - HR HAS " DELIMITED BY SIZE
                   WS-HR-FIRST-NAME DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-HR-LAST-NAME DELIMITED BY SPACE
                   " - RENAME WITH HELLOMNT" DELIMITED BY SIZE
                   INTO WS-DET-REASON
               END-STRING
               PERFORM WRITE-DETAIL-LINE
           END-IF
           IF WS-MT-STATUS (WS-MT-IDX) = "T"
               PERFORM PROPOSE-REHIRE
           END-IF
           MOVE "N" TO WS-DOB-DIFFERS WS-DEPT-DIFFERS
           IF WS-HR-BIRTH-DATE > 0
              AND WS-HR-BIRTH-DATE NOT = WS-MT-BIRTH-DATE (WS-MT-IDX)
               MOVE "Y" TO WS-DOB-DIFFERS
           END-IF
           IF WS-HR-DEPT-CODE NOT = SPACES
              AND WS-HR-DEPT-CODE NOT = WS-MT-DEPT-CODE (WS-MT-IDX)
               MOVE "Y" TO WS-DEPT-DIFFERS
           END-IF
           IF WS-HR-DEPT-CODE = SPACES
              AND WS-MT-DEPT-CODE (WS-MT-IDX) NOT = SPACES
               ADD 1 TO WS-REVIEW-COUNT
               MOVE "NONE" TO WS-DET-CARD
               PERFORM MOVE-MASTER-TO-DETAIL
               MOVE "HR FEED HAS NO DEPT - MASTER DEPT KEPT"
                   TO WS-DET-REASON
               PERFORM WRITE-DETAIL-LINE
           END-IF
           IF WS-DOB-DIFFERS = "Y" OR WS-DEPT-DIFFERS = "Y"
               PERFORM PROPOSE-CHANGE
           END-IF.

      *HR has someone we do not
       PROPOSE-ADD.
           MOVE WS-HR-BIRTH-DATE TO WS-AGE-BIRTH-DATE
           PERFORM WORK-OUT-CARD-AGE
           MOVE SPACES TO DECK-RECORD
           MOVE WS-HR-FIRST-NAME TO WS-FIRST-NAME OF DK-USER
           MOVE WS-HR-LAST-NAME  TO WS-LAST-NAME OF DK-USER
           MOVE WS-HR-PERSON-ID  TO WS-PERSON-ID OF DK-USER
           MOVE WS-HR-BIRTH-DATE TO WS-BIRTH-DATE OF DK-USER
           IF WS-CARD-AGE < 100
               MOVE WS-CARD-AGE TO WS-AGE OF DK-USER
           END-IF
           MOVE "A"              TO DK-TRANS-CODE
           MOVE WS-HR-DEPT-CODE  TO DK-DEPT-CODE
           PERFORM WRITE-DECK-CARD
           ADD 1 TO WS-ADD-COUNT
           MOVE "ADD"            TO WS-DET-CARD
           PERFORM MOVE-HR-TO-DETAIL
           IF WS-CARD-AGE < 100
               MOVE "ON HR FEED, NOT ON USERMSTR" TO WS-DET-REASON
           ELSE
               ADD 1 TO WS-REVIEW-COUNT
               MOVE "NOT ON USERMSTR, NO BIRTH DATE - KEY THE AGE"
                   TO WS-DET-REASON
           END-IF
           PERFORM WRITE-DETAIL-LINE
           PERFORM CHECK-CARD-DEPT.

      *HR has assigned a real ID to one of our legacy zero-ID
      *records.  The key cannot be changed in place, so the card
      *pair is the same one a duplicate cleanup uses: ADD the
      *person under HR's ID, then MERGE the zero-ID record into it.
       PROPOSE-ID-MERGE.
           PERFORM PROPOSE-ADD
           MOVE SPACES TO DECK-RECORD
           MOVE WS-HR-FIRST-NAME TO WS-FIRST-NAME OF DK-USER
           MOVE WS-HR-LAST-NAME  TO WS-LAST-NAME OF DK-USER
           MOVE WS-HR-PERSON-ID  TO WS-PERSON-ID OF DK-USER
           MOVE "M"              TO DK-TRANS-CODE
           MOVE "00000"          TO DK-MERGE-FROM-ID
           PERFORM WRITE-DECK-CARD
           ADD 1 TO WS-MERGE-COUNT
           MOVE "MERGE"          TO WS-DET-CARD
           PERFORM MOVE-HR-TO-DETAIL
           MOVE "ON USERMSTR UNDER ID 00000 - FOLD INTO HR'S ID"
               TO WS-DET-REASON
           PERFORM WRITE-DETAIL-LINE.

      *Date of birth and/or department differ - one full-replace
      *CHANGE carries both.  The card keeps the master's name and
      *ID (that is its key); a blank department keeps the master's.
       PROPOSE-CHANGE.
           IF WS-DOB-DIFFERS = "Y"
               MOVE WS-HR-BIRTH-DATE TO WS-CARD-BIRTH-DATE
           ELSE
               MOVE WS-MT-BIRTH-DATE (WS-MT-IDX) TO WS-CARD-BIRTH-DATE
           END-IF
           MOVE WS-CARD-BIRTH-DATE TO WS-AGE-BIRTH-DATE
           PERFORM WORK-OUT-CARD-AGE
           IF WS-CARD-AGE > 99
               MOVE WS-MT-AGE (WS-MT-IDX) TO WS-CARD-AGE
           END-IF
           IF WS-DEPT-DIFFERS = "Y"
               MOVE WS-HR-DEPT-CODE TO WS-CARD-DEPT
           ELSE
               MOVE SPACES TO WS-CARD-DEPT
           END-IF
           MOVE SPACES TO DECK-RECORD
           MOVE WS-MT-FIRST-NAME (WS-MT-IDX) TO WS-FIRST-NAME OF DK-USER
           MOVE WS-MT-LAST-NAME (WS-MT-IDX)  TO WS-LAST-NAME OF DK-USER
           MOVE WS-MT-PERSON-ID (WS-MT-IDX)  TO WS-PERSON-ID OF DK-USER
           MOVE WS-CARD-BIRTH-DATE TO WS-BIRTH-DATE OF DK-USER
           MOVE WS-CARD-AGE        TO WS-AGE OF DK-USER
           MOVE "C"                TO DK-TRANS-CODE
           MOVE WS-CARD-DEPT       TO DK-DEPT-CODE
           PERFORM WRITE-DECK-CARD
           ADD 1 TO WS-CHANGE-COUNT
           MOVE "CHANGE" TO WS-DET-CARD
           PERFORM MOVE-MASTER-TO-DETAIL
           IF WS-DOB-DIFFERS = "Y"
               MOVE SPACES TO WS-DET-REASON
               STRING "BIRTH DATE " DELIMITED BY SIZE
                   WS-MT-BIRTH-DATE (WS-MT-IDX) DELIMITED BY SIZE
                   " ON MASTER, HR HAS " DELIMITED BY SIZE
                   WS-HR-BIRTH-DATE DELIMITED BY SIZE
                   INTO WS-DET-REASON
               END-STRING
               PERFORM WRITE-DETAIL-LINE
           END-IF
           IF WS-DEPT-DIFFERS = "Y"
               MOVE "CHANGE" TO WS-DET-CARD
               PERFORM MOVE-MASTER-TO-DETAIL
               MOVE SPACES TO WS-DET-REASON
               STRING "DEPT " DELIMITED BY SIZE
                   WS-MT-DEPT-CODE (WS-MT-IDX) DELIMITED BY SIZE
                   " ON MASTER, HR HAS " DELIMITED BY SIZE
                   WS-HR-DEPT-CODE DELIMITED BY SIZE
                   INTO WS-DET-REASON
               END-STRING
               PERFORM WRITE-DETAIL-LINE
               PERFORM CHECK-CARD-DEPT
           END-IF.

      *Terminated on our side, still working according to HR
       PROPOSE-REHIRE.
           MOVE SPACES TO DECK-RECORD
           MOVE WS-MT-FIRST-NAME (WS-MT-IDX) TO WS-FIRST-NAME OF DK-USER
           MOVE WS-MT-LAST-NAME (WS-MT-IDX)  TO WS-LAST-NAME OF DK-USER
           MOVE WS-MT-PERSON-ID (WS-MT-IDX)  TO WS-PERSON-ID OF DK-USER
           MOVE "R" TO DK-TRANS-CODE
           PERFORM WRITE-DECK-CARD
           ADD 1 TO WS-REHIRE-COUNT
           MOVE "REHIRE" TO WS-DET-CARD
           PERFORM MOVE-MASTER-TO-DETAIL
           MOVE "TERMINATED ON MASTER BUT STILL ON HR FEED"
               TO WS-DET-REASON
           PERFORM WRITE-DETAIL-LINE.

      *On our master, not on HR's list.  A terminate, not a delete:
      *the records stay on file until HELLOPRG's retention cutoff.
      *Someone already terminated needs nothing.
       PROPOSE-TERMINATION.
           IF WS-MT-STATUS (WS-MT-IDX) NOT = "T"
               MOVE SPACES TO DECK-RECORD
               MOVE WS-MT-FIRST-NAME (WS-MT-IDX)
                   TO WS-FIRST-NAME OF DK-USER
               MOVE WS-MT-LAST-NAME (WS-MT-IDX)
                   TO WS-LAST-NAME OF DK-USER
               MOVE WS-MT-PERSON-ID (WS-MT-IDX)
                   TO WS-PERSON-ID OF DK-USER
               MOVE "T" TO DK-TRANS-CODE
               PERFORM WRITE-DECK-CARD
               ADD 1 TO WS-TERM-COUNT
               MOVE "TERM" TO WS-DET-CARD
               PERFORM MOVE-MASTER-TO-DETAIL
               IF WS-MT-STATUS (WS-MT-IDX) = "L"
                   MOVE "ON LEAVE ON MASTER, NOT ON HR FEED"
                       TO WS-DET-REASON
               ELSE
                   MOVE "ON USERMSTR, NOT ON HR FEED" TO WS-DET-REASON
               END-IF
               PERFORM WRITE-DETAIL-LINE
           END-IF.

      *Two HR lines for the same master person - the second gets
      *no card, HR has to say which one is right
       REPORT-DUPLICATE-LINE.
           ADD 1 TO WS-REVIEW-COUNT
           MOVE "NONE" TO WS-DET-CARD
           PERFORM MOVE-HR-TO-DETAIL
           MOVE "SAME PERSON APPEARS TWICE ON HR FEED - NO CARD"
               TO WS-DET-REASON
           PERFORM WRITE-DETAIL-LINE.

      *Same name and birth date, two different real IDs - no card
      *can decide which is right
       REPORT-ID-CONFLICT.
           ADD 1 TO WS-REVIEW-COUNT
           MOVE WS-MATCH-IDX TO WS-MT-IDX
           MOVE "NONE" TO WS-DET-CARD
           PERFORM MOVE-HR-TO-DETAIL
           MOVE SPACES TO WS-DET-REASON
           STRING "ID CONFLICT - MASTER HAS THIS PERSON AS "
               DELIMITED BY SIZE
               WS-MT-PERSON-ID (WS-MT-IDX) DELIMITED BY SIZE
               INTO WS-DET-REASON
           END-STRING
           PERFORM WRITE-DETAIL-LINE.

      *A department HELLOBAT will reject the card for - say so now
       CHECK-CARD-DEPT.
           IF WS-HR-DEPT-CODE NOT = SPACES
               PERFORM FIND-DEPT-ENTRY
               IF NOT WS-DEPT-FOUND
                   ADD 1 TO WS-REVIEW-COUNT
                   MOVE SPACES TO WS-DET-CARD
                   MOVE SPACES TO WS-DET-REASON
                   STRING "  DEPT " DELIMITED BY SIZE
                       WS-HR-DEPT-CODE DELIMITED BY SIZE
                       " NOT ON DEPTFILE - CARD WILL REJECT UNTIL "
                       DELIMITED BY SIZE
                       "HELLODPT LOADS IT" DELIMITED BY SIZE
                       INTO WS-DET-REASON
                   END-STRING
                   PERFORM WRITE-DETAIL-LINE
               END-IF
           END-IF.

      *Whole years from a CCYYMMDD birth date to the run date; 999
      *when there is no usable date to work from
       WORK-OUT-CARD-AGE.
           IF WS-AGE-BIRTH-DATE = 0
              OR WS-AGE-BIRTH-DATE > WS-RUN-DATE
               MOVE 999 TO WS-CARD-AGE
           ELSE
               COMPUTE WS-CARD-AGE = WS-RD-YEAR - WS-AB-YEAR
               IF WS-RD-MMDD < WS-AB-MMDD
                   SUBTRACT 1 FROM WS-CARD-AGE
               END-IF
           END-IF.

       WRITE-DECK-CARD.
           WRITE DECK-RECORD
           ADD 1 TO WS-CARD-COUNT.

       MOVE-HR-TO-DETAIL.
           MOVE WS-HR-PERSON-ID  TO WS-DET-PERSON-ID
           MOVE WS-HR-LAST-NAME  TO WS-DET-LAST-NAME
           MOVE WS-HR-FIRST-NAME TO WS-DET-FIRST-NAME.

       MOVE-MASTER-TO-DETAIL.
           MOVE WS-MT-PERSON-ID (WS-MT-IDX)  TO WS-DET-PERSON-ID
           MOVE WS-MT-LAST-NAME (WS-MT-IDX)  TO WS-DET-LAST-NAME
           MOVE WS-MT-FIRST-NAME (WS-MT-IDX) TO WS-DET-FIRST-NAME.

       WRITE-DETAIL-LINE.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

      *Every printed line passes through here so the page heading
      *and page number stay right without each caller counting
       WRITE-REPORT-LINE.
           IF WS-LINE-COUNT > 54
               PERFORM PRINT-PAGE-HEADING
           END-IF
           MOVE WS-PRINT-LINE TO COMPARE-REPORT-RECORD
           WRITE COMPARE-REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT.

       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-HDG-PAGE
           MOVE SPACES TO COMPARE-REPORT-RECORD
           MOVE WS-HEADING-1 TO COMPARE-REPORT-RECORD
           WRITE COMPARE-REPORT-RECORD
           MOVE WS-HEADING-2 TO COMPARE-REPORT-RECORD
           WRITE COMPARE-REPORT-RECORD
           MOVE SPACES TO COMPARE-REPORT-RECORD
           WRITE COMPARE-REPORT-RECORD
           MOVE 3 TO WS-LINE-COUNT.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

      *RETURN-CODE severity: 0 = HR and the master agree, 4 = a deck
      *or differences to review, 8 = no feed, or a master too big to
      *compare whole (the deck would propose bogus ADDs - do not
      *feed it)
       FINISH-UP.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "HR LINES READ"              TO WS-TL-LABEL
           MOVE WS-FEED-COUNT                TO WS-TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "MATCHED TO USERMSTR"        TO WS-TL-LABEL
           MOVE WS-MATCH-COUNT               TO WS-TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "ADD CARDS"                  TO WS-TL-LABEL
           MOVE WS-ADD-COUNT                 TO WS-TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "CHANGE CARDS"               TO WS-TL-LABEL
           MOVE WS-CHANGE-COUNT              TO WS-TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "TERMINATE CARDS"            TO WS-TL-LABEL
           MOVE WS-TERM-COUNT                TO WS-TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "REINSTATE CARDS"            TO WS-TL-LABEL
           MOVE WS-REHIRE-COUNT              TO WS-TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "MERGE CARDS"                TO WS-TL-LABEL
           MOVE WS-MERGE-COUNT               TO WS-TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "TOTAL CARDS ON HRDECK"      TO WS-TL-LABEL
           MOVE WS-CARD-COUNT                TO WS-TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "ITEMS NEEDING REVIEW"       TO WS-TL-LABEL
           MOVE WS-REVIEW-COUNT              TO WS-TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           IF WS-MT-TABLE-FULL
               MOVE "USERMSTR TOO LARGE TO COMPARE WHOLE - DO NOT FEED"
                   TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF NOT WS-FEED-MISSING
               CLOSE HR-FEED-FILE
           END-IF
           CLOSE PROPOSED-DECK-FILE
           CLOSE COMPARE-REPORT-FILE
           DISPLAY "HELLOHRC DONE. HR LINES: " WS-FEED-COUNT
               " CARDS PROPOSED: " WS-CARD-COUNT
               " FOR REVIEW: " WS-REVIEW-COUNT
           EVALUATE TRUE
               WHEN WS-FEED-MISSING OR WS-MT-TABLE-FULL
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CARD-COUNT = 0 AND WS-REVIEW-COUNT = 0
                   MOVE 0 TO RETURN-CODE
               WHEN OTHER
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       END PROGRAM HELLOHRC.
