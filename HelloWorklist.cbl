      ******************************************************************
      * Program: HELLOWKL
      * Purpose: Data-completeness worklist for the legacy roster
      *          records.  One sweep of USERMSTR finds every person
      *          (terminated people excepted - HELLOPRG will take
      *          them) with a zero person ID, a zero birth date
      *          (HELLOAGE cannot re-age them), no department, or a
      *          birth date that does not give MR-ORIGINAL-AGE on
      *          MR-AGE-AS-OF-DATE.  WKLRPT lists them by department
      *          and, within it, by problem, so each department
      *          contact gets one page of people to chase, followed
      *          by the department-by-problem counts.  WKLDECK gets
      *          one CHANGE card per person in HELLOBAT's TRANSIN
      *          layout, pre-filled with what the master already
      *          holds but with the age left blank, for the clerks
      *          to complete, sign with their userid and feed in
      *          (a missing ID cannot go on a CHANGE - the card
      *          says so, and the ID comes in by ADD plus MERGE as
      *          HELLOHRC proposes).  Each run's open counts are
      *          kept on WKLHIST and the whole run-over-run trail
      *          is printed, so the open count can be seen to shrink.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOWKL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER-FILE ASSIGN TO "USERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MR-KEY
               ALTERNATE RECORD KEY IS MR-LAST-NAME WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
      *    Department names for the report headings only
           SELECT DEPARTMENT-FILE ASSIGN TO "DEPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-FILE-STATUS.
      *    The CHANGE-card skeletons, same 80 columns as TRANSIN
           SELECT WORKLIST-DECK-FILE ASSIGN TO "WKLDECK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DECK-STATUS.
      *    One line of open counts per run, rewritten whole at the
      *    end of every run the way HELLOSTA's STATFILE is
           SELECT WORKLIST-HIST-FILE ASSIGN TO "WKLHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WKLHIST-STATUS.
           SELECT WORKLIST-REPORT-FILE ASSIGN TO "WKLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD USER-MASTER-FILE.
           COPY WSMASTR.
       FD DEPARTMENT-FILE.
           COPY WSDEPT.
      *HELLOBAT's TRANSACTION-RECORD, column for column
       FD WORKLIST-DECK-FILE
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
       FD WORKLIST-HIST-FILE.
       01 WORKLIST-HIST-RECORD.
           05 WH-RUN-DATE       PIC 9(8).
           05 FILLER            PIC X.
           05 WH-PERSONS        PIC 9(7).
           05 FILLER            PIC X.
           05 WH-ITEMS          PIC 9(7).
           05 WH-TYPE-GROUP OCCURS 4 TIMES.
               10 FILLER        PIC X.
               10 WH-TYPE-COUNT PIC 9(7).
           05 FILLER            PIC X(24).
       FD WORKLIST-REPORT-FILE.
       01 WORKLIST-REPORT-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
           COPY WSDPTWS.
       01 WS-MASTER-STATUS      PIC XX.
       01 WS-DECK-STATUS        PIC XX.
       01 WS-WKLHIST-STATUS     PIC XX.
       01 WS-REPORT-STATUS      PIC XX.
       01 WS-EOF-FLAG           PIC X VALUE "N".
           88 WS-END-OF-FILE    VALUE "Y".
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-RUN-DATE           PIC 9(8).
       01 WS-MASTER-ERR-FLAG    PIC X VALUE "N".
           88 WS-MASTER-MISSING VALUE "Y".
       01 WS-PREV-PERSON        PIC X(25) VALUE SPACES.
      *The four problems, in the order they are printed.  A person
      *can have any number of them; each is one open item.
       01 WS-TYPE-LABEL-VALUES.
           05 FILLER PIC X(30) VALUE "NO PERSON ID".
           05 FILLER PIC X(30) VALUE "NO BIRTH DATE".
           05 FILLER PIC X(30) VALUE "NO DEPARTMENT".
           05 FILLER PIC X(30) VALUE "BIRTH DATE DISAGREES WITH AGE".
       01 WS-TYPE-LABEL-TABLE REDEFINES WS-TYPE-LABEL-VALUES.
           05 WS-TYPE-LABEL     PIC X(30) OCCURS 4 TIMES.
       01 WS-TYPE-IDX           PIC 9 VALUE 1.
       01 WS-PROBLEM-FLAGS.
           05 WS-HAS-PROBLEM    PIC X OCCURS 4 TIMES.
       01 WS-PERSON-PROBLEMS    PIC 9 VALUE 0.
      *Age the birth date gives on the as-of date
       01 WS-AGE-ON-DATE        PIC 9(8) VALUE 0.
       01 WS-AGE-ON-PARTS REDEFINES WS-AGE-ON-DATE.
           05 WS-AO-YEAR        PIC 9(4).
           05 WS-AO-MMDD        PIC 9(4).
       01 WS-AGE-BIRTH-DATE     PIC 9(8) VALUE 0.
       01 WS-AGE-BIRTH-PARTS REDEFINES WS-AGE-BIRTH-DATE.
           05 WS-AB-YEAR        PIC 9(4).
           05 WS-AB-MMDD        PIC 9(4).
       01 WS-AGE-YEARS          PIC S9(4) VALUE 0.
      *One entry per open item, for the listing by department and
      *problem.  The counts do not depend on it.
       01 WS-IT-COUNT           PIC 9(4) VALUE 0.
       01 WS-IT-IDX             PIC 9(4) VALUE 1.
       01 WS-IT-FULL            PIC X VALUE "N".
           88 WS-IT-TABLE-FULL  VALUE "Y".
       01 WS-ITEM-TABLE.
           05 WS-IT-ENTRY OCCURS 3000 TIMES.
               10 WS-IT-DEPT        PIC X(4).
               10 WS-IT-TYPE        PIC 9.
               10 WS-IT-LAST-NAME   PIC X(10).
               10 WS-IT-FIRST-NAME  PIC X(10).
               10 WS-IT-PERSON-ID   PIC 9(5).
               10 WS-IT-BIRTH-DATE  PIC 9(8).
               10 WS-IT-AGE         PIC 9(2).
               10 WS-IT-AS-OF-DATE  PIC 9(8).
               10 WS-IT-DOB-AGE     PIC S9(4).
      *One entry per department with open items, in code order,
      *with its count of each problem
       01 WS-WD-COUNT           PIC 9(2) VALUE 0.
       01 WS-WD-IDX             PIC 9(2) VALUE 1.
       01 WS-WD-POS             PIC 9(2) VALUE 1.
       01 WS-WD-SCAN            PIC 9(2) VALUE 1.
       01 WS-WD-FOUND           PIC X VALUE "N".
       01 WS-WD-FULL            PIC X VALUE "N".
           88 WS-WD-TABLE-FULL  VALUE "Y".
       01 WS-FIND-DEPT          PIC X(4).
       01 WS-WORK-DEPT-TABLE.
           05 WS-WD-ENTRY OCCURS 99 TIMES.
               10 WS-WD-CODE        PIC X(4).
               10 WS-WD-PERSONS     PIC 9(5).
               10 WS-WD-TYPE-COUNT  PIC 9(5) OCCURS 4 TIMES.
      *Tonight's open counts, and the earlier runs' off WKLHIST
      *(the last 60 are kept)
       01 WS-PERSONS-READ       PIC 9(7) VALUE 0.
       01 WS-OPEN-PERSONS       PIC 9(7) VALUE 0.
       01 WS-OPEN-ITEMS         PIC 9(7) VALUE 0.
       01 WS-OPEN-TYPE-COUNTS.
           05 WS-OPEN-TYPE      PIC 9(7) OCCURS 4 TIMES.
       01 WS-CARD-COUNT         PIC 9(7) VALUE 0.
      *The clerk's note for one card, built up here and moved to the
      *card's reason columns once it is complete
       01 WS-CARD-NOTE          PIC X(17) VALUE SPACES.
       01 WS-CARD-NOTE-PTR      PIC 9(2) VALUE 1.
       01 WS-RH-COUNT           PIC 9(2) VALUE 0.
       01 WS-RH-IDX             PIC 9(2) VALUE 1.
       01 WS-RUN-HISTORY.
           05 WS-RH-ENTRY OCCURS 60 TIMES.
               10 WS-RH-DATE        PIC 9(8).
               10 WS-RH-PERSONS     PIC 9(7).
               10 WS-RH-ITEMS       PIC 9(7).
               10 WS-RH-TYPE        PIC 9(7) OCCURS 4 TIMES.
       01 WS-ITEM-DELTA         PIC S9(7) VALUE 0.
      *Page control: 55 detail/heading lines to a page
       01 WS-LINE-COUNT         PIC 9(2) VALUE 99.
       01 WS-PAGE-COUNT         PIC 9(4) VALUE 0.
       01 WS-PRINT-LINE         PIC X(132) VALUE SPACES.
       01 WS-HEADING-1.
           05 FILLER            PIC X(34) VALUE
               "ROSTER DATA-COMPLETENESS WORKLIST".
           05 FILLER            PIC X(12) VALUE "   RUN DATE ".
           05 WS-HDG-DATE       PIC X(8).
           05 FILLER            PIC X(8) VALUE "   PAGE ".
           05 WS-HDG-PAGE       PIC ZZZ9.
       01 WS-DEPT-LINE.
           05 FILLER            PIC X(11) VALUE "DEPARTMENT ".
           05 WS-DL-CODE        PIC X(4).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DL-NAME        PIC X(25).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WS-DL-PERSONS     PIC ZZZZ9.
           05 FILLER            PIC X(8) VALUE " PERSONS".
       01 WS-TYPE-LINE.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-TY-LABEL       PIC X(30).
       01 WS-ITEM-HEADING.
           05 FILLER            PIC X(39) VALUE
               "    PERSON ID  LAST NAME   FIRST NAME".
           05 FILLER            PIC X(40) VALUE
               "BIRTH DATE  AGE  AS OF       DOB AGE".
       01 WS-ITEM-LINE.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 WS-IL-PERSON-ID   PIC 9(5).
           05 FILLER            PIC X(6) VALUE SPACES.
           05 WS-IL-LAST-NAME   PIC X(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-IL-FIRST-NAME  PIC X(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-IL-BIRTH-DATE  PIC 9(8).
           05 FILLER            PIC X(4) VALUE SPACES.
           05 WS-IL-AGE         PIC Z9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WS-IL-AS-OF-DATE  PIC 9(8).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WS-IL-DOB-AGE     PIC -(3)9.
      *The department-by-problem counts
       01 WS-MATRIX-HEADING.
           05 FILLER            PIC X(50) VALUE
               "DEPT   PERSONS    NO ID   NO DOB  NO DEPT  AGE/DOB".
       01 WS-MATRIX-LINE.
           05 WS-ML-CODE        PIC X(4).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-ML-PERSONS     PIC Z(6)9.
           05 WS-ML-TYPE-GROUP.
               10 WS-ML-TYPE OCCURS 4 TIMES.
                   15 FILLER        PIC X(2).
                   15 WS-ML-COUNT   PIC Z(6)9.
      *One earlier run on the trend page
       01 WS-TREND-HEADING.
           05 FILLER            PIC X(53) VALUE
               "RUN DATE   PERSONS    ITEMS    NO ID   NO DOB NO DEPT".
           05 FILLER            PIC X(30) VALUE
               "  AGE/DOB   CHANGE".
       01 WS-TREND-LINE.
           05 WS-TR-DATE        PIC 9(8).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-TR-PERSONS     PIC Z(7)9.
           05 FILLER            PIC X VALUE SPACE.
           05 WS-TR-ITEMS       PIC Z(7)9.
           05 WS-TR-TYPE-GROUP.
               10 WS-TR-TYPE OCCURS 4 TIMES.
                   15 FILLER        PIC X.
                   15 WS-TR-COUNT   PIC Z(7)9.
           05 FILLER            PIC X VALUE SPACE.
           05 WS-TR-DELTA       PIC +(7)9.
       01 WS-TOTAL-LINE.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-TL-LABEL       PIC X(40).
           05 WS-TL-COUNT       PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      * Run all functions
       PERFORM START-UP
       IF NOT WS-MASTER-MISSING
           PERFORM READ-MASTER-RECORD
           PERFORM CHECK-MASTER-RECORD UNTIL WS-END-OF-FILE
           CLOSE USER-MASTER-FILE
           PERFORM LOAD-RUN-HISTORY
           PERFORM PRINT-WORKLIST
           PERFORM PRINT-DEPARTMENT-MATRIX
           PERFORM PRINT-TREND
           PERFORM SAVE-RUN-HISTORY
       END-IF
       PERFORM FINISH-UP
       GOBACK.

       START-UP.
           DISPLAY "HELLOWKL - ROSTER DATA-COMPLETENESS WORKLIST"
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE (1:8) TO WS-RUN-DATE
           MOVE WS-CURRENT-DATE (1:8) TO WS-HDG-DATE
           MOVE 0 TO WS-OPEN-TYPE (1) WS-OPEN-TYPE (2)
               WS-OPEN-TYPE (3) WS-OPEN-TYPE (4)
           PERFORM LOAD-DEPT-TABLE
           OPEN OUTPUT WORKLIST-REPORT-FILE
           OPEN OUTPUT WORKLIST-DECK-FILE
           OPEN INPUT USER-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               SET WS-MASTER-MISSING TO TRUE
               DISPLAY "ERROR: CANNOT OPEN USERMSTR - STATUS "
                   WS-MASTER-STATUS
               MOVE "USERMSTR COULD NOT BE OPENED - NO WORKLIST"
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

       READ-MASTER-RECORD.
           READ USER-MASTER-FILE NEXT
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           IF WS-MASTER-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           END-IF.

      *----------------------------------------------------------------
      *The checks.  The first horizon record of each name+ID group
      *speaks for the person - every horizon record carries the
      *same birth date, department and original age.
      *----------------------------------------------------------------
       CHECK-MASTER-RECORD.
           IF MR-KEY (1:25) NOT = WS-PREV-PERSON
               MOVE MR-KEY (1:25) TO WS-PREV-PERSON
               IF NOT MR-TERMINATED
                   ADD 1 TO WS-PERSONS-READ
                   PERFORM CHECK-PERSON
               END-IF
           END-IF
           PERFORM READ-MASTER-RECORD.

       CHECK-PERSON.
           MOVE "NNNN" TO WS-PROBLEM-FLAGS
           MOVE 0 TO WS-PERSON-PROBLEMS
           IF MR-BIRTH-DATE IS NOT NUMERIC
               MOVE 0 TO MR-BIRTH-DATE
           END-IF
           IF MR-AGE-AS-OF-DATE IS NOT NUMERIC
               MOVE 0 TO MR-AGE-AS-OF-DATE
           END-IF
           IF MR-PERSON-ID = 0
               MOVE "Y" TO WS-HAS-PROBLEM (1)
           END-IF
           IF MR-BIRTH-DATE = 0
               MOVE "Y" TO WS-HAS-PROBLEM (2)
           END-IF
           IF MR-DEPT-CODE = SPACES
               MOVE "Y" TO WS-HAS-PROBLEM (3)
           END-IF
      *    Only a birth date and an as-of date together can say what
      *    the age should be; without either there is nothing to
      *    disagree with
           MOVE 0 TO WS-AGE-YEARS
           IF MR-BIRTH-DATE > 0 AND MR-AGE-AS-OF-DATE > 0
               MOVE MR-BIRTH-DATE     TO WS-AGE-BIRTH-DATE
               MOVE MR-AGE-AS-OF-DATE TO WS-AGE-ON-DATE
               COMPUTE WS-AGE-YEARS = WS-AO-YEAR - WS-AB-YEAR
               IF WS-AO-MMDD < WS-AB-MMDD
                   SUBTRACT 1 FROM WS-AGE-YEARS
               END-IF
               IF WS-AGE-YEARS NOT = MR-ORIGINAL-AGE
                   MOVE "Y" TO WS-HAS-PROBLEM (4)
               END-IF
           END-IF
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 4
               IF WS-HAS-PROBLEM (WS-TYPE-IDX) = "Y"
                   ADD 1 TO WS-PERSON-PROBLEMS
                   PERFORM STORE-OPEN-ITEM
               END-IF
           END-PERFORM
           IF WS-PERSON-PROBLEMS > 0
               ADD 1 TO WS-OPEN-PERSONS
               MOVE MR-DEPT-CODE TO WS-FIND-DEPT
               PERFORM FIND-OR-ADD-WORK-DEPT
               IF WS-WD-FOUND = "Y"
                   ADD 1 TO WS-WD-PERSONS (WS-WD-IDX)
               END-IF
               PERFORM WRITE-SKELETON-CARD
           END-IF.

      *Count the item against its department and keep it for the
      *listing
       STORE-OPEN-ITEM.
           ADD 1 TO WS-OPEN-ITEMS
           ADD 1 TO WS-OPEN-TYPE (WS-TYPE-IDX)
           MOVE MR-DEPT-CODE TO WS-FIND-DEPT
           PERFORM FIND-OR-ADD-WORK-DEPT
           IF WS-WD-FOUND = "Y"
               ADD 1 TO WS-WD-TYPE-COUNT (WS-WD-IDX WS-TYPE-IDX)
           END-IF
           IF WS-IT-COUNT NOT < 3000
               IF NOT WS-IT-TABLE-FULL
                   SET WS-IT-TABLE-FULL TO TRUE
                   DISPLAY "WARNING: MORE THAN 3000 OPEN ITEMS - "
                       "LISTING IS PARTIAL"
               END-IF
           ELSE
               ADD 1 TO WS-IT-COUNT
               MOVE MR-DEPT-CODE      TO WS-IT-DEPT (WS-IT-COUNT)
               MOVE WS-TYPE-IDX       TO WS-IT-TYPE (WS-IT-COUNT)
               MOVE MR-LAST-NAME      TO WS-IT-LAST-NAME (WS-IT-COUNT)
               MOVE MR-FIRST-NAME     TO WS-IT-FIRST-NAME (WS-IT-COUNT)
               MOVE MR-PERSON-ID      TO WS-IT-PERSON-ID (WS-IT-COUNT)
               MOVE MR-BIRTH-DATE     TO WS-IT-BIRTH-DATE (WS-IT-COUNT)
               MOVE MR-ORIGINAL-AGE   TO WS-IT-AGE (WS-IT-COUNT)
               MOVE MR-AGE-AS-OF-DATE TO WS-IT-AS-OF-DATE (WS-IT-COUNT)
               MOVE WS-AGE-YEARS      TO WS-IT-DOB-AGE (WS-IT-COUNT)
           END-IF.

      *A CHANGE card carrying what the master holds now, except the
      *age.  HELLOBAT applies any CHANGE it accepts in full -
      *horizons recalculated, before-images and an audit line
      *written, the age-as-of date re-stamped - so a card fed in
      *before it is completed must not be accepted.  The blank age
      *rejects it until the clerk keys one, along with the fixes
      *and their own userid in the keyed-by columns.  The recycle
      *reason columns (ignored on a fresh card) list what is
      *wanted: AGE always, DOB for a missing or disagreeing birth
      *date, DEPT, and NOID where the ID must come in by ADD plus
      *MERGE instead.
       WRITE-SKELETON-CARD.
           MOVE SPACES TO DECK-RECORD
           MOVE MR-FIRST-NAME   TO WS-FIRST-NAME OF DK-USER
           MOVE MR-LAST-NAME    TO WS-LAST-NAME OF DK-USER
           MOVE MR-BIRTH-DATE   TO WS-BIRTH-DATE OF DK-USER
           MOVE MR-PERSON-ID    TO WS-PERSON-ID OF DK-USER
           MOVE "C"             TO DK-TRANS-CODE
           MOVE MR-DEPT-CODE    TO DK-DEPT-CODE
           MOVE SPACES          TO WS-CARD-NOTE
           MOVE 1               TO WS-CARD-NOTE-PTR
           STRING "AGE" DELIMITED BY SIZE
               INTO WS-CARD-NOTE WITH POINTER WS-CARD-NOTE-PTR
           END-STRING
           IF WS-HAS-PROBLEM (2) = "Y" OR WS-HAS-PROBLEM (4) = "Y"
               PERFORM ADD-CARD-NOTE-DOB
           END-IF
           IF WS-HAS-PROBLEM (3) = "Y"
               PERFORM ADD-CARD-NOTE-DEPT
           END-IF
           IF WS-HAS-PROBLEM (1) = "Y"
               PERFORM ADD-CARD-NOTE-ID
           END-IF
           MOVE WS-CARD-NOTE    TO DK-REJECT-REASON
           WRITE DECK-RECORD
           ADD 1 TO WS-CARD-COUNT.

       ADD-CARD-NOTE-DOB.
           STRING " DOB" DELIMITED BY SIZE
               INTO WS-CARD-NOTE WITH POINTER WS-CARD-NOTE-PTR
           END-STRING.

       ADD-CARD-NOTE-DEPT.
           STRING " DEPT" DELIMITED BY SIZE
               INTO WS-CARD-NOTE WITH POINTER WS-CARD-NOTE-PTR
           END-STRING.

       ADD-CARD-NOTE-ID.
           STRING " NOID" DELIMITED BY SIZE
               INTO WS-CARD-NOTE WITH POINTER WS-CARD-NOTE-PTR
           END-STRING.

      *Ordered department table: found in WS-WD-IDX, or a new entry
      *opened in code order
       FIND-OR-ADD-WORK-DEPT.
           MOVE "N" TO WS-WD-FOUND
           IF WS-WD-COUNT = 0
               MOVE 1 TO WS-WD-POS
           ELSE
               IF WS-WD-CODE (WS-WD-COUNT) < WS-FIND-DEPT
                   COMPUTE WS-WD-POS = WS-WD-COUNT + 1
               ELSE
                   PERFORM VARYING WS-WD-SCAN FROM 1 BY 1
                           UNTIL WS-WD-CODE (WS-WD-SCAN)
                                 NOT < WS-FIND-DEPT
                       CONTINUE
                   END-PERFORM
                   IF WS-WD-CODE (WS-WD-SCAN) = WS-FIND-DEPT
                       MOVE "Y" TO WS-WD-FOUND
                       MOVE WS-WD-SCAN TO WS-WD-IDX
                   ELSE
                       MOVE WS-WD-SCAN TO WS-WD-POS
                   END-IF
               END-IF
           END-IF
           IF WS-WD-FOUND = "N"
               IF WS-WD-COUNT NOT < 99
                   IF NOT WS-WD-TABLE-FULL
                       SET WS-WD-TABLE-FULL TO TRUE
                       DISPLAY "WARNING: MORE THAN 99 DEPARTMENTS - "
                           "DEPARTMENT COUNTS ARE PARTIAL"
                   END-IF
               ELSE
                   PERFORM VARYING WS-WD-SCAN FROM WS-WD-COUNT BY -1
                           UNTIL WS-WD-SCAN < WS-WD-POS
                       MOVE WS-WD-ENTRY (WS-WD-SCAN)
                           TO WS-WD-ENTRY (WS-WD-SCAN + 1)
                   END-PERFORM
                   ADD 1 TO WS-WD-COUNT
                   MOVE WS-WD-POS TO WS-WD-IDX
                   MOVE WS-FIND-DEPT TO WS-WD-CODE (WS-WD-IDX)
                   MOVE 0 TO WS-WD-PERSONS (WS-WD-IDX)
                       WS-WD-TYPE-COUNT (WS-WD-IDX 1)
                       WS-WD-TYPE-COUNT (WS-WD-IDX 2)
                       WS-WD-TYPE-COUNT (WS-WD-IDX 3)
                       WS-WD-TYPE-COUNT (WS-WD-IDX 4)
                   MOVE "Y" TO WS-WD-FOUND
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *Report
      *----------------------------------------------------------------

      *One block per department, one group per problem within it
       PRINT-WORKLIST.
           IF WS-OPEN-ITEMS = 0
               MOVE "NO OPEN ITEMS - EVERY PERSON IS COMPLETE"
                   TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM VARYING WS-WD-IDX FROM 1 BY 1
                   UNTIL WS-WD-IDX > WS-WD-COUNT
               PERFORM PRINT-WORK-DEPARTMENT
           END-PERFORM.

       PRINT-WORK-DEPARTMENT.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-WD-CODE (WS-WD-IDX) TO WS-DL-CODE
           MOVE WS-WD-CODE (WS-WD-IDX) TO WS-FIND-DEPT
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
           MOVE WS-WD-PERSONS (WS-WD-IDX) TO WS-DL-PERSONS
           MOVE WS-DEPT-LINE TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 4
               IF WS-WD-TYPE-COUNT (WS-WD-IDX WS-TYPE-IDX) > 0
                   MOVE WS-TYPE-LABEL (WS-TYPE-IDX) TO WS-TY-LABEL
                   MOVE WS-TYPE-LINE TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE WS-ITEM-HEADING TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
                   PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                           UNTIL WS-IT-IDX > WS-IT-COUNT
                       IF WS-IT-DEPT (WS-IT-IDX)
                          = WS-WD-CODE (WS-WD-IDX)
                          AND WS-IT-TYPE (WS-IT-IDX) = WS-TYPE-IDX
                           PERFORM PRINT-OPEN-ITEM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       PRINT-OPEN-ITEM.
           MOVE WS-IT-PERSON-ID (WS-IT-IDX)  TO WS-IL-PERSON-ID
           MOVE WS-IT-LAST-NAME (WS-IT-IDX)  TO WS-IL-LAST-NAME
           MOVE WS-IT-FIRST-NAME (WS-IT-IDX) TO WS-IL-FIRST-NAME
           MOVE WS-IT-BIRTH-DATE (WS-IT-IDX) TO WS-IL-BIRTH-DATE
           MOVE WS-IT-AGE (WS-IT-IDX)        TO WS-IL-AGE
           MOVE WS-IT-AS-OF-DATE (WS-IT-IDX) TO WS-IL-AS-OF-DATE
           MOVE WS-IT-DOB-AGE (WS-IT-IDX)    TO WS-IL-DOB-AGE
           MOVE WS-ITEM-LINE TO WS-PRINT-LINE
      *    The age the birth date gives only means something on a
      *    disagreement line
           IF WS-IT-TYPE (WS-IT-IDX) NOT = 4
               MOVE SPACES TO WS-PRINT-LINE (66:10)
           END-IF
           PERFORM WRITE-REPORT-LINE.

       PRINT-DEPARTMENT-MATRIX.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "OPEN ITEMS BY DEPARTMENT AND PROBLEM" TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-MATRIX-HEADING TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-WD-IDX FROM 1 BY 1
                   UNTIL WS-WD-IDX > WS-WD-COUNT
               MOVE SPACES TO WS-MATRIX-LINE
               MOVE WS-WD-CODE (WS-WD-IDX)    TO WS-ML-CODE
               IF WS-WD-CODE (WS-WD-IDX) = SPACES
                   MOVE "NONE" TO WS-ML-CODE
               END-IF
               MOVE WS-WD-PERSONS (WS-WD-IDX) TO WS-ML-PERSONS
               PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                       UNTIL WS-TYPE-IDX > 4
                   MOVE WS-WD-TYPE-COUNT (WS-WD-IDX WS-TYPE-IDX)
                       TO WS-ML-COUNT (WS-TYPE-IDX)
               END-PERFORM
               MOVE WS-MATRIX-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO WS-MATRIX-LINE
           MOVE "ALL"           TO WS-ML-CODE
           MOVE WS-OPEN-PERSONS TO WS-ML-PERSONS
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 4
               MOVE WS-OPEN-TYPE (WS-TYPE-IDX)
                   TO WS-ML-COUNT (WS-TYPE-IDX)
           END-PERFORM
           MOVE WS-MATRIX-LINE TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

      *----------------------------------------------------------------
      *Run-over-run trend.  An earlier run on the same date is
      *replaced by tonight's, so a rerun does not count twice.
      *----------------------------------------------------------------
       LOAD-RUN-HISTORY.
           OPEN INPUT WORKLIST-HIST-FILE
           IF WS-WKLHIST-STATUS = "00"
               PERFORM READ-RUN-HISTORY
                   UNTIL WS-WKLHIST-STATUS NOT = "00"
               CLOSE WORKLIST-HIST-FILE
           ELSE
               DISPLAY "NO PRIOR WKLHIST - TREND STARTS TONIGHT"
           END-IF.

       READ-RUN-HISTORY.
           READ WORKLIST-HIST-FILE
               AT END
                   MOVE "10" TO WS-WKLHIST-STATUS
               NOT AT END
                   IF WH-RUN-DATE IS NUMERIC
                      AND WH-RUN-DATE NOT = WS-RUN-DATE
                       PERFORM KEEP-RUN-HISTORY
                   END-IF
           END-READ.

      *Past 60 runs the oldest drops off the front
       KEEP-RUN-HISTORY.
           IF WS-RH-COUNT = 60
               PERFORM VARYING WS-RH-IDX FROM 1 BY 1
                       UNTIL WS-RH-IDX > 59
                   MOVE WS-RH-ENTRY (WS-RH-IDX + 1)
                       TO WS-RH-ENTRY (WS-RH-IDX)
               END-PERFORM
           ELSE
               ADD 1 TO WS-RH-COUNT
           END-IF
           MOVE WH-RUN-DATE TO WS-RH-DATE (WS-RH-COUNT)
           MOVE WH-PERSONS  TO WS-RH-PERSONS (WS-RH-COUNT)
           MOVE WH-ITEMS    TO WS-RH-ITEMS (WS-RH-COUNT)
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 4
               MOVE WH-TYPE-COUNT (WS-TYPE-IDX)
                   TO WS-RH-TYPE (WS-RH-COUNT WS-TYPE-IDX)
           END-PERFORM.

      *Tonight is added as the newest run before printing, so the
      *change column covers it too
       PRINT-TREND.
           MOVE WS-RUN-DATE TO WH-RUN-DATE
           MOVE WS-OPEN-PERSONS TO WH-PERSONS
           MOVE WS-OPEN-ITEMS TO WH-ITEMS
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 4
               MOVE WS-OPEN-TYPE (WS-TYPE-IDX)
                   TO WH-TYPE-COUNT (WS-TYPE-IDX)
           END-PERFORM
           PERFORM KEEP-RUN-HISTORY
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "OPEN ITEMS RUN OVER RUN" TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TREND-HEADING TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-RH-IDX FROM 1 BY 1
                   UNTIL WS-RH-IDX > WS-RH-COUNT
               PERFORM PRINT-TREND-LINE
           END-PERFORM.

       PRINT-TREND-LINE.
           MOVE SPACES TO WS-TREND-LINE
           MOVE WS-RH-DATE (WS-RH-IDX)    TO WS-TR-DATE
           MOVE WS-RH-PERSONS (WS-RH-IDX) TO WS-TR-PERSONS
           MOVE WS-RH-ITEMS (WS-RH-IDX)   TO WS-TR-ITEMS
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 4
               MOVE WS-RH-TYPE (WS-RH-IDX WS-TYPE-IDX)
                   TO WS-TR-COUNT (WS-TYPE-IDX)
           END-PERFORM
           MOVE WS-TREND-LINE TO WS-PRINT-LINE
           IF WS-RH-IDX > 1
               COMPUTE WS-ITEM-DELTA = WS-RH-ITEMS (WS-RH-IDX)
                   - WS-RH-ITEMS (WS-RH-IDX - 1)
               MOVE WS-ITEM-DELTA TO WS-TR-DELTA
               MOVE WS-TREND-LINE TO WS-PRINT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE.

       SAVE-RUN-HISTORY.
           OPEN OUTPUT WORKLIST-HIST-FILE
           PERFORM VARYING WS-RH-IDX FROM 1 BY 1
                   UNTIL WS-RH-IDX > WS-RH-COUNT
               MOVE SPACES TO WORKLIST-HIST-RECORD
               MOVE WS-RH-DATE (WS-RH-IDX)    TO WH-RUN-DATE
               MOVE WS-RH-PERSONS (WS-RH-IDX) TO WH-PERSONS
               MOVE WS-RH-ITEMS (WS-RH-IDX)   TO WH-ITEMS
               PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                       UNTIL WS-TYPE-IDX > 4
                   MOVE WS-RH-TYPE (WS-RH-IDX WS-TYPE-IDX)
                       TO WH-TYPE-COUNT (WS-TYPE-IDX)
               END-PERFORM
               WRITE WORKLIST-HIST-RECORD
           END-PERFORM
           CLOSE WORKLIST-HIST-FILE.

      *Every printed line passes through here so the page heading
      *and page number stay right without each caller counting
       WRITE-REPORT-LINE.
           IF WS-LINE-COUNT > 54
               PERFORM PRINT-PAGE-HEADING
           END-IF
           MOVE WS-PRINT-LINE TO WORKLIST-REPORT-RECORD
           WRITE WORKLIST-REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT.

       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-HDG-PAGE
           MOVE SPACES TO WORKLIST-REPORT-RECORD
           MOVE WS-HEADING-1 TO WORKLIST-REPORT-RECORD
           WRITE WORKLIST-REPORT-RECORD
           MOVE SPACES TO WORKLIST-REPORT-RECORD
           WRITE WORKLIST-REPORT-RECORD
           MOVE 2 TO WS-LINE-COUNT.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

      *RETURN-CODE severity: 0 = nothing open, 4 = a worklist and
      *deck to work (the usual result while the legacy records
      *last), 8 = no worklist
       FINISH-UP.
           IF NOT WS-MASTER-MISSING
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "PERSONS CHECKED (NOT TERMINATED)" TO WS-TL-LABEL
               MOVE WS-PERSONS-READ              TO WS-TL-COUNT
               PERFORM WRITE-TOTAL-LINE
               MOVE "PERSONS WITH OPEN ITEMS"    TO WS-TL-LABEL
               MOVE WS-OPEN-PERSONS              TO WS-TL-COUNT
               PERFORM WRITE-TOTAL-LINE
               MOVE "OPEN ITEMS"                 TO WS-TL-LABEL
               MOVE WS-OPEN-ITEMS                TO WS-TL-COUNT
               PERFORM WRITE-TOTAL-LINE
               MOVE "CHANGE SKELETONS ON WKLDECK" TO WS-TL-LABEL
               MOVE WS-CARD-COUNT                TO WS-TL-COUNT
               PERFORM WRITE-TOTAL-LINE
               IF WS-IT-TABLE-FULL
                   MOVE "OVER 3000 OPEN ITEMS - LISTING IS PARTIAL, COUN
      -                "TS AND DECK ARE WHOLE" TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               IF WS-WD-TABLE-FULL
                   MOVE "OVER 99 DEPARTMENTS - DEPARTMENT COUNTS ARE PAR
      -                "TIAL" TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF
           CLOSE WORKLIST-DECK-FILE
           CLOSE WORKLIST-REPORT-FILE
           DISPLAY "HELLOWKL DONE. OPEN ITEMS: " WS-OPEN-ITEMS
               " PERSONS: " WS-OPEN-PERSONS
           EVALUATE TRUE
               WHEN WS-MASTER-MISSING
                   MOVE 8 TO RETURN-CODE
               WHEN WS-OPEN-ITEMS > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       END PROGRAM HELLOWKL.
