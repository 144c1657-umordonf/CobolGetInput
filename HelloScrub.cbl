      ******************************************************************
      * Program: HELLOSCR
      * Purpose: De-identified copy of the roster for the test
      *          region.  Copies USERMSTR into a test master
      *          (SCRBMSTR) with every person's name replaced by a
      *          generated one and the date of birth moved back by
      *          a per-person number of days (1 to 364).  Person
      *          ID, department, status and every horizon record
      *          are kept, so volumes and key shapes match
      *          production; the original and projected ages move
      *          only where the shifted birthday says they must, so
      *          they stay consistent with the shifted date (and a
      *          record that disagreed with its birth date before
      *          still disagrees the same way after).  The fake
      *          identity is worked out from the person ID (or, for
      *          a legacy zero ID, the full name) and a secret seed
      *          on SCRBPARM - no mapping is kept anywhere, yet the
      *          same real person gets the same fake name and shift
      *          on every refresh.  A person whose draw lands on a
      *          scrubbed key already given to someone else draws
      *          again, so no record is ever left out of the copy.
      *          HISTFILE, AUDITLOG and a BENIF file given on the
      *          run are scrubbed the same way into SCRBHIST,
      *          SCRBAUD and SCRBBEN so the test copies still line
      *          up with the test master; lines whose person cannot
      *          be read are written with the person details blanked
      *          rather than copied through.
      *          SCRBRPT carries counts only - never a real name.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOSCR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    One card, SEED=nnnnnnnnn.  The member is read-protected:
      *    anyone holding the seed could rebuild the fake names.
           SELECT SCRUB-PARM-FILE ASSIGN TO "SCRBPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT USER-MASTER-FILE ASSIGN TO "USERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MR-KEY
               ALTERNATE RECORD KEY IS MR-LAST-NAME WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
      *    The scrubbed master.  The fake names reorder the keys, so
      *    it is written by key rather than in sequence.
           SELECT TEST-MASTER-FILE ASSIGN TO "SCRBMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-KEY
               ALTERNATE RECORD KEY IS TM-LAST-NAME WITH DUPLICATES
               FILE STATUS IS WS-TEST-MASTER-STATUS.
      *    The companion files - each is optional on the run
           SELECT HISTORY-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT TEST-HISTORY-FILE ASSIGN TO "SCRBHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEST-HIST-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT TEST-AUDIT-FILE ASSIGN TO "SCRBAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEST-AUDIT-STATUS.
           SELECT BENEFITS-FILE ASSIGN TO "BENIF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BENIF-STATUS.
           SELECT TEST-BENEFITS-FILE ASSIGN TO "SCRBBEN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TEST-BENIF-STATUS.
           SELECT SCRUB-REPORT-FILE ASSIGN TO "SCRBRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SCRUB-PARM-FILE.
       01 SCRUB-PARM-RECORD     PIC X(80).
       FD USER-MASTER-FILE.
           COPY WSMASTR.
      *Same 81 bytes as MASTER-RECORD; the scrubbed image is moved
      *across whole
       FD TEST-MASTER-FILE.
       01 TEST-MASTER-RECORD.
           05 TM-KEY.
               10 TM-LAST-NAME  PIC X(10).
               10 FILLER        PIC X(17).
           05 FILLER            PIC X(54).
       FD HISTORY-FILE.
           COPY WSHIST.
       FD TEST-HISTORY-FILE.
       01 TEST-HISTORY-RECORD   PIC X(131).
       FD AUDIT-LOG-FILE.
           COPY WSAUDIT.
       FD TEST-AUDIT-FILE.
       01 TEST-AUDIT-RECORD     PIC X(150).
       FD BENEFITS-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY WSBENIF.
       FD TEST-BENEFITS-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 TEST-BENEFITS-RECORD  PIC X(80).
       FD SCRUB-REPORT-FILE.
       01 SCRUB-REPORT-RECORD   PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS        PIC XX.
       01 WS-MASTER-STATUS      PIC XX.
       01 WS-TEST-MASTER-STATUS PIC XX.
       01 WS-HIST-STATUS        PIC XX.
       01 WS-TEST-HIST-STATUS   PIC XX.
       01 WS-AUDIT-STATUS       PIC XX.
       01 WS-TEST-AUDIT-STATUS  PIC XX.
       01 WS-BENIF-STATUS       PIC XX.
       01 WS-TEST-BENIF-STATUS  PIC XX.
       01 WS-REPORT-STATUS      PIC XX.
       01 WS-EOF-FLAG           PIC X VALUE "N".
           88 WS-END-OF-FILE    VALUE "Y".
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-RUN-DATE           PIC 9(8).
       01 WS-STOP-FLAG          PIC X VALUE "N".
           88 WS-RUN-STOPPED    VALUE "Y".
      *The seed card
       01 WS-PARM-KEYWORD       PIC X(20).
       01 WS-PARM-VALUE         PIC X(20).
       01 WS-SEED-LENGTH        PIC 9(2) VALUE 0.
       01 WS-SCRUB-SEED         PIC 9(9) VALUE 0.
       01 WS-SEED-FLAG          PIC X VALUE "N".
           88 WS-HAVE-SEED      VALUE "Y".
      *Who the record belongs to, as the fake identity is worked
      *out from it: the person ID when there is one, otherwise the
      *full name built the way HELLO builds it
       01 WS-ID-PERSON-ID       PIC 9(5) VALUE 0.
       01 WS-ID-FIRST-NAME      PIC X(10).
       01 WS-ID-LAST-NAME       PIC X(10).
       01 WS-ID-FULL-NAME       PIC X(20).
       01 WS-IDENTITY           PIC X(20).
       01 WS-PREV-PERSON        PIC X(25) VALUE SPACES.
      *The identity folded with the seed into one number, then
      *stepped (multiply by 48271, modulo 2**31-1) for each draw.
      *A character's code is read through the binary redefinition.
       01 WS-SCR-HASH           PIC 9(18) VALUE 0.
       01 WS-SCR-WORK           PIC 9(18) VALUE 0.
       01 WS-SCR-QUOT           PIC 9(18) VALUE 0.
       01 WS-HASH-IDX           PIC 9(2) VALUE 0.
       01 WS-HASH-CHAR-AREA.
           05 FILLER            PIC X VALUE LOW-VALUE.
           05 WS-HASH-CHAR      PIC X.
       01 WS-HASH-CHAR-CODE REDEFINES WS-HASH-CHAR-AREA
                                PIC 9(4) COMP.
       01 WS-NAME-IDX           PIC 9(2) VALUE 1.
       01 WS-SHIFT-DAYS         PIC 9(3) VALUE 0.
      *The generated identity
       01 WS-FAKE-LAST-NAME     PIC X(10).
       01 WS-FAKE-FIRST-NAME    PIC X(10).
       01 WS-FAKE-FULL-NAME     PIC X(20).
       01 WS-BASE-LAST-NAME     PIC X(10).
       01 WS-BASE-FIRST-NAME    PIC X(10).
       01 WS-REDRAW-COUNT       PIC 9(2) VALUE 0.
       01 WS-NAME-LENGTH        PIC 9(2) VALUE 0.
      *Every scrubbed key issued this run (fake last and first name
      *and the person ID), in key order, with the identity and real
      *name it went to.  The master is scrubbed first, so its people
      *hold their keys before any other file asks.
       01 WS-FK-COUNT           PIC 9(4) VALUE 0.
       01 WS-FK-IDX             PIC 9(4) VALUE 1.
       01 WS-FK-POS             PIC 9(4) VALUE 1.
       01 WS-FK-SCAN            PIC 9(4) VALUE 1.
       01 WS-FK-FOUND           PIC X VALUE "N".
       01 WS-FK-FULL            PIC X VALUE "N".
           88 WS-FK-TABLE-FULL  VALUE "Y".
       01 WS-FK-FIND-KEY.
           05 WS-FK-FIND-LAST   PIC X(10).
           05 WS-FK-FIND-FIRST  PIC X(10).
           05 WS-FK-FIND-ID     PIC 9(5).
       01 WS-FK-OWNER.
           05 WS-FK-OWNER-IDENTITY PIC X(20).
           05 WS-FK-OWNER-NAME  PIC X(20).
       01 WS-FK-STATE           PIC X VALUE "N".
           88 WS-FK-FREE        VALUE "N".
           88 WS-FK-MINE        VALUE "O".
           88 WS-FK-SAME-ID     VALUE "S".
           88 WS-FK-TAKEN       VALUE "X".
       01 WS-FK-SAME-ID-FLAG    PIC X VALUE "N".
           88 WS-FK-SAME-ID-SEEN VALUE "Y".
       01 WS-FAKE-KEY-TABLE.
           05 WS-FK-ENTRY OCCURS 3000 TIMES.
               10 WS-FK-KEY          PIC X(25).
               10 WS-FK-OWNED-BY     PIC X(40).
       01 WS-PASS-FLAG          PIC X VALUE "N".
           88 WS-MASTER-PASS    VALUE "Y".
       01 WS-FAKE-LAST-VALUES.
           05 FILLER PIC X(10) VALUE "ABBOTT".
           05 FILLER PIC X(10) VALUE "BARNES".
           05 FILLER PIC X(10) VALUE "CALDWELL".
           05 FILLER PIC X(10) VALUE "DAWSON".
           05 FILLER PIC X(10) VALUE "ELLIOTT".
           05 FILLER PIC X(10) VALUE "FLEMING".
           05 FILLER PIC X(10) VALUE "GARNER".
           05 FILLER PIC X(10) VALUE "HARTLEY".
           05 FILLER PIC X(10) VALUE "INGRAM".
           05 FILLER PIC X(10) VALUE "JENNINGS".
           05 FILLER PIC X(10) VALUE "KEATING".
           05 FILLER PIC X(10) VALUE "LAMBERT".
           05 FILLER PIC X(10) VALUE "MADDOX".
           05 FILLER PIC X(10) VALUE "NEWTON".
           05 FILLER PIC X(10) VALUE "OSBORNE".
           05 FILLER PIC X(10) VALUE "PARSONS".
           05 FILLER PIC X(10) VALUE "QUINLAN".
           05 FILLER PIC X(10) VALUE "RANDALL".
           05 FILLER PIC X(10) VALUE "SAWYER".
           05 FILLER PIC X(10) VALUE "TALBOT".
           05 FILLER PIC X(10) VALUE "UPTON".
           05 FILLER PIC X(10) VALUE "VAUGHAN".
           05 FILLER PIC X(10) VALUE "WALLACE".
           05 FILLER PIC X(10) VALUE "YATES".
           05 FILLER PIC X(10) VALUE "ZIMMER".
           05 FILLER PIC X(10) VALUE "ASHFORD".
           05 FILLER PIC X(10) VALUE "BRADLEY".
           05 FILLER PIC X(10) VALUE "CROSBY".
           05 FILLER PIC X(10) VALUE "DUNCAN".
           05 FILLER PIC X(10) VALUE "EVERETT".
           05 FILLER PIC X(10) VALUE "FOSTER".
           05 FILLER PIC X(10) VALUE "GRAHAM".
           05 FILLER PIC X(10) VALUE "HOLLAND".
           05 FILLER PIC X(10) VALUE "IRWIN".
           05 FILLER PIC X(10) VALUE "JARVIS".
           05 FILLER PIC X(10) VALUE "KENDALL".
           05 FILLER PIC X(10) VALUE "LOWELL".
           05 FILLER PIC X(10) VALUE "MERCER".
           05 FILLER PIC X(10) VALUE "NORRIS".
           05 FILLER PIC X(10) VALUE "OAKLEY".
           05 FILLER PIC X(10) VALUE "PRESTON".
           05 FILLER PIC X(10) VALUE "RUSSELL".
           05 FILLER PIC X(10) VALUE "SHEPARD".
           05 FILLER PIC X(10) VALUE "THORNTON".
           05 FILLER PIC X(10) VALUE "UNDERWOOD".
           05 FILLER PIC X(10) VALUE "VANCE".
           05 FILLER PIC X(10) VALUE "WHITAKER".
           05 FILLER PIC X(10) VALUE "WINSLOW".
           05 FILLER PIC X(10) VALUE "YOUNGER".
           05 FILLER PIC X(10) VALUE "ZELLER".
       01 WS-FAKE-LAST-TABLE REDEFINES WS-FAKE-LAST-VALUES.
           05 WS-FAKE-LAST-T    PIC X(10) OCCURS 50 TIMES.
       01 WS-FAKE-FIRST-VALUES.
           05 FILLER PIC X(10) VALUE "ALEX".
           05 FILLER PIC X(10) VALUE "BAILEY".
           05 FILLER PIC X(10) VALUE "CAMERON".
           05 FILLER PIC X(10) VALUE "DANA".
           05 FILLER PIC X(10) VALUE "ELLIS".
           05 FILLER PIC X(10) VALUE "FRANCIS".
           05 FILLER PIC X(10) VALUE "GALE".
           05 FILLER PIC X(10) VALUE "HARPER".
           05 FILLER PIC X(10) VALUE "IRIS".
           05 FILLER PIC X(10) VALUE "JORDAN".
           05 FILLER PIC X(10) VALUE "KENDRA".
           05 FILLER PIC X(10) VALUE "LOGAN".
           05 FILLER PIC X(10) VALUE "MORGAN".
           05 FILLER PIC X(10) VALUE "NOEL".
           05 FILLER PIC X(10) VALUE "OLIVE".
           05 FILLER PIC X(10) VALUE "PARKER".
           05 FILLER PIC X(10) VALUE "QUINN".
           05 FILLER PIC X(10) VALUE "RILEY".
           05 FILLER PIC X(10) VALUE "SAGE".
           05 FILLER PIC X(10) VALUE "TAYLOR".
           05 FILLER PIC X(10) VALUE "UMA".
           05 FILLER PIC X(10) VALUE "VAL".
           05 FILLER PIC X(10) VALUE "WESLEY".
           05 FILLER PIC X(10) VALUE "XAVIER".
           05 FILLER PIC X(10) VALUE "YVONNE".
           05 FILLER PIC X(10) VALUE "ZANE".
           05 FILLER PIC X(10) VALUE "AVERY".
           05 FILLER PIC X(10) VALUE "BLAKE".
           05 FILLER PIC X(10) VALUE "CASEY".
           05 FILLER PIC X(10) VALUE "DREW".
           05 FILLER PIC X(10) VALUE "EMERY".
           05 FILLER PIC X(10) VALUE "FLYNN".
           05 FILLER PIC X(10) VALUE "GRAY".
           05 FILLER PIC X(10) VALUE "HAYDEN".
           05 FILLER PIC X(10) VALUE "ISLA".
           05 FILLER PIC X(10) VALUE "JESSIE".
           05 FILLER PIC X(10) VALUE "KAI".
           05 FILLER PIC X(10) VALUE "LEE".
           05 FILLER PIC X(10) VALUE "MARLOW".
           05 FILLER PIC X(10) VALUE "NICO".
           05 FILLER PIC X(10) VALUE "OLIN".
           05 FILLER PIC X(10) VALUE "PAT".
           05 FILLER PIC X(10) VALUE "REESE".
           05 FILLER PIC X(10) VALUE "SIDNEY".
           05 FILLER PIC X(10) VALUE "TERRY".
           05 FILLER PIC X(10) VALUE "URIEL".
           05 FILLER PIC X(10) VALUE "VERNON".
           05 FILLER PIC X(10) VALUE "WREN".
           05 FILLER PIC X(10) VALUE "YALE".
           05 FILLER PIC X(10) VALUE "ZOLA".
       01 WS-FAKE-FIRST-TABLE REDEFINES WS-FAKE-FIRST-VALUES.
           05 WS-FAKE-FIRST-T   PIC X(10) OCCURS 50 TIMES.
      *Birth date being moved back, one day at a time
       01 WS-REAL-BIRTH-DATE    PIC 9(8) VALUE 0.
       01 WS-SHIFTED-BIRTH-DATE PIC 9(8) VALUE 0.
       01 WS-SHIFT-DATE.
           05 WS-SH-YEAR        PIC 9(4).
           05 WS-SH-MONTH       PIC 9(2).
           05 WS-SH-DAY         PIC 9(2).
       01 WS-MONTH-DAYS-VALUES  PIC X(24)
               VALUE "312831303130313130313031".
       01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05 WS-MONTH-DAYS-T   PIC 9(2) OCCURS 12 TIMES.
       01 WS-MONTH-LENGTH       PIC 9(2) VALUE 0.
       01 WS-LEAP-QUOT          PIC 9(4) VALUE 0.
       01 WS-LEAP-REM-4         PIC 9(3) VALUE 0.
       01 WS-LEAP-REM-100       PIC 9(3) VALUE 0.
       01 WS-LEAP-REM-400       PIC 9(3) VALUE 0.
      *Age on a given date from a birth date; the difference the
      *shift makes is added to every age carried with the record
       01 WS-AGE-ON-DATE        PIC 9(8) VALUE 0.
       01 WS-AGE-ON-PARTS REDEFINES WS-AGE-ON-DATE.
           05 WS-AO-YEAR        PIC 9(4).
           05 WS-AO-MMDD        PIC 9(4).
       01 WS-AGE-BIRTH-DATE     PIC 9(8) VALUE 0.
       01 WS-AGE-BIRTH-PARTS REDEFINES WS-AGE-BIRTH-DATE.
           05 WS-AB-YEAR        PIC 9(4).
           05 WS-AB-MMDD        PIC 9(4).
       01 WS-AGE-YEARS          PIC S9(4) VALUE 0.
       01 WS-REAL-AGE           PIC S9(4) VALUE 0.
       01 WS-AGE-DELTA          PIC 9 VALUE 0.
       01 WS-AGE-2              PIC 9(2) VALUE 0.
       01 WS-AGE-3              PIC 9(3) VALUE 0.
       01 WS-PROJ-IDX           PIC 9 VALUE 1.
      *One entry per person met on the master or the history, in
      *identity order, so an audit line (which carries no birth
      *date) can have its ages moved the same way
       01 WS-PS-COUNT           PIC 9(4) VALUE 0.
       01 WS-PS-IDX             PIC 9(4) VALUE 1.
       01 WS-PS-POS             PIC 9(4) VALUE 1.
       01 WS-PS-SCAN            PIC 9(4) VALUE 1.
       01 WS-PS-FOUND           PIC X VALUE "N".
       01 WS-PS-FULL            PIC X VALUE "N".
           88 WS-PS-TABLE-FULL  VALUE "Y".
       01 WS-FIND-KEY           PIC X(20).
       01 WS-PERSON-TABLE.
           05 WS-PS-ENTRY OCCURS 3000 TIMES.
               10 WS-PS-KEY          PIC X(20).
               10 WS-PS-REAL-BIRTH   PIC 9(8).
               10 WS-PS-SHIFT-BIRTH  PIC 9(8).
      *A withheld line keeps only its stamp (the history line's
      *date, time, operator and code; the audit line's date and
      *time, the rest of an old free-text line being unreadable)
       01 WS-HOLD-STAMP         PIC X(38).
      *Benefits ages are as of the file's run date (the header's,
      *or tonight's for a headerless snapshot), and the trailer
      *hash is re-summed over the scrubbed details
       01 WS-BEN-AGE-DATE       PIC 9(8) VALUE 0.
       01 WS-BEN-HASH           PIC 9(9) VALUE 0.
      *Counts for the summary and the RETURN-CODE
       01 WS-MSTR-READ          PIC 9(7) VALUE 0.
       01 WS-MSTR-WRITTEN       PIC 9(7) VALUE 0.
       01 WS-MSTR-PERSONS       PIC 9(7) VALUE 0.
       01 WS-COLLISION-COUNT    PIC 9(5) VALUE 0.
       01 WS-REDRAWN-PERSONS    PIC 9(7) VALUE 0.
       01 WS-DOB-SHIFTED        PIC 9(7) VALUE 0.
       01 WS-DOB-UNSHIFTED      PIC 9(7) VALUE 0.
       01 WS-AGES-MOVED         PIC 9(7) VALUE 0.
       01 WS-HIST-READ          PIC 9(7) VALUE 0.
       01 WS-HIST-WITHHELD      PIC 9(7) VALUE 0.
       01 WS-AUD-READ           PIC 9(7) VALUE 0.
       01 WS-AUD-WITHHELD       PIC 9(7) VALUE 0.
       01 WS-AUD-NO-BIRTH       PIC 9(7) VALUE 0.
       01 WS-BEN-READ           PIC 9(7) VALUE 0.
       01 WS-BEN-WITHHELD       PIC 9(7) VALUE 0.
       01 WS-FILE-SKIPPED       PIC 9 VALUE 0.
      *Page control: 55 detail/heading lines to a page
       01 WS-LINE-COUNT         PIC 9(2) VALUE 99.
       01 WS-PAGE-COUNT         PIC 9(4) VALUE 0.
       01 WS-PRINT-LINE         PIC X(132) VALUE SPACES.
       01 WS-HEADING-1.
           05 FILLER            PIC X(26) VALUE
               "DE-IDENTIFIED TEST COPY".
           05 FILLER            PIC X(12) VALUE "   RUN DATE ".
           05 WS-HDG-DATE       PIC X(8).
           05 FILLER            PIC X(8) VALUE "   PAGE ".
           05 WS-HDG-PAGE       PIC ZZZ9.
       01 WS-COLLISION-LINE.
           05 FILLER            PIC X(10) VALUE "PERSON ID ".
           05 WS-CL-PERSON-ID   PIC X(5).
           05 FILLER            PIC X(10) VALUE "  HORIZON ".
           05 WS-CL-HORIZON     PIC X(2).
           05 FILLER            PIC X(3) VALUE " - ".
           05 WS-CL-TEXT        PIC X(60).
       01 WS-TOTAL-LINE.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-TL-LABEL       PIC X(44).
           05 WS-TL-COUNT       PIC Z(6)9.

       PROCEDURE DIVISION.
      * Run all functions
       PERFORM START-UP
       IF NOT WS-RUN-STOPPED
           PERFORM SCRUB-MASTER
           PERFORM SCRUB-HISTORY
           PERFORM SCRUB-AUDIT
           PERFORM SCRUB-BENEFITS
       END-IF
       PERFORM FINISH-UP
       GOBACK.

      *Nothing is written without a seed, or without both masters
       START-UP.
           DISPLAY "HELLOSCR - DE-IDENTIFIED TEST COPY"
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE (1:8) TO WS-RUN-DATE
           MOVE WS-CURRENT-DATE (1:8) TO WS-HDG-DATE
           OPEN OUTPUT SCRUB-REPORT-FILE
           PERFORM LOAD-SCRUB-PARM
           IF NOT WS-HAVE-SEED
               MOVE "NO USABLE SEED= CARD ON SCRBPARM - NOTHING COPIED"
                   TO WS-PRINT-LINE
               PERFORM STOP-THE-RUN
           END-IF
           IF NOT WS-RUN-STOPPED
               OPEN INPUT USER-MASTER-FILE
               IF WS-MASTER-STATUS NOT = "00"
                   MOVE "USERMSTR COULD NOT BE OPENED - NOTHING COPIED"
                       TO WS-PRINT-LINE
                   PERFORM STOP-THE-RUN
               END-IF
           END-IF
           IF NOT WS-RUN-STOPPED
               OPEN OUTPUT TEST-MASTER-FILE
               IF WS-TEST-MASTER-STATUS NOT = "00"
                   CLOSE USER-MASTER-FILE
                   MOVE "SCRBMSTR COULD NOT BE OPENED - NOTHING COPIED"
                       TO WS-PRINT-LINE
                   PERFORM STOP-THE-RUN
               END-IF
           END-IF.

      *One card, SEED= followed by one to nine digits.  The seed
      *itself is never displayed or printed.
       LOAD-SCRUB-PARM.
           OPEN INPUT SCRUB-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ SCRUB-PARM-FILE
                   AT END
                       MOVE SPACES TO SCRUB-PARM-RECORD
               END-READ
               CLOSE SCRUB-PARM-FILE
               MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE
               UNSTRING SCRUB-PARM-RECORD DELIMITED BY "="
                   INTO WS-PARM-KEYWORD WS-PARM-VALUE
               END-UNSTRING
               MOVE 0 TO WS-SEED-LENGTH
               INSPECT WS-PARM-VALUE TALLYING WS-SEED-LENGTH
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-PARM-KEYWORD = "SEED"
                  AND WS-SEED-LENGTH > 0 AND WS-SEED-LENGTH < 10
                   IF WS-PARM-VALUE (1:WS-SEED-LENGTH) IS NUMERIC
                       MOVE WS-PARM-VALUE (1:WS-SEED-LENGTH)
                           TO WS-SCRUB-SEED
                       SET WS-HAVE-SEED TO TRUE
                   END-IF
               END-IF
           ELSE
               DISPLAY "SCRBPARM NOT AVAILABLE"
           END-IF.

      *----------------------------------------------------------------
      *USERMSTR to SCRBMSTR.  A person's horizon records are
      *contiguous, so the identity is worked out once per person.
      *----------------------------------------------------------------
       SCRUB-MASTER.
           SET WS-MASTER-PASS TO TRUE
           PERFORM READ-MASTER-RECORD
           PERFORM SCRUB-MASTER-RECORD UNTIL WS-END-OF-FILE
           MOVE "N" TO WS-PASS-FLAG
           CLOSE USER-MASTER-FILE
           CLOSE TEST-MASTER-FILE.

       READ-MASTER-RECORD.
           READ USER-MASTER-FILE NEXT
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           IF WS-MASTER-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           END-IF.

       SCRUB-MASTER-RECORD.
           ADD 1 TO WS-MSTR-READ
           IF MR-KEY (1:25) NOT = WS-PREV-PERSON
               MOVE MR-KEY (1:25) TO WS-PREV-PERSON
               ADD 1 TO WS-MSTR-PERSONS
               MOVE MR-PERSON-ID  TO WS-ID-PERSON-ID
               MOVE MR-FIRST-NAME TO WS-ID-FIRST-NAME
               MOVE MR-LAST-NAME  TO WS-ID-LAST-NAME
               PERFORM BUILD-ID-FULL-NAME
               PERFORM BUILD-IDENTITY
               PERFORM MAKE-FAKE-IDENTITY
               IF WS-REDRAW-COUNT > 0
                   ADD 1 TO WS-REDRAWN-PERSONS
               END-IF
               MOVE 99999999 TO WS-REAL-BIRTH-DATE
           END-IF
      *    The horizon records should agree on the birth date; one
      *    that does not is shifted on its own
           IF MR-BIRTH-DATE IS NOT NUMERIC
               MOVE 0 TO MR-BIRTH-DATE
           END-IF
           IF MR-BIRTH-DATE NOT = WS-REAL-BIRTH-DATE
               MOVE MR-BIRTH-DATE TO WS-REAL-BIRTH-DATE
               PERFORM SHIFT-BIRTH-DATE
               PERFORM REMEMBER-PERSON
           END-IF
           MOVE WS-FAKE-LAST-NAME  TO MR-LAST-NAME
           MOVE WS-FAKE-FIRST-NAME TO MR-FIRST-NAME
           MOVE WS-FAKE-FULL-NAME  TO MR-FULL-NAME
           MOVE WS-SHIFTED-BIRTH-DATE TO MR-BIRTH-DATE
           MOVE MR-AGE-AS-OF-DATE TO WS-AGE-ON-DATE
           PERFORM WORK-AGE-DELTA
           IF WS-AGE-DELTA > 0
               IF MR-ORIGINAL-AGE < 99
                   ADD WS-AGE-DELTA TO MR-ORIGINAL-AGE
               END-IF
               IF MR-PROJECTED-AGE < 999
                   ADD WS-AGE-DELTA TO MR-PROJECTED-AGE
               END-IF
               ADD 1 TO WS-AGES-MOVED
           END-IF
           MOVE MASTER-RECORD TO TEST-MASTER-RECORD
           WRITE TEST-MASTER-RECORD
               INVALID KEY
                   PERFORM REPORT-KEY-COLLISION
               NOT INVALID KEY
                   ADD 1 TO WS-MSTR-WRITTEN
           END-WRITE
           PERFORM READ-MASTER-RECORD.

      *MAKE-FAKE-IDENTITY hands out each scrubbed key once, so this
      *is reached only when its table has overflowed or the redraws
      *ran out.  The report names the record by ID and horizon,
      *never by name.
       REPORT-KEY-COLLISION.
           ADD 1 TO WS-COLLISION-COUNT
           MOVE MR-PERSON-ID     TO WS-CL-PERSON-ID
           MOVE MR-HORIZON-YEARS TO WS-CL-HORIZON
           MOVE "SCRUBBED KEY ALREADY ON SCRBMSTR - RECORD NOT COPIED"
               TO WS-CL-TEXT
           MOVE WS-COLLISION-LINE TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

      *----------------------------------------------------------------
      *HISTFILE to SCRBHIST.  Each before-image carries its own
      *birth date and as-of date, so it is scrubbed like a master
      *record; a person found only here (since deleted or purged)
      *is remembered for the audit lines too.
      *----------------------------------------------------------------
       SCRUB-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               MOVE "HISTFILE NOT SUPPLIED - NOT SCRUBBED"
                   TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-FILE-SKIPPED
           ELSE
               OPEN OUTPUT TEST-HISTORY-FILE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-HISTORY-RECORD
               PERFORM SCRUB-HISTORY-RECORD UNTIL WS-END-OF-FILE
               CLOSE HISTORY-FILE
               CLOSE TEST-HISTORY-FILE
           END-IF.

       READ-HISTORY-RECORD.
           READ HISTORY-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           IF WS-HIST-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           END-IF.

       SCRUB-HISTORY-RECORD.
           ADD 1 TO WS-HIST-READ
           IF HX-PERSON-ID IS NUMERIC
               MOVE HX-PERSON-ID  TO WS-ID-PERSON-ID
               MOVE HX-FIRST-NAME TO WS-ID-FIRST-NAME
               MOVE HX-LAST-NAME  TO WS-ID-LAST-NAME
               PERFORM BUILD-ID-FULL-NAME
               PERFORM BUILD-IDENTITY
               PERFORM MAKE-FAKE-IDENTITY
               MOVE WS-FAKE-LAST-NAME  TO HX-LAST-NAME
               MOVE WS-FAKE-FIRST-NAME TO HX-FIRST-NAME
               MOVE WS-FAKE-FULL-NAME  TO HX-FULL-NAME
               IF HX-BIRTH-DATE IS NUMERIC
                   MOVE HX-BIRTH-DATE TO WS-REAL-BIRTH-DATE
                   PERFORM SHIFT-BIRTH-DATE
                   PERFORM REMEMBER-PERSON
                   MOVE WS-SHIFTED-BIRTH-DATE TO HX-BIRTH-DATE
                   IF HX-AGE-AS-OF-DATE IS NUMERIC
                       MOVE HX-AGE-AS-OF-DATE TO WS-AGE-ON-DATE
                       PERFORM WORK-AGE-DELTA
                       IF WS-AGE-DELTA > 0
                           PERFORM MOVE-HISTORY-AGES
                       END-IF
                   END-IF
               END-IF
           ELSE
               MOVE HISTORY-RECORD (1:38) TO WS-HOLD-STAMP
               MOVE SPACES TO HISTORY-RECORD
               MOVE WS-HOLD-STAMP TO HISTORY-RECORD (1:38)
               ADD 1 TO WS-HIST-WITHHELD
           END-IF
           MOVE HISTORY-RECORD TO TEST-HISTORY-RECORD
           WRITE TEST-HISTORY-RECORD
           PERFORM READ-HISTORY-RECORD.

       MOVE-HISTORY-AGES.
           IF HX-ORIGINAL-AGE IS NUMERIC
               MOVE HX-ORIGINAL-AGE TO WS-AGE-2
               IF WS-AGE-2 < 99
                   ADD WS-AGE-DELTA TO WS-AGE-2
               END-IF
               MOVE WS-AGE-2 TO HX-ORIGINAL-AGE
           END-IF
           IF HX-PROJECTED-AGE IS NUMERIC
               MOVE HX-PROJECTED-AGE TO WS-AGE-3
               IF WS-AGE-3 < 999
                   ADD WS-AGE-DELTA TO WS-AGE-3
               END-IF
               MOVE WS-AGE-3 TO HX-PROJECTED-AGE
           END-IF
           ADD 1 TO WS-AGES-MOVED.

      *----------------------------------------------------------------
      *AUDITLOG to SCRBAUD.  Settings lines carry no person and go
      *across untouched; a person line gets the fake full name,
      *and its ages move by what the shifted birthday makes of
      *them on the line's own date.  A rename's new name is
      *scrubbed too.  Lines from before WSAUDIT (free text, no
      *readable person ID) keep only their date and time.
      *----------------------------------------------------------------
       SCRUB-AUDIT.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "AUDITLOG NOT SUPPLIED - NOT SCRUBBED"
                   TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-FILE-SKIPPED
           ELSE
               OPEN OUTPUT TEST-AUDIT-FILE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-AUDIT-RECORD
               PERFORM SCRUB-AUDIT-RECORD UNTIL WS-END-OF-FILE
               CLOSE AUDIT-LOG-FILE
               CLOSE TEST-AUDIT-FILE
           END-IF.

       READ-AUDIT-RECORD.
           READ AUDIT-LOG-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           IF WS-AUDIT-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           END-IF.

       SCRUB-AUDIT-RECORD.
           ADD 1 TO WS-AUD-READ
           EVALUATE TRUE
               WHEN AL-PERSON-ID = SPACES AND AL-FULL-NAME = SPACES
                   CONTINUE
               WHEN AL-PERSON-ID IS NUMERIC
                   PERFORM SCRUB-AUDIT-PERSON
               WHEN OTHER
                   MOVE AUDIT-LOG-RECORD (1:16) TO WS-HOLD-STAMP
                   MOVE SPACES TO AUDIT-LOG-RECORD
                   MOVE WS-HOLD-STAMP TO AUDIT-LOG-RECORD (1:16)
                   ADD 1 TO WS-AUD-WITHHELD
           END-EVALUATE
           MOVE AUDIT-LOG-RECORD TO TEST-AUDIT-RECORD
           WRITE TEST-AUDIT-RECORD
           PERFORM READ-AUDIT-RECORD.

       SCRUB-AUDIT-PERSON.
           MOVE AL-PERSON-ID TO WS-ID-PERSON-ID
           MOVE AL-FULL-NAME TO WS-ID-FULL-NAME
           PERFORM BUILD-IDENTITY
           PERFORM MAKE-FAKE-IDENTITY
           IF AL-FULL-NAME NOT = SPACES
               MOVE WS-FAKE-FULL-NAME TO AL-FULL-NAME
           END-IF
           MOVE WS-IDENTITY TO WS-FIND-KEY
           PERFORM FIND-PERSON
           IF WS-PS-FOUND = "Y" AND AL-DATE IS NUMERIC
               MOVE WS-PS-REAL-BIRTH (WS-PS-IDX) TO WS-REAL-BIRTH-DATE
               MOVE WS-PS-SHIFT-BIRTH (WS-PS-IDX)
                   TO WS-SHIFTED-BIRTH-DATE
               MOVE AL-DATE TO WS-AGE-ON-DATE
               PERFORM WORK-AGE-DELTA
               IF WS-AGE-DELTA > 0
                   PERFORM MOVE-AUDIT-AGES
               END-IF
           ELSE
               ADD 1 TO WS-AUD-NO-BIRTH
           END-IF
      *    A legacy zero-ID rename changes the identity itself, so
      *    the new name draws its own fake; with an ID it is the
      *    same person and the same fake name
           IF AL-RESULT = "RENAMED" AND AL-REASON (1:4) = "NOW "
               IF WS-ID-PERSON-ID = 0
                   MOVE AL-REASON (5:20) TO WS-ID-FULL-NAME
                   PERFORM BUILD-IDENTITY
                   PERFORM MAKE-FAKE-IDENTITY
               END-IF
               MOVE SPACES TO AL-REASON
               STRING "NOW " DELIMITED BY SIZE
                   WS-FAKE-FULL-NAME DELIMITED BY SIZE
                   INTO AL-REASON
               END-STRING
           END-IF.

       MOVE-AUDIT-AGES.
           IF AL-AGE (1:2) IS NUMERIC
               MOVE AL-AGE (1:2) TO WS-AGE-2
               IF WS-AGE-2 < 99
                   ADD WS-AGE-DELTA TO WS-AGE-2
               END-IF
               MOVE WS-AGE-2 TO AL-AGE (1:2)
           END-IF
           IF AL-NEW-AGE IS NUMERIC
               MOVE AL-NEW-AGE TO WS-AGE-3
               IF WS-AGE-3 < 999
                   ADD WS-AGE-DELTA TO WS-AGE-3
               END-IF
               MOVE WS-AGE-3 TO AL-NEW-AGE
           END-IF
           ADD 1 TO WS-AGES-MOVED.

      *----------------------------------------------------------------
      *BENIF to SCRBBEN.  The header is kept (its run date is the
      *date the ages were true), each detail scrubbed like a
      *master person, and the trailer's age hash re-summed over
      *the scrubbed details so the copy still proves.  BENSNAP's
      *headerless detail images scrub the same way.
      *----------------------------------------------------------------
       SCRUB-BENEFITS.
           OPEN INPUT BENEFITS-FILE
           IF WS-BENIF-STATUS NOT = "00"
               MOVE "BENIF NOT SUPPLIED - NOT SCRUBBED"
                   TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-FILE-SKIPPED
           ELSE
               OPEN OUTPUT TEST-BENEFITS-FILE
               MOVE WS-RUN-DATE TO WS-BEN-AGE-DATE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-BENEFITS-RECORD
               PERFORM SCRUB-BENEFITS-RECORD UNTIL WS-END-OF-FILE
               CLOSE BENEFITS-FILE
               CLOSE TEST-BENEFITS-FILE
           END-IF.

       READ-BENEFITS-RECORD.
           READ BENEFITS-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           IF WS-BENIF-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           END-IF.

       SCRUB-BENEFITS-RECORD.
           ADD 1 TO WS-BEN-READ
           EVALUATE TRUE
               WHEN BH-REC-TYPE = "H"
                   IF BH-RUN-DATE IS NUMERIC
                       MOVE BH-RUN-DATE TO WS-BEN-AGE-DATE
                   END-IF
               WHEN BD-REC-TYPE = "D" AND BD-PERSON-ID IS NUMERIC
                   PERFORM SCRUB-BENEFITS-DETAIL
               WHEN BT-REC-TYPE = "T"
                   MOVE WS-BEN-HASH TO BT-AGE-HASH
               WHEN OTHER
                   MOVE SPACES TO BI-DETAIL-RECORD (2:79)
                   ADD 1 TO WS-BEN-WITHHELD
           END-EVALUATE
           MOVE BI-DETAIL-RECORD TO TEST-BENEFITS-RECORD
           WRITE TEST-BENEFITS-RECORD
           PERFORM READ-BENEFITS-RECORD.

       SCRUB-BENEFITS-DETAIL.
           MOVE BD-PERSON-ID  TO WS-ID-PERSON-ID
           MOVE BD-FIRST-NAME TO WS-ID-FIRST-NAME
           MOVE BD-LAST-NAME  TO WS-ID-LAST-NAME
           PERFORM BUILD-ID-FULL-NAME
           PERFORM BUILD-IDENTITY
           PERFORM MAKE-FAKE-IDENTITY
           MOVE WS-FAKE-LAST-NAME  TO BD-LAST-NAME
           MOVE WS-FAKE-FIRST-NAME TO BD-FIRST-NAME
           IF BD-BIRTH-DATE IS NUMERIC
               MOVE BD-BIRTH-DATE TO WS-REAL-BIRTH-DATE
               PERFORM SHIFT-BIRTH-DATE
               MOVE WS-SHIFTED-BIRTH-DATE TO BD-BIRTH-DATE
               MOVE WS-BEN-AGE-DATE TO WS-AGE-ON-DATE
               PERFORM WORK-AGE-DELTA
               IF WS-AGE-DELTA > 0
                   PERFORM MOVE-BENEFITS-AGES
               END-IF
           END-IF
           IF BD-ORIGINAL-AGE IS NUMERIC
               ADD BD-ORIGINAL-AGE TO WS-BEN-HASH
           END-IF
           PERFORM VARYING WS-PROJ-IDX FROM 1 BY 1
                   UNTIL WS-PROJ-IDX > 4
               IF BD-PROJ-AGE (WS-PROJ-IDX) IS NUMERIC
                   ADD BD-PROJ-AGE (WS-PROJ-IDX) TO WS-BEN-HASH
               END-IF
           END-PERFORM.

      *Empty projection slots (a person with fewer than four
      *horizons) stay zero
       MOVE-BENEFITS-AGES.
           IF BD-ORIGINAL-AGE IS NUMERIC AND BD-ORIGINAL-AGE < 99
               ADD WS-AGE-DELTA TO BD-ORIGINAL-AGE
           END-IF
           PERFORM VARYING WS-PROJ-IDX FROM 1 BY 1
                   UNTIL WS-PROJ-IDX > 4
               IF BD-PROJ-AGE (WS-PROJ-IDX) IS NUMERIC
                  AND BD-PROJ-AGE (WS-PROJ-IDX) > 0
                  AND BD-PROJ-AGE (WS-PROJ-IDX) < 999
                   ADD WS-AGE-DELTA TO BD-PROJ-AGE (WS-PROJ-IDX)
               END-IF
           END-PERFORM
           ADD 1 TO WS-AGES-MOVED.

      *----------------------------------------------------------------
      *The identity rules, shared by every file
      *----------------------------------------------------------------

      *The full name exactly as HELLO strings it together
       BUILD-ID-FULL-NAME.
           MOVE SPACES TO WS-ID-FULL-NAME
           STRING WS-ID-FIRST-NAME DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-ID-LAST-NAME DELIMITED BY SPACE
               INTO WS-ID-FULL-NAME
           END-STRING.

      *A person ID identifies the person across renames; a legacy
      *zero ID leaves only the full name to go on
       BUILD-IDENTITY.
           MOVE SPACES TO WS-IDENTITY
           IF WS-ID-PERSON-ID > 0
               MOVE WS-ID-PERSON-ID TO WS-IDENTITY (1:5)
           ELSE
               MOVE WS-ID-FULL-NAME TO WS-IDENTITY
           END-IF.

      *Fold the identity into the seed a character at a time, then
      *draw the last name, the first name and the days of shift.
      *A scrubbed key already issued to someone else is drawn again
      *- the same redraws in the same order every time, so every
      *file reaches the same fake name for the same person.  From
      *the tenth redraw the count is added to the first name, so
      *the pool cannot run dry.  The shift is never redrawn.
       MAKE-FAKE-IDENTITY.
           MOVE WS-SCRUB-SEED TO WS-SCR-HASH
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                   UNTIL WS-HASH-IDX > 20
               MOVE WS-IDENTITY (WS-HASH-IDX:1) TO WS-HASH-CHAR
               COMPUTE WS-SCR-WORK =
                   WS-SCR-HASH * 31 + WS-HASH-CHAR-CODE + 1
               DIVIDE WS-SCR-WORK BY 2147483647
                   GIVING WS-SCR-QUOT REMAINDER WS-SCR-HASH
           END-PERFORM
           PERFORM NEXT-DRAW
           DIVIDE WS-SCR-HASH BY 50
               GIVING WS-SCR-QUOT REMAINDER WS-NAME-IDX
           ADD 1 TO WS-NAME-IDX
           MOVE WS-FAKE-LAST-T (WS-NAME-IDX) TO WS-FAKE-LAST-NAME
           PERFORM NEXT-DRAW
           DIVIDE WS-SCR-HASH BY 50
               GIVING WS-SCR-QUOT REMAINDER WS-NAME-IDX
           ADD 1 TO WS-NAME-IDX
           MOVE WS-FAKE-FIRST-T (WS-NAME-IDX) TO WS-FAKE-FIRST-NAME
           PERFORM NEXT-DRAW
           DIVIDE WS-SCR-HASH BY 364
               GIVING WS-SCR-QUOT REMAINDER WS-SHIFT-DAYS
           ADD 1 TO WS-SHIFT-DAYS
           MOVE WS-FAKE-LAST-NAME  TO WS-BASE-LAST-NAME
           MOVE WS-FAKE-FIRST-NAME TO WS-BASE-FIRST-NAME
           MOVE 0 TO WS-REDRAW-COUNT
           MOVE "N" TO WS-FK-SAME-ID-FLAG
           PERFORM CHECK-FAKE-KEY
           PERFORM REDRAW-FAKE-NAME
               UNTIL WS-FK-FREE OR WS-FK-MINE OR WS-REDRAW-COUNT = 99
      *    A person ID seen under a name the master does not carry
      *    (a rename's old name) is the same person - back to the
      *    first draw, the one the master gave the ID
           IF WS-FK-FREE
               IF WS-FK-SAME-ID-SEEN AND NOT WS-MASTER-PASS
                   MOVE WS-BASE-LAST-NAME  TO WS-FAKE-LAST-NAME
                   MOVE WS-BASE-FIRST-NAME TO WS-FAKE-FIRST-NAME
                   MOVE 0 TO WS-REDRAW-COUNT
               ELSE
                   PERFORM INSERT-FAKE-KEY
               END-IF
           END-IF
           MOVE SPACES TO WS-FAKE-FULL-NAME
           STRING WS-FAKE-FIRST-NAME DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-FAKE-LAST-NAME DELIMITED BY SPACE
               INTO WS-FAKE-FULL-NAME
           END-STRING.

       REDRAW-FAKE-NAME.
           ADD 1 TO WS-REDRAW-COUNT
           PERFORM NEXT-DRAW
           DIVIDE WS-SCR-HASH BY 50
               GIVING WS-SCR-QUOT REMAINDER WS-NAME-IDX
           ADD 1 TO WS-NAME-IDX
           MOVE WS-FAKE-LAST-T (WS-NAME-IDX) TO WS-FAKE-LAST-NAME
           PERFORM NEXT-DRAW
           DIVIDE WS-SCR-HASH BY 50
               GIVING WS-SCR-QUOT REMAINDER WS-NAME-IDX
           ADD 1 TO WS-NAME-IDX
           MOVE WS-FAKE-FIRST-T (WS-NAME-IDX) TO WS-FAKE-FIRST-NAME
           IF WS-REDRAW-COUNT > 9
               MOVE 0 TO WS-NAME-LENGTH
               INSPECT WS-FAKE-FIRST-NAME TALLYING WS-NAME-LENGTH
                   FOR CHARACTERS BEFORE INITIAL SPACE
               MOVE WS-REDRAW-COUNT
                   TO WS-FAKE-FIRST-NAME (WS-NAME-LENGTH + 1:2)
           END-IF
           PERFORM CHECK-FAKE-KEY.

      *Who holds the drawn key: nobody, this identity under this
      *name, this person ID under another name, or someone else
       CHECK-FAKE-KEY.
           MOVE WS-FAKE-LAST-NAME  TO WS-FK-FIND-LAST
           MOVE WS-FAKE-FIRST-NAME TO WS-FK-FIND-FIRST
           MOVE WS-ID-PERSON-ID    TO WS-FK-FIND-ID
           MOVE WS-IDENTITY        TO WS-FK-OWNER-IDENTITY
           MOVE WS-ID-FULL-NAME    TO WS-FK-OWNER-NAME
           PERFORM FIND-FAKE-KEY
           EVALUATE TRUE
               WHEN WS-FK-FOUND = "N"
                   SET WS-FK-FREE TO TRUE
               WHEN WS-FK-OWNED-BY (WS-FK-IDX) = WS-FK-OWNER
                   SET WS-FK-MINE TO TRUE
               WHEN WS-FK-OWNED-BY (WS-FK-IDX) (1:20) =
                    WS-FK-OWNER-IDENTITY
                   SET WS-FK-SAME-ID TO TRUE
                   SET WS-FK-SAME-ID-SEEN TO TRUE
               WHEN OTHER
                   SET WS-FK-TAKEN TO TRUE
           END-EVALUATE.

      *Same ordered search as FIND-PERSON: the entry in WS-FK-IDX,
      *or the slot a new key belongs in at WS-FK-POS
       FIND-FAKE-KEY.
           MOVE "N" TO WS-FK-FOUND
           IF WS-FK-COUNT = 0
               MOVE 1 TO WS-FK-POS
           ELSE
               IF WS-FK-KEY (WS-FK-COUNT) < WS-FK-FIND-KEY
                   COMPUTE WS-FK-POS = WS-FK-COUNT + 1
               ELSE
                   PERFORM VARYING WS-FK-SCAN FROM 1 BY 1
                           UNTIL WS-FK-KEY (WS-FK-SCAN)
                                 NOT < WS-FK-FIND-KEY
                       CONTINUE
                   END-PERFORM
                   IF WS-FK-KEY (WS-FK-SCAN) = WS-FK-FIND-KEY
                       MOVE "Y" TO WS-FK-FOUND
                       MOVE WS-FK-SCAN TO WS-FK-IDX
                   ELSE
                       MOVE WS-FK-SCAN TO WS-FK-POS
                   END-IF
               END-IF
           END-IF.

      *A full table stops keys being handed out uniquely; it is
      *reported, and any clash then shows on the master write
       INSERT-FAKE-KEY.
           IF WS-FK-COUNT NOT < 3000
               IF NOT WS-FK-TABLE-FULL
                   SET WS-FK-TABLE-FULL TO TRUE
                   DISPLAY "WARNING: MORE THAN 3000 SCRUBBED KEYS - "
                       "THE REST ARE NOT CHECKED FOR CLASHES"
               END-IF
           ELSE
               PERFORM VARYING WS-FK-SCAN FROM WS-FK-COUNT BY -1
                       UNTIL WS-FK-SCAN < WS-FK-POS
                   MOVE WS-FK-ENTRY (WS-FK-SCAN)
                       TO WS-FK-ENTRY (WS-FK-SCAN + 1)
               END-PERFORM
               ADD 1 TO WS-FK-COUNT
               MOVE WS-FK-FIND-KEY TO WS-FK-KEY (WS-FK-POS)
               MOVE WS-FK-OWNER    TO WS-FK-OWNED-BY (WS-FK-POS)
           END-IF.

       NEXT-DRAW.
           IF WS-SCR-HASH = 0
               MOVE 1 TO WS-SCR-HASH
           END-IF
           COMPUTE WS-SCR-WORK = WS-SCR-HASH * 48271
           DIVIDE WS-SCR-WORK BY 2147483647
               GIVING WS-SCR-QUOT REMAINDER WS-SCR-HASH.

      *Move WS-REAL-BIRTH-DATE back WS-SHIFT-DAYS days.  Zero (never
      *captured) stays zero; a date with no real month is left as
      *it stands and counted.  A day past the month's end is taken
      *as the month's last day first.
       SHIFT-BIRTH-DATE.
           MOVE WS-REAL-BIRTH-DATE TO WS-SHIFTED-BIRTH-DATE
           IF WS-REAL-BIRTH-DATE > 0
               MOVE WS-REAL-BIRTH-DATE TO WS-SHIFT-DATE
               IF WS-SH-MONTH < 1 OR WS-SH-MONTH > 12
                  OR WS-SH-DAY < 1 OR WS-SH-YEAR < 1601
                   ADD 1 TO WS-DOB-UNSHIFTED
               ELSE
                   PERFORM FIND-MONTH-LENGTH
                   IF WS-SH-DAY > WS-MONTH-LENGTH
                       MOVE WS-MONTH-LENGTH TO WS-SH-DAY
                   END-IF
                   PERFORM SUBTRACT-ONE-DAY WS-SHIFT-DAYS TIMES
                   MOVE WS-SHIFT-DATE TO WS-SHIFTED-BIRTH-DATE
                   ADD 1 TO WS-DOB-SHIFTED
               END-IF
           END-IF.

       SUBTRACT-ONE-DAY.
           IF WS-SH-DAY > 1
               SUBTRACT 1 FROM WS-SH-DAY
           ELSE
               IF WS-SH-MONTH > 1
                   SUBTRACT 1 FROM WS-SH-MONTH
               ELSE
                   MOVE 12 TO WS-SH-MONTH
                   SUBTRACT 1 FROM WS-SH-YEAR
               END-IF
               PERFORM FIND-MONTH-LENGTH
               MOVE WS-MONTH-LENGTH TO WS-SH-DAY
           END-IF.

       FIND-MONTH-LENGTH.
           MOVE WS-MONTH-DAYS-T (WS-SH-MONTH) TO WS-MONTH-LENGTH
           IF WS-SH-MONTH = 2
               DIVIDE WS-SH-YEAR BY 4
                   GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-4
               DIVIDE WS-SH-YEAR BY 100
                   GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-100
               DIVIDE WS-SH-YEAR BY 400
                   GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 = 0
                  AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
                   MOVE 29 TO WS-MONTH-LENGTH
               END-IF
           END-IF.

      *How many years older the shifted birth date makes the person
      *on WS-AGE-ON-DATE - 0 or 1, the shift being under a year
       WORK-AGE-DELTA.
           MOVE 0 TO WS-AGE-DELTA
           IF WS-AGE-ON-DATE > 0 AND WS-REAL-BIRTH-DATE > 0
              AND WS-SHIFTED-BIRTH-DATE NOT = WS-REAL-BIRTH-DATE
               MOVE WS-REAL-BIRTH-DATE TO WS-AGE-BIRTH-DATE
               PERFORM AGE-ON-DATE
               MOVE WS-AGE-YEARS TO WS-REAL-AGE
               MOVE WS-SHIFTED-BIRTH-DATE TO WS-AGE-BIRTH-DATE
               PERFORM AGE-ON-DATE
               IF WS-AGE-YEARS > WS-REAL-AGE
                   COMPUTE WS-AGE-DELTA = WS-AGE-YEARS - WS-REAL-AGE
               END-IF
           END-IF.

       AGE-ON-DATE.
           COMPUTE WS-AGE-YEARS = WS-AO-YEAR - WS-AB-YEAR
           IF WS-AO-MMDD < WS-AB-MMDD
               SUBTRACT 1 FROM WS-AGE-YEARS
           END-IF.

      *Keep the person's real and shifted birth dates under their
      *identity; the first file to name the person wins
       REMEMBER-PERSON.
           MOVE WS-IDENTITY TO WS-FIND-KEY
           PERFORM FIND-PERSON
           IF WS-PS-FOUND = "N"
               PERFORM INSERT-PERSON
               IF WS-PS-FOUND = "Y"
                   MOVE WS-REAL-BIRTH-DATE
                       TO WS-PS-REAL-BIRTH (WS-PS-IDX)
                   MOVE WS-SHIFTED-BIRTH-DATE
                       TO WS-PS-SHIFT-BIRTH (WS-PS-IDX)
               END-IF
           END-IF.

      *Ordered table: the found entry in WS-PS-IDX, or the slot a
      *new key belongs in at WS-PS-POS
       FIND-PERSON.
           MOVE "N" TO WS-PS-FOUND
           IF WS-PS-COUNT = 0
               MOVE 1 TO WS-PS-POS
           ELSE
               IF WS-PS-KEY (WS-PS-COUNT) < WS-FIND-KEY
                   COMPUTE WS-PS-POS = WS-PS-COUNT + 1
               ELSE
                   PERFORM VARYING WS-PS-SCAN FROM 1 BY 1
                           UNTIL WS-PS-KEY (WS-PS-SCAN)
                                 NOT < WS-FIND-KEY
                       CONTINUE
                   END-PERFORM
                   IF WS-PS-KEY (WS-PS-SCAN) = WS-FIND-KEY
                       MOVE "Y" TO WS-PS-FOUND
                       MOVE WS-PS-SCAN TO WS-PS-IDX
                   ELSE
                       MOVE WS-PS-SCAN TO WS-PS-POS
                   END-IF
               END-IF
           END-IF.

      *Open a slot at WS-PS-POS by shifting the later keys up one.
      *A full table only costs the audit lines of the persons left
      *out their age adjustment; it is reported, not fatal.
       INSERT-PERSON.
           IF WS-PS-COUNT NOT < 3000
               IF NOT WS-PS-TABLE-FULL
                   SET WS-PS-TABLE-FULL TO TRUE
                   DISPLAY "WARNING: MORE THAN 3000 PERSONS - AUDIT "
                       "AGES NOT MOVED FOR THE REST"
               END-IF
           ELSE
               PERFORM VARYING WS-PS-SCAN FROM WS-PS-COUNT BY -1
                       UNTIL WS-PS-SCAN < WS-PS-POS
                   MOVE WS-PS-ENTRY (WS-PS-SCAN)
                       TO WS-PS-ENTRY (WS-PS-SCAN + 1)
               END-PERFORM
               ADD 1 TO WS-PS-COUNT
               MOVE WS-PS-POS TO WS-PS-IDX
               MOVE WS-FIND-KEY TO WS-PS-KEY (WS-PS-IDX)
               MOVE "Y" TO WS-PS-FOUND
           END-IF.

      *----------------------------------------------------------------
      *Report
      *----------------------------------------------------------------
       STOP-THE-RUN.
           SET WS-RUN-STOPPED TO TRUE
           DISPLAY "HELLOSCR: " WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

      *Every printed line passes through here so the page heading
      *and page number stay right without each caller counting
       WRITE-REPORT-LINE.
           IF WS-LINE-COUNT > 54
               PERFORM PRINT-PAGE-HEADING
           END-IF
           MOVE WS-PRINT-LINE TO SCRUB-REPORT-RECORD
           WRITE SCRUB-REPORT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT.

       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-HDG-PAGE
           MOVE SPACES TO SCRUB-REPORT-RECORD
           MOVE WS-HEADING-1 TO SCRUB-REPORT-RECORD
           WRITE SCRUB-REPORT-RECORD
           MOVE SPACES TO SCRUB-REPORT-RECORD
           WRITE SCRUB-REPORT-RECORD
           MOVE 2 TO WS-LINE-COUNT.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

      *RETURN-CODE severity: 0 = a complete scrubbed copy, 4 = a
      *copy with records left out or blanked, dates left unshifted
      *or a companion file not supplied (read the report before
      *loading it), 8 = nothing copied
       FINISH-UP.
           IF NOT WS-RUN-STOPPED
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "MASTER RECORDS READ"        TO WS-TL-LABEL
               MOVE WS-MSTR-READ                 TO WS-TL-COUNT
               PERFORM WRITE-TOTAL-LINE
               MOVE "MASTER RECORDS WRITTEN TO SCRBMSTR"
                   TO WS-TL-LABEL
               MOVE WS-MSTR-WRITTEN              TO WS-TL-COUNT
               PERFORM WRITE-TOTAL-LINE
               MOVE "PERSONS"                    TO WS-TL-LABEL
               MOVE WS-MSTR-PERSONS              TO WS-TL-COUNT
               PERFORM WRITE-TOTAL-LINE
               MOVE "RECORDS NOT COPIED (KEY COLLISION)"
                   TO WS-TL-LABEL
               MOVE WS-COLLISION-COUNT           TO WS-TL-COUNT
               PERFORM WRITE-TOTAL-LINE
               MOVE "PERSONS REDRAWN (FAKE NAME ALREADY IN USE)"
                   TO WS-TL-LABEL
               MOVE WS-REDRAWN-PERSONS           TO WS-TL-COUNT
               PERFORM WRITE-TOTAL-LINE
               MOVE "BIRTH DATES SHIFTED"        TO WS-TL-LABEL
               MOVE WS-DOB-SHIFTED               TO WS-TL-COUNT
               PERFORM WRITE-TOTAL-LINE
               MOVE "BIRTH DATES LEFT AS FOUND (NOT A DATE)"
                   TO WS-TL-LABEL
               MOVE WS-DOB-UNSHIFTED             TO WS-TL-COUNT
               PERFORM WRITE-TOTAL-LINE
               MOVE "RECORDS WHOSE AGES MOVED WITH THE SHIFT"
                   TO WS-TL-LABEL
               MOVE WS-AGES-MOVED                TO WS-TL-COUNT
               PERFORM WRITE-TOTAL-LINE
               MOVE "HISTFILE RECORDS COPIED"    TO WS-TL-LABEL
               MOVE WS-HIST-READ                 TO WS-TL-COUNT
               PERFORM WRITE-TOTAL-LINE
               MOVE "  OF WHICH PERSON BLANKED"  TO WS-TL-LABEL
               MOVE WS-HIST-WITHHELD             TO WS-TL-COUNT
               PERFORM WRITE-TOTAL-LINE
               MOVE "AUDITLOG LINES COPIED"      TO WS-TL-LABEL
               MOVE WS-AUD-READ                  TO WS-TL-COUNT
               PERFORM WRITE-TOTAL-LINE
               MOVE "  OF WHICH PERSON BLANKED"  TO WS-TL-LABEL
               MOVE WS-AUD-WITHHELD              TO WS-TL-COUNT
               PERFORM WRITE-TOTAL-LINE
               MOVE "  PERSON WITH NO BIRTH DATE (AGES AS KEYED)"
                   TO WS-TL-LABEL
               MOVE WS-AUD-NO-BIRTH              TO WS-TL-COUNT
               PERFORM WRITE-TOTAL-LINE
               MOVE "BENIF RECORDS COPIED"       TO WS-TL-LABEL
               MOVE WS-BEN-READ                  TO WS-TL-COUNT
               PERFORM WRITE-TOTAL-LINE
               MOVE "  OF WHICH BLANKED"         TO WS-TL-LABEL
               MOVE WS-BEN-WITHHELD              TO WS-TL-COUNT
               PERFORM WRITE-TOTAL-LINE
               IF WS-PS-TABLE-FULL
                   MOVE "OVER 3000 PERSONS - AUDIT AGES NOT ALL MOVED"
                       TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               IF WS-FK-TABLE-FULL
                   MOVE "OVER 3000 FAKE KEYS - LATER ONES NOT CHECKED"
                       TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF
           CLOSE SCRUB-REPORT-FILE
           DISPLAY "HELLOSCR DONE. MASTER RECORDS: " WS-MSTR-WRITTEN
               " OF " WS-MSTR-READ
           EVALUATE TRUE
               WHEN WS-RUN-STOPPED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-COLLISION-COUNT > 0
                    OR WS-DOB-UNSHIFTED > 0
                    OR WS-HIST-WITHHELD > 0
                    OR WS-AUD-WITHHELD > 0
                    OR WS-BEN-WITHHELD > 0
                    OR WS-FILE-SKIPPED > 0
                    OR WS-PS-TABLE-FULL
                    OR WS-FK-TABLE-FULL
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       END PROGRAM HELLOSCR.
