      ******************************************************************
      * Program: HELLOPRG
      * Purpose: Monthly purge of terminated people.  HELLOBAT no
      *          longer deletes a leaver - a T transaction marks the
      *          person terminated and the records stay on
      *          USER-MASTER-FILE, still answerable, until the
      *          retention period runs out.  This pass removes every
      *          person terminated before the cutoff on the PRGPARM
      *          card (CUTOFF=CCYYMMDD), writing each record's
      *          before-image to HISTFILE (code P) and one PURGED
      *          audit line per person, so HELLOHIS and HELLORCN see
      *          the removal the same way they see a DELETE.  A
      *          terminated record with no usable status date is
      *          never purged - better a long roster than a lost
      *          person.  A missing or bad card, or a master that
      *          will not open for update, stops the run with RC=8
      *          and the master untouched.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOPRG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PRGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT USER-MASTER-FILE ASSIGN TO "USERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MR-KEY
               ALTERNATE RECORD KEY IS MR-LAST-NAME WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      *    Before-images of the purged records, same file HELLOBAT
      *    writes ahead of a CHANGE or DELETE
           SELECT HISTORY-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PARM-FILE.
       01 PARM-RECORD           PIC X(80).
       FD USER-MASTER-FILE.
           COPY WSMASTR.
       FD AUDIT-LOG-FILE.
           COPY WSAUDIT.
       FD HISTORY-FILE.
           COPY WSHIST.
       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS        PIC XX.
       01 WS-MASTER-STATUS      PIC XX.
       01 WS-AUDIT-STATUS       PIC XX.
       01 WS-HIST-STATUS        PIC XX.
       01 WS-EOF-FLAG           PIC X VALUE "N".
           88 WS-END-OF-MASTER  VALUE "Y".
       01 WS-PARM-OK            PIC X VALUE "N".
           88 WS-CUTOFF-LOADED  VALUE "Y".
       01 WS-MASTER-OPEN-FLAG   PIC X VALUE "N".
           88 WS-MASTER-OPENED  VALUE "Y".
       01 WS-PARM-KEYWORD       PIC X(20).
       01 WS-PARM-VALUE         PIC X(20).
       01 WS-CUTOFF-DATE        PIC X(8) VALUE SPACES.
       01 WS-USERID             PIC X(20) VALUE SPACES.
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-READ-COUNT         PIC 9(6) VALUE 0.
       01 WS-PURGED-RECS        PIC 9(6) VALUE 0.
       01 WS-PURGED-PERSONS     PIC 9(6) VALUE 0.
      *Terminated, but no status date on file to measure against
       01 WS-UNDATED-COUNT      PIC 9(6) VALUE 0.
      *Person grouping - one audit line per person, not per record
       01 WS-CUR-PERSON.
           05 WS-CUR-LAST-NAME  PIC X(10).
           05 WS-CUR-FIRST-NAME PIC X(10).
           05 WS-CUR-PERSON-ID  PIC 9(5).
       01 WS-PREV-PERSON        PIC X(25) VALUE SPACES.

       PROCEDURE DIVISION.
      * Run all functions
       PERFORM START-UP
       IF WS-MASTER-OPENED
           PERFORM UNTIL WS-END-OF-MASTER
               PERFORM READ-MASTER
               IF NOT WS-END-OF-MASTER
                   PERFORM CHECK-PURGE-RECORD
               END-IF
           END-PERFORM
       END-IF
       PERFORM FINISH-UP
       GOBACK.

       START-UP.
           DISPLAY "HELLOPRG - TERMINATED PERSON PURGE"
           DISPLAY "USER" UPON ENVIRONMENT-NAME
           ACCEPT WS-USERID FROM ENVIRONMENT-VALUE
           PERFORM LOAD-CUTOFF-PARM
           IF WS-CUTOFF-LOADED
               DISPLAY "PURGING PEOPLE TERMINATED BEFORE "
                   WS-CUTOFF-DATE
               OPEN I-O USER-MASTER-FILE
               IF WS-MASTER-STATUS = "00"
                   SET WS-MASTER-OPENED TO TRUE
               ELSE
                   DISPLAY "ERROR: USERMSTR WILL NOT OPEN FOR "
                       "UPDATE, STATUS " WS-MASTER-STATUS
               END-IF
           END-IF
           IF WS-MASTER-OPENED
               OPEN EXTEND AUDIT-LOG-FILE
               IF WS-AUDIT-STATUS = "35"
                   OPEN OUTPUT AUDIT-LOG-FILE
               END-IF
               OPEN EXTEND HISTORY-FILE
               IF WS-HIST-STATUS = "35"
                   OPEN OUTPUT HISTORY-FILE
               END-IF
           END-IF.

      *One card: CUTOFF=CCYYMMDD.  Anything else is an error - a
      *bad retention date must stop the run, not purge the world.
       LOAD-CUTOFF-PARM.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "ERROR: PRGPARM NOT AVAILABLE, STATUS "
                   WS-PARM-STATUS
           ELSE
               READ PARM-FILE
                   AT END
                       DISPLAY "ERROR: PRGPARM IS EMPTY"
                   NOT AT END
                       PERFORM PARSE-CUTOFF-CARD
               END-READ
               CLOSE PARM-FILE
           END-IF.

       PARSE-CUTOFF-CARD.
           MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE
           UNSTRING PARM-RECORD DELIMITED BY "="
               INTO WS-PARM-KEYWORD WS-PARM-VALUE
           END-UNSTRING
           IF WS-PARM-KEYWORD = "CUTOFF"
              AND WS-PARM-VALUE (1:8) IS NUMERIC
               MOVE WS-PARM-VALUE (1:8) TO WS-CUTOFF-DATE
               SET WS-CUTOFF-LOADED TO TRUE
           ELSE
               DISPLAY "ERROR: BAD PRGPARM CARD: " PARM-RECORD
           END-IF.

       READ-MASTER.
           READ USER-MASTER-FILE NEXT
               AT END
                   SET WS-END-OF-MASTER TO TRUE
           END-READ
           IF WS-MASTER-STATUS NOT = "00"
               SET WS-END-OF-MASTER TO TRUE
           END-IF.

      *A status move rewrites all of a person's horizon records
      *together, so each record can be judged on its own; the
      *first one purged for a person writes their audit line.
      *Sequential access deletes the record just read without
      *disturbing the READ NEXT position.
       CHECK-PURGE-RECORD.
           ADD 1 TO WS-READ-COUNT
           IF MR-TERMINATED
               IF MR-STATUS-DATE IS NOT NUMERIC
                  OR MR-STATUS-DATE = ZERO
                   ADD 1 TO WS-UNDATED-COUNT
               ELSE
                   IF MR-STATUS-DATE < WS-CUTOFF-DATE
                       PERFORM PURGE-RECORD
                   END-IF
               END-IF
           END-IF.

       PURGE-RECORD.
           MOVE MR-LAST-NAME  TO WS-CUR-LAST-NAME
           MOVE MR-FIRST-NAME TO WS-CUR-FIRST-NAME
           MOVE MR-PERSON-ID  TO WS-CUR-PERSON-ID
           IF WS-CUR-PERSON NOT = WS-PREV-PERSON
               MOVE WS-CUR-PERSON TO WS-PREV-PERSON
               ADD 1 TO WS-PURGED-PERSONS
               PERFORM WRITE-AUDIT-RECORD
               DISPLAY "PURGED: " MR-FULL-NAME " ID " MR-PERSON-ID
                   " TERMINATED " MR-STATUS-DATE
           END-IF
           PERFORM WRITE-HISTORY-RECORD
           DELETE USER-MASTER-FILE RECORD
           IF WS-MASTER-STATUS = "00"
               ADD 1 TO WS-PURGED-RECS
           ELSE
               DISPLAY "ERROR: DELETE FAILED FOR " MR-KEY
                   " STATUS " WS-MASTER-STATUS
           END-IF.

      *Before-image stamped P, in the same layout HELLOBAT writes
       WRITE-HISTORY-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO HISTORY-RECORD
           MOVE WS-CURRENT-DATE (1:8) TO HX-DATE
           MOVE WS-CURRENT-DATE (9:6) TO HX-TIME
           MOVE WS-USERID             TO HX-USERID
           MOVE "P"                   TO HX-TRANS-CODE
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

      *One PURGED line per person, in HELLOBAT's audit format, so
      *HELLORCN expects them gone from tonight's master
       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE WS-CURRENT-DATE (1:8) TO AL-DATE
           MOVE WS-CURRENT-DATE (9:6) TO AL-TIME
           MOVE WS-USERID             TO AL-USERID
           MOVE MR-PERSON-ID          TO AL-PERSON-ID
           MOVE MR-FULL-NAME          TO AL-FULL-NAME
           MOVE MR-ORIGINAL-AGE       TO AL-AGE
           MOVE "PURGED"              TO AL-RESULT
           MOVE "NA"                  TO AL-NEW-AGE
           STRING "TERMINATED " DELIMITED BY SIZE
               MR-STATUS-DATE DELIMITED BY SIZE
               INTO AL-REASON
           END-STRING
           WRITE AUDIT-LOG-RECORD.

      *RETURN-CODE severity: 0 = purge done, 4 = done but some
      *terminated records carry no status date and were kept,
      *8 = no valid cutoff, or no master to update, so nothing
      *was touched
       FINISH-UP.
           IF WS-MASTER-OPENED
               CLOSE USER-MASTER-FILE
               CLOSE AUDIT-LOG-FILE
               CLOSE HISTORY-FILE
               DISPLAY "MASTER RECORDS READ: " WS-READ-COUNT
               DISPLAY "PERSONS PURGED: " WS-PURGED-PERSONS
               DISPLAY "RECORDS PURGED: " WS-PURGED-RECS
               DISPLAY "TERMINATED RECORDS WITH NO STATUS DATE "
                   "(KEPT): " WS-UNDATED-COUNT
               IF WS-UNDATED-COUNT = 0
                   MOVE 0 TO RETURN-CODE
               ELSE
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.

       END PROGRAM HELLOPRG.
