      *          instead of HELLOAUD's single total.  Lines older
      *          than the WSAUDIT restructure (no recognizable
      *          result) are counted and reported as unreadable.
      *          Attempts the operator authority table (OPERAUTH)
      *          refused are DENIED lines: they count as rejects on
      *          the daily rows and are also listed one by one, by
      *          operator, in a section of their own - the page the
      *          auditors ask for.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               10 WS-ACT-DATE     PIC X(8).
               10 WS-ACT-APPLIED  PIC 9(5).
               10 WS-ACT-REJECTED PIC 9(5).
      *Every DENIED line, in trail order; printed grouped by
      *operator, each operator's group headed the first time the
      *operator is met
       01 WS-DNY-COUNT          PIC 9(3) VALUE 0.
       01 WS-DNY-IDX            PIC 9(3) VALUE 1.
       01 WS-DNY-SCAN           PIC 9(3) VALUE 1.
       01 WS-DNY-OP-TALLY       PIC 9(3) VALUE 0.
       01 WS-DNY-FULL           PIC X VALUE "N".
           88 WS-DNY-TABLE-FULL VALUE "Y".
       01 WS-DNY-SEEN-FLAG      PIC X VALUE "N".
           88 WS-DNY-OP-SEEN    VALUE "Y".
       01 WS-DENIED-TABLE.
           05 WS-DNY-ENTRY OCCURS 500 TIMES.
               10 WS-DNY-USERID    PIC X(20).
               10 WS-DNY-DATE      PIC X(8).
               10 WS-DNY-TIME      PIC X(6).
               10 WS-DNY-PERSON-ID PIC X(5).
               10 WS-DNY-FULL-NAME PIC X(20).
               10 WS-DNY-ACTION    PIC X(6).
       01 WS-TOT-DENIED         PIC 9(6) VALUE 0.
       01 WS-TOT-APPLIED        PIC 9(6) VALUE 0.
       01 WS-TOT-REJECTED       PIC 9(6) VALUE 0.
       01 WS-UNREADABLE-COUNT   PIC 9(6) VALUE 0.
           05 WS-TOT-APPLIED-O  PIC Z(5)9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WS-TOT-REJECTED-O PIC Z(5)9.
       01 WS-DNY-OPERATOR-LINE.
           05 FILLER            PIC X(10) VALUE "OPERATOR: ".
           05 WS-DNY-OP-USERID  PIC X(20).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 FILLER            PIC X(17) VALUE "DENIED ATTEMPTS: ".
           05 WS-DNY-OP-COUNT   PIC ZZ9.
       01 WS-DNY-HEADING-LINE.
           05 FILLER            PIC X(29)
               VALUE "    DATE      TIME    ID     ".
           05 FILLER            PIC X(28)
               VALUE "NAME                  ACTION".
       01 WS-DNY-DETAIL-LINE.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 WS-DNY-DET-DATE   PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DNY-DET-TIME   PIC X(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DNY-DET-ID     PIC X(5).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DNY-DET-NAME   PIC X(20).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DNY-DET-ACTION PIC X(6).
       01 WS-DNY-TOTAL-LINE.
           05 FILLER            PIC X(23)
               VALUE "TOTAL DENIED ATTEMPTS: ".
           05 WS-DNY-TOTAL-O    PIC Z(5)9.

       PROCEDURE DIVISION.
      * Run all functions
               WHEN "CHANGED"
               WHEN "DELETED"
               WHEN "MERGED"
               WHEN "ON LEAVE"
               WHEN "TERMED"
               WHEN "RETURNED"
               WHEN "REHIRED"
               WHEN "PURGED"
               WHEN "TRANSFER"
                   PERFORM FIND-ACTIVITY-ENTRY
                   IF WS-ACT-IDX <= WS-ACT-COUNT
                       ADD 1 TO WS-ACT-APPLIED (WS-ACT-IDX)
                       ADD 1 TO WS-ACT-REJECTED (WS-ACT-IDX)
                       ADD 1 TO WS-TOT-REJECTED
                   END-IF
      *        A denial is a reject on the daily row as well
               WHEN "DENIED"
                   PERFORM FIND-ACTIVITY-ENTRY
                   IF WS-ACT-IDX <= WS-ACT-COUNT
                       ADD 1 TO WS-ACT-REJECTED (WS-ACT-IDX)
                       ADD 1 TO WS-TOT-REJECTED
                   END-IF
                   PERFORM STORE-DENIED-ATTEMPT
      *        Settings-echo, held-transaction and old-name lines
      *        of a rename (its CHANGED line is the activity) are
      *        bookkeeping, not activity
               WHEN "PARMS"
               WHEN "HELD"
               WHEN "RENAMED"
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-UNREADABLE-COUNT
               END-IF
           END-IF.

      *Keep the denied attempt for the by-operator section.  The
      *action is the last word of "NOT AUTHORIZED FOR xxxxxx".
       STORE-DENIED-ATTEMPT.
           ADD 1 TO WS-TOT-DENIED
           IF WS-DNY-COUNT < 500
               ADD 1 TO WS-DNY-COUNT
               MOVE AL-USERID    TO WS-DNY-USERID (WS-DNY-COUNT)
               MOVE AL-DATE      TO WS-DNY-DATE (WS-DNY-COUNT)
               MOVE AL-TIME      TO WS-DNY-TIME (WS-DNY-COUNT)
               MOVE AL-PERSON-ID TO WS-DNY-PERSON-ID (WS-DNY-COUNT)
               MOVE AL-FULL-NAME TO WS-DNY-FULL-NAME (WS-DNY-COUNT)
               MOVE AL-REASON (20:6) TO WS-DNY-ACTION (WS-DNY-COUNT)
           ELSE
               IF NOT WS-DNY-TABLE-FULL
                   SET WS-DNY-TABLE-FULL TO TRUE
                   DISPLAY "WARNING: DENIED TABLE FULL - "
                       "DENIED SECTION IS PARTIAL"
               END-IF
           END-IF.

       PRINT-REPORT.
           MOVE SPACES TO ACTIVITY-REPORT-RECORD
           MOVE "OPERATOR ACTIVITY BY DAY" TO ACTIVITY-REPORT-RECORD
           MOVE WS-TOT-REJECTED TO WS-TOT-REJECTED-O
           MOVE SPACES TO ACTIVITY-REPORT-RECORD
           MOVE WS-TOTAL-LINE TO ACTIVITY-REPORT-RECORD
           WRITE ACTIVITY-REPORT-RECORD
           PERFORM PRINT-DENIED-SECTION.

      *Denied attempts grouped by operator, in the order operators
      *first appear on the trail, each group in trail order
       PRINT-DENIED-SECTION.
           MOVE SPACES TO ACTIVITY-REPORT-RECORD
           WRITE ACTIVITY-REPORT-RECORD
           MOVE "DENIED ATTEMPTS BY OPERATOR" TO ACTIVITY-REPORT-RECORD
           WRITE ACTIVITY-REPORT-RECORD
           IF WS-DNY-COUNT = 0
               MOVE SPACES TO ACTIVITY-REPORT-RECORD
               MOVE "NO DENIED ATTEMPTS" TO ACTIVITY-REPORT-RECORD
               WRITE ACTIVITY-REPORT-RECORD
           END-IF
           PERFORM VARYING WS-DNY-IDX FROM 1 BY 1
                   UNTIL WS-DNY-IDX > WS-DNY-COUNT
               MOVE "N" TO WS-DNY-SEEN-FLAG
               PERFORM VARYING WS-DNY-SCAN FROM 1 BY 1
                       UNTIL WS-DNY-SCAN >= WS-DNY-IDX
                   IF WS-DNY-USERID (WS-DNY-SCAN)
                      = WS-DNY-USERID (WS-DNY-IDX)
                       SET WS-DNY-OP-SEEN TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-DNY-OP-SEEN
                   PERFORM PRINT-DENIED-OPERATOR
               END-IF
           END-PERFORM
           MOVE WS-TOT-DENIED TO WS-DNY-TOTAL-O
           MOVE SPACES TO ACTIVITY-REPORT-RECORD
           MOVE WS-DNY-TOTAL-LINE TO ACTIVITY-REPORT-RECORD
           WRITE ACTIVITY-REPORT-RECORD.

      *One operator's heading and every attempt of theirs, from
      *the first one (WS-DNY-IDX) on
       PRINT-DENIED-OPERATOR.
           MOVE 0 TO WS-DNY-OP-TALLY
           PERFORM VARYING WS-DNY-SCAN FROM WS-DNY-IDX BY 1
                   UNTIL WS-DNY-SCAN > WS-DNY-COUNT
               IF WS-DNY-USERID (WS-DNY-SCAN)
                  = WS-DNY-USERID (WS-DNY-IDX)
                   ADD 1 TO WS-DNY-OP-TALLY
               END-IF
           END-PERFORM
           MOVE SPACES TO ACTIVITY-REPORT-RECORD
           WRITE ACTIVITY-REPORT-RECORD
           MOVE WS-DNY-USERID (WS-DNY-IDX) TO WS-DNY-OP-USERID
           MOVE WS-DNY-OP-TALLY TO WS-DNY-OP-COUNT
           MOVE WS-DNY-OPERATOR-LINE TO ACTIVITY-REPORT-RECORD
           WRITE ACTIVITY-REPORT-RECORD
           MOVE SPACES TO ACTIVITY-REPORT-RECORD
           MOVE WS-DNY-HEADING-LINE TO ACTIVITY-REPORT-RECORD
           WRITE ACTIVITY-REPORT-RECORD
           PERFORM VARYING WS-DNY-SCAN FROM WS-DNY-IDX BY 1
                   UNTIL WS-DNY-SCAN > WS-DNY-COUNT
               IF WS-DNY-USERID (WS-DNY-SCAN)
                  = WS-DNY-USERID (WS-DNY-IDX)
                   MOVE WS-DNY-DATE (WS-DNY-SCAN) TO WS-DNY-DET-DATE
                   MOVE WS-DNY-TIME (WS-DNY-SCAN) TO WS-DNY-DET-TIME
                   MOVE WS-DNY-PERSON-ID (WS-DNY-SCAN) TO WS-DNY-DET-ID
                   MOVE WS-DNY-FULL-NAME (WS-DNY-SCAN)
                       TO WS-DNY-DET-NAME
                   MOVE WS-DNY-ACTION (WS-DNY-SCAN)
                       TO WS-DNY-DET-ACTION
                   MOVE WS-DNY-DETAIL-LINE TO ACTIVITY-REPORT-RECORD
                   WRITE ACTIVITY-REPORT-RECORD
               END-IF
           END-PERFORM.

       FINISH-UP.
           CLOSE AUDIT-LOG-FILE
           CLOSE ACTIVITY-REPORT-FILE
           DISPLAY "HELLOACT DONE. OPERATOR/DAY ROWS: " WS-ACT-COUNT
           DISPLAY "UNREADABLE AUDIT LINES: " WS-UNREADABLE-COUNT
           DISPLAY "DENIED ATTEMPTS: " WS-TOT-DENIED
           MOVE 0 TO RETURN-CODE
           PERFORM WRITE-RUN-END.

