           05 FILLER            PIC X(8) VALUE "HELLORET".
           05 FILLER            PIC X(8) VALUE "HELLORPT".
           05 FILLER            PIC X(8) VALUE "HELLOSTA".
           05 FILLER            PIC X(8) VALUE "HELLOREF".
       01 WS-EXPECTED-TABLE REDEFINES WS-EXPECTED-VALUES.
           05 WS-EXP-PROGRAM    PIC X(8) OCCURS 13 TIMES.
       01 WS-EXP-COUNT          PIC 9(2) VALUE 13.
       01 WS-EXP-IDX            PIC 9(2) VALUE 1.
      *What tonight's run-control lines said about each step
       01 WS-STATUS-TABLE.
           05 WS-ST-ENTRY OCCURS 13 TIMES.
               10 WS-ST-STARTED   PIC X.
               10 WS-ST-ENDED     PIC X.
               10 WS-ST-TIME      PIC X(6).
           05 FILLER            PIC X(18) VALUE "   STEPS WITH RC>0".
           05 FILLER            PIC X(2) VALUE ": ".
           05 WS-FT-BAD-RC      PIC Z9.
      *The reference sweep's orphans ride in its REJECTED count and
      *its redirects in WRITTEN; they get a line of their own so the
      *supervisor does not have to know that
       01 WS-ORPHAN-LINE.
           05 FILLER            PIC X(28) VALUE
               "ORPHANED PERSON REFERENCES: ".
           05 WS-OR-ORPHANS     PIC Z(6)9.
           05 FILLER            PIC X(15) VALUE "   REDIRECTED: ".
           05 WS-OR-REDIRECTS   PIC Z(6)9.
           05 FILLER            PIC X(20) VALUE "   (SEE REFRPT)".
       01 WS-NO-ORPHAN-LINE     PIC X(70) VALUE
           "ORPHANED PERSON REFERENCES: UNKNOWN - HELLOREF DID NOT END".

       PROCEDURE DIVISION.
      * Run all functions
           MOVE SPACES TO NIGHT-REPORT-RECORD
           WRITE NIGHT-REPORT-RECORD
           MOVE WS-FOOTER-LINE TO NIGHT-REPORT-RECORD
           WRITE NIGHT-REPORT-RECORD
           PERFORM PRINT-ORPHAN-LINE.

       PRINT-ORPHAN-LINE.
           MOVE 1 TO WS-EXP-IDX
           PERFORM UNTIL WS-EXP-IDX > WS-EXP-COUNT
                      OR WS-EXP-PROGRAM (WS-EXP-IDX) = "HELLOREF"
               ADD 1 TO WS-EXP-IDX
           END-PERFORM
           MOVE SPACES TO NIGHT-REPORT-RECORD
           IF WS-EXP-IDX <= WS-EXP-COUNT
              AND WS-ST-ENDED (WS-EXP-IDX) = "Y"
               MOVE WS-ST-REJECTED (WS-EXP-IDX) TO WS-OR-ORPHANS
               MOVE WS-ST-WRITTEN (WS-EXP-IDX)  TO WS-OR-REDIRECTS
               MOVE WS-ORPHAN-LINE TO NIGHT-REPORT-RECORD
           ELSE
               MOVE WS-NO-ORPHAN-LINE TO NIGHT-REPORT-RECORD
           END-IF
           WRITE NIGHT-REPORT-RECORD.

       PRINT-STEP-LINE.
