      *          a subtotal per department and a grand-total head
      *          count.  People with no department yet group under
      *          (NONE) so nobody drops off the sign-off sheet.
      *          Terminated people are no longer on the workforce
      *          and stay off the sheet; people on leave print,
      *          marked ON LEAVE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 WS-CUR-PERSON-ID  PIC 9(5).
       01 WS-PREV-PERSON        PIC X(25) VALUE SPACES.
       01 WS-PERSON-DEPT        PIC X(4) VALUE SPACES.
       01 WS-PERSON-STATUS      PIC X VALUE SPACE.
       01 WS-PROJ-SLOT          PIC 9 VALUE 0.
      *Staging area for the next line to print, so the page-heading
      *writes inside WRITE-REPORT-LINE cannot clobber it
               10 FILLER        PIC X VALUE "/".
               10 WS-DET-AGE    PIC ZZ9.
               10 FILLER        PIC X(3) VALUE SPACES.
           05 WS-DET-STATUS     PIC X(8).
       01 WS-DEPT-TOTAL-LINE.
           05 FILLER            PIC X(20) VALUE
               "   PEOPLE IN DEPT ".

       NOTE-DEPARTMENT.
           MOVE "N" TO WS-DC-FOUND
      *    A department held only by terminated people has nobody
      *    left to print - treat their code as already noted
           IF MR-TERMINATED
               MOVE "Y" TO WS-DC-FOUND
           END-IF
           PERFORM VARYING WS-DC-SCAN FROM 1 BY 1
                   UNTIL WS-DC-SCAN > WS-DC-COUNT
               IF WS-DC-CODE (WS-DC-SCAN) = MR-DEPT-CODE
               END-IF
               MOVE WS-CUR-PERSON TO WS-PREV-PERSON
               MOVE MR-DEPT-CODE    TO WS-PERSON-DEPT
               MOVE MR-EMP-STATUS   TO WS-PERSON-STATUS
               IF MR-ON-LEAVE
                   MOVE "ON LEAVE" TO WS-DET-STATUS
               ELSE
                   MOVE SPACES     TO WS-DET-STATUS
               END-IF
               MOVE MR-LAST-NAME    TO WS-DET-LAST-NAME
               MOVE MR-FIRST-NAME   TO WS-DET-FIRST-NAME
               MOVE MR-PERSON-ID    TO WS-DET-PERSON-ID
               MOVE MR-PROJECTED-AGE TO WS-DET-AGE (WS-PROJ-SLOT)
           END-IF.

      *Only the department being swept prints this pass, and never
      *a terminated person
       PRINT-PERSON-LINE.
           IF WS-PERSON-DEPT = WS-CUR-REPORT-DEPT
              AND WS-PERSON-STATUS NOT = "T"
               ADD 1 TO WS-DEPT-COUNT
               ADD 1 TO WS-GRAND-COUNT
               MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
