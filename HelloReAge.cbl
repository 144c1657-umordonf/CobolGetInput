       01 WS-PP-BIRTH-DATE      PIC 9(8).
       01 WS-PP-BASE-AGE        PIC 9(3).
       01 WS-PP-DEPT-CODE       PIC X(4).
       01 WS-PP-EMP-STATUS      PIC X.
       01 WS-PP-STATUS-DATE     PIC X(8).
       01 WS-PH-COUNT           PIC 9(2) VALUE 0.
       01 WS-PH-IDX             PIC 9(2) VALUE 1.
       01 WS-PH-TABLE.
       01 WS-HZN-MATCHED        PIC X VALUE "N".
      *The record just read has to survive the WRITEs/DELETEs the
      *previous person's close-out does in the same record area
       01 WS-HOLD-RECORD        PIC X(81).

       PROCEDURE DIVISION.
      * Run all functions
               MOVE MR-BIRTH-DATE   TO WS-PP-BIRTH-DATE
               MOVE MR-ORIGINAL-AGE TO WS-PP-BASE-AGE
               MOVE MR-DEPT-CODE    TO WS-PP-DEPT-CODE
               MOVE MR-EMP-STATUS   TO WS-PP-EMP-STATUS
               MOVE MR-STATUS-DATE  TO WS-PP-STATUS-DATE
               MOVE 0 TO WS-PH-COUNT
           END-IF
           PERFORM REAGE-RECORD
           MOVE WS-PP-BIRTH-DATE TO MR-BIRTH-DATE
           MOVE WS-RUN-DATE      TO MR-AGE-AS-OF-DATE
           MOVE WS-PP-DEPT-CODE  TO MR-DEPT-CODE
           MOVE WS-PP-EMP-STATUS TO MR-EMP-STATUS
           MOVE WS-PP-STATUS-DATE TO MR-STATUS-DATE
           WRITE MASTER-RECORD
           IF WS-MASTER-STATUS = "00"
               ADD 1 TO WS-HZN-ADDED-COUNT
