      *          COMES FROM ../PRGB0086.PARM (2 DIGITS); WITH NO
      *          PARM FILE THE DEFAULT IS 03. A STUDENT/COURSE
      *          ALREADY PENDING ON THE QUEUE IS NOT QUEUED AGAIN.
      *          FOR A STUDENT WITH AN EXCUSED-ABSENCE ACCOMMODATION
      *          IN EFFECT FOR THE TERM (PRGS0141) AN ABSENT MARK
      *          NEITHER EXTENDS NOR BREAKS A RUN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  ATT-FILE-STATUS   PIC XX.
       01  ARV-FILE-STATUS   PIC XX.
       01  PRM-FILE-STATUS   PIC XX.
       COPY ACPWRK.

       01  WS-WORK-AREAS.
           05  WS-ATT-EOF          PIC X     VALUE 'N'.
           05  WS-ROWS-READ        PIC 9(6)  VALUE 0.
           05  WS-QUEUED-COUNT     PIC 9(3)  VALUE 0.
           05  WS-ALREADY-PENDING  PIC 9(3)  VALUE 0.
           05  WS-EXCUSED-COUNT    PIC 9(6)  VALUE 0.

      *    THE SWEEP RUNS IN STUDENT ORDER, SO THE ACCOMMODATION
      *    ANSWER IS KEPT UNTIL THE STUDENT OR TERM CHANGES.
       01  WS-ACCOMMODATION-CACHE.
           05  WS-ACC-STUDENT      PIC 9(6)  VALUE 0.
           05  WS-ACC-TERM         PIC X(10) VALUE LOW-VALUES.
           05  WS-ACC-EXCUSED      PIC X     VALUE 'N'.
               88  ABSENCES-EXCUSED         VALUE 'Y'.

      *    THE RUN BEING COUNTED: RESET WHENEVER THE STUDENT/COURSE
      *    CHANGES OR A PRESENT MARK BREAKS THE STREAK.
       01  WS-RUN-AREAS.
           05  WS-CUR-STUDENT      PIC 9(6)  VALUE 0.
           05  WS-CUR-COURSE       PIC X(15) VALUE SPACES.
           05  WS-CUR-TERM         PIC X(10) VALUE SPACES.
           05  WS-RUN-LENGTH       PIC 9(2)  VALUE 0.
           DISPLAY "ATTENDANCE ROWS READ : " WS-ROWS-READ.
           DISPLAY "STUDENTS QUEUED      : " WS-QUEUED-COUNT.
           DISPLAY "ALREADY PENDING      : " WS-ALREADY-PENDING.
           DISPLAY "EXCUSED, NOT COUNTED : " WS-EXCUSED-COUNT.
           DISPLAY "-------------------------------------------".

           MOVE WS-ROWS-READ TO WS-RUN-READ-COUNT.
           END-IF.

           IF ATT-ABSENT
               PERFORM 1250-CHECK-EXCUSED
           END-IF.

           EVALUATE TRUE
               WHEN ATT-ABSENT AND ABSENCES-EXCUSED
                   ADD 1 TO WS-EXCUSED-COUNT
               WHEN ATT-ABSENT
                   IF WS-RUN-LENGTH = 0
                       MOVE ATT-DATE TO WS-RUN-FIRST
                   END-IF
                   ADD 1 TO WS-RUN-LENGTH
                   MOVE ATT-DATE TO WS-RUN-LAST
                   MOVE ATT-TERM TO WS-CUR-TERM
                   IF WS-RUN-LENGTH >= WS-THRESHOLD
                           AND WS-RUN-QUEUED = 'N'
                       PERFORM 1300-QUEUE-FOR-REVIEW
                       MOVE 'Y' TO WS-RUN-QUEUED
                   END-IF
               WHEN OTHER
                   MOVE 0 TO WS-RUN-LENGTH
           END-EVALUATE.

           READ ATTENDANCE-VSAM-FILE NEXT RECORD
               AT END SET ATT-SWEEP-EOF TO TRUE
           END-READ.

       1200-END.

       1250-CHECK-EXCUSED.

           IF ATT-STUDENT-ID NOT = WS-ACC-STUDENT
                   OR ATT-TERM NOT = WS-ACC-TERM
               MOVE ATT-STUDENT-ID TO ACP-STUDENT-ID
               MOVE ATT-TERM TO ACP-TERM
               CALL 'PRGS0141' USING ACCOMMODATION-CHECK-PARM
               MOVE ATT-STUDENT-ID TO WS-ACC-STUDENT
               MOVE ATT-TERM TO WS-ACC-TERM
               MOVE ACP-EXCUSED-ABSENCE TO WS-ACC-EXCUSED
           END-IF.

       1250-END.

       1300-QUEUE-FOR-REVIEW.

           PERFORM 1310-CHECK-ALREADY-PENDING.
