      *          and lists, per course, every student whose absence
      *          count meets or exceeds the threshold, for the
      *          eligibility and funding reviews that depend on it.
      *          AN ABSENCE IS NOT COUNTED AGAINST A STUDENT WITH AN
      *          EXCUSED-ABSENCE ACCOMMODATION IN EFFECT FOR THE TERM
      *          (PRGS0141); ONLY THE TOTAL EXCUSED IS SHOWN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  ATT-FILE-STATUS   PIC XX.
       01  PRT-FILE-STATUS   PIC XX.
       01  PARM-FILE-STATUS  PIC XX.
       COPY ACPWRK.

       01  WS-WORK-AREAS.
           05  WS-THRESHOLD        PIC 9(3)  VALUE 3.
           05  WS-ATT-EOF          PIC X     VALUE 'N'.
               88  ATT-SWEEP-EOF            VALUE 'Y'.
           05  WS-FLAGGED-COUNT    PIC 9(4)  VALUE 0.
           05  WS-EXCUSED-COUNT    PIC 9(5)  VALUE 0.

      *    THE SWEEP RUNS IN STUDENT ORDER, SO THE ACCOMMODATION
      *    ANSWER IS KEPT UNTIL THE STUDENT OR TERM CHANGES.
       01  WS-ACCOMMODATION-CACHE.
           05  WS-ACC-STUDENT      PIC 9(6)  VALUE 0.
           05  WS-ACC-TERM         PIC X(10) VALUE LOW-VALUES.
           05  WS-ACC-EXCUSED      PIC X     VALUE 'N'.
               88  ABSENCES-EXCUSED         VALUE 'Y'.

      *    ONE ACCUMULATOR ROW PER STUDENT/COURSE PAIR SEEN IN THE
      *    ATTENDANCE FILE.
           05  WS-TLY-HIT          PIC 9(3)  COMP VALUE 0.
           05  WS-TLY-TABLE.
               10  WS-TLY-ENTRY    OCCURS 500 TIMES.
                   15  WS-TLY-E-STUDENT    PIC 9(6).
                   15  WS-TLY-E-COURSE     PIC X(15).
                   15  WS-TLY-E-ABSENCES   PIC 9(3).

       1210-TALLY-ONE-ROW.

           IF ATT-ABSENT
               PERFORM 1230-CHECK-EXCUSED
               IF ABSENCES-EXCUSED
                   ADD 1 TO WS-EXCUSED-COUNT
               ELSE
                   PERFORM 1220-FIND-TALLY-ROW
                   IF WS-TLY-HIT > 0
                       ADD 1 TO WS-TLY-E-ABSENCES (WS-TLY-HIT)
                   END-IF
               END-IF
           END-IF.


       1225-END.

       1230-CHECK-EXCUSED.

           IF ATT-STUDENT-ID NOT = WS-ACC-STUDENT
                   OR ATT-TERM NOT = WS-ACC-TERM
               MOVE ATT-STUDENT-ID TO ACP-STUDENT-ID
               MOVE ATT-TERM TO ACP-TERM
               CALL 'PRGS0141' USING ACCOMMODATION-CHECK-PARM
               MOVE ATT-STUDENT-ID TO WS-ACC-STUDENT
               MOVE ATT-TERM TO WS-ACC-TERM
               MOVE ACP-EXCUSED-ABSENCE TO WS-ACC-EXCUSED
           END-IF.

       1230-END.

       1300-PRINT-REPORT.

           MOVE '---------------------------------------------------'
                  WS-FLAGGED-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'EXCUSED DAYS NOT COUNTED: ' DELIMITED BY SIZE
                  WS-EXCUSED-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.

       1300-END.

