      *          OVERWRITTEN (THE AMENDMENT WORKFLOW OWNS CHANGES).
      *          A COURSE WHOSE SCORED COMPONENTS DO NOT COVER THE
      *          COURSE'S FULL WEIGHT IS SKIPPED AS INCOMPLETE. TERM
      *          FROM ../PRGB0081.PARM WHEN PRESENT, ELSE PROMPTED. A
      *          RESULT IN A CO-OP OR INTERNSHIP WORK-TERM COURSE IS
      *          HELD BACK AND COUNTED UNTIL THE PLACEMENT'S HOURS ARE
      *          MET AND THE EMPLOYER'S EVALUATION IS IN (PRGS0169).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  WS-POSTED-COUNT     PIC 9(4)  VALUE 0.
           05  WS-SKIPPED-COUNT    PIC 9(4)  VALUE 0.
           05  WS-INCOMPLETE-COUNT PIC 9(4)  VALUE 0.
           05  WS-WORK-TERM-COUNT  PIC 9(4)  VALUE 0.

       COPY CCPWRK.

      *    ONE ROW PER STUDENT/COURSE SEEN ON THE SCORE FILE FOR THE
      *    TERM, WITH THE WEIGHTED SCORE SUM AND THE WEIGHT COVERED.
           05  WS-RES-HIT          PIC 9(3)  COMP VALUE 0.
           05  WS-RES-TABLE.
               10  WS-RES-ENTRY    OCCURS 500 TIMES.
                   15  WS-RES-E-STUDENT    PIC 9(6).
                   15  WS-RES-E-COURSE     PIC X(15).
                   15  WS-RES-E-WSUM       PIC 9(7)V99.
                   15  WS-RES-E-WCOVERED   PIC 9(4).
           DISPLAY "GRADES POSTED      : " WS-POSTED-COUNT.
           DISPLAY "ALREADY POSTED     : " WS-SKIPPED-COUNT.
           DISPLAY "INCOMPLETE SCORES  : " WS-INCOMPLETE-COUNT.
           DISPLAY "WORK TERM NOT DONE : " WS-WORK-TERM-COUNT.
           DISPLAY "-------------------------------------------".

           MOVE WS-RES-COUNT TO WS-RUN-READ-COUNT.
           MOVE WS-POSTED-COUNT TO WS-RUN-WRITE-COUNT.
           ADD WS-INCOMPLETE-COUNT WS-WORK-TERM-COUNT
               GIVING WS-RUN-REJECT-COUNT.
           PERFORM 0860-WRITE-RUN-STATS.

           GOBACK.
               COMPUTE WS-FINAL-PCT ROUNDED
                   = WS-RES-E-WSUM (WS-RES-IDX) / WS-WEIGHT-TOTAL
               PERFORM 1430-MAP-LETTER
               PERFORM 1435-CHECK-WORK-TERM
               IF CCP-IS-COMPLETE
                   PERFORM 1440-POST-GRADE
               ELSE
                   ADD 1 TO WS-WORK-TERM-COUNT
                   DISPLAY "STUDENT " WS-RES-E-STUDENT (WS-RES-IDX)
                       " / " WS-RES-E-COURSE (WS-RES-IDX)
                       " - WORK TERM NOT COMPLETE - " CCP-REASON
               END-IF
           END-IF.

           ADD 1 TO WS-RES-IDX.

       1430-END.

      *    A CO-OP OR INTERNSHIP GRADE WAITS, AS AT THE PRGG0013
      *    KEYBOARD, UNTIL THE PLACEMENT'S HOURS ARE MET AND THE
      *    EMPLOYER'S EVALUATION IS IN (PRGS0169).
       1435-CHECK-WORK-TERM.

           MOVE WS-RES-E-STUDENT (WS-RES-IDX) TO CCP-STUDENT-ID.
           MOVE WS-RES-E-COURSE (WS-RES-IDX) TO CCP-COURSE.
           MOVE WS-REQUEST-TERM TO CCP-TERM.
           CALL 'PRGS0169' USING COOP-COMPLETION-PARM.

       1435-END.

      *    CREDIT HOURS COME OFF THE COURSE MASTER THE WAY PRGG0013
      *    CAPTURES THEM; LEGACY LINES WITHOUT THE COLUMN POST AS
      *    01 CREDIT.
