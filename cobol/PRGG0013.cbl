      * Author:
      * Date:
      * Purpose: Post a course grade for an existing student to
      *          GRADE-VSAM-FILE (modeled on PRGI0002's insert flow). A
      *          GRADE IN A CO-OP OR INTERNSHIP WORK-TERM COURSE IS
      *          REFUSED UNTIL THE PLACEMENT'S HOURS ARE MET AND THE
      *          EMPLOYER'S EVALUATION IS IN (PRGS0169); AN 'I' STILL
      *          POSTS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       01  WS-EVENT-AREAS.
           05  WS-EVT-TYPE        PIC X(10) VALUE SPACES.
           05  WS-EVT-STUDENT-ID  PIC 9(6)  VALUE 0.
           05  WS-EVT-DETAIL      PIC X(40) VALUE SPACES.
           05  WS-EVT-DATE        PIC 9(8)  VALUE 0.
           05  WS-EVT-TIME        PIC 9(6)  VALUE 0.

       COPY STUWRK.

       COPY CCPWRK.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY         PIC X(2).
           05  WS-STUDENT-FOUND       PIC X     VALUE 'N'.

           CLOSE STUDENT-VSAM-FILE.

           PERFORM 1300-CHECK-WORK-TERM.
           IF NOT CCP-IS-COMPLETE
               DISPLAY "WORK TERM NOT COMPLETE - " CCP-REASON
               DISPLAY "NO GRADE POSTED. SEE CO-OP PLACEMENTS "
                   "(PRGN0167)."
               MOVE 4 TO RETURN-CODE
               PERFORM 1500-STOP-PROGRAM
           END-IF.

           PERFORM 1400-POST-GRADE.

           PERFORM 1500-STOP-PROGRAM.

       1200-PROMPT-FOR-ID.

           DISPLAY "ENTER STUDENT ID (MAX 6 DIGITS) >>".
           ACCEPT STUDENT-VSAM-ID.

           READ STUDENT-VSAM-FILE

       1235-END.

      *    A CO-OP OR INTERNSHIP GRADE POSTS ONLY ONCE THE HOURS ARE
      *    MET AND THE EMPLOYER'S EVALUATION IS IN (PRGS0169). AN 'I'
      *    IS LEFT ALONE - IT IS EXACTLY WHAT AN UNFINISHED WORK TERM
      *    SHOULD CARRY.
       1300-CHECK-WORK-TERM.

           MOVE 'Y' TO CCP-COMPLETE.

           IF NOT WS-GRADE-IS-INCOMPLETE
               MOVE WS-STUDENT-VSAM-ID TO CCP-STUDENT-ID
               MOVE WS-INPUT-COURSE TO CCP-COURSE
               MOVE WS-INPUT-TERM TO CCP-TERM
               CALL 'PRGS0169' USING COOP-COMPLETION-PARM
           END-IF.

       1300-END.

      *    GRADE-VSAM-FILE MAY NOT EXIST YET THE FIRST TIME A GRADE IS
      *    POSTED, SO FALL BACK TO CREATING IT THE SAME WAY
      *    1450-ADD-ENROLLMENT CREATES ENROLLMENT-VSAM-FILE. STATUS 35
