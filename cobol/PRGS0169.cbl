      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared work-term completion check - the one place
      *          that decides whether a grade may post for a co-op or
      *          internship course. CALLERS PASS THE COOP-COMPLETION-
      *          PARM AREA (CCPWRK) WITH THE STUDENT, COURSE AND TERM.
      *          A COURSE NOT MARKED AS A WORK TERM ON THE COURSE
      *          MASTER IS ALWAYS COMPLETE. A WORK-TERM COURSE IS
      *          COMPLETE ONLY WHEN THE STUDENT HAS AN ACTIVE
      *          PLACEMENT FOR THE TERM IN THAT COURSE, THE HOURS
      *          LOGGED REACH THE HOURS REQUIRED, AND THE EMPLOYER'S
      *          EVALUATION IS IN - SATISFACTORY OR NOT, THE GRADE IS
      *          THE INSTRUCTOR'S CALL ONCE IT IS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGS0169.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PLCSEL.

       DATA DIVISION.
       FILE SECTION.

       FD PLACEMENT-VSAM-FILE.
       COPY PLCFD.

       WORKING-STORAGE SECTION.

       COPY LKPWRK.

       01  PLC-FILE-STATUS   PIC XX.

       COPY CRSFD.

       LINKAGE SECTION.

       COPY CCPWRK.

       PROCEDURE DIVISION USING COOP-COMPLETION-PARM.

       0000-MAIN-PROCEDURE.

           MOVE 'N' TO CCP-WORK-TERM.
           MOVE 'Y' TO CCP-COMPLETE.
           MOVE SPACES TO CCP-REASON.

      *    ONE KEYED READ THROUGH THE SHARED LOOKUP MODULE.
           SET LKP-COURSE-LOOKUP TO TRUE.
           MOVE CCP-COURSE TO LKP-KEY.
           CALL 'PRGS0098' USING MASTER-LOOKUP-PARM.
           IF LKP-RECORD-FOUND
               MOVE LKP-RECORD-IMAGE TO COURSE-MASTER-RECORD
               IF CRS-IS-WORK-TERM
                   MOVE 'Y' TO CCP-WORK-TERM
               END-IF
           END-IF.

           IF NOT CCP-IS-WORK-TERM
               GOBACK
           END-IF.

           MOVE 'N' TO CCP-COMPLETE.

           OPEN INPUT PLACEMENT-VSAM-FILE.
           IF PLC-FILE-STATUS NOT = "00"
               MOVE "NO PLACEMENT ON FILE" TO CCP-REASON
               GOBACK
           END-IF.

           MOVE CCP-STUDENT-ID TO PLC-STUDENT-ID.
           MOVE CCP-TERM TO PLC-TERM.
           READ PLACEMENT-VSAM-FILE
               KEY IS PLC-KEY
               INVALID KEY
                   MOVE "NO PLACEMENT ON FILE" TO CCP-REASON
               NOT INVALID KEY
                   PERFORM 1000-JUDGE-PLACEMENT
           END-READ.

           CLOSE PLACEMENT-VSAM-FILE.

           GOBACK.

       0000-END.

       1000-JUDGE-PLACEMENT.

           EVALUATE TRUE
               WHEN PLC-CANCELLED
                   MOVE "PLACEMENT WAS CANCELLED" TO CCP-REASON
               WHEN PLC-COURSE NOT = CCP-COURSE
                   MOVE "PLACED UNDER ANOTHER COURSE" TO CCP-REASON
               WHEN PLC-HOURS-LOGGED < PLC-REQUIRED-HOURS
                   MOVE "REQUIRED HOURS NOT MET" TO CCP-REASON
               WHEN NOT PLC-EVAL-VALID
                   MOVE "EMPLOYER EVALUATION NOT IN" TO CCP-REASON
               WHEN OTHER
                   MOVE 'Y' TO CCP-COMPLETE
           END-EVALUATE.

       1000-END.

       END PROGRAM PRGS0169.
