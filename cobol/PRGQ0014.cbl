      * Purpose: Transcript report - joins STUDENT-VSAM-RECORD with
      *          GRADE-VSAM-FILE to print a student's course history
      *          and computed GPA (modeled on PRGQ0006's single-
      *          student query). ANY ACADEMIC MISCONDUCT NOTATION
      *          STILL RUNNING (PRGS0143) PRINTS AFTER THE STANDING
      *          HISTORY. A GRADE EARNED ON A SUPPLEMENTAL EXAM
      *          (PRGG0165) IS MARKED AS SUCH UNDER ITS LINE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       FD QUERY-PARM-FILE.
       01  QUERY-PARM-RECORD.
           05 PARM-STUDENT-ID               PIC 9(6).

       WORKING-STORAGE SECTION.


       COPY STUWRK.

       COPY MNPWRK.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY         PIC X(2).
           05  WS-MNP-IDX             PIC 9     VALUE 0.
           05  WS-GRD-DONE            PIC X     VALUE 'N'.
               88  GRD-SCAN-DONE             VALUE 'Y'.
           05  WS-STD-EOF             PIC X     VALUE 'N'.
       01 OUTPUTLINE.
           05 BLANK-LINE PIC X.

       01 CURRENT-DATE       PIC 9(8).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.


       1210-PROMPT-FOR-ID.

           DISPLAY "ENTER STUDENT ID (MAX 6 DIGITS) >>".
           ACCEPT STUDENT-VSAM-ID.

       1210-END.

           PERFORM 1430-DISPLAY-STANDING-HISTORY.

           PERFORM 1440-DISPLAY-NOTATIONS.

       1400-END.

       1410-SCAN-GRADES.
               DISPLAY "      * AMENDED GRADE (APPROVED CHANGE)"
           END-IF.

           IF WS-GRD-E-AMENDED (WS-GRD-IDX) = 'S'
               DISPLAY "      S EARNED BY SUPPLEMENTAL EXAM "
                   "(CAPPED AT D)"
           END-IF.

           IF WS-GRD-E-LETTER (WS-GRD-IDX) = 'I'
               DISPLAY "      I INCOMPLETE - CONTRACT OPEN, NOT IN GPA"
           END-IF.

       1435-END.

      *    ONLY THE SANCTION ITSELF APPEARS; THE CASE DETAILS STAY ON
      *    THE RESTRICTED CASE FILE.
       1440-DISPLAY-NOTATIONS.

           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-STUDENT-VSAM-ID TO MNP-STUDENT-ID.
           MOVE CURRENT-DATE TO MNP-AS-OF-DATE.
           CALL 'PRGS0143' USING MISCONDUCT-NOTATION-PARM.

           IF MNP-COUNT > 0
               DISPLAY "ACADEMIC MISCONDUCT NOTATION:"
               PERFORM 1445-DISPLAY-ONE-NOTATION
                   VARYING WS-MNP-IDX FROM 1 BY 1
                   UNTIL WS-MNP-IDX > MNP-COUNT
               DISPLAY "-------------------------------------------"
                   "------"
           END-IF.

       1440-END.

       1445-DISPLAY-ONE-NOTATION.

           EVALUATE TRUE
               WHEN MNP-GRADE-F (WS-MNP-IDX)
                   DISPLAY "  GRADE OF F ASSIGNED FOR ACADEMIC "
                       "MISCONDUCT - " MNP-COURSE (WS-MNP-IDX) " "
                       MNP-TERM (WS-MNP-IDX)
               WHEN MNP-SUSPENSION (WS-MNP-IDX)
                   DISPLAY "  SUSPENDED FOR ACADEMIC MISCONDUCT - "
                       MNP-SUSPEND-FROM-TERM (WS-MNP-IDX) " THROUGH "
                       MNP-SUSPEND-TO-TERM (WS-MNP-IDX)
               WHEN MNP-EXPULSION (WS-MNP-IDX)
                   DISPLAY "  EXPELLED FOR ACADEMIC MISCONDUCT - "
                       MNP-TERM (WS-MNP-IDX)
           END-EVALUATE.

       1445-END.

       1500-STOP-PROGRAM.

           CLOSE STUDENT-VSAM-FILE.
