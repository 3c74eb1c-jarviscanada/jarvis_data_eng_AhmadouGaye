      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared misconduct notation lookup - the one place the
      *          transcript programs learn of an academic misconduct
      *          sanction. CALLERS PASS THE MISCONDUCT-NOTATION-PARM
      *          AREA (MNPWRK) WITH A STUDENT AND THE ISSUE DATE AND
      *          GET BACK UP TO FIVE SANCTIONS (GRADE OF F,
      *          SUSPENSION, EXPULSION) WHOSE NOTATION STILL RUNS ON
      *          THAT DATE, BY THE NOTATION-UNTIL DATE SET WHEN THE
      *          SANCTION WAS IMPOSED. WARNINGS AND CASES NOT FOUND
      *          RESPONSIBLE NEVER RETURN. NO FILE ON HAND MEANS NO
      *          NOTATIONS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGS0143.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY MSCSEL.

       DATA DIVISION.
       FILE SECTION.

       FD MISCONDUCT-VSAM-FILE.
       COPY MSCFD.

       WORKING-STORAGE SECTION.

       01  MSC-FILE-STATUS   PIC XX.

       01  WS-WORK-AREAS.
           05  WS-MSC-EOF             PIC X     VALUE 'N'.
               88  MSC-EOF                   VALUE 'Y'.

       LINKAGE SECTION.

       COPY MNPWRK.

       PROCEDURE DIVISION USING MISCONDUCT-NOTATION-PARM.

       0000-MAIN-PROCEDURE.

           MOVE 0 TO MNP-COUNT.

           OPEN INPUT MISCONDUCT-VSAM-FILE.
           IF MSC-FILE-STATUS NOT = "00"
               GOBACK
           END-IF.

      *    THE STUDENT'S CASES SIT TOGETHER AT THE FRONT OF THE KEY.
           MOVE 'N' TO WS-MSC-EOF.
           MOVE LOW-VALUES TO MSC-KEY.
           MOVE MNP-STUDENT-ID TO MSC-STUDENT-ID.

           START MISCONDUCT-VSAM-FILE KEY IS NOT LESS THAN MSC-KEY
               INVALID KEY
                   SET MSC-EOF TO TRUE
           END-START.

           PERFORM 1100-READ-ONE-CASE UNTIL MSC-EOF.

           CLOSE MISCONDUCT-VSAM-FILE.

           GOBACK.

       0000-END.

       1100-READ-ONE-CASE.

           READ MISCONDUCT-VSAM-FILE NEXT RECORD
               AT END
                   SET MSC-EOF TO TRUE
               NOT AT END
                   IF MSC-STUDENT-ID NOT = MNP-STUDENT-ID
                       SET MSC-EOF TO TRUE
                   ELSE
                       PERFORM 1200-JUDGE-NOTATION
                   END-IF
           END-READ.

       1100-END.

       1200-JUDGE-NOTATION.

           IF MSC-OUTCOME-RESPONSIBLE
                   AND (MSC-SANCTION-GRADE-F
                        OR MSC-SANCTION-SUSPENSION
                        OR MSC-SANCTION-EXPULSION)
                   AND NOT MSC-NOTATION-NONE
                   AND MSC-NOTATION-UNTIL >= MNP-AS-OF-DATE
                   AND MNP-COUNT < 5
               ADD 1 TO MNP-COUNT
               MOVE MSC-SANCTION TO MNP-SANCTION (MNP-COUNT)
               MOVE MSC-COURSE TO MNP-COURSE (MNP-COUNT)
               MOVE MSC-TERM TO MNP-TERM (MNP-COUNT)
               MOVE MSC-SUSPEND-FROM-TERM
                   TO MNP-SUSPEND-FROM-TERM (MNP-COUNT)
               MOVE MSC-SUSPEND-TO-TERM
                   TO MNP-SUSPEND-TO-TERM (MNP-COUNT)
           END-IF.

       1200-END.

       END PROGRAM PRGS0143.
