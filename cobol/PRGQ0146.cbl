      ******************************************************************
      * Author:
      * Date:
      * Purpose: Advising caseload - for each advisor on ADVISOR.VSAM
      *          (OR THE ONE ADVISOR ASKED FOR), THE STUDENTS ASSIGNED
      *          TO THEM WITH THEIR CURRENT STANDING (THE LATEST ROW
      *          ON STUDENT.STANDING), THEIR ACTIVE HOLDS AND THEIR
      *          OVERDUE FOLLOW-UPS (AN OPEN FOLLOW-UP ON
      *          ADVISING.NOTES DATED BEFORE TODAY), EACH OVERDUE ONE
      *          LISTED UNDER THE STUDENT. GRADUATED, WITHDRAWN AND
      *          DELETED STUDENTS ARE NO LONGER CASELOAD AND ARE LEFT
      *          OFF. AN ADVISOR ID OF ZEROS OR BLANK IN
      *          ../PRGQ0146.PARM (OR AT THE PROMPT) MEANS EVERY
      *          ADVISOR. OUTPUT GOES TO ../PRGQ0146.PRT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGQ0146.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY STUSEL.

           COPY INSSEL.

           COPY ADVSEL.

           COPY ADNSEL.

           COPY STDSEL.

           COPY HLDSEL.

           SELECT CASELOAD-PARM-FILE ASSIGN TO '../PRGQ0146.PARM'
               FILE STATUS IS PARM-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CASELOAD-REPORT-FILE ASSIGN TO '../PRGQ0146.PRT'
               FILE STATUS IS PRT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD STUDENT-VSAM-FILE.

       COPY STUFD.

       FD INSTRUCTOR-MASTER-FILE.
       COPY INSFD.

       FD ADVISOR-VSAM-FILE.
       COPY ADVFD.

       FD ADVISING-NOTE-FILE.
       COPY ADNFD.

       FD ACADEMIC-STANDING-FILE.
       COPY STDFD.

       FD FINANCIAL-HOLD-FILE.
       COPY HLDFD.

       FD CASELOAD-PARM-FILE.
       01  CASELOAD-PARM-RECORD.
           05 PARM-ADVISOR-ID           PIC X(4).

       FD CASELOAD-REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.

       01  INS-FILE-STATUS   PIC XX.
       01  ADV-FILE-STATUS   PIC XX.
       01  ADN-FILE-STATUS   PIC XX.
       01  STD-FILE-STATUS   PIC XX.
       01  HLD-FILE-STATUS   PIC XX.
       01  PARM-FILE-STATUS  PIC XX.
       01  PRT-FILE-STATUS   PIC XX.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY      PIC X(2).
           05  WS-INPUT-ADVISOR    PIC X(4)  VALUE SPACES.
           05  WS-REQUEST-ADVISOR  PIC 9(4)  VALUE 0.
           05  WS-ADV-EOF          PIC X     VALUE 'N'.
               88  ADV-SWEEP-EOF            VALUE 'Y'.
           05  WS-ADN-EOF          PIC X     VALUE 'N'.
               88  ADN-EOF                  VALUE 'Y'.
           05  WS-STD-EOF          PIC X     VALUE 'N'.
               88  STD-EOF                  VALUE 'Y'.
           05  WS-HLD-EOF          PIC X     VALUE 'N'.
               88  HLD-EOF                  VALUE 'Y'.
           05  WS-INS-EOF          PIC X     VALUE 'N'.
               88  INS-EOF                  VALUE 'Y'.
           05  WS-INS-FOUND        PIC X     VALUE 'N'.
               88  INSTRUCTOR-FOUND         VALUE 'Y'.
           05  WS-CURRENT-ADVISOR  PIC 9(4)  VALUE 0.
           05  WS-FIRST-ADVISOR    PIC X     VALUE 'Y'.
               88  NO-ADVISOR-YET           VALUE 'Y'.
           05  WS-ADVISOR-NAME     PIC X(27) VALUE SPACES.
           05  WS-STUDENT-NAME     PIC X(27) VALUE SPACES.
           05  WS-STUDENT-STATUS   PIC X     VALUE SPACE.
           05  WS-STUDENT-ON-FILE  PIC X     VALUE 'N'.
               88  STUDENT-ON-FILE          VALUE 'Y'.
           05  WS-STUDENT-FILE-OPEN PIC X    VALUE 'N'.
               88  STUDENT-FILE-OPEN        VALUE 'Y'.
           05  WS-NOTE-FILE-OPEN   PIC X     VALUE 'N'.
               88  NOTE-FILE-OPEN           VALUE 'Y'.
           05  WS-LATEST-STANDING  PIC X(10) VALUE SPACES.
           05  WS-LATEST-TERM      PIC X(10) VALUE SPACES.
           05  WS-HOLD-COUNT       PIC 9(3)  VALUE 0.
           05  WS-OVERDUE-COUNT    PIC 9(3)  VALUE 0.

      *    THE OVERDUE FOLLOW-UPS OF THE STUDENT BEING PRINTED.
       01  WS-OVERDUE-AREAS.
           05  WS-OVD-COUNT        PIC 9(2)  COMP VALUE 0.
           05  WS-OVD-IDX          PIC 9(2)  COMP VALUE 0.
           05  WS-OVD-ENTRY OCCURS 10 TIMES.
               10  WS-OVD-E-FOLLOWUP   PIC 9(8).
               10  WS-OVD-E-TEXT       PIC X(60).

       01  WS-ADVISOR-TOTALS.
           05  WS-ADV-STUDENTS     PIC 9(5)  VALUE 0.
           05  WS-ADV-PROBATION    PIC 9(5)  VALUE 0.
           05  WS-ADV-HOLDS        PIC 9(5)  VALUE 0.
           05  WS-ADV-OVERDUE      PIC 9(5)  VALUE 0.

       01  WS-GRAND-TOTALS.
           05  WS-TOT-ADVISORS     PIC 9(5)  VALUE 0.
           05  WS-TOT-STUDENTS     PIC 9(5)  VALUE 0.
           05  WS-TOT-OVERDUE      PIC 9(5)  VALUE 0.

       01  WS-PRINT-LINE             PIC X(132).

       01  WS-DETAIL-LINE.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-DL-STUDENT-ID      PIC 9(6).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-DL-NAME            PIC X(27).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-DL-STATUS          PIC X.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-DL-STANDING        PIC X(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-DL-TERM            PIC X(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-DL-HOLDS           PIC ZZ9.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-DL-OVERDUE         PIC ZZ9.

       01  WS-COLUMN-LINE.
           05  FILLER                PIC X(35)
               VALUE '  ID   STUDENT NAME                '.
           05  FILLER                PIC X(26)
               VALUE 'ST STANDING   TERM       H'.
           05  FILLER                PIC X(12)
               VALUE 'OLDS OVERDUE'.

       01  WS-OVERDUE-LINE.
           05  FILLER                PIC X(9)  VALUE SPACES.
           05  FILLER                PIC X(18)
               VALUE 'FOLLOW-UP OVERDUE '.
           05  WS-OL-FOLLOWUP        PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-OL-TEXT            PIC X(60).

       01  WS-EDIT-COUNT             PIC ZZZZ9.

       01 CURRENT-DATE.
           05 CURRENT-YEAR   PIC 9(4).
           05 CURRENT-MONTH  PIC 9(2).
           05 CURRENT-DAY    PIC 9(2).

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.

           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.

           DISPLAY "===== ADVISING CASELOAD =====".

           PERFORM 1100-GET-PARAMETERS.

           OPEN INPUT ADVISOR-VSAM-FILE.
           IF ADV-FILE-STATUS NOT = "00"
               DISPLAY "NO ADVISOR ASSIGNMENTS ON FILE (STATUS = "
                   ADV-FILE-STATUS ") - NOTHING REPORTED."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT STUDENT-VSAM-FILE.
           IF FILE-CHECK-KEY = "00"
               SET STUDENT-FILE-OPEN TO TRUE
           END-IF.
           OPEN INPUT ADVISING-NOTE-FILE.
           IF ADN-FILE-STATUS = "00"
               SET NOTE-FILE-OPEN TO TRUE
           END-IF.

           OPEN OUTPUT CASELOAD-REPORT-FILE.
           IF PRT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PRGQ0146.PRT (STATUS = "
                   PRT-FILE-STATUS ")"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 1200-PRINT-HEADINGS
               PERFORM 1300-START-ASSIGNMENTS
               PERFORM 1400-REPORT-ONE-ASSIGNMENT UNTIL ADV-SWEEP-EOF
               IF NOT NO-ADVISOR-YET
                   PERFORM 1700-PRINT-ADVISOR-TOTALS
               END-IF
               PERFORM 1800-PRINT-GRAND-TOTALS
               CLOSE CASELOAD-REPORT-FILE
               DISPLAY "SEE ../PRGQ0146.PRT FOR THE PRINTED REPORT"
           END-IF.

           CLOSE ADVISOR-VSAM-FILE.
           IF STUDENT-FILE-OPEN
               CLOSE STUDENT-VSAM-FILE
           END-IF.
           IF NOTE-FILE-OPEN
               CLOSE ADVISING-NOTE-FILE
           END-IF.

           GOBACK.

       0000-END.

      *    RUN UNATTENDED IF A PARAMETER FILE IS PRESENT, OTHERWISE
      *    FALL BACK TO THE INTERACTIVE PROMPT.
       1100-GET-PARAMETERS.

           OPEN INPUT CASELOAD-PARM-FILE.
           IF PARM-FILE-STATUS = "00"
               READ CASELOAD-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-ADVISOR-ID TO WS-INPUT-ADVISOR
               END-READ
               CLOSE CASELOAD-PARM-FILE
           ELSE
               DISPLAY "ENTER ADVISOR'S INSTRUCTOR ID (BLANK = ALL) >>"
               ACCEPT WS-INPUT-ADVISOR
           END-IF.

           MOVE 0 TO WS-REQUEST-ADVISOR.
           IF WS-INPUT-ADVISOR IS NUMERIC
               MOVE WS-INPUT-ADVISOR TO WS-REQUEST-ADVISOR
           END-IF.

       1100-END.

       1200-PRINT-HEADINGS.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING '   ADVISING CASELOAD  PRINTED ' DELIMITED BY SIZE
                  CURRENT-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.

       1200-END.

      *    THE ALTERNATE KEY KEEPS EACH ADVISOR'S STUDENTS TOGETHER.
       1300-START-ASSIGNMENTS.

           MOVE 'N' TO WS-ADV-EOF.
           IF WS-REQUEST-ADVISOR > 0
               MOVE WS-REQUEST-ADVISOR TO ADV-INSTRUCTOR-ID
           ELSE
               MOVE LOW-VALUES TO ADV-INSTRUCTOR-ID
           END-IF.

           START ADVISOR-VSAM-FILE
               KEY IS NOT LESS THAN ADV-INSTRUCTOR-ID
               INVALID KEY
                   SET ADV-SWEEP-EOF TO TRUE
           END-START.

       1300-END.

       1400-REPORT-ONE-ASSIGNMENT.

           READ ADVISOR-VSAM-FILE NEXT RECORD
               AT END
                   SET ADV-SWEEP-EOF TO TRUE
               NOT AT END
                   IF WS-REQUEST-ADVISOR > 0
                           AND ADV-INSTRUCTOR-ID
                               NOT = WS-REQUEST-ADVISOR
                       SET ADV-SWEEP-EOF TO TRUE
                   ELSE
                       IF NO-ADVISOR-YET
                               OR ADV-INSTRUCTOR-ID
                                   NOT = WS-CURRENT-ADVISOR
                           PERFORM 1450-BREAK-ON-ADVISOR
                       END-IF
                       PERFORM 1500-REPORT-ONE-STUDENT
                   END-IF
           END-READ.

       1400-END.

       1450-BREAK-ON-ADVISOR.

           IF NOT NO-ADVISOR-YET
               PERFORM 1700-PRINT-ADVISOR-TOTALS
           END-IF.

           MOVE 'N' TO WS-FIRST-ADVISOR.
           MOVE ADV-INSTRUCTOR-ID TO WS-CURRENT-ADVISOR.
           INITIALIZE WS-ADVISOR-TOTALS.
           ADD 1 TO WS-TOT-ADVISORS.

           PERFORM 1950-LOOK-UP-INSTRUCTOR.
           IF NOT INSTRUCTOR-FOUND
               MOVE '(NOT ON INSTRUCTOR MASTER)' TO WS-ADVISOR-NAME
           END-IF.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'ADVISOR ' DELIMITED BY SIZE
                  WS-CURRENT-ADVISOR DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-ADVISOR-NAME DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.
           MOVE WS-COLUMN-LINE TO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.
           MOVE ALL '-' TO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.

       1450-END.

       1500-REPORT-ONE-STUDENT.

           MOVE 'N' TO WS-STUDENT-ON-FILE.
           MOVE '(NOT ON STUDENT FILE)' TO WS-STUDENT-NAME.
           MOVE SPACE TO WS-STUDENT-STATUS.

           IF STUDENT-FILE-OPEN
               MOVE ADV-STUDENT-ID TO STUDENT-VSAM-ID
               READ STUDENT-VSAM-FILE
                   KEY IS STUDENT-VSAM-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET STUDENT-ON-FILE TO TRUE
                       MOVE STUDENT-VSAM-NAME TO WS-STUDENT-NAME
                       MOVE STUDENT-VSAM-STATUS TO WS-STUDENT-STATUS
               END-READ
           END-IF.

           IF STUDENT-ON-FILE
                   AND (STUDENT-GRADUATED OR STUDENT-WITHDRAWN
                        OR STUDENT-DELETED)
               CONTINUE
           ELSE
               PERFORM 1510-FIND-LATEST-STANDING
               PERFORM 1520-COUNT-ACTIVE-HOLDS
               PERFORM 1530-FIND-OVERDUE-FOLLOWUPS
               PERFORM 1600-PRINT-STUDENT
           END-IF.

       1500-END.

      *    THE STANDING BATCH APPENDS A ROW PER TERM, SO THE LAST ROW
      *    FOR THE STUDENT IS THEIR CURRENT STANDING.
       1510-FIND-LATEST-STANDING.

           MOVE SPACES TO WS-LATEST-STANDING.
           MOVE SPACES TO WS-LATEST-TERM.
           MOVE 'N' TO WS-STD-EOF.

           OPEN INPUT ACADEMIC-STANDING-FILE.
           IF STD-FILE-STATUS = "00"
               PERFORM 1515-READ-ONE-STANDING UNTIL STD-EOF
               CLOSE ACADEMIC-STANDING-FILE
           END-IF.

       1510-END.

       1515-READ-ONE-STANDING.

           READ ACADEMIC-STANDING-FILE
               AT END
                   SET STD-EOF TO TRUE
               NOT AT END
                   IF STD-STUDENT-ID = ADV-STUDENT-ID
                       MOVE STD-STANDING TO WS-LATEST-STANDING
                       MOVE STD-TERM TO WS-LATEST-TERM
                   END-IF
           END-READ.

       1515-END.

       1520-COUNT-ACTIVE-HOLDS.

           MOVE 0 TO WS-HOLD-COUNT.
           MOVE 'N' TO WS-HLD-EOF.

           OPEN INPUT FINANCIAL-HOLD-FILE.
           IF HLD-FILE-STATUS = "00"
               PERFORM 1525-READ-ONE-HOLD UNTIL HLD-EOF
               CLOSE FINANCIAL-HOLD-FILE
           END-IF.

       1520-END.

       1525-READ-ONE-HOLD.

           READ FINANCIAL-HOLD-FILE
               AT END
                   SET HLD-EOF TO TRUE
               NOT AT END
                   IF HLD-STUDENT-ID = ADV-STUDENT-ID AND HLD-ACTIVE
                       ADD 1 TO WS-HOLD-COUNT
                   END-IF
           END-READ.

       1525-END.

      *    A FOLLOW-UP IS OVERDUE ONCE ITS DATE HAS PASSED AND NOBODY
      *    HAS MARKED IT DONE IN PRGN0145.
       1530-FIND-OVERDUE-FOLLOWUPS.

           MOVE 0 TO WS-OVERDUE-COUNT.
           MOVE 0 TO WS-OVD-COUNT.
           MOVE 'N' TO WS-ADN-EOF.

           IF NOT NOTE-FILE-OPEN
               SET ADN-EOF TO TRUE
           ELSE
               MOVE LOW-VALUES TO ADN-KEY
               MOVE ADV-STUDENT-ID TO ADN-STUDENT-ID
               START ADVISING-NOTE-FILE KEY IS NOT LESS THAN ADN-KEY
                   INVALID KEY
                       SET ADN-EOF TO TRUE
               END-START
           END-IF.

           PERFORM 1535-READ-ONE-NOTE UNTIL ADN-EOF.

       1530-END.

       1535-READ-ONE-NOTE.

           READ ADVISING-NOTE-FILE NEXT RECORD
               AT END
                   SET ADN-EOF TO TRUE
               NOT AT END
                   IF ADN-STUDENT-ID NOT = ADV-STUDENT-ID
                       SET ADN-EOF TO TRUE
                   ELSE
                       IF ADN-FOLLOWUP-OPEN
                               AND ADN-FOLLOWUP-DATE < CURRENT-DATE
                           ADD 1 TO WS-OVERDUE-COUNT
                           IF WS-OVD-COUNT < 10
                               ADD 1 TO WS-OVD-COUNT
                               MOVE ADN-FOLLOWUP-DATE
                                   TO WS-OVD-E-FOLLOWUP (WS-OVD-COUNT)
                               MOVE ADN-TEXT
                                   TO WS-OVD-E-TEXT (WS-OVD-COUNT)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       1535-END.

       1600-PRINT-STUDENT.

           MOVE ADV-STUDENT-ID TO WS-DL-STUDENT-ID.
           MOVE WS-STUDENT-NAME TO WS-DL-NAME.
           MOVE WS-STUDENT-STATUS TO WS-DL-STATUS.
           IF WS-LATEST-STANDING = SPACES
               MOVE '(NONE)' TO WS-DL-STANDING
           ELSE
               MOVE WS-LATEST-STANDING TO WS-DL-STANDING
           END-IF.
           MOVE WS-LATEST-TERM TO WS-DL-TERM.
           MOVE WS-HOLD-COUNT TO WS-DL-HOLDS.
           MOVE WS-OVERDUE-COUNT TO WS-DL-OVERDUE.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.

           PERFORM 1610-PRINT-ONE-OVERDUE
               VARYING WS-OVD-IDX FROM 1 BY 1
               UNTIL WS-OVD-IDX > WS-OVD-COUNT.

           ADD 1 TO WS-ADV-STUDENTS.
           ADD 1 TO WS-TOT-STUDENTS.
           IF WS-LATEST-STANDING = 'PROBATION '
               ADD 1 TO WS-ADV-PROBATION
           END-IF.
           IF WS-HOLD-COUNT > 0
               ADD 1 TO WS-ADV-HOLDS
           END-IF.
           ADD WS-OVERDUE-COUNT TO WS-ADV-OVERDUE.
           ADD WS-OVERDUE-COUNT TO WS-TOT-OVERDUE.

       1600-END.

       1610-PRINT-ONE-OVERDUE.

           MOVE WS-OVD-E-FOLLOWUP (WS-OVD-IDX) TO WS-OL-FOLLOWUP.
           MOVE WS-OVD-E-TEXT (WS-OVD-IDX) TO WS-OL-TEXT.
           MOVE WS-OVERDUE-LINE TO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.

       1610-END.

       1700-PRINT-ADVISOR-TOTALS.

           MOVE ALL '-' TO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-ADV-STUDENTS TO WS-EDIT-COUNT.
           STRING '  STUDENTS ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  '   ON PROBATION ' DELIMITED BY SIZE
                  WS-ADV-PROBATION DELIMITED BY SIZE
                  '   WITH HOLDS ' DELIMITED BY SIZE
                  WS-ADV-HOLDS DELIMITED BY SIZE
                  '   OVERDUE FOLLOW-UPS ' DELIMITED BY SIZE
                  WS-ADV-OVERDUE DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.

       1700-END.

       1800-PRINT-GRAND-TOTALS.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'ADVISORS ' DELIMITED BY SIZE
                  WS-TOT-ADVISORS DELIMITED BY SIZE
                  '   STUDENTS ' DELIMITED BY SIZE
                  WS-TOT-STUDENTS DELIMITED BY SIZE
                  '   OVERDUE FOLLOW-UPS ' DELIMITED BY SIZE
                  WS-TOT-OVERDUE DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.

       1800-END.

       1900-WRITE-REPORT-LINE.

           MOVE WS-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           DISPLAY WS-PRINT-LINE (1:100).

       1900-END.

      *    THE INSTRUCTOR MASTER IS A SHORT LINE-SEQUENTIAL FILE, SO
      *    A LOOKUP IS A STRAIGHT SCAN.
       1950-LOOK-UP-INSTRUCTOR.

           MOVE 'N' TO WS-INS-FOUND.
           MOVE 'N' TO WS-INS-EOF.
           MOVE SPACES TO WS-ADVISOR-NAME.

           OPEN INPUT INSTRUCTOR-MASTER-FILE.
           IF INS-FILE-STATUS = "00"
               PERFORM 1960-SCAN-ONE-INSTRUCTOR
                   UNTIL INS-EOF OR INSTRUCTOR-FOUND
               CLOSE INSTRUCTOR-MASTER-FILE
           END-IF.

       1950-END.

       1960-SCAN-ONE-INSTRUCTOR.

           READ INSTRUCTOR-MASTER-FILE
               AT END
                   SET INS-EOF TO TRUE
               NOT AT END
                   IF INS-ID IS NUMERIC
                           AND INS-ID = WS-CURRENT-ADVISOR
                       SET INSTRUCTOR-FOUND TO TRUE
                       MOVE INS-NAME TO WS-ADVISOR-NAME
                   END-IF
           END-READ.

       1960-END.

       END PROGRAM PRGQ0146.
