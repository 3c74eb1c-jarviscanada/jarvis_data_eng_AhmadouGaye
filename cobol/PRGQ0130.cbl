      ******************************************************************
      * Author:
      * Date:
      * Purpose: Department summary for one term - rolls up, for each
      *          department on DEPARTMENT.MASTER, the term's active
      *          enrollments from ENROLLMENT-VSAM-FILE, its grade
      *          distribution from GRADE-VSAM-FILE (TRANSFER CREDIT
      *          LEFT OUT), its net tuition from STUDENT.CHARGES ('C'
      *          LESS 'R' ROWS) AND THE HEADCOUNT OF ACTIVE STUDENTS
      *          DECLARED IN ITS PROGRAMS. COURSES AND PROGRAMS ARE
      *          PLACED BY THE OWNER ON DEPARTMENT.ASSIGN AS AT THE
      *          TERM'S START DATE; ANYTHING WITH NO OWNER IS TOTALLED
      *          ON ITS OWN LINE SO THE REPORT STILL FOOTS. TERM AND
      *          OPTIONAL CAMPUS COME FROM ../PRGQ0130.PARM (TERM,
      *          CAMPUS) OR THE PROMPT. A CAMPUS FILTER DROPS COURSES
      *          OFFERED ELSEWHERE AND STUDENTS OF OTHER CAMPUSES; A
      *          COURSE OR STUDENT WITH NO CAMPUS COUNTS EVERYWHERE.
      *          OUTPUT GOES TO ../PRGQ0130.PRT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGQ0130.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY DPTSEL.

           COPY DASSEL.

           COPY TRMSEL.

           COPY CRSSEL.

           COPY ENRSEL.

           COPY GRDSEL.

           COPY CHGSEL.

           COPY STUSEL.

           SELECT DEPARTMENT-PARM-FILE ASSIGN TO '../PRGQ0130.PARM'
               FILE STATUS IS PARM-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEPARTMENT-REPORT-FILE ASSIGN TO '../PRGQ0130.PRT'
               FILE STATUS IS PRT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD DEPARTMENT-MASTER-FILE.
       COPY DPTFD.

       FD DEPARTMENT-ASSIGN-FILE.
       COPY DASFD.

       FD TERM-MASTER-FILE.
       COPY TRMFD.

       FD COURSE-MASTER-FILE.
       COPY CRSFD.

       FD ENROLLMENT-VSAM-FILE.
       COPY ENRFD.

       FD GRADE-VSAM-FILE.
       COPY GRDFD.

       FD STUDENT-CHARGE-FILE.
       COPY CHGFD.

       FD STUDENT-VSAM-FILE.

       COPY STUFD.

       FD DEPARTMENT-PARM-FILE.
       01  DEPARTMENT-PARM-RECORD.
           05 PARM-TERM                 PIC X(10).
           05 PARM-SEPARATOR1           PIC X.
           05 PARM-CAMPUS               PIC X(3).

       FD DEPARTMENT-REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.

       COPY LKPWRK.

       01  FILE-CHECK-KEY    PIC XX.
       01  DPT-FILE-STATUS   PIC XX.
       01  DAS-FILE-STATUS   PIC XX.
       01  TRM-FILE-STATUS   PIC XX.
       01  CRS-FILE-STATUS   PIC XX.
       01  ENR-FILE-STATUS   PIC XX.
       01  GRD-FILE-STATUS   PIC XX.
       01  CHG-FILE-STATUS   PIC XX.
       01  PARM-FILE-STATUS  PIC XX.
       01  PRT-FILE-STATUS   PIC XX.

       01  WS-CAMPUS-AREAS.
           05  WS-CAMPUS-FILTER    PIC X(3)  VALUE SPACES.
           05  WS-CAMPUS-OK        PIC X     VALUE 'Y'.

       01  WS-WORK-AREAS.
           05  WS-REQUEST-TERM     PIC X(10) VALUE SPACES.
           05  WS-AS-OF-DATE       PIC 9(8)  VALUE 0.
           05  WS-DPT-EOF          PIC X     VALUE 'N'.
               88  DPT-EOF                  VALUE 'Y'.
           05  WS-DAS-EOF          PIC X     VALUE 'N'.
               88  DAS-EOF                  VALUE 'Y'.
           05  WS-ENR-EOF          PIC X     VALUE 'N'.
               88  ENR-SWEEP-EOF            VALUE 'Y'.
           05  WS-GRD-EOF          PIC X     VALUE 'N'.
               88  GRD-SWEEP-EOF            VALUE 'Y'.
           05  WS-CHG-EOF          PIC X     VALUE 'N'.
               88  CHG-EOF                  VALUE 'Y'.
           05  WS-STU-EOF          PIC X     VALUE 'N'.
               88  STU-SWEEP-EOF            VALUE 'Y'.
           05  WS-TABLE-FULL       PIC X     VALUE 'N'.
               88  SOME-TABLE-FULL          VALUE 'Y'.
           05  WS-LOOKUP-TYPE      PIC X.
           05  WS-LOOKUP-ITEM      PIC X(15).
           05  WS-LOOKUP-DEPT      PIC X(6).
           05  WS-ROW              PIC 9(3)  COMP VALUE 0.
           05  WS-GRADE-SLOT       PIC 9     VALUE 0.
           05  WS-G-IDX            PIC 9     VALUE 0.
           05  WS-EDIT-COUNT       PIC ZZZZ9.
           05  WS-EDIT-TUITION     PIC -ZZZ,ZZZ,ZZ9.99.

      *    ONE ROW PER DEPARTMENT, THEN ONE LAST ROW FOR ANYTHING NO
      *    DEPARTMENT OWNED AT THE TERM START. GRADE SLOTS 1-7 ARE
      *    A, B, C, D, F, I, W.
       01  WS-DEPARTMENT-TABLE-AREAS.
           05  WS-DPT-COUNT        PIC 9(3)  COMP VALUE 0.
           05  WS-DPT-IDX          PIC 9(3)  COMP VALUE 0.
           05  WS-DPT-NONE         PIC 9(3)  COMP VALUE 0.
           05  WS-DPT-TABLE.
               10  WS-DPT-ENTRY    OCCURS 201 TIMES.
                   15  WS-DPT-E-CODE       PIC X(6).
                   15  WS-DPT-E-NAME       PIC X(30).
                   15  WS-DPT-E-CHAIR      PIC X(27).
                   15  WS-DPT-E-OPEN       PIC X.
                   15  WS-DPT-E-HEADCOUNT  PIC 9(5).
                   15  WS-DPT-E-ENROLLED   PIC 9(5).
                   15  WS-DPT-E-GRADE      PIC 9(5) OCCURS 7 TIMES.
                   15  WS-DPT-E-TUITION    PIC S9(9)V99.

      *    THE OWNER OF EACH COURSE AND PROGRAM AS AT THE TERM START.
       01  WS-OWNER-TABLE-AREAS.
           05  WS-OWN-COUNT        PIC 9(4)  COMP VALUE 0.
           05  WS-OWN-IDX          PIC 9(4)  COMP VALUE 0.
           05  WS-OWN-TABLE.
               10  WS-OWN-ENTRY    OCCURS 5000 TIMES.
                   15  WS-OWN-E-TYPE       PIC X.
                   15  WS-OWN-E-ITEM       PIC X(15).
                   15  WS-OWN-E-DEPT       PIC X(6).

      *    EACH COURSE MET, WITH ITS DEPARTMENT ROW AND CAMPUS
      *    VERDICT, SO THE MASTER IS ONLY LOOKED UP ONCE PER COURSE.
       01  WS-COURSE-CACHE-AREAS.
           05  WS-CCH-COUNT        PIC 9(4)  COMP VALUE 0.
           05  WS-CCH-IDX          PIC 9(4)  COMP VALUE 0.
           05  WS-CCH-HIT          PIC 9(4)  COMP VALUE 0.
           05  WS-CCH-TABLE.
               10  WS-CCH-ENTRY    OCCURS 3000 TIMES.
                   15  WS-CCH-E-COURSE     PIC X(15).
                   15  WS-CCH-E-ROW        PIC 9(3) COMP.
                   15  WS-CCH-E-INCLUDE    PIC X.

       01  WS-GRAND-TOTALS.
           05  WS-TOT-HEADCOUNT    PIC 9(6)  VALUE 0.
           05  WS-TOT-ENROLLED     PIC 9(6)  VALUE 0.
           05  WS-TOT-GRADE        PIC 9(6)  OCCURS 7 TIMES.
           05  WS-TOT-TUITION      PIC S9(9)V99 VALUE 0.

       01  WS-PRINT-LINE             PIC X(132).

       01  WS-DETAIL-LINE.
           05  WS-DL-CODE            PIC X(6).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-DL-NAME            PIC X(30).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-DL-HEADCOUNT       PIC ZZZZ9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-DL-ENROLLED        PIC ZZZZ9.
           05  WS-DL-GRADE-ENTRY     OCCURS 7 TIMES.
               10  FILLER            PIC X     VALUE SPACE.
               10  WS-DL-GRADE       PIC ZZZZ9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-DL-TUITION         PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-COLUMN-LINE.
           05  FILLER                PIC X(38)
               VALUE 'DEPT   NAME                          '.
           05  FILLER                PIC X(12)
               VALUE ' HEADS ENROL'.
           05  FILLER                PIC X(42)
               VALUE '     A     B     C     D     F     I     W'.
           05  FILLER                PIC X(16)
               VALUE '     NET TUITION'.

       01 CURRENT-DATE.
           05 CURRENT-YEAR   PIC 9(4).
           05 CURRENT-MONTH  PIC 9(2).
           05 CURRENT-DAY    PIC 9(2).

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.

           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.

           DISPLAY "===== DEPARTMENT SUMMARY =====".

           PERFORM 1100-GET-PARAMETERS.

           IF WS-REQUEST-TERM = SPACES
               DISPLAY "A TERM IS REQUIRED - NOTHING REPORTED."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1150-READ-TERM.

           IF WS-AS-OF-DATE = 0
               DISPLAY "TERM " WS-REQUEST-TERM
                   " IS NOT ON THE TERM MASTER - NOTHING REPORTED."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1200-LOAD-DEPARTMENTS.
           PERFORM 1300-LOAD-OWNERS.

           PERFORM 1400-TALLY-ENROLLMENTS.
           PERFORM 1500-TALLY-GRADES.
           PERFORM 1600-TALLY-TUITION.
           PERFORM 1700-TALLY-HEADCOUNT.

           PERFORM 1800-PRINT-REPORT.

           IF SOME-TABLE-FULL
               DISPLAY "*** A WORK TABLE FILLED - THE SUMMARY IS "
                   "INCOMPLETE ***"
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "SEE ../PRGQ0130.PRT FOR THE PRINTED REPORT".

           GOBACK.

       0000-END.

      *    RUN UNATTENDED IF A PARAMETER FILE IS PRESENT, OTHERWISE
      *    FALL BACK TO THE INTERACTIVE PROMPT.
       1100-GET-PARAMETERS.

           OPEN INPUT DEPARTMENT-PARM-FILE.
           IF PARM-FILE-STATUS = "00"
               READ DEPARTMENT-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-TERM TO WS-REQUEST-TERM
                       MOVE PARM-CAMPUS TO WS-CAMPUS-FILTER
               END-READ
               CLOSE DEPARTMENT-PARM-FILE
           ELSE
               DISPLAY "ENTER TERM TO REPORT >>"
               ACCEPT WS-REQUEST-TERM
               DISPLAY "ENTER CAMPUS (BLANK = ALL CAMPUSES) >>"
               ACCEPT WS-CAMPUS-FILTER
           END-IF.

       1100-END.

       1150-READ-TERM.

           OPEN INPUT TERM-MASTER-FILE.
           IF TRM-FILE-STATUS = "00"
               MOVE WS-REQUEST-TERM TO TRM-CODE
               READ TERM-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TRM-START-DATE TO WS-AS-OF-DATE
               END-READ
               CLOSE TERM-MASTER-FILE
           ELSE
               DISPLAY "TERM MASTER UNAVAILABLE (STATUS = "
                   TRM-FILE-STATUS ")"
           END-IF.

       1150-END.

      *    EVERY DEPARTMENT IS LOADED; ONE OPEN AT THE TERM START
      *    PRINTS EVEN WITH NOTHING TO SHOW, A CLOSED ONE ONLY IF
      *    SOMETHING STILL ROLLED UP UNDER IT.
       1200-LOAD-DEPARTMENTS.

           MOVE 'N' TO WS-DPT-EOF.

           OPEN INPUT DEPARTMENT-MASTER-FILE.
           IF DPT-FILE-STATUS = "00"
               PERFORM 1210-LOAD-ONE-DEPARTMENT UNTIL DPT-EOF
               CLOSE DEPARTMENT-MASTER-FILE
           ELSE
               DISPLAY "NO DEPARTMENT MASTER ON FILE (STATUS = "
                   DPT-FILE-STATUS ") - EVERYTHING IS UNASSIGNED."
           END-IF.

           ADD 1 TO WS-DPT-COUNT.
           MOVE WS-DPT-COUNT TO WS-DPT-NONE.
           MOVE WS-DPT-COUNT TO WS-ROW.
           PERFORM 1220-CLEAR-ROW.
           MOVE SPACES TO WS-DPT-E-CODE (WS-ROW).
           MOVE '(NO OWNING DEPARTMENT)' TO WS-DPT-E-NAME (WS-ROW).
           MOVE SPACES TO WS-DPT-E-CHAIR (WS-ROW).
           MOVE 'N' TO WS-DPT-E-OPEN (WS-ROW).

       1200-END.

       1210-LOAD-ONE-DEPARTMENT.

           READ DEPARTMENT-MASTER-FILE
               AT END
                   SET DPT-EOF TO TRUE
               NOT AT END
                   IF WS-DPT-COUNT < 200
                       ADD 1 TO WS-DPT-COUNT
                       MOVE WS-DPT-COUNT TO WS-ROW
                       PERFORM 1220-CLEAR-ROW
                       MOVE DPT-CODE TO WS-DPT-E-CODE (WS-ROW)
                       MOVE DPT-NAME TO WS-DPT-E-NAME (WS-ROW)
                       MOVE DPT-CHAIR TO WS-DPT-E-CHAIR (WS-ROW)
                       MOVE 'Y' TO WS-DPT-E-OPEN (WS-ROW)
                       IF DPT-EFFECTIVE-DATE IS NUMERIC
                               AND DPT-EFFECTIVE-DATE > WS-AS-OF-DATE
                           MOVE 'N' TO WS-DPT-E-OPEN (WS-ROW)
                       END-IF
                       IF DPT-RETIRE-DATE IS NUMERIC
                               AND DPT-RETIRE-DATE > 0
                               AND DPT-RETIRE-DATE <= WS-AS-OF-DATE
                           MOVE 'N' TO WS-DPT-E-OPEN (WS-ROW)
                       END-IF
                   ELSE
                       SET SOME-TABLE-FULL TO TRUE
                   END-IF
           END-READ.

       1210-END.

       1220-CLEAR-ROW.

           MOVE 0 TO WS-DPT-E-HEADCOUNT (WS-ROW).
           MOVE 0 TO WS-DPT-E-ENROLLED (WS-ROW).
           MOVE 0 TO WS-DPT-E-TUITION (WS-ROW).
           PERFORM 1225-CLEAR-ONE-GRADE
               VARYING WS-G-IDX FROM 1 BY 1 UNTIL WS-G-IDX > 7.

       1220-END.

       1225-CLEAR-ONE-GRADE.

           MOVE 0 TO WS-DPT-E-GRADE (WS-ROW, WS-G-IDX).

       1225-END.

      *    ONLY THE LINE IN FORCE ON THE TERM START DATE COUNTS.
       1300-LOAD-OWNERS.

           MOVE 'N' TO WS-DAS-EOF.

           OPEN INPUT DEPARTMENT-ASSIGN-FILE.
           IF DAS-FILE-STATUS = "00"
               PERFORM 1310-LOAD-ONE-OWNER UNTIL DAS-EOF
               CLOSE DEPARTMENT-ASSIGN-FILE
           END-IF.

       1300-END.

       1310-LOAD-ONE-OWNER.

           READ DEPARTMENT-ASSIGN-FILE
               AT END
                   SET DAS-EOF TO TRUE
               NOT AT END
                   IF DAS-EFFECTIVE-DATE IS NUMERIC
                           AND DAS-END-DATE IS NUMERIC
                           AND DAS-EFFECTIVE-DATE <= WS-AS-OF-DATE
                           AND (DAS-END-DATE = 0
                                OR DAS-END-DATE > WS-AS-OF-DATE)
                       IF WS-OWN-COUNT < 5000
                           ADD 1 TO WS-OWN-COUNT
                           MOVE DAS-ITEM-TYPE
                               TO WS-OWN-E-TYPE (WS-OWN-COUNT)
                           MOVE DAS-ITEM-CODE
                               TO WS-OWN-E-ITEM (WS-OWN-COUNT)
                           MOVE DAS-DEPARTMENT
                               TO WS-OWN-E-DEPT (WS-OWN-COUNT)
                       ELSE
                           SET SOME-TABLE-FULL TO TRUE
                       END-IF
                   END-IF
           END-READ.

       1310-END.

      *    WS-LOOKUP-TYPE/ITEM IN, WS-ROW OUT: THE OWNING
      *    DEPARTMENT'S ROW, OR THE UNASSIGNED ROW.
       1350-FIND-OWNER-ROW.

           MOVE SPACES TO WS-LOOKUP-DEPT.
           MOVE 1 TO WS-OWN-IDX.
           PERFORM 1355-MATCH-ONE-OWNER
               UNTIL WS-LOOKUP-DEPT NOT = SPACES
                   OR WS-OWN-IDX > WS-OWN-COUNT.

           MOVE WS-DPT-NONE TO WS-ROW.
           IF WS-LOOKUP-DEPT NOT = SPACES
               MOVE 1 TO WS-DPT-IDX
               PERFORM 1360-MATCH-ONE-DEPARTMENT
                   UNTIL WS-ROW NOT = WS-DPT-NONE
                       OR WS-DPT-IDX >= WS-DPT-NONE
           END-IF.

       1350-END.

       1355-MATCH-ONE-OWNER.

           IF WS-OWN-E-TYPE (WS-OWN-IDX) = WS-LOOKUP-TYPE
                   AND WS-OWN-E-ITEM (WS-OWN-IDX) = WS-LOOKUP-ITEM
               MOVE WS-OWN-E-DEPT (WS-OWN-IDX) TO WS-LOOKUP-DEPT
           END-IF.

           ADD 1 TO WS-OWN-IDX.

       1355-END.

       1360-MATCH-ONE-DEPARTMENT.

           IF WS-DPT-E-CODE (WS-DPT-IDX) = WS-LOOKUP-DEPT
               MOVE WS-DPT-IDX TO WS-ROW
           END-IF.

           ADD 1 TO WS-DPT-IDX.

       1360-END.

      *    WS-LOOKUP-ITEM IN (A COURSE), WS-CCH-HIT OUT. A COURSE
      *    MET FOR THE FIRST TIME IS PLACED AND CAMPUS-CHECKED ONCE.
       1370-FIND-COURSE.

           MOVE 0 TO WS-CCH-HIT.
           MOVE 1 TO WS-CCH-IDX.
           PERFORM 1375-MATCH-ONE-COURSE
               UNTIL WS-CCH-HIT > 0 OR WS-CCH-IDX > WS-CCH-COUNT.

           IF WS-CCH-HIT = 0
               IF WS-CCH-COUNT < 3000
                   MOVE 'C' TO WS-LOOKUP-TYPE
                   PERFORM 1350-FIND-OWNER-ROW
                   PERFORM 1380-CHECK-COURSE-CAMPUS
                   ADD 1 TO WS-CCH-COUNT
                   MOVE WS-LOOKUP-ITEM TO WS-CCH-E-COURSE (WS-CCH-COUNT)
                   MOVE WS-ROW TO WS-CCH-E-ROW (WS-CCH-COUNT)
                   MOVE WS-CAMPUS-OK TO WS-CCH-E-INCLUDE (WS-CCH-COUNT)
                   MOVE WS-CCH-COUNT TO WS-CCH-HIT
               ELSE
                   SET SOME-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       1370-END.

       1375-MATCH-ONE-COURSE.

           IF WS-CCH-E-COURSE (WS-CCH-IDX) = WS-LOOKUP-ITEM
               MOVE WS-CCH-IDX TO WS-CCH-HIT
           END-IF.

           ADD 1 TO WS-CCH-IDX.

       1375-END.

      *    A CAMPUS FILTER DROPS COURSES OFFERED ELSEWHERE; A COURSE
      *    WITH NO CAMPUS ON THE MASTER SERVES EVERY SITE.
       1380-CHECK-COURSE-CAMPUS.

           MOVE 'Y' TO WS-CAMPUS-OK.

      *    ONE KEYED READ THROUGH THE SHARED LOOKUP MODULE.
           IF WS-CAMPUS-FILTER NOT = SPACES
               SET LKP-COURSE-LOOKUP TO TRUE
               MOVE WS-LOOKUP-ITEM TO LKP-KEY
               CALL 'PRGS0098' USING MASTER-LOOKUP-PARM
               IF LKP-RECORD-FOUND
                   MOVE LKP-RECORD-IMAGE TO COURSE-MASTER-RECORD
                   IF CRS-CAMPUS NOT = SPACES
                           AND CRS-CAMPUS NOT = WS-CAMPUS-FILTER
                       MOVE 'N' TO WS-CAMPUS-OK
                   END-IF
               END-IF
           END-IF.

       1380-END.

       1400-TALLY-ENROLLMENTS.

           MOVE 'N' TO WS-ENR-EOF.

           OPEN INPUT ENROLLMENT-VSAM-FILE.
           IF ENR-FILE-STATUS = "00"
               MOVE LOW-VALUES TO ENR-KEY
               START ENROLLMENT-VSAM-FILE KEY IS NOT LESS THAN ENR-KEY
                   INVALID KEY SET ENR-SWEEP-EOF TO TRUE
               END-START
               PERFORM 1410-TALLY-ONE-ENROLLMENT UNTIL ENR-SWEEP-EOF
               CLOSE ENROLLMENT-VSAM-FILE
           ELSE
               DISPLAY "NO ENROLLMENT FILE ON HAND (STATUS = "
                   ENR-FILE-STATUS ")"
           END-IF.

       1400-END.

       1410-TALLY-ONE-ENROLLMENT.

           READ ENROLLMENT-VSAM-FILE NEXT RECORD
               AT END
                   SET ENR-SWEEP-EOF TO TRUE
               NOT AT END
                   IF ENR-TERM = WS-REQUEST-TERM AND ENR-ACTIVE
                       MOVE ENR-COURSE TO WS-LOOKUP-ITEM
                       PERFORM 1370-FIND-COURSE
                       IF WS-CCH-HIT > 0
                           IF WS-CCH-E-INCLUDE (WS-CCH-HIT) = 'Y'
                               MOVE WS-CCH-E-ROW (WS-CCH-HIT) TO WS-ROW
                               ADD 1 TO WS-DPT-E-ENROLLED (WS-ROW)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       1410-END.

       1500-TALLY-GRADES.

           MOVE 'N' TO WS-GRD-EOF.

           OPEN INPUT GRADE-VSAM-FILE.
           IF GRD-FILE-STATUS = "00"
               MOVE LOW-VALUES TO GRD-KEY
               START GRADE-VSAM-FILE KEY IS NOT LESS THAN GRD-KEY
                   INVALID KEY SET GRD-SWEEP-EOF TO TRUE
               END-START
               PERFORM 1510-TALLY-ONE-GRADE UNTIL GRD-SWEEP-EOF
               CLOSE GRADE-VSAM-FILE
           ELSE
               DISPLAY "NO GRADE FILE ON HAND (STATUS = "
                   GRD-FILE-STATUS ")"
           END-IF.

       1500-END.

       1510-TALLY-ONE-GRADE.

           READ GRADE-VSAM-FILE NEXT RECORD
               AT END
                   SET GRD-SWEEP-EOF TO TRUE
               NOT AT END
                   IF GRD-TERM = WS-REQUEST-TERM
                           AND NOT GRD-IS-TRANSFER
                       PERFORM 1520-PICK-GRADE-SLOT
                       IF WS-GRADE-SLOT > 0
                           MOVE GRD-COURSE TO WS-LOOKUP-ITEM
                           PERFORM 1370-FIND-COURSE
                           IF WS-CCH-HIT > 0
                               IF WS-CCH-E-INCLUDE (WS-CCH-HIT) = 'Y'
                                   MOVE WS-CCH-E-ROW (WS-CCH-HIT)
                                       TO WS-ROW
                                   ADD 1 TO WS-DPT-E-GRADE
                                       (WS-ROW, WS-GRADE-SLOT)
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       1510-END.

       1520-PICK-GRADE-SLOT.

           EVALUATE GRD-LETTER-GRADE
               WHEN 'A'
                   MOVE 1 TO WS-GRADE-SLOT
               WHEN 'B'
                   MOVE 2 TO WS-GRADE-SLOT
               WHEN 'C'
                   MOVE 3 TO WS-GRADE-SLOT
               WHEN 'D'
                   MOVE 4 TO WS-GRADE-SLOT
               WHEN 'F'
                   MOVE 5 TO WS-GRADE-SLOT
               WHEN 'I'
                   MOVE 6 TO WS-GRADE-SLOT
               WHEN 'W'
                   MOVE 7 TO WS-GRADE-SLOT
               WHEN OTHER
                   MOVE 0 TO WS-GRADE-SLOT
           END-EVALUATE.

       1520-END.

      *    TUITION CHARGES LESS EVERY REVERSAL FOR THE TERM, BY THE
      *    DEPARTMENT OWNING THE COURSE CHARGED.
       1600-TALLY-TUITION.

           MOVE 'N' TO WS-CHG-EOF.

           OPEN INPUT STUDENT-CHARGE-FILE.
           IF CHG-FILE-STATUS = "00"
               PERFORM 1610-TALLY-ONE-CHARGE UNTIL CHG-EOF
               CLOSE STUDENT-CHARGE-FILE
           ELSE
               DISPLAY "NO CHARGES FILE ON HAND (STATUS = "
                   CHG-FILE-STATUS ")"
           END-IF.

       1600-END.

       1610-TALLY-ONE-CHARGE.

           READ STUDENT-CHARGE-FILE NEXT RECORD
               AT END
                   SET CHG-EOF TO TRUE
               NOT AT END
                   IF CHG-TERM = WS-REQUEST-TERM
                           AND (CHG-IS-CHARGE OR CHG-IS-REVERSAL)
                       MOVE CHG-COURSE TO WS-LOOKUP-ITEM
                       PERFORM 1370-FIND-COURSE
                       IF WS-CCH-HIT > 0
                           IF WS-CCH-E-INCLUDE (WS-CCH-HIT) = 'Y'
                               MOVE WS-CCH-E-ROW (WS-CCH-HIT) TO WS-ROW
                               IF CHG-IS-CHARGE
                                   ADD CHG-AMOUNT
                                       TO WS-DPT-E-TUITION (WS-ROW)
                               ELSE
                                   SUBTRACT CHG-AMOUNT
                                       FROM WS-DPT-E-TUITION (WS-ROW)
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       1610-END.

      *    ACTIVE STUDENTS BY THE DEPARTMENT OWNING THE PROGRAM THEY
      *    HAVE DECLARED. A BLANK STUDENT CAMPUS IS UNRESTRICTED AND
      *    COUNTS ON EVERY CAMPUS.
       1700-TALLY-HEADCOUNT.

           MOVE 'N' TO WS-STU-EOF.

           OPEN INPUT STUDENT-VSAM-FILE.
           IF FILE-CHECK-KEY = "00"
               MOVE 0 TO STUDENT-VSAM-ID
               START STUDENT-VSAM-FILE KEY IS NOT LESS THAN
                       STUDENT-VSAM-ID
                   INVALID KEY SET STU-SWEEP-EOF TO TRUE
               END-START
               PERFORM 1710-TALLY-ONE-STUDENT UNTIL STU-SWEEP-EOF
               CLOSE STUDENT-VSAM-FILE
           ELSE
               DISPLAY "NO STUDENT FILE ON HAND (STATUS = "
                   FILE-CHECK-KEY ")"
           END-IF.

       1700-END.

       1710-TALLY-ONE-STUDENT.

           READ STUDENT-VSAM-FILE NEXT RECORD
               AT END
                   SET STU-SWEEP-EOF TO TRUE
               NOT AT END
                   IF STUDENT-ACTIVE
                           AND STUDENT-VSAM-COURSE NOT = SPACES
                           AND (WS-CAMPUS-FILTER = SPACES
                               OR STUDENT-VSAM-CAMPUS = SPACES
                               OR STUDENT-VSAM-CAMPUS
                                   = WS-CAMPUS-FILTER)
                       MOVE 'P' TO WS-LOOKUP-TYPE
                       MOVE STUDENT-VSAM-COURSE TO WS-LOOKUP-ITEM
                       PERFORM 1350-FIND-OWNER-ROW
                       ADD 1 TO WS-DPT-E-HEADCOUNT (WS-ROW)
                   END-IF
           END-READ.

       1710-END.

       1800-PRINT-REPORT.

           OPEN OUTPUT DEPARTMENT-REPORT-FILE.
           IF PRT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PRGQ0130.PRT (STATUS = "
                   PRT-FILE-STATUS ")"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE SPACES TO WS-PRINT-LINE
               STRING '   DEPARTMENT SUMMARY FOR TERM '
                          DELIMITED BY SIZE
                      WS-REQUEST-TERM DELIMITED BY SIZE
                      '  OWNERSHIP AS AT ' DELIMITED BY SIZE
                      WS-AS-OF-DATE DELIMITED BY SIZE
                      '  PRINTED ' DELIMITED BY SIZE
                      CURRENT-DATE DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 1900-WRITE-REPORT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               IF WS-CAMPUS-FILTER = SPACES
                   MOVE '   ALL CAMPUSES' TO WS-PRINT-LINE
               ELSE
                   STRING '   CAMPUS ' DELIMITED BY SIZE
                          WS-CAMPUS-FILTER DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
               END-IF
               PERFORM 1900-WRITE-REPORT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM 1900-WRITE-REPORT-LINE
               MOVE WS-COLUMN-LINE TO WS-PRINT-LINE
               PERFORM 1900-WRITE-REPORT-LINE
               MOVE ALL '-' TO WS-PRINT-LINE
               PERFORM 1900-WRITE-REPORT-LINE
               PERFORM 1815-CLEAR-ONE-TOTAL
                   VARYING WS-G-IDX FROM 1 BY 1 UNTIL WS-G-IDX > 7
               MOVE 1 TO WS-DPT-IDX
               PERFORM 1810-PRINT-ONE-DEPARTMENT
                   UNTIL WS-DPT-IDX > WS-DPT-COUNT
               MOVE ALL '-' TO WS-PRINT-LINE
               PERFORM 1900-WRITE-REPORT-LINE
               PERFORM 1830-PRINT-TOTALS
               CLOSE DEPARTMENT-REPORT-FILE
           END-IF.

       1800-END.

       1810-PRINT-ONE-DEPARTMENT.

           MOVE WS-DPT-IDX TO WS-ROW.

           IF WS-DPT-E-OPEN (WS-ROW) = 'Y'
                   OR WS-DPT-E-HEADCOUNT (WS-ROW) > 0
                   OR WS-DPT-E-ENROLLED (WS-ROW) > 0
                   OR WS-DPT-E-TUITION (WS-ROW) NOT = 0
                   OR WS-DPT-E-GRADE (WS-ROW, 1) > 0
                   OR WS-DPT-E-GRADE (WS-ROW, 2) > 0
                   OR WS-DPT-E-GRADE (WS-ROW, 3) > 0
                   OR WS-DPT-E-GRADE (WS-ROW, 4) > 0
                   OR WS-DPT-E-GRADE (WS-ROW, 5) > 0
                   OR WS-DPT-E-GRADE (WS-ROW, 6) > 0
                   OR WS-DPT-E-GRADE (WS-ROW, 7) > 0
               MOVE WS-DPT-E-CODE (WS-ROW) TO WS-DL-CODE
               MOVE WS-DPT-E-NAME (WS-ROW) TO WS-DL-NAME
               MOVE WS-DPT-E-HEADCOUNT (WS-ROW) TO WS-DL-HEADCOUNT
               MOVE WS-DPT-E-ENROLLED (WS-ROW) TO WS-DL-ENROLLED
               PERFORM 1820-MOVE-ONE-GRADE
                   VARYING WS-G-IDX FROM 1 BY 1 UNTIL WS-G-IDX > 7
               MOVE WS-DPT-E-TUITION (WS-ROW) TO WS-DL-TUITION
               MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
               PERFORM 1900-WRITE-REPORT-LINE
               IF WS-DPT-E-CHAIR (WS-ROW) NOT = SPACES
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING '       CHAIR: ' DELIMITED BY SIZE
                          WS-DPT-E-CHAIR (WS-ROW) DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   PERFORM 1900-WRITE-REPORT-LINE
               END-IF
               ADD WS-DPT-E-HEADCOUNT (WS-ROW) TO WS-TOT-HEADCOUNT
               ADD WS-DPT-E-ENROLLED (WS-ROW) TO WS-TOT-ENROLLED
               ADD WS-DPT-E-TUITION (WS-ROW) TO WS-TOT-TUITION
           END-IF.

           ADD 1 TO WS-DPT-IDX.

       1810-END.

       1815-CLEAR-ONE-TOTAL.

           MOVE 0 TO WS-TOT-GRADE (WS-G-IDX).

       1815-END.

       1820-MOVE-ONE-GRADE.

           MOVE WS-DPT-E-GRADE (WS-ROW, WS-G-IDX)
               TO WS-DL-GRADE (WS-G-IDX).
           ADD WS-DPT-E-GRADE (WS-ROW, WS-G-IDX)
               TO WS-TOT-GRADE (WS-G-IDX).

       1820-END.

       1830-PRINT-TOTALS.

           MOVE SPACES TO WS-DL-CODE.
           MOVE 'ALL DEPARTMENTS' TO WS-DL-NAME.
           MOVE WS-TOT-HEADCOUNT TO WS-DL-HEADCOUNT.
           MOVE WS-TOT-ENROLLED TO WS-DL-ENROLLED.
           PERFORM 1835-MOVE-ONE-TOTAL
               VARYING WS-G-IDX FROM 1 BY 1 UNTIL WS-G-IDX > 7.
           MOVE WS-TOT-TUITION TO WS-DL-TUITION.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.

       1830-END.

       1835-MOVE-ONE-TOTAL.

           MOVE WS-TOT-GRADE (WS-G-IDX) TO WS-DL-GRADE (WS-G-IDX).

       1835-END.

       1900-WRITE-REPORT-LINE.

           MOVE WS-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       1900-END.

       END PROGRAM PRGQ0130.
