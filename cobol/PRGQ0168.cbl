      ******************************************************************
      * Author:
      * Date:
      * Purpose: Co-op placement report for one term - lists every
      *          student PLACED FOR THE TERM ON COOP.PLACEMENTS WITH
      *          THE EMPLOYER, COURSE, DATES, HOURS LOGGED AGAINST
      *          HOURS REQUIRED AND THE EVALUATION; THEN EVERY STUDENT
      *          ACTIVELY ENROLLED IN A WORK-TERM COURSE FOR THE TERM
      *          WITH NO ACTIVE PLACEMENT; THEN EACH EMPLOYER STILL
      *          OWING EVALUATIONS, WITH HOW MANY ARE PAST THE
      *          PLACEMENT'S END DATE. THE TERM COMES FROM
      *          ../PRGQ0168.PARM OR THE PROMPT. OUTPUT GOES TO
      *          ../PRGQ0168.PRT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGQ0168.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PLCSEL.

           COPY EMPSEL.

           COPY ENRSEL.

           COPY STUSEL.

           SELECT PLACEMENT-PARM-FILE ASSIGN TO '../PRGQ0168.PARM'
               FILE STATUS IS PARM-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PLACEMENT-REPORT-FILE ASSIGN TO '../PRGQ0168.PRT'
               FILE STATUS IS PRT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD PLACEMENT-VSAM-FILE.
       COPY PLCFD.

       FD EMPLOYER-MASTER-FILE.
       COPY EMPFD.

       FD ENROLLMENT-VSAM-FILE.
       COPY ENRFD.

       FD STUDENT-VSAM-FILE.

       COPY STUFD.

       FD PLACEMENT-PARM-FILE.
       01  PLACEMENT-PARM-RECORD.
           05 PARM-TERM                 PIC X(10).

       FD PLACEMENT-REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.

       COPY LKPWRK.

       COPY CRSFD.

       01  PLC-FILE-STATUS   PIC XX.
       01  EMP-FILE-STATUS   PIC XX.
       01  ENR-FILE-STATUS   PIC XX.
       01  FILE-CHECK-KEY    PIC XX.
       01  PARM-FILE-STATUS  PIC XX.
       01  PRT-FILE-STATUS   PIC XX.

       01  WS-WORK-AREAS.
           05  WS-REQUEST-TERM     PIC X(10) VALUE SPACES.
           05  WS-EMP-EOF          PIC X     VALUE 'N'.
               88  EMP-EOF                  VALUE 'Y'.
           05  WS-PLC-EOF          PIC X     VALUE 'N'.
               88  PLC-SWEEP-EOF            VALUE 'Y'.
           05  WS-ENR-EOF          PIC X     VALUE 'N'.
               88  ENR-SWEEP-EOF            VALUE 'Y'.
           05  WS-PLC-OPEN         PIC X     VALUE 'N'.
               88  PLACEMENTS-ARE-OPEN      VALUE 'Y'.
           05  WS-STU-OPEN         PIC X     VALUE 'N'.
               88  STUDENTS-ARE-OPEN        VALUE 'Y'.
           05  WS-TABLE-FULL       PIC X     VALUE 'N'.
               88  EMPLOYER-TABLE-FULL      VALUE 'Y'.
           05  WS-IS-PLACED        PIC X     VALUE 'N'.
               88  STUDENT-IS-PLACED        VALUE 'Y'.
           05  WS-LOOKUP-EMPLOYER  PIC 9(4)  VALUE 0.
           05  WS-ROW              PIC 9(4)  COMP VALUE 0.
           05  WS-STUDENT-NAME     PIC X(27) VALUE SPACES.
           05  WS-PLACED-COUNT     PIC 9(5)  VALUE 0.
           05  WS-UNPLACED-COUNT   PIC 9(5)  VALUE 0.
           05  WS-OWING-COUNT      PIC 9(5)  VALUE 0.
           05  WS-ED-COUNT         PIC ZZZZ9.

      *    ONE ROW PER EMPLOYER ON THE MASTER, THEN ONE LAST ROW FOR
      *    PLACEMENTS UNDER AN EMPLOYER NO LONGER ON IT.
       01  WS-EMPLOYER-TABLE-AREAS.
           05  WS-EMP-COUNT        PIC 9(4)  COMP VALUE 0.
           05  WS-EMP-IDX          PIC 9(4)  COMP VALUE 0.
           05  WS-EMP-NONE         PIC 9(4)  COMP VALUE 0.
           05  WS-EMP-TABLE.
               10  WS-EMP-ENTRY    OCCURS 1001 TIMES.
                   15  WS-EMP-E-ID         PIC 9(4).
                   15  WS-EMP-E-NAME       PIC X(30).
                   15  WS-EMP-E-CONTACT    PIC X(27).
                   15  WS-EMP-E-PHONE      PIC X(12).
                   15  WS-EMP-E-OWING      PIC 9(5).
                   15  WS-EMP-E-OVERDUE    PIC 9(5).

       01  WS-PRINT-LINE             PIC X(132).

       01  WS-PLACED-LINE.
           05  WS-PL-STUDENT         PIC 9(6).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-PL-NAME            PIC X(27).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-PL-COURSE          PIC X(15).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-PL-EMPLOYER        PIC X(30).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-PL-START           PIC 9(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-PL-END             PIC 9(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-PL-LOGGED          PIC ZZZ9.
           05  FILLER                PIC X     VALUE '/'.
           05  WS-PL-REQUIRED        PIC ZZZ9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-PL-EVALUATION      PIC X(14).

       01  WS-PLACED-COLUMNS.
           05  FILLER                PIC X(35)
               VALUE 'STUDENT NAME                       '.
           05  FILLER                PIC X(47)
               VALUE 'COURSE          EMPLOYER                      '.
           05  FILLER                PIC X(44)
               VALUE '  START    END      HOURS/REQ  EVALUATION   '.

       01  WS-UNPLACED-LINE.
           05  WS-UL-STUDENT         PIC 9(6).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-UL-NAME            PIC X(27).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-UL-COURSE          PIC X(15).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-UL-REASON          PIC X(30).

       01  WS-UNPLACED-COLUMNS.
           05  FILLER                PIC X(35)
               VALUE 'STUDENT NAME                       '.
           05  FILLER                PIC X(22)
               VALUE 'COURSE          STATUS'.

       01  WS-OWING-LINE.
           05  WS-OL-EMPLOYER        PIC X(4).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-OL-NAME            PIC X(30).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-OL-CONTACT         PIC X(27).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-OL-PHONE           PIC X(12).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-OL-OWING           PIC ZZZZ9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-OL-OVERDUE         PIC ZZZZ9.

       01  WS-OWING-COLUMNS.
           05  FILLER                PIC X(36)
               VALUE 'ID   EMPLOYER                       '.
           05  FILLER                PIC X(41)
               VALUE 'CONTACT                     PHONE        '.
           05  FILLER                PIC X(12)
               VALUE 'OWING  PAST '.

       01 CURRENT-DATE.
           05 CURRENT-YEAR   PIC 9(4).
           05 CURRENT-MONTH  PIC 9(2).
           05 CURRENT-DAY    PIC 9(2).

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.

           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.

           DISPLAY "===== CO-OP PLACEMENTS =====".

           PERFORM 1100-GET-PARAMETERS.

           IF WS-REQUEST-TERM = SPACES
               DISPLAY "A TERM IS REQUIRED - NOTHING REPORTED."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

      *    ONE KEYED READ THROUGH THE SHARED LOOKUP MODULE.
           SET LKP-TERM-LOOKUP TO TRUE.
           MOVE WS-REQUEST-TERM TO LKP-KEY.
           CALL 'PRGS0098' USING MASTER-LOOKUP-PARM.
           IF NOT LKP-RECORD-FOUND
               DISPLAY "TERM " WS-REQUEST-TERM
                   " IS NOT ON THE TERM MASTER - NOTHING REPORTED."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1200-LOAD-EMPLOYERS.

           OPEN INPUT PLACEMENT-VSAM-FILE.
           IF PLC-FILE-STATUS = "00"
               SET PLACEMENTS-ARE-OPEN TO TRUE
           ELSE
               DISPLAY "NO PLACEMENT FILE ON HAND (STATUS = "
                   PLC-FILE-STATUS ")"
           END-IF.

           OPEN INPUT STUDENT-VSAM-FILE.
           IF FILE-CHECK-KEY = "00"
               SET STUDENTS-ARE-OPEN TO TRUE
           END-IF.

           OPEN OUTPUT PLACEMENT-REPORT-FILE.
           IF PRT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PRGQ0168.PRT (STATUS = "
                   PRT-FILE-STATUS ")"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 1400-PRINT-PLACED
               PERFORM 1500-PRINT-UNPLACED
               PERFORM 1600-PRINT-OWING
               CLOSE PLACEMENT-REPORT-FILE
           END-IF.

           IF PLACEMENTS-ARE-OPEN
               CLOSE PLACEMENT-VSAM-FILE
           END-IF.
           IF STUDENTS-ARE-OPEN
               CLOSE STUDENT-VSAM-FILE
           END-IF.

           IF EMPLOYER-TABLE-FULL
               DISPLAY "*** THE EMPLOYER TABLE FILLED - THE REPORT IS "
                   "INCOMPLETE ***"
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "PLACED      : " WS-PLACED-COUNT.
           DISPLAY "UNPLACED    : " WS-UNPLACED-COUNT.
           DISPLAY "EVALUATIONS OUTSTANDING : " WS-OWING-COUNT.
           DISPLAY "SEE ../PRGQ0168.PRT FOR THE PRINTED REPORT".

           GOBACK.

       0000-END.

      *    RUN UNATTENDED IF A PARAMETER FILE IS PRESENT, OTHERWISE
      *    FALL BACK TO THE INTERACTIVE PROMPT.
       1100-GET-PARAMETERS.

           OPEN INPUT PLACEMENT-PARM-FILE.
           IF PARM-FILE-STATUS = "00"
               READ PLACEMENT-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-TERM TO WS-REQUEST-TERM
               END-READ
               CLOSE PLACEMENT-PARM-FILE
           ELSE
               DISPLAY "ENTER TERM TO REPORT >>"
               ACCEPT WS-REQUEST-TERM
           END-IF.

       1100-END.

       1200-LOAD-EMPLOYERS.

           MOVE 'N' TO WS-EMP-EOF.

           OPEN INPUT EMPLOYER-MASTER-FILE.
           IF EMP-FILE-STATUS = "00"
               PERFORM 1210-LOAD-ONE-EMPLOYER UNTIL EMP-EOF
               CLOSE EMPLOYER-MASTER-FILE
           ELSE
               DISPLAY "NO EMPLOYER MASTER ON FILE (STATUS = "
                   EMP-FILE-STATUS ")"
           END-IF.

           ADD 1 TO WS-EMP-COUNT.
           MOVE WS-EMP-COUNT TO WS-EMP-NONE.
           MOVE WS-EMP-COUNT TO WS-ROW.
           MOVE 0 TO WS-EMP-E-ID (WS-ROW).
           MOVE '(NOT ON EMPLOYER MASTER)' TO WS-EMP-E-NAME (WS-ROW).
           MOVE SPACES TO WS-EMP-E-CONTACT (WS-ROW).
           MOVE SPACES TO WS-EMP-E-PHONE (WS-ROW).
           MOVE 0 TO WS-EMP-E-OWING (WS-ROW).
           MOVE 0 TO WS-EMP-E-OVERDUE (WS-ROW).

       1200-END.

       1210-LOAD-ONE-EMPLOYER.

           READ EMPLOYER-MASTER-FILE
               AT END
                   SET EMP-EOF TO TRUE
               NOT AT END
                   IF WS-EMP-COUNT < 1000
                       ADD 1 TO WS-EMP-COUNT
                       MOVE WS-EMP-COUNT TO WS-ROW
                       MOVE EMP-ID TO WS-EMP-E-ID (WS-ROW)
                       MOVE EMP-NAME TO WS-EMP-E-NAME (WS-ROW)
                       MOVE EMP-CONTACT TO WS-EMP-E-CONTACT (WS-ROW)
                       MOVE EMP-PHONE TO WS-EMP-E-PHONE (WS-ROW)
                       MOVE 0 TO WS-EMP-E-OWING (WS-ROW)
                       MOVE 0 TO WS-EMP-E-OVERDUE (WS-ROW)
                   ELSE
                       SET EMPLOYER-TABLE-FULL TO TRUE
                   END-IF
           END-READ.

       1210-END.

      *    WS-LOOKUP-EMPLOYER IN, WS-ROW OUT: THE EMPLOYER'S ROW, OR
      *    THE CATCH-ALL ROW WHEN THE MASTER DOES NOT HAVE IT.
       1300-FIND-EMPLOYER-ROW.

           MOVE 0 TO WS-ROW.
           MOVE 1 TO WS-EMP-IDX.
           PERFORM 1310-MATCH-ONE-EMPLOYER
               UNTIL WS-ROW > 0 OR WS-EMP-IDX >= WS-EMP-NONE.

           IF WS-ROW = 0
               MOVE WS-EMP-NONE TO WS-ROW
           END-IF.

       1300-END.

       1310-MATCH-ONE-EMPLOYER.

           IF WS-EMP-E-ID (WS-EMP-IDX) = WS-LOOKUP-EMPLOYER
               MOVE WS-EMP-IDX TO WS-ROW
           END-IF.

           ADD 1 TO WS-EMP-IDX.

       1310-END.

       1350-GET-STUDENT-NAME.

           MOVE SPACES TO WS-STUDENT-NAME.

           IF STUDENTS-ARE-OPEN
               READ STUDENT-VSAM-FILE
                   KEY IS STUDENT-VSAM-ID
                   INVALID KEY
                       MOVE '(NOT ON STUDENT FILE)' TO WS-STUDENT-NAME
                   NOT INVALID KEY
                       MOVE STUDENT-VSAM-NAME TO WS-STUDENT-NAME
               END-READ
           END-IF.

       1350-END.

      *    ACTIVE PLACEMENTS FOR THE TERM. AN EVALUATION STILL BLANK
      *    COUNTS AGAINST THE EMPLOYER, AND AS OVERDUE ONCE THE
      *    PLACEMENT HAS ENDED.
       1400-PRINT-PLACED.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING '   CO-OP PLACEMENTS FOR TERM ' DELIMITED BY SIZE
                  WS-REQUEST-TERM DELIMITED BY SIZE
                  '  PRINTED ' DELIMITED BY SIZE
                  CURRENT-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.
           MOVE 'STUDENTS PLACED' TO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.
           MOVE WS-PLACED-COLUMNS TO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.
           MOVE ALL '-' TO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.

           IF PLACEMENTS-ARE-OPEN
               MOVE 'N' TO WS-PLC-EOF
               MOVE LOW-VALUES TO PLC-KEY
               START PLACEMENT-VSAM-FILE KEY IS NOT LESS THAN PLC-KEY
                   INVALID KEY SET PLC-SWEEP-EOF TO TRUE
               END-START
               PERFORM 1410-PRINT-ONE-PLACEMENT UNTIL PLC-SWEEP-EOF
           END-IF.

           MOVE ALL '-' TO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.
           MOVE WS-PLACED-COUNT TO WS-ED-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'STUDENTS PLACED: ' DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.

       1400-END.

       1410-PRINT-ONE-PLACEMENT.

           READ PLACEMENT-VSAM-FILE NEXT RECORD
               AT END
                   SET PLC-SWEEP-EOF TO TRUE
               NOT AT END
                   IF PLC-TERM = WS-REQUEST-TERM AND PLC-ACTIVE
                       PERFORM 1420-FORMAT-PLACEMENT
                   END-IF
           END-READ.

       1410-END.

       1420-FORMAT-PLACEMENT.

           ADD 1 TO WS-PLACED-COUNT.

           MOVE PLC-STUDENT-ID TO STUDENT-VSAM-ID.
           PERFORM 1350-GET-STUDENT-NAME.

           MOVE PLC-EMPLOYER-ID TO WS-LOOKUP-EMPLOYER.
           PERFORM 1300-FIND-EMPLOYER-ROW.

           MOVE PLC-STUDENT-ID TO WS-PL-STUDENT.
           MOVE WS-STUDENT-NAME TO WS-PL-NAME.
           MOVE PLC-COURSE TO WS-PL-COURSE.
           MOVE WS-EMP-E-NAME (WS-ROW) TO WS-PL-EMPLOYER.
           MOVE PLC-START-DATE TO WS-PL-START.
           MOVE PLC-END-DATE TO WS-PL-END.
           MOVE PLC-HOURS-LOGGED TO WS-PL-LOGGED.
           MOVE PLC-REQUIRED-HOURS TO WS-PL-REQUIRED.

           EVALUATE TRUE
               WHEN PLC-EVAL-SATISFACTORY
                   MOVE 'SATISFACTORY' TO WS-PL-EVALUATION
               WHEN PLC-EVAL-UNSATISFACTORY
                   MOVE 'UNSATISFACTORY' TO WS-PL-EVALUATION
               WHEN OTHER
                   MOVE 'OUTSTANDING' TO WS-PL-EVALUATION
                   ADD 1 TO WS-OWING-COUNT
                   ADD 1 TO WS-EMP-E-OWING (WS-ROW)
                   IF PLC-END-DATE < CURRENT-DATE
                       ADD 1 TO WS-EMP-E-OVERDUE (WS-ROW)
                   END-IF
           END-EVALUATE.

           MOVE WS-PLACED-LINE TO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.

       1420-END.

      *    EVERY ACTIVE ENROLLMENT FOR THE TERM IN A COURSE FLAGGED AS
      *    A WORK TERM, WHERE THE STUDENT HAS NO ACTIVE PLACEMENT IN
      *    THAT COURSE.
       1500-PRINT-UNPLACED.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.
           MOVE 'STUDENTS IN A WORK-TERM COURSE NOT PLACED'
               TO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.
           MOVE WS-UNPLACED-COLUMNS TO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.
           MOVE ALL '-' TO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.

           MOVE 'N' TO WS-ENR-EOF.

           OPEN INPUT ENROLLMENT-VSAM-FILE.
           IF ENR-FILE-STATUS = "00"
               MOVE LOW-VALUES TO ENR-KEY
               START ENROLLMENT-VSAM-FILE KEY IS NOT LESS THAN ENR-KEY
                   INVALID KEY SET ENR-SWEEP-EOF TO TRUE
               END-START
               PERFORM 1510-CHECK-ONE-ENROLLMENT UNTIL ENR-SWEEP-EOF
               CLOSE ENROLLMENT-VSAM-FILE
           ELSE
               DISPLAY "NO ENROLLMENT FILE ON HAND (STATUS = "
                   ENR-FILE-STATUS ")"
           END-IF.

           MOVE ALL '-' TO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.
           MOVE WS-UNPLACED-COUNT TO WS-ED-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'STUDENTS NOT PLACED: ' DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.

       1500-END.

       1510-CHECK-ONE-ENROLLMENT.

           READ ENROLLMENT-VSAM-FILE NEXT RECORD
               AT END
                   SET ENR-SWEEP-EOF TO TRUE
               NOT AT END
                   IF ENR-TERM = WS-REQUEST-TERM AND ENR-ACTIVE
                       PERFORM 1520-CHECK-WORK-TERM
                   END-IF
           END-READ.

       1510-END.

       1520-CHECK-WORK-TERM.

           SET LKP-COURSE-LOOKUP TO TRUE.
           MOVE ENR-COURSE TO LKP-KEY.
           CALL 'PRGS0098' USING MASTER-LOOKUP-PARM.
           IF LKP-RECORD-FOUND
               MOVE LKP-RECORD-IMAGE TO COURSE-MASTER-RECORD
               IF CRS-IS-WORK-TERM
                   PERFORM 1530-CHECK-PLACED
               END-IF
           END-IF.

       1520-END.

       1530-CHECK-PLACED.

           MOVE 'N' TO WS-IS-PLACED.
           MOVE SPACES TO WS-UL-REASON.

           IF PLACEMENTS-ARE-OPEN
               MOVE ENR-STUDENT-ID TO PLC-STUDENT-ID
               MOVE ENR-TERM TO PLC-TERM
               READ PLACEMENT-VSAM-FILE
                   KEY IS PLC-KEY
                   INVALID KEY
                       MOVE 'NO PLACEMENT' TO WS-UL-REASON
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN PLC-CANCELLED
                               MOVE 'PLACEMENT CANCELLED'
                                   TO WS-UL-REASON
                           WHEN PLC-COURSE NOT = ENR-COURSE
                               MOVE 'PLACED UNDER ANOTHER COURSE'
                                   TO WS-UL-REASON
                           WHEN OTHER
                               SET STUDENT-IS-PLACED TO TRUE
                       END-EVALUATE
               END-READ
           ELSE
               MOVE 'NO PLACEMENT' TO WS-UL-REASON
           END-IF.

           IF NOT STUDENT-IS-PLACED
               ADD 1 TO WS-UNPLACED-COUNT
               MOVE ENR-STUDENT-ID TO STUDENT-VSAM-ID
               PERFORM 1350-GET-STUDENT-NAME
               MOVE ENR-STUDENT-ID TO WS-UL-STUDENT
               MOVE WS-STUDENT-NAME TO WS-UL-NAME
               MOVE ENR-COURSE TO WS-UL-COURSE
               MOVE WS-UNPLACED-LINE TO WS-PRINT-LINE
               PERFORM 1900-WRITE-REPORT-LINE
           END-IF.

       1530-END.

       1600-PRINT-OWING.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.
           MOVE 'EMPLOYERS WITH EVALUATIONS OUTSTANDING'
               TO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.
           MOVE WS-OWING-COLUMNS TO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.
           MOVE ALL '-' TO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.

           PERFORM 1610-PRINT-ONE-EMPLOYER
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT.

           MOVE ALL '-' TO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.
           MOVE WS-OWING-COUNT TO WS-ED-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'EVALUATIONS OUTSTANDING: ' DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.

       1600-END.

       1610-PRINT-ONE-EMPLOYER.

           IF WS-EMP-E-OWING (WS-EMP-IDX) > 0
               IF WS-EMP-IDX = WS-EMP-NONE
                   MOVE SPACES TO WS-OL-EMPLOYER
               ELSE
                   MOVE WS-EMP-E-ID (WS-EMP-IDX) TO WS-OL-EMPLOYER
               END-IF
               MOVE WS-EMP-E-NAME (WS-EMP-IDX) TO WS-OL-NAME
               MOVE WS-EMP-E-CONTACT (WS-EMP-IDX) TO WS-OL-CONTACT
               MOVE WS-EMP-E-PHONE (WS-EMP-IDX) TO WS-OL-PHONE
               MOVE WS-EMP-E-OWING (WS-EMP-IDX) TO WS-OL-OWING
               MOVE WS-EMP-E-OVERDUE (WS-EMP-IDX) TO WS-OL-OVERDUE
               MOVE WS-OWING-LINE TO WS-PRINT-LINE
               PERFORM 1900-WRITE-REPORT-LINE
           END-IF.

       1610-END.

       1900-WRITE-REPORT-LINE.

           MOVE WS-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       1900-END.

       END PROGRAM PRGQ0168.
