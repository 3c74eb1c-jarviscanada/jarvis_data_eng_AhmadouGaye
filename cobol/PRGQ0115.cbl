      ******************************************************************
      * Author:
      * Date:
      * Purpose: Course evaluation results - for one term, totals the
      *          sheets on COURSE.EVALUATIONS by section, sets the
      *          responses against the section's enrolled headcount
      *          on ENROLLMENT-VSAM-FILE, and prints the average
      *          score per question by instructor and by course.
      *          ANY SECTION WITH FEWER THAN FIVE RESPONSES HAS ITS
      *          SCORES SUPPRESSED AND IS LEFT OUT OF THE INSTRUCTOR
      *          AND COURSE AVERAGES, SO A SMALL CLASS CANNOT BE
      *          READ BACK TO THE STUDENTS WHO ANSWERED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGQ0115.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EVLSEL.

           COPY ASGSEL.

           COPY ENRSEL.

           COPY INSSEL.

           SELECT EVALUATION-REPORT-FILE ASSIGN TO '../PRGQ0115.PRT'
               FILE STATUS IS PRT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EVALUATION-PARM-FILE ASSIGN TO '../PRGQ0115.PARM'
               FILE STATUS IS PARM-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD COURSE-EVALUATION-FILE.
       COPY EVLFD.

       FD INSTRUCTOR-ASSIGN-FILE.
       COPY ASGFD.

       FD ENROLLMENT-VSAM-FILE.
       COPY ENRFD.

       FD INSTRUCTOR-MASTER-FILE.
       COPY INSFD.

       FD EVALUATION-REPORT-FILE.
       01  REPORT-LINE                  PIC X(100).

       FD EVALUATION-PARM-FILE.
       01  EVALUATION-PARM-RECORD.
           05 PARM-TERM                 PIC X(10).

       WORKING-STORAGE SECTION.

       COPY EVQWRK.

       01  EVL-FILE-STATUS   PIC XX.
       01  ASG-FILE-STATUS   PIC XX.
       01  ENR-FILE-STATUS   PIC XX.
       01  INS-FILE-STATUS   PIC XX.
       01  PRT-FILE-STATUS   PIC XX.
       01  PARM-FILE-STATUS  PIC XX.

       01  WS-WORK-AREAS.
           05  WS-REQUEST-TERM     PIC X(10) VALUE SPACES.
           05  WS-MIN-RESPONSES    PIC 9(2)  VALUE 5.
           05  WS-EVL-EOF          PIC X     VALUE 'N'.
               88  EVL-EOF                  VALUE 'Y'.
           05  WS-ASG-EOF          PIC X     VALUE 'N'.
               88  ASG-EOF                  VALUE 'Y'.
           05  WS-ENR-EOF          PIC X     VALUE 'N'.
               88  ENR-SWEEP-EOF            VALUE 'Y'.
           05  WS-INS-EOF          PIC X     VALUE 'N'.
               88  INS-EOF                  VALUE 'Y'.
           05  WS-INS-FOUND        PIC X     VALUE 'N'.
               88  INSTRUCTOR-FOUND         VALUE 'Y'.
           05  WS-INS-NAME         PIC X(27) VALUE SPACES.
           05  WS-ROW-SECTION      PIC 9(2)  VALUE 0.
           05  WS-Q-IDX            PIC 9     VALUE 0.
           05  WS-RATING-VALUE     PIC 9     VALUE 0.
           05  WS-RATE-PCT         PIC 9(3)  VALUE 0.
           05  WS-AVG-WORK         PIC 9V99  VALUE 0.
           05  WS-AVG-EDIT         PIC 9.99.
           05  WS-SHEETS-READ      PIC 9(5)  VALUE 0.
           05  WS-SHEETS-UNMATCHED PIC 9(5)  VALUE 0.
           05  WS-SECTIONS-SHOWN   PIC 9(4)  VALUE 0.
           05  WS-SECTIONS-HIDDEN  PIC 9(4)  VALUE 0.

      *    ONE ENTRY PER SECTION THE TERM RUNS, WITH ITS HEADCOUNT
      *    AND THE RUNNING SUM AND ANSWER COUNT FOR EACH QUESTION.
       01  WS-SECTION-TABLE-AREAS.
           05  WS-SCT-COUNT        PIC 9(4)  COMP VALUE 0.
           05  WS-SCT-IDX          PIC 9(4)  COMP VALUE 0.
           05  WS-SCT-HIT          PIC 9(4)  COMP VALUE 0.
           05  WS-SCT-TABLE.
               10  WS-SCT-ENTRY    OCCURS 2000 TIMES.
                   15  WS-SCT-E-COURSE     PIC X(15).
                   15  WS-SCT-E-SECTION    PIC 9(2).
                   15  WS-SCT-E-HEADCOUNT  PIC 9(4).
                   15  WS-SCT-E-RESPONSES  PIC 9(4).
                   15  WS-SCT-E-Q-SUM      PIC 9(5) OCCURS 8 TIMES.
                   15  WS-SCT-E-Q-ANSWERS  PIC 9(4) OCCURS 8 TIMES.

      *    WHO TEACHES WHICH SECTION - A CO-TAUGHT SECTION SHOWS
      *    UNDER EACH OF ITS INSTRUCTORS.
       01  WS-LINK-TABLE-AREAS.
           05  WS-LNK-COUNT        PIC 9(4)  COMP VALUE 0.
           05  WS-LNK-IDX          PIC 9(4)  COMP VALUE 0.
           05  WS-LNK-HIT          PIC X     VALUE 'N'.
               88  LINK-ALREADY-HELD        VALUE 'Y'.
           05  WS-LNK-TABLE.
               10  WS-LNK-ENTRY    OCCURS 4000 TIMES.
                   15  WS-LNK-E-INSTRUCTOR PIC 9(4).
                   15  WS-LNK-E-SECTION    PIC 9(4) COMP.

      *    INSTRUCTORS AND COURSES IN THE ORDER THEY FIRST APPEAR,
      *    FOR THE TWO HALVES OF THE REPORT.
       01  WS-INSTRUCTOR-TABLE-AREAS.
           05  WS-INT-COUNT        PIC 9(3)  COMP VALUE 0.
           05  WS-INT-IDX          PIC 9(3)  COMP VALUE 0.
           05  WS-INT-HIT          PIC X     VALUE 'N'.
           05  WS-INT-TABLE.
               10  WS-INT-E-ID     OCCURS 500 TIMES PIC 9(4).

       01  WS-COURSE-TABLE-AREAS.
           05  WS-CRT-COUNT        PIC 9(4)  COMP VALUE 0.
           05  WS-CRT-IDX          PIC 9(4)  COMP VALUE 0.
           05  WS-CRT-HIT          PIC X     VALUE 'N'.
           05  WS-CRT-TABLE.
               10  WS-CRT-E-COURSE OCCURS 2000 TIMES PIC X(15).

      *    ROLL-UP OF SEVERAL SECTIONS FOR ONE INSTRUCTOR OR COURSE.
      *    RESPONSES AND HEADCOUNT TAKE IN EVERY SECTION; THE SCORES
      *    ONLY THOSE SECTIONS THAT CLEAR THE MINIMUM.
       01  WS-AGGREGATE-AREAS.
           05  WS-AGG-RESPONSES    PIC 9(5)  VALUE 0.
           05  WS-AGG-HEADCOUNT    PIC 9(5)  VALUE 0.
           05  WS-AGG-SCORED       PIC 9(5)  VALUE 0.
           05  WS-AGG-Q-SUM        PIC 9(6) OCCURS 8 TIMES.
           05  WS-AGG-Q-ANSWERS    PIC 9(5) OCCURS 8 TIMES.

       01  WS-PRINT-LINE             PIC X(100).

       01  WS-DETAIL-LINE.
           05  WS-DL-LABEL           PIC X(22).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-DL-RESPONSES       PIC ZZZ9.
           05  FILLER                PIC X     VALUE '/'.
           05  WS-DL-HEADCOUNT       PIC ZZZ9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-DL-RATE            PIC ZZ9.
           05  FILLER                PIC X(2)  VALUE '% '.
           05  WS-DL-SCORES.
               10  WS-DL-Q-ENTRY     OCCURS 8 TIMES.
                   15  FILLER        PIC X     VALUE SPACE.
                   15  WS-DL-Q-AVG   PIC X(5).
           05  WS-DL-SUPPRESSED REDEFINES WS-DL-SCORES
                                     PIC X(48).

       01  WS-COLUMN-LINE.
           05  FILLER                PIC X(38)
               VALUE 'SECTION / COURSE        RESP/HEAD RATE'.
           05  FILLER                PIC X(48)
               VALUE '    Q1    Q2    Q3    Q4    Q5    Q6    Q7    Q8'.

       01 CURRENT-DATE.
           05 CURRENT-YEAR   PIC 9(4).
           05 CURRENT-MONTH  PIC 9(2).
           05 CURRENT-DAY    PIC 9(2).

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.

           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.

           DISPLAY "===== COURSE EVALUATION RESULTS =====".

           PERFORM 1100-GET-PARAMETERS.

           IF WS-REQUEST-TERM = SPACES
               DISPLAY "A TERM IS REQUIRED - NOTHING REPORTED."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1200-LOAD-SECTIONS.

           PERFORM 1300-TALLY-SHEETS.

           PERFORM 1400-COUNT-HEADCOUNTS.

           PERFORM 1500-PRINT-REPORT.

           DISPLAY "SEE ../PRGQ0115.PRT FOR THE PRINTED REPORT".

           GOBACK.

       0000-END.

      *    RUN UNATTENDED IF A PARAMETER FILE IS PRESENT, OTHERWISE
      *    FALL BACK TO THE INTERACTIVE PROMPT.
       1100-GET-PARAMETERS.

           OPEN INPUT EVALUATION-PARM-FILE.
           IF PARM-FILE-STATUS = "00"
               READ EVALUATION-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-TERM TO WS-REQUEST-TERM
               END-READ
               CLOSE EVALUATION-PARM-FILE
           ELSE
               DISPLAY "ENTER TERM TO REPORT >>"
               ACCEPT WS-REQUEST-TERM
           END-IF.

       1100-END.

       1200-LOAD-SECTIONS.

           MOVE 'N' TO WS-ASG-EOF.

           OPEN INPUT INSTRUCTOR-ASSIGN-FILE.
           IF ASG-FILE-STATUS = "00"
               PERFORM 1210-LOAD-ONE-ASSIGNMENT UNTIL ASG-EOF
               CLOSE INSTRUCTOR-ASSIGN-FILE
           ELSE
               DISPLAY "NO INSTRUCTOR.ASSIGN ON FILE (STATUS = "
                   ASG-FILE-STATUS ") - NO SECTIONS TO REPORT."
           END-IF.

       1200-END.

       1210-LOAD-ONE-ASSIGNMENT.

           READ INSTRUCTOR-ASSIGN-FILE
               AT END
                   SET ASG-EOF TO TRUE
               NOT AT END
                   IF ASG-TERM = WS-REQUEST-TERM
                       PERFORM 1220-ADD-ASSIGNMENT
                   END-IF
           END-READ.

       1210-END.

       1220-ADD-ASSIGNMENT.

           IF ASG-SECTION IS NUMERIC AND ASG-SECTION > 0
               MOVE ASG-SECTION TO WS-ROW-SECTION
           ELSE
               MOVE 1 TO WS-ROW-SECTION
           END-IF.

           MOVE ASG-COURSE TO EVL-COURSE.
           MOVE WS-ROW-SECTION TO EVL-SECTION.
           PERFORM 1250-FIND-SECTION.

           IF WS-SCT-HIT = 0 AND WS-SCT-COUNT < 2000
               ADD 1 TO WS-SCT-COUNT
               MOVE WS-SCT-COUNT TO WS-SCT-HIT
               MOVE ASG-COURSE TO WS-SCT-E-COURSE (WS-SCT-HIT)
               MOVE WS-ROW-SECTION TO WS-SCT-E-SECTION (WS-SCT-HIT)
               MOVE 0 TO WS-SCT-E-HEADCOUNT (WS-SCT-HIT)
               MOVE 0 TO WS-SCT-E-RESPONSES (WS-SCT-HIT)
               PERFORM 1225-CLEAR-ONE-QUESTION
                   VARYING WS-Q-IDX FROM 1 BY 1 UNTIL WS-Q-IDX > 8
               PERFORM 1230-ADD-COURSE
           END-IF.

           IF WS-SCT-HIT > 0
               PERFORM 1240-ADD-LINK
           END-IF.

       1220-END.

       1225-CLEAR-ONE-QUESTION.

           MOVE 0 TO WS-SCT-E-Q-SUM (WS-SCT-HIT, WS-Q-IDX).
           MOVE 0 TO WS-SCT-E-Q-ANSWERS (WS-SCT-HIT, WS-Q-IDX).

       1225-END.

       1230-ADD-COURSE.

           MOVE 'N' TO WS-CRT-HIT.
           MOVE 1 TO WS-CRT-IDX.
           PERFORM 1235-MATCH-ONE-COURSE
               UNTIL WS-CRT-HIT = 'Y' OR WS-CRT-IDX > WS-CRT-COUNT.

           IF WS-CRT-HIT = 'N' AND WS-CRT-COUNT < 2000
               ADD 1 TO WS-CRT-COUNT
               MOVE ASG-COURSE TO WS-CRT-E-COURSE (WS-CRT-COUNT)
           END-IF.

       1230-END.

       1235-MATCH-ONE-COURSE.

           IF WS-CRT-E-COURSE (WS-CRT-IDX) = ASG-COURSE
               MOVE 'Y' TO WS-CRT-HIT
           END-IF.

           ADD 1 TO WS-CRT-IDX.

       1235-END.

      *    ONE LINK PER INSTRUCTOR AND SECTION, AND ONE ENTRY PER
      *    INSTRUCTOR IN THE INSTRUCTOR LIST.
       1240-ADD-LINK.

           MOVE 'N' TO WS-LNK-HIT.
           MOVE 1 TO WS-LNK-IDX.
           PERFORM 1245-MATCH-ONE-LINK
               UNTIL LINK-ALREADY-HELD OR WS-LNK-IDX > WS-LNK-COUNT.

           IF NOT LINK-ALREADY-HELD AND WS-LNK-COUNT < 4000
               ADD 1 TO WS-LNK-COUNT
               MOVE ASG-INSTRUCTOR-ID
                   TO WS-LNK-E-INSTRUCTOR (WS-LNK-COUNT)
               MOVE WS-SCT-HIT TO WS-LNK-E-SECTION (WS-LNK-COUNT)
           END-IF.

           MOVE 'N' TO WS-INT-HIT.
           MOVE 1 TO WS-INT-IDX.
           PERFORM 1247-MATCH-ONE-INSTRUCTOR
               UNTIL WS-INT-HIT = 'Y' OR WS-INT-IDX > WS-INT-COUNT.

           IF WS-INT-HIT = 'N' AND WS-INT-COUNT < 500
               ADD 1 TO WS-INT-COUNT
               MOVE ASG-INSTRUCTOR-ID TO WS-INT-E-ID (WS-INT-COUNT)
           END-IF.

       1240-END.

       1245-MATCH-ONE-LINK.

           IF WS-LNK-E-INSTRUCTOR (WS-LNK-IDX) = ASG-INSTRUCTOR-ID
                   AND WS-LNK-E-SECTION (WS-LNK-IDX) = WS-SCT-HIT
               SET LINK-ALREADY-HELD TO TRUE
           END-IF.

           ADD 1 TO WS-LNK-IDX.

       1245-END.

       1247-MATCH-ONE-INSTRUCTOR.

           IF WS-INT-E-ID (WS-INT-IDX) = ASG-INSTRUCTOR-ID
               MOVE 'Y' TO WS-INT-HIT
           END-IF.

           ADD 1 TO WS-INT-IDX.

       1247-END.

      *    FINDS THE SECTION NAMED BY EVL-COURSE/EVL-SECTION.
       1250-FIND-SECTION.

           MOVE 0 TO WS-SCT-HIT.
           MOVE 1 TO WS-SCT-IDX.

           PERFORM 1255-MATCH-ONE-SECTION
               UNTIL WS-SCT-HIT > 0 OR WS-SCT-IDX > WS-SCT-COUNT.

       1250-END.

       1255-MATCH-ONE-SECTION.

           IF WS-SCT-E-COURSE (WS-SCT-IDX) = EVL-COURSE
                   AND WS-SCT-E-SECTION (WS-SCT-IDX) = EVL-SECTION
               MOVE WS-SCT-IDX TO WS-SCT-HIT
           END-IF.

           ADD 1 TO WS-SCT-IDX.

       1255-END.

       1300-TALLY-SHEETS.

           MOVE 'N' TO WS-EVL-EOF.

           OPEN INPUT COURSE-EVALUATION-FILE.
           IF EVL-FILE-STATUS = "00"
               PERFORM 1310-TALLY-ONE-SHEET UNTIL EVL-EOF
               CLOSE COURSE-EVALUATION-FILE
           ELSE
               DISPLAY "NO COURSE.EVALUATIONS ON FILE (STATUS = "
                   EVL-FILE-STATUS ") - NO RESPONSES."
           END-IF.

       1300-END.

       1310-TALLY-ONE-SHEET.

           READ COURSE-EVALUATION-FILE
               AT END
                   SET EVL-EOF TO TRUE
               NOT AT END
                   IF EVL-TERM = WS-REQUEST-TERM
                       ADD 1 TO WS-SHEETS-READ
                       PERFORM 1250-FIND-SECTION
                       IF WS-SCT-HIT > 0
                           ADD 1 TO WS-SCT-E-RESPONSES (WS-SCT-HIT)
                           PERFORM 1320-TALLY-ONE-RATING
                               VARYING WS-Q-IDX FROM 1 BY 1
                               UNTIL WS-Q-IDX > EVQ-QUESTION-COUNT
                       ELSE
                           ADD 1 TO WS-SHEETS-UNMATCHED
                       END-IF
                   END-IF
           END-READ.

       1310-END.

       1320-TALLY-ONE-RATING.

           IF EVL-RATING (WS-Q-IDX) >= '1'
                   AND EVL-RATING (WS-Q-IDX) <= '5'
               MOVE EVL-RATING (WS-Q-IDX) TO WS-RATING-VALUE
               ADD WS-RATING-VALUE
                   TO WS-SCT-E-Q-SUM (WS-SCT-HIT, WS-Q-IDX)
               ADD 1 TO WS-SCT-E-Q-ANSWERS (WS-SCT-HIT, WS-Q-IDX)
           END-IF.

       1320-END.

      *    HEADCOUNT IS EVERY STUDENT STILL IN THE SECTION - ACTIVE,
      *    OR COMPLETED ONCE FINAL GRADES ARE IN. DROPS DO NOT COUNT.
       1400-COUNT-HEADCOUNTS.

           OPEN INPUT ENROLLMENT-VSAM-FILE.
           IF ENR-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ENROLLMENT FILE (STATUS = "
                   ENR-FILE-STATUS ") - HEADCOUNTS SHOWN AS ZERO."
           ELSE
               PERFORM 1410-COUNT-ONE-COURSE
                   VARYING WS-CRT-IDX FROM 1 BY 1
                   UNTIL WS-CRT-IDX > WS-CRT-COUNT
               CLOSE ENROLLMENT-VSAM-FILE
           END-IF.

       1400-END.

       1410-COUNT-ONE-COURSE.

           MOVE 'N' TO WS-ENR-EOF.

           MOVE WS-CRT-E-COURSE (WS-CRT-IDX) TO ENR-COURSE.
           MOVE WS-REQUEST-TERM TO ENR-TERM.
           START ENROLLMENT-VSAM-FILE
               KEY IS NOT LESS THAN ENR-COURSE-TERM
               INVALID KEY SET ENR-SWEEP-EOF TO TRUE
           END-START.

           IF NOT ENR-SWEEP-EOF
               READ ENROLLMENT-VSAM-FILE NEXT RECORD
                   AT END SET ENR-SWEEP-EOF TO TRUE
               END-READ
           END-IF.

           PERFORM 1420-COUNT-ONE-ENROLLMENT UNTIL ENR-SWEEP-EOF.

       1410-END.

       1420-COUNT-ONE-ENROLLMENT.

           IF ENR-COURSE NOT = WS-CRT-E-COURSE (WS-CRT-IDX)
                   OR ENR-TERM NOT = WS-REQUEST-TERM
               SET ENR-SWEEP-EOF TO TRUE
           ELSE
               IF NOT ENR-DROPPED
                   IF ENR-SECTION IS NUMERIC AND ENR-SECTION > 0
                       MOVE ENR-SECTION TO EVL-SECTION
                   ELSE
                       MOVE 1 TO EVL-SECTION
                   END-IF
                   MOVE ENR-COURSE TO EVL-COURSE
                   PERFORM 1250-FIND-SECTION
                   IF WS-SCT-HIT > 0
                       ADD 1 TO WS-SCT-E-HEADCOUNT (WS-SCT-HIT)
                   END-IF
               END-IF
               READ ENROLLMENT-VSAM-FILE NEXT RECORD
                   AT END SET ENR-SWEEP-EOF TO TRUE
               END-READ
           END-IF.

       1420-END.

       1500-PRINT-REPORT.

           OPEN OUTPUT EVALUATION-REPORT-FILE.
           IF PRT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PRGQ0115.PRT (STATUS = "
                   PRT-FILE-STATUS ")"
               GOBACK
           END-IF.

           MOVE '---------------------------------------------------'
               TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING '   COURSE EVALUATION RESULTS - TERM '
                      DELIMITED BY SIZE
                  WS-REQUEST-TERM DELIMITED BY SIZE
                  ' - RUN ' DELIMITED BY SIZE
                  CURRENT-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING '   SCORES OF SECTIONS WITH FEWER THAN '
                      DELIMITED BY SIZE
                  WS-MIN-RESPONSES DELIMITED BY SIZE
                  ' RESPONSES ARE SUPPRESSED' DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE '---------------------------------------------------'
               TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.

           PERFORM 1510-PRINT-ONE-QUESTION
               VARYING WS-Q-IDX FROM 1 BY 1
               UNTIL WS-Q-IDX > EVQ-QUESTION-COUNT.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE '=====  RESULTS BY INSTRUCTOR  ====='
               TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.

           PERFORM 1520-PRINT-ONE-INSTRUCTOR
               VARYING WS-INT-IDX FROM 1 BY 1
               UNTIL WS-INT-IDX > WS-INT-COUNT.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE '=====  RESULTS BY COURSE  ====='
               TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE WS-COLUMN-LINE TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.

           PERFORM 1560-PRINT-ONE-COURSE
               VARYING WS-CRT-IDX FROM 1 BY 1
               UNTIL WS-CRT-IDX > WS-CRT-COUNT.

           MOVE '==================================================='
               TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'SHEETS FOR TERM : ' DELIMITED BY SIZE
                  WS-SHEETS-READ DELIMITED BY SIZE
                  '   NOT MATCHED TO A SECTION : ' DELIMITED BY SIZE
                  WS-SHEETS-UNMATCHED DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'SECTION LINES SHOWN : ' DELIMITED BY SIZE
                  WS-SECTIONS-SHOWN DELIMITED BY SIZE
                  '   SUPPRESSED : ' DELIMITED BY SIZE
                  WS-SECTIONS-HIDDEN DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.

           CLOSE EVALUATION-REPORT-FILE.

       1500-END.

       1510-PRINT-ONE-QUESTION.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING '   Q' DELIMITED BY SIZE
                  WS-Q-IDX DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  EVQ-TEXT (WS-Q-IDX) DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.

       1510-END.

      *    EACH SECTION THE INSTRUCTOR TEACHES, THEN THEIR ROLL-UP.
       1520-PRINT-ONE-INSTRUCTOR.

           PERFORM 1530-LOOKUP-INSTRUCTOR.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'INSTRUCTOR ' DELIMITED BY SIZE
                  WS-INT-E-ID (WS-INT-IDX) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-INS-NAME DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE WS-COLUMN-LINE TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.

           PERFORM 1600-CLEAR-AGGREGATE.

           PERFORM 1540-PRINT-ONE-LINKED-SECTION
               VARYING WS-LNK-IDX FROM 1 BY 1
               UNTIL WS-LNK-IDX > WS-LNK-COUNT.

           MOVE 'INSTRUCTOR OVERALL' TO WS-DL-LABEL.
           PERFORM 1620-PRINT-AGGREGATE.

       1520-END.

       1530-LOOKUP-INSTRUCTOR.

           MOVE 'N' TO WS-INS-FOUND.
           MOVE 'N' TO WS-INS-EOF.
           MOVE SPACES TO WS-INS-NAME.

           OPEN INPUT INSTRUCTOR-MASTER-FILE.
           IF INS-FILE-STATUS = "00"
               PERFORM 1535-SCAN-INSTRUCTORS
                   UNTIL INSTRUCTOR-FOUND OR INS-EOF
               CLOSE INSTRUCTOR-MASTER-FILE
           END-IF.

           IF NOT INSTRUCTOR-FOUND
               MOVE "(UNKNOWN INSTRUCTOR)" TO WS-INS-NAME
           END-IF.

       1530-END.

       1535-SCAN-INSTRUCTORS.

           READ INSTRUCTOR-MASTER-FILE
               AT END
                   SET INS-EOF TO TRUE
               NOT AT END
                   IF INS-ID = WS-INT-E-ID (WS-INT-IDX)
                       SET INSTRUCTOR-FOUND TO TRUE
                       MOVE INS-NAME TO WS-INS-NAME
                   END-IF
           END-READ.

       1535-END.

       1540-PRINT-ONE-LINKED-SECTION.

           IF WS-LNK-E-INSTRUCTOR (WS-LNK-IDX)
                   = WS-INT-E-ID (WS-INT-IDX)
               MOVE WS-LNK-E-SECTION (WS-LNK-IDX) TO WS-SCT-HIT
               PERFORM 1550-PRINT-SECTION-LINE
               PERFORM 1610-ADD-SECTION-TO-AGGREGATE
           END-IF.

       1540-END.

      *    ONE LINE FOR THE SECTION IN WS-SCT-HIT.
       1550-PRINT-SECTION-LINE.

           MOVE SPACES TO WS-DL-LABEL.
           STRING '  ' DELIMITED BY SIZE
                  WS-SCT-E-COURSE (WS-SCT-HIT) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-SCT-E-SECTION (WS-SCT-HIT) DELIMITED BY SIZE
               INTO WS-DL-LABEL.
           MOVE WS-SCT-E-RESPONSES (WS-SCT-HIT) TO WS-DL-RESPONSES.
           MOVE WS-SCT-E-HEADCOUNT (WS-SCT-HIT) TO WS-DL-HEADCOUNT.
           MOVE 0 TO WS-RATE-PCT.
           IF WS-SCT-E-HEADCOUNT (WS-SCT-HIT) > 0
               COMPUTE WS-RATE-PCT ROUNDED
                   = (WS-SCT-E-RESPONSES (WS-SCT-HIT) * 100)
                   / WS-SCT-E-HEADCOUNT (WS-SCT-HIT)
                   ON SIZE ERROR MOVE 999 TO WS-RATE-PCT
               END-COMPUTE
           END-IF.
           MOVE WS-RATE-PCT TO WS-DL-RATE.

           IF WS-SCT-E-RESPONSES (WS-SCT-HIT) < WS-MIN-RESPONSES
               MOVE '  SUPPRESSED - TOO FEW RESPONSES'
                   TO WS-DL-SUPPRESSED
               ADD 1 TO WS-SECTIONS-HIDDEN
           ELSE
               MOVE SPACES TO WS-DL-SCORES
               PERFORM 1555-EDIT-SECTION-AVERAGE
                   VARYING WS-Q-IDX FROM 1 BY 1 UNTIL WS-Q-IDX > 8
               ADD 1 TO WS-SECTIONS-SHOWN
           END-IF.

           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.

       1550-END.

       1555-EDIT-SECTION-AVERAGE.

           IF WS-SCT-E-Q-ANSWERS (WS-SCT-HIT, WS-Q-IDX) = 0
               MOVE '  -  ' TO WS-DL-Q-AVG (WS-Q-IDX)
           ELSE
               COMPUTE WS-AVG-WORK ROUNDED
                   = WS-SCT-E-Q-SUM (WS-SCT-HIT, WS-Q-IDX)
                   / WS-SCT-E-Q-ANSWERS (WS-SCT-HIT, WS-Q-IDX)
               MOVE WS-AVG-WORK TO WS-AVG-EDIT
               MOVE SPACES TO WS-DL-Q-AVG (WS-Q-IDX)
               MOVE WS-AVG-EDIT TO WS-DL-Q-AVG (WS-Q-IDX) (2:4)
           END-IF.

       1555-END.

      *    A COURSE ROLLS UP ALL ITS SECTIONS, WHOEVER TAUGHT THEM.
       1560-PRINT-ONE-COURSE.

           PERFORM 1600-CLEAR-AGGREGATE.

           PERFORM 1570-ADD-ONE-COURSE-SECTION
               VARYING WS-SCT-IDX FROM 1 BY 1
               UNTIL WS-SCT-IDX > WS-SCT-COUNT.

           MOVE WS-CRT-E-COURSE (WS-CRT-IDX) TO WS-DL-LABEL.
           PERFORM 1620-PRINT-AGGREGATE.

       1560-END.

       1570-ADD-ONE-COURSE-SECTION.

           IF WS-SCT-E-COURSE (WS-SCT-IDX)
                   = WS-CRT-E-COURSE (WS-CRT-IDX)
               MOVE WS-SCT-IDX TO WS-SCT-HIT
               PERFORM 1610-ADD-SECTION-TO-AGGREGATE
           END-IF.

       1570-END.

       1600-CLEAR-AGGREGATE.

           MOVE 0 TO WS-AGG-RESPONSES.
           MOVE 0 TO WS-AGG-HEADCOUNT.
           MOVE 0 TO WS-AGG-SCORED.
           PERFORM 1605-CLEAR-ONE-AGG-QUESTION
               VARYING WS-Q-IDX FROM 1 BY 1 UNTIL WS-Q-IDX > 8.

       1600-END.

       1605-CLEAR-ONE-AGG-QUESTION.

           MOVE 0 TO WS-AGG-Q-SUM (WS-Q-IDX).
           MOVE 0 TO WS-AGG-Q-ANSWERS (WS-Q-IDX).

       1605-END.

      *    A SUPPRESSED SECTION STILL COUNTS TOWARD THE RESPONSE
      *    RATE BUT ITS SCORES STAY OUT OF THE AVERAGES.
       1610-ADD-SECTION-TO-AGGREGATE.

           ADD WS-SCT-E-RESPONSES (WS-SCT-HIT) TO WS-AGG-RESPONSES.
           ADD WS-SCT-E-HEADCOUNT (WS-SCT-HIT) TO WS-AGG-HEADCOUNT.

           IF WS-SCT-E-RESPONSES (WS-SCT-HIT) >= WS-MIN-RESPONSES
               ADD WS-SCT-E-RESPONSES (WS-SCT-HIT) TO WS-AGG-SCORED
               PERFORM 1615-ADD-ONE-AGG-QUESTION
                   VARYING WS-Q-IDX FROM 1 BY 1 UNTIL WS-Q-IDX > 8
           END-IF.

       1610-END.

       1615-ADD-ONE-AGG-QUESTION.

           ADD WS-SCT-E-Q-SUM (WS-SCT-HIT, WS-Q-IDX)
               TO WS-AGG-Q-SUM (WS-Q-IDX).
           ADD WS-SCT-E-Q-ANSWERS (WS-SCT-HIT, WS-Q-IDX)
               TO WS-AGG-Q-ANSWERS (WS-Q-IDX).

       1615-END.

      *    WS-DL-LABEL IS SET BY THE CALLER.
       1620-PRINT-AGGREGATE.

           MOVE WS-AGG-RESPONSES TO WS-DL-RESPONSES.
           MOVE WS-AGG-HEADCOUNT TO WS-DL-HEADCOUNT.
           MOVE 0 TO WS-RATE-PCT.
           IF WS-AGG-HEADCOUNT > 0
               COMPUTE WS-RATE-PCT ROUNDED
                   = (WS-AGG-RESPONSES * 100) / WS-AGG-HEADCOUNT
                   ON SIZE ERROR MOVE 999 TO WS-RATE-PCT
               END-COMPUTE
           END-IF.
           MOVE WS-RATE-PCT TO WS-DL-RATE.

           IF WS-AGG-SCORED < WS-MIN-RESPONSES
               MOVE '  SUPPRESSED - TOO FEW RESPONSES'
                   TO WS-DL-SUPPRESSED
           ELSE
               MOVE SPACES TO WS-DL-SCORES
               PERFORM 1625-EDIT-AGGREGATE-AVERAGE
                   VARYING WS-Q-IDX FROM 1 BY 1 UNTIL WS-Q-IDX > 8
           END-IF.

           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.

       1620-END.

       1625-EDIT-AGGREGATE-AVERAGE.

           IF WS-AGG-Q-ANSWERS (WS-Q-IDX) = 0
               MOVE '  -  ' TO WS-DL-Q-AVG (WS-Q-IDX)
           ELSE
               COMPUTE WS-AVG-WORK ROUNDED
                   = WS-AGG-Q-SUM (WS-Q-IDX)
                   / WS-AGG-Q-ANSWERS (WS-Q-IDX)
               MOVE WS-AVG-WORK TO WS-AVG-EDIT
               MOVE SPACES TO WS-DL-Q-AVG (WS-Q-IDX)
               MOVE WS-AVG-EDIT TO WS-DL-Q-AVG (WS-Q-IDX) (2:4)
           END-IF.

       1625-END.

       1060-PRINT-LINE.

           DISPLAY WS-PRINT-LINE.
           WRITE REPORT-LINE FROM WS-PRINT-LINE.

       1060-END.

       END PROGRAM PRGQ0115.
