      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mid-term early-alert run - on each term's early-alert
      *          date (TRM-ALERT-DATE) works the gradebook for the
      *          students falling behind before the final-grade run
      *          posts the F. FOR EVERY ACTIVE ENROLLMENT IN THE TERM
      *          IT COMBINES THE COMPONENT SCORES ENTERED SO FAR
      *          (COMPONENT.SCORES) WITH THE COURSE'S WEIGHTS
      *          (COURSE.WEIGHTS) INTO A WEIGHTED PERCENTAGE-TO-DATE
      *          OVER THE WEIGHT SCORED, AND FLAGS THE STUDENT WHEN
      *          THAT IS UNDER THE ALERT THRESHOLD (THE 50 PASS MARK
      *          UNLESS THE PARM SAYS OTHERWISE) OR WHEN A COMPONENT
      *          WHOSE DUE DATE HAS PASSED HAS NO SCORE. EACH ALERT IS
      *          WRITTEN TO ../EARLY.ALERTS WITH THE SECTION'S
      *          INSTRUCTOR AND THE PERCENTAGE, AND QUEUED AS AN
      *          EARLYALERT EVENT FOR THE STUDENT; A STUDENT ON ALERT
      *          IN MORE THAN ONE COURSE ALSO GETS A MULTIALERT EVENT
      *          AND IS LISTED IN THE TERM'S SUMMARY ON
      *          ../PRGB0170.PRT. A COURSE WITH NO WEIGHTS ON FILE
      *          HAS NO GRADEBOOK TO JUDGE AND IS PASSED OVER. RUNS
      *          NIGHTLY: WITH NO PARM IT WORKS EVERY TERM WHOSE
      *          EARLY-ALERT DATE IS TODAY. ../PRGB0170.PARM NAMES ONE
      *          TERM (AND OPTIONALLY A THRESHOLD) TO CATCH UP A
      *          MISSED NIGHT OR RUN AGAIN LATER IN THE TERM; A
      *          COURSE ALREADY ALERTED FOR THE STUDENT IN THE TERM
      *          IS NOT ALERTED TWICE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGB0170.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ENRSEL.

           COPY TRMSEL.

           COPY SCOSEL.

           COPY CWTSEL.

           COPY ASGSEL.

           COPY ALTSEL.

           COPY EVTSEL.

           SELECT ALERT-PARM-FILE ASSIGN TO '../PRGB0170.PARM'
               FILE STATUS IS PRM-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ALERT-REPORT-FILE ASSIGN TO '../PRGB0170.PRT'
               FILE STATUS IS PRT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY RUNSEL.

       DATA DIVISION.
       FILE SECTION.

       FD ENROLLMENT-VSAM-FILE.
       COPY ENRFD.

       FD TERM-MASTER-FILE.
       COPY TRMFD.

       FD COMPONENT-SCORE-FILE.
       COPY SCOFD.

       FD COURSE-WEIGHT-FILE.
       COPY CWTFD.

       FD INSTRUCTOR-ASSIGN-FILE.
       COPY ASGFD.

       FD EARLY-ALERT-FILE.
       COPY ALTFD.

       FD EVENT-QUEUE-FILE.
       COPY EVTFD.

       FD ALERT-PARM-FILE.
       01  ALERT-PARM-RECORD.
           05 EAP-TERM                  PIC X(10).
           05 EAP-SEPARATOR1            PIC X.
           05 EAP-THRESHOLD             PIC X(3).

       FD ALERT-REPORT-FILE.
       01  REPORT-LINE                  PIC X(100).

       FD RUN-STATISTICS-FILE.
       COPY RUNFD.

       WORKING-STORAGE SECTION.


       01  RUN-FILE-STATUS   PIC XX.

       01  WS-RUN-STATS-AREAS.
           05  WS-RUN-PROGRAM      PIC X(8) VALUE 'PRGB0170'.
           05  WS-RUN-DATE         PIC 9(8) VALUE 0.
           05  WS-RUN-START-TIME   PIC 9(6) VALUE 0.
           05  WS-RUN-END-TIME     PIC 9(6) VALUE 0.
           05  WS-RUN-READ-COUNT   PIC 9(6) VALUE 0.
           05  WS-RUN-WRITE-COUNT  PIC 9(6) VALUE 0.
           05  WS-RUN-REJECT-COUNT PIC 9(6) VALUE 0.
       01  EVT-FILE-STATUS   PIC XX.

       01  WS-EVENT-AREAS.
           05  WS-EVT-TYPE        PIC X(10) VALUE SPACES.
           05  WS-EVT-STUDENT-ID  PIC 9(6)  VALUE 0.
           05  WS-EVT-DETAIL      PIC X(40) VALUE SPACES.
           05  WS-EVT-DATE        PIC 9(8)  VALUE 0.
           05  WS-EVT-TIME        PIC 9(6)  VALUE 0.
       01  ENR-FILE-STATUS   PIC XX.
       01  TRM-FILE-STATUS   PIC XX.
       01  SCO-FILE-STATUS   PIC XX.
       01  CWT-FILE-STATUS   PIC XX.
       01  ASG-FILE-STATUS   PIC XX.
       01  ALT-FILE-STATUS   PIC XX.
       01  PRM-FILE-STATUS   PIC XX.
       01  PRT-FILE-STATUS   PIC XX.

       01  WS-WORK-AREAS.
           05  WS-REQUEST-TERM     PIC X(10) VALUE SPACES.
           05  WS-ALERT-TERM       PIC X(10) VALUE SPACES.
      *    THE PASS MARK ON THE HOUSE SCALE; THE PARM MAY RAISE OR
      *    LOWER IT FOR A CATCH-UP RUN.
           05  WS-THRESHOLD        PIC 9(3)  VALUE 50.
           05  WS-TRM-EOF          PIC X     VALUE 'N'.
               88  TRM-SCAN-EOF             VALUE 'Y'.
           05  WS-CWT-EOF          PIC X     VALUE 'N'.
               88  CWT-EOF                  VALUE 'Y'.
           05  WS-SCO-EOF          PIC X     VALUE 'N'.
               88  SCO-EOF                  VALUE 'Y'.
           05  WS-ASG-EOF          PIC X     VALUE 'N'.
               88  ASG-EOF                  VALUE 'Y'.
           05  WS-ALT-EOF          PIC X     VALUE 'N'.
               88  ALT-EOF                  VALUE 'Y'.
           05  WS-ENR-EOF          PIC X     VALUE 'N'.
               88  ENR-SWEEP-EOF            VALUE 'Y'.
           05  WS-RUN-RESULT       PIC X     VALUE 'Y'.
               88  RUN-OK                   VALUE 'Y'.
               88  RUN-FAILED               VALUE 'N'.
           05  WS-BELOW-FLAG       PIC X     VALUE 'N'.
               88  BELOW-THRESHOLD          VALUE 'Y'.
           05  WS-PRIOR-FLAG       PIC X     VALUE 'N'.
               88  ALREADY-ALERTED          VALUE 'Y'.
           05  WS-FULL-TABLE-NAME  PIC X(20) VALUE SPACES.
           05  WS-DETAIL-PTR       PIC 9(2)  VALUE 1.
           05  WS-ENR-SECTION      PIC 9(2)  VALUE 1.
           05  WS-INSTRUCTOR-ID    PIC 9(4)  VALUE 0.
           05  WS-WEIGHT-TOTAL     PIC 9(4)  VALUE 0.
           05  WS-WEIGHT-SCORED    PIC 9(4)  VALUE 0.
           05  WS-WEIGHTED-SUM     PIC 9(7)  VALUE 0.
           05  WS-PERCENT          PIC 9(3)  VALUE 0.
           05  WS-MISSING-COUNT    PIC 9(2)  VALUE 0.
           05  WS-CUR-STUDENT      PIC 9(6)  VALUE 0.
           05  WS-CUR-ALERTS       PIC 9(2)  VALUE 0.
           05  WS-CUR-NEW-ALERTS   PIC 9(2)  VALUE 0.
           05  WS-TERM-EXAMINED    PIC 9(6)  VALUE 0.
           05  WS-TERM-ALERTS      PIC 9(6)  VALUE 0.
           05  WS-TERM-REPEATS     PIC 9(6)  VALUE 0.
           05  WS-TERM-NO-WEIGHTS  PIC 9(6)  VALUE 0.
           05  WS-TOTAL-EXAMINED   PIC 9(6)  VALUE 0.
           05  WS-TOTAL-ALERTS     PIC 9(6)  VALUE 0.
           05  WS-TOTAL-REPEATS    PIC 9(6)  VALUE 0.
           05  WS-TOTAL-MULTI      PIC 9(6)  VALUE 0.
           05  WS-TERMS-RUN        PIC 9(3)  VALUE 0.

      *    THE TERMS DUE TONIGHT, GATHERED FROM THE TERM MASTER
      *    BEFORE ANY TERM IS WORKED.
       01  WS-DUE-TABLE-AREAS.
           05  WS-DUE-COUNT        PIC 9(3)  COMP VALUE 0.
           05  WS-DUE-IDX          PIC 9(3)  COMP VALUE 0.
           05  WS-DUE-TABLE.
               10  WS-DUE-ENTRY    OCCURS 20 TIMES.
                   15  WS-DUE-E-TERM       PIC X(10).

      *    EVERY COURSE'S COMPONENTS, LOADED ONCE PER RUN.
       01  WS-WEIGHT-TABLE-AREAS.
           05  WS-CWT-COUNT        PIC 9(4)  COMP VALUE 0.
           05  WS-CWT-IDX          PIC 9(4)  COMP VALUE 0.
           05  WS-CWT-TABLE.
               10  WS-CWT-ENTRY    OCCURS 1000 TIMES.
                   15  WS-CWT-E-COURSE     PIC X(15).
                   15  WS-CWT-E-COMPONENT  PIC X(10).
                   15  WS-CWT-E-WEIGHT     PIC 9(3).
                   15  WS-CWT-E-DUE-DATE   PIC 9(8).

      *    THE TERM'S SCORES, ONE ROW PER STUDENT/COURSE/COMPONENT.
       01  WS-SCORE-TABLE-AREAS.
           05  WS-SCO-COUNT        PIC 9(4)  COMP VALUE 0.
           05  WS-SCO-IDX          PIC 9(4)  COMP VALUE 0.
           05  WS-SCO-HIT          PIC 9(4)  COMP VALUE 0.
           05  WS-SCO-TABLE.
               10  WS-SCO-ENTRY    OCCURS 5000 TIMES.
                   15  WS-SCO-E-STUDENT    PIC 9(6).
                   15  WS-SCO-E-COURSE     PIC X(15).
                   15  WS-SCO-E-COMPONENT  PIC X(10).
                   15  WS-SCO-E-PERCENT    PIC 9(3).

      *    THE TERM'S RUNNING SECTIONS AND WHO TEACHES THEM.
       01  WS-ASSIGN-TABLE-AREAS.
           05  WS-ASG-COUNT        PIC 9(3)  COMP VALUE 0.
           05  WS-ASG-IDX          PIC 9(3)  COMP VALUE 0.
           05  WS-ASG-TABLE.
               10  WS-ASG-ENTRY    OCCURS 500 TIMES.
                   15  WS-ASG-E-COURSE     PIC X(15).
                   15  WS-ASG-E-SECTION    PIC 9(2).
                   15  WS-ASG-E-INSTRUCTOR PIC 9(4).

      *    STUDENT/COURSE PAIRS ALREADY ON THE ALERT FILE FOR THE
      *    TERM FROM AN EARLIER RUN.
       01  WS-PRIOR-TABLE-AREAS.
           05  WS-PRV-COUNT        PIC 9(4)  COMP VALUE 0.
           05  WS-PRV-IDX          PIC 9(4)  COMP VALUE 0.
           05  WS-PRV-TABLE.
               10  WS-PRV-ENTRY    OCCURS 2000 TIMES.
                   15  WS-PRV-E-STUDENT    PIC 9(6).
                   15  WS-PRV-E-COURSE     PIC X(15).

      *    THE TERM'S STUDENTS ON ALERT IN MORE THAN ONE COURSE, FOR
      *    THE SUMMARY AT THE FOOT OF THE TERM.
       01  WS-MULTI-TABLE-AREAS.
           05  WS-MLT-COUNT        PIC 9(3)  COMP VALUE 0.
           05  WS-MLT-IDX          PIC 9(3)  COMP VALUE 0.
           05  WS-MLT-TABLE.
               10  WS-MLT-ENTRY    OCCURS 500 TIMES.
                   15  WS-MLT-E-STUDENT    PIC 9(6).
                   15  WS-MLT-E-COURSES    PIC 9(2).

       01  WS-PRINT-LINE             PIC X(100).

       01 CURRENT-DATE.
           05 CURRENT-YEAR   PIC 9(4).
           05 CURRENT-MONTH  PIC 9(2).
           05 CURRENT-DAY    PIC 9(2).

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.


           PERFORM 0850-INIT-RUN-STATS.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.
           DISPLAY "===== MID-TERM EARLY-ALERT RUN =====".

           OPEN OUTPUT ALERT-REPORT-FILE.
           IF PRT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PRGB0170.PRT (STATUS = "
                   PRT-FILE-STATUS ")"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1050-READ-ALERT-PARM.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'EARLY-ALERT RUN ' DELIMITED BY SIZE
                  CURRENT-DATE DELIMITED BY SIZE
                  '  THRESHOLD ' DELIMITED BY SIZE
                  WS-THRESHOLD DELIMITED BY SIZE
                  '%' DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE '---------------------------------------------------'
               TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.

           IF WS-REQUEST-TERM = SPACES
               PERFORM 1100-FIND-DUE-TERMS
           ELSE
               PERFORM 1150-CHECK-REQUESTED-TERM
           END-IF.

           IF WS-DUE-COUNT = 0
               MOVE 'NO TERM IS DUE FOR ITS EARLY-ALERT RUN TONIGHT.'
                   TO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
           ELSE
               PERFORM 1300-LOAD-WEIGHTS
           END-IF.

           MOVE 1 TO WS-DUE-IDX.
           PERFORM 1200-ALERT-ONE-TERM
               UNTIL WS-DUE-IDX > WS-DUE-COUNT OR RUN-FAILED.

           MOVE '---------------------------------------------------'
               TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'TERMS RUN: ' DELIMITED BY SIZE
                  WS-TERMS-RUN DELIMITED BY SIZE
                  '  ENROLLMENTS: ' DELIMITED BY SIZE
                  WS-TOTAL-EXAMINED DELIMITED BY SIZE
                  '  ALERTS: ' DELIMITED BY SIZE
                  WS-TOTAL-ALERTS DELIMITED BY SIZE
                  '  ALREADY ALERTED: ' DELIMITED BY SIZE
                  WS-TOTAL-REPEATS DELIMITED BY SIZE
                  '  MULTI: ' DELIMITED BY SIZE
                  WS-TOTAL-MULTI DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.

           CLOSE ALERT-REPORT-FILE.

           IF RUN-FAILED
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "SEE ../PRGB0170.PRT FOR THE EARLY-ALERT REPORT".
           MOVE WS-TOTAL-EXAMINED TO WS-RUN-READ-COUNT.
           MOVE WS-TOTAL-ALERTS TO WS-RUN-WRITE-COUNT.
           MOVE WS-TOTAL-REPEATS TO WS-RUN-REJECT-COUNT.
           PERFORM 0860-WRITE-RUN-STATS.

           GOBACK.

       0000-END.


       0850-INIT-RUN-STATS.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.

       0850-END.

      *    ONE RUN-STATISTICS LINE PER COMPLETED RUN; A STEP THAT
      *    DIED BEFORE ITS SUMMARY LEAVES NO LINE, WHICH THE MORNING
      *    DASHBOARD REPORTS AS A MISSING STEP.
       0860-WRITE-RUN-STATS.

           OPEN EXTEND RUN-STATISTICS-FILE.
           IF RUN-FILE-STATUS NOT = "00"
               OPEN OUTPUT RUN-STATISTICS-FILE
           END-IF.

           IF RUN-FILE-STATUS = "00"
               MOVE WS-RUN-PROGRAM TO RUN-PROGRAM
               MOVE ',' TO RUN-SEPARATOR1
               MOVE WS-RUN-DATE TO RUN-DATE
               MOVE ',' TO RUN-SEPARATOR2
               MOVE WS-RUN-START-TIME TO RUN-START-TIME
               MOVE ',' TO RUN-SEPARATOR3
               ACCEPT WS-RUN-END-TIME FROM TIME
               MOVE WS-RUN-END-TIME TO RUN-END-TIME
               MOVE ',' TO RUN-SEPARATOR4
               MOVE WS-RUN-READ-COUNT TO RUN-RECORDS-READ
               MOVE ',' TO RUN-SEPARATOR5
               MOVE WS-RUN-WRITE-COUNT TO RUN-RECORDS-WRITTEN
               MOVE ',' TO RUN-SEPARATOR6
               MOVE WS-RUN-REJECT-COUNT TO RUN-RECORDS-REJECTED
               MOVE ',' TO RUN-SEPARATOR7
               IF RUN-OK
                   MOVE 'OK  ' TO RUN-FINAL-STATUS
               ELSE
                   MOVE 'FAIL' TO RUN-FINAL-STATUS
               END-IF
               WRITE RUN-STATISTICS-RECORD
               CLOSE RUN-STATISTICS-FILE
           END-IF.

       0860-END.

       0880-WRITE-EVENT.

           ACCEPT WS-EVT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-EVT-TIME FROM TIME.

           OPEN EXTEND EVENT-QUEUE-FILE.
           IF EVT-FILE-STATUS NOT = "00"
               OPEN OUTPUT EVENT-QUEUE-FILE
           END-IF.

           IF EVT-FILE-STATUS = "00"
               MOVE WS-EVT-TYPE TO EVT-TYPE
               MOVE ',' TO EVT-SEPARATOR1
               MOVE WS-EVT-STUDENT-ID TO EVT-STUDENT-ID
               MOVE ',' TO EVT-SEPARATOR2
               MOVE WS-EVT-DETAIL TO EVT-DETAIL
               MOVE ',' TO EVT-SEPARATOR3
               MOVE WS-EVT-DATE TO EVT-DATE
               MOVE ',' TO EVT-SEPARATOR4
               MOVE WS-EVT-TIME TO EVT-TIME
               MOVE ',' TO EVT-SEPARATOR5
               SET EVT-PENDING TO TRUE
               MOVE ',' TO EVT-SEPARATOR6
               MOVE ZEROS TO EVT-RETRY-COUNT
               WRITE EVENT-QUEUE-RECORD
               CLOSE EVENT-QUEUE-FILE
           END-IF.

       0880-END.

      *    THE NIGHTLY RUN NEEDS NO PARM FILE; ONE IS PUT DOWN ONLY TO
      *    CATCH UP A MISSED NIGHT OR RUN A TERM AGAIN - TERM IN
      *    COLUMNS 1-10, AN OPTIONAL THRESHOLD AFTER THE COMMA.
       1050-READ-ALERT-PARM.

           OPEN INPUT ALERT-PARM-FILE.
           IF PRM-FILE-STATUS = "00"
               READ ALERT-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE EAP-TERM TO WS-REQUEST-TERM
                       IF EAP-THRESHOLD IS NUMERIC
                               AND EAP-THRESHOLD > ZEROS
                           MOVE EAP-THRESHOLD TO WS-THRESHOLD
                       END-IF
               END-READ
               CLOSE ALERT-PARM-FILE
           END-IF.

       1050-END.

       1060-PRINT-LINE.

           DISPLAY WS-PRINT-LINE.
           WRITE REPORT-LINE FROM WS-PRINT-LINE.

       1060-END.

       1100-FIND-DUE-TERMS.

           MOVE 'N' TO WS-TRM-EOF.

           OPEN INPUT TERM-MASTER-FILE.
           IF TRM-FILE-STATUS = "00"
               MOVE LOW-VALUES TO TRM-CODE
               START TERM-MASTER-FILE KEY IS NOT LESS THAN TRM-CODE
                   INVALID KEY SET TRM-SCAN-EOF TO TRUE
               END-START
               PERFORM 1110-JUDGE-ONE-TERM UNTIL TRM-SCAN-EOF
               CLOSE TERM-MASTER-FILE
           ELSE
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'TERM.MASTER UNAVAILABLE (STATUS = '
                   DELIMITED BY SIZE
                   TRM-FILE-STATUS DELIMITED BY SIZE
                   ') - NO ALERTS RAISED.' DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
               SET RUN-FAILED TO TRUE
           END-IF.

       1100-END.

       1110-JUDGE-ONE-TERM.

           READ TERM-MASTER-FILE NEXT RECORD
               AT END
                   SET TRM-SCAN-EOF TO TRUE
               NOT AT END
                   IF TRM-ALERT-DATE IS NUMERIC
                           AND TRM-ALERT-DATE = CURRENT-DATE
                       PERFORM 1120-ADD-DUE-TERM
                   END-IF
           END-READ.

       1110-END.

       1120-ADD-DUE-TERM.

           IF WS-DUE-COUNT < 20
               ADD 1 TO WS-DUE-COUNT
               MOVE TRM-CODE TO WS-DUE-E-TERM (WS-DUE-COUNT)
           ELSE
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'MORE THAN 20 TERMS DUE - ' DELIMITED BY SIZE
                   TRM-CODE DELIMITED BY SIZE
                   ' NEEDS A PARM RUN.' DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
           END-IF.

       1120-END.

      *    A PARM RUN NEEDS ONLY THE TERM ON THE MASTER; THE ALERT
      *    DATE IS NOT CHECKED, SO AN ADVISOR CAN ASK FOR A SECOND
      *    LOOK LATER IN THE TERM.
       1150-CHECK-REQUESTED-TERM.

           OPEN INPUT TERM-MASTER-FILE.
           IF TRM-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'TERM.MASTER UNAVAILABLE (STATUS = '
                   DELIMITED BY SIZE
                   TRM-FILE-STATUS DELIMITED BY SIZE
                   ') - NO ALERTS RAISED.' DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
               SET RUN-FAILED TO TRUE
           ELSE
               MOVE WS-REQUEST-TERM TO TRM-CODE
               READ TERM-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-PRINT-LINE
                       STRING 'TERM ' DELIMITED BY SIZE
                           WS-REQUEST-TERM DELIMITED BY SIZE
                           ' IS NOT ON TERM.MASTER - NO ALERTS RAISED.'
                           DELIMITED BY SIZE
                           INTO WS-PRINT-LINE
                       PERFORM 1060-PRINT-LINE
                       SET RUN-FAILED TO TRUE
                   NOT INVALID KEY
                       PERFORM 1120-ADD-DUE-TERM
               END-READ
               CLOSE TERM-MASTER-FILE
           END-IF.

       1150-END.

      *    THE ENROLLMENT FILE IS SWEPT IN KEY ORDER, WHICH IS
      *    STUDENT ORDER, SO A STUDENT'S COURSES ARRIVE TOGETHER AND
      *    THE MULTI-COURSE CHECK IS MADE AT EACH CHANGE OF STUDENT.
       1200-ALERT-ONE-TERM.

           MOVE WS-DUE-E-TERM (WS-DUE-IDX) TO WS-ALERT-TERM.
           MOVE 0 TO WS-TERM-EXAMINED.
           MOVE 0 TO WS-TERM-ALERTS.
           MOVE 0 TO WS-TERM-REPEATS.
           MOVE 0 TO WS-TERM-NO-WEIGHTS.
           MOVE 0 TO WS-MLT-COUNT.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'TERM ' DELIMITED BY SIZE
                  WS-ALERT-TERM DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE 'STUDENT COURSE          SEC INSTR PCT  SCORED MISSING'
               TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.

           PERFORM 1320-LOAD-SCORES.
           PERFORM 1340-LOAD-ASSIGNMENTS.
           PERFORM 1360-LOAD-PRIOR-ALERTS.

           OPEN INPUT ENROLLMENT-VSAM-FILE.
           IF ENR-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'ERROR OPENING ENROLLMENT.VSAM (STATUS = '
                   DELIMITED BY SIZE
                   ENR-FILE-STATUS DELIMITED BY SIZE
                   ') - NO ALERTS RAISED.' DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
               SET RUN-FAILED TO TRUE
           ELSE
               PERFORM 1210-OPEN-ALERT-FILE
               CLOSE ENROLLMENT-VSAM-FILE
           END-IF.

           ADD 1 TO WS-DUE-IDX.

       1200-END.

       1210-OPEN-ALERT-FILE.

           OPEN EXTEND EARLY-ALERT-FILE.
           IF ALT-FILE-STATUS NOT = "00"
               OPEN OUTPUT EARLY-ALERT-FILE
           END-IF.

           IF ALT-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'ERROR OPENING EARLY.ALERTS (STATUS = '
                   DELIMITED BY SIZE
                   ALT-FILE-STATUS DELIMITED BY SIZE
                   ') - NO ALERTS RAISED.' DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
               SET RUN-FAILED TO TRUE
           ELSE
               PERFORM 1400-SWEEP-ENROLLMENTS
               CLOSE EARLY-ALERT-FILE
               PERFORM 1600-PRINT-TERM-SUMMARY
               ADD 1 TO WS-TERMS-RUN
               ADD WS-TERM-EXAMINED TO WS-TOTAL-EXAMINED
               ADD WS-TERM-ALERTS TO WS-TOTAL-ALERTS
               ADD WS-TERM-REPEATS TO WS-TOTAL-REPEATS
               ADD WS-MLT-COUNT TO WS-TOTAL-MULTI
           END-IF.

       1210-END.

      *    A COURSE WHOSE WEIGHTS CANNOT BE READ CANNOT BE JUDGED, SO
      *    AN UNREADABLE WEIGHT FILE FAILS THE RUN RATHER THAN LET
      *    EVERY STUDENT THROUGH.
       1300-LOAD-WEIGHTS.

           MOVE 0 TO WS-CWT-COUNT.
           MOVE 'N' TO WS-CWT-EOF.

           OPEN INPUT COURSE-WEIGHT-FILE.
           IF CWT-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'COURSE.WEIGHTS UNAVAILABLE (STATUS = '
                   DELIMITED BY SIZE
                   CWT-FILE-STATUS DELIMITED BY SIZE
                   ') - NO ALERTS RAISED.' DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
               SET RUN-FAILED TO TRUE
           ELSE
               PERFORM 1310-LOAD-ONE-WEIGHT UNTIL CWT-EOF
               CLOSE COURSE-WEIGHT-FILE
           END-IF.

       1300-END.

       1310-LOAD-ONE-WEIGHT.

           READ COURSE-WEIGHT-FILE
               AT END
                   SET CWT-EOF TO TRUE
               NOT AT END
                   IF WS-CWT-COUNT < 1000
                       ADD 1 TO WS-CWT-COUNT
                       MOVE CWT-COURSE
                           TO WS-CWT-E-COURSE (WS-CWT-COUNT)
                       MOVE CWT-COMPONENT
                           TO WS-CWT-E-COMPONENT (WS-CWT-COUNT)
                       MOVE CWT-WEIGHT
                           TO WS-CWT-E-WEIGHT (WS-CWT-COUNT)
                       MOVE 0 TO WS-CWT-E-DUE-DATE (WS-CWT-COUNT)
                       IF CWT-DUE-DATE IS NUMERIC
                           MOVE CWT-DUE-DATE
                               TO WS-CWT-E-DUE-DATE (WS-CWT-COUNT)
                       END-IF
                   ELSE
                       MOVE 'COURSE.WEIGHTS' TO WS-FULL-TABLE-NAME
                       PERFORM 1390-WARN-TABLE-FULL
                       SET CWT-EOF TO TRUE
                   END-IF
           END-READ.

       1310-END.

      *    NO SCORE FILE JUST MEANS NOTHING HAS BEEN ENTERED YET; ANY
      *    COMPONENT ALREADY DUE THEN SHOWS AS MISSING.
       1320-LOAD-SCORES.

           MOVE 0 TO WS-SCO-COUNT.
           MOVE 'N' TO WS-SCO-EOF.

           OPEN INPUT COMPONENT-SCORE-FILE.
           IF SCO-FILE-STATUS = "00"
               PERFORM 1330-LOAD-ONE-SCORE UNTIL SCO-EOF
               CLOSE COMPONENT-SCORE-FILE
           ELSE
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'NO COMPONENT.SCORES ON HAND (STATUS = '
                   DELIMITED BY SIZE
                   SCO-FILE-STATUS DELIMITED BY SIZE
                   ')' DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
           END-IF.

       1320-END.

       1330-LOAD-ONE-SCORE.

           READ COMPONENT-SCORE-FILE
               AT END
                   SET SCO-EOF TO TRUE
               NOT AT END
                   IF SCO-TERM = WS-ALERT-TERM
                       IF WS-SCO-COUNT < 5000
                           ADD 1 TO WS-SCO-COUNT
                           MOVE SCO-STUDENT-ID
                               TO WS-SCO-E-STUDENT (WS-SCO-COUNT)
                           MOVE SCO-COURSE
                               TO WS-SCO-E-COURSE (WS-SCO-COUNT)
                           MOVE SCO-COMPONENT
                               TO WS-SCO-E-COMPONENT (WS-SCO-COUNT)
                           MOVE SCO-PERCENT
                               TO WS-SCO-E-PERCENT (WS-SCO-COUNT)
                       ELSE
                           MOVE 'COMPONENT.SCORES'
                               TO WS-FULL-TABLE-NAME
                           PERFORM 1390-WARN-TABLE-FULL
                           SET SCO-EOF TO TRUE
                       END-IF
                   END-IF
           END-READ.

       1330-END.

      *    CANCELLED SECTIONS ARE LEFT OUT; A SECTION WITH NO RUNNING
      *    ASSIGNMENT ALERTS WITH INSTRUCTOR 0000.
       1340-LOAD-ASSIGNMENTS.

           MOVE 0 TO WS-ASG-COUNT.
           MOVE 'N' TO WS-ASG-EOF.

           OPEN INPUT INSTRUCTOR-ASSIGN-FILE.
           IF ASG-FILE-STATUS = "00"
               PERFORM 1350-LOAD-ONE-ASSIGNMENT UNTIL ASG-EOF
               CLOSE INSTRUCTOR-ASSIGN-FILE
           END-IF.

       1340-END.

       1350-LOAD-ONE-ASSIGNMENT.

           READ INSTRUCTOR-ASSIGN-FILE
               AT END
                   SET ASG-EOF TO TRUE
               NOT AT END
                   IF ASG-TERM = WS-ALERT-TERM AND ASG-RUNNING
                       IF WS-ASG-COUNT < 500
                           ADD 1 TO WS-ASG-COUNT
                           MOVE ASG-COURSE
                               TO WS-ASG-E-COURSE (WS-ASG-COUNT)
                           MOVE 1 TO WS-ASG-E-SECTION (WS-ASG-COUNT)
                           IF ASG-SECTION IS NUMERIC
                                   AND ASG-SECTION > 0
                               MOVE ASG-SECTION
                                   TO WS-ASG-E-SECTION (WS-ASG-COUNT)
                           END-IF
                           MOVE ASG-INSTRUCTOR-ID
                               TO WS-ASG-E-INSTRUCTOR (WS-ASG-COUNT)
                       ELSE
                           MOVE 'INSTRUCTOR.ASSIGN'
                               TO WS-FULL-TABLE-NAME
                           PERFORM 1390-WARN-TABLE-FULL
                           SET ASG-EOF TO TRUE
                       END-IF
                   END-IF
           END-READ.

       1350-END.

       1360-LOAD-PRIOR-ALERTS.

           MOVE 0 TO WS-PRV-COUNT.
           MOVE 'N' TO WS-ALT-EOF.

           OPEN INPUT EARLY-ALERT-FILE.
           IF ALT-FILE-STATUS = "00"
               PERFORM 1370-LOAD-ONE-PRIOR-ALERT UNTIL ALT-EOF
               CLOSE EARLY-ALERT-FILE
           END-IF.

       1360-END.

       1370-LOAD-ONE-PRIOR-ALERT.

           READ EARLY-ALERT-FILE
               AT END
                   SET ALT-EOF TO TRUE
               NOT AT END
                   IF ALT-TERM = WS-ALERT-TERM
                       IF WS-PRV-COUNT < 2000
                           ADD 1 TO WS-PRV-COUNT
                           MOVE ALT-STUDENT-ID
                               TO WS-PRV-E-STUDENT (WS-PRV-COUNT)
                           MOVE ALT-COURSE
                               TO WS-PRV-E-COURSE (WS-PRV-COUNT)
                       ELSE
                           MOVE 'EARLY.ALERTS' TO WS-FULL-TABLE-NAME
                           PERFORM 1390-WARN-TABLE-FULL
                           SET ALT-EOF TO TRUE
                       END-IF
                   END-IF
           END-READ.

       1370-END.

       1390-WARN-TABLE-FULL.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'WARNING: ' DELIMITED BY SIZE
                  WS-FULL-TABLE-NAME DELIMITED BY SPACE
                  ' TABLE FULL - REST OF FILE NOT LOADED.'
                  DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.

       1390-END.

       1400-SWEEP-ENROLLMENTS.

           MOVE 0 TO WS-CUR-STUDENT.
           MOVE 0 TO WS-CUR-ALERTS.
           MOVE 0 TO WS-CUR-NEW-ALERTS.
           MOVE 'N' TO WS-ENR-EOF.

           MOVE LOW-VALUES TO ENR-KEY.
           START ENROLLMENT-VSAM-FILE KEY IS NOT LESS THAN ENR-KEY
               INVALID KEY SET ENR-SWEEP-EOF TO TRUE
           END-START.

           PERFORM 1410-JUDGE-NEXT-ENROLLMENT UNTIL ENR-SWEEP-EOF.

           PERFORM 1480-CLOSE-STUDENT.

       1400-END.

       1410-JUDGE-NEXT-ENROLLMENT.

           READ ENROLLMENT-VSAM-FILE NEXT RECORD
               AT END
                   SET ENR-SWEEP-EOF TO TRUE
               NOT AT END
                   IF ENR-TERM = WS-ALERT-TERM AND ENR-ACTIVE
                       IF ENR-STUDENT-ID NOT = WS-CUR-STUDENT
                           PERFORM 1480-CLOSE-STUDENT
                           MOVE ENR-STUDENT-ID TO WS-CUR-STUDENT
                           MOVE 0 TO WS-CUR-ALERTS
                           MOVE 0 TO WS-CUR-NEW-ALERTS
                       END-IF
                       PERFORM 1420-JUDGE-ENROLLMENT
                   END-IF
           END-READ.

       1410-END.

      *    THE PERCENTAGE IS OVER THE WEIGHT SCORED SO FAR, NOT THE
      *    COURSE'S FULL WEIGHT, SO A STUDENT IS NOT FAILING MERELY
      *    BECAUSE THE FINAL HAS NOT BEEN WRITTEN. WITH NOTHING
      *    SCORED THERE IS NO PERCENTAGE, ONLY MISSING WORK.
       1420-JUDGE-ENROLLMENT.

           ADD 1 TO WS-TERM-EXAMINED.
           MOVE 0 TO WS-WEIGHT-TOTAL.
           MOVE 0 TO WS-WEIGHT-SCORED.
           MOVE 0 TO WS-WEIGHTED-SUM.
           MOVE 0 TO WS-MISSING-COUNT.
           MOVE 0 TO WS-PERCENT.
           MOVE 'N' TO WS-BELOW-FLAG.

           PERFORM 1430-APPLY-ONE-WEIGHT
               VARYING WS-CWT-IDX FROM 1 BY 1
               UNTIL WS-CWT-IDX > WS-CWT-COUNT.

           IF WS-WEIGHT-TOTAL = 0
               ADD 1 TO WS-TERM-NO-WEIGHTS
           ELSE
               IF WS-WEIGHT-SCORED > 0
                   COMPUTE WS-PERCENT ROUNDED
                       = WS-WEIGHTED-SUM / WS-WEIGHT-SCORED
                   IF WS-PERCENT < WS-THRESHOLD
                       SET BELOW-THRESHOLD TO TRUE
                   END-IF
               END-IF
               IF BELOW-THRESHOLD OR WS-MISSING-COUNT > 0
                   PERFORM 1440-RAISE-ALERT
               END-IF
           END-IF.

       1420-END.

       1430-APPLY-ONE-WEIGHT.

           IF WS-CWT-E-COURSE (WS-CWT-IDX) = ENR-COURSE
               ADD WS-CWT-E-WEIGHT (WS-CWT-IDX) TO WS-WEIGHT-TOTAL
               PERFORM 1435-FIND-SCORE
               IF WS-SCO-HIT > 0
                   COMPUTE WS-WEIGHTED-SUM = WS-WEIGHTED-SUM
                       + (WS-SCO-E-PERCENT (WS-SCO-HIT)
                          * WS-CWT-E-WEIGHT (WS-CWT-IDX))
                   ADD WS-CWT-E-WEIGHT (WS-CWT-IDX)
                       TO WS-WEIGHT-SCORED
               ELSE
                   IF WS-CWT-E-DUE-DATE (WS-CWT-IDX) > 0
                           AND WS-CWT-E-DUE-DATE (WS-CWT-IDX)
                               NOT > CURRENT-DATE
                       ADD 1 TO WS-MISSING-COUNT
                   END-IF
               END-IF
           END-IF.

       1430-END.

       1435-FIND-SCORE.

           MOVE 0 TO WS-SCO-HIT.

           PERFORM 1436-MATCH-ONE-SCORE
               VARYING WS-SCO-IDX FROM 1 BY 1
               UNTIL WS-SCO-HIT > 0 OR WS-SCO-IDX > WS-SCO-COUNT.

       1435-END.

       1436-MATCH-ONE-SCORE.

           IF WS-SCO-E-STUDENT (WS-SCO-IDX) = ENR-STUDENT-ID
                   AND WS-SCO-E-COURSE (WS-SCO-IDX) = ENR-COURSE
                   AND WS-SCO-E-COMPONENT (WS-SCO-IDX)
                       = WS-CWT-E-COMPONENT (WS-CWT-IDX)
               MOVE WS-SCO-IDX TO WS-SCO-HIT
           END-IF.

       1436-END.

      *    AN ALERT ALREADY ON FILE STILL COUNTS TOWARD THE STUDENT'S
      *    MULTI-COURSE TALLY; IT IS JUST NOT WRITTEN OR SENT AGAIN.
       1440-RAISE-ALERT.

           ADD 1 TO WS-CUR-ALERTS.
           PERFORM 1445-CHECK-PRIOR-ALERT.

           IF ALREADY-ALERTED
               ADD 1 TO WS-TERM-REPEATS
           ELSE
               MOVE 1 TO WS-ENR-SECTION
               IF ENR-SECTION IS NUMERIC AND ENR-SECTION > 0
                   MOVE ENR-SECTION TO WS-ENR-SECTION
               END-IF
               PERFORM 1450-FIND-INSTRUCTOR
               PERFORM 1460-WRITE-ALERT
               PERFORM 1470-NOTIFY-STUDENT
               ADD 1 TO WS-CUR-NEW-ALERTS
           END-IF.

       1440-END.

       1445-CHECK-PRIOR-ALERT.

           MOVE 'N' TO WS-PRIOR-FLAG.

           PERFORM 1446-MATCH-ONE-PRIOR
               VARYING WS-PRV-IDX FROM 1 BY 1
               UNTIL ALREADY-ALERTED OR WS-PRV-IDX > WS-PRV-COUNT.

       1445-END.

       1446-MATCH-ONE-PRIOR.

           IF WS-PRV-E-STUDENT (WS-PRV-IDX) = ENR-STUDENT-ID
                   AND WS-PRV-E-COURSE (WS-PRV-IDX) = ENR-COURSE
               SET ALREADY-ALERTED TO TRUE
           END-IF.

       1446-END.

       1450-FIND-INSTRUCTOR.

           MOVE 0 TO WS-INSTRUCTOR-ID.

           PERFORM 1455-MATCH-ONE-ASSIGNMENT
               VARYING WS-ASG-IDX FROM 1 BY 1
               UNTIL WS-INSTRUCTOR-ID > 0 OR WS-ASG-IDX > WS-ASG-COUNT.

       1450-END.

       1455-MATCH-ONE-ASSIGNMENT.

           IF WS-ASG-E-COURSE (WS-ASG-IDX) = ENR-COURSE
                   AND WS-ASG-E-SECTION (WS-ASG-IDX) = WS-ENR-SECTION
               MOVE WS-ASG-E-INSTRUCTOR (WS-ASG-IDX)
                   TO WS-INSTRUCTOR-ID
           END-IF.

       1455-END.

       1460-WRITE-ALERT.

           MOVE ENR-STUDENT-ID TO ALT-STUDENT-ID.
           MOVE ',' TO ALT-SEPARATOR1.
           MOVE ENR-COURSE TO ALT-COURSE.
           MOVE ',' TO ALT-SEPARATOR2.
           MOVE WS-ALERT-TERM TO ALT-TERM.
           MOVE ',' TO ALT-SEPARATOR3.
           MOVE WS-ENR-SECTION TO ALT-SECTION.
           MOVE ',' TO ALT-SEPARATOR4.
           MOVE WS-INSTRUCTOR-ID TO ALT-INSTRUCTOR-ID.
           MOVE ',' TO ALT-SEPARATOR5.
           MOVE WS-PERCENT TO ALT-PERCENT.
           MOVE ',' TO ALT-SEPARATOR6.
           MOVE WS-WEIGHT-SCORED TO ALT-WEIGHT-SCORED.
           MOVE ',' TO ALT-SEPARATOR7.
           MOVE WS-MISSING-COUNT TO ALT-MISSING-COUNT.
           MOVE ',' TO ALT-SEPARATOR8.
           EVALUATE TRUE
               WHEN BELOW-THRESHOLD AND WS-MISSING-COUNT > 0
                   SET ALT-BELOW-AND-MISSING TO TRUE
               WHEN BELOW-THRESHOLD
                   SET ALT-BELOW-THRESHOLD TO TRUE
               WHEN OTHER
                   SET ALT-MISSING-WORK TO TRUE
           END-EVALUATE.
           MOVE ',' TO ALT-SEPARATOR9.
           MOVE CURRENT-DATE TO ALT-RUN-DATE.

           WRITE EARLY-ALERT-RECORD.
           ADD 1 TO WS-TERM-ALERTS.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING ENR-STUDENT-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ENR-COURSE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ENR-SECTION DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-INSTRUCTOR-ID DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-PERCENT DELIMITED BY SIZE
                  '% ' DELIMITED BY SIZE
                  WS-WEIGHT-SCORED DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-WEIGHT-TOTAL DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-MISSING-COUNT DELIMITED BY SIZE
                  '      ' DELIMITED BY SIZE
                  ALT-REASON DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.

       1460-END.

       1470-NOTIFY-STUDENT.

           MOVE 'EARLYALERT' TO WS-EVT-TYPE.
           MOVE ENR-STUDENT-ID TO WS-EVT-STUDENT-ID.
           MOVE SPACES TO WS-EVT-DETAIL.
           MOVE 1 TO WS-DETAIL-PTR.

           IF WS-WEIGHT-SCORED > 0
               STRING ENR-COURSE DELIMITED BY SPACE
                      ' AT ' DELIMITED BY SIZE
                      WS-PERCENT DELIMITED BY SIZE
                      '%' DELIMITED BY SIZE
                   INTO WS-EVT-DETAIL
                   WITH POINTER WS-DETAIL-PTR
           ELSE
               STRING ENR-COURSE DELIMITED BY SPACE
                      ' NO SCORES' DELIMITED BY SIZE
                   INTO WS-EVT-DETAIL
                   WITH POINTER WS-DETAIL-PTR
           END-IF.

           IF WS-MISSING-COUNT > 0
               STRING ' - ' DELIMITED BY SIZE
                      WS-MISSING-COUNT DELIMITED BY SIZE
                      ' OVERDUE' DELIMITED BY SIZE
                   INTO WS-EVT-DETAIL
                   WITH POINTER WS-DETAIL-PTR
           END-IF.

           PERFORM 0880-WRITE-EVENT.

       1470-END.

      *    A STUDENT ON ALERT IN MORE THAN ONE COURSE GETS ONE MORE
      *    EVENT SAYING SO, RAISED ONLY WHEN THIS RUN ADDED AN ALERT
      *    SO A RERUN DOES NOT REPEAT IT.
       1480-CLOSE-STUDENT.

           IF WS-CUR-ALERTS > 1 AND WS-CUR-NEW-ALERTS > 0
               PERFORM 1490-RAISE-MULTI-ALERT
           END-IF.

       1480-END.

       1490-RAISE-MULTI-ALERT.

           IF WS-MLT-COUNT < 500
               ADD 1 TO WS-MLT-COUNT
               MOVE WS-CUR-STUDENT TO WS-MLT-E-STUDENT (WS-MLT-COUNT)
               MOVE WS-CUR-ALERTS TO WS-MLT-E-COURSES (WS-MLT-COUNT)
           END-IF.

           MOVE 'MULTIALERT' TO WS-EVT-TYPE.
           MOVE WS-CUR-STUDENT TO WS-EVT-STUDENT-ID.
           MOVE SPACES TO WS-EVT-DETAIL.
           STRING 'ON ALERT IN ' DELIMITED BY SIZE
                  WS-CUR-ALERTS DELIMITED BY SIZE
                  ' COURSES FOR ' DELIMITED BY SIZE
                  WS-ALERT-TERM DELIMITED BY SPACE
               INTO WS-EVT-DETAIL.
           PERFORM 0880-WRITE-EVENT.

       1490-END.

       1600-PRINT-TERM-SUMMARY.

           IF WS-MLT-COUNT > 0
               MOVE 'STUDENTS ON ALERT IN MORE THAN ONE COURSE:'
                   TO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
               PERFORM 1610-PRINT-ONE-MULTI
                   VARYING WS-MLT-IDX FROM 1 BY 1
                   UNTIL WS-MLT-IDX > WS-MLT-COUNT
           END-IF.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'TERM ' DELIMITED BY SIZE
                  WS-ALERT-TERM DELIMITED BY SIZE
                  ' ENROLLMENTS ' DELIMITED BY SIZE
                  WS-TERM-EXAMINED DELIMITED BY SIZE
                  ' ALERTS ' DELIMITED BY SIZE
                  WS-TERM-ALERTS DELIMITED BY SIZE
                  ' ALREADY ALERTED ' DELIMITED BY SIZE
                  WS-TERM-REPEATS DELIMITED BY SIZE
                  ' NO WEIGHTS ' DELIMITED BY SIZE
                  WS-TERM-NO-WEIGHTS DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.

       1600-END.

       1610-PRINT-ONE-MULTI.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING '  STUDENT ' DELIMITED BY SIZE
                  WS-MLT-E-STUDENT (WS-MLT-IDX) DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-MLT-E-COURSES (WS-MLT-IDX) DELIMITED BY SIZE
                  ' COURSES ON ALERT' DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.

       1610-END.

       END PROGRAM PRGB0170.
