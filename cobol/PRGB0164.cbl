      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supplemental exam eligibility - run once final grades
      *          have posted for a term. Each student/course's
      *          weighted percentage is rebuilt from the component
      *          scores the way PRGB0081 builds it; a student whose
      *          percentage falls in the band from the floor up to
      *          (not including) the pass mark of 50, and whose posted
      *          grade is an F, is offered one supplemental exam by an
      *          'E' row on SUPPLEMENTAL.EXAMS. A student with a case
      *          on the misconduct file for the course/term (unless
      *          found not responsible), with an incomplete contract
      *          for the course/term, or who has already used a
      *          supplemental in the course is listed but not offered.
      *          Term and floor come from ../PRGB0164.PARM when
      *          present (floor defaults to 45), else the term is
      *          prompted. Every student in the band, offered or not,
      *          is listed on ../PRGB0164.PRT with the reason.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGB0164.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SCOSEL.

           COPY CWTSEL.

           COPY GRDSEL.

           COPY TRMSEL.

           COPY MSCSEL.

           COPY ICTSEL.

           COPY SUPSEL.

           SELECT SUPPLEMENTAL-PARM-FILE ASSIGN TO '../PRGB0164.PARM'
               FILE STATUS IS PRM-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY RUNSEL.

           SELECT SUPPLEMENTAL-REPORT-FILE
               ASSIGN TO '../PRGB0164.PRT'
               FILE STATUS IS PRT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD COMPONENT-SCORE-FILE.
       COPY SCOFD.

       FD COURSE-WEIGHT-FILE.
       COPY CWTFD.

       FD GRADE-VSAM-FILE.
       COPY GRDFD.

       FD TERM-MASTER-FILE.
       COPY TRMFD.

       FD MISCONDUCT-VSAM-FILE.
       COPY MSCFD.

       FD INCOMPLETE-CONTRACT-FILE.
       COPY ICTFD.

       FD SUPPLEMENTAL-EXAM-FILE.
       COPY SUPFD.

       FD SUPPLEMENTAL-PARM-FILE.
       01  SUPPLEMENTAL-PARM-RECORD.
           05 SPP-TERM                  PIC X(10).
           05 SPP-SEPARATOR1            PIC X.
           05 SPP-FLOOR                 PIC 9(3).

       FD RUN-STATISTICS-FILE.
       COPY RUNFD.

       FD SUPPLEMENTAL-REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.

       COPY LKPWRK.


       01  RUN-FILE-STATUS   PIC XX.

       01  WS-RUN-STATS-AREAS.
           05  WS-RUN-PROGRAM      PIC X(8) VALUE 'PRGB0164'.
           05  WS-RUN-DATE         PIC 9(8) VALUE 0.
           05  WS-RUN-START-TIME   PIC 9(6) VALUE 0.
           05  WS-RUN-END-TIME     PIC 9(6) VALUE 0.
           05  WS-RUN-READ-COUNT   PIC 9(6) VALUE 0.
           05  WS-RUN-WRITE-COUNT  PIC 9(6) VALUE 0.
           05  WS-RUN-REJECT-COUNT PIC 9(6) VALUE 0.
       01  SCO-FILE-STATUS   PIC XX.
       01  CWT-FILE-STATUS   PIC XX.
       01  GRD-FILE-STATUS   PIC XX.
       01  TRM-FILE-STATUS   PIC XX.
       01  MSC-FILE-STATUS   PIC XX.
       01  ICT-FILE-STATUS   PIC XX.
       01  SUP-FILE-STATUS   PIC XX.
       01  PRM-FILE-STATUS   PIC XX.
       01  PRT-FILE-STATUS   PIC XX.

      *    THE PASS MARK IS THE HOUSE SCALE'S D (PRGB0081).
       01  WS-PASS-MARK            PIC 9(3)  VALUE 50.

       01  WS-WORK-AREAS.
           05  WS-REQUEST-TERM     PIC X(10) VALUE SPACES.
           05  WS-BAND-FLOOR       PIC 9(3)  VALUE 45.
           05  WS-SCO-EOF          PIC X     VALUE 'N'.
               88  SCO-EOF                  VALUE 'Y'.
           05  WS-CWT-EOF          PIC X     VALUE 'N'.
               88  CWT-EOF                  VALUE 'Y'.
           05  WS-ICT-EOF          PIC X     VALUE 'N'.
               88  ICT-EOF                  VALUE 'Y'.
           05  WS-SUP-EOF          PIC X     VALUE 'N'.
               88  SUP-EOF                  VALUE 'Y'.
           05  WS-TERM-ON-FILE     PIC X     VALUE 'N'.
               88  TERM-IS-ON-FILE          VALUE 'Y'.
           05  WS-GRD-OPEN         PIC X     VALUE 'N'.
               88  GRADE-FILE-OPEN          VALUE 'Y'.
           05  WS-MSC-OPEN         PIC X     VALUE 'N'.
               88  MISCONDUCT-FILE-OPEN     VALUE 'Y'.
           05  WS-TERM-START-DATE  PIC 9(8)  VALUE 0.
           05  WS-WEIGHT-TOTAL     PIC 9(4)  VALUE 0.
           05  WS-SCORED-WEIGHT    PIC 9(4)  VALUE 0.
           05  WS-FINAL-PCT        PIC 9(3)V99 VALUE 0.
           05  WS-REASON           PIC X(40) VALUE SPACES.
           05  WS-BAND-COUNT       PIC 9(4)  VALUE 0.
           05  WS-OFFERED-COUNT    PIC 9(4)  VALUE 0.
           05  WS-EXCLUDED-COUNT   PIC 9(4)  VALUE 0.
           05  WS-PRINT-LINE       PIC X(132) VALUE SPACES.

      *    ONE ROW PER STUDENT/COURSE SEEN ON THE SCORE FILE FOR THE
      *    TERM, WITH THE WEIGHTED SCORE SUM AND THE WEIGHT COVERED.
       01  WS-RESULT-TABLE-AREAS.
           05  WS-RES-COUNT        PIC 9(3)  COMP VALUE 0.
           05  WS-RES-IDX          PIC 9(3)  COMP VALUE 0.
           05  WS-RES-HIT          PIC 9(3)  COMP VALUE 0.
           05  WS-RES-TABLE.
               10  WS-RES-ENTRY    OCCURS 500 TIMES.
                   15  WS-RES-E-STUDENT    PIC 9(6).
                   15  WS-RES-E-COURSE     PIC X(15).
                   15  WS-RES-E-WSUM       PIC 9(7)V99.
                   15  WS-RES-E-WCOVERED   PIC 9(4).

      *    THE SUPPLEMENTAL ROWS ALREADY ON FILE, SO A STUDENT WHO
      *    HAS USED ONE IN THE COURSE (ANY TERM) OR WAS ALREADY
      *    OFFERED ONE FOR THIS TERM IS NOT OFFERED AGAIN.
       01  WS-SUPPLEMENTAL-AREAS.
           05  WS-SPT-COUNT        PIC 9(4)  COMP VALUE 0.
           05  WS-SPT-IDX          PIC 9(4)  COMP VALUE 0.
           05  WS-SPT-TABLE.
               10  WS-SPT-ENTRY    OCCURS 2000 TIMES.
                   15  WS-SPT-E-STUDENT    PIC 9(6).
                   15  WS-SPT-E-COURSE     PIC X(15).
                   15  WS-SPT-E-TERM       PIC X(10).
                   15  WS-SPT-E-STATUS     PIC X.

       01  WS-DETAIL-LINE.
           05  WS-DL-STUDENT         PIC 9(6).
           05  FILLER                PIC X(3)  VALUE ' | '.
           05  WS-DL-COURSE          PIC X(15).
           05  FILLER                PIC X(3)  VALUE ' | '.
           05  WS-DL-PERCENT         PIC ZZ9.99.
           05  FILLER                PIC X(3)  VALUE ' | '.
           05  WS-DL-OUTCOME         PIC X(40).

       01  WS-EDIT-AREAS.
           05  WS-ED-COUNT           PIC ZZZ9.

       01 CURRENT-DATE.
           05 CURRENT-YEAR   PIC 9(4).
           05 CURRENT-MONTH  PIC 9(2).
           05 CURRENT-DAY    PIC 9(2).

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.


           PERFORM 0850-INIT-RUN-STATS.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.

           DISPLAY "===== SUPPLEMENTAL EXAM ELIGIBILITY =====".

           PERFORM 1050-GET-PARAMETERS.

           PERFORM 1060-VALIDATE-TERM.

           PERFORM 1100-ACCUMULATE-SCORES.

           IF WS-RES-COUNT = 0
               DISPLAY "NO COMPONENT SCORES ON FILE FOR TERM "
                   WS-REQUEST-TERM " - NOTHING TO REVIEW."
               PERFORM 0860-WRITE-RUN-STATS
               GOBACK
           END-IF.

           PERFORM 1200-LOAD-SUPPLEMENTALS.

           PERFORM 1300-OPEN-FILES.

           MOVE 1 TO WS-RES-IDX.
           PERFORM 1400-REVIEW-ONE-RESULT
               UNTIL WS-RES-IDX > WS-RES-COUNT.

           PERFORM 1900-PRINT-TOTALS.

           PERFORM 1390-CLOSE-FILES.

           DISPLAY "-------------------------------------------".
           DISPLAY "RESULTS EXAMINED   : " WS-RES-COUNT.
           DISPLAY "IN THE BAND        : " WS-BAND-COUNT.
           DISPLAY "OFFERED            : " WS-OFFERED-COUNT.
           DISPLAY "NOT OFFERED        : " WS-EXCLUDED-COUNT.
           DISPLAY "-------------------------------------------".
           DISPLAY "LISTING ON ../PRGB0164.PRT.".

           MOVE WS-RES-COUNT TO WS-RUN-READ-COUNT.
           MOVE WS-OFFERED-COUNT TO WS-RUN-WRITE-COUNT.
           MOVE WS-EXCLUDED-COUNT TO WS-RUN-REJECT-COUNT.
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
               MOVE 'OK  ' TO RUN-FINAL-STATUS
               WRITE RUN-STATISTICS-RECORD
               CLOSE RUN-STATISTICS-FILE
           END-IF.

       0860-END.

      *    RUN UNATTENDED IF A PARAMETER FILE IS PRESENT, OTHERWISE
      *    FALL BACK TO THE INTERACTIVE PROMPT. A FLOOR THAT IS
      *    MISSING OR NOT BELOW THE PASS MARK FALLS BACK TO 45.
       1050-GET-PARAMETERS.

           OPEN INPUT SUPPLEMENTAL-PARM-FILE.
           IF PRM-FILE-STATUS = "00"
               READ SUPPLEMENTAL-PARM-FILE
                   AT END
                       PERFORM 1055-PROMPT-FOR-TERM
                   NOT AT END
                       MOVE SPP-TERM TO WS-REQUEST-TERM
                       IF SPP-FLOOR IS NUMERIC
                               AND SPP-FLOOR > 0
                               AND SPP-FLOOR < WS-PASS-MARK
                           MOVE SPP-FLOOR TO WS-BAND-FLOOR
                       END-IF
               END-READ
               CLOSE SUPPLEMENTAL-PARM-FILE
           ELSE
               PERFORM 1055-PROMPT-FOR-TERM
           END-IF.

           DISPLAY "TERM " WS-REQUEST-TERM " - BAND "
               WS-BAND-FLOOR " UP TO " WS-PASS-MARK.

       1050-END.

       1055-PROMPT-FOR-TERM.

           DISPLAY "ENTER TERM TO REVIEW FOR SUPPLEMENTAL EXAMS >>".
           ACCEPT WS-REQUEST-TERM.

       1055-END.

      *    THE TERM MUST BE ON THE MASTER AND STARTED, AS FOR THE
      *    FINAL-GRADE RUN THAT POSTED THE F'S.
       1060-VALIDATE-TERM.

           MOVE 'N' TO WS-TERM-ON-FILE.

      *    ONE KEYED READ THROUGH THE SHARED LOOKUP MODULE.
           SET LKP-TERM-LOOKUP TO TRUE.
           MOVE WS-REQUEST-TERM TO LKP-KEY.
           CALL 'PRGS0098' USING MASTER-LOOKUP-PARM.
           IF LKP-RECORD-FOUND
               MOVE LKP-RECORD-IMAGE TO TERM-MASTER-RECORD
               SET TERM-IS-ON-FILE TO TRUE
               MOVE TRM-START-DATE TO WS-TERM-START-DATE
           END-IF.

           IF NOT TERM-IS-ON-FILE
               DISPLAY "TERM " WS-REQUEST-TERM " IS NOT ON THE "
                   "TERM MASTER - NOTHING OFFERED."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           IF CURRENT-DATE < WS-TERM-START-DATE
               DISPLAY "TERM " WS-REQUEST-TERM " DOES NOT START "
                   "UNTIL " WS-TERM-START-DATE
                   " - NO GRADES TO REVIEW YET."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

       1060-END.

      *    THE SAME ACCUMULATION AS PRGB0081: EACH SCORE CONTRIBUTES
      *    SCORE * ITS COMPONENT'S WEIGHT, AND THE COVERED WEIGHT IS
      *    TRACKED SO A STUDENT MISSING A COMPONENT IS LEFT OUT.
       1100-ACCUMULATE-SCORES.

           OPEN INPUT COMPONENT-SCORE-FILE.
           IF SCO-FILE-STATUS NOT = "00"
               DISPLAY "NO COMPONENT.SCORES FILE ON HAND (STATUS = "
                   SCO-FILE-STATUS ")"
               SET SCO-EOF TO TRUE
           ELSE
               PERFORM 1110-ACCUMULATE-ONE-SCORE UNTIL SCO-EOF
               CLOSE COMPONENT-SCORE-FILE
           END-IF.

       1100-END.

       1110-ACCUMULATE-ONE-SCORE.

           READ COMPONENT-SCORE-FILE
               AT END
                   SET SCO-EOF TO TRUE
               NOT AT END
                   IF SCO-TERM = WS-REQUEST-TERM
                       PERFORM 1120-FIND-COMPONENT-WEIGHT
                       IF WS-WEIGHT-TOTAL > 0
                           PERFORM 1130-FIND-RESULT-ROW
                           IF WS-RES-HIT > 0
                               COMPUTE WS-RES-E-WSUM (WS-RES-HIT)
                                   = WS-RES-E-WSUM (WS-RES-HIT)
                                   + (SCO-PERCENT * WS-SCORED-WEIGHT)
                               ADD WS-SCORED-WEIGHT
                                   TO WS-RES-E-WCOVERED (WS-RES-HIT)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       1110-END.

      *    WS-SCORED-WEIGHT = THIS COMPONENT'S WEIGHT;
      *    WS-WEIGHT-TOTAL = 0 WHEN THE COMPONENT (OR COURSE) HAS NO
      *    WEIGHT LINE, WHICH DROPS THE SCORE WITH NO EFFECT.
       1120-FIND-COMPONENT-WEIGHT.

           MOVE 0 TO WS-WEIGHT-TOTAL.
           MOVE 0 TO WS-SCORED-WEIGHT.
           MOVE 'N' TO WS-CWT-EOF.

           OPEN INPUT COURSE-WEIGHT-FILE.
           IF CWT-FILE-STATUS = "00"
               PERFORM 1125-SCAN-ONE-WEIGHT UNTIL CWT-EOF
               CLOSE COURSE-WEIGHT-FILE
           END-IF.

           IF WS-SCORED-WEIGHT = 0
               MOVE 0 TO WS-WEIGHT-TOTAL
           END-IF.

       1120-END.

       1125-SCAN-ONE-WEIGHT.

           READ COURSE-WEIGHT-FILE
               AT END
                   SET CWT-EOF TO TRUE
               NOT AT END
                   IF CWT-COURSE = SCO-COURSE
                       ADD CWT-WEIGHT TO WS-WEIGHT-TOTAL
                       IF CWT-COMPONENT = SCO-COMPONENT
                           MOVE CWT-WEIGHT TO WS-SCORED-WEIGHT
                       END-IF
                   END-IF
           END-READ.

       1125-END.

       1130-FIND-RESULT-ROW.

           MOVE 0 TO WS-RES-HIT.
           MOVE 1 TO WS-RES-IDX.

           PERFORM 1135-MATCH-ONE-RESULT
               UNTIL WS-RES-HIT > 0 OR WS-RES-IDX > WS-RES-COUNT.

           IF WS-RES-HIT = 0 AND WS-RES-COUNT < 500
               ADD 1 TO WS-RES-COUNT
               MOVE SCO-STUDENT-ID
                   TO WS-RES-E-STUDENT (WS-RES-COUNT)
               MOVE SCO-COURSE TO WS-RES-E-COURSE (WS-RES-COUNT)
               MOVE 0 TO WS-RES-E-WSUM (WS-RES-COUNT)
               MOVE 0 TO WS-RES-E-WCOVERED (WS-RES-COUNT)
               MOVE WS-RES-COUNT TO WS-RES-HIT
           END-IF.

       1130-END.

       1135-MATCH-ONE-RESULT.

           IF WS-RES-E-STUDENT (WS-RES-IDX) = SCO-STUDENT-ID
                   AND WS-RES-E-COURSE (WS-RES-IDX) = SCO-COURSE
               MOVE WS-RES-IDX TO WS-RES-HIT
           END-IF.

           ADD 1 TO WS-RES-IDX.

       1135-END.

      *    A MISSING FILE SIMPLY MEANS NO SUPPLEMENTAL HAS EVER BEEN
      *    OFFERED.
       1200-LOAD-SUPPLEMENTALS.

           MOVE 0 TO WS-SPT-COUNT.
           MOVE 'N' TO WS-SUP-EOF.

           OPEN INPUT SUPPLEMENTAL-EXAM-FILE.
           IF SUP-FILE-STATUS = "00"
               PERFORM 1210-LOAD-ONE-SUPPLEMENTAL UNTIL SUP-EOF
               CLOSE SUPPLEMENTAL-EXAM-FILE
           END-IF.

       1200-END.

       1210-LOAD-ONE-SUPPLEMENTAL.

           READ SUPPLEMENTAL-EXAM-FILE
               AT END
                   SET SUP-EOF TO TRUE
               NOT AT END
                   IF WS-SPT-COUNT < 2000
                       ADD 1 TO WS-SPT-COUNT
                       MOVE SUP-STUDENT-ID
                           TO WS-SPT-E-STUDENT (WS-SPT-COUNT)
                       MOVE SUP-COURSE
                           TO WS-SPT-E-COURSE (WS-SPT-COUNT)
                       MOVE SUP-TERM TO WS-SPT-E-TERM (WS-SPT-COUNT)
                       MOVE SUP-STATUS
                           TO WS-SPT-E-STATUS (WS-SPT-COUNT)
                   ELSE
                       DISPLAY "SUPPLEMENTAL.EXAMS PAST 2000 ROWS - "
                           "LATER ROWS NOT CHECKED"
                       SET SUP-EOF TO TRUE
                   END-IF
           END-READ.

       1210-END.

      *    GRADE.VSAM MUST BE ON HAND - THE OFFER IS ONLY MADE AGAINST
      *    A POSTED F. THE MISCONDUCT FILE MAY NOT EXIST YET, WHICH
      *    MEANS NO CASES.
       1300-OPEN-FILES.

           OPEN INPUT GRADE-VSAM-FILE.
           IF GRD-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING GRADE.VSAM FILE (STATUS = "
                   GRD-FILE-STATUS ")"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           SET GRADE-FILE-OPEN TO TRUE.

           OPEN INPUT MISCONDUCT-VSAM-FILE.
           IF MSC-FILE-STATUS = "00"
               SET MISCONDUCT-FILE-OPEN TO TRUE
           END-IF.

           OPEN EXTEND SUPPLEMENTAL-EXAM-FILE.
           IF SUP-FILE-STATUS NOT = "00"
               OPEN OUTPUT SUPPLEMENTAL-EXAM-FILE
           END-IF.
           IF SUP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING SUPPLEMENTAL.EXAMS (STATUS = "
                   SUP-FILE-STATUS ")"
               PERFORM 1390-CLOSE-FILES
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT SUPPLEMENTAL-REPORT-FILE.
           IF PRT-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN ../PRGB0164.PRT (STATUS = "
                   PRT-FILE-STATUS ")"
               CLOSE SUPPLEMENTAL-EXAM-FILE
               PERFORM 1390-CLOSE-FILES
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           STRING "SUPPLEMENTAL EXAM ELIGIBILITY - TERM "
                      DELIMITED BY SIZE
                  WS-REQUEST-TERM DELIMITED BY SPACE
                  "   BAND " DELIMITED BY SIZE
                  WS-BAND-FLOOR DELIMITED BY SIZE
                  " TO UNDER " DELIMITED BY SIZE
                  WS-PASS-MARK DELIMITED BY SIZE
                  "   RUN " DELIMITED BY SIZE
                  CURRENT-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1950-WRITE-REPORT-LINE.
           PERFORM 1950-WRITE-REPORT-LINE.
           MOVE "ID     | COURSE          | PCT    | OUTCOME"
               TO WS-PRINT-LINE.
           PERFORM 1950-WRITE-REPORT-LINE.
           MOVE ALL '-' TO WS-PRINT-LINE (1:80).
           PERFORM 1950-WRITE-REPORT-LINE.

       1300-END.

       1390-CLOSE-FILES.

           IF GRADE-FILE-OPEN
               CLOSE GRADE-VSAM-FILE
               MOVE 'N' TO WS-GRD-OPEN
           END-IF.
           IF MISCONDUCT-FILE-OPEN
               CLOSE MISCONDUCT-VSAM-FILE
               MOVE 'N' TO WS-MSC-OPEN
           END-IF.
           IF PRT-FILE-STATUS = "00"
               CLOSE SUPPLEMENTAL-EXAM-FILE
               CLOSE SUPPLEMENTAL-REPORT-FILE
           END-IF.

       1390-END.

      *    ONLY A STUDENT WHOSE SCORES COVER THE COURSE'S FULL WEIGHT
      *    HAS A PERCENTAGE TO JUDGE; BELOW THE FLOOR OR AT THE PASS
      *    MARK AND ABOVE IS OUTSIDE THE BAND AND NOT LISTED.
       1400-REVIEW-ONE-RESULT.

           PERFORM 1420-GET-COURSE-WEIGHT-TOTAL.

           IF WS-WEIGHT-TOTAL > 0
                   AND WS-RES-E-WCOVERED (WS-RES-IDX)
                       NOT < WS-WEIGHT-TOTAL
               COMPUTE WS-FINAL-PCT ROUNDED
                   = WS-RES-E-WSUM (WS-RES-IDX) / WS-WEIGHT-TOTAL
               IF WS-FINAL-PCT NOT < WS-BAND-FLOOR
                       AND WS-FINAL-PCT < WS-PASS-MARK
                   ADD 1 TO WS-BAND-COUNT
                   PERFORM 1500-CHECK-ELIGIBILITY
                   IF WS-REASON = SPACES
                       PERFORM 1600-WRITE-OFFER
                   ELSE
                       ADD 1 TO WS-EXCLUDED-COUNT
                   END-IF
                   PERFORM 1700-PRINT-ONE-RESULT
               END-IF
           END-IF.

           ADD 1 TO WS-RES-IDX.

       1400-END.

       1420-GET-COURSE-WEIGHT-TOTAL.

           MOVE 0 TO WS-WEIGHT-TOTAL.
           MOVE 'N' TO WS-CWT-EOF.

           OPEN INPUT COURSE-WEIGHT-FILE.
           IF CWT-FILE-STATUS = "00"
               PERFORM 1425-SUM-ONE-WEIGHT UNTIL CWT-EOF
               CLOSE COURSE-WEIGHT-FILE
           END-IF.

       1420-END.

       1425-SUM-ONE-WEIGHT.

           READ COURSE-WEIGHT-FILE
               AT END
                   SET CWT-EOF TO TRUE
               NOT AT END
                   IF CWT-COURSE = WS-RES-E-COURSE (WS-RES-IDX)
                       ADD CWT-WEIGHT TO WS-WEIGHT-TOTAL
                   END-IF
           END-READ.

       1425-END.

      *    THE FIRST REASON FOUND IS THE ONE PRINTED; A BLANK REASON
      *    MEANS THE STUDENT IS OFFERED THE SUPPLEMENTAL.
       1500-CHECK-ELIGIBILITY.

           MOVE SPACES TO WS-REASON.

           PERFORM 1510-CHECK-POSTED-F.

           IF WS-REASON = SPACES
               PERFORM 1520-CHECK-MISCONDUCT
           END-IF.

           IF WS-REASON = SPACES
               PERFORM 1530-CHECK-INCOMPLETE
           END-IF.

           IF WS-REASON = SPACES
               MOVE 1 TO WS-SPT-IDX
               PERFORM 1540-CHECK-ONE-SUPPLEMENTAL
                   UNTIL WS-SPT-IDX > WS-SPT-COUNT
                       OR WS-REASON NOT = SPACES
           END-IF.

       1500-END.

      *    THE RUN FOLLOWS FINAL GRADES: NO GRADE YET, OR A GRADE
      *    OTHER THAN F (E.G. ALREADY AMENDED), IS NOT OFFERED.
       1510-CHECK-POSTED-F.

           MOVE WS-RES-E-STUDENT (WS-RES-IDX) TO GRD-STUDENT-ID.
           MOVE WS-RES-E-COURSE (WS-RES-IDX) TO GRD-COURSE.
           MOVE WS-REQUEST-TERM TO GRD-TERM.
           READ GRADE-VSAM-FILE
               KEY IS GRD-KEY
               INVALID KEY
                   MOVE "NO GRADE POSTED" TO WS-REASON
               NOT INVALID KEY
                   IF GRD-LETTER-GRADE NOT = 'F'
                       STRING "POSTED GRADE IS " DELIMITED BY SIZE
                              GRD-LETTER-GRADE DELIMITED BY SIZE
                           INTO WS-REASON
                   END-IF
           END-READ.

       1510-END.

      *    ANY CASE FOR THE COURSE/TERM STOPS THE OFFER UNLESS THE
      *    STUDENT WAS FOUND NOT RESPONSIBLE; A PENDING CASE STOPS IT
      *    TOO, AND THE NEXT RUN WILL PICK THE STUDENT UP ONCE CLEARED.
       1520-CHECK-MISCONDUCT.

           IF MISCONDUCT-FILE-OPEN
               MOVE WS-RES-E-STUDENT (WS-RES-IDX) TO MSC-STUDENT-ID
               MOVE WS-RES-E-COURSE (WS-RES-IDX) TO MSC-COURSE
               MOVE WS-REQUEST-TERM TO MSC-TERM
               READ MISCONDUCT-VSAM-FILE
                   KEY IS MSC-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT MSC-OUTCOME-NOT-RESPONSIBLE
                           MOVE "ON THE MISCONDUCT FILE" TO WS-REASON
                       END-IF
               END-READ
           END-IF.

       1520-END.

       1530-CHECK-INCOMPLETE.

           MOVE 'N' TO WS-ICT-EOF.

           OPEN INPUT INCOMPLETE-CONTRACT-FILE.
           IF ICT-FILE-STATUS = "00"
               PERFORM 1535-SCAN-ONE-CONTRACT
                   UNTIL ICT-EOF OR WS-REASON NOT = SPACES
               CLOSE INCOMPLETE-CONTRACT-FILE
           END-IF.

       1530-END.

       1535-SCAN-ONE-CONTRACT.

           READ INCOMPLETE-CONTRACT-FILE
               AT END
                   SET ICT-EOF TO TRUE
               NOT AT END
                   IF ICT-STUDENT-ID = WS-RES-E-STUDENT (WS-RES-IDX)
                           AND ICT-COURSE
                               = WS-RES-E-COURSE (WS-RES-IDX)
                           AND ICT-TERM = WS-REQUEST-TERM
                       MOVE "ON AN INCOMPLETE CONTRACT" TO WS-REASON
                   END-IF
           END-READ.

       1535-END.

      *    ONE SUPPLEMENTAL PER STUDENT PER COURSE, WHATEVER THE TERM;
      *    AN OFFER NOT YET TAKEN UP ONLY BLOCKS THE SAME TERM.
       1540-CHECK-ONE-SUPPLEMENTAL.

           IF WS-SPT-E-STUDENT (WS-SPT-IDX)
                   = WS-RES-E-STUDENT (WS-RES-IDX)
                   AND WS-SPT-E-COURSE (WS-SPT-IDX)
                       = WS-RES-E-COURSE (WS-RES-IDX)
               IF WS-SPT-E-STATUS (WS-SPT-IDX) = 'R' OR 'P' OR 'N'
                   MOVE "SUPPLEMENTAL ALREADY USED IN COURSE"
                       TO WS-REASON
               ELSE
                   IF WS-SPT-E-TERM (WS-SPT-IDX) = WS-REQUEST-TERM
                       MOVE "ALREADY OFFERED FOR THIS TERM"
                           TO WS-REASON
                   END-IF
               END-IF
           END-IF.

           ADD 1 TO WS-SPT-IDX.

       1540-END.

       1600-WRITE-OFFER.

           MOVE SPACES TO SUPPLEMENTAL-EXAM-RECORD.
           MOVE WS-RES-E-STUDENT (WS-RES-IDX) TO SUP-STUDENT-ID.
           MOVE ',' TO SUP-SEPARATOR1.
           MOVE WS-RES-E-COURSE (WS-RES-IDX) TO SUP-COURSE.
           MOVE ',' TO SUP-SEPARATOR2.
           MOVE WS-REQUEST-TERM TO SUP-TERM.
           MOVE ',' TO SUP-SEPARATOR3.
           MOVE WS-FINAL-PCT TO SUP-PERCENT.
           MOVE ',' TO SUP-SEPARATOR4.
           SET SUP-ELIGIBLE TO TRUE.
           MOVE ',' TO SUP-SEPARATOR5.
           MOVE CURRENT-DATE TO SUP-OFFERED-DATE.
           MOVE ',' TO SUP-SEPARATOR6.
           MOVE 0 TO SUP-REGISTERED-DATE.
           MOVE ',' TO SUP-SEPARATOR7.
           MOVE 0 TO SUP-FEE-AMOUNT.
           MOVE ',' TO SUP-SEPARATOR8.
           MOVE 0 TO SUP-RESULT.
           MOVE ',' TO SUP-SEPARATOR9.
           MOVE 0 TO SUP-POSTED-DATE.
           MOVE ',' TO SUP-SEPARATOR10.
           MOVE SPACES TO SUP-POSTED-BY.
           WRITE SUPPLEMENTAL-EXAM-RECORD.

           IF SUP-FILE-STATUS = "00"
               ADD 1 TO WS-OFFERED-COUNT
           ELSE
               MOVE "OFFER NOT WRITTEN - SEE CONSOLE" TO WS-REASON
               ADD 1 TO WS-EXCLUDED-COUNT
               DISPLAY "SUPPLEMENTAL.EXAMS WRITE FAILED (STATUS = "
                   SUP-FILE-STATUS ") FOR "
                   WS-RES-E-STUDENT (WS-RES-IDX) " "
                   WS-RES-E-COURSE (WS-RES-IDX)
           END-IF.

       1600-END.

       1700-PRINT-ONE-RESULT.

           MOVE WS-RES-E-STUDENT (WS-RES-IDX) TO WS-DL-STUDENT.
           MOVE WS-RES-E-COURSE (WS-RES-IDX) TO WS-DL-COURSE.
           MOVE WS-FINAL-PCT TO WS-DL-PERCENT.
           IF WS-REASON = SPACES
               MOVE "OFFERED" TO WS-DL-OUTCOME
           ELSE
               MOVE SPACES TO WS-DL-OUTCOME
               STRING "NOT OFFERED - " DELIMITED BY SIZE
                      WS-REASON DELIMITED BY SIZE
                   INTO WS-DL-OUTCOME
           END-IF.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 1950-WRITE-REPORT-LINE.

       1700-END.

       1900-PRINT-TOTALS.

           MOVE ALL '-' TO WS-PRINT-LINE (1:80).
           PERFORM 1950-WRITE-REPORT-LINE.
           MOVE WS-BAND-COUNT TO WS-ED-COUNT.
           STRING "STUDENTS IN THE BAND:  " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1950-WRITE-REPORT-LINE.
           MOVE WS-OFFERED-COUNT TO WS-ED-COUNT.
           STRING "OFFERED:               " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1950-WRITE-REPORT-LINE.
           MOVE WS-EXCLUDED-COUNT TO WS-ED-COUNT.
           STRING "NOT OFFERED:           " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1950-WRITE-REPORT-LINE.

       1900-END.

       1950-WRITE-REPORT-LINE.

           MOVE WS-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.

       1950-END.

       END PROGRAM PRGB0164.
