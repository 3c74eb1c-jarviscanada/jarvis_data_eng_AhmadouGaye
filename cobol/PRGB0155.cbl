      ******************************************************************
      * Author:
      * Date:
      * Purpose: Census-date enrollment freeze - on each term's
      *          official census date (TRM-CENSUS-DATE) writes the
      *          term-stamped frozen copies ../STUDENT.CENSUS.<TERM>
      *          AND ../ENROLLMENT.CENSUS.<TERM>: EVERY STUDENT
      *          SITTING ON THE TERM OR HOLDING AN ACTIVE ENROLLMENT
      *          IN IT, AND THOSE ACTIVE ENROLLMENT ROWS, AS THEY
      *          STAND TONIGHT. THE MINISTRY RETURN (PRGB0050), THE
      *          HEADCOUNT REPORT (PRGQ0059) AND THE RECONCILIATION
      *          (PRGB0156) READ THEM. A FROZEN COPY IS WRITTEN ONCE
      *          AND NEVER REWRITTEN - NOT BY THIS PROGRAM AND NOT BY
      *          THE NIGHTLY SNAPSHOT. RUNS NIGHTLY: WITH NO PARM IT
      *          FREEZES EVERY TERM WHOSE CENSUS DATE HAS COME AND
      *          WHOSE END DATE HAS NOT PASSED THAT IS NOT YET
      *          FROZEN. ../PRGB0155.PARM NAMES ONE TERM TO CATCH UP
      *          A MISSED FREEZE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGB0155.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY STUSEL.

           COPY ENRSEL.

           COPY TRMSEL.

           COPY CSTSEL.

           COPY CENSEL.

           SELECT CENSUS-PARM-FILE ASSIGN TO '../PRGB0155.PARM'
               FILE STATUS IS PRM-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CENSUS-REPORT-FILE ASSIGN TO '../PRGB0155.PRT'
               FILE STATUS IS PRT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY RUNSEL.

       DATA DIVISION.
       FILE SECTION.

       FD STUDENT-VSAM-FILE.
       COPY STUFD.

       FD ENROLLMENT-VSAM-FILE.
       COPY ENRFD.

       FD TERM-MASTER-FILE.
       COPY TRMFD.

       FD STUDENT-CENSUS-FILE.
       COPY CSTFD.

       FD ENROLLMENT-CENSUS-FILE.
       COPY CENFD.

       FD CENSUS-PARM-FILE.
       01  CENSUS-PARM-RECORD.
           05 CNP-TERM                  PIC X(10).

       FD CENSUS-REPORT-FILE.
       01  REPORT-LINE                  PIC X(100).

       FD RUN-STATISTICS-FILE.
       COPY RUNFD.

       WORKING-STORAGE SECTION.


       01  RUN-FILE-STATUS   PIC XX.

       01  WS-RUN-STATS-AREAS.
           05  WS-RUN-PROGRAM      PIC X(8) VALUE 'PRGB0155'.
           05  WS-RUN-DATE         PIC 9(8) VALUE 0.
           05  WS-RUN-START-TIME   PIC 9(6) VALUE 0.
           05  WS-RUN-END-TIME     PIC 9(6) VALUE 0.
           05  WS-RUN-READ-COUNT   PIC 9(6) VALUE 0.
           05  WS-RUN-WRITE-COUNT  PIC 9(6) VALUE 0.
           05  WS-RUN-REJECT-COUNT PIC 9(6) VALUE 0.
       01  FILE-CHECK-KEY    PIC XX.
       01  ENR-FILE-STATUS   PIC XX.
       01  TRM-FILE-STATUS   PIC XX.
       01  CST-FILE-STATUS   PIC XX.
       01  CEN-FILE-STATUS   PIC XX.
       01  PRM-FILE-STATUS   PIC XX.
       01  PRT-FILE-STATUS   PIC XX.

       COPY CNSWRK.

       01  WS-WORK-AREAS.
           05  WS-REQUEST-TERM     PIC X(10) VALUE SPACES.
           05  WS-FREEZE-TERM      PIC X(10) VALUE SPACES.
           05  WS-TRM-EOF          PIC X     VALUE 'N'.
               88  TRM-SCAN-EOF             VALUE 'Y'.
           05  WS-STU-EOF          PIC X     VALUE 'N'.
               88  STU-SWEEP-EOF            VALUE 'Y'.
           05  WS-ENR-DONE         PIC X     VALUE 'N'.
               88  ENR-SCAN-DONE            VALUE 'Y'.
           05  WS-IN-CENSUS        PIC X     VALUE 'N'.
               88  STUDENT-IN-CENSUS        VALUE 'Y'.
           05  WS-RUN-RESULT       PIC X     VALUE 'Y'.
               88  RUN-OK                   VALUE 'Y'.
               88  RUN-FAILED               VALUE 'N'.
           05  WS-STUDENTS-READ    PIC 9(6)  VALUE 0.
           05  WS-TERM-STUDENTS    PIC 9(6)  VALUE 0.
           05  WS-TERM-ENROLLS     PIC 9(6)  VALUE 0.
           05  WS-TOTAL-STUDENTS   PIC 9(6)  VALUE 0.
           05  WS-TOTAL-ENROLLS    PIC 9(6)  VALUE 0.
           05  WS-TERMS-FROZEN     PIC 9(3)  VALUE 0.
           05  WS-TERMS-SKIPPED    PIC 9(3)  VALUE 0.

      *    THE TERMS DUE TONIGHT, GATHERED FROM THE TERM MASTER
      *    BEFORE ANY FREEZE STARTS.
       01  WS-DUE-TABLE-AREAS.
           05  WS-DUE-COUNT        PIC 9(3)  COMP VALUE 0.
           05  WS-DUE-IDX          PIC 9(3)  COMP VALUE 0.
           05  WS-DUE-TABLE.
               10  WS-DUE-ENTRY    OCCURS 20 TIMES.
                   15  WS-DUE-E-TERM       PIC X(10).
                   15  WS-DUE-E-CENSUS     PIC 9(8).

       01  WS-PRINT-LINE             PIC X(100).

       01 CURRENT-DATE.
           05 CURRENT-YEAR   PIC 9(4).
           05 CURRENT-MONTH  PIC 9(2).
           05 CURRENT-DAY    PIC 9(2).

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.


           PERFORM 0850-INIT-RUN-STATS.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.
           DISPLAY "===== CENSUS-DATE ENROLLMENT FREEZE =====".

           OPEN OUTPUT CENSUS-REPORT-FILE.
           IF PRT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PRGB0155.PRT (STATUS = "
                   PRT-FILE-STATUS ")"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'CENSUS FREEZE RUN ' DELIMITED BY SIZE
                  CURRENT-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE '---------------------------------------------------'
               TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.

           PERFORM 1050-READ-CENSUS-PARM.

           IF WS-REQUEST-TERM = SPACES
               PERFORM 1100-FIND-DUE-TERMS
           ELSE
               PERFORM 1150-CHECK-REQUESTED-TERM
           END-IF.

           IF WS-DUE-COUNT = 0
               MOVE 'NO TERM IS DUE FOR ITS CENSUS FREEZE TONIGHT.'
                   TO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
           END-IF.

           MOVE 1 TO WS-DUE-IDX.
           PERFORM 1200-FREEZE-ONE-TERM
               UNTIL WS-DUE-IDX > WS-DUE-COUNT OR RUN-FAILED.

           MOVE '---------------------------------------------------'
               TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'TERMS FROZEN: ' DELIMITED BY SIZE
                  WS-TERMS-FROZEN DELIMITED BY SIZE
                  '  ALREADY FROZEN: ' DELIMITED BY SIZE
                  WS-TERMS-SKIPPED DELIMITED BY SIZE
                  '  STUDENTS: ' DELIMITED BY SIZE
                  WS-TOTAL-STUDENTS DELIMITED BY SIZE
                  '  ENROLLMENTS: ' DELIMITED BY SIZE
                  WS-TOTAL-ENROLLS DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.

           CLOSE CENSUS-REPORT-FILE.

           IF RUN-FAILED
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "SEE ../PRGB0155.PRT FOR THE FREEZE REPORT".
           MOVE WS-STUDENTS-READ TO WS-RUN-READ-COUNT.
           ADD WS-TOTAL-STUDENTS WS-TOTAL-ENROLLS
               GIVING WS-RUN-WRITE-COUNT.
           MOVE WS-TERMS-SKIPPED TO WS-RUN-REJECT-COUNT.
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

      *    THE NIGHTLY RUN NEEDS NO PARM FILE; ONE IS PUT DOWN ONLY TO
      *    CATCH UP A TERM WHOSE FREEZE NIGHT WAS MISSED.
       1050-READ-CENSUS-PARM.

           OPEN INPUT CENSUS-PARM-FILE.
           IF PRM-FILE-STATUS = "00"
               READ CENSUS-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CNP-TERM TO WS-REQUEST-TERM
               END-READ
               CLOSE CENSUS-PARM-FILE
           END-IF.

       1050-END.

       1060-PRINT-LINE.

           DISPLAY WS-PRINT-LINE.
           WRITE REPORT-LINE FROM WS-PRINT-LINE.

       1060-END.

      *    A TERM IS DUE FROM ITS CENSUS DATE TO ITS END DATE; THE
      *    FREEZE ITSELF SKIPS A TERM ALREADY FROZEN, SO THE NIGHTS
      *    AFTER THE CENSUS DATE COST ONE OPEN EACH.
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
                   ') - NOTHING FROZEN.' DELIMITED BY SIZE
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
                   IF TRM-CENSUS-DATE IS NUMERIC
                           AND TRM-CENSUS-DATE > 0
                           AND TRM-CENSUS-DATE NOT > CURRENT-DATE
                           AND TRM-END-DATE NOT < CURRENT-DATE
                       PERFORM 1120-ADD-DUE-TERM
                   END-IF
           END-READ.

       1110-END.

       1120-ADD-DUE-TERM.

           IF WS-DUE-COUNT < 20
               ADD 1 TO WS-DUE-COUNT
               MOVE TRM-CODE TO WS-DUE-E-TERM (WS-DUE-COUNT)
               MOVE TRM-CENSUS-DATE TO WS-DUE-E-CENSUS (WS-DUE-COUNT)
           ELSE
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'MORE THAN 20 TERMS DUE - ' DELIMITED BY SIZE
                   TRM-CODE DELIMITED BY SIZE
                   ' WAITS FOR TOMORROW NIGHT.' DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
           END-IF.

       1120-END.

      *    A CATCH-UP FREEZE STILL NEEDS THE TERM ON THE MASTER WITH
      *    A CENSUS DATE THAT HAS COME; IT IS ALLOWED AFTER THE TERM
      *    END, BUT THE COPY IS THEN TONIGHT'S DATA, SO THE REPORT
      *    SAYS SO.
       1150-CHECK-REQUESTED-TERM.

           OPEN INPUT TERM-MASTER-FILE.
           IF TRM-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'TERM.MASTER UNAVAILABLE (STATUS = '
                   DELIMITED BY SIZE
                   TRM-FILE-STATUS DELIMITED BY SIZE
                   ') - NOTHING FROZEN.' DELIMITED BY SIZE
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
                           ' IS NOT ON TERM.MASTER - NOTHING FROZEN.'
                           DELIMITED BY SIZE
                           INTO WS-PRINT-LINE
                       PERFORM 1060-PRINT-LINE
                       SET RUN-FAILED TO TRUE
                   NOT INVALID KEY
                       PERFORM 1160-JUDGE-REQUESTED-TERM
               END-READ
               CLOSE TERM-MASTER-FILE
           END-IF.

       1150-END.

       1160-JUDGE-REQUESTED-TERM.

           IF TRM-CENSUS-DATE IS NOT NUMERIC
                   OR TRM-CENSUS-DATE = 0
                   OR TRM-CENSUS-DATE > CURRENT-DATE
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'TERM ' DELIMITED BY SIZE
                   WS-REQUEST-TERM DELIMITED BY SIZE
                   ' HAS NO CENSUS DATE YET REACHED - NOTHING FROZEN.'
                   DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
               SET RUN-FAILED TO TRUE
           ELSE
               PERFORM 1120-ADD-DUE-TERM
               IF TRM-END-DATE < CURRENT-DATE
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING 'NOTE: TERM ' DELIMITED BY SIZE
                       WS-REQUEST-TERM DELIMITED BY SIZE
                       ' HAS ENDED - THE COPY IS AS OF ' DELIMITED BY
                       SIZE
                       CURRENT-DATE DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   PERFORM 1060-PRINT-LINE
               END-IF
           END-IF.

       1160-END.

      *    AN EXISTING COPY IS LEFT EXACTLY AS IT IS - A FROZEN COPY
      *    IS NEVER REWRITTEN. ONLY STATUS 35 (NO COPY YET) FREEZES.
      *    ANY OTHER OPEN ERROR FAILS THE RUN RATHER THAN RISK IT.
       1200-FREEZE-ONE-TERM.

           MOVE WS-DUE-E-TERM (WS-DUE-IDX) TO WS-FREEZE-TERM.
           PERFORM 1210-BUILD-CENSUS-NAMES.

           OPEN INPUT STUDENT-CENSUS-FILE.
           EVALUATE CST-FILE-STATUS
               WHEN "35"
                   PERFORM 1220-WRITE-CENSUS-COPY
               WHEN "00"
                   CLOSE STUDENT-CENSUS-FILE
                   PERFORM 1205-REPORT-ALREADY-FROZEN
               WHEN OTHER
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING 'TERM ' DELIMITED BY SIZE
                       WS-FREEZE-TERM DELIMITED BY SIZE
                       ' CENSUS COPY UNREADABLE (STATUS = '
                       DELIMITED BY SIZE
                       CST-FILE-STATUS DELIMITED BY SIZE
                       ') - NOT TOUCHED.' DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   PERFORM 1060-PRINT-LINE
                   SET RUN-FAILED TO TRUE
           END-EVALUATE.

           ADD 1 TO WS-DUE-IDX.

       1200-END.

       1205-REPORT-ALREADY-FROZEN.

           ADD 1 TO WS-TERMS-SKIPPED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'TERM ' DELIMITED BY SIZE
                  WS-FREEZE-TERM DELIMITED BY SIZE
                  ' ALREADY FROZEN - ' DELIMITED BY SIZE
                  WS-CENSUS-STUDENT-FILE DELIMITED BY SPACE
                  ' LEFT AS IT IS.' DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.

       1205-END.

       1210-BUILD-CENSUS-NAMES.

           MOVE SPACES TO WS-CENSUS-STUDENT-FILE.
           STRING '../STUDENT.CENSUS.' DELIMITED BY SIZE
                  WS-FREEZE-TERM DELIMITED BY SPACE
               INTO WS-CENSUS-STUDENT-FILE.
           MOVE SPACES TO WS-CENSUS-ENROLL-FILE.
           STRING '../ENROLLMENT.CENSUS.' DELIMITED BY SIZE
                  WS-FREEZE-TERM DELIMITED BY SPACE
               INTO WS-CENSUS-ENROLL-FILE.

       1210-END.

       1220-WRITE-CENSUS-COPY.

           MOVE 0 TO WS-TERM-STUDENTS.
           MOVE 0 TO WS-TERM-ENROLLS.
           MOVE 'N' TO WS-STU-EOF.

           OPEN INPUT STUDENT-VSAM-FILE.
           IF FILE-CHECK-KEY NOT = "00"
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'ERROR OPENING STUDENT.VSAM (STATUS = '
                   DELIMITED BY SIZE
                   FILE-CHECK-KEY DELIMITED BY SIZE
                   ') - NOTHING FROZEN.' DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
               SET RUN-FAILED TO TRUE
           ELSE
               PERFORM 1230-OPEN-ENROLLMENT-SIDE
           END-IF.

       1220-END.

       1230-OPEN-ENROLLMENT-SIDE.

      *    THE COPIES ARE CREATED ONLY ONCE THE LIVE ENROLLMENT FILE
      *    HAS OPENED, SO A BAD NIGHT NEVER LEAVES AN EMPTY COPY THAT
      *    LATER RUNS WOULD TAKE FOR A FROZEN TERM.
           OPEN INPUT ENROLLMENT-VSAM-FILE.
           IF ENR-FILE-STATUS = "00"
               OPEN OUTPUT STUDENT-CENSUS-FILE
               OPEN OUTPUT ENROLLMENT-CENSUS-FILE
           END-IF.

           IF ENR-FILE-STATUS NOT = "00"
                   OR CST-FILE-STATUS NOT = "00"
                   OR CEN-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'OPEN FAILED - ENROLLMENT ' DELIMITED BY SIZE
                   ENR-FILE-STATUS DELIMITED BY SIZE
                   ' STUDENT COPY ' DELIMITED BY SIZE
                   CST-FILE-STATUS DELIMITED BY SIZE
                   ' ENROLLMENT COPY ' DELIMITED BY SIZE
                   CEN-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
               SET RUN-FAILED TO TRUE
           ELSE
               PERFORM 1240-SWEEP-STUDENTS
               ADD 1 TO WS-TERMS-FROZEN
               ADD WS-TERM-STUDENTS TO WS-TOTAL-STUDENTS
               ADD WS-TERM-ENROLLS TO WS-TOTAL-ENROLLS
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'TERM ' DELIMITED BY SIZE
                   WS-FREEZE-TERM DELIMITED BY SIZE
                   ' CENSUS ' DELIMITED BY SIZE
                   WS-DUE-E-CENSUS (WS-DUE-IDX) DELIMITED BY SIZE
                   ' FROZEN - STUDENTS ' DELIMITED BY SIZE
                   WS-TERM-STUDENTS DELIMITED BY SIZE
                   ' ENROLLMENTS ' DELIMITED BY SIZE
                   WS-TERM-ENROLLS DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
           END-IF.

           IF ENR-FILE-STATUS = "00"
               CLOSE ENROLLMENT-VSAM-FILE
           END-IF.
           IF CST-FILE-STATUS = "00"
               CLOSE STUDENT-CENSUS-FILE
           END-IF.
           IF CEN-FILE-STATUS = "00"
               CLOSE ENROLLMENT-CENSUS-FILE
           END-IF.
           CLOSE STUDENT-VSAM-FILE.

       1230-END.

       1240-SWEEP-STUDENTS.

           MOVE LOW-VALUES TO STUDENT-VSAM-ID.
           START STUDENT-VSAM-FILE KEY IS NOT LESS THAN STUDENT-VSAM-ID
               INVALID KEY SET STU-SWEEP-EOF TO TRUE
           END-START.

           IF NOT STU-SWEEP-EOF
               READ STUDENT-VSAM-FILE NEXT RECORD
                   AT END SET STU-SWEEP-EOF TO TRUE
               END-READ
           END-IF.

           PERFORM 1250-FREEZE-ONE-STUDENT UNTIL STU-SWEEP-EOF.

       1240-END.

      *    THE STUDENT'S ACTIVE ROWS FOR THE TERM GO IN FIRST; THE
      *    STUDENT RECORD FOLLOWS IF THEY SIT ON THE TERM OR HOLD ANY
      *    SUCH ROW.
       1250-FREEZE-ONE-STUDENT.

           ADD 1 TO WS-STUDENTS-READ.
           MOVE 'N' TO WS-IN-CENSUS.
           IF STUDENT-VSAM-TERM = WS-FREEZE-TERM
               SET STUDENT-IN-CENSUS TO TRUE
           END-IF.

           MOVE 'N' TO WS-ENR-DONE.
           MOVE STUDENT-VSAM-ID TO ENR-STUDENT-ID.
           START ENROLLMENT-VSAM-FILE
               KEY IS NOT LESS THAN ENR-STUDENT-ID
               INVALID KEY
                   SET ENR-SCAN-DONE TO TRUE
           END-START.

           PERFORM 1260-FREEZE-ONE-ENROLLMENT UNTIL ENR-SCAN-DONE.

           IF STUDENT-IN-CENSUS
               MOVE STUDENT-VSAM-RECORD TO STUDENT-CENSUS-RECORD
               WRITE STUDENT-CENSUS-RECORD
                   INVALID KEY
                       DISPLAY "ERROR WRITING CENSUS STUDENT "
                           STUDENT-VSAM-ID " (STATUS = "
                           CST-FILE-STATUS ")"
                   NOT INVALID KEY
                       ADD 1 TO WS-TERM-STUDENTS
               END-WRITE
           END-IF.

           READ STUDENT-VSAM-FILE NEXT RECORD
               AT END SET STU-SWEEP-EOF TO TRUE
           END-READ.

       1250-END.

       1260-FREEZE-ONE-ENROLLMENT.

           READ ENROLLMENT-VSAM-FILE NEXT RECORD
               AT END
                   SET ENR-SCAN-DONE TO TRUE
               NOT AT END
                   IF ENR-STUDENT-ID NOT = STUDENT-VSAM-ID
                       SET ENR-SCAN-DONE TO TRUE
                   ELSE
                       IF ENR-TERM = WS-FREEZE-TERM AND ENR-ACTIVE
                           SET STUDENT-IN-CENSUS TO TRUE
                           PERFORM 1270-WRITE-CENSUS-ENROLLMENT
                       END-IF
                   END-IF
           END-READ.

       1260-END.

       1270-WRITE-CENSUS-ENROLLMENT.

           MOVE ENROLLMENT-VSAM-RECORD TO ENROLLMENT-CENSUS-RECORD.
           WRITE ENROLLMENT-CENSUS-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING CENSUS ENROLLMENT "
                       ENR-STUDENT-ID " (STATUS = "
                       CEN-FILE-STATUS ")"
               NOT INVALID KEY
                   ADD 1 TO WS-TERM-ENROLLS
           END-WRITE.

       1270-END.

       END PROGRAM PRGB0155.
