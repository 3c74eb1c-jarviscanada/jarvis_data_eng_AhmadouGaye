      ******************************************************************
      * Author:
      * Date:
      * Purpose: Census-versus-current reconciliation - compares a
      *          term's frozen census copy (PRGB0155) with the live
      *          student and enrollment files and lists every student
      *          who ENTERED the term since census, LEFT it (NO
      *          LONGER ON FILE, OUT OF 'A'/'L' STATUS, OR NO LONGER
      *          ON THE TERM WITH NO ACTIVE ENROLLMENT IN IT), OR
      *          CHANGED LOAD (ACTIVE CREDIT HOURS IN THE TERM, FROM
      *          COURSE.MASTER, AT CENSUS AGAINST NOW). A STUDENT
      *          COUNTS ON THE TERM WHEN IN 'A' OR 'L' STATUS AND
      *          EITHER SITTING ON THE TERM OR HOLDING AN ACTIVE
      *          ENROLLMENT IN IT. ../PRGB0156.PARM NAMES THE TERM;
      *          WITHOUT IT THE TERM IS PROMPTED FOR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGB0156.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY STUSEL.

           COPY ENRSEL.

           COPY CSTSEL.

           COPY CENSEL.

           SELECT RECON-PARM-FILE ASSIGN TO '../PRGB0156.PARM'
               FILE STATUS IS PRM-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RECON-REPORT-FILE ASSIGN TO '../PRGB0156.PRT'
               FILE STATUS IS PRT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY RUNSEL.

       DATA DIVISION.
       FILE SECTION.

       FD STUDENT-VSAM-FILE.
       COPY STUFD.

       FD ENROLLMENT-VSAM-FILE.
       COPY ENRFD.

       FD STUDENT-CENSUS-FILE.
       COPY CSTFD.

       FD ENROLLMENT-CENSUS-FILE.
       COPY CENFD.

       FD RECON-PARM-FILE.
       01  RECON-PARM-RECORD.
           05 RCN-TERM                  PIC X(10).

       FD RECON-REPORT-FILE.
       01  REPORT-LINE                  PIC X(100).

       FD RUN-STATISTICS-FILE.
       COPY RUNFD.

       WORKING-STORAGE SECTION.


       01  RUN-FILE-STATUS   PIC XX.

       01  WS-RUN-STATS-AREAS.
           05  WS-RUN-PROGRAM      PIC X(8) VALUE 'PRGB0156'.
           05  WS-RUN-DATE         PIC 9(8) VALUE 0.
           05  WS-RUN-START-TIME   PIC 9(6) VALUE 0.
           05  WS-RUN-END-TIME     PIC 9(6) VALUE 0.
           05  WS-RUN-READ-COUNT   PIC 9(6) VALUE 0.
           05  WS-RUN-WRITE-COUNT  PIC 9(6) VALUE 0.
           05  WS-RUN-REJECT-COUNT PIC 9(6) VALUE 0.
       01  FILE-CHECK-KEY    PIC XX.
       01  ENR-FILE-STATUS   PIC XX.
       01  CST-FILE-STATUS   PIC XX.
       01  CEN-FILE-STATUS   PIC XX.
       01  PRM-FILE-STATUS   PIC XX.
       01  PRT-FILE-STATUS   PIC XX.

       COPY CNSWRK.

       COPY LKPWRK.

       COPY CRSFD.

       01  WS-WORK-AREAS.
           05  WS-REQUEST-TERM     PIC X(10) VALUE SPACES.
           05  WS-CST-EOF          PIC X     VALUE 'N'.
               88  CST-SWEEP-EOF            VALUE 'Y'.
           05  WS-STU-EOF          PIC X     VALUE 'N'.
               88  STU-SWEEP-EOF            VALUE 'Y'.
           05  WS-ENR-DONE         PIC X     VALUE 'N'.
               88  ENR-SCAN-DONE            VALUE 'Y'.
           05  WS-LIVE-FOUND       PIC X     VALUE 'N'.
               88  LIVE-STUDENT-FOUND       VALUE 'Y'.
           05  WS-LIVE-ON-TERM     PIC X     VALUE 'N'.
               88  LIVE-ON-TERM             VALUE 'Y'.
           05  WS-CENSUS-ON-TERM   PIC X     VALUE 'N'.
               88  CENSUS-ON-TERM           VALUE 'Y'.
           05  WS-RUN-RESULT       PIC X     VALUE 'Y'.
               88  RUN-OK                   VALUE 'Y'.
               88  RUN-FAILED               VALUE 'N'.
           05  WS-SCAN-ID          PIC 9(6)  VALUE 0.
           05  WS-ROW-COURSE       PIC X(15) VALUE SPACES.
           05  WS-ROW-CREDITS      PIC 9(2)  VALUE 0.
           05  WS-CENSUS-HOURS     PIC 9(3)  VALUE 0.
           05  WS-LIVE-HOURS       PIC 9(3)  VALUE 0.
           05  WS-CHANGE-TYPE      PIC X(12) VALUE SPACES.
           05  WS-CHANGE-DETAIL    PIC X(40) VALUE SPACES.
           05  WS-CHANGE-ID        PIC 9(6)  VALUE 0.
           05  WS-CHANGE-NAME      PIC X(27) VALUE SPACES.
           05  WS-RECORDS-READ     PIC 9(6)  VALUE 0.
           05  WS-CENSUS-COUNT     PIC 9(6)  VALUE 0.
           05  WS-CURRENT-COUNT    PIC 9(6)  VALUE 0.
           05  WS-ENTERED-COUNT    PIC 9(6)  VALUE 0.
           05  WS-LEFT-COUNT       PIC 9(6)  VALUE 0.
           05  WS-LOAD-COUNT       PIC 9(6)  VALUE 0.

       01  WS-PRINT-LINE             PIC X(100).

       01 CURRENT-DATE.
           05 CURRENT-YEAR   PIC 9(4).
           05 CURRENT-MONTH  PIC 9(2).
           05 CURRENT-DAY    PIC 9(2).

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.


           PERFORM 0850-INIT-RUN-STATS.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.
           DISPLAY "===== CENSUS RECONCILIATION =====".

           PERFORM 1050-GET-TERM.

           MOVE SPACES TO WS-CENSUS-STUDENT-FILE.
           STRING '../STUDENT.CENSUS.' DELIMITED BY SIZE
                  WS-REQUEST-TERM DELIMITED BY SPACE
               INTO WS-CENSUS-STUDENT-FILE.
           MOVE SPACES TO WS-CENSUS-ENROLL-FILE.
           STRING '../ENROLLMENT.CENSUS.' DELIMITED BY SIZE
                  WS-REQUEST-TERM DELIMITED BY SPACE
               INTO WS-CENSUS-ENROLL-FILE.

           OPEN OUTPUT RECON-REPORT-FILE.
           IF PRT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PRGB0156.PRT (STATUS = "
                   PRT-FILE-STATUS ")"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'CENSUS RECONCILIATION - TERM ' DELIMITED BY SIZE
                  WS-REQUEST-TERM DELIMITED BY SIZE
                  '  RUN ' DELIMITED BY SIZE
                  CURRENT-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE '---------------------------------------------------'
               TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.

           PERFORM 1100-OPEN-FILES.

           IF RUN-OK
               MOVE SPACES TO WS-PRINT-LINE
               MOVE 'CHANGE       ID     NAME' TO WS-PRINT-LINE (1:24)
               MOVE 'DETAIL' TO WS-PRINT-LINE (50:6)
               PERFORM 1060-PRINT-LINE
               MOVE '------------------------------------------------'
                   TO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
               PERFORM 1200-SWEEP-CENSUS
               PERFORM 1300-SWEEP-LIVE
               CLOSE STUDENT-VSAM-FILE, ENROLLMENT-VSAM-FILE
               CLOSE STUDENT-CENSUS-FILE, ENROLLMENT-CENSUS-FILE
               PERFORM 1700-PRINT-TOTALS
           END-IF.

           CLOSE RECON-REPORT-FILE.

           IF RUN-FAILED
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "SEE ../PRGB0156.PRT FOR THE RECONCILIATION".
           MOVE WS-RECORDS-READ TO WS-RUN-READ-COUNT.
           ADD WS-ENTERED-COUNT WS-LEFT-COUNT WS-LOAD-COUNT
               GIVING WS-RUN-WRITE-COUNT.
           MOVE 0 TO WS-RUN-REJECT-COUNT.
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

      *    RUN UNATTENDED IF A PARAMETER FILE IS PRESENT, OTHERWISE
      *    FALL BACK TO THE INTERACTIVE PROMPT.
       1050-GET-TERM.

           OPEN INPUT RECON-PARM-FILE.
           IF PRM-FILE-STATUS = "00"
               READ RECON-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RCN-TERM TO WS-REQUEST-TERM
               END-READ
               CLOSE RECON-PARM-FILE
           END-IF.

           IF WS-REQUEST-TERM = SPACES
               DISPLAY "ENTER TERM TO RECONCILE AGAINST ITS CENSUS >>"
               ACCEPT WS-REQUEST-TERM
           END-IF.

       1050-END.

       1060-PRINT-LINE.

           DISPLAY WS-PRINT-LINE.
           WRITE REPORT-LINE FROM WS-PRINT-LINE.

       1060-END.

       1100-OPEN-FILES.

           OPEN INPUT STUDENT-CENSUS-FILE.
           IF CST-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'NO CENSUS COPY FOR THE TERM (' DELIMITED BY SIZE
                   WS-CENSUS-STUDENT-FILE DELIMITED BY SPACE
                   ' STATUS ' DELIMITED BY SIZE
                   CST-FILE-STATUS DELIMITED BY SIZE
                   ') - NOTHING TO RECONCILE.' DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
               SET RUN-FAILED TO TRUE
           ELSE
               PERFORM 1110-OPEN-REMAINING-FILES
           END-IF.

       1100-END.

       1110-OPEN-REMAINING-FILES.

           OPEN INPUT ENROLLMENT-CENSUS-FILE.
           OPEN INPUT STUDENT-VSAM-FILE.
           OPEN INPUT ENROLLMENT-VSAM-FILE.

           IF CEN-FILE-STATUS NOT = "00"
                   OR FILE-CHECK-KEY NOT = "00"
                   OR ENR-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'OPEN FAILED - CENSUS ENROLLMENT ' DELIMITED BY
                   SIZE
                   CEN-FILE-STATUS DELIMITED BY SIZE
                   ' STUDENT.VSAM ' DELIMITED BY SIZE
                   FILE-CHECK-KEY DELIMITED BY SIZE
                   ' ENROLLMENT.VSAM ' DELIMITED BY SIZE
                   ENR-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
               SET RUN-FAILED TO TRUE
               CLOSE STUDENT-CENSUS-FILE
               IF CEN-FILE-STATUS = "00"
                   CLOSE ENROLLMENT-CENSUS-FILE
               END-IF
               IF FILE-CHECK-KEY = "00"
                   CLOSE STUDENT-VSAM-FILE
               END-IF
               IF ENR-FILE-STATUS = "00"
                   CLOSE ENROLLMENT-VSAM-FILE
               END-IF
           END-IF.

       1110-END.

      *    PASS ONE: EVERY STUDENT ON THE TERM AT CENSUS, CHECKED
      *    AGAINST WHERE THEY STAND NOW - LEFT, OR STILL THERE WITH
      *    A DIFFERENT LOAD.
       1200-SWEEP-CENSUS.

           MOVE LOW-VALUES TO CST-STUDENT-ID.
           START STUDENT-CENSUS-FILE KEY IS NOT LESS THAN CST-STUDENT-ID
               INVALID KEY SET CST-SWEEP-EOF TO TRUE
           END-START.

           IF NOT CST-SWEEP-EOF
               READ STUDENT-CENSUS-FILE NEXT RECORD
                   AT END SET CST-SWEEP-EOF TO TRUE
               END-READ
           END-IF.

           PERFORM 1210-CHECK-ONE-CENSUS UNTIL CST-SWEEP-EOF.

       1200-END.

       1210-CHECK-ONE-CENSUS.

           ADD 1 TO WS-RECORDS-READ.

           IF CST-STATUS = 'A' OR CST-STATUS = 'L'
               ADD 1 TO WS-CENSUS-COUNT
               PERFORM 1500-CENSUS-HOURS
               MOVE CST-STUDENT-ID TO STUDENT-VSAM-ID
               PERFORM 1400-JUDGE-LIVE-STUDENT
               MOVE CST-STUDENT-ID TO WS-CHANGE-ID
               MOVE CST-NAME TO WS-CHANGE-NAME
               PERFORM 1220-CLASSIFY-CENSUS-STUDENT
           END-IF.

           READ STUDENT-CENSUS-FILE NEXT RECORD
               AT END SET CST-SWEEP-EOF TO TRUE
           END-READ.

       1210-END.

       1220-CLASSIFY-CENSUS-STUDENT.

           MOVE SPACES TO WS-CHANGE-DETAIL.

           IF LIVE-ON-TERM
               IF WS-LIVE-HOURS NOT = WS-CENSUS-HOURS
                   MOVE 'LOAD CHANGED' TO WS-CHANGE-TYPE
                   STRING 'HOURS AT CENSUS ' DELIMITED BY SIZE
                       WS-CENSUS-HOURS DELIMITED BY SIZE
                       ' NOW ' DELIMITED BY SIZE
                       WS-LIVE-HOURS DELIMITED BY SIZE
                       INTO WS-CHANGE-DETAIL
                   ADD 1 TO WS-LOAD-COUNT
                   PERFORM 1600-PRINT-CHANGE
               END-IF
           ELSE
               MOVE 'LEFT' TO WS-CHANGE-TYPE
               EVALUATE TRUE
                   WHEN NOT LIVE-STUDENT-FOUND
                       MOVE 'NO LONGER ON FILE' TO WS-CHANGE-DETAIL
                   WHEN STUDENT-ACTIVE OR STUDENT-ON-LEAVE
                       STRING 'NOT ON THE TERM AND NO ACTIVE '
                           DELIMITED BY SIZE
                           'ENROLLMENT' DELIMITED BY SIZE
                           INTO WS-CHANGE-DETAIL
                   WHEN OTHER
                       STRING 'STATUS NOW ' DELIMITED BY SIZE
                           STUDENT-VSAM-STATUS DELIMITED BY SIZE
                           ' - CENSUS HOURS ' DELIMITED BY SIZE
                           WS-CENSUS-HOURS DELIMITED BY SIZE
                           INTO WS-CHANGE-DETAIL
               END-EVALUATE
               ADD 1 TO WS-LEFT-COUNT
               PERFORM 1600-PRINT-CHANGE
           END-IF.

       1220-END.

      *    PASS TWO: EVERY STUDENT ON THE TERM NOW WHO WAS NOT ON IT
      *    AT CENSUS.
       1300-SWEEP-LIVE.

           MOVE LOW-VALUES TO STUDENT-VSAM-ID.
           START STUDENT-VSAM-FILE KEY IS NOT LESS THAN STUDENT-VSAM-ID
               INVALID KEY SET STU-SWEEP-EOF TO TRUE
           END-START.

           IF NOT STU-SWEEP-EOF
               READ STUDENT-VSAM-FILE NEXT RECORD
                   AT END SET STU-SWEEP-EOF TO TRUE
               END-READ
           END-IF.

           PERFORM 1310-CHECK-ONE-LIVE UNTIL STU-SWEEP-EOF.

       1300-END.

       1310-CHECK-ONE-LIVE.

           ADD 1 TO WS-RECORDS-READ.

           IF STUDENT-ACTIVE OR STUDENT-ON-LEAVE
               SET LIVE-STUDENT-FOUND TO TRUE
               PERFORM 1410-SET-LIVE-ON-TERM
               IF LIVE-ON-TERM
                   ADD 1 TO WS-CURRENT-COUNT
                   PERFORM 1320-CHECK-AGAINST-CENSUS
               END-IF
           END-IF.

      *    THE LOAD SCAN MOVED THE ENROLLMENT FILE ONLY, SO THE
      *    STUDENT SWEEP CARRIES ON FROM WHERE IT WAS.
           READ STUDENT-VSAM-FILE NEXT RECORD
               AT END SET STU-SWEEP-EOF TO TRUE
           END-READ.

       1310-END.

       1320-CHECK-AGAINST-CENSUS.

           MOVE 'N' TO WS-CENSUS-ON-TERM.
           MOVE STUDENT-VSAM-ID TO CST-STUDENT-ID.
           READ STUDENT-CENSUS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CST-STATUS = 'A' OR CST-STATUS = 'L'
                       SET CENSUS-ON-TERM TO TRUE
                   END-IF
           END-READ.

           IF NOT CENSUS-ON-TERM
               MOVE 'ENTERED' TO WS-CHANGE-TYPE
               MOVE STUDENT-VSAM-ID TO WS-CHANGE-ID
               MOVE STUDENT-VSAM-NAME TO WS-CHANGE-NAME
               MOVE SPACES TO WS-CHANGE-DETAIL
               STRING 'STATUS ' DELIMITED BY SIZE
                   STUDENT-VSAM-STATUS DELIMITED BY SIZE
                   ' - HOURS NOW ' DELIMITED BY SIZE
                   WS-LIVE-HOURS DELIMITED BY SIZE
                   INTO WS-CHANGE-DETAIL
               ADD 1 TO WS-ENTERED-COUNT
               PERFORM 1600-PRINT-CHANGE
           END-IF.

       1320-END.

      *    KEYED READ OF THE LIVE RECORD FOR A CENSUS STUDENT.
       1400-JUDGE-LIVE-STUDENT.

           MOVE 'N' TO WS-LIVE-FOUND.
           MOVE 'N' TO WS-LIVE-ON-TERM.
           MOVE 0 TO WS-LIVE-HOURS.

           READ STUDENT-VSAM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET LIVE-STUDENT-FOUND TO TRUE
                   IF STUDENT-ACTIVE OR STUDENT-ON-LEAVE
                       PERFORM 1410-SET-LIVE-ON-TERM
                   END-IF
           END-READ.

       1400-END.

      *    AN 'A' OR 'L' STUDENT IS ON THE TERM WHEN SITTING ON IT OR
      *    HOLDING AN ACTIVE ENROLLMENT IN IT - THE SAME TEST THE
      *    CENSUS FREEZE USED.
       1410-SET-LIVE-ON-TERM.

           MOVE 'N' TO WS-LIVE-ON-TERM.
           PERFORM 1450-LIVE-HOURS.

           IF STUDENT-VSAM-TERM = WS-REQUEST-TERM
                   OR WS-LIVE-HOURS > 0
               SET LIVE-ON-TERM TO TRUE
           END-IF.

       1410-END.

       1450-LIVE-HOURS.

           MOVE 0 TO WS-LIVE-HOURS.
           MOVE 'N' TO WS-ENR-DONE.
           MOVE STUDENT-VSAM-ID TO WS-SCAN-ID.

           MOVE STUDENT-VSAM-ID TO ENR-STUDENT-ID.
           START ENROLLMENT-VSAM-FILE
               KEY IS NOT LESS THAN ENR-STUDENT-ID
               INVALID KEY
                   SET ENR-SCAN-DONE TO TRUE
           END-START.

           PERFORM 1460-ADD-ONE-LIVE-ROW UNTIL ENR-SCAN-DONE.

       1450-END.

       1460-ADD-ONE-LIVE-ROW.

           READ ENROLLMENT-VSAM-FILE NEXT RECORD
               AT END
                   SET ENR-SCAN-DONE TO TRUE
               NOT AT END
                   IF ENR-STUDENT-ID NOT = WS-SCAN-ID
                       SET ENR-SCAN-DONE TO TRUE
                   ELSE
                       IF ENR-TERM = WS-REQUEST-TERM AND ENR-ACTIVE
                           MOVE ENR-COURSE TO WS-ROW-COURSE
                           PERFORM 1590-ROW-CREDITS
                           ADD WS-ROW-CREDITS TO WS-LIVE-HOURS
                       END-IF
                   END-IF
           END-READ.

       1460-END.

      *    THE CENSUS COPY HOLDS ONLY THE TERM'S ACTIVE ROWS.
       1500-CENSUS-HOURS.

           MOVE 0 TO WS-CENSUS-HOURS.
           MOVE 'N' TO WS-ENR-DONE.
           MOVE CST-STUDENT-ID TO WS-SCAN-ID.

           MOVE CST-STUDENT-ID TO CEN-STUDENT-ID.
           START ENROLLMENT-CENSUS-FILE
               KEY IS NOT LESS THAN CEN-STUDENT-ID
               INVALID KEY
                   SET ENR-SCAN-DONE TO TRUE
           END-START.

           PERFORM 1510-ADD-ONE-CENSUS-ROW UNTIL ENR-SCAN-DONE.

       1500-END.

       1510-ADD-ONE-CENSUS-ROW.

           READ ENROLLMENT-CENSUS-FILE NEXT RECORD
               AT END
                   SET ENR-SCAN-DONE TO TRUE
               NOT AT END
                   IF CEN-STUDENT-ID NOT = WS-SCAN-ID
                       SET ENR-SCAN-DONE TO TRUE
                   ELSE
                       IF CEN-TERM = WS-REQUEST-TERM
                           MOVE CEN-COURSE TO WS-ROW-COURSE
                           PERFORM 1590-ROW-CREDITS
                           ADD WS-ROW-CREDITS TO WS-CENSUS-HOURS
                       END-IF
                   END-IF
           END-READ.

       1510-END.

      *    CREDIT HOURS FROM THE COURSE MASTER; A COURSE OFF THE
      *    MASTER OR WITH NO HOURS COUNTS AS ONE, AS THE CREDIT-LOAD
      *    CAP COUNTS IT.
       1590-ROW-CREDITS.

           MOVE 1 TO WS-ROW-CREDITS.
           SET LKP-COURSE-LOOKUP TO TRUE.
           MOVE WS-ROW-COURSE TO LKP-KEY.
           CALL 'PRGS0098' USING MASTER-LOOKUP-PARM.
           IF LKP-RECORD-FOUND
               MOVE LKP-RECORD-IMAGE TO COURSE-MASTER-RECORD
               IF CRS-CREDIT-HOURS IS NUMERIC
                       AND CRS-CREDIT-HOURS > 0
                   MOVE CRS-CREDIT-HOURS TO WS-ROW-CREDITS
               END-IF
           END-IF.

       1590-END.

       1600-PRINT-CHANGE.

           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-CHANGE-TYPE TO WS-PRINT-LINE (1:12).
           MOVE WS-CHANGE-ID TO WS-PRINT-LINE (14:6).
           MOVE WS-CHANGE-NAME TO WS-PRINT-LINE (21:27).
           MOVE WS-CHANGE-DETAIL TO WS-PRINT-LINE (50:40).
           PERFORM 1060-PRINT-LINE.

       1600-END.

       1700-PRINT-TOTALS.

           MOVE '---------------------------------------------------'
               TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'HEADCOUNT AT CENSUS : ' DELIMITED BY SIZE
                  WS-CENSUS-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'ENTERED SINCE       : ' DELIMITED BY SIZE
                  WS-ENTERED-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'LEFT SINCE          : ' DELIMITED BY SIZE
                  WS-LEFT-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'HEADCOUNT NOW       : ' DELIMITED BY SIZE
                  WS-CURRENT-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'LOAD CHANGED        : ' DELIMITED BY SIZE
                  WS-LOAD-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.

       1700-END.

       END PROGRAM PRGB0156.
