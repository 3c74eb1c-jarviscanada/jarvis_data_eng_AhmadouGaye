      ******************************************************************
      * Author:
      * Date:
      * Purpose: Residence move-out batch - sweeps HOUSING.VSAM for
      *          students holding a room in a term that has not yet
      *          ended and moves out every one who has withdrawn (OR
      *          WHOSE STUDENT RECORD IS DELETED OR GONE) OR WHO HAS
      *          DROPPED TO NO ACTIVE COURSES FOR THAT TERM. A
      *          STUDENT WHO HAS NOT REGISTERED FOR THE TERM YET IS
      *          NOT MOVED OUT - ONLY ONE WHO DROPPED EVERYTHING. EACH
      *          MOVE-OUT FREES THE BED, LANDS ON AUDIT.LOG AND IS
      *          LISTED ON ../HOUSING.MOVEOUT FOR THE HOUSING OFFICE.
      *          RERUNS ARE SAFE: A MOVED-OUT ROW IS NOT TOUCHED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGB0137.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY HSGSEL.

           COPY STUSEL.

           COPY ENRSEL.

           COPY TRMSEL.

           SELECT MOVE-OUT-NOTICE-FILE ASSIGN TO '../HOUSING.MOVEOUT'
               FILE STATUS IS MVO-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY RUNSEL.

       DATA DIVISION.
       FILE SECTION.

       FD HOUSING-VSAM-FILE.
       COPY HSGFD.

       FD STUDENT-VSAM-FILE.

       COPY STUFD.

       FD ENROLLMENT-VSAM-FILE.
       COPY ENRFD.

       FD TERM-MASTER-FILE.
       COPY TRMFD.

       FD MOVE-OUT-NOTICE-FILE.
       01  MOVE-OUT-LINE                PIC X(100).

       FD RUN-STATISTICS-FILE.
       COPY RUNFD.

       WORKING-STORAGE SECTION.

       01  RUN-FILE-STATUS   PIC XX.

       01  WS-RUN-STATS-AREAS.
           05  WS-RUN-PROGRAM      PIC X(8) VALUE 'PRGB0137'.
           05  WS-RUN-DATE         PIC 9(8) VALUE 0.
           05  WS-RUN-START-TIME   PIC 9(6) VALUE 0.
           05  WS-RUN-END-TIME     PIC 9(6) VALUE 0.
           05  WS-RUN-READ-COUNT   PIC 9(6) VALUE 0.
           05  WS-RUN-WRITE-COUNT  PIC 9(6) VALUE 0.
           05  WS-RUN-REJECT-COUNT PIC 9(6) VALUE 0.
       01  HSG-FILE-STATUS   PIC XX.
       01  FILE-CHECK-KEY    PIC XX.
       01  ENR-FILE-STATUS   PIC XX.
       01  TRM-FILE-STATUS   PIC XX.
       01  MVO-FILE-STATUS   PIC XX.
       COPY AUPWRK.

       01  WS-WORK-AREAS.
      *    THE BATCH IDENTITY EVERY MOVE-OUT IS AUDITED UNDER.
           05  WS-BATCH-OPERATOR   PIC X(8)  VALUE 'HOUSING'.
           05  WS-HSG-EOF          PIC X     VALUE 'N'.
               88  HSG-EOF                  VALUE 'Y'.
           05  WS-ENR-EOF          PIC X     VALUE 'N'.
               88  ENR-EOF                  VALUE 'Y'.
           05  WS-TRM-OPEN         PIC X     VALUE 'N'.
               88  TERM-FILE-OPEN           VALUE 'Y'.
           05  WS-MVO-OPEN         PIC X     VALUE 'N'.
               88  NOTICE-FILE-OPEN         VALUE 'Y'.
           05  WS-TERM-ENDED       PIC X     VALUE 'N'.
               88  TERM-HAS-ENDED           VALUE 'Y'.
           05  WS-STUDENT-NAME     PIC X(27).
           05  WS-OUT-REASON       PIC X     VALUE SPACE.
               88  NO-MOVE-OUT              VALUE SPACE.
           05  WS-REASON-TEXT      PIC X(24).
           05  WS-ACTIVE-COUNT     PIC 9(3)  VALUE 0.
           05  WS-DROPPED-COUNT    PIC 9(3)  VALUE 0.
           05  WS-ASSIGNED-COUNT   PIC 9(5)  VALUE 0.
           05  WS-MOVED-OUT-COUNT  PIC 9(5)  VALUE 0.
           05  WS-ERROR-COUNT      PIC 9(5)  VALUE 0.
           05  WS-AUDIT-DETAIL     PIC X(40).

       01  WS-PRINT-LINE             PIC X(100).

       01 CURRENT-DATE.
           05 CURRENT-YEAR   PIC 9(4).
           05 CURRENT-MONTH  PIC 9(2).
           05 CURRENT-DAY    PIC 9(2).

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.

           PERFORM 0850-INIT-RUN-STATS.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.

           DISPLAY "===== RESIDENCE MOVE-OUT BATCH =====".

      *    NO HOUSING FILE YET MEANS NOBODY HOLDS A ROOM - A CLEAN
      *    RUN, NOT A FAILURE.
           OPEN I-O HOUSING-VSAM-FILE.
           IF HSG-FILE-STATUS = "35"
               DISPLAY "NO HOUSING.VSAM ON FILE - NOTHING TO DO."
               PERFORM 0860-WRITE-RUN-STATS
               GOBACK
           END-IF.
           IF HSG-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING HOUSING.VSAM FILE (STATUS = "
                   HSG-FILE-STATUS ")"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT STUDENT-VSAM-FILE.
           IF FILE-CHECK-KEY NOT = "00"
               DISPLAY "ERROR OPENING STUDENT.VSAM FILE (STATUS = "
                   FILE-CHECK-KEY ")"
               CLOSE HOUSING-VSAM-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT ENROLLMENT-VSAM-FILE.
           IF ENR-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ENROLLMENT.VSAM FILE (STATUS = "
                   ENR-FILE-STATUS ")"
               CLOSE HOUSING-VSAM-FILE
               CLOSE STUDENT-VSAM-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

      *    WITHOUT THE TERM MASTER NO TERM CAN BE SHOWN TO HAVE
      *    ENDED, SO EVERY ASSIGNED ROW IS CHECKED.
           OPEN INPUT TERM-MASTER-FILE.
           IF TRM-FILE-STATUS = "00"
               SET TERM-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "WARNING: TERM.MASTER UNAVAILABLE (STATUS = "
                   TRM-FILE-STATUS ") - EVERY TERM TREATED AS CURRENT"
           END-IF.

           OPEN OUTPUT MOVE-OUT-NOTICE-FILE.
           IF MVO-FILE-STATUS = "00"
               SET NOTICE-FILE-OPEN TO TRUE
               MOVE SPACES TO MOVE-OUT-LINE
               STRING "RESIDENCE MOVE-OUTS - RUN " DELIMITED BY SIZE
                      CURRENT-DATE DELIMITED BY SIZE
                   INTO MOVE-OUT-LINE
               WRITE MOVE-OUT-LINE
               MOVE "ID     NAME                        TERM"
                   TO MOVE-OUT-LINE
               MOVE "BUILDING ROOM   REASON" TO MOVE-OUT-LINE (47:22)
               WRITE MOVE-OUT-LINE
           ELSE
               DISPLAY "WARNING: CANNOT OPEN HOUSING.MOVEOUT (STATUS = "
                   MVO-FILE-STATUS ") - MOVE-OUTS LISTED HERE ONLY"
           END-IF.

           MOVE LOW-VALUES TO HSG-KEY.
           START HOUSING-VSAM-FILE KEY IS NOT LESS THAN HSG-KEY
               INVALID KEY SET HSG-EOF TO TRUE
           END-START.

           PERFORM 1200-CHECK-ONE-ROW UNTIL HSG-EOF.

           CLOSE HOUSING-VSAM-FILE.
           CLOSE STUDENT-VSAM-FILE.
           CLOSE ENROLLMENT-VSAM-FILE.
           IF TERM-FILE-OPEN
               CLOSE TERM-MASTER-FILE
           END-IF.
           IF NOTICE-FILE-OPEN
               CLOSE MOVE-OUT-NOTICE-FILE
           END-IF.

           PERFORM 1700-DISPLAY-SUMMARY.

           MOVE WS-ASSIGNED-COUNT TO WS-RUN-READ-COUNT.
           MOVE WS-MOVED-OUT-COUNT TO WS-RUN-WRITE-COUNT.
           MOVE WS-ERROR-COUNT TO WS-RUN-REJECT-COUNT.
           IF WS-ERROR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
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
               IF WS-RUN-REJECT-COUNT = 0
                   MOVE 'OK  ' TO RUN-FINAL-STATUS
               ELSE
                   MOVE 'FAIL' TO RUN-FINAL-STATUS
               END-IF
               WRITE RUN-STATISTICS-RECORD
               CLOSE RUN-STATISTICS-FILE
           END-IF.

       0860-END.

       1200-CHECK-ONE-ROW.

           READ HOUSING-VSAM-FILE NEXT RECORD
               AT END
                   SET HSG-EOF TO TRUE
               NOT AT END
                   IF HSG-ASSIGNED
                       ADD 1 TO WS-ASSIGNED-COUNT
                       PERFORM 1210-CHECK-TERM-ENDED
                       IF NOT TERM-HAS-ENDED
                           PERFORM 1220-DECIDE-MOVE-OUT
                           IF NOT NO-MOVE-OUT
                               PERFORM 1300-MOVE-STUDENT-OUT
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       1200-END.

      *    A TERM IS OVER THE DAY AFTER ITS END DATE; THE ROOM IS
      *    THEN LEFT AS IT STOOD FOR THE TERM'S RECORD.
       1210-CHECK-TERM-ENDED.

           MOVE 'N' TO WS-TERM-ENDED.

           IF TERM-FILE-OPEN
               MOVE HSG-TERM TO TRM-CODE
               READ TERM-MASTER-FILE
                   KEY IS TRM-CODE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TRM-END-DATE IS NUMERIC
                               AND TRM-END-DATE > 0
                               AND TRM-END-DATE < CURRENT-DATE
                           SET TERM-HAS-ENDED TO TRUE
                       END-IF
               END-READ
           END-IF.

       1210-END.

       1220-DECIDE-MOVE-OUT.

           MOVE SPACE TO WS-OUT-REASON.
           MOVE SPACES TO WS-STUDENT-NAME.

           MOVE HSG-STUDENT-ID TO STUDENT-VSAM-ID.
           READ STUDENT-VSAM-FILE
               KEY IS STUDENT-VSAM-ID
               INVALID KEY
                   MOVE 'W' TO WS-OUT-REASON
                   MOVE "(NOT ON STUDENT FILE)" TO WS-STUDENT-NAME
               NOT INVALID KEY
                   MOVE STUDENT-VSAM-NAME TO WS-STUDENT-NAME
                   IF STUDENT-WITHDRAWN OR STUDENT-DELETED
                       MOVE 'W' TO WS-OUT-REASON
                   END-IF
           END-READ.

           IF NO-MOVE-OUT
               PERFORM 1230-COUNT-TERM-ENROLLMENTS
               IF WS-ACTIVE-COUNT = 0 AND WS-DROPPED-COUNT > 0
                   MOVE 'Z' TO WS-OUT-REASON
               END-IF
           END-IF.

       1220-END.

      *    THE STUDENT'S ENROLLMENTS SIT TOGETHER AT THE FRONT OF
      *    THE KEY, SO THE SCAN STARTS AT THE STUDENT AND STOPS AT
      *    THE NEXT ONE. A COMPLETED COURSE STILL COUNTS AS TAKING
      *    THE TERM.
       1230-COUNT-TERM-ENROLLMENTS.

           MOVE 0 TO WS-ACTIVE-COUNT.
           MOVE 0 TO WS-DROPPED-COUNT.
           MOVE 'N' TO WS-ENR-EOF.

           MOVE HSG-STUDENT-ID TO ENR-STUDENT-ID.
           MOVE LOW-VALUES TO ENR-COURSE-TERM.
           START ENROLLMENT-VSAM-FILE KEY IS NOT LESS THAN ENR-KEY
               INVALID KEY SET ENR-EOF TO TRUE
           END-START.

           PERFORM 1235-COUNT-ONE-ENROLLMENT UNTIL ENR-EOF.

       1230-END.

       1235-COUNT-ONE-ENROLLMENT.

           READ ENROLLMENT-VSAM-FILE NEXT RECORD
               AT END
                   SET ENR-EOF TO TRUE
               NOT AT END
                   IF ENR-STUDENT-ID NOT = HSG-STUDENT-ID
                       SET ENR-EOF TO TRUE
                   ELSE
                       IF ENR-TERM = HSG-TERM
                           EVALUATE TRUE
                               WHEN ENR-ACTIVE OR ENR-COMPLETED
                                   ADD 1 TO WS-ACTIVE-COUNT
                               WHEN ENR-DROPPED
                                   ADD 1 TO WS-DROPPED-COUNT
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
                   END-IF
           END-READ.

       1235-END.

       1300-MOVE-STUDENT-OUT.

           SET HSG-MOVED-OUT TO TRUE.
           MOVE CURRENT-DATE TO HSG-MOVE-OUT-DATE.
           MOVE WS-OUT-REASON TO HSG-MOVE-OUT-REASON.
           MOVE CURRENT-DATE TO HSG-UPDATE-DATE.

           REWRITE HOUSING-VSAM-RECORD.

           IF HSG-FILE-STATUS NOT = "00"
               DISPLAY "ERROR MOVING OUT " HSG-STUDENT-ID " / "
                   HSG-TERM " (STATUS = " HSG-FILE-STATUS ")"
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               ADD 1 TO WS-MOVED-OUT-COUNT
               IF HSG-OUT-WITHDRAWN
                   MOVE "WITHDRAWN" TO WS-REASON-TEXT
               ELSE
                   MOVE "NO ACTIVE COURSES" TO WS-REASON-TEXT
               END-IF
               PERFORM 1400-LIST-MOVE-OUT
               PERFORM 1800-WRITE-AUDIT-RECORD
           END-IF.

       1300-END.

       1400-LIST-MOVE-OUT.

           MOVE SPACES TO WS-PRINT-LINE.
           MOVE HSG-STUDENT-ID TO WS-PRINT-LINE (1:6).
           MOVE WS-STUDENT-NAME TO WS-PRINT-LINE (8:27).
           MOVE HSG-TERM TO WS-PRINT-LINE (36:10).
           MOVE HSG-BUILDING TO WS-PRINT-LINE (47:8).
           MOVE HSG-ROOM TO WS-PRINT-LINE (56:6).
           MOVE WS-REASON-TEXT TO WS-PRINT-LINE (63:24).

           DISPLAY WS-PRINT-LINE.

           IF NOTICE-FILE-OPEN
               MOVE WS-PRINT-LINE TO MOVE-OUT-LINE
               WRITE MOVE-OUT-LINE
           END-IF.

       1400-END.

       1700-DISPLAY-SUMMARY.

           DISPLAY "-------------------------------------------".
           DISPLAY "RESIDENCE MOVE-OUT SUMMARY".
           DISPLAY "ROOMS HELD CHECKED   : " WS-ASSIGNED-COUNT.
           DISPLAY "STUDENTS MOVED OUT   : " WS-MOVED-OUT-COUNT.
           DISPLAY "MOVE-OUTS NOT SAVED  : " WS-ERROR-COUNT.
           DISPLAY "SEE ../HOUSING.MOVEOUT FOR THE NOTICE LIST".
           DISPLAY "-------------------------------------------".

       1700-END.

       1800-WRITE-AUDIT-RECORD.

           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "TERM " DELIMITED BY SIZE
                  HSG-TERM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HSG-BUILDING DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HSG-ROOM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HSG-MOVE-OUT-REASON DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.

           MOVE "PRGB0137" TO AUP-PROGRAM.
           MOVE "HSG OUT" TO AUP-ACTION.
           MOVE HSG-STUDENT-ID TO AUP-STUDENT-ID.
           MOVE WS-AUDIT-DETAIL TO AUP-DETAIL.
           MOVE WS-BATCH-OPERATOR TO AUP-USER.

           CALL 'PRGS0105' USING AUDIT-APPEND-PARM.

       1800-END.

       END PROGRAM PRGB0137.
