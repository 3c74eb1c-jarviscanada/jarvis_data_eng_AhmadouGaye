      ******************************************************************
      * Author:
      * Date:
      * Purpose: Section demand forecast for an upcoming term - for
      *          each course, the average headcount of its like terms
      *          (EARLIER TERMS ON THE TERM MASTER STARTING IN THE SAME
      *          MONTH, WITHIN THE LOOKBACK YEARS) FROM
      *          ENROLLMENT-VSAM-FILE, THE UNRESOLVED WAITLIST (ROWS
      *          STILL WAITING FOR THE TERM ITSELF PLUS THE LIKE TERMS'
      *          TURNED-AWAY AVERAGE), THE ACTIVE STUDENTS WHOSE
      *          PROGRAM STILL LISTS THE COURSE AS OUTSTANDING (NOT MET
      *          AND NOT IN PROGRESS, AS PRGQ0084 JUDGES IT) AND ANYONE
      *          ALREADY REGISTERED. THE PROJECTED HEADCOUNT IS THE
      *          STRONGEST OF HISTORY, OUTSTANDING AND REGISTERED PLUS
      *          THE WAITLIST; IT IS SET AGAINST THE SECTIONS AND SEATS
      *          OFFERED IN INSTRUCTOR.ASSIGN TO RECOMMEND SECTIONS TO
      *          ADD OR CANCEL. ../PRGQ0147.PARM (TERM, LOOKBACK YEARS,
      *          DEFAULT SECTION SIZE) OR THE PROMPT DRIVES THE RUN.
      *          OUTPUT GOES TO ../PRGQ0147.PRT. A SECTION CANCELLED BY
      *          PRGB0162 DOES NOT COUNT AS OFFERED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGQ0147.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY TRMSEL.

           COPY ENRSEL.

           COPY WTLSEL.

           COPY ASGSEL.

           COPY REQSEL.

           COPY STUSEL.

           COPY GRDSEL.

           SELECT FORECAST-PARM-FILE ASSIGN TO '../PRGQ0147.PARM'
               FILE STATUS IS PARM-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FORECAST-REPORT-FILE ASSIGN TO '../PRGQ0147.PRT'
               FILE STATUS IS PRT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD TERM-MASTER-FILE.
       COPY TRMFD.

       FD ENROLLMENT-VSAM-FILE.
       COPY ENRFD.

       FD COURSE-WAITLIST-FILE.
       COPY WTLFD.

       FD INSTRUCTOR-ASSIGN-FILE.
       COPY ASGFD.

       FD DEGREE-REQUIREMENT-FILE.
       COPY REQFD.

       FD STUDENT-VSAM-FILE.

       COPY STUFD.

       FD GRADE-VSAM-FILE.
       COPY GRDFD.

       FD FORECAST-PARM-FILE.
       01  FORECAST-PARM-RECORD.
           05 PARM-TERM                 PIC X(10).
           05 PARM-SEPARATOR1           PIC X.
           05 PARM-LOOKBACK-YEARS       PIC 9.
           05 PARM-SEPARATOR2           PIC X.
           05 PARM-SECTION-SIZE         PIC 9(3).

       FD FORECAST-REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.

       COPY LKPWRK.

       COPY CRSFD.

       01  TRM-FILE-STATUS   PIC XX.
       01  ENR-FILE-STATUS   PIC XX.
       01  WTL-FILE-STATUS   PIC XX.
       01  ASG-FILE-STATUS   PIC XX.
       01  REQ-FILE-STATUS   PIC XX.
       01  GRD-FILE-STATUS   PIC XX.
       01  FILE-CHECK-KEY    PIC XX.
       01  PARM-FILE-STATUS  PIC XX.
       01  PRT-FILE-STATUS   PIC XX.

       01  WS-WORK-AREAS.
           05  WS-REQUEST-TERM     PIC X(10) VALUE SPACES.
           05  WS-LOOKBACK-YEARS   PIC 9     VALUE 3.
           05  WS-DEFAULT-SIZE     PIC 9(3)  VALUE 30.
           05  WS-TERM-START       PIC 9(8)  VALUE 0.
           05  WS-TERM-START-PARTS REDEFINES WS-TERM-START.
               10  WS-TERM-START-YEAR  PIC 9(4).
               10  WS-TERM-START-MONTH PIC 9(2).
               10  WS-TERM-START-DAY   PIC 9(2).
           05  WS-LIKE-START       PIC 9(8)  VALUE 0.
           05  WS-LIKE-START-PARTS REDEFINES WS-LIKE-START.
               10  WS-LIKE-START-YEAR  PIC 9(4).
               10  WS-LIKE-START-MONTH PIC 9(2).
               10  WS-LIKE-START-DAY   PIC 9(2).
           05  WS-EARLIEST-YEAR    PIC 9(4)  VALUE 0.
           05  WS-TRM-EOF          PIC X     VALUE 'N'.
               88  TRM-EOF                  VALUE 'Y'.
           05  WS-ENR-EOF          PIC X     VALUE 'N'.
               88  ENR-SWEEP-EOF            VALUE 'Y'.
           05  WS-WTL-EOF          PIC X     VALUE 'N'.
               88  WTL-EOF                  VALUE 'Y'.
           05  WS-ASG-EOF          PIC X     VALUE 'N'.
               88  ASG-EOF                  VALUE 'Y'.
           05  WS-REQ-EOF          PIC X     VALUE 'N'.
               88  REQ-EOF                  VALUE 'Y'.
           05  WS-GRD-DONE         PIC X     VALUE 'N'.
               88  GRD-SCAN-DONE            VALUE 'Y'.
           05  WS-ENR-DONE         PIC X     VALUE 'N'.
               88  ENR-SCAN-DONE            VALUE 'Y'.
           05  WS-TABLE-FULL       PIC X     VALUE 'N'.
               88  SOME-TABLE-FULL          VALUE 'Y'.
           05  WS-ENR-FILE-OPEN    PIC X     VALUE 'N'.
               88  ENROLLMENT-FILE-OPEN     VALUE 'Y'.
           05  WS-GRD-FILE-OPEN    PIC X     VALUE 'N'.
               88  GRADE-FILE-OPEN          VALUE 'Y'.
           05  WS-LIKE-TERM        PIC X     VALUE 'N'.
               88  TERM-IS-LIKE-TERM        VALUE 'Y'.
           05  WS-REQUIREMENT-MET  PIC X     VALUE 'N'.
               88  REQUIREMENT-MET          VALUE 'Y'.
           05  WS-IN-PROGRESS      PIC X     VALUE 'N'.
               88  REQUIREMENT-IN-PROGRESS  VALUE 'Y'.
           05  WS-SECTION-SEEN     PIC X     VALUE 'N'.
               88  SECTION-ALREADY-SEEN     VALUE 'Y'.
           05  WS-LOOKUP-COURSE    PIC X(15).
           05  WS-LOOKUP-TERM      PIC X(10).
           05  WS-CHECK-STUDENT    PIC 9(6).
           05  WS-CHECK-COURSE     PIC X(15).
           05  WS-CHECK-MIN-GRADE  PIC X.
           05  WS-ROW              PIC 9(3)  COMP VALUE 0.
           05  WS-SECTION-SEATS    PIC 9(3)  VALUE 0.
           05  WS-SECTION-SIZE     PIC 9(3)  VALUE 0.
           05  WS-PROJECTED        PIC 9(5)  VALUE 0.
           05  WS-HIST-AVG         PIC 9(5)  VALUE 0.
           05  WS-WAIT-TOTAL       PIC 9(5)  VALUE 0.
           05  WS-SHORTFALL        PIC 9(5)  VALUE 0.
           05  WS-SURPLUS          PIC 9(5)  VALUE 0.
           05  WS-SECTION-CHANGE   PIC 9(3)  VALUE 0.
           05  WS-RETIRED          PIC X     VALUE 'N'.
               88  COURSE-RETIRED           VALUE 'Y'.

      *    THE LIKE TERMS WHOSE ENROLLMENT IS THE HISTORY.
       01  WS-LIKE-TERM-AREAS.
           05  WS-LKT-COUNT        PIC 9(2)  COMP VALUE 0.
           05  WS-LKT-IDX          PIC 9(2)  COMP VALUE 0.
           05  WS-LKT-ENTRY OCCURS 20 TIMES.
               10  WS-LKT-E-CODE       PIC X(10).
               10  WS-LKT-E-START      PIC 9(8).

      *    ONE ROW PER COURSE ANY SOURCE MENTIONS.
       01  WS-COURSE-TABLE-AREAS.
           05  WS-CRS-COUNT        PIC 9(3)  COMP VALUE 0.
           05  WS-CRS-IDX          PIC 9(3)  COMP VALUE 0.
           05  WS-CRS-ENTRY OCCURS 500 TIMES.
               10  WS-CRS-E-CODE       PIC X(15).
               10  WS-CRS-E-HISTORY    PIC 9(5).
               10  WS-CRS-E-LIKE-WAIT  PIC 9(5).
               10  WS-CRS-E-WAIT       PIC 9(5).
               10  WS-CRS-E-OUTSTAND   PIC 9(5).
               10  WS-CRS-E-REGISTERED PIC 9(5).
               10  WS-CRS-E-SECTIONS   PIC 9(3).
               10  WS-CRS-E-SEATS      PIC 9(5).
               10  WS-CRS-E-UNLIMITED  PIC X.
                   88  CRS-E-NO-SEAT-LIMIT      VALUE 'Y'.

      *    SECTIONS ALREADY COUNTED - A CO-TAUGHT SECTION HAS ONE
      *    ASSIGNMENT ROW PER INSTRUCTOR BUT OFFERS ITS SEATS ONCE.
       01  WS-SECTION-SEEN-AREAS.
           05  WS-SSN-COUNT        PIC 9(4)  COMP VALUE 0.
           05  WS-SSN-IDX          PIC 9(4)  COMP VALUE 0.
           05  WS-SSN-ENTRY OCCURS 1000 TIMES.
               10  WS-SSN-E-COURSE     PIC X(15).
               10  WS-SSN-E-SECTION    PIC 9(2).

       01  WS-REQUIREMENT-AREAS.
           05  WS-RQT-COUNT        PIC 9(4)  COMP VALUE 0.
           05  WS-RQT-IDX          PIC 9(4)  COMP VALUE 0.
           05  WS-RQT-ENTRY OCCURS 1000 TIMES.
               10  WS-RQT-E-PROGRAM    PIC X(15).
               10  WS-RQT-E-COURSE     PIC X(15).
               10  WS-RQT-E-MIN-GRADE  PIC X.

       01  WS-GRAND-TOTALS.
           05  WS-TOT-COURSES      PIC 9(5)  VALUE 0.
           05  WS-TOT-PROJECTED    PIC 9(6)  VALUE 0.
           05  WS-TOT-SEATS        PIC 9(6)  VALUE 0.
           05  WS-TOT-ADD          PIC 9(4)  VALUE 0.
           05  WS-TOT-CANCEL       PIC 9(4)  VALUE 0.

       01  WS-PRINT-LINE             PIC X(132).

       01  WS-DETAIL-LINE.
           05  WS-DL-COURSE          PIC X(15).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-DL-HISTORY         PIC ZZZZ9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-DL-WAIT            PIC ZZZZ9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-DL-OUTSTAND        PIC ZZZZ9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-DL-REGISTERED      PIC ZZZZ9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-DL-PROJECTED       PIC ZZZZ9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-DL-SECTIONS        PIC ZZ9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-DL-SEATS           PIC ZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-DL-ADVICE          PIC X(30).

       01  WS-COLUMN-LINE.
           05  FILLER                PIC X(28)
               VALUE 'COURSE            HIST  WAIT'.
           05  FILLER                PIC X(29)
               VALUE '  REQD   REG  PROJ SEC SEATS '.
           05  FILLER                PIC X(15)
               VALUE ' RECOMMENDATION'.

       01  WS-EDIT-COUNT             PIC ZZZ9.

       01 CURRENT-DATE.
           05 CURRENT-YEAR   PIC 9(4).
           05 CURRENT-MONTH  PIC 9(2).
           05 CURRENT-DAY    PIC 9(2).

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.

           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.

           DISPLAY "===== SECTION DEMAND FORECAST =====".

           PERFORM 1100-GET-PARAMETERS.

           IF WS-REQUEST-TERM = SPACES
               DISPLAY "A TERM IS REQUIRED - NOTHING FORECAST."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

      *    ONE KEYED READ THROUGH THE SHARED LOOKUP MODULE.
           SET LKP-TERM-LOOKUP TO TRUE.
           MOVE WS-REQUEST-TERM TO LKP-KEY.
           CALL 'PRGS0098' USING MASTER-LOOKUP-PARM.
           IF NOT LKP-RECORD-FOUND
               DISPLAY "TERM " WS-REQUEST-TERM
                   " IS NOT ON THE TERM MASTER - NOTHING FORECAST."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE LKP-RECORD-IMAGE TO TERM-MASTER-RECORD.
           IF TRM-START-DATE IS NUMERIC
               MOVE TRM-START-DATE TO WS-TERM-START
           END-IF.

           PERFORM 1200-FIND-LIKE-TERMS.
           PERFORM 1300-TALLY-ENROLLMENTS.
           PERFORM 1400-TALLY-WAITLIST.
           PERFORM 1500-TALLY-SECTIONS.
           PERFORM 1600-TALLY-OUTSTANDING.

           PERFORM 1800-PRINT-REPORT.

           IF SOME-TABLE-FULL
               DISPLAY "*** A WORK TABLE FILLED - THE FORECAST IS "
                   "INCOMPLETE ***"
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "COURSES FORECAST : " WS-TOT-COURSES.
           DISPLAY "SECTIONS TO ADD  : " WS-TOT-ADD.
           DISPLAY "SECTIONS TO CANCEL: " WS-TOT-CANCEL.
           DISPLAY "SEE ../PRGQ0147.PRT FOR THE PRINTED REPORT".

           GOBACK.

       0000-END.

      *    RUN UNATTENDED IF A PARAMETER FILE IS PRESENT, OTHERWISE
      *    FALL BACK TO THE INTERACTIVE PROMPT. ZERO OR BLANK
      *    LOOKBACK AND SECTION SIZE KEEP THE HOUSE DEFAULTS.
       1100-GET-PARAMETERS.

           OPEN INPUT FORECAST-PARM-FILE.
           IF PARM-FILE-STATUS = "00"
               READ FORECAST-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-TERM TO WS-REQUEST-TERM
                       IF PARM-LOOKBACK-YEARS IS NUMERIC
                               AND PARM-LOOKBACK-YEARS > 0
                           MOVE PARM-LOOKBACK-YEARS
                               TO WS-LOOKBACK-YEARS
                       END-IF
                       IF PARM-SECTION-SIZE IS NUMERIC
                               AND PARM-SECTION-SIZE > 0
                           MOVE PARM-SECTION-SIZE TO WS-DEFAULT-SIZE
                       END-IF
               END-READ
               CLOSE FORECAST-PARM-FILE
           ELSE
               DISPLAY "ENTER TERM TO FORECAST >>"
               ACCEPT WS-REQUEST-TERM
           END-IF.

       1100-END.

      *    A LIKE TERM STARTS IN THE SAME MONTH OF AN EARLIER YEAR,
      *    NO FURTHER BACK THAN THE LOOKBACK.
       1200-FIND-LIKE-TERMS.

           MOVE 'N' TO WS-TRM-EOF.
           COMPUTE WS-EARLIEST-YEAR =
               WS-TERM-START-YEAR - WS-LOOKBACK-YEARS.

           OPEN INPUT TERM-MASTER-FILE.
           IF TRM-FILE-STATUS = "00"
               MOVE LOW-VALUES TO TRM-CODE
               START TERM-MASTER-FILE KEY IS NOT LESS THAN TRM-CODE
                   INVALID KEY SET TRM-EOF TO TRUE
               END-START
               PERFORM 1210-CHECK-ONE-TERM UNTIL TRM-EOF
               CLOSE TERM-MASTER-FILE
           END-IF.

           IF WS-LKT-COUNT = 0
               DISPLAY "NO LIKE TERMS ON THE TERM MASTER - THE "
                   "FORECAST HAS NO ENROLLMENT HISTORY."
           END-IF.

       1200-END.

       1210-CHECK-ONE-TERM.

           READ TERM-MASTER-FILE NEXT RECORD
               AT END
                   SET TRM-EOF TO TRUE
               NOT AT END
                   IF TRM-START-DATE IS NUMERIC
                       MOVE TRM-START-DATE TO WS-LIKE-START
                       IF WS-LIKE-START-MONTH = WS-TERM-START-MONTH
                               AND WS-LIKE-START < WS-TERM-START
                               AND WS-LIKE-START-YEAR
                                   >= WS-EARLIEST-YEAR
                               AND TRM-CODE NOT = WS-REQUEST-TERM
                           IF WS-LKT-COUNT < 20
                               ADD 1 TO WS-LKT-COUNT
                               MOVE TRM-CODE
                                   TO WS-LKT-E-CODE (WS-LKT-COUNT)
                               MOVE WS-LIKE-START
                                   TO WS-LKT-E-START (WS-LKT-COUNT)
                           ELSE
                               SET SOME-TABLE-FULL TO TRUE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       1210-END.

      *    WS-LOOKUP-TERM IN, TERM-IS-LIKE-TERM OUT.
       1250-CHECK-LIKE-TERM.

           MOVE 'N' TO WS-LIKE-TERM.
           PERFORM 1255-MATCH-ONE-LIKE-TERM
               VARYING WS-LKT-IDX FROM 1 BY 1
               UNTIL WS-LKT-IDX > WS-LKT-COUNT OR TERM-IS-LIKE-TERM.

       1250-END.

       1255-MATCH-ONE-LIKE-TERM.

           IF WS-LKT-E-CODE (WS-LKT-IDX) = WS-LOOKUP-TERM
               SET TERM-IS-LIKE-TERM TO TRUE
           END-IF.

       1255-END.

      *    LIKE-TERM ROWS STILL ACTIVE OR COMPLETED ARE HISTORY; ROWS
      *    ALREADY ACTIVE IN THE TERM ITSELF ARE REGISTERED DEMAND.
      *    DROPS COUNT FOR NEITHER.
       1300-TALLY-ENROLLMENTS.

           MOVE 'N' TO WS-ENR-EOF.

           OPEN INPUT ENROLLMENT-VSAM-FILE.
           IF ENR-FILE-STATUS = "00"
               SET ENROLLMENT-FILE-OPEN TO TRUE
               MOVE LOW-VALUES TO ENR-KEY
               START ENROLLMENT-VSAM-FILE
                   KEY IS NOT LESS THAN ENR-KEY
                   INVALID KEY SET ENR-SWEEP-EOF TO TRUE
               END-START
               PERFORM 1310-TALLY-ONE-ENROLLMENT UNTIL ENR-SWEEP-EOF
           ELSE
               DISPLAY "NO ENROLLMENT FILE ON HAND (STATUS = "
                   ENR-FILE-STATUS ")"
           END-IF.

       1300-END.

       1310-TALLY-ONE-ENROLLMENT.

           READ ENROLLMENT-VSAM-FILE NEXT RECORD
               AT END
                   SET ENR-SWEEP-EOF TO TRUE
               NOT AT END
                   IF NOT ENR-DROPPED
                       IF ENR-TERM = WS-REQUEST-TERM
                           MOVE ENR-COURSE TO WS-LOOKUP-COURSE
                           PERFORM 1700-FIND-COURSE-ROW
                           IF WS-ROW > 0
                               ADD 1 TO WS-CRS-E-REGISTERED (WS-ROW)
                           END-IF
                       ELSE
                           MOVE ENR-TERM TO WS-LOOKUP-TERM
                           PERFORM 1250-CHECK-LIKE-TERM
                           IF TERM-IS-LIKE-TERM
                               MOVE ENR-COURSE TO WS-LOOKUP-COURSE
                               PERFORM 1700-FIND-COURSE-ROW
                               IF WS-ROW > 0
                                   ADD 1 TO WS-CRS-E-HISTORY (WS-ROW)
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       1310-END.

      *    A ROW STILL WAITING IS A STUDENT WHO NEVER GOT A SEAT:
      *    FOR THE TERM ITSELF IT ADDS DIRECTLY, FOR A LIKE TERM IT
      *    IS TURNED-AWAY DEMAND AVERAGED LIKE THE HISTORY.
       1400-TALLY-WAITLIST.

           MOVE 'N' TO WS-WTL-EOF.

           OPEN INPUT COURSE-WAITLIST-FILE.
           IF WTL-FILE-STATUS = "00"
               PERFORM 1410-TALLY-ONE-WAITLIST UNTIL WTL-EOF
               CLOSE COURSE-WAITLIST-FILE
           END-IF.

       1400-END.

       1410-TALLY-ONE-WAITLIST.

           READ COURSE-WAITLIST-FILE
               AT END
                   SET WTL-EOF TO TRUE
               NOT AT END
                   IF WTL-WAITING
                       IF WTL-TERM = WS-REQUEST-TERM
                           MOVE WTL-COURSE TO WS-LOOKUP-COURSE
                           PERFORM 1700-FIND-COURSE-ROW
                           IF WS-ROW > 0
                               ADD 1 TO WS-CRS-E-WAIT (WS-ROW)
                           END-IF
                       ELSE
                           MOVE WTL-TERM TO WS-LOOKUP-TERM
                           PERFORM 1250-CHECK-LIKE-TERM
                           IF TERM-IS-LIKE-TERM
                               MOVE WTL-COURSE TO WS-LOOKUP-COURSE
                               PERFORM 1700-FIND-COURSE-ROW
                               IF WS-ROW > 0
                                   ADD 1
                                     TO WS-CRS-E-LIKE-WAIT (WS-ROW)
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       1410-END.

      *    THE TERM'S ASSIGNMENT ROWS ARE ITS SECTIONS. A SECTION
      *    WITH NO CAPACITY OF ITS OWN TAKES THE COURSE CAPACITY,
      *    AND A COURSE CAPACITY OF ZERO MEANS NO SEAT LIMIT.
       1500-TALLY-SECTIONS.

           MOVE 'N' TO WS-ASG-EOF.

           OPEN INPUT INSTRUCTOR-ASSIGN-FILE.
           IF ASG-FILE-STATUS = "00"
               PERFORM 1510-TALLY-ONE-SECTION UNTIL ASG-EOF
               CLOSE INSTRUCTOR-ASSIGN-FILE
           ELSE
               DISPLAY "NO INSTRUCTOR ASSIGNMENTS ON FILE (STATUS = "
                   ASG-FILE-STATUS ") - NO SECTIONS OFFERED."
           END-IF.

       1500-END.

       1510-TALLY-ONE-SECTION.

           READ INSTRUCTOR-ASSIGN-FILE
               AT END
                   SET ASG-EOF TO TRUE
               NOT AT END
                   IF ASG-TERM = WS-REQUEST-TERM
                           AND ASG-RUNNING
                       PERFORM 1520-COUNT-NEW-SECTION
                   END-IF
           END-READ.

       1510-END.

       1520-COUNT-NEW-SECTION.

           IF ASG-SECTION IS NOT NUMERIC
               MOVE 1 TO ASG-SECTION
           END-IF.

           MOVE 'N' TO WS-SECTION-SEEN.
           PERFORM 1525-MATCH-ONE-SECTION
               VARYING WS-SSN-IDX FROM 1 BY 1
               UNTIL WS-SSN-IDX > WS-SSN-COUNT
                   OR SECTION-ALREADY-SEEN.

           IF NOT SECTION-ALREADY-SEEN
               IF WS-SSN-COUNT < 1000
                   ADD 1 TO WS-SSN-COUNT
                   MOVE ASG-COURSE TO WS-SSN-E-COURSE (WS-SSN-COUNT)
                   MOVE ASG-SECTION TO WS-SSN-E-SECTION (WS-SSN-COUNT)
               ELSE
                   SET SOME-TABLE-FULL TO TRUE
               END-IF
               MOVE ASG-COURSE TO WS-LOOKUP-COURSE
               PERFORM 1700-FIND-COURSE-ROW
               IF WS-ROW > 0
                   ADD 1 TO WS-CRS-E-SECTIONS (WS-ROW)
                   MOVE 0 TO WS-SECTION-SEATS
                   IF ASG-CAPACITY IS NUMERIC AND ASG-CAPACITY > 0
                       MOVE ASG-CAPACITY TO WS-SECTION-SEATS
                   ELSE
                       PERFORM 1750-READ-COURSE-MASTER
                       IF LKP-RECORD-FOUND
                               AND CRS-CAPACITY IS NUMERIC
                           MOVE CRS-CAPACITY TO WS-SECTION-SEATS
                       END-IF
                   END-IF
                   IF WS-SECTION-SEATS = 0
                       MOVE 'Y' TO WS-CRS-E-UNLIMITED (WS-ROW)
                   ELSE
                       ADD WS-SECTION-SEATS TO WS-CRS-E-SEATS (WS-ROW)
                   END-IF
               END-IF
           END-IF.

       1520-END.

       1525-MATCH-ONE-SECTION.

           IF WS-SSN-E-COURSE (WS-SSN-IDX) = ASG-COURSE
                   AND WS-SSN-E-SECTION (WS-SSN-IDX) = ASG-SECTION
               SET SECTION-ALREADY-SEEN TO TRUE
           END-IF.

       1525-END.

      *    EVERY ACTIVE STUDENT'S PROGRAM REQUIREMENTS ARE CHECKED THE
      *    WAY THE DEGREE AUDIT DOES: MET BY A POSTED GRADE AT OR
      *    ABOVE THE MINIMUM (TRANSFER CREDIT COUNTS), IN PROGRESS BY
      *    AN ACTIVE ENROLLMENT ROW, OTHERWISE OUTSTANDING.
       1600-TALLY-OUTSTANDING.

           MOVE 'N' TO WS-REQ-EOF.

           OPEN INPUT DEGREE-REQUIREMENT-FILE.
           IF REQ-FILE-STATUS = "00"
               PERFORM 1610-LOAD-ONE-REQUIREMENT UNTIL REQ-EOF
               CLOSE DEGREE-REQUIREMENT-FILE
           END-IF.

           IF WS-RQT-COUNT > 0
               OPEN INPUT GRADE-VSAM-FILE
               IF GRD-FILE-STATUS = "00"
                   SET GRADE-FILE-OPEN TO TRUE
               END-IF
               OPEN INPUT STUDENT-VSAM-FILE
               IF FILE-CHECK-KEY = "00"
                   MOVE LOW-VALUES TO STUDENT-VSAM-ID
                   START STUDENT-VSAM-FILE
                       KEY IS NOT LESS THAN STUDENT-VSAM-ID
                       INVALID KEY SET ENDOFFILE TO TRUE
                   END-START
                   IF NOT ENDOFFILE
                       READ STUDENT-VSAM-FILE NEXT RECORD
                           AT END SET ENDOFFILE TO TRUE
                       END-READ
                   END-IF
                   PERFORM 1620-CHECK-ONE-STUDENT UNTIL ENDOFFILE
                   CLOSE STUDENT-VSAM-FILE
               END-IF
               IF GRADE-FILE-OPEN
                   CLOSE GRADE-VSAM-FILE
               END-IF
           END-IF.

           IF ENROLLMENT-FILE-OPEN
               CLOSE ENROLLMENT-VSAM-FILE
           END-IF.

       1600-END.

       1610-LOAD-ONE-REQUIREMENT.

           READ DEGREE-REQUIREMENT-FILE
               AT END
                   SET REQ-EOF TO TRUE
               NOT AT END
                   IF WS-RQT-COUNT < 1000
                       ADD 1 TO WS-RQT-COUNT
                       MOVE REQ-PROGRAM
                           TO WS-RQT-E-PROGRAM (WS-RQT-COUNT)
                       MOVE REQ-COURSE
                           TO WS-RQT-E-COURSE (WS-RQT-COUNT)
                       MOVE REQ-MIN-GRADE
                           TO WS-RQT-E-MIN-GRADE (WS-RQT-COUNT)
                   ELSE
                       SET SOME-TABLE-FULL TO TRUE
                   END-IF
           END-READ.

       1610-END.

       1620-CHECK-ONE-STUDENT.

           IF STUDENT-ACTIVE
               MOVE STUDENT-VSAM-ID TO WS-CHECK-STUDENT
               PERFORM 1630-CHECK-ONE-REQUIREMENT
                   VARYING WS-RQT-IDX FROM 1 BY 1
                   UNTIL WS-RQT-IDX > WS-RQT-COUNT
           END-IF.

           READ STUDENT-VSAM-FILE NEXT RECORD
               AT END SET ENDOFFILE TO TRUE
           END-READ.

       1620-END.

       1630-CHECK-ONE-REQUIREMENT.

           IF WS-RQT-E-PROGRAM (WS-RQT-IDX) = STUDENT-VSAM-COURSE
               MOVE WS-RQT-E-COURSE (WS-RQT-IDX) TO WS-CHECK-COURSE
               MOVE WS-RQT-E-MIN-GRADE (WS-RQT-IDX)
                   TO WS-CHECK-MIN-GRADE
               PERFORM 1640-LOOK-FOR-MET-GRADE
               IF NOT REQUIREMENT-MET
                   PERFORM 1650-LOOK-FOR-ACTIVE-ROW
                   IF NOT REQUIREMENT-IN-PROGRESS
                       MOVE WS-CHECK-COURSE TO WS-LOOKUP-COURSE
                       PERFORM 1700-FIND-COURSE-ROW
                       IF WS-ROW > 0
                           ADD 1 TO WS-CRS-E-OUTSTAND (WS-ROW)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1630-END.

      *    THE STUDENT'S GRADES FOR THE COURSE SIT TOGETHER UNDER
      *    STUDENT + COURSE AT THE FRONT OF THE KEY.
       1640-LOOK-FOR-MET-GRADE.

           MOVE 'N' TO WS-REQUIREMENT-MET.
           MOVE 'N' TO WS-GRD-DONE.

           IF GRADE-FILE-OPEN
               MOVE LOW-VALUES TO GRD-KEY
               MOVE WS-CHECK-STUDENT TO GRD-STUDENT-ID
               MOVE WS-CHECK-COURSE TO GRD-COURSE
               START GRADE-VSAM-FILE KEY IS NOT LESS THAN GRD-KEY
                   INVALID KEY SET GRD-SCAN-DONE TO TRUE
               END-START
               PERFORM 1645-CHECK-ONE-GRADE
                   UNTIL GRD-SCAN-DONE OR REQUIREMENT-MET
           END-IF.

       1640-END.

       1645-CHECK-ONE-GRADE.

           READ GRADE-VSAM-FILE NEXT RECORD
               AT END
                   SET GRD-SCAN-DONE TO TRUE
               NOT AT END
                   IF GRD-STUDENT-ID NOT = WS-CHECK-STUDENT
                           OR GRD-COURSE NOT = WS-CHECK-COURSE
                       SET GRD-SCAN-DONE TO TRUE
                   ELSE
                       IF GRD-LETTER-GRADE <= WS-CHECK-MIN-GRADE
                           SET REQUIREMENT-MET TO TRUE
                       END-IF
                   END-IF
           END-READ.

       1645-END.

       1650-LOOK-FOR-ACTIVE-ROW.

           MOVE 'N' TO WS-IN-PROGRESS.
           MOVE 'N' TO WS-ENR-DONE.

           IF ENROLLMENT-FILE-OPEN
               MOVE LOW-VALUES TO ENR-KEY
               MOVE WS-CHECK-STUDENT TO ENR-STUDENT-ID
               MOVE WS-CHECK-COURSE TO ENR-COURSE
               START ENROLLMENT-VSAM-FILE
                   KEY IS NOT LESS THAN ENR-KEY
                   INVALID KEY SET ENR-SCAN-DONE TO TRUE
               END-START
               PERFORM 1655-CHECK-ONE-ENROLLMENT
                   UNTIL ENR-SCAN-DONE OR REQUIREMENT-IN-PROGRESS
           END-IF.

       1650-END.

       1655-CHECK-ONE-ENROLLMENT.

           READ ENROLLMENT-VSAM-FILE NEXT RECORD
               AT END
                   SET ENR-SCAN-DONE TO TRUE
               NOT AT END
                   IF ENR-STUDENT-ID NOT = WS-CHECK-STUDENT
                           OR ENR-COURSE NOT = WS-CHECK-COURSE
                       SET ENR-SCAN-DONE TO TRUE
                   ELSE
                       IF ENR-ACTIVE
                           SET REQUIREMENT-IN-PROGRESS TO TRUE
                       END-IF
                   END-IF
           END-READ.

       1655-END.

      *    WS-LOOKUP-COURSE IN, WS-ROW OUT: THE COURSE'S ROW, ADDED
      *    ON FIRST SIGHT, OR ZERO WHEN THE TABLE IS FULL.
       1700-FIND-COURSE-ROW.

           MOVE 0 TO WS-ROW.
           PERFORM 1710-MATCH-ONE-COURSE
               VARYING WS-CRS-IDX FROM 1 BY 1
               UNTIL WS-CRS-IDX > WS-CRS-COUNT OR WS-ROW > 0.

           IF WS-ROW = 0
               IF WS-CRS-COUNT < 500
                   ADD 1 TO WS-CRS-COUNT
                   MOVE WS-CRS-COUNT TO WS-ROW
                   MOVE WS-LOOKUP-COURSE TO WS-CRS-E-CODE (WS-ROW)
                   MOVE 0 TO WS-CRS-E-HISTORY (WS-ROW)
                   MOVE 0 TO WS-CRS-E-LIKE-WAIT (WS-ROW)
                   MOVE 0 TO WS-CRS-E-WAIT (WS-ROW)
                   MOVE 0 TO WS-CRS-E-OUTSTAND (WS-ROW)
                   MOVE 0 TO WS-CRS-E-REGISTERED (WS-ROW)
                   MOVE 0 TO WS-CRS-E-SECTIONS (WS-ROW)
                   MOVE 0 TO WS-CRS-E-SEATS (WS-ROW)
                   MOVE 'N' TO WS-CRS-E-UNLIMITED (WS-ROW)
               ELSE
                   SET SOME-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       1700-END.

       1710-MATCH-ONE-COURSE.

           IF WS-CRS-E-CODE (WS-CRS-IDX) = WS-LOOKUP-COURSE
               MOVE WS-CRS-IDX TO WS-ROW
           END-IF.

       1710-END.

      *    ONE KEYED READ THROUGH THE SHARED LOOKUP MODULE.
       1750-READ-COURSE-MASTER.

           SET LKP-COURSE-LOOKUP TO TRUE.
           MOVE WS-LOOKUP-COURSE TO LKP-KEY.
           CALL 'PRGS0098' USING MASTER-LOOKUP-PARM.
           IF LKP-RECORD-FOUND
               MOVE LKP-RECORD-IMAGE TO COURSE-MASTER-RECORD
           END-IF.

       1750-END.

       1800-PRINT-REPORT.

           OPEN OUTPUT FORECAST-REPORT-FILE.
           IF PRT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PRGQ0147.PRT (STATUS = "
                   PRT-FILE-STATUS ")"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE SPACES TO WS-PRINT-LINE
               STRING '   SECTION DEMAND FORECAST FOR TERM '
                          DELIMITED BY SIZE
                      WS-REQUEST-TERM DELIMITED BY SIZE
                      '  PRINTED ' DELIMITED BY SIZE
                      CURRENT-DATE DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 1900-WRITE-REPORT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-LKT-COUNT TO WS-EDIT-COUNT
               STRING '   LIKE TERMS AVERAGED: ' DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                      '   DEFAULT SECTION SIZE: ' DELIMITED BY SIZE
                      WS-DEFAULT-SIZE DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 1900-WRITE-REPORT-LINE
               PERFORM 1805-PRINT-LIKE-TERM
                   VARYING WS-LKT-IDX FROM 1 BY 1
                   UNTIL WS-LKT-IDX > WS-LKT-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM 1900-WRITE-REPORT-LINE
               MOVE WS-COLUMN-LINE TO WS-PRINT-LINE
               PERFORM 1900-WRITE-REPORT-LINE
               MOVE ALL '-' TO WS-PRINT-LINE
               PERFORM 1900-WRITE-REPORT-LINE
               PERFORM 1810-PRINT-ONE-COURSE
                   VARYING WS-CRS-IDX FROM 1 BY 1
                   UNTIL WS-CRS-IDX > WS-CRS-COUNT
               MOVE ALL '-' TO WS-PRINT-LINE
               PERFORM 1900-WRITE-REPORT-LINE
               PERFORM 1850-PRINT-TOTALS
               CLOSE FORECAST-REPORT-FILE
           END-IF.

       1800-END.

       1805-PRINT-LIKE-TERM.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING '      ' DELIMITED BY SIZE
                  WS-LKT-E-CODE (WS-LKT-IDX) DELIMITED BY SIZE
                  ' STARTED ' DELIMITED BY SIZE
                  WS-LKT-E-START (WS-LKT-IDX) DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.

       1805-END.

       1810-PRINT-ONE-COURSE.

           MOVE WS-CRS-IDX TO WS-ROW.
           PERFORM 1820-PROJECT-ONE-COURSE.
           PERFORM 1830-ADVISE-ONE-COURSE.

           MOVE WS-CRS-E-CODE (WS-ROW) TO WS-DL-COURSE.
           MOVE WS-HIST-AVG TO WS-DL-HISTORY.
           MOVE WS-WAIT-TOTAL TO WS-DL-WAIT.
           MOVE WS-CRS-E-OUTSTAND (WS-ROW) TO WS-DL-OUTSTAND.
           MOVE WS-CRS-E-REGISTERED (WS-ROW) TO WS-DL-REGISTERED.
           MOVE WS-PROJECTED TO WS-DL-PROJECTED.
           MOVE WS-CRS-E-SECTIONS (WS-ROW) TO WS-DL-SECTIONS.
           MOVE WS-CRS-E-SEATS (WS-ROW) TO WS-DL-SEATS.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.

           ADD 1 TO WS-TOT-COURSES.
           ADD WS-PROJECTED TO WS-TOT-PROJECTED.
           ADD WS-CRS-E-SEATS (WS-ROW) TO WS-TOT-SEATS.

       1810-END.

      *    PROJECTED = THE STRONGEST OF LIKE-TERM AVERAGE,
      *    OUTSTANDING REQUIREMENTS AND REGISTRATIONS SO FAR, PLUS
      *    THE STUDENTS STILL WAITING FOR A SEAT.
       1820-PROJECT-ONE-COURSE.

           MOVE 0 TO WS-HIST-AVG.
           MOVE WS-CRS-E-WAIT (WS-ROW) TO WS-WAIT-TOTAL.
           IF WS-LKT-COUNT > 0
               COMPUTE WS-HIST-AVG ROUNDED =
                   WS-CRS-E-HISTORY (WS-ROW) / WS-LKT-COUNT
               COMPUTE WS-WAIT-TOTAL ROUNDED = WS-CRS-E-WAIT (WS-ROW)
                   + WS-CRS-E-LIKE-WAIT (WS-ROW) / WS-LKT-COUNT
           END-IF.

           MOVE WS-HIST-AVG TO WS-PROJECTED.
           IF WS-CRS-E-OUTSTAND (WS-ROW) > WS-PROJECTED
               MOVE WS-CRS-E-OUTSTAND (WS-ROW) TO WS-PROJECTED
           END-IF.
           IF WS-CRS-E-REGISTERED (WS-ROW) > WS-PROJECTED
               MOVE WS-CRS-E-REGISTERED (WS-ROW) TO WS-PROJECTED
           END-IF.
           ADD WS-WAIT-TOTAL TO WS-PROJECTED.

       1820-END.

      *    NEW SECTIONS ARE SIZED LIKE THE ONES ALREADY OFFERED, OR
      *    BY THE COURSE CAPACITY, OR BY THE DEFAULT. A SECTION IS
      *    ONLY CANCELLED WHEN A WHOLE SECTION'S SEATS WOULD SIT
      *    EMPTY, AND THE LAST ONE ONLY WHEN NOBODY IS PROJECTED.
       1830-ADVISE-ONE-COURSE.

           MOVE 'OK' TO WS-DL-ADVICE.
           MOVE 'N' TO WS-RETIRED.
           MOVE 0 TO WS-SECTION-CHANGE.

           MOVE WS-CRS-E-CODE (WS-ROW) TO WS-LOOKUP-COURSE.
           PERFORM 1750-READ-COURSE-MASTER.
           IF LKP-RECORD-FOUND
                   AND CRS-RETIRE-DATE IS NUMERIC
                   AND CRS-RETIRE-DATE > 0
                   AND CRS-RETIRE-DATE <= WS-TERM-START
               SET COURSE-RETIRED TO TRUE
           END-IF.

           MOVE WS-DEFAULT-SIZE TO WS-SECTION-SIZE.
           IF WS-CRS-E-SECTIONS (WS-ROW) > 0
                   AND WS-CRS-E-SEATS (WS-ROW) > 0
               COMPUTE WS-SECTION-SIZE ROUNDED =
                   WS-CRS-E-SEATS (WS-ROW) / WS-CRS-E-SECTIONS (WS-ROW)
           ELSE
               IF LKP-RECORD-FOUND AND CRS-CAPACITY IS NUMERIC
                       AND CRS-CAPACITY > 0
                   MOVE CRS-CAPACITY TO WS-SECTION-SIZE
               END-IF
           END-IF.
           IF WS-SECTION-SIZE = 0
               MOVE 1 TO WS-SECTION-SIZE
           END-IF.

           EVALUATE TRUE
               WHEN COURSE-RETIRED
                   IF WS-CRS-E-SECTIONS (WS-ROW) > 0
                       MOVE WS-CRS-E-SECTIONS (WS-ROW)
                           TO WS-SECTION-CHANGE
                       PERFORM 1840-ADVISE-CANCEL
                       MOVE 'RETIRED - CANCEL ALL' TO WS-DL-ADVICE
                   ELSE
                       MOVE 'RETIRED' TO WS-DL-ADVICE
                   END-IF
               WHEN CRS-E-NO-SEAT-LIMIT (WS-ROW)
                   MOVE 'NO SEAT LIMIT' TO WS-DL-ADVICE
               WHEN WS-PROJECTED > WS-CRS-E-SEATS (WS-ROW)
                   COMPUTE WS-SHORTFALL =
                       WS-PROJECTED - WS-CRS-E-SEATS (WS-ROW)
                   COMPUTE WS-SECTION-CHANGE =
                       (WS-SHORTFALL + WS-SECTION-SIZE - 1)
                       / WS-SECTION-SIZE
                   ADD WS-SECTION-CHANGE TO WS-TOT-ADD
                   MOVE WS-SECTION-CHANGE TO WS-EDIT-COUNT
                   MOVE SPACES TO WS-DL-ADVICE
                   STRING 'ADD ' DELIMITED BY SIZE
                          WS-EDIT-COUNT DELIMITED BY SIZE
                          ' SECTION(S)' DELIMITED BY SIZE
                       INTO WS-DL-ADVICE
               WHEN WS-CRS-E-SECTIONS (WS-ROW) > 0
                   COMPUTE WS-SURPLUS =
                       WS-CRS-E-SEATS (WS-ROW) - WS-PROJECTED
                   COMPUTE WS-SECTION-CHANGE =
                       WS-SURPLUS / WS-SECTION-SIZE
                   IF WS-SECTION-CHANGE > WS-CRS-E-SECTIONS (WS-ROW)
                       MOVE WS-CRS-E-SECTIONS (WS-ROW)
                           TO WS-SECTION-CHANGE
                   END-IF
                   IF WS-PROJECTED > 0
                           AND WS-SECTION-CHANGE
                               >= WS-CRS-E-SECTIONS (WS-ROW)
                       COMPUTE WS-SECTION-CHANGE =
                           WS-CRS-E-SECTIONS (WS-ROW) - 1
                   END-IF
                   IF WS-SECTION-CHANGE > 0
                       PERFORM 1840-ADVISE-CANCEL
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1830-END.

       1840-ADVISE-CANCEL.

           ADD WS-SECTION-CHANGE TO WS-TOT-CANCEL.
           MOVE WS-SECTION-CHANGE TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-DL-ADVICE.
           STRING 'CANCEL ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  ' SECTION(S)' DELIMITED BY SIZE
               INTO WS-DL-ADVICE.

       1840-END.

       1850-PRINT-TOTALS.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'COURSES ' DELIMITED BY SIZE
                  WS-TOT-COURSES DELIMITED BY SIZE
                  '   PROJECTED HEADCOUNT ' DELIMITED BY SIZE
                  WS-TOT-PROJECTED DELIMITED BY SIZE
                  '   SEATS OFFERED ' DELIMITED BY SIZE
                  WS-TOT-SEATS DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'SECTIONS TO ADD ' DELIMITED BY SIZE
                  WS-TOT-ADD DELIMITED BY SIZE
                  '   SECTIONS TO CANCEL ' DELIMITED BY SIZE
                  WS-TOT-CANCEL DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.

       1850-END.

       1900-WRITE-REPORT-LINE.

           MOVE WS-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       1900-END.

       END PROGRAM PRGQ0147.
