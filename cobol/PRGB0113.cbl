      ******************************************************************
      * Author:
      * Date:
      * Purpose: Instructor teaching-load run - for the term in
      *          ../PRGB0113.PARM, totals CRS-CREDIT-HOURS across
      *          every section each instructor holds on
      *          INSTRUCTOR.ASSIGN, flags instructors booked into two
      *          sections meeting at the same time and instructors
      *          above the full load, prints the load register on
      *          ../PRGB0113.PRT and writes one line per overloaded
      *          instructor to ../OVERLOAD.PAY (INSTRUCTOR, TERM,
      *          EXCESS CREDIT HOURS, SECTIONS) FOR HR TO KEY INTO
      *          PAYROLL. THE FULL LOAD DEFAULTS TO 12 CREDIT HOURS
      *          WHEN THE PARAMETER LEAVES IT BLANK. CANCELLED SECTIONS
      *          CARRY NO LOAD.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGB0113.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY INSSEL.

           COPY ASGSEL.

           COPY CRSSEL.

           SELECT LOAD-PARM-FILE ASSIGN TO '../PRGB0113.PARM'
               FILE STATUS IS PRM-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOAD-REGISTER-FILE ASSIGN TO '../PRGB0113.PRT'
               FILE STATUS IS PRT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OVERLOAD-PAY-FILE ASSIGN TO '../OVERLOAD.PAY'
               FILE STATUS IS OVP-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY RUNSEL.

       DATA DIVISION.
       FILE SECTION.

       FD INSTRUCTOR-MASTER-FILE.
       COPY INSFD.

       FD INSTRUCTOR-ASSIGN-FILE.
       COPY ASGFD.

       FD COURSE-MASTER-FILE.
       COPY CRSFD.

       FD LOAD-PARM-FILE.
       01  LOAD-PARM-RECORD.
           05 LDP-TERM                  PIC X(10).
           05 LDP-SEPARATOR1            PIC X.
           05 LDP-FULL-LOAD             PIC X(2).

       FD LOAD-REGISTER-FILE.
       01  REGISTER-LINE                PIC X(100).

      *    ONE LINE PER INSTRUCTOR ABOVE THE FULL LOAD FOR THE TERM.
       FD OVERLOAD-PAY-FILE.
       01  OVERLOAD-PAY-RECORD.
           05 OVP-INSTRUCTOR-ID         PIC 9(4).
           05 OVP-SEPARATOR1            PIC X VALUE ','.
           05 OVP-INSTRUCTOR-NAME       PIC X(27).
           05 OVP-SEPARATOR2            PIC X VALUE ','.
           05 OVP-TERM                  PIC X(10).
           05 OVP-SEPARATOR3            PIC X VALUE ','.
           05 OVP-EXCESS-HOURS          PIC 9(3).
           05 OVP-SEPARATOR4            PIC X VALUE ','.
           05 OVP-SECTIONS              PIC 9(3).
           05 OVP-SEPARATOR5            PIC X VALUE ','.
           05 OVP-TOTAL-HOURS           PIC 9(3).
           05 OVP-SEPARATOR6            PIC X VALUE ','.
           05 OVP-FULL-LOAD             PIC 9(2).

       FD RUN-STATISTICS-FILE.
       COPY RUNFD.

       WORKING-STORAGE SECTION.

       COPY LKPWRK.

       01  RUN-FILE-STATUS   PIC XX.

       01  WS-RUN-STATS-AREAS.
           05  WS-RUN-PROGRAM      PIC X(8) VALUE 'PRGB0113'.
           05  WS-RUN-DATE         PIC 9(8) VALUE 0.
           05  WS-RUN-START-TIME   PIC 9(6) VALUE 0.
           05  WS-RUN-END-TIME     PIC 9(6) VALUE 0.
           05  WS-RUN-READ-COUNT   PIC 9(6) VALUE 0.
           05  WS-RUN-WRITE-COUNT  PIC 9(6) VALUE 0.
           05  WS-RUN-REJECT-COUNT PIC 9(6) VALUE 0.
       01  INS-FILE-STATUS   PIC XX.
       01  ASG-FILE-STATUS   PIC XX.
       01  CRS-FILE-STATUS   PIC XX.
       01  PRM-FILE-STATUS   PIC XX.
       01  PRT-FILE-STATUS   PIC XX.
       01  OVP-FILE-STATUS   PIC XX.

       01  WS-WORK-AREAS.
           05  WS-REQUEST-TERM     PIC X(10) VALUE SPACES.
           05  WS-INPUT-LOAD       PIC X(2)  VALUE SPACES.
           05  WS-FULL-LOAD        PIC 9(2)  VALUE 12.
           05  WS-INS-EOF          PIC X     VALUE 'N'.
               88  INS-EOF                  VALUE 'Y'.
           05  WS-ASG-EOF          PIC X     VALUE 'N'.
               88  ASG-EOF                  VALUE 'Y'.
           05  WS-ROW-SECTION      PIC 9(2)  VALUE 0.
           05  WS-ROW-CREDITS      PIC 9(2)  VALUE 0.
           05  WS-EXCESS-HOURS     PIC 9(3)  VALUE 0.
           05  WS-OVERLOAD-COUNT   PIC 9(4)  VALUE 0.
           05  WS-CLASH-COUNT      PIC 9(4)  VALUE 0.
           05  WS-SECTIONS-COUNTED PIC 9(4)  VALUE 0.
           05  WS-INS-CLASHES      PIC 9(3)  VALUE 0.
           05  WS-DAYS-OVERLAP     PIC X     VALUE 'N'.
           05  WS-DAY-I            PIC 9     VALUE 0.
           05  WS-DAY-J            PIC 9     VALUE 0.
           05  WS-FLAG-TEXT        PIC X(30) VALUE SPACES.
           05  WS-PRINT-LINE       PIC X(100).

      *    INSTRUCTOR NAMES FROM THE MASTER, WITH EACH ONE'S LOAD.
       01  WS-INSTRUCTOR-TABLE-AREAS.
           05  WS-IST-COUNT        PIC 9(3)  COMP VALUE 0.
           05  WS-IST-IDX          PIC 9(3)  COMP VALUE 0.
           05  WS-IST-HIT          PIC 9(3)  COMP VALUE 0.
           05  WS-IST-TABLE.
               10  WS-IST-ENTRY    OCCURS 500 TIMES.
                   15  WS-IST-E-ID         PIC 9(4).
                   15  WS-IST-E-NAME       PIC X(27).
                   15  WS-IST-E-SECTIONS   PIC 9(3).
                   15  WS-IST-E-CREDITS    PIC 9(3).

      *    EVERY SECTION ROW OF THE TERM, KEPT FOR THE TIME-CLASH
      *    COMPARISON WITHIN EACH INSTRUCTOR.
       01  WS-SECTION-TABLE-AREAS.
           05  WS-SCT-COUNT        PIC 9(4)  COMP VALUE 0.
           05  WS-SCT-IDX          PIC 9(4)  COMP VALUE 0.
           05  WS-SCT-JDX          PIC 9(4)  COMP VALUE 0.
           05  WS-SCT-DUP          PIC X     VALUE 'N'.
               88  SECTION-IS-DUPLICATE     VALUE 'Y'.
           05  WS-SCT-TABLE.
               10  WS-SCT-ENTRY    OCCURS 2000 TIMES.
                   15  WS-SCT-E-INS-ID     PIC 9(4).
                   15  WS-SCT-E-COURSE     PIC X(15).
                   15  WS-SCT-E-SECTION    PIC 9(2).
                   15  WS-SCT-E-CREDITS    PIC 9(2).
                   15  WS-SCT-E-DAYS       PIC X(7).
                   15  WS-SCT-E-START      PIC 9(4).
                   15  WS-SCT-E-END        PIC 9(4).

       01  WS-DETAIL-LINE.
           05  WS-DL-INS-ID          PIC 9(4).
           05  FILLER                PIC X(3)  VALUE ' | '.
           05  WS-DL-NAME            PIC X(27).
           05  FILLER                PIC X(3)  VALUE ' | '.
           05  WS-DL-SECTIONS        PIC ZZ9.
           05  FILLER                PIC X(3)  VALUE ' | '.
           05  WS-DL-CREDITS         PIC ZZ9.
           05  FILLER                PIC X(3)  VALUE ' | '.
           05  WS-DL-FLAGS           PIC X(30).

       01 CURRENT-DATE.
           05 CURRENT-YEAR   PIC 9(4).
           05 CURRENT-MONTH  PIC 9(2).
           05 CURRENT-DAY    PIC 9(2).

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.

           PERFORM 0850-INIT-RUN-STATS.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.

           DISPLAY "===== INSTRUCTOR TEACHING-LOAD RUN =====".

           PERFORM 1050-READ-LOAD-PARM.

           IF WS-REQUEST-TERM = SPACES
               DISPLAY "A TERM IS REQUIRED - NOTHING RUN."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY "TERM : " WS-REQUEST-TERM
               "   FULL LOAD : " WS-FULL-LOAD " CREDIT HOURS".

           PERFORM 1100-LOAD-INSTRUCTORS.

           PERFORM 1200-LOAD-TERM-SECTIONS.

           PERFORM 1500-WRITE-REGISTER-AND-EXTRACT.

           DISPLAY "INSTRUCTORS OVER FULL LOAD : " WS-OVERLOAD-COUNT.
           DISPLAY "TIME CLASHES FOUND         : " WS-CLASH-COUNT.
           DISPLAY "SEE ../PRGB0113.PRT AND ../OVERLOAD.PAY".

           MOVE WS-SCT-COUNT TO WS-RUN-READ-COUNT.
           MOVE WS-OVERLOAD-COUNT TO WS-RUN-WRITE-COUNT.
           MOVE WS-CLASH-COUNT TO WS-RUN-REJECT-COUNT.
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
      *    FALL BACK TO THE INTERACTIVE PROMPTS.
       1050-READ-LOAD-PARM.

           OPEN INPUT LOAD-PARM-FILE.
           IF PRM-FILE-STATUS = "00"
               READ LOAD-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LDP-TERM TO WS-REQUEST-TERM
                       MOVE LDP-FULL-LOAD TO WS-INPUT-LOAD
               END-READ
               CLOSE LOAD-PARM-FILE
           ELSE
               DISPLAY "ENTER TERM >>"
               ACCEPT WS-REQUEST-TERM
               DISPLAY "ENTER FULL LOAD IN CREDIT HOURS (2 DIGITS, "
                   "BLANK = 12) >>"
               ACCEPT WS-INPUT-LOAD
           END-IF.

           IF WS-INPUT-LOAD IS NUMERIC AND WS-INPUT-LOAD > '00'
               MOVE WS-INPUT-LOAD TO WS-FULL-LOAD
           END-IF.

       1050-END.

       1100-LOAD-INSTRUCTORS.

           MOVE 'N' TO WS-INS-EOF.

           OPEN INPUT INSTRUCTOR-MASTER-FILE.
           IF INS-FILE-STATUS = "00"
               PERFORM 1110-LOAD-ONE-INSTRUCTOR UNTIL INS-EOF
               CLOSE INSTRUCTOR-MASTER-FILE
           ELSE
               DISPLAY "WARNING: INSTRUCTOR MASTER UNAVAILABLE "
                   "(STATUS = " INS-FILE-STATUS ") - NAMES BLANK"
           END-IF.

       1100-END.

       1110-LOAD-ONE-INSTRUCTOR.

           READ INSTRUCTOR-MASTER-FILE
               AT END
                   SET INS-EOF TO TRUE
               NOT AT END
                   IF WS-IST-COUNT < 500 AND INS-ID IS NUMERIC
                       ADD 1 TO WS-IST-COUNT
                       MOVE INS-ID TO WS-IST-E-ID (WS-IST-COUNT)
                       MOVE INS-NAME TO WS-IST-E-NAME (WS-IST-COUNT)
                       MOVE 0 TO WS-IST-E-SECTIONS (WS-IST-COUNT)
                       MOVE 0 TO WS-IST-E-CREDITS (WS-IST-COUNT)
                   END-IF
           END-READ.

       1110-END.

       1200-LOAD-TERM-SECTIONS.

           MOVE 'N' TO WS-ASG-EOF.

           OPEN INPUT INSTRUCTOR-ASSIGN-FILE.
           IF ASG-FILE-STATUS = "00"
               PERFORM 1210-LOAD-ONE-SECTION UNTIL ASG-EOF
               CLOSE INSTRUCTOR-ASSIGN-FILE
           ELSE
               DISPLAY "NO INSTRUCTOR.ASSIGN ON FILE (STATUS = "
                   ASG-FILE-STATUS ") - NO LOADS TO COUNT."
           END-IF.

       1200-END.

      *    THE SAME INSTRUCTOR/COURSE/SECTION KEYED TWICE IS ONE
      *    SECTION, NOT TWO - ONLY THE FIRST ROW COUNTS.
       1210-LOAD-ONE-SECTION.

           READ INSTRUCTOR-ASSIGN-FILE
               AT END
                   SET ASG-EOF TO TRUE
               NOT AT END
                   IF ASG-TERM = WS-REQUEST-TERM
                           AND ASG-RUNNING
                       PERFORM 1220-COUNT-ONE-SECTION
                   END-IF
           END-READ.

       1210-END.

       1220-COUNT-ONE-SECTION.

           IF ASG-SECTION IS NUMERIC AND ASG-SECTION > 0
               MOVE ASG-SECTION TO WS-ROW-SECTION
           ELSE
               MOVE 1 TO WS-ROW-SECTION
           END-IF.

           MOVE 'N' TO WS-SCT-DUP.
           MOVE 1 TO WS-SCT-IDX.
           PERFORM 1225-MATCH-ONE-SECTION
               UNTIL SECTION-IS-DUPLICATE OR WS-SCT-IDX > WS-SCT-COUNT.

           IF NOT SECTION-IS-DUPLICATE AND WS-SCT-COUNT < 2000
               MOVE 0 TO WS-ROW-CREDITS
               SET LKP-COURSE-LOOKUP TO TRUE
               MOVE ASG-COURSE TO LKP-KEY
               CALL 'PRGS0098' USING MASTER-LOOKUP-PARM
               IF LKP-RECORD-FOUND
                   MOVE LKP-RECORD-IMAGE TO COURSE-MASTER-RECORD
                   IF CRS-CREDIT-HOURS IS NUMERIC
                       MOVE CRS-CREDIT-HOURS TO WS-ROW-CREDITS
                   END-IF
               END-IF
               ADD 1 TO WS-SCT-COUNT
               MOVE ASG-INSTRUCTOR-ID
                   TO WS-SCT-E-INS-ID (WS-SCT-COUNT)
               MOVE ASG-COURSE TO WS-SCT-E-COURSE (WS-SCT-COUNT)
               MOVE WS-ROW-SECTION TO WS-SCT-E-SECTION (WS-SCT-COUNT)
               MOVE WS-ROW-CREDITS TO WS-SCT-E-CREDITS (WS-SCT-COUNT)
               MOVE ASG-DAYS TO WS-SCT-E-DAYS (WS-SCT-COUNT)
               IF ASG-START-TIME IS NUMERIC
                       AND ASG-END-TIME IS NUMERIC
                   MOVE ASG-START-TIME
                       TO WS-SCT-E-START (WS-SCT-COUNT)
                   MOVE ASG-END-TIME TO WS-SCT-E-END (WS-SCT-COUNT)
               ELSE
                   MOVE SPACES TO WS-SCT-E-DAYS (WS-SCT-COUNT)
                   MOVE 0 TO WS-SCT-E-START (WS-SCT-COUNT)
                   MOVE 0 TO WS-SCT-E-END (WS-SCT-COUNT)
               END-IF
               PERFORM 1230-ADD-TO-INSTRUCTOR
           END-IF.

       1220-END.

       1225-MATCH-ONE-SECTION.

           IF WS-SCT-E-INS-ID (WS-SCT-IDX) = ASG-INSTRUCTOR-ID
                   AND WS-SCT-E-COURSE (WS-SCT-IDX) = ASG-COURSE
                   AND WS-SCT-E-SECTION (WS-SCT-IDX) = WS-ROW-SECTION
               SET SECTION-IS-DUPLICATE TO TRUE
           END-IF.

           ADD 1 TO WS-SCT-IDX.

       1225-END.

      *    AN INSTRUCTOR ID MISSING FROM THE MASTER STILL CARRIES A
      *    LOAD - IT IS ADDED WITH A BLANK NAME.
       1230-ADD-TO-INSTRUCTOR.

           MOVE 0 TO WS-IST-HIT.
           MOVE 1 TO WS-IST-IDX.
           PERFORM 1235-MATCH-ONE-INSTRUCTOR
               UNTIL WS-IST-HIT > 0 OR WS-IST-IDX > WS-IST-COUNT.

           IF WS-IST-HIT = 0 AND WS-IST-COUNT < 500
               ADD 1 TO WS-IST-COUNT
               MOVE WS-IST-COUNT TO WS-IST-HIT
               MOVE ASG-INSTRUCTOR-ID TO WS-IST-E-ID (WS-IST-HIT)
               MOVE '(NOT ON INSTRUCTOR MASTER)'
                   TO WS-IST-E-NAME (WS-IST-HIT)
               MOVE 0 TO WS-IST-E-SECTIONS (WS-IST-HIT)
               MOVE 0 TO WS-IST-E-CREDITS (WS-IST-HIT)
           END-IF.

           IF WS-IST-HIT > 0
               ADD 1 TO WS-IST-E-SECTIONS (WS-IST-HIT)
               ADD WS-ROW-CREDITS TO WS-IST-E-CREDITS (WS-IST-HIT)
           END-IF.

       1230-END.

       1235-MATCH-ONE-INSTRUCTOR.

           IF WS-IST-E-ID (WS-IST-IDX) = ASG-INSTRUCTOR-ID
               MOVE WS-IST-IDX TO WS-IST-HIT
           END-IF.

           ADD 1 TO WS-IST-IDX.

       1235-END.

       1500-WRITE-REGISTER-AND-EXTRACT.

           OPEN OUTPUT LOAD-REGISTER-FILE.
           IF PRT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PRGB0113.PRT (STATUS = "
                   PRT-FILE-STATUS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT OVERLOAD-PAY-FILE.
           IF OVP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING OVERLOAD.PAY (STATUS = "
                   OVP-FILE-STATUS ")"
               CLOSE LOAD-REGISTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE '---------------------------------------------------'
               TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING '   INSTRUCTOR TEACHING LOAD - TERM '
                  DELIMITED BY SIZE
                  WS-REQUEST-TERM DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING '   FULL LOAD ' DELIMITED BY SIZE
                  WS-FULL-LOAD DELIMITED BY SIZE
                  ' CREDIT HOURS - RUN ' DELIMITED BY SIZE
                  CURRENT-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE '---------------------------------------------------'
               TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE 'INS  | NAME                        | SEC | CRH | '
               TO WS-PRINT-LINE.
           MOVE 'FLAGS' TO WS-PRINT-LINE (51:5).
           PERFORM 1060-PRINT-LINE.
           MOVE '---------------------------------------------------'
               TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.

           MOVE 1 TO WS-IST-IDX.
           PERFORM 1510-REPORT-ONE-INSTRUCTOR
               UNTIL WS-IST-IDX > WS-IST-COUNT.

           MOVE '---------------------------------------------------'
               TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE WS-SCT-COUNT TO WS-SECTIONS-COUNTED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'SECTIONS COUNTED           : ' DELIMITED BY SIZE
                  WS-SECTIONS-COUNTED DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'INSTRUCTORS OVER FULL LOAD : ' DELIMITED BY SIZE
                  WS-OVERLOAD-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'TIME CLASHES FOUND         : ' DELIMITED BY SIZE
                  WS-CLASH-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.

           CLOSE LOAD-REGISTER-FILE.
           CLOSE OVERLOAD-PAY-FILE.

       1500-END.

      *    INSTRUCTORS WITH NOTHING THIS TERM ARE LEFT OFF THE
      *    REGISTER.
       1510-REPORT-ONE-INSTRUCTOR.

           IF WS-IST-E-SECTIONS (WS-IST-IDX) > 0
               MOVE SPACES TO WS-FLAG-TEXT
               MOVE 0 TO WS-EXCESS-HOURS
               IF WS-IST-E-CREDITS (WS-IST-IDX) > WS-FULL-LOAD
                   COMPUTE WS-EXCESS-HOURS
                       = WS-IST-E-CREDITS (WS-IST-IDX) - WS-FULL-LOAD
                   STRING 'OVERLOAD +' DELIMITED BY SIZE
                          WS-EXCESS-HOURS DELIMITED BY SIZE
                       INTO WS-FLAG-TEXT
                   ADD 1 TO WS-OVERLOAD-COUNT
               END-IF
               MOVE 0 TO WS-INS-CLASHES
               PERFORM 1520-COUNT-INSTRUCTOR-CLASHES
               IF WS-INS-CLASHES > 0
                   MOVE 'DOUBLE-BOOKED' TO WS-FLAG-TEXT (16:13)
               END-IF
               MOVE WS-IST-E-ID (WS-IST-IDX) TO WS-DL-INS-ID
               MOVE WS-IST-E-NAME (WS-IST-IDX) TO WS-DL-NAME
               MOVE WS-IST-E-SECTIONS (WS-IST-IDX) TO WS-DL-SECTIONS
               MOVE WS-IST-E-CREDITS (WS-IST-IDX) TO WS-DL-CREDITS
               MOVE WS-FLAG-TEXT TO WS-DL-FLAGS
               MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
               IF WS-INS-CLASHES > 0
                   PERFORM 1540-PRINT-INSTRUCTOR-CLASHES
               END-IF
               IF WS-EXCESS-HOURS > 0
                   PERFORM 1560-WRITE-OVERLOAD-LINE
               END-IF
           END-IF.

           ADD 1 TO WS-IST-IDX.

       1510-END.

      *    EVERY PAIR OF THE INSTRUCTOR'S SECTIONS WITH MEETING
      *    TIMES IS COMPARED; A SHARED DAY WITH OVERLAPPING TIMES IS
      *    A CLASH.
       1520-COUNT-INSTRUCTOR-CLASHES.

           MOVE 1 TO WS-SCT-IDX.
           PERFORM 1525-CHECK-ONE-OUTER-SECTION
               UNTIL WS-SCT-IDX > WS-SCT-COUNT.

       1520-END.

       1525-CHECK-ONE-OUTER-SECTION.

           IF WS-SCT-E-INS-ID (WS-SCT-IDX) = WS-IST-E-ID (WS-IST-IDX)
                   AND WS-SCT-E-DAYS (WS-SCT-IDX) NOT = SPACES
               COMPUTE WS-SCT-JDX = WS-SCT-IDX + 1
               PERFORM 1530-CHECK-ONE-INNER-SECTION
                   UNTIL WS-SCT-JDX > WS-SCT-COUNT
           END-IF.

           ADD 1 TO WS-SCT-IDX.

       1525-END.

       1530-CHECK-ONE-INNER-SECTION.

           IF WS-SCT-E-INS-ID (WS-SCT-JDX) = WS-IST-E-ID (WS-IST-IDX)
                   AND WS-SCT-E-DAYS (WS-SCT-JDX) NOT = SPACES
                   AND WS-SCT-E-START (WS-SCT-IDX)
                       < WS-SCT-E-END (WS-SCT-JDX)
                   AND WS-SCT-E-START (WS-SCT-JDX)
                       < WS-SCT-E-END (WS-SCT-IDX)
               PERFORM 1570-CHECK-DAYS-OVERLAP
               IF WS-DAYS-OVERLAP = 'Y'
                   ADD 1 TO WS-INS-CLASHES
               END-IF
           END-IF.

           ADD 1 TO WS-SCT-JDX.

       1530-END.

      *    SAME PAIR SWEEP AS 1520, THIS TIME PRINTING EACH CLASH.
       1540-PRINT-INSTRUCTOR-CLASHES.

           MOVE 1 TO WS-SCT-IDX.
           PERFORM 1545-PRINT-ONE-OUTER-SECTION
               UNTIL WS-SCT-IDX > WS-SCT-COUNT.

           ADD WS-INS-CLASHES TO WS-CLASH-COUNT.

       1540-END.

       1545-PRINT-ONE-OUTER-SECTION.

           IF WS-SCT-E-INS-ID (WS-SCT-IDX) = WS-IST-E-ID (WS-IST-IDX)
                   AND WS-SCT-E-DAYS (WS-SCT-IDX) NOT = SPACES
               COMPUTE WS-SCT-JDX = WS-SCT-IDX + 1
               PERFORM 1550-PRINT-ONE-INNER-SECTION
                   UNTIL WS-SCT-JDX > WS-SCT-COUNT
           END-IF.

           ADD 1 TO WS-SCT-IDX.

       1545-END.

       1550-PRINT-ONE-INNER-SECTION.

           IF WS-SCT-E-INS-ID (WS-SCT-JDX) = WS-IST-E-ID (WS-IST-IDX)
                   AND WS-SCT-E-DAYS (WS-SCT-JDX) NOT = SPACES
                   AND WS-SCT-E-START (WS-SCT-IDX)
                       < WS-SCT-E-END (WS-SCT-JDX)
                   AND WS-SCT-E-START (WS-SCT-JDX)
                       < WS-SCT-E-END (WS-SCT-IDX)
               PERFORM 1570-CHECK-DAYS-OVERLAP
               IF WS-DAYS-OVERLAP = 'Y'
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING '      CLASH: ' DELIMITED BY SIZE
                          WS-SCT-E-COURSE (WS-SCT-IDX)
                              DELIMITED BY SIZE
                          ' S' DELIMITED BY SIZE
                          WS-SCT-E-SECTION (WS-SCT-IDX)
                              DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-SCT-E-DAYS (WS-SCT-IDX)
                              DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-SCT-E-START (WS-SCT-IDX)
                              DELIMITED BY SIZE
                          ' WITH ' DELIMITED BY SIZE
                          WS-SCT-E-COURSE (WS-SCT-JDX)
                              DELIMITED BY SIZE
                          ' S' DELIMITED BY SIZE
                          WS-SCT-E-SECTION (WS-SCT-JDX)
                              DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-SCT-E-DAYS (WS-SCT-JDX)
                              DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-SCT-E-START (WS-SCT-JDX)
                              DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   PERFORM 1060-PRINT-LINE
               END-IF
           END-IF.

           ADD 1 TO WS-SCT-JDX.

       1550-END.

       1560-WRITE-OVERLOAD-LINE.

           MOVE WS-IST-E-ID (WS-IST-IDX) TO OVP-INSTRUCTOR-ID.
           MOVE ',' TO OVP-SEPARATOR1.
           MOVE WS-IST-E-NAME (WS-IST-IDX) TO OVP-INSTRUCTOR-NAME.
           MOVE ',' TO OVP-SEPARATOR2.
           MOVE WS-REQUEST-TERM TO OVP-TERM.
           MOVE ',' TO OVP-SEPARATOR3.
           MOVE WS-EXCESS-HOURS TO OVP-EXCESS-HOURS.
           MOVE ',' TO OVP-SEPARATOR4.
           MOVE WS-IST-E-SECTIONS (WS-IST-IDX) TO OVP-SECTIONS.
           MOVE ',' TO OVP-SEPARATOR5.
           MOVE WS-IST-E-CREDITS (WS-IST-IDX) TO OVP-TOTAL-HOURS.
           MOVE ',' TO OVP-SEPARATOR6.
           MOVE WS-FULL-LOAD TO OVP-FULL-LOAD.

           WRITE OVERLOAD-PAY-RECORD.

       1560-END.

       1570-CHECK-DAYS-OVERLAP.

           MOVE 'N' TO WS-DAYS-OVERLAP.

           PERFORM 1575-CHECK-ONE-DAY
               VARYING WS-DAY-I FROM 1 BY 1
               UNTIL WS-DAY-I > 7 OR WS-DAYS-OVERLAP = 'Y'.

       1570-END.

       1575-CHECK-ONE-DAY.

           IF WS-SCT-E-DAYS (WS-SCT-IDX) (WS-DAY-I:1) NOT = SPACE
               PERFORM 1577-CHECK-ONE-OTHER-DAY
                   VARYING WS-DAY-J FROM 1 BY 1
                   UNTIL WS-DAY-J > 7 OR WS-DAYS-OVERLAP = 'Y'
           END-IF.

       1575-END.

       1577-CHECK-ONE-OTHER-DAY.

           IF WS-SCT-E-DAYS (WS-SCT-JDX) (WS-DAY-J:1) NOT = SPACE
                   AND WS-SCT-E-DAYS (WS-SCT-JDX) (WS-DAY-J:1)
                       = WS-SCT-E-DAYS (WS-SCT-IDX) (WS-DAY-I:1)
               MOVE 'Y' TO WS-DAYS-OVERLAP
           END-IF.

       1577-END.

       1060-PRINT-LINE.

           DISPLAY WS-PRINT-LINE.
           WRITE REGISTER-LINE FROM WS-PRINT-LINE.

       1060-END.

       END PROGRAM PRGB0113.
