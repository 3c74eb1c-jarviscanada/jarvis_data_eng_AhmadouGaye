      ******************************************************************
      * Author:
      * Date:
      * Purpose: Room utilization report - for one term, totals the
      *          weekly hours each room on ROOM.MASTER is booked by
      *          the meeting patterns on INSTRUCTOR.ASSIGN against
      *          the hours it is available, grouped by campus, so
      *          facilities can see which rooms sit empty. ROOMS
      *          BOOKED ON INSTRUCTOR.ASSIGN BUT MISSING FROM THE
      *          ROOM MASTER (ROWS KEYED BEFORE THE MASTER EXISTED)
      *          ARE LISTED WITH NO SEATS SO THEY CAN BE ADDED.
      *          CANCELLED SECTIONS BOOK NO ROOM TIME.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGQ0112.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ROMSEL.

           COPY ASGSEL.

           COPY CRSSEL.

           SELECT UTILIZATION-REPORT-FILE ASSIGN TO '../PRGQ0112.PRT'
               FILE STATUS IS PRT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT UTILIZATION-PARM-FILE ASSIGN TO '../PRGQ0112.PARM'
               FILE STATUS IS PARM-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD ROOM-MASTER-FILE.
       COPY ROMFD.

       FD INSTRUCTOR-ASSIGN-FILE.
       COPY ASGFD.

       FD COURSE-MASTER-FILE.
       COPY CRSFD.

       FD UTILIZATION-REPORT-FILE.
       01  REPORT-LINE                  PIC X(100).

      *    TERM, CAMPUS (BLANK = EVERY CAMPUS) AND THE HOURS A ROOM
      *    IS OPEN FOR TEACHING IN A WEEK (BLANK = THE HOUSE 60:
      *    MONDAY TO FRIDAY, 0800 TO 2000).
       FD UTILIZATION-PARM-FILE.
       01  UTILIZATION-PARM-RECORD.
           05 PARM-TERM                 PIC X(10).
           05 PARM-SEPARATOR1           PIC X.
           05 PARM-CAMPUS               PIC X(3).
           05 PARM-SEPARATOR2           PIC X.
           05 PARM-WEEK-HOURS           PIC X(3).

       WORKING-STORAGE SECTION.

       COPY LKPWRK.

       01  ROM-FILE-STATUS   PIC XX.
       01  ASG-FILE-STATUS   PIC XX.
       01  CRS-FILE-STATUS   PIC XX.
       01  PRT-FILE-STATUS   PIC XX.
       01  PARM-FILE-STATUS  PIC XX.

       01  WS-WORK-AREAS.
           05  WS-REQUEST-TERM     PIC X(10) VALUE SPACES.
           05  WS-REQUEST-CAMPUS   PIC X(3)  VALUE SPACES.
           05  WS-INPUT-HOURS      PIC X(3)  VALUE SPACES.
           05  WS-WEEK-HOURS       PIC 9(3)  VALUE 60.
           05  WS-ROM-EOF          PIC X     VALUE 'N'.
               88  ROM-EOF                  VALUE 'Y'.
           05  WS-ASG-EOF          PIC X     VALUE 'N'.
               88  ASG-EOF                  VALUE 'Y'.
           05  WS-ROW-CAMPUS       PIC X(3)  VALUE SPACES.
           05  WS-ROW-SECTION      PIC 9(2)  VALUE 0.
           05  WS-ROW-MINUTES      PIC 9(5)  VALUE 0.
           05  WS-START-MINUTES    PIC 9(5)  VALUE 0.
           05  WS-END-MINUTES      PIC 9(5)  VALUE 0.
           05  WS-TIME-HH          PIC 9(2)  VALUE 0.
           05  WS-TIME-MM          PIC 9(2)  VALUE 0.
           05  WS-DAY-COUNT        PIC 9     VALUE 0.
           05  WS-DAY-I            PIC 9     VALUE 0.
           05  WS-AVAIL-MINUTES    PIC 9(7)  VALUE 0.
           05  WS-UTIL-PCT         PIC 9(3)  VALUE 0.
           05  WS-CAMPUS-BOOKED    PIC 9(7)  VALUE 0.
           05  WS-CAMPUS-AVAIL     PIC 9(7)  VALUE 0.
           05  WS-GRAND-BOOKED     PIC 9(7)  VALUE 0.
           05  WS-GRAND-AVAIL      PIC 9(7)  VALUE 0.
           05  WS-HOURS-WORK       PIC 9(5)V9 VALUE 0.
           05  WS-ROOMS-PRINTED    PIC 9(3)  VALUE 0.

      *    ONE ENTRY PER ROOM AT ITS CAMPUS, WITH THE WEEKLY MINUTES
      *    BOOKED AND THE SECTIONS BOOKING THEM.
       01  WS-ROOM-TABLE-AREAS.
           05  WS-RMT-COUNT        PIC 9(3)  COMP VALUE 0.
           05  WS-RMT-IDX          PIC 9(3)  COMP VALUE 0.
           05  WS-RMT-HIT          PIC 9(3)  COMP VALUE 0.
           05  WS-RMT-TABLE.
               10  WS-RMT-ENTRY    OCCURS 500 TIMES.
                   15  WS-RMT-E-CODE       PIC X(8).
                   15  WS-RMT-E-CAMPUS     PIC X(3).
                   15  WS-RMT-E-SEATS      PIC 9(3).
                   15  WS-RMT-E-TYPE       PIC X(8).
                   15  WS-RMT-E-MINUTES    PIC 9(5).
                   15  WS-RMT-E-SECTIONS   PIC 9(3).

      *    SECTIONS ALREADY COUNTED - A CO-TAUGHT SECTION HAS ONE
      *    ASSIGNMENT ROW PER INSTRUCTOR BUT BOOKS THE ROOM ONCE.
       01  WS-SECTION-TABLE-AREAS.
           05  WS-SCT-COUNT        PIC 9(4)  COMP VALUE 0.
           05  WS-SCT-IDX          PIC 9(4)  COMP VALUE 0.
           05  WS-SCT-HIT          PIC X     VALUE 'N'.
               88  SECTION-ALREADY-COUNTED  VALUE 'Y'.
           05  WS-SCT-TABLE.
               10  WS-SCT-ENTRY    OCCURS 2000 TIMES.
                   15  WS-SCT-E-COURSE     PIC X(15).
                   15  WS-SCT-E-SECTION    PIC 9(2).

      *    CAMPUSES IN THE ORDER THEY FIRST APPEAR, FOR THE BREAKS.
       01  WS-CAMPUS-TABLE-AREAS.
           05  WS-CMT-COUNT        PIC 9(3)  COMP VALUE 0.
           05  WS-CMT-IDX          PIC 9(3)  COMP VALUE 0.
           05  WS-CMT-JDX          PIC 9(3)  COMP VALUE 0.
           05  WS-CMT-HIT          PIC X     VALUE 'N'.
           05  WS-CMT-TABLE.
               10  WS-CMT-E-CAMPUS OCCURS 100 TIMES PIC X(3).

       01  WS-PRINT-LINE             PIC X(100).

       01  WS-DETAIL-LINE.
           05  WS-DL-ROOM            PIC X(8).
           05  FILLER                PIC X(3)  VALUE ' | '.
           05  WS-DL-TYPE            PIC X(8).
           05  FILLER                PIC X(3)  VALUE ' | '.
           05  WS-DL-SEATS           PIC ZZ9.
           05  FILLER                PIC X(5)  VALUE '   | '.
           05  WS-DL-SECTIONS        PIC ZZ9.
           05  FILLER                PIC X(5)  VALUE '   | '.
           05  WS-DL-BOOKED          PIC ZZZZ9.9.
           05  FILLER                PIC X(3)  VALUE ' | '.
           05  WS-DL-AVAIL           PIC ZZZZ9.9.
           05  FILLER                PIC X(3)  VALUE ' | '.
           05  WS-DL-PCT             PIC ZZ9.
           05  FILLER                PIC X     VALUE '%'.
           05  WS-DL-NOTE            PIC X(16).

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL           PIC X(35).
           05  WS-TL-BOOKED          PIC ZZZZZ9.9.
           05  FILLER                PIC X(3)  VALUE ' | '.
           05  WS-TL-AVAIL           PIC ZZZZZ9.9.
           05  FILLER                PIC X(3)  VALUE ' | '.
           05  WS-TL-PCT             PIC ZZ9.
           05  FILLER                PIC X     VALUE '%'.

       01 CURRENT-DATE.
           05 CURRENT-YEAR   PIC 9(4).
           05 CURRENT-MONTH  PIC 9(2).
           05 CURRENT-DAY    PIC 9(2).

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.

           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.

           DISPLAY "===== ROOM UTILIZATION REPORT =====".

           PERFORM 1100-GET-PARAMETERS.

           IF WS-REQUEST-TERM = SPACES
               DISPLAY "A TERM IS REQUIRED - NOTHING REPORTED."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1200-LOAD-ROOMS.

           PERFORM 1300-TALLY-BOOKINGS.

           PERFORM 1500-PRINT-REPORT.

           DISPLAY "SEE ../PRGQ0112.PRT FOR THE PRINTED REPORT".

           GOBACK.

       0000-END.

      *    RUN UNATTENDED IF A PARAMETER FILE IS PRESENT, OTHERWISE
      *    FALL BACK TO THE INTERACTIVE PROMPTS.
       1100-GET-PARAMETERS.

           OPEN INPUT UTILIZATION-PARM-FILE.
           IF PARM-FILE-STATUS = "00"
               READ UTILIZATION-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-TERM TO WS-REQUEST-TERM
                       MOVE PARM-CAMPUS TO WS-REQUEST-CAMPUS
                       MOVE PARM-WEEK-HOURS TO WS-INPUT-HOURS
               END-READ
               CLOSE UTILIZATION-PARM-FILE
           ELSE
               DISPLAY "ENTER TERM TO REPORT >>"
               ACCEPT WS-REQUEST-TERM
               DISPLAY "ENTER CAMPUS, OR BLANK FOR EVERY CAMPUS >>"
               ACCEPT WS-REQUEST-CAMPUS
               DISPLAY "ENTER ROOM HOURS AVAILABLE PER WEEK (3 "
                   "DIGITS, BLANK = 060) >>"
               ACCEPT WS-INPUT-HOURS
           END-IF.

           IF WS-INPUT-HOURS IS NUMERIC AND WS-INPUT-HOURS > '000'
               MOVE WS-INPUT-HOURS TO WS-WEEK-HOURS
           END-IF.

           COMPUTE WS-AVAIL-MINUTES = WS-WEEK-HOURS * 60.

       1100-END.

       1200-LOAD-ROOMS.

           MOVE 'N' TO WS-ROM-EOF.

           OPEN INPUT ROOM-MASTER-FILE.
           IF ROM-FILE-STATUS = "00"
               PERFORM 1210-LOAD-ONE-ROOM UNTIL ROM-EOF
               CLOSE ROOM-MASTER-FILE
           ELSE
               DISPLAY "NO ROOM MASTER ON FILE (STATUS = "
                   ROM-FILE-STATUS ") - ONLY BOOKED ROOMS LISTED."
           END-IF.

       1200-END.

       1210-LOAD-ONE-ROOM.

           READ ROOM-MASTER-FILE
               AT END
                   SET ROM-EOF TO TRUE
               NOT AT END
                   IF WS-RMT-COUNT < 500
                           AND (WS-REQUEST-CAMPUS = SPACES
                               OR ROM-CAMPUS = WS-REQUEST-CAMPUS)
                       ADD 1 TO WS-RMT-COUNT
                       MOVE ROM-CODE TO WS-RMT-E-CODE (WS-RMT-COUNT)
                       MOVE ROM-CAMPUS
                           TO WS-RMT-E-CAMPUS (WS-RMT-COUNT)
                       IF ROM-SEATS IS NUMERIC
                           MOVE ROM-SEATS
                               TO WS-RMT-E-SEATS (WS-RMT-COUNT)
                       ELSE
                           MOVE 0 TO WS-RMT-E-SEATS (WS-RMT-COUNT)
                       END-IF
                       MOVE ROM-TYPE TO WS-RMT-E-TYPE (WS-RMT-COUNT)
                       MOVE 0 TO WS-RMT-E-MINUTES (WS-RMT-COUNT)
                       MOVE 0 TO WS-RMT-E-SECTIONS (WS-RMT-COUNT)
                   END-IF
           END-READ.

       1210-END.

       1300-TALLY-BOOKINGS.

           MOVE 'N' TO WS-ASG-EOF.

           OPEN INPUT INSTRUCTOR-ASSIGN-FILE.
           IF ASG-FILE-STATUS = "00"
               PERFORM 1310-TALLY-ONE-ASSIGNMENT UNTIL ASG-EOF
               CLOSE INSTRUCTOR-ASSIGN-FILE
           ELSE
               DISPLAY "NO INSTRUCTOR.ASSIGN ON FILE (STATUS = "
                   ASG-FILE-STATUS ") - NOTHING BOOKED."
           END-IF.

       1300-END.

      *    ONLY A SECTION WITH A ROOM, MEETING DAYS AND A SENSIBLE
      *    START/END BOOKS ANY TIME.
       1310-TALLY-ONE-ASSIGNMENT.

           READ INSTRUCTOR-ASSIGN-FILE
               AT END
                   SET ASG-EOF TO TRUE
               NOT AT END
                   IF ASG-TERM = WS-REQUEST-TERM
                           AND ASG-RUNNING
                           AND ASG-ROOM NOT = SPACES
                           AND ASG-DAYS NOT = SPACES
                           AND ASG-START-TIME IS NUMERIC
                           AND ASG-END-TIME IS NUMERIC
                           AND ASG-END-TIME > ASG-START-TIME
                       PERFORM 1320-BOOK-ONE-SECTION
                   END-IF
           END-READ.

       1310-END.

       1320-BOOK-ONE-SECTION.

           IF ASG-SECTION IS NUMERIC AND ASG-SECTION > 0
               MOVE ASG-SECTION TO WS-ROW-SECTION
           ELSE
               MOVE 1 TO WS-ROW-SECTION
           END-IF.

           PERFORM 1330-CHECK-SECTION-COUNTED.

           IF NOT SECTION-ALREADY-COUNTED
               PERFORM 1340-RESOLVE-CAMPUS
               IF WS-REQUEST-CAMPUS = SPACES
                       OR WS-ROW-CAMPUS = WS-REQUEST-CAMPUS
                   PERFORM 1350-FIND-OR-ADD-ROOM
                   IF WS-RMT-HIT > 0
                       PERFORM 1360-COMPUTE-WEEKLY-MINUTES
                       ADD WS-ROW-MINUTES
                           TO WS-RMT-E-MINUTES (WS-RMT-HIT)
                       ADD 1 TO WS-RMT-E-SECTIONS (WS-RMT-HIT)
                   END-IF
               END-IF
           END-IF.

       1320-END.

       1330-CHECK-SECTION-COUNTED.

           MOVE 'N' TO WS-SCT-HIT.
           MOVE 1 TO WS-SCT-IDX.

           PERFORM 1335-MATCH-ONE-SECTION
               UNTIL SECTION-ALREADY-COUNTED
               OR WS-SCT-IDX > WS-SCT-COUNT.

           IF NOT SECTION-ALREADY-COUNTED AND WS-SCT-COUNT < 2000
               ADD 1 TO WS-SCT-COUNT
               MOVE ASG-COURSE TO WS-SCT-E-COURSE (WS-SCT-COUNT)
               MOVE WS-ROW-SECTION TO WS-SCT-E-SECTION (WS-SCT-COUNT)
           END-IF.

       1330-END.

       1335-MATCH-ONE-SECTION.

           IF WS-SCT-E-COURSE (WS-SCT-IDX) = ASG-COURSE
                   AND WS-SCT-E-SECTION (WS-SCT-IDX) = WS-ROW-SECTION
               SET SECTION-ALREADY-COUNTED TO TRUE
           END-IF.

           ADD 1 TO WS-SCT-IDX.

       1335-END.

      *    A SECTION WITH NO CAMPUS OF ITS OWN MEETS AT THE COURSE
      *    MASTER'S CAMPUS.
       1340-RESOLVE-CAMPUS.

           MOVE ASG-CAMPUS TO WS-ROW-CAMPUS.

           IF WS-ROW-CAMPUS = SPACES
               SET LKP-COURSE-LOOKUP TO TRUE
               MOVE ASG-COURSE TO LKP-KEY
               CALL 'PRGS0098' USING MASTER-LOOKUP-PARM
               IF LKP-RECORD-FOUND
                   MOVE LKP-RECORD-IMAGE TO COURSE-MASTER-RECORD
                   MOVE CRS-CAMPUS TO WS-ROW-CAMPUS
               END-IF
           END-IF.

       1340-END.

       1350-FIND-OR-ADD-ROOM.

           MOVE 0 TO WS-RMT-HIT.
           MOVE 1 TO WS-RMT-IDX.

           PERFORM 1355-MATCH-ONE-ROOM
               UNTIL WS-RMT-HIT > 0 OR WS-RMT-IDX > WS-RMT-COUNT.

           IF WS-RMT-HIT = 0 AND WS-RMT-COUNT < 500
               ADD 1 TO WS-RMT-COUNT
               MOVE WS-RMT-COUNT TO WS-RMT-HIT
               MOVE ASG-ROOM TO WS-RMT-E-CODE (WS-RMT-HIT)
               MOVE WS-ROW-CAMPUS TO WS-RMT-E-CAMPUS (WS-RMT-HIT)
               MOVE 0 TO WS-RMT-E-SEATS (WS-RMT-HIT)
               MOVE SPACES TO WS-RMT-E-TYPE (WS-RMT-HIT)
               MOVE 0 TO WS-RMT-E-MINUTES (WS-RMT-HIT)
               MOVE 0 TO WS-RMT-E-SECTIONS (WS-RMT-HIT)
           END-IF.

       1350-END.

       1355-MATCH-ONE-ROOM.

           IF WS-RMT-E-CODE (WS-RMT-IDX) = ASG-ROOM
                   AND WS-RMT-E-CAMPUS (WS-RMT-IDX) = WS-ROW-CAMPUS
               MOVE WS-RMT-IDX TO WS-RMT-HIT
           END-IF.

           ADD 1 TO WS-RMT-IDX.

       1355-END.

      *    MINUTES PER MEETING TIMES THE NUMBER OF MEETING DAYS.
       1360-COMPUTE-WEEKLY-MINUTES.

           DIVIDE ASG-START-TIME BY 100 GIVING WS-TIME-HH
               REMAINDER WS-TIME-MM.
           COMPUTE WS-START-MINUTES = (WS-TIME-HH * 60) + WS-TIME-MM.

           DIVIDE ASG-END-TIME BY 100 GIVING WS-TIME-HH
               REMAINDER WS-TIME-MM.
           COMPUTE WS-END-MINUTES = (WS-TIME-HH * 60) + WS-TIME-MM.

           MOVE 0 TO WS-DAY-COUNT.
           PERFORM 1365-COUNT-ONE-DAY
               VARYING WS-DAY-I FROM 1 BY 1 UNTIL WS-DAY-I > 7.

           COMPUTE WS-ROW-MINUTES
               = (WS-END-MINUTES - WS-START-MINUTES) * WS-DAY-COUNT.

       1360-END.

       1365-COUNT-ONE-DAY.

           IF ASG-DAYS (WS-DAY-I:1) NOT = SPACE
               ADD 1 TO WS-DAY-COUNT
           END-IF.

       1365-END.

       1500-PRINT-REPORT.

           OPEN OUTPUT UTILIZATION-REPORT-FILE.
           IF PRT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PRGQ0112.PRT (STATUS = "
                   PRT-FILE-STATUS ")"
               GOBACK
           END-IF.

           MOVE '---------------------------------------------------'
               TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING '   ROOM UTILIZATION - TERM ' DELIMITED BY SIZE
                  WS-REQUEST-TERM DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING '   WEEKLY HOURS, ' DELIMITED BY SIZE
                  WS-WEEK-HOURS DELIMITED BY SIZE
                  ' AVAILABLE PER ROOM - RUN ' DELIMITED BY SIZE
                  CURRENT-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE '---------------------------------------------------'
               TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.

           PERFORM 1510-COLLECT-CAMPUSES.

           MOVE 1 TO WS-CMT-IDX.
           PERFORM 1520-PRINT-ONE-CAMPUS
               UNTIL WS-CMT-IDX > WS-CMT-COUNT.

           MOVE '==================================================='
               TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE 'ALL CAMPUSES' TO WS-TL-LABEL.
           MOVE WS-GRAND-BOOKED TO WS-CAMPUS-BOOKED.
           MOVE WS-GRAND-AVAIL TO WS-CAMPUS-AVAIL.
           PERFORM 1560-PRINT-TOTAL-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'ROOMS REPORTED : ' DELIMITED BY SIZE
                  WS-ROOMS-PRINTED DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.

           CLOSE UTILIZATION-REPORT-FILE.

       1500-END.

       1510-COLLECT-CAMPUSES.

           MOVE 0 TO WS-CMT-COUNT.
           MOVE 1 TO WS-RMT-IDX.

           PERFORM 1515-COLLECT-ONE-CAMPUS
               UNTIL WS-RMT-IDX > WS-RMT-COUNT.

       1510-END.

       1515-COLLECT-ONE-CAMPUS.

           MOVE 'N' TO WS-CMT-HIT.
           MOVE 1 TO WS-CMT-JDX.
           PERFORM 1517-MATCH-ONE-CAMPUS
               UNTIL WS-CMT-HIT = 'Y' OR WS-CMT-JDX > WS-CMT-COUNT.

           IF WS-CMT-HIT = 'N' AND WS-CMT-COUNT < 100
               ADD 1 TO WS-CMT-COUNT
               MOVE WS-RMT-E-CAMPUS (WS-RMT-IDX)
                   TO WS-CMT-E-CAMPUS (WS-CMT-COUNT)
           END-IF.

           ADD 1 TO WS-RMT-IDX.

       1515-END.

       1517-MATCH-ONE-CAMPUS.

           IF WS-CMT-E-CAMPUS (WS-CMT-JDX)
                   = WS-RMT-E-CAMPUS (WS-RMT-IDX)
               MOVE 'Y' TO WS-CMT-HIT
           END-IF.

           ADD 1 TO WS-CMT-JDX.

       1517-END.

       1520-PRINT-ONE-CAMPUS.

           MOVE 0 TO WS-CAMPUS-BOOKED.
           MOVE 0 TO WS-CAMPUS-AVAIL.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'CAMPUS ' DELIMITED BY SIZE
                  WS-CMT-E-CAMPUS (WS-CMT-IDX) DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE 'ROOM     | TYPE     | SEATS | SECTS | BOOKED | '
               TO WS-PRINT-LINE.
           MOVE ' AVAIL  | UTIL' TO WS-PRINT-LINE (48:14).
           PERFORM 1060-PRINT-LINE.
           MOVE '---------------------------------------------------'
               TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.

           MOVE 1 TO WS-RMT-IDX.
           PERFORM 1530-PRINT-ONE-ROOM
               UNTIL WS-RMT-IDX > WS-RMT-COUNT.

           MOVE '---------------------------------------------------'
               TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-TL-LABEL.
           STRING 'CAMPUS ' DELIMITED BY SIZE
                  WS-CMT-E-CAMPUS (WS-CMT-IDX) DELIMITED BY SIZE
                  ' TOTAL' DELIMITED BY SIZE
               INTO WS-TL-LABEL.
           PERFORM 1560-PRINT-TOTAL-LINE.

           ADD WS-CAMPUS-BOOKED TO WS-GRAND-BOOKED.
           ADD WS-CAMPUS-AVAIL TO WS-GRAND-AVAIL.

           ADD 1 TO WS-CMT-IDX.

       1520-END.

       1530-PRINT-ONE-ROOM.

           IF WS-RMT-E-CAMPUS (WS-RMT-IDX)
                   = WS-CMT-E-CAMPUS (WS-CMT-IDX)
               MOVE WS-RMT-E-CODE (WS-RMT-IDX) TO WS-DL-ROOM
               MOVE WS-RMT-E-TYPE (WS-RMT-IDX) TO WS-DL-TYPE
               MOVE WS-RMT-E-SEATS (WS-RMT-IDX) TO WS-DL-SEATS
               MOVE WS-RMT-E-SECTIONS (WS-RMT-IDX) TO WS-DL-SECTIONS
               COMPUTE WS-HOURS-WORK ROUNDED
                   = WS-RMT-E-MINUTES (WS-RMT-IDX) / 60
               MOVE WS-HOURS-WORK TO WS-DL-BOOKED
               MOVE WS-WEEK-HOURS TO WS-DL-AVAIL
               COMPUTE WS-UTIL-PCT ROUNDED
                   = (WS-RMT-E-MINUTES (WS-RMT-IDX) * 100)
                   / WS-AVAIL-MINUTES
                   ON SIZE ERROR
                       MOVE 999 TO WS-UTIL-PCT
               END-COMPUTE
               MOVE WS-UTIL-PCT TO WS-DL-PCT
               EVALUATE TRUE
                   WHEN WS-RMT-E-SEATS (WS-RMT-IDX) = 0
                       MOVE '  NOT ON MASTER' TO WS-DL-NOTE
                   WHEN WS-RMT-E-MINUTES (WS-RMT-IDX)
                           > WS-AVAIL-MINUTES
                       MOVE '  OVERBOOKED' TO WS-DL-NOTE
                   WHEN WS-RMT-E-SECTIONS (WS-RMT-IDX) = 0
                       MOVE '  UNUSED' TO WS-DL-NOTE
                   WHEN OTHER
                       MOVE SPACES TO WS-DL-NOTE
               END-EVALUATE
               MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
               ADD WS-RMT-E-MINUTES (WS-RMT-IDX) TO WS-CAMPUS-BOOKED
               ADD WS-AVAIL-MINUTES TO WS-CAMPUS-AVAIL
               ADD 1 TO WS-ROOMS-PRINTED
           END-IF.

           ADD 1 TO WS-RMT-IDX.

       1530-END.

      *    TOTALS ARRIVE IN MINUTES IN WS-CAMPUS-BOOKED/-AVAIL.
       1560-PRINT-TOTAL-LINE.

           COMPUTE WS-HOURS-WORK ROUNDED = WS-CAMPUS-BOOKED / 60.
           MOVE WS-HOURS-WORK TO WS-TL-BOOKED.
           COMPUTE WS-HOURS-WORK ROUNDED = WS-CAMPUS-AVAIL / 60.
           MOVE WS-HOURS-WORK TO WS-TL-AVAIL.

           IF WS-CAMPUS-AVAIL > 0
               COMPUTE WS-UTIL-PCT ROUNDED
                   = (WS-CAMPUS-BOOKED * 100) / WS-CAMPUS-AVAIL
                   ON SIZE ERROR
                       MOVE 999 TO WS-UTIL-PCT
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-UTIL-PCT
           END-IF.
           MOVE WS-UTIL-PCT TO WS-TL-PCT.

           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.

       1560-END.

       1060-PRINT-LINE.

           DISPLAY WS-PRINT-LINE.
           WRITE REPORT-LINE FROM WS-PRINT-LINE.

       1060-END.

       END PROGRAM PRGQ0112.
