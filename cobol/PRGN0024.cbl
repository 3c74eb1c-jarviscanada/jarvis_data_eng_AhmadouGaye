      *          instructor assignment file - add an instructor,
      *          assign one to a course/term combination, or list
      *          what is on file (modeled on PRGC0015's add/edit
      *          flow and PRGT0022's term maintenance). A SECTION
      *          GIVEN A ROOM MUST NAME A ROOM ON ROOM.MASTER AT ITS
      *          CAMPUS, MAY NOT SEAT MORE THAN THE ROOM HOLDS, AND
      *          MAY NOT MEET IN THE ROOM WHILE ANOTHER SECTION OF THE
      *          TERM IS BOOKED INTO IT. NEW ROWS ARE WRITTEN AS RUNNING
      *          SECTIONS, THE LIST SHOWS EACH ROW'S STATUS, AND A
      *          CANCELLED SECTION NO LONGER HOLDS ITS ROOM.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

           COPY TRMSEL.

           COPY ROMSEL.

       DATA DIVISION.
       FILE SECTION.

       FD TERM-MASTER-FILE.
       COPY TRMFD.

       FD ROOM-MASTER-FILE.
       COPY ROMFD.

       WORKING-STORAGE SECTION.

       COPY LKPWRK.
       01  ASG-FILE-STATUS   PIC XX.
       01  CRS-FILE-STATUS   PIC XX.
       01  TRM-FILE-STATUS   PIC XX.
       01  ROM-FILE-STATUS   PIC XX.

       01  WS-WORK-AREAS.
           05  WS-MODE                PIC X     VALUE SPACES.
               88  TIMES-ARE-VALID           VALUE 'Y'.
           05  WS-INPUT-ROOM          PIC X(8).
           05  WS-INPUT-CAMPUS        PIC X(3).
           05  WS-COURSE-CAMPUS       PIC X(3)  VALUE SPACES.
           05  WS-COURSE-CAPACITY     PIC 9(3)  VALUE 0.

      *    ROOM BOOKING CHECK - THE ROOM'S CAMPUS IS THE ONE KEYED
      *    FOR THE SECTION, ELSE THE COURSE MASTER'S.
       01  WS-ROOM-CHECK-AREAS.
           05  WS-ROOM-OK             PIC X     VALUE 'Y'.
               88  ROOM-IS-OK                VALUE 'Y'.
           05  WS-ROOM-FOUND          PIC X     VALUE 'N'.
               88  ROOM-FOUND                VALUE 'Y'.
           05  WS-ROOM-CAMPUS         PIC X(3)  VALUE SPACES.
           05  WS-ROOM-SEATS          PIC 9(3)  VALUE 0.
           05  WS-EFFECTIVE-CAPACITY  PIC 9(3)  VALUE 0.
           05  WS-ROM-EOF             PIC X     VALUE 'N'.
               88  ROM-EOF                   VALUE 'Y'.
           05  WS-ASG-EOF             PIC X     VALUE 'N'.
               88  ASG-EOF                   VALUE 'Y'.
           05  WS-OTH-CAMPUS          PIC X(3)  VALUE SPACES.
           05  WS-OTH-SECTION         PIC 9(2)  VALUE 0.
           05  WS-CLASH-COURSE        PIC X(15) VALUE SPACES.
           05  WS-CLASH-SECTION       PIC 9(2)  VALUE 0.
           05  WS-DAYS-OVERLAP        PIC X     VALUE 'N'.
           05  WS-DAY-I               PIC 9     VALUE 0.
           05  WS-DAY-J               PIC 9     VALUE 0.

       01  INS-HEADER.
           05 FILLER      PIC X VALUE '+'.
               "CAMPUS) >>".
           ACCEPT WS-INPUT-CAMPUS.

           PERFORM 1470-CHECK-ROOM-BOOKING.

           IF NOT ROOM-IS-OK
               DISPLAY "ASSIGNMENT NOT SAVED."
               PERFORM 1900-STOP-PROGRAM
           END-IF.

           OPEN EXTEND INSTRUCTOR-ASSIGN-FILE.
           IF ASG-FILE-STATUS NOT = "00"
               OPEN OUTPUT INSTRUCTOR-ASSIGN-FILE
               MOVE WS-INPUT-ROOM TO ASG-ROOM
               MOVE ',' TO ASG-SEPARATOR9
               MOVE WS-INPUT-CAMPUS TO ASG-CAMPUS
               MOVE ',' TO ASG-SEPARATOR10
               SET ASG-RUNNING TO TRUE
               WRITE INSTRUCTOR-ASSIGN-RECORD
               CLOSE INSTRUCTOR-ASSIGN-FILE
               DISPLAY "INSTRUCTOR " WS-INPUT-INS-ID " ASSIGNED TO "
           CALL 'PRGS0098' USING MASTER-LOOKUP-PARM.
           IF LKP-RECORD-FOUND
               SET COURSE-IS-VALID TO TRUE
               MOVE LKP-RECORD-IMAGE TO COURSE-MASTER-RECORD
               MOVE CRS-CAMPUS TO WS-COURSE-CAMPUS
               IF CRS-CAPACITY IS NUMERIC
                   MOVE CRS-CAPACITY TO WS-COURSE-CAPACITY
               END-IF
           END-IF.

           IF NOT COURSE-IS-VALID
                   MOVE WS-INPUT-START TO WS-PICK-START
                   MOVE WS-INPUT-END TO WS-PICK-END
                   IF WS-PICK-END > WS-PICK-START
                       DISPLAY "ENTER ROOM (MAX 8 CHARS, BLANK = "
                           "OFF-SITE) >>"
                       ACCEPT WS-INPUT-ROOM
                       SET TIMES-ARE-VALID TO TRUE
                   ELSE

       1460-END.

      *    A SECTION WITH NO ROOM (NO MEETING DAYS, OR A ROOM LEFT
      *    BLANK FOR AN OFF-SITE SECTION) BOOKS NOTHING. OTHERWISE
      *    THE ROOM MUST BE ON THE ROOM MASTER AT THE SECTION'S
      *    CAMPUS, THE SECTION'S SEATS (ASG-CAPACITY, OR THE COURSE
      *    CAPACITY WHEN 000) MAY NOT EXCEED THE ROOM'S, AND NO
      *    OTHER SECTION OF THE TERM MAY MEET IN THE ROOM AT AN
      *    OVERLAPPING TIME ON A SHARED DAY. ANOTHER ROW FOR THE SAME
      *    COURSE AND SECTION IS A CO-INSTRUCTOR, NOT A CLASH.
       1470-CHECK-ROOM-BOOKING.

           MOVE 'Y' TO WS-ROOM-OK.

           IF WS-INPUT-ROOM NOT = SPACES
                   AND WS-INPUT-DAYS NOT = SPACES
               PERFORM 1471-VALIDATE-ROOM
           END-IF.

       1470-END.

       1471-VALIDATE-ROOM.

           IF WS-INPUT-CAMPUS NOT = SPACES
               MOVE WS-INPUT-CAMPUS TO WS-ROOM-CAMPUS
           ELSE
               MOVE WS-COURSE-CAMPUS TO WS-ROOM-CAMPUS
           END-IF.

           IF WS-PICK-CAPACITY > 0
               MOVE WS-PICK-CAPACITY TO WS-EFFECTIVE-CAPACITY
           ELSE
               MOVE WS-COURSE-CAPACITY TO WS-EFFECTIVE-CAPACITY
           END-IF.

           MOVE 'N' TO WS-ROOM-FOUND.
           MOVE 'N' TO WS-ROM-EOF.

           OPEN INPUT ROOM-MASTER-FILE.
           IF ROM-FILE-STATUS = "00"
               PERFORM 1472-SCAN-ONE-ROOM
                   UNTIL ROOM-FOUND OR ROM-EOF
               CLOSE ROOM-MASTER-FILE
           END-IF.

           EVALUATE TRUE
               WHEN NOT ROOM-FOUND
                   DISPLAY "ROOM " WS-INPUT-ROOM " IS NOT ON THE "
                       "ROOM MASTER AT CAMPUS " WS-ROOM-CAMPUS "."
                   MOVE 'N' TO WS-ROOM-OK
               WHEN WS-EFFECTIVE-CAPACITY > WS-ROOM-SEATS
                   DISPLAY "SECTION CAPACITY " WS-EFFECTIVE-CAPACITY
                       " EXCEEDS THE " WS-ROOM-SEATS " SEATS IN ROOM "
                       WS-INPUT-ROOM "."
                   MOVE 'N' TO WS-ROOM-OK
               WHEN OTHER
                   MOVE 'N' TO WS-ASG-EOF
                   OPEN INPUT INSTRUCTOR-ASSIGN-FILE
                   IF ASG-FILE-STATUS = "00"
                       PERFORM 1474-CHECK-ONE-BOOKING
                           UNTIL ASG-EOF OR NOT ROOM-IS-OK
                       CLOSE INSTRUCTOR-ASSIGN-FILE
                   END-IF
                   IF NOT ROOM-IS-OK
                       DISPLAY "ROOM " WS-INPUT-ROOM " IS ALREADY "
                           "BOOKED BY " WS-CLASH-COURSE " SECTION "
                           WS-CLASH-SECTION " AT AN OVERLAPPING TIME."
                   END-IF
           END-EVALUATE.

       1471-END.

       1472-SCAN-ONE-ROOM.

           READ ROOM-MASTER-FILE
               AT END
                   SET ROM-EOF TO TRUE
               NOT AT END
                   IF ROM-CODE = WS-INPUT-ROOM
                           AND ROM-CAMPUS = WS-ROOM-CAMPUS
                       SET ROOM-FOUND TO TRUE
                       IF ROM-SEATS IS NUMERIC
                           MOVE ROM-SEATS TO WS-ROOM-SEATS
                       ELSE
                           MOVE 0 TO WS-ROOM-SEATS
                       END-IF
                   END-IF
           END-READ.

       1472-END.

       1474-CHECK-ONE-BOOKING.

           READ INSTRUCTOR-ASSIGN-FILE
               AT END
                   SET ASG-EOF TO TRUE
               NOT AT END
                   IF ASG-TERM = WS-INPUT-TERM
                           AND ASG-ROOM = WS-INPUT-ROOM
                           AND ASG-RUNNING
                           AND ASG-DAYS NOT = SPACES
                           AND ASG-START-TIME IS NUMERIC
                           AND ASG-END-TIME IS NUMERIC
                       PERFORM 1476-JUDGE-ONE-BOOKING
                   END-IF
           END-READ.

       1474-END.

       1476-JUDGE-ONE-BOOKING.

           IF ASG-SECTION IS NUMERIC AND ASG-SECTION > 0
               MOVE ASG-SECTION TO WS-OTH-SECTION
           ELSE
               MOVE 1 TO WS-OTH-SECTION
           END-IF.

           IF (ASG-COURSE NOT = WS-INPUT-COURSE
                   OR WS-OTH-SECTION NOT = WS-PICK-SECTION)
                   AND WS-PICK-START < ASG-END-TIME
                   AND ASG-START-TIME < WS-PICK-END
               PERFORM 1478-FETCH-OTHER-CAMPUS
               IF WS-OTH-CAMPUS = WS-ROOM-CAMPUS
                   PERFORM 1480-CHECK-DAYS-OVERLAP
                   IF WS-DAYS-OVERLAP = 'Y'
                       MOVE 'N' TO WS-ROOM-OK
                       MOVE ASG-COURSE TO WS-CLASH-COURSE
                       MOVE WS-OTH-SECTION TO WS-CLASH-SECTION
                   END-IF
               END-IF
           END-IF.

       1476-END.

       1478-FETCH-OTHER-CAMPUS.

           MOVE ASG-CAMPUS TO WS-OTH-CAMPUS.

           IF WS-OTH-CAMPUS = SPACES
               SET LKP-COURSE-LOOKUP TO TRUE
               MOVE ASG-COURSE TO LKP-KEY
               CALL 'PRGS0098' USING MASTER-LOOKUP-PARM
               IF LKP-RECORD-FOUND
                   MOVE LKP-RECORD-IMAGE TO COURSE-MASTER-RECORD
                   MOVE CRS-CAMPUS TO WS-OTH-CAMPUS
               END-IF
           END-IF.

       1478-END.

       1480-CHECK-DAYS-OVERLAP.

           MOVE 'N' TO WS-DAYS-OVERLAP.

           PERFORM 1482-CHECK-ONE-NEW-DAY
               VARYING WS-DAY-I FROM 1 BY 1
               UNTIL WS-DAY-I > 7 OR WS-DAYS-OVERLAP = 'Y'.

       1480-END.

       1482-CHECK-ONE-NEW-DAY.

           IF WS-INPUT-DAYS (WS-DAY-I:1) NOT = SPACE
               PERFORM 1484-CHECK-ONE-OTHER-DAY
                   VARYING WS-DAY-J FROM 1 BY 1
                   UNTIL WS-DAY-J > 7 OR WS-DAYS-OVERLAP = 'Y'
           END-IF.

       1482-END.

       1484-CHECK-ONE-OTHER-DAY.

           IF ASG-DAYS (WS-DAY-J:1) NOT = SPACE
                   AND ASG-DAYS (WS-DAY-J:1)
                       = WS-INPUT-DAYS (WS-DAY-I:1)
               MOVE 'Y' TO WS-DAYS-OVERLAP
           END-IF.

       1484-END.

       1500-LIST-ASSIGNMENTS.

           MOVE 'N' TO WS-MASTER-EOF.
           OPEN INPUT INSTRUCTOR-ASSIGN-FILE.
           IF ASG-FILE-STATUS = "00"
               DISPLAY "INSTR | COURSE          | TERM       | SC "
                   "| CAP | ST"
               DISPLAY "-------------------------------------------"
               PERFORM 1510-LIST-ONE-ASSIGNMENT UNTIL MASTER-EOF
               CLOSE INSTRUCTOR-ASSIGN-FILE
               NOT AT END
                   DISPLAY ASG-INSTRUCTOR-ID "  | " ASG-COURSE
                       " | " ASG-TERM " | " ASG-SECTION " | "
                       ASG-CAPACITY " | " ASG-STATUS
                   ADD 1 TO WS-LIST-COUNT
           END-READ.

