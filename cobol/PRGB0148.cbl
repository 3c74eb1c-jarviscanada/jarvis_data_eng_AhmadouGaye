      ******************************************************************
      * Author:
      * Date:
      * Purpose: Offering roll-forward - copies the INSTRUCTOR.ASSIGN
      *          rows of a source term into a target term already on
      *          TERM.MASTER, carrying each section's capacity,
      *          meeting pattern, room and campus, and the instructor
      *          too when asked (otherwise the section is copied
      *          unstaffed as instructor 0000, once per section).
      *          COURSES RETIRED ON COURSE.MASTER AS OF THE TARGET
      *          TERM'S START DATE ARE SKIPPED, A COURSE/SECTION
      *          ALREADY KEYED FOR THE TARGET TERM IS NEVER TOUCHED,
      *          AND A ROW WHOSE ROOM IS ALREADY BOOKED IN THE TARGET
      *          TERM AT AN OVERLAPPING TIME IS LEFT FOR THE
      *          SCHEDULER. THE PROOF OF WHAT WOULD BE COPIED AND
      *          SKIPPED, AND WHY, PRINTS ON ../PRGB0148.PRT BEFORE
      *          ANYTHING IS WRITTEN; THE OPERATOR THEN COMMITS OR
      *          NOT. UNATTENDED, ../PRGB0148.PARM CARRIES SOURCE
      *          TERM, TARGET TERM, CARRY-INSTRUCTOR (Y/N) AND MODE
      *          (P = PROOF ONLY, C = PROOF AND COMMIT). A ROLLED ROW IS
      *          ALWAYS WRITTEN AS A RUNNING SECTION, EVEN WHERE THE
      *          SOURCE SECTION WAS CANCELLED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGB0148.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ASGSEL.

           SELECT ROLL-PARM-FILE ASSIGN TO '../PRGB0148.PARM'
               FILE STATUS IS PRM-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ROLL-REPORT-FILE ASSIGN TO '../PRGB0148.PRT'
               FILE STATUS IS PRT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY RUNSEL.

       DATA DIVISION.
       FILE SECTION.

       FD INSTRUCTOR-ASSIGN-FILE.
       COPY ASGFD.

       FD ROLL-PARM-FILE.
       01  ROLL-PARM-RECORD.
           05 RFP-SOURCE-TERM           PIC X(10).
           05 RFP-SEPARATOR1            PIC X.
           05 RFP-TARGET-TERM           PIC X(10).
           05 RFP-SEPARATOR2            PIC X.
           05 RFP-CARRY-INSTRUCTOR      PIC X.
           05 RFP-SEPARATOR3            PIC X.
           05 RFP-MODE                  PIC X.

       FD ROLL-REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       FD RUN-STATISTICS-FILE.
       COPY RUNFD.

       WORKING-STORAGE SECTION.

       COPY LKPWRK.

       COPY TRMFD.

       COPY CRSFD.

       01  RUN-FILE-STATUS   PIC XX.

       01  WS-RUN-STATS-AREAS.
           05  WS-RUN-PROGRAM      PIC X(8) VALUE 'PRGB0148'.
           05  WS-RUN-DATE         PIC 9(8) VALUE 0.
           05  WS-RUN-START-TIME   PIC 9(6) VALUE 0.
           05  WS-RUN-END-TIME     PIC 9(6) VALUE 0.
           05  WS-RUN-READ-COUNT   PIC 9(6) VALUE 0.
           05  WS-RUN-WRITE-COUNT  PIC 9(6) VALUE 0.
           05  WS-RUN-REJECT-COUNT PIC 9(6) VALUE 0.
       01  ASG-FILE-STATUS   PIC XX.
       01  PRM-FILE-STATUS   PIC XX.
       01  PRT-FILE-STATUS   PIC XX.

       01  WS-WORK-AREAS.
           05  WS-SOURCE-TERM      PIC X(10) VALUE SPACES.
           05  WS-TARGET-TERM      PIC X(10) VALUE SPACES.
           05  WS-TARGET-START     PIC 9(8)  VALUE 0.
           05  WS-CARRY-INSTRUCTOR PIC X     VALUE 'N'.
               88  CARRY-INSTRUCTOR          VALUE 'Y'.
           05  WS-RUN-MODE         PIC X     VALUE 'P'.
               88  COMMIT-REQUESTED          VALUE 'C'.
           05  WS-UNATTENDED       PIC X     VALUE 'N'.
               88  RUN-UNATTENDED            VALUE 'Y'.
           05  WS-CONFIRM          PIC X     VALUE SPACE.
           05  WS-ASG-EOF          PIC X     VALUE 'N'.
               88  ASG-EOF                  VALUE 'Y'.
           05  WS-ROW-SECTION      PIC 9(2)  VALUE 0.
           05  WS-ROW-CAPACITY     PIC 9(3)  VALUE 0.
           05  WS-ROW-CAMPUS       PIC X(3)  VALUE SPACES.
           05  WS-ROW-ACTION       PIC X     VALUE SPACE.
               88  ROW-TO-COPY               VALUE 'C'.
               88  ROW-SKIPPED               VALUE 'S'.
           05  WS-ROW-REASON       PIC X(40) VALUE SPACES.
           05  WS-DAYS-OVERLAP     PIC X     VALUE 'N'.
           05  WS-DAY-I            PIC 9     VALUE 0.
           05  WS-DAY-J            PIC 9     VALUE 0.
           05  WS-CLASH-COURSE     PIC X(15) VALUE SPACES.
           05  WS-CLASH-SECTION    PIC 9(2)  VALUE 0.
           05  WS-SOURCE-ROWS      PIC 9(4)  VALUE 0.
           05  WS-COPY-COUNT       PIC 9(4)  VALUE 0.
           05  WS-SKIP-COUNT       PIC 9(4)  VALUE 0.
           05  WS-WRITTEN-COUNT    PIC 9(4)  VALUE 0.
           05  WS-PRINT-LINE       PIC X(132).

      *    THE SOURCE TERM'S ROWS AS READ, EACH WITH THE ACTION THE
      *    PROOF DECIDED FOR IT.
       01  WS-SOURCE-TABLE-AREAS.
           05  WS-SRC-COUNT        PIC 9(4)  COMP VALUE 0.
           05  WS-SRC-IDX          PIC 9(4)  COMP VALUE 0.
           05  WS-SRC-TABLE.
               10  WS-SRC-ENTRY    OCCURS 1000 TIMES.
                   15  WS-SRC-E-IMAGE      PIC X(72).
                   15  WS-SRC-E-SECTION    PIC 9(2).
                   15  WS-SRC-E-CAPACITY   PIC 9(3).
                   15  WS-SRC-E-ACTION     PIC X.
                   15  WS-SRC-E-REASON     PIC X(40).

      *    THE TARGET TERM'S SECTIONS - THOSE KEYED BEFORE THIS RUN
      *    ('K') AND THOSE THIS RUN WILL ADD ('R') - FOR THE
      *    NEVER-OVERWRITE, CO-TAUGHT AND ROOM BOOKING CHECKS.
       01  WS-TARGET-TABLE-AREAS.
           05  WS-TGT-COUNT        PIC 9(4)  COMP VALUE 0.
           05  WS-TGT-IDX          PIC 9(4)  COMP VALUE 0.
           05  WS-TGT-TABLE.
               10  WS-TGT-ENTRY    OCCURS 2000 TIMES.
                   15  WS-TGT-E-INS-ID     PIC 9(4).
                   15  WS-TGT-E-COURSE     PIC X(15).
                   15  WS-TGT-E-SECTION    PIC 9(2).
                   15  WS-TGT-E-DAYS       PIC X(7).
                   15  WS-TGT-E-START      PIC 9(4).
                   15  WS-TGT-E-END        PIC 9(4).
                   15  WS-TGT-E-ROOM       PIC X(8).
                   15  WS-TGT-E-CAMPUS     PIC X(3).
                   15  WS-TGT-E-ORIGIN     PIC X.

       01  WS-DETAIL-LINE.
           05  WS-DL-INS-ID          PIC 9(4).
           05  FILLER                PIC X(3)  VALUE ' | '.
           05  WS-DL-COURSE          PIC X(15).
           05  FILLER                PIC X(3)  VALUE ' | '.
           05  WS-DL-SECTION         PIC 9(2).
           05  FILLER                PIC X(3)  VALUE ' | '.
           05  WS-DL-CAPACITY        PIC ZZ9.
           05  FILLER                PIC X(3)  VALUE ' | '.
           05  WS-DL-DAYS            PIC X(7).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-DL-START           PIC X(4).
           05  FILLER                PIC X     VALUE '-'.
           05  WS-DL-END             PIC X(4).
           05  FILLER                PIC X(3)  VALUE ' | '.
           05  WS-DL-ROOM            PIC X(8).
           05  FILLER                PIC X(3)  VALUE ' | '.
           05  WS-DL-CAMPUS          PIC X(3).
           05  FILLER                PIC X(3)  VALUE ' | '.
           05  WS-DL-ACTION          PIC X(7).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-DL-REASON          PIC X(40).

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.

           PERFORM 0850-INIT-RUN-STATS.

           DISPLAY "===== OFFERING ROLL-FORWARD =====".

           PERFORM 1050-READ-ROLL-PARM.

           IF WS-SOURCE-TERM = SPACES OR WS-TARGET-TERM = SPACES
               DISPLAY "SOURCE AND TARGET TERMS ARE REQUIRED - "
                   "NOTHING RUN."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           IF WS-SOURCE-TERM = WS-TARGET-TERM
               DISPLAY "SOURCE AND TARGET TERM ARE THE SAME - "
                   "NOTHING RUN."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           SET LKP-TERM-LOOKUP TO TRUE.
           MOVE WS-TARGET-TERM TO LKP-KEY.
           CALL 'PRGS0098' USING MASTER-LOOKUP-PARM.
           IF NOT LKP-RECORD-FOUND
               DISPLAY "TARGET TERM " WS-TARGET-TERM
                   " IS NOT ON THE TERM MASTER - NOTHING RUN."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE LKP-RECORD-IMAGE TO TERM-MASTER-RECORD.
           IF TRM-START-DATE IS NUMERIC
               MOVE TRM-START-DATE TO WS-TARGET-START
           END-IF.

           DISPLAY "SOURCE TERM : " WS-SOURCE-TERM
               "   TARGET TERM : " WS-TARGET-TERM
               "   STARTS : " WS-TARGET-START.
           DISPLAY "CARRY INSTRUCTOR : " WS-CARRY-INSTRUCTOR.

           PERFORM 1100-LOAD-ASSIGNMENTS.

           PERFORM 1300-JUDGE-ONE-ROW
               VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > WS-SRC-COUNT.

           MOVE WS-SRC-COUNT TO WS-SOURCE-ROWS.
           PERFORM 1500-PRINT-PROOF.

           DISPLAY "ROWS IN SOURCE TERM : " WS-SOURCE-ROWS.
           DISPLAY "ROWS TO COPY        : " WS-COPY-COUNT.
           DISPLAY "ROWS SKIPPED        : " WS-SKIP-COUNT.
           DISPLAY "SEE ../PRGB0148.PRT FOR THE PROOF".

           PERFORM 1600-CONFIRM-COMMIT.

           IF COMMIT-REQUESTED AND WS-COPY-COUNT > 0
               PERFORM 1700-WRITE-TARGET-ROWS
               DISPLAY "ROWS WRITTEN TO " WS-TARGET-TERM " : "
                   WS-WRITTEN-COUNT
           ELSE
               DISPLAY "PROOF ONLY - NOTHING WRITTEN."
           END-IF.

           MOVE WS-SRC-COUNT TO WS-RUN-READ-COUNT.
           MOVE WS-WRITTEN-COUNT TO WS-RUN-WRITE-COUNT.
           MOVE WS-SKIP-COUNT TO WS-RUN-REJECT-COUNT.
           PERFORM 0860-WRITE-RUN-STATS.

           GOBACK.

       0000-END.

       0850-INIT-RUN-STATS.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.

       0850-END.

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
      *    FALL BACK TO THE INTERACTIVE PROMPTS. UNATTENDED RUNS ONLY
      *    COMMIT WHEN THE PARAMETER SAYS SO.
       1050-READ-ROLL-PARM.

           OPEN INPUT ROLL-PARM-FILE.
           IF PRM-FILE-STATUS = "00"
               SET RUN-UNATTENDED TO TRUE
               READ ROLL-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RFP-SOURCE-TERM TO WS-SOURCE-TERM
                       MOVE RFP-TARGET-TERM TO WS-TARGET-TERM
                       MOVE RFP-CARRY-INSTRUCTOR
                           TO WS-CARRY-INSTRUCTOR
                       MOVE RFP-MODE TO WS-RUN-MODE
               END-READ
               CLOSE ROLL-PARM-FILE
           ELSE
               DISPLAY "ENTER SOURCE TERM >>"
               ACCEPT WS-SOURCE-TERM
               DISPLAY "ENTER TARGET TERM >>"
               ACCEPT WS-TARGET-TERM
               DISPLAY "CARRY THE INSTRUCTORS FORWARD (Y/N) >>"
               ACCEPT WS-CARRY-INSTRUCTOR
           END-IF.

           IF WS-CARRY-INSTRUCTOR NOT = 'Y'
               MOVE 'N' TO WS-CARRY-INSTRUCTOR
           END-IF.

           IF WS-RUN-MODE NOT = 'C'
               MOVE 'P' TO WS-RUN-MODE
           END-IF.

       1050-END.

      *    ONE PASS OF INSTRUCTOR.ASSIGN: THE SOURCE TERM'S ROWS GO
      *    TO THE SOURCE TABLE, THE TARGET TERM'S TO THE TARGET TABLE.
       1100-LOAD-ASSIGNMENTS.

           MOVE 'N' TO WS-ASG-EOF.

           OPEN INPUT INSTRUCTOR-ASSIGN-FILE.
           IF ASG-FILE-STATUS = "00"
               PERFORM 1110-LOAD-ONE-ROW UNTIL ASG-EOF
               CLOSE INSTRUCTOR-ASSIGN-FILE
           ELSE
               DISPLAY "NO INSTRUCTOR.ASSIGN ON FILE (STATUS = "
                   ASG-FILE-STATUS ") - NOTHING TO ROLL FORWARD."
           END-IF.

       1100-END.

       1110-LOAD-ONE-ROW.

           READ INSTRUCTOR-ASSIGN-FILE
               AT END
                   SET ASG-EOF TO TRUE
               NOT AT END
                   IF ASG-TERM = WS-SOURCE-TERM
                       PERFORM 1120-KEEP-SOURCE-ROW
                   END-IF
                   IF ASG-TERM = WS-TARGET-TERM
                       PERFORM 1130-KEEP-TARGET-ROW
                   END-IF
           END-READ.

       1110-END.

       1120-KEEP-SOURCE-ROW.

           PERFORM 1140-NORMALISE-ROW.

           IF WS-SRC-COUNT < 1000
               ADD 1 TO WS-SRC-COUNT
               MOVE INSTRUCTOR-ASSIGN-RECORD
                   TO WS-SRC-E-IMAGE (WS-SRC-COUNT)
               MOVE WS-ROW-SECTION TO WS-SRC-E-SECTION (WS-SRC-COUNT)
               MOVE WS-ROW-CAPACITY
                   TO WS-SRC-E-CAPACITY (WS-SRC-COUNT)
               MOVE SPACE TO WS-SRC-E-ACTION (WS-SRC-COUNT)
               MOVE SPACES TO WS-SRC-E-REASON (WS-SRC-COUNT)
           ELSE
               DISPLAY "WARNING: MORE THAN 1000 SOURCE ROWS - "
                   ASG-COURSE " SECTION " WS-ROW-SECTION
                   " NOT CONSIDERED."
           END-IF.

       1120-END.

       1130-KEEP-TARGET-ROW.

           PERFORM 1140-NORMALISE-ROW.
           PERFORM 1150-FETCH-ROW-CAMPUS.

           IF WS-TGT-COUNT < 2000
               ADD 1 TO WS-TGT-COUNT
               MOVE ASG-INSTRUCTOR-ID TO WS-TGT-E-INS-ID (WS-TGT-COUNT)
               MOVE ASG-COURSE TO WS-TGT-E-COURSE (WS-TGT-COUNT)
               MOVE WS-ROW-SECTION TO WS-TGT-E-SECTION (WS-TGT-COUNT)
               MOVE ASG-DAYS TO WS-TGT-E-DAYS (WS-TGT-COUNT)
               IF ASG-START-TIME IS NUMERIC
                       AND ASG-END-TIME IS NUMERIC
                   MOVE ASG-START-TIME TO WS-TGT-E-START (WS-TGT-COUNT)
                   MOVE ASG-END-TIME TO WS-TGT-E-END (WS-TGT-COUNT)
               ELSE
                   MOVE SPACES TO WS-TGT-E-DAYS (WS-TGT-COUNT)
                   MOVE 0 TO WS-TGT-E-START (WS-TGT-COUNT)
                   MOVE 0 TO WS-TGT-E-END (WS-TGT-COUNT)
               END-IF
               MOVE ASG-ROOM TO WS-TGT-E-ROOM (WS-TGT-COUNT)
               MOVE WS-ROW-CAMPUS TO WS-TGT-E-CAMPUS (WS-TGT-COUNT)
               MOVE 'K' TO WS-TGT-E-ORIGIN (WS-TGT-COUNT)
           END-IF.

       1130-END.

      *    LEGACY LINES WITHOUT THE SECTION OR CAPACITY COLUMNS READ
      *    AS SECTION 01 AND COURSE-LEVEL CAPACITY.
       1140-NORMALISE-ROW.

           IF ASG-SECTION IS NUMERIC AND ASG-SECTION > 0
               MOVE ASG-SECTION TO WS-ROW-SECTION
           ELSE
               MOVE 1 TO WS-ROW-SECTION
           END-IF.

           IF ASG-CAPACITY IS NUMERIC
               MOVE ASG-CAPACITY TO WS-ROW-CAPACITY
           ELSE
               MOVE 0 TO WS-ROW-CAPACITY
           END-IF.

       1140-END.

       1150-FETCH-ROW-CAMPUS.

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

       1150-END.

      *    DECIDE ONE SOURCE ROW. A ROW THAT WILL BE COPIED JOINS THE
      *    TARGET TABLE AT ONCE SO LATER SOURCE ROWS ARE JUDGED
      *    AGAINST IT TOO.
       1300-JUDGE-ONE-ROW.

           MOVE WS-SRC-E-IMAGE (WS-SRC-IDX)
               TO INSTRUCTOR-ASSIGN-RECORD.
           MOVE WS-SRC-E-SECTION (WS-SRC-IDX) TO WS-ROW-SECTION.
           MOVE 'C' TO WS-ROW-ACTION.
           MOVE SPACES TO WS-ROW-REASON.

           SET LKP-COURSE-LOOKUP TO TRUE.
           MOVE ASG-COURSE TO LKP-KEY.
           CALL 'PRGS0098' USING MASTER-LOOKUP-PARM.

           EVALUATE TRUE
               WHEN NOT LKP-RECORD-FOUND
                   MOVE 'S' TO WS-ROW-ACTION
                   MOVE "COURSE NOT ON COURSE MASTER" TO WS-ROW-REASON
               WHEN OTHER
                   MOVE LKP-RECORD-IMAGE TO COURSE-MASTER-RECORD
                   IF CRS-RETIRE-DATE IS NUMERIC
                           AND CRS-RETIRE-DATE > 0
                           AND CRS-RETIRE-DATE <= WS-TARGET-START
                       MOVE 'S' TO WS-ROW-ACTION
                       MOVE "COURSE RETIRED BY TARGET TERM START"
                           TO WS-ROW-REASON
                   END-IF
           END-EVALUATE.

           IF ROW-TO-COPY
               PERFORM 1310-CHECK-SECTION-KEYED
           END-IF.

           IF ROW-TO-COPY
               PERFORM 1150-FETCH-ROW-CAMPUS
               PERFORM 1330-CHECK-ROOM-BOOKING
           END-IF.

           IF ROW-TO-COPY
               ADD 1 TO WS-COPY-COUNT
               PERFORM 1350-ADD-ROLLED-ROW
           ELSE
               ADD 1 TO WS-SKIP-COUNT
           END-IF.

           MOVE WS-ROW-ACTION TO WS-SRC-E-ACTION (WS-SRC-IDX).
           MOVE WS-ROW-REASON TO WS-SRC-E-REASON (WS-SRC-IDX).

       1300-END.

      *    A COURSE/SECTION KEYED FOR THE TARGET BEFORE THIS RUN IS
      *    NEVER OVERWRITTEN. ONE ALREADY COPIED BY THIS RUN IS A
      *    CO-TAUGHT SECTION: WITHOUT INSTRUCTORS IT IS COPIED ONCE,
      *    WITH THEM EACH DIFFERENT INSTRUCTOR'S ROW IS COPIED.
       1310-CHECK-SECTION-KEYED.

           PERFORM 1320-CHECK-ONE-TARGET-KEY
               VARYING WS-TGT-IDX FROM 1 BY 1
               UNTIL WS-TGT-IDX > WS-TGT-COUNT OR ROW-SKIPPED.

       1310-END.

       1320-CHECK-ONE-TARGET-KEY.

           IF WS-TGT-E-COURSE (WS-TGT-IDX) = ASG-COURSE
                   AND WS-TGT-E-SECTION (WS-TGT-IDX) = WS-ROW-SECTION
               EVALUATE TRUE
                   WHEN WS-TGT-E-ORIGIN (WS-TGT-IDX) = 'K'
                       MOVE 'S' TO WS-ROW-ACTION
                       MOVE "SECTION ALREADY KEYED FOR TARGET TERM"
                           TO WS-ROW-REASON
                   WHEN NOT CARRY-INSTRUCTOR
                       MOVE 'S' TO WS-ROW-ACTION
                       MOVE "CO-TAUGHT - SECTION COPIED ONCE"
                           TO WS-ROW-REASON
                   WHEN WS-TGT-E-INS-ID (WS-TGT-IDX)
                           = ASG-INSTRUCTOR-ID
                       MOVE 'S' TO WS-ROW-ACTION
                       MOVE "DUPLICATE ROW IN SOURCE TERM"
                           TO WS-ROW-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       1320-END.

      *    THE SAME RULE THE ASSIGNMENT SCREEN APPLIES: NO OTHER
      *    SECTION OF THE TARGET TERM MAY MEET IN THE ROOM, AT THE
      *    SAME CAMPUS, ON A SHARED DAY AT AN OVERLAPPING TIME.
       1330-CHECK-ROOM-BOOKING.

           IF ASG-ROOM NOT = SPACES
                   AND ASG-DAYS NOT = SPACES
                   AND ASG-START-TIME IS NUMERIC
                   AND ASG-END-TIME IS NUMERIC
               PERFORM 1340-CHECK-ONE-BOOKING
                   VARYING WS-TGT-IDX FROM 1 BY 1
                   UNTIL WS-TGT-IDX > WS-TGT-COUNT OR ROW-SKIPPED
           END-IF.

       1330-END.

       1340-CHECK-ONE-BOOKING.

           IF WS-TGT-E-ROOM (WS-TGT-IDX) = ASG-ROOM
                   AND WS-TGT-E-CAMPUS (WS-TGT-IDX) = WS-ROW-CAMPUS
                   AND WS-TGT-E-DAYS (WS-TGT-IDX) NOT = SPACES
                   AND (WS-TGT-E-COURSE (WS-TGT-IDX) NOT = ASG-COURSE
                        OR WS-TGT-E-SECTION (WS-TGT-IDX)
                            NOT = WS-ROW-SECTION)
                   AND ASG-START-TIME < WS-TGT-E-END (WS-TGT-IDX)
                   AND WS-TGT-E-START (WS-TGT-IDX) < ASG-END-TIME
               PERFORM 1342-CHECK-DAYS-OVERLAP
               IF WS-DAYS-OVERLAP = 'Y'
                   MOVE 'S' TO WS-ROW-ACTION
                   MOVE WS-TGT-E-COURSE (WS-TGT-IDX)
                       TO WS-CLASH-COURSE
                   MOVE WS-TGT-E-SECTION (WS-TGT-IDX)
                       TO WS-CLASH-SECTION
                   STRING "ROOM BOOKED BY " DELIMITED BY SIZE
                       WS-CLASH-COURSE DELIMITED BY SPACE
                       " SECTION " DELIMITED BY SIZE
                       WS-CLASH-SECTION DELIMITED BY SIZE
                       INTO WS-ROW-REASON
                   END-STRING
               END-IF
           END-IF.

       1340-END.

       1342-CHECK-DAYS-OVERLAP.

           MOVE 'N' TO WS-DAYS-OVERLAP.

           PERFORM 1344-CHECK-ONE-SOURCE-DAY
               VARYING WS-DAY-I FROM 1 BY 1
               UNTIL WS-DAY-I > 7 OR WS-DAYS-OVERLAP = 'Y'.

       1342-END.

       1344-CHECK-ONE-SOURCE-DAY.

           IF ASG-DAYS (WS-DAY-I:1) NOT = SPACE
               PERFORM 1346-CHECK-ONE-TARGET-DAY
                   VARYING WS-DAY-J FROM 1 BY 1
                   UNTIL WS-DAY-J > 7 OR WS-DAYS-OVERLAP = 'Y'
           END-IF.

       1344-END.

       1346-CHECK-ONE-TARGET-DAY.

           IF WS-TGT-E-DAYS (WS-TGT-IDX) (WS-DAY-J:1) NOT = SPACE
                   AND WS-TGT-E-DAYS (WS-TGT-IDX) (WS-DAY-J:1)
                       = ASG-DAYS (WS-DAY-I:1)
               MOVE 'Y' TO WS-DAYS-OVERLAP
           END-IF.

       1346-END.

       1350-ADD-ROLLED-ROW.

           IF WS-TGT-COUNT < 2000
               ADD 1 TO WS-TGT-COUNT
               IF CARRY-INSTRUCTOR
                   MOVE ASG-INSTRUCTOR-ID
                       TO WS-TGT-E-INS-ID (WS-TGT-COUNT)
               ELSE
                   MOVE 0 TO WS-TGT-E-INS-ID (WS-TGT-COUNT)
               END-IF
               MOVE ASG-COURSE TO WS-TGT-E-COURSE (WS-TGT-COUNT)
               MOVE WS-ROW-SECTION TO WS-TGT-E-SECTION (WS-TGT-COUNT)
               IF ASG-START-TIME IS NUMERIC
                       AND ASG-END-TIME IS NUMERIC
                   MOVE ASG-DAYS TO WS-TGT-E-DAYS (WS-TGT-COUNT)
                   MOVE ASG-START-TIME TO WS-TGT-E-START (WS-TGT-COUNT)
                   MOVE ASG-END-TIME TO WS-TGT-E-END (WS-TGT-COUNT)
               ELSE
                   MOVE SPACES TO WS-TGT-E-DAYS (WS-TGT-COUNT)
                   MOVE 0 TO WS-TGT-E-START (WS-TGT-COUNT)
                   MOVE 0 TO WS-TGT-E-END (WS-TGT-COUNT)
               END-IF
               MOVE ASG-ROOM TO WS-TGT-E-ROOM (WS-TGT-COUNT)
               MOVE WS-ROW-CAMPUS TO WS-TGT-E-CAMPUS (WS-TGT-COUNT)
               MOVE 'R' TO WS-TGT-E-ORIGIN (WS-TGT-COUNT)
           END-IF.

       1350-END.

       1500-PRINT-PROOF.

           OPEN OUTPUT ROLL-REPORT-FILE.
           IF PRT-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN ../PRGB0148.PRT (STATUS = "
                   PRT-FILE-STATUS ")"
           ELSE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "OFFERING ROLL-FORWARD PROOF - FROM "
                   DELIMITED BY SIZE
                   WS-SOURCE-TERM DELIMITED BY SPACE
                   " TO " DELIMITED BY SIZE
                   WS-TARGET-TERM DELIMITED BY SPACE
                   "   CARRY INSTRUCTOR: " DELIMITED BY SIZE
                   WS-CARRY-INSTRUCTOR DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM 1900-WRITE-REPORT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM 1900-WRITE-REPORT-LINE
               MOVE "INS  | COURSE          | SC | CAP | MEETS"
                   TO WS-PRINT-LINE
               MOVE "             | ROOM     | CMP | ACTION  REASON"
                   TO WS-PRINT-LINE (42:)
               PERFORM 1900-WRITE-REPORT-LINE
               MOVE ALL '-' TO WS-PRINT-LINE (1:120)
               PERFORM 1900-WRITE-REPORT-LINE
               PERFORM 1510-PRINT-ONE-ROW
                   VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
               MOVE ALL '-' TO WS-PRINT-LINE (1:120)
               PERFORM 1900-WRITE-REPORT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "ROWS IN SOURCE TERM : " DELIMITED BY SIZE
                   WS-SOURCE-ROWS DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM 1900-WRITE-REPORT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "ROWS TO COPY        : " DELIMITED BY SIZE
                   WS-COPY-COUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM 1900-WRITE-REPORT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "ROWS SKIPPED        : " DELIMITED BY SIZE
                   WS-SKIP-COUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM 1900-WRITE-REPORT-LINE
               CLOSE ROLL-REPORT-FILE
           END-IF.

       1500-END.

       1510-PRINT-ONE-ROW.

           MOVE WS-SRC-E-IMAGE (WS-SRC-IDX)
               TO INSTRUCTOR-ASSIGN-RECORD.

           IF CARRY-INSTRUCTOR
               MOVE ASG-INSTRUCTOR-ID TO WS-DL-INS-ID
           ELSE
               MOVE 0 TO WS-DL-INS-ID
           END-IF.
           MOVE ASG-COURSE TO WS-DL-COURSE.
           MOVE WS-SRC-E-SECTION (WS-SRC-IDX) TO WS-DL-SECTION.
           MOVE WS-SRC-E-CAPACITY (WS-SRC-IDX) TO WS-DL-CAPACITY.
           MOVE ASG-DAYS TO WS-DL-DAYS.
           IF ASG-DAYS NOT = SPACES AND ASG-START-TIME IS NUMERIC
                   AND ASG-END-TIME IS NUMERIC
               MOVE ASG-START-TIME TO WS-DL-START
               MOVE ASG-END-TIME TO WS-DL-END
           ELSE
               MOVE SPACES TO WS-DL-START
               MOVE SPACES TO WS-DL-END
           END-IF.
           MOVE ASG-ROOM TO WS-DL-ROOM.
           MOVE ASG-CAMPUS TO WS-DL-CAMPUS.
           IF WS-SRC-E-ACTION (WS-SRC-IDX) = 'C'
               MOVE "COPY" TO WS-DL-ACTION
           ELSE
               MOVE "SKIP" TO WS-DL-ACTION
           END-IF.
           MOVE WS-SRC-E-REASON (WS-SRC-IDX) TO WS-DL-REASON.

           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.

       1510-END.

      *    AT THE TERMINAL THE OPERATOR COMMITS AFTER SEEING THE
      *    PROOF; UNATTENDED, THE PARAMETER'S MODE DECIDES.
       1600-CONFIRM-COMMIT.

           IF NOT RUN-UNATTENDED AND WS-COPY-COUNT > 0
               DISPLAY "COMMIT " WS-COPY-COUNT " ROWS INTO "
                   WS-TARGET-TERM " (Y/N)? >>"
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                   MOVE 'C' TO WS-RUN-MODE
               END-IF
           END-IF.

       1600-END.

       1700-WRITE-TARGET-ROWS.

           OPEN EXTEND INSTRUCTOR-ASSIGN-FILE.
           IF ASG-FILE-STATUS NOT = "00"
               OPEN OUTPUT INSTRUCTOR-ASSIGN-FILE
           END-IF.

           IF ASG-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN INSTRUCTOR.ASSIGN FOR UPDATE "
                   "(STATUS = " ASG-FILE-STATUS ") - NOTHING WRITTEN."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1710-WRITE-ONE-ROW
                   VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
               CLOSE INSTRUCTOR-ASSIGN-FILE
           END-IF.

       1700-END.

       1710-WRITE-ONE-ROW.

           IF WS-SRC-E-ACTION (WS-SRC-IDX) = 'C'
               MOVE WS-SRC-E-IMAGE (WS-SRC-IDX)
                   TO INSTRUCTOR-ASSIGN-RECORD
               IF NOT CARRY-INSTRUCTOR
                   MOVE 0 TO ASG-INSTRUCTOR-ID
               END-IF
               MOVE WS-TARGET-TERM TO ASG-TERM
               MOVE WS-SRC-E-SECTION (WS-SRC-IDX) TO ASG-SECTION
               MOVE WS-SRC-E-CAPACITY (WS-SRC-IDX) TO ASG-CAPACITY
               MOVE ',' TO ASG-SEPARATOR1
               MOVE ',' TO ASG-SEPARATOR2
               MOVE ',' TO ASG-SEPARATOR3
               MOVE ',' TO ASG-SEPARATOR4
               MOVE ',' TO ASG-SEPARATOR5
               MOVE ',' TO ASG-SEPARATOR6
               MOVE ',' TO ASG-SEPARATOR7
               MOVE ',' TO ASG-SEPARATOR8
               MOVE ',' TO ASG-SEPARATOR9
               MOVE ',' TO ASG-SEPARATOR10
               SET ASG-RUNNING TO TRUE
               WRITE INSTRUCTOR-ASSIGN-RECORD
               IF ASG-FILE-STATUS = "00"
                   ADD 1 TO WS-WRITTEN-COUNT
               ELSE
                   DISPLAY "WRITE FAILED FOR " ASG-COURSE " SECTION "
                       ASG-SECTION " (STATUS = " ASG-FILE-STATUS ")"
               END-IF
           END-IF.

       1710-END.

       1900-WRITE-REPORT-LINE.

           MOVE WS-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.

       1900-END.

       END PROGRAM PRGB0148.
