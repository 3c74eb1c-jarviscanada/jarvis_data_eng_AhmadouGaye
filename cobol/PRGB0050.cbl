      *          TYPE 2 = ENROLLMENT), then prints the certification
      *          page (record counts, students by status, checksum of
      *          STUDENT-VSAM-ID values) the registrar signs and
      *          files with the submission. THE RETURN NOW RUNS FROM THE
      *          TERM'S FROZEN CENSUS COPY (PRGB0155) WHEN ONE EXISTS,
      *          OR FROM THE LIVE FILES ON REQUEST ('L' IN THE PARM
      *          SOURCE COLUMN), AND THE CERTIFICATION PAGE NAMES THE
      *          SOURCE. THE FILE IS WRITTEN IN THE PUBLISHED LAYOUT 1
      *          (4-DIGIT STUDENT ID) UNLESS LAYOUT 2 (6-DIGIT ID) IS
      *          ASKED FOR IN THE PARM LAYOUT COLUMN; A LAYOUT 1 RUN
      *          LEAVES OFF ANY STUDENT NUMBERED ABOVE 9999 AND NAMES
      *          THEM ON THE CERTIFICATION PAGE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CNSSEL.

           COPY CNESEL.

           SELECT MINISTRY-EXTRACT-FILE ASSIGN TO '../MINISTRY.EXTRACT'
               FILE STATUS IS MIN-FILE-STATUS

      *    THE MINISTRY LAYOUT IS STRICTLY COLUMNAR - NO SEPARATORS.
      *    TYPE 1: STUDENT. TYPE 2: ENROLLMENT UNDER THAT STUDENT.
      *    LAYOUT 1 IS THE PUBLISHED ONE WITH A 4-DIGIT STUDENT ID;
      *    LAYOUT 2 IS THE SAME ROW WITH THE 6-DIGIT ID.
       FD MINISTRY-EXTRACT-FILE.
       01  MINISTRY-EXTRACT-RECORD.
           05 MIN-RECORD-TYPE           PIC X.
           05 MIN-COURSE                PIC X(15).
           05 MIN-TERM                  PIC X(10).
           05 MIN-STATUS                PIC X.
       01  MINISTRY-EXTRACT-RECORD-V2.
           05 MN2-RECORD-TYPE           PIC X.
           05 MN2-STUDENT-ID            PIC 9(6).
           05 MN2-NAME                  PIC X(27).
           05 MN2-DOB                   PIC 9(8).
           05 MN2-COURSE                PIC X(15).
           05 MN2-TERM                  PIC X(10).
           05 MN2-STATUS                PIC X.

       FD CERTIFICATION-FILE.
       01  CERTIFICATION-LINE           PIC X(100).
           05 PARM-TERM                 PIC X(10).
           05 PARM-SEPARATOR1           PIC X.
           05 PARM-CAMPUS               PIC X(3).
      *    C = THE TERM'S FROZEN CENSUS COPY, L = THE LIVE FILES;
      *    BLANK = THE CENSUS COPY IF THE TERM HAS BEEN FROZEN.
           05 PARM-SEPARATOR2           PIC X.
           05 PARM-SOURCE               PIC X.
      *    1 OR BLANK = THE PUBLISHED LAYOUT, 2 = THE 6-DIGIT ID ONE.
           05 PARM-SEPARATOR3           PIC X.
           05 PARM-LAYOUT               PIC X.

       WORKING-STORAGE SECTION.


       COPY STUWRK.

       COPY CNSWRK.

       01  WS-WORK-AREAS.
           05  WS-REQUEST-TERM     PIC X(10) VALUE SPACES.
           05  WS-SOURCE-REQUEST   PIC X     VALUE SPACE.
               88  CENSUS-REQUIRED          VALUE 'C'.
               88  LIVE-REQUIRED            VALUE 'L'.
           05  WS-LAYOUT-REQUEST   PIC X     VALUE SPACE.
               88  LAYOUT-V2                VALUE '2'.
           05  WS-STU-EOF          PIC X     VALUE 'N'.
               88  STU-SWEEP-EOF            VALUE 'Y'.
           05  WS-CAMPUS-FILTER    PIC X(3)  VALUE SPACES.
           05  WS-ID-CHECKSUM      PIC 9(9)  VALUE 0.
           05  WS-COUNT-ACTIVE     PIC 9(5)  VALUE 0.
           05  WS-COUNT-ONLEAVE    PIC 9(5)  VALUE 0.
           05  WS-HELD-COUNT       PIC 9(5)  VALUE 0.
           05  WS-HELD-IDX         PIC 9(3)  COMP VALUE 0.

      *    ONE ROW AS BUILT, PUT OUT IN WHICHEVER LAYOUT WAS ASKED FOR.
       01  WS-MINISTRY-ROW.
           05  MWR-RECORD-TYPE     PIC X.
           05  MWR-STUDENT-ID      PIC 9(6).
           05  MWR-NAME            PIC X(27).
           05  MWR-DOB             PIC 9(8).
           05  MWR-COURSE          PIC X(15).
           05  MWR-TERM            PIC X(10).
           05  MWR-STATUS          PIC X.

      *    STUDENTS LEFT OFF A LAYOUT 1 RETURN BECAUSE THEIR ID WILL
      *    NOT FIT IN IT; THE FIRST 200 ARE NAMED ON THE PAGE.
       01  WS-HELD-TABLE.
           05  WS-HELD-ENTRY       OCCURS 200 TIMES.
               10  WS-HELD-E-ID    PIC 9(6).
               10  WS-HELD-E-NAME  PIC X(27).

       01  WS-PRINT-LINE             PIC X(100).


           PERFORM 1100-GET-TERM.

           PERFORM 1150-SET-CENSUS-SOURCE.

           OPEN INPUT STUDENT-VSAM-FILE.
           IF FILE-CHECK-KEY = "35" AND CENSUS-SOURCE-FROZEN
                   AND NOT CENSUS-REQUIRED
               MOVE '../STUDENT.VSAM' TO WS-CENSUS-STUDENT-FILE
               MOVE '../ENROLLMENT.VSAM' TO WS-CENSUS-ENROLL-FILE
               SET CENSUS-SOURCE-LIVE TO TRUE
               OPEN INPUT STUDENT-VSAM-FILE
           END-IF.
           IF FILE-CHECK-KEY NOT = "00"
               DISPLAY "ERROR OPENING " WS-CENSUS-STUDENT-FILE
                   " (STATUS = " FILE-CHECK-KEY ")"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
                   NOT AT END
                       MOVE PARM-TERM TO WS-REQUEST-TERM
                       MOVE PARM-CAMPUS TO WS-CAMPUS-FILTER
                       MOVE PARM-SOURCE TO WS-SOURCE-REQUEST
                       MOVE PARM-LAYOUT TO WS-LAYOUT-REQUEST
               END-READ
               CLOSE EXTRACT-PARM-FILE
           ELSE
           DISPLAY "ENTER REPORTING TERM >>".
           ACCEPT WS-REQUEST-TERM.

           DISPLAY "SOURCE - C CENSUS COPY, L LIVE FILES, BLANK = "
               "CENSUS COPY IF FROZEN >>".
           ACCEPT WS-SOURCE-REQUEST.

           DISPLAY "LAYOUT - 1 PUBLISHED (4-DIGIT ID), 2 6-DIGIT ID, "
               "BLANK = 1 >>".
           ACCEPT WS-LAYOUT-REQUEST.

       1110-END.

      *    THE RETURN IS FILED FROM THE TERM'S CENSUS-DATE FREEZE
      *    (PRGB0155) UNLESS LIVE IS ASKED FOR. WITH NO FROZEN COPY A
      *    DEFAULT RUN FALLS BACK TO THE LIVE FILES; AN EXPLICIT 'C'
      *    DOES NOT.
       1150-SET-CENSUS-SOURCE.

           IF NOT LIVE-REQUIRED
               MOVE SPACES TO WS-CENSUS-STUDENT-FILE
               STRING '../STUDENT.CENSUS.' DELIMITED BY SIZE
                   WS-REQUEST-TERM DELIMITED BY SPACE
                   INTO WS-CENSUS-STUDENT-FILE
               MOVE SPACES TO WS-CENSUS-ENROLL-FILE
               STRING '../ENROLLMENT.CENSUS.' DELIMITED BY SIZE
                   WS-REQUEST-TERM DELIMITED BY SPACE
                   INTO WS-CENSUS-ENROLL-FILE
               SET CENSUS-SOURCE-FROZEN TO TRUE
           END-IF.

       1150-END.

      *    THE RETURN COVERS ACTIVE AND ON-LEAVE STUDENTS SITTING ON
      *    THE REPORTING TERM - WITHDRAWN, GRADUATED, AND DELETED
      *    RECORDS ARE NOT REPORTABLE.
                       OR STUDENT-VSAM-CAMPUS = WS-CAMPUS-FILTER)
                   AND (STUDENT-ACTIVE OR STUDENT-ON-LEAVE)
               MOVE STUDENT-VSAM-RECORD TO WS-STUDENT-VSAM-RECORD
               IF WS-STUDENT-VSAM-ID > 9999 AND NOT LAYOUT-V2
                   PERFORM 1250-HOLD-BACK-STUDENT
               ELSE
                   PERFORM 1300-WRITE-TYPE1-RECORD
                   IF ENR-FILE-STATUS = "00"
                       PERFORM 1400-WRITE-TYPE2-RECORDS
                   END-IF
               END-IF
           END-IF.


       1200-END.

      *    THE PUBLISHED LAYOUT HAS ROOM FOR A 4-DIGIT ID ONLY. A
      *    STUDENT NUMBERED ABOVE 9999 IS LEFT OFF, TOGETHER WITH
      *    THE ENROLLMENTS, AND NAMED ON THE CERTIFICATION PAGE SO
      *    THE RETURN IS RERUN IN LAYOUT 2 OR REPORTED BY HAND.
       1250-HOLD-BACK-STUDENT.

           ADD 1 TO WS-HELD-COUNT.
           IF WS-HELD-COUNT NOT > 200
               MOVE WS-STUDENT-VSAM-ID TO WS-HELD-E-ID (WS-HELD-COUNT)
               MOVE WS-STUDENT-VSAM-NAME
                   TO WS-HELD-E-NAME (WS-HELD-COUNT)
           END-IF.

       1250-END.

       1300-WRITE-TYPE1-RECORD.

           MOVE '1' TO MWR-RECORD-TYPE.
           MOVE WS-STUDENT-VSAM-ID TO MWR-STUDENT-ID.
           MOVE WS-STUDENT-VSAM-NAME TO MWR-NAME.
           MOVE WS-STUDENT-VSAM-DOB TO MWR-DOB.
           MOVE WS-STUDENT-VSAM-COURSE TO MWR-COURSE.
           MOVE WS-STUDENT-VSAM-TERM TO MWR-TERM.
           MOVE WS-STUDENT-VSAM-STATUS TO MWR-STATUS.

           PERFORM 1350-WRITE-EXTRACT-ROW.

           ADD 1 TO WS-STUDENT-RECORDS.
           ADD WS-STUDENT-VSAM-ID TO WS-ID-CHECKSUM.

       1300-END.

       1350-WRITE-EXTRACT-ROW.

           IF LAYOUT-V2
               MOVE MWR-RECORD-TYPE TO MN2-RECORD-TYPE
               MOVE MWR-STUDENT-ID TO MN2-STUDENT-ID
               MOVE MWR-NAME TO MN2-NAME
               MOVE MWR-DOB TO MN2-DOB
               MOVE MWR-COURSE TO MN2-COURSE
               MOVE MWR-TERM TO MN2-TERM
               MOVE MWR-STATUS TO MN2-STATUS
               WRITE MINISTRY-EXTRACT-RECORD-V2
           ELSE
               MOVE MWR-RECORD-TYPE TO MIN-RECORD-TYPE
               MOVE MWR-STUDENT-ID TO MIN-STUDENT-ID
               MOVE MWR-NAME TO MIN-NAME
               MOVE MWR-DOB TO MIN-DOB
               MOVE MWR-COURSE TO MIN-COURSE
               MOVE MWR-TERM TO MIN-TERM
               MOVE MWR-STATUS TO MIN-STATUS
               WRITE MINISTRY-EXTRACT-RECORD
           END-IF.

       1350-END.

       1400-WRITE-TYPE2-RECORDS.

           MOVE 'N' TO WS-ENR-DONE.

           IF ENR-STUDENT-ID = WS-STUDENT-VSAM-ID
               IF ENR-TERM = WS-REQUEST-TERM AND ENR-ACTIVE
                   MOVE '2' TO MWR-RECORD-TYPE
                   MOVE ENR-STUDENT-ID TO MWR-STUDENT-ID
                   MOVE SPACES TO MWR-NAME
                   MOVE ENR-ENROLLDATE TO MWR-DOB
                   MOVE ENR-COURSE TO MWR-COURSE
                   MOVE ENR-TERM TO MWR-TERM
                   MOVE ENR-STATUS TO MWR-STATUS
                   PERFORM 1350-WRITE-EXTRACT-ROW
                   ADD 1 TO WS-ENROLL-RECORDS
               END-IF

               CURRENT-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           IF CENSUS-SOURCE-FROZEN
               MOVE '   SOURCE: CENSUS-DATE FROZEN COPY'
                   TO WS-PRINT-LINE
           ELSE
               MOVE '   SOURCE: LIVE FILES AS OF THE PREPARED DATE'
                   TO WS-PRINT-LINE
           END-IF.
           PERFORM 1060-PRINT-LINE.
           IF LAYOUT-V2
               MOVE '   LAYOUT: 2 (6-DIGIT STUDENT ID)' TO WS-PRINT-LINE
           ELSE
               MOVE '   LAYOUT: 1 (PUBLISHED, 4-DIGIT STUDENT ID)'
                   TO WS-PRINT-LINE
           END-IF.
           PERFORM 1060-PRINT-LINE.
           MOVE '---------------------------------------------------'
               TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.

           IF WS-HELD-COUNT > 0
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'NOT REPORTED - ID ABOVE 9999: ' DELIMITED BY SIZE
                      WS-HELD-COUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
               PERFORM 1510-PRINT-ONE-HELD
                   VARYING WS-HELD-IDX FROM 1 BY 1
                   UNTIL WS-HELD-IDX > WS-HELD-COUNT
                      OR WS-HELD-IDX > 200
           END-IF.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE 'CERTIFIED CORRECT: ________________________ (REGIS'

       1500-END.

       1510-PRINT-ONE-HELD.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING '   ' DELIMITED BY SIZE
                  WS-HELD-E-ID (WS-HELD-IDX) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-HELD-E-NAME (WS-HELD-IDX) DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.

       1510-END.

       1060-PRINT-LINE.

           DISPLAY WS-PRINT-LINE.
