      ******************************************************************
      * Author:
      * Date:
      * Purpose: Printable course catalogue - for the term named in
      *          ../PRGQ0128.PARM (OR KEYED AT THE PROMPT), prints
      *          every course on COURSE.MASTER that is in effect on
      *          the term's start date and not retired by it, with
      *          its title, credit hours and campus, its
      *          prerequisites and minimum grades from COURSE.PREREQ,
      *          its compliance requirements from COMPLIANCE.RULES
      *          and the term's scheduled sections from
      *          INSTRUCTOR.ASSIGN (DAYS, TIMES, ROOM, CAMPUS, SEATS),
      *          THEN A PROGRAMS SECTION LISTING EACH REQ-PROGRAM'S
      *          REQUIRED COURSES FROM DEGREE.REQUIREMENTS. THE
      *          CATALOGUE GOES TO ../PRGQ0128.PRT AND THE SAME
      *          CONTENT TO THE FIXED-LAYOUT ../CATALOGUE.EXTRACT FOR
      *          WEB PUBLICATION (RECORD TYPE C COURSE, P
      *          PREREQUISITE, M COMPLIANCE, S SECTION, R PROGRAM
      *          REQUIREMENT). CANCELLED SECTIONS ARE NOT LISTED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGQ0128.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRSSEL.

           COPY TRMSEL.

           COPY PRQSEL.

           COPY CMRSEL.

           COPY ASGSEL.

           COPY REQSEL.

           SELECT CATALOGUE-PARM-FILE ASSIGN TO '../PRGQ0128.PARM'
               FILE STATUS IS PARM-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CATALOGUE-REPORT-FILE ASSIGN TO '../PRGQ0128.PRT'
               FILE STATUS IS PRT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CATALOGUE-EXTRACT-FILE
               ASSIGN TO '../CATALOGUE.EXTRACT'
               FILE STATUS IS CTX-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD COURSE-MASTER-FILE.
       COPY CRSFD.

       FD TERM-MASTER-FILE.
       COPY TRMFD.

       FD COURSE-PREREQ-FILE.
       COPY PRQFD.

       FD COMPLIANCE-RULE-FILE.
       COPY CMRFD.

       FD INSTRUCTOR-ASSIGN-FILE.
       COPY ASGFD.

       FD DEGREE-REQUIREMENT-FILE.
       COPY REQFD.

       FD CATALOGUE-PARM-FILE.
       01  CATALOGUE-PARM-RECORD.
           05 PARM-TERM                 PIC X(10).

       FD CATALOGUE-REPORT-FILE.
       01  REPORT-LINE                  PIC X(100).

      *    ONE FIXED-LENGTH LINE PER CATALOGUE ITEM, COMMA SEPARATED.
      *    THE KEY IS THE COURSE (THE PROGRAM ON AN R LINE); THE
      *    DETAIL IS LAID OUT BY RECORD TYPE.
       FD CATALOGUE-EXTRACT-FILE.
       01  CATALOGUE-EXTRACT-RECORD.
           05 CTX-RECORD-TYPE           PIC X.
               88 CTX-COURSE-LINE           VALUE 'C'.
               88 CTX-PREREQ-LINE           VALUE 'P'.
               88 CTX-COMPLIANCE-LINE       VALUE 'M'.
               88 CTX-SECTION-LINE          VALUE 'S'.
               88 CTX-PROGRAM-LINE          VALUE 'R'.
           05 CTX-SEPARATOR1            PIC X.
           05 CTX-TERM                  PIC X(10).
           05 CTX-SEPARATOR2            PIC X.
           05 CTX-KEY                   PIC X(15).
           05 CTX-SEPARATOR3            PIC X.
           05 CTX-DETAIL                PIC X(60).
           05 CTX-COURSE-DETAIL REDEFINES CTX-DETAIL.
               10 CTX-C-TITLE           PIC X(30).
               10 CTX-C-SEPARATOR1      PIC X.
               10 CTX-C-CREDIT-HOURS    PIC 9(2).
               10 CTX-C-SEPARATOR2      PIC X.
               10 CTX-C-CAMPUS          PIC X(3).
               10 CTX-C-SEPARATOR3      PIC X.
               10 CTX-C-CAPACITY        PIC 9(3).
               10 FILLER                PIC X(19).
           05 CTX-PREREQ-DETAIL REDEFINES CTX-DETAIL.
               10 CTX-P-REQUIRED-COURSE PIC X(15).
               10 CTX-P-SEPARATOR1      PIC X.
               10 CTX-P-MIN-GRADE       PIC X.
               10 FILLER                PIC X(43).
           05 CTX-COMPLIANCE-DETAIL REDEFINES CTX-DETAIL.
               10 CTX-M-CODE            PIC X(10).
               10 CTX-M-SEPARATOR1      PIC X.
               10 CTX-M-DESCRIPTION     PIC X(30).
               10 FILLER                PIC X(19).
           05 CTX-SECTION-DETAIL REDEFINES CTX-DETAIL.
               10 CTX-S-SECTION         PIC 9(2).
               10 CTX-S-SEPARATOR1      PIC X.
               10 CTX-S-DAYS            PIC X(7).
               10 CTX-S-SEPARATOR2      PIC X.
               10 CTX-S-START-TIME      PIC 9(4).
               10 CTX-S-SEPARATOR3      PIC X.
               10 CTX-S-END-TIME        PIC 9(4).
               10 CTX-S-SEPARATOR4      PIC X.
               10 CTX-S-ROOM            PIC X(8).
               10 CTX-S-SEPARATOR5      PIC X.
               10 CTX-S-CAMPUS          PIC X(3).
               10 CTX-S-SEPARATOR6      PIC X.
               10 CTX-S-CAPACITY        PIC 9(3).
               10 FILLER                PIC X(23).
           05 CTX-PROGRAM-DETAIL REDEFINES CTX-DETAIL.
               10 CTX-R-COURSE          PIC X(15).
               10 CTX-R-SEPARATOR1      PIC X.
               10 CTX-R-MIN-GRADE       PIC X.
               10 CTX-R-SEPARATOR2      PIC X.
               10 CTX-R-TITLE           PIC X(30).
               10 CTX-R-SEPARATOR3      PIC X.
               10 CTX-R-OFFERED         PIC X.
               10 FILLER                PIC X(10).

       WORKING-STORAGE SECTION.

       01  CRS-FILE-STATUS   PIC XX.
       01  TRM-FILE-STATUS   PIC XX.
       01  PRQ-FILE-STATUS   PIC XX.
       01  CMR-FILE-STATUS   PIC XX.
       01  ASG-FILE-STATUS   PIC XX.
       01  REQ-FILE-STATUS   PIC XX.
       01  PARM-FILE-STATUS  PIC XX.
       01  PRT-FILE-STATUS   PIC XX.
       01  CTX-FILE-STATUS   PIC XX.

       01  WS-WORK-AREAS.
           05  WS-REQUEST-TERM     PIC X(10) VALUE SPACES.
           05  WS-TERM-START       PIC 9(8)  VALUE 0.
           05  WS-TERM-END         PIC 9(8)  VALUE 0.
           05  WS-CRS-EOF          PIC X     VALUE 'N'.
               88  CRS-EOF                  VALUE 'Y'.
           05  WS-PRQ-EOF          PIC X     VALUE 'N'.
               88  PRQ-EOF                  VALUE 'Y'.
           05  WS-CMR-EOF          PIC X     VALUE 'N'.
               88  CMR-EOF                  VALUE 'Y'.
           05  WS-ASG-EOF          PIC X     VALUE 'N'.
               88  ASG-EOF                  VALUE 'Y'.
           05  WS-REQ-EOF          PIC X     VALUE 'N'.
               88  REQ-EOF                  VALUE 'Y'.
           05  WS-COURSE-OFFERED   PIC X     VALUE 'N'.
               88  COURSE-IS-OFFERED        VALUE 'Y'.
           05  WS-ROW-SECTION      PIC 9(2)  VALUE 0.
           05  WS-ITEM-COUNT       PIC 9(4)  VALUE 0.
           05  WS-COURSES-PRINTED  PIC 9(5)  VALUE 0.
           05  WS-COURSES-SKIPPED  PIC 9(5)  VALUE 0.
           05  WS-SECTIONS-PRINTED PIC 9(5)  VALUE 0.
           05  WS-PROGRAMS-PRINTED PIC 9(4)  VALUE 0.
           05  WS-EXTRACT-COUNT    PIC 9(6)  VALUE 0.
           05  WS-TABLE-FULL       PIC X     VALUE 'N'.
               88  SOME-TABLE-FULL          VALUE 'Y'.
           05  WS-EDIT-CREDITS     PIC Z9.

      *    PREREQUISITES, COMPLIANCE RULES AND THE TERM'S SECTIONS,
      *    HELD SO EACH COURSE CAN PICK UP ITS OWN AS IT PRINTS.
       01  WS-PREREQ-TABLE-AREAS.
           05  WS-PQT-COUNT        PIC 9(4)  COMP VALUE 0.
           05  WS-PQT-IDX          PIC 9(4)  COMP VALUE 0.
           05  WS-PQT-TABLE.
               10  WS-PQT-ENTRY    OCCURS 2000 TIMES.
                   15  WS-PQT-E-COURSE     PIC X(15).
                   15  WS-PQT-E-REQUIRED   PIC X(15).
                   15  WS-PQT-E-MIN-GRADE  PIC X.

       01  WS-RULE-TABLE-AREAS.
           05  WS-CRT-COUNT        PIC 9(4)  COMP VALUE 0.
           05  WS-CRT-IDX          PIC 9(4)  COMP VALUE 0.
           05  WS-CRT-TABLE.
               10  WS-CRT-ENTRY    OCCURS 1000 TIMES.
                   15  WS-CRT-E-CODE       PIC X(10).
                   15  WS-CRT-E-COURSE     PIC X(15).
                   15  WS-CRT-E-DESC       PIC X(30).

      *    ONE ENTRY PER SECTION - A CO-TAUGHT SECTION HAS A LINE
      *    PER INSTRUCTOR ON INSTRUCTOR.ASSIGN BUT PRINTS ONCE.
       01  WS-SECTION-TABLE-AREAS.
           05  WS-SCT-COUNT        PIC 9(4)  COMP VALUE 0.
           05  WS-SCT-IDX          PIC 9(4)  COMP VALUE 0.
           05  WS-SCT-HIT          PIC 9(4)  COMP VALUE 0.
           05  WS-SCT-TABLE.
               10  WS-SCT-ENTRY    OCCURS 2000 TIMES.
                   15  WS-SCT-E-COURSE     PIC X(15).
                   15  WS-SCT-E-SECTION    PIC 9(2).
                   15  WS-SCT-E-DAYS       PIC X(7).
                   15  WS-SCT-E-START      PIC 9(4).
                   15  WS-SCT-E-END        PIC 9(4).
                   15  WS-SCT-E-ROOM       PIC X(8).
                   15  WS-SCT-E-CAMPUS     PIC X(3).
                   15  WS-SCT-E-CAPACITY   PIC 9(3).

      *    EVERY COURSE ON THE MASTER WITH ITS TITLE AND WHETHER IT
      *    IS OFFERED THIS TERM, FOR THE PROGRAMS SECTION.
       01  WS-COURSE-TABLE-AREAS.
           05  WS-CST-COUNT        PIC 9(4)  COMP VALUE 0.
           05  WS-CST-IDX          PIC 9(4)  COMP VALUE 0.
           05  WS-CST-HIT          PIC 9(4)  COMP VALUE 0.
           05  WS-CST-TABLE.
               10  WS-CST-ENTRY    OCCURS 3000 TIMES.
                   15  WS-CST-E-CODE       PIC X(15).
                   15  WS-CST-E-TITLE      PIC X(30).
                   15  WS-CST-E-OFFERED    PIC X.

       01  WS-REQUIREMENT-TABLE-AREAS.
           05  WS-RQT-COUNT        PIC 9(4)  COMP VALUE 0.
           05  WS-RQT-IDX          PIC 9(4)  COMP VALUE 0.
           05  WS-RQT-TABLE.
               10  WS-RQT-ENTRY    OCCURS 3000 TIMES.
                   15  WS-RQT-E-PROGRAM    PIC X(15).
                   15  WS-RQT-E-COURSE     PIC X(15).
                   15  WS-RQT-E-MIN-GRADE  PIC X.

      *    PROGRAMS IN THE ORDER THEY FIRST APPEAR ON THE FILE.
       01  WS-PROGRAM-TABLE-AREAS.
           05  WS-PGT-COUNT        PIC 9(3)  COMP VALUE 0.
           05  WS-PGT-IDX          PIC 9(3)  COMP VALUE 0.
           05  WS-PGT-HIT          PIC X     VALUE 'N'.
           05  WS-PGT-TABLE.
               10  WS-PGT-E-PROGRAM OCCURS 300 TIMES PIC X(15).

       01  WS-PRINT-LINE             PIC X(100).

       01  WS-SECTION-LINE.
           05  FILLER                PIC X(12) VALUE '    SECTION '.
           05  WS-SL-SECTION         PIC 9(2).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-SL-DAYS            PIC X(7).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-SL-START           PIC 99B99.
           05  FILLER                PIC X(3)  VALUE ' - '.
           05  WS-SL-END             PIC 99B99.
           05  FILLER                PIC X(7)  VALUE '  ROOM '.
           05  WS-SL-ROOM            PIC X(8).
           05  FILLER                PIC X(9)  VALUE '  CAMPUS '.
           05  WS-SL-CAMPUS          PIC X(3).
           05  FILLER                PIC X(8)  VALUE '  SEATS '.
           05  WS-SL-CAPACITY        PIC ZZ9.

       01 CURRENT-DATE.
           05 CURRENT-YEAR   PIC 9(4).
           05 CURRENT-MONTH  PIC 9(2).
           05 CURRENT-DAY    PIC 9(2).

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.

           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.

           DISPLAY "===== COURSE CATALOGUE =====".

           PERFORM 1100-GET-PARAMETERS.

           IF WS-REQUEST-TERM = SPACES
               DISPLAY "A TERM IS REQUIRED - NOTHING PRINTED."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1150-READ-TERM.

           IF WS-TERM-START = 0
               DISPLAY "TERM " WS-REQUEST-TERM
                   " IS NOT ON THE TERM MASTER - NOTHING PRINTED."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1200-LOAD-PREREQUISITES.
           PERFORM 1300-LOAD-COMPLIANCE-RULES.
           PERFORM 1400-LOAD-SECTIONS.
           PERFORM 1500-LOAD-REQUIREMENTS.

           OPEN OUTPUT CATALOGUE-REPORT-FILE.
           IF PRT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PRGQ0128.PRT (STATUS = "
                   PRT-FILE-STATUS ")"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT CATALOGUE-EXTRACT-FILE.
           IF CTX-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CATALOGUE.EXTRACT (STATUS = "
                   CTX-FILE-STATUS ")"
               CLOSE CATALOGUE-REPORT-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING '   COURSE CATALOGUE FOR TERM ' DELIMITED BY SIZE
                  WS-REQUEST-TERM DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  WS-TERM-START DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  WS-TERM-END DELIMITED BY SIZE
                  ')   PRINTED ' DELIMITED BY SIZE
                  CURRENT-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.

           PERFORM 1600-PRINT-COURSES.

           PERFORM 1700-PRINT-PROGRAMS.

           CLOSE CATALOGUE-REPORT-FILE.
           CLOSE CATALOGUE-EXTRACT-FILE.

           IF SOME-TABLE-FULL
               DISPLAY "*** A WORK TABLE FILLED - THE CATALOGUE IS "
                   "INCOMPLETE; DO NOT PUBLISH ***"
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "COURSES PRINTED    : " WS-COURSES-PRINTED.
           DISPLAY "COURSES NOT OFFERED: " WS-COURSES-SKIPPED.
           DISPLAY "SECTIONS PRINTED   : " WS-SECTIONS-PRINTED.
           DISPLAY "PROGRAMS PRINTED   : " WS-PROGRAMS-PRINTED.
           DISPLAY "EXTRACT LINES      : " WS-EXTRACT-COUNT.
           DISPLAY "SEE ../PRGQ0128.PRT AND ../CATALOGUE.EXTRACT".

           GOBACK.

       0000-END.

      *    RUN UNATTENDED IF A PARAMETER FILE IS PRESENT, OTHERWISE
      *    FALL BACK TO THE INTERACTIVE PROMPT.
       1100-GET-PARAMETERS.

           OPEN INPUT CATALOGUE-PARM-FILE.
           IF PARM-FILE-STATUS = "00"
               READ CATALOGUE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-TERM TO WS-REQUEST-TERM
               END-READ
               CLOSE CATALOGUE-PARM-FILE
           ELSE
               DISPLAY "ENTER TERM FOR THE CATALOGUE >>"
               ACCEPT WS-REQUEST-TERM
           END-IF.

       1100-END.

       1150-READ-TERM.

           OPEN INPUT TERM-MASTER-FILE.
           IF TRM-FILE-STATUS = "00"
               MOVE WS-REQUEST-TERM TO TRM-CODE
               READ TERM-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TRM-START-DATE TO WS-TERM-START
                       MOVE TRM-END-DATE TO WS-TERM-END
               END-READ
               CLOSE TERM-MASTER-FILE
           ELSE
               DISPLAY "TERM MASTER UNAVAILABLE (STATUS = "
                   TRM-FILE-STATUS ")"
           END-IF.

       1150-END.

       1200-LOAD-PREREQUISITES.

           MOVE 'N' TO WS-PRQ-EOF.

           OPEN INPUT COURSE-PREREQ-FILE.
           IF PRQ-FILE-STATUS = "00"
               PERFORM 1210-LOAD-ONE-PREREQUISITE UNTIL PRQ-EOF
               CLOSE COURSE-PREREQ-FILE
           END-IF.

       1200-END.

       1210-LOAD-ONE-PREREQUISITE.

           READ COURSE-PREREQ-FILE
               AT END
                   SET PRQ-EOF TO TRUE
               NOT AT END
                   IF WS-PQT-COUNT < 2000
                       ADD 1 TO WS-PQT-COUNT
                       MOVE PRQ-COURSE
                           TO WS-PQT-E-COURSE (WS-PQT-COUNT)
                       MOVE PRQ-REQUIRED-COURSE
                           TO WS-PQT-E-REQUIRED (WS-PQT-COUNT)
                       MOVE PRQ-MIN-GRADE
                           TO WS-PQT-E-MIN-GRADE (WS-PQT-COUNT)
                   ELSE
                       SET SOME-TABLE-FULL TO TRUE
                   END-IF
           END-READ.

       1210-END.

       1300-LOAD-COMPLIANCE-RULES.

           MOVE 'N' TO WS-CMR-EOF.

           OPEN INPUT COMPLIANCE-RULE-FILE.
           IF CMR-FILE-STATUS = "00"
               PERFORM 1310-LOAD-ONE-RULE UNTIL CMR-EOF
               CLOSE COMPLIANCE-RULE-FILE
           END-IF.

       1300-END.

       1310-LOAD-ONE-RULE.

           READ COMPLIANCE-RULE-FILE
               AT END
                   SET CMR-EOF TO TRUE
               NOT AT END
                   IF WS-CRT-COUNT < 1000
                       ADD 1 TO WS-CRT-COUNT
                       MOVE CMR-CODE TO WS-CRT-E-CODE (WS-CRT-COUNT)
                       MOVE CMR-COURSE
                           TO WS-CRT-E-COURSE (WS-CRT-COUNT)
                       MOVE CMR-DESCRIPTION
                           TO WS-CRT-E-DESC (WS-CRT-COUNT)
                   ELSE
                       SET SOME-TABLE-FULL TO TRUE
                   END-IF
           END-READ.

       1310-END.

       1400-LOAD-SECTIONS.

           MOVE 'N' TO WS-ASG-EOF.

           OPEN INPUT INSTRUCTOR-ASSIGN-FILE.
           IF ASG-FILE-STATUS = "00"
               PERFORM 1410-LOAD-ONE-ASSIGNMENT UNTIL ASG-EOF
               CLOSE INSTRUCTOR-ASSIGN-FILE
           ELSE
               DISPLAY "NO INSTRUCTOR.ASSIGN ON FILE (STATUS = "
                   ASG-FILE-STATUS ") - NO SECTIONS TO PRINT."
           END-IF.

       1400-END.

       1410-LOAD-ONE-ASSIGNMENT.

           READ INSTRUCTOR-ASSIGN-FILE
               AT END
                   SET ASG-EOF TO TRUE
               NOT AT END
                   IF ASG-TERM = WS-REQUEST-TERM
                           AND ASG-RUNNING
                       PERFORM 1420-ADD-SECTION
                   END-IF
           END-READ.

       1410-END.

       1420-ADD-SECTION.

           IF ASG-SECTION IS NUMERIC AND ASG-SECTION > 0
               MOVE ASG-SECTION TO WS-ROW-SECTION
           ELSE
               MOVE 1 TO WS-ROW-SECTION
           END-IF.

           MOVE 0 TO WS-SCT-HIT.
           MOVE 1 TO WS-SCT-IDX.
           PERFORM 1425-MATCH-ONE-SECTION
               UNTIL WS-SCT-HIT > 0 OR WS-SCT-IDX > WS-SCT-COUNT.

           IF WS-SCT-HIT = 0
               IF WS-SCT-COUNT < 2000
                   ADD 1 TO WS-SCT-COUNT
                   MOVE ASG-COURSE TO WS-SCT-E-COURSE (WS-SCT-COUNT)
                   MOVE WS-ROW-SECTION
                       TO WS-SCT-E-SECTION (WS-SCT-COUNT)
                   MOVE ASG-DAYS TO WS-SCT-E-DAYS (WS-SCT-COUNT)
                   MOVE ASG-ROOM TO WS-SCT-E-ROOM (WS-SCT-COUNT)
                   MOVE ASG-CAMPUS TO WS-SCT-E-CAMPUS (WS-SCT-COUNT)
                   IF ASG-START-TIME IS NUMERIC
                       MOVE ASG-START-TIME
                           TO WS-SCT-E-START (WS-SCT-COUNT)
                   ELSE
                       MOVE 0 TO WS-SCT-E-START (WS-SCT-COUNT)
                   END-IF
                   IF ASG-END-TIME IS NUMERIC
                       MOVE ASG-END-TIME TO WS-SCT-E-END (WS-SCT-COUNT)
                   ELSE
                       MOVE 0 TO WS-SCT-E-END (WS-SCT-COUNT)
                   END-IF
                   IF ASG-CAPACITY IS NUMERIC
                       MOVE ASG-CAPACITY
                           TO WS-SCT-E-CAPACITY (WS-SCT-COUNT)
                   ELSE
                       MOVE 0 TO WS-SCT-E-CAPACITY (WS-SCT-COUNT)
                   END-IF
               ELSE
                   SET SOME-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       1420-END.

       1425-MATCH-ONE-SECTION.

           IF WS-SCT-E-COURSE (WS-SCT-IDX) = ASG-COURSE
                   AND WS-SCT-E-SECTION (WS-SCT-IDX) = WS-ROW-SECTION
               MOVE WS-SCT-IDX TO WS-SCT-HIT
           END-IF.

           ADD 1 TO WS-SCT-IDX.

       1425-END.

       1500-LOAD-REQUIREMENTS.

           MOVE 'N' TO WS-REQ-EOF.

           OPEN INPUT DEGREE-REQUIREMENT-FILE.
           IF REQ-FILE-STATUS = "00"
               PERFORM 1510-LOAD-ONE-REQUIREMENT UNTIL REQ-EOF
               CLOSE DEGREE-REQUIREMENT-FILE
           END-IF.

       1500-END.

       1510-LOAD-ONE-REQUIREMENT.

           READ DEGREE-REQUIREMENT-FILE
               AT END
                   SET REQ-EOF TO TRUE
               NOT AT END
                   IF WS-RQT-COUNT < 3000
                       ADD 1 TO WS-RQT-COUNT
                       MOVE REQ-PROGRAM
                           TO WS-RQT-E-PROGRAM (WS-RQT-COUNT)
                       MOVE REQ-COURSE
                           TO WS-RQT-E-COURSE (WS-RQT-COUNT)
                       MOVE REQ-MIN-GRADE
                           TO WS-RQT-E-MIN-GRADE (WS-RQT-COUNT)
                       PERFORM 1520-ADD-PROGRAM
                   ELSE
                       SET SOME-TABLE-FULL TO TRUE
                   END-IF
           END-READ.

       1510-END.

       1520-ADD-PROGRAM.

           MOVE 'N' TO WS-PGT-HIT.
           MOVE 1 TO WS-PGT-IDX.
           PERFORM 1525-MATCH-ONE-PROGRAM
               UNTIL WS-PGT-HIT = 'Y' OR WS-PGT-IDX > WS-PGT-COUNT.

           IF WS-PGT-HIT = 'N'
               IF WS-PGT-COUNT < 300
                   ADD 1 TO WS-PGT-COUNT
                   MOVE REQ-PROGRAM TO WS-PGT-E-PROGRAM (WS-PGT-COUNT)
               ELSE
                   SET SOME-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       1520-END.

       1525-MATCH-ONE-PROGRAM.

           IF WS-PGT-E-PROGRAM (WS-PGT-IDX) = REQ-PROGRAM
               MOVE 'Y' TO WS-PGT-HIT
           END-IF.

           ADD 1 TO WS-PGT-IDX.

       1525-END.

      *    THE MASTER IS KEYED, SO A FULL SWEEP POSITIONS AT THE
      *    FIRST KEY AND READS NEXT TO THE END - THE CATALOGUE COMES
      *    OUT IN COURSE-CODE ORDER.
       1600-PRINT-COURSES.

           MOVE 'COURSES' TO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.
           MOVE ALL '=' TO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.

           MOVE 'N' TO WS-CRS-EOF.
           OPEN INPUT COURSE-MASTER-FILE.
           IF CRS-FILE-STATUS = "00"
               MOVE LOW-VALUES TO CRS-CODE
               START COURSE-MASTER-FILE KEY IS NOT LESS THAN CRS-CODE
                   INVALID KEY SET CRS-EOF TO TRUE
               END-START
               PERFORM 1610-PRINT-ONE-COURSE UNTIL CRS-EOF
               CLOSE COURSE-MASTER-FILE
           ELSE
               DISPLAY "COURSE MASTER UNAVAILABLE (STATUS = "
                   CRS-FILE-STATUS ") - NO COURSES TO PRINT."
           END-IF.

       1600-END.

      *    A COURSE IS IN THE CATALOGUE WHEN IT TAKES EFFECT NO LATER
      *    THAN THE TERM STARTS AND IS NOT RETIRED BY THEN. NO DATE
      *    ON FILE MEANS NO LIMIT ON THAT SIDE.
       1610-PRINT-ONE-COURSE.

           READ COURSE-MASTER-FILE NEXT RECORD
               AT END
                   SET CRS-EOF TO TRUE
               NOT AT END
                   SET COURSE-IS-OFFERED TO TRUE
                   IF CRS-EFFECTIVE-DATE IS NUMERIC
                           AND CRS-EFFECTIVE-DATE > WS-TERM-START
                       MOVE 'N' TO WS-COURSE-OFFERED
                   END-IF
                   IF CRS-RETIRE-DATE IS NUMERIC
                           AND CRS-RETIRE-DATE > 0
                           AND CRS-RETIRE-DATE <= WS-TERM-START
                       MOVE 'N' TO WS-COURSE-OFFERED
                   END-IF
                   PERFORM 1615-HOLD-COURSE
                   IF COURSE-IS-OFFERED
                       PERFORM 1620-PRINT-COURSE-ENTRY
                   ELSE
                       ADD 1 TO WS-COURSES-SKIPPED
                   END-IF
           END-READ.

       1610-END.

       1615-HOLD-COURSE.

           IF WS-CST-COUNT < 3000
               ADD 1 TO WS-CST-COUNT
               MOVE CRS-CODE TO WS-CST-E-CODE (WS-CST-COUNT)
               MOVE CRS-TITLE TO WS-CST-E-TITLE (WS-CST-COUNT)
               MOVE WS-COURSE-OFFERED TO WS-CST-E-OFFERED (WS-CST-COUNT)
           ELSE
               SET SOME-TABLE-FULL TO TRUE
           END-IF.

       1615-END.

       1620-PRINT-COURSE-ENTRY.

           ADD 1 TO WS-COURSES-PRINTED.

           IF CRS-CREDIT-HOURS IS NOT NUMERIC
               MOVE 0 TO CRS-CREDIT-HOURS
           END-IF.
           IF CRS-CAPACITY IS NOT NUMERIC
               MOVE 0 TO CRS-CAPACITY
           END-IF.
           MOVE CRS-CREDIT-HOURS TO WS-EDIT-CREDITS.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.
           STRING CRS-CODE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CRS-TITLE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-EDIT-CREDITS DELIMITED BY SIZE
                  ' CREDIT HOURS   CAMPUS ' DELIMITED BY SIZE
                  CRS-CAMPUS DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.

           MOVE SPACES TO CATALOGUE-EXTRACT-RECORD.
           SET CTX-COURSE-LINE TO TRUE.
           MOVE CRS-TITLE TO CTX-C-TITLE.
           MOVE ',' TO CTX-C-SEPARATOR1.
           MOVE CRS-CREDIT-HOURS TO CTX-C-CREDIT-HOURS.
           MOVE ',' TO CTX-C-SEPARATOR2.
           MOVE CRS-CAMPUS TO CTX-C-CAMPUS.
           MOVE ',' TO CTX-C-SEPARATOR3.
           MOVE CRS-CAPACITY TO CTX-C-CAPACITY.
           PERFORM 1950-WRITE-EXTRACT-LINE.

           MOVE 0 TO WS-ITEM-COUNT.
           MOVE 1 TO WS-PQT-IDX.
           PERFORM 1630-PRINT-ONE-PREREQUISITE
               UNTIL WS-PQT-IDX > WS-PQT-COUNT.
           IF WS-ITEM-COUNT = 0
               MOVE '    PREREQUISITES: NONE' TO WS-PRINT-LINE
               PERFORM 1900-WRITE-REPORT-LINE
           END-IF.

           MOVE 0 TO WS-ITEM-COUNT.
           MOVE 1 TO WS-CRT-IDX.
           PERFORM 1640-PRINT-ONE-RULE
               UNTIL WS-CRT-IDX > WS-CRT-COUNT.

           MOVE 0 TO WS-ITEM-COUNT.
           MOVE 1 TO WS-SCT-IDX.
           PERFORM 1650-PRINT-ONE-SECTION
               UNTIL WS-SCT-IDX > WS-SCT-COUNT.
           IF WS-ITEM-COUNT = 0
               MOVE '    NO SECTIONS SCHEDULED THIS TERM'
                   TO WS-PRINT-LINE
               PERFORM 1900-WRITE-REPORT-LINE
           END-IF.

       1620-END.

       1630-PRINT-ONE-PREREQUISITE.

           IF WS-PQT-E-COURSE (WS-PQT-IDX) = CRS-CODE
               ADD 1 TO WS-ITEM-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               IF WS-PQT-E-MIN-GRADE (WS-PQT-IDX) = SPACE
                   STRING '    PREREQUISITE : ' DELIMITED BY SIZE
                          WS-PQT-E-REQUIRED (WS-PQT-IDX)
                          DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
               ELSE
                   STRING '    PREREQUISITE : ' DELIMITED BY SIZE
                          WS-PQT-E-REQUIRED (WS-PQT-IDX)
                          DELIMITED BY SIZE
                          ' MINIMUM GRADE ' DELIMITED BY SIZE
                          WS-PQT-E-MIN-GRADE (WS-PQT-IDX)
                          DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
               END-IF
               PERFORM 1900-WRITE-REPORT-LINE
               MOVE SPACES TO CATALOGUE-EXTRACT-RECORD
               SET CTX-PREREQ-LINE TO TRUE
               MOVE WS-PQT-E-REQUIRED (WS-PQT-IDX)
                   TO CTX-P-REQUIRED-COURSE
               MOVE ',' TO CTX-P-SEPARATOR1
               MOVE WS-PQT-E-MIN-GRADE (WS-PQT-IDX) TO CTX-P-MIN-GRADE
               PERFORM 1950-WRITE-EXTRACT-LINE
           END-IF.

           ADD 1 TO WS-PQT-IDX.

       1630-END.

       1640-PRINT-ONE-RULE.

           IF WS-CRT-E-COURSE (WS-CRT-IDX) = CRS-CODE
               ADD 1 TO WS-ITEM-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING '    REQUIREMENT  : ' DELIMITED BY SIZE
                      WS-CRT-E-CODE (WS-CRT-IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-CRT-E-DESC (WS-CRT-IDX) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 1900-WRITE-REPORT-LINE
               MOVE SPACES TO CATALOGUE-EXTRACT-RECORD
               SET CTX-COMPLIANCE-LINE TO TRUE
               MOVE WS-CRT-E-CODE (WS-CRT-IDX) TO CTX-M-CODE
               MOVE ',' TO CTX-M-SEPARATOR1
               MOVE WS-CRT-E-DESC (WS-CRT-IDX) TO CTX-M-DESCRIPTION
               PERFORM 1950-WRITE-EXTRACT-LINE
           END-IF.

           ADD 1 TO WS-CRT-IDX.

       1640-END.

       1650-PRINT-ONE-SECTION.

           IF WS-SCT-E-COURSE (WS-SCT-IDX) = CRS-CODE
               ADD 1 TO WS-ITEM-COUNT
               ADD 1 TO WS-SECTIONS-PRINTED
               MOVE WS-SCT-E-SECTION (WS-SCT-IDX) TO WS-SL-SECTION
               MOVE WS-SCT-E-DAYS (WS-SCT-IDX) TO WS-SL-DAYS
               MOVE WS-SCT-E-START (WS-SCT-IDX) TO WS-SL-START
               MOVE WS-SCT-E-END (WS-SCT-IDX) TO WS-SL-END
               MOVE WS-SCT-E-ROOM (WS-SCT-IDX) TO WS-SL-ROOM
               MOVE WS-SCT-E-CAMPUS (WS-SCT-IDX) TO WS-SL-CAMPUS
               MOVE WS-SCT-E-CAPACITY (WS-SCT-IDX) TO WS-SL-CAPACITY
               MOVE WS-SECTION-LINE TO WS-PRINT-LINE
               PERFORM 1900-WRITE-REPORT-LINE
               MOVE SPACES TO CATALOGUE-EXTRACT-RECORD
               SET CTX-SECTION-LINE TO TRUE
               MOVE WS-SCT-E-SECTION (WS-SCT-IDX) TO CTX-S-SECTION
               MOVE ',' TO CTX-S-SEPARATOR1
               MOVE WS-SCT-E-DAYS (WS-SCT-IDX) TO CTX-S-DAYS
               MOVE ',' TO CTX-S-SEPARATOR2
               MOVE WS-SCT-E-START (WS-SCT-IDX) TO CTX-S-START-TIME
               MOVE ',' TO CTX-S-SEPARATOR3
               MOVE WS-SCT-E-END (WS-SCT-IDX) TO CTX-S-END-TIME
               MOVE ',' TO CTX-S-SEPARATOR4
               MOVE WS-SCT-E-ROOM (WS-SCT-IDX) TO CTX-S-ROOM
               MOVE ',' TO CTX-S-SEPARATOR5
               MOVE WS-SCT-E-CAMPUS (WS-SCT-IDX) TO CTX-S-CAMPUS
               MOVE ',' TO CTX-S-SEPARATOR6
               MOVE WS-SCT-E-CAPACITY (WS-SCT-IDX) TO CTX-S-CAPACITY
               PERFORM 1950-WRITE-EXTRACT-LINE
           END-IF.

           ADD 1 TO WS-SCT-IDX.

       1650-END.

      *    EACH PROGRAM'S REQUIRED COURSES, FLAGGING ANY THE
      *    CATALOGUE DOES NOT CARRY THIS TERM.
       1700-PRINT-PROGRAMS.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.
           MOVE 'PROGRAMS' TO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.
           MOVE ALL '=' TO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.

           IF WS-PGT-COUNT = 0
               MOVE 'NO DEGREE REQUIREMENTS ON FILE' TO WS-PRINT-LINE
               PERFORM 1900-WRITE-REPORT-LINE
           END-IF.

           MOVE 1 TO WS-PGT-IDX.
           PERFORM 1710-PRINT-ONE-PROGRAM
               UNTIL WS-PGT-IDX > WS-PGT-COUNT.

       1700-END.

       1710-PRINT-ONE-PROGRAM.

           ADD 1 TO WS-PROGRAMS-PRINTED.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.
           STRING 'PROGRAM ' DELIMITED BY SIZE
                  WS-PGT-E-PROGRAM (WS-PGT-IDX) DELIMITED BY SIZE
                  ' - REQUIRED COURSES' DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.

           MOVE 1 TO WS-RQT-IDX.
           PERFORM 1720-PRINT-ONE-REQUIREMENT
               UNTIL WS-RQT-IDX > WS-RQT-COUNT.

           ADD 1 TO WS-PGT-IDX.

       1710-END.

       1720-PRINT-ONE-REQUIREMENT.

           IF WS-RQT-E-PROGRAM (WS-RQT-IDX)
                   = WS-PGT-E-PROGRAM (WS-PGT-IDX)
               PERFORM 1730-FIND-COURSE
               MOVE SPACES TO CATALOGUE-EXTRACT-RECORD
               SET CTX-PROGRAM-LINE TO TRUE
               MOVE WS-RQT-E-COURSE (WS-RQT-IDX) TO CTX-R-COURSE
               MOVE ',' TO CTX-R-SEPARATOR1
               MOVE WS-RQT-E-MIN-GRADE (WS-RQT-IDX) TO CTX-R-MIN-GRADE
               MOVE ',' TO CTX-R-SEPARATOR2
               MOVE ',' TO CTX-R-SEPARATOR3
               IF WS-CST-HIT > 0
                   MOVE WS-CST-E-TITLE (WS-CST-HIT) TO CTX-R-TITLE
                   MOVE WS-CST-E-OFFERED (WS-CST-HIT) TO CTX-R-OFFERED
               ELSE
                   MOVE 'N' TO CTX-R-OFFERED
               END-IF
               MOVE SPACES TO WS-PRINT-LINE
               STRING '    ' DELIMITED BY SIZE
                      CTX-R-COURSE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      CTX-R-TITLE DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               IF CTX-R-MIN-GRADE NOT = SPACE
                   MOVE 'MINIMUM GRADE' TO WS-PRINT-LINE (53:13)
                   MOVE CTX-R-MIN-GRADE TO WS-PRINT-LINE (67:1)
               END-IF
               IF CTX-R-OFFERED NOT = 'Y'
                   MOVE '(NOT OFFERED THIS TERM)'
                       TO WS-PRINT-LINE (70:23)
               END-IF
               PERFORM 1900-WRITE-REPORT-LINE
               MOVE WS-PGT-E-PROGRAM (WS-PGT-IDX) TO CTX-KEY
               PERFORM 1950-WRITE-EXTRACT-LINE
           END-IF.

           ADD 1 TO WS-RQT-IDX.

       1720-END.

       1730-FIND-COURSE.

           MOVE 0 TO WS-CST-HIT.
           MOVE 1 TO WS-CST-IDX.
           PERFORM 1735-MATCH-ONE-COURSE
               UNTIL WS-CST-HIT > 0 OR WS-CST-IDX > WS-CST-COUNT.

       1730-END.

       1735-MATCH-ONE-COURSE.

           IF WS-CST-E-CODE (WS-CST-IDX) = WS-RQT-E-COURSE (WS-RQT-IDX)
               MOVE WS-CST-IDX TO WS-CST-HIT
           END-IF.

           ADD 1 TO WS-CST-IDX.

       1735-END.

       1900-WRITE-REPORT-LINE.

           MOVE WS-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       1900-END.

      *    THE CALLER FILLS THE TYPE AND DETAIL; THE TERM, THE KEY
      *    (UNLESS ALREADY SET TO THE PROGRAM) AND SEPARATORS GO ON
      *    HERE.
       1950-WRITE-EXTRACT-LINE.

           MOVE ',' TO CTX-SEPARATOR1.
           MOVE WS-REQUEST-TERM TO CTX-TERM.
           MOVE ',' TO CTX-SEPARATOR2.
           IF NOT CTX-PROGRAM-LINE
               MOVE CRS-CODE TO CTX-KEY
           END-IF.
           MOVE ',' TO CTX-SEPARATOR3.
           WRITE CATALOGUE-EXTRACT-RECORD.
           ADD 1 TO WS-EXTRACT-COUNT.

       1950-END.

       END PROGRAM PRGQ0128.
