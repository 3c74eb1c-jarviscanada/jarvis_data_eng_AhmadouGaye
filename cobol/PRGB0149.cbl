      ******************************************************************
      * Author:
      * Date:
      * Purpose: Block enrollment - enrolls every active student of a
      *          program at a year level into the course/section block
      *          BLOCK.DEFINITIONS prescribes for the term, instead of
      *          the desk adding the same courses one row at a time in
      *          PRGR0023. EACH ADD GOES THROUGH THE EDITS PRGR0023
      *          APPLIES: FINANCIAL HOLD, RETIRED COURSE, COMPLIANCE
      *          REQUIREMENTS, SECTION OFFERED, HOME CAMPUS,
      *          PREREQUISITES, TIME CLASH AND CAPACITY (A FULL
      *          SECTION PUTS THE STUDENT ON THE WAITLIST), PLUS THE
      *          TERM CREDIT-LOAD CAP (CLDWRK, OR THE STUDENT'S
      *          OVERLOAD APPROVAL). THERE IS NO OPERATOR AT THE
      *          BATCH TO CONFIRM AN OVERRIDE, SO
      *          A STUDENT WHO FAILS AN EDIT IS LEFT OUT OF THAT
      *          COURSE ONLY AND LISTED WITH THE REASON ON
      *          ../PRGB0149.PRT FOR THE DESK TO WORK IN PRGR0023.
      *          UNATTENDED, ../PRGB0149.PARM CARRIES PROGRAM, YEAR
      *          LEVEL AND TERM. A CANCELLED SECTION IS NEVER USED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGB0149.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY STUSEL.

           COPY ENRSEL.

           COPY BLKSEL.

           COPY ASGSEL.

           COPY GRDSEL.

           COPY PRQSEL.

           COPY HLDSEL.

           COPY CMRSEL.

           COPY CMPSEL.

           COPY STDSEL.

           COPY OVLSEL.

           COPY WTLSEL.

           COPY JRNSEL.

           COPY SGNSEL.

           SELECT BLOCK-PARM-FILE ASSIGN TO '../PRGB0149.PARM'
               FILE STATUS IS PRM-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BLOCK-REPORT-FILE ASSIGN TO '../PRGB0149.PRT'
               FILE STATUS IS PRT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY RUNSEL.

       DATA DIVISION.
       FILE SECTION.

       FD STUDENT-VSAM-FILE.
       COPY STUFD.

       FD ENROLLMENT-VSAM-FILE.
       COPY ENRFD.

       FD BLOCK-DEFINITION-FILE.
       COPY BLKFD.

       FD INSTRUCTOR-ASSIGN-FILE.
       COPY ASGFD.

       FD GRADE-VSAM-FILE.
       COPY GRDFD.

       FD COURSE-PREREQ-FILE.
       COPY PRQFD.

       FD FINANCIAL-HOLD-FILE.
       COPY HLDFD.

       FD COMPLIANCE-RULE-FILE.
       COPY CMRFD.

       FD STUDENT-COMPLIANCE-FILE.
       COPY CMPFD.

       FD ACADEMIC-STANDING-FILE.
       COPY STDFD.

       FD OVERLOAD-APPROVAL-FILE.
       COPY OVLFD.

       FD COURSE-WAITLIST-FILE.
       COPY WTLFD.

       FD RECOVERY-JOURNAL-FILE.
       COPY JRNFD.

       FD SIGNON-SESSION-FILE.
       COPY SGNFD.

       FD BLOCK-PARM-FILE.
       01  BLOCK-PARM-RECORD.
           05 BKP-PROGRAM               PIC X(15).
           05 BKP-SEPARATOR1            PIC X.
           05 BKP-YEAR-LEVEL            PIC X.
           05 BKP-SEPARATOR2            PIC X.
           05 BKP-TERM                  PIC X(10).

       FD BLOCK-REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       FD RUN-STATISTICS-FILE.
       COPY RUNFD.

       WORKING-STORAGE SECTION.

       COPY LKPWRK.

       COPY BDWRK.

       COPY CLDWRK.

       COPY AUPWRK.

       COPY SGNWRK.

       COPY STUWRK.

       COPY TRMFD.

       COPY CRSFD.

       01  RUN-FILE-STATUS   PIC XX.

       01  WS-RUN-STATS-AREAS.
           05  WS-RUN-PROGRAM      PIC X(8) VALUE 'PRGB0149'.
           05  WS-RUN-DATE         PIC 9(8) VALUE 0.
           05  WS-RUN-START-TIME   PIC 9(6) VALUE 0.
           05  WS-RUN-END-TIME     PIC 9(6) VALUE 0.
           05  WS-RUN-READ-COUNT   PIC 9(6) VALUE 0.
           05  WS-RUN-WRITE-COUNT  PIC 9(6) VALUE 0.
           05  WS-RUN-REJECT-COUNT PIC 9(6) VALUE 0.

       01  JRN-FILE-STATUS   PIC XX.

       01  WS-JOURNAL-AREAS.
           05  WS-JRN-PROGRAM     PIC X(8)  VALUE 'PRGB0149'.
           05  WS-JRN-DATE        PIC 9(8)  VALUE 0.
           05  WS-JRN-TIME        PIC 9(6)  VALUE 0.
           05  WS-JRN-FILE-ID     PIC X     VALUE SPACE.
           05  WS-JRN-ACTION      PIC X     VALUE SPACE.
           05  WS-JRN-IMAGE       PIC X(120) VALUE SPACES.

       01  FILE-CHECK-KEY    PIC XX.
       01  ENR-FILE-STATUS   PIC XX.
       01  BLK-FILE-STATUS   PIC XX.
       01  ASG-FILE-STATUS   PIC XX.
       01  GRD-FILE-STATUS   PIC XX.
       01  PRQ-FILE-STATUS   PIC XX.
       01  HLD-FILE-STATUS   PIC XX.
       01  CMR-FILE-STATUS   PIC XX.
       01  CMP-FILE-STATUS   PIC XX.
       01  STD-FILE-STATUS   PIC XX.
       01  OVL-FILE-STATUS   PIC XX.
       01  WTL-FILE-STATUS   PIC XX.
       01  SGN-FILE-STATUS   PIC XX.
       01  PRM-FILE-STATUS   PIC XX.
       01  PRT-FILE-STATUS   PIC XX.

       01  WS-WORK-AREAS.
           05  WS-REQUEST-PROGRAM     PIC X(15) VALUE SPACES.
           05  WS-REQUEST-YEAR        PIC X     VALUE SPACE.
           05  WS-REQUEST-LEVEL       PIC 9     VALUE 0.
           05  WS-REQUEST-TERM        PIC X(10) VALUE SPACES.
           05  WS-ADD-DROP-DATE       PIC 9(8)  VALUE 0.
           05  WS-CHAR-IDX            PIC 9(2)  COMP VALUE 0.
           05  WS-PATTERN-MATCH       PIC X     VALUE 'N'.
               88  PATTERN-MATCHES           VALUE 'Y'.
           05  WS-BLK-EOF             PIC X     VALUE 'N'.
               88  BLK-EOF                   VALUE 'Y'.
           05  WS-ASG-EOF             PIC X     VALUE 'N'.
               88  ASG-EOF                   VALUE 'Y'.
           05  WS-PRQ-EOF             PIC X     VALUE 'N'.
               88  PRQ-EOF                   VALUE 'Y'.
           05  WS-CMR-EOF             PIC X     VALUE 'N'.
               88  CMR-EOF                   VALUE 'Y'.
           05  WS-CMP-EOF             PIC X     VALUE 'N'.
               88  CMP-EOF                   VALUE 'Y'.
           05  WS-HOLD-EOF            PIC X     VALUE 'N'.
               88  HOLD-EOF                  VALUE 'Y'.
           05  WS-WTL-EOF             PIC X     VALUE 'N'.
               88  WTL-EOF                   VALUE 'Y'.
           05  WS-STU-EOF             PIC X     VALUE 'N'.
               88  STU-EOF                   VALUE 'Y'.
           05  WS-GRD-DONE            PIC X     VALUE 'N'.
               88  GRD-SCAN-DONE             VALUE 'Y'.
           05  WS-ENR-DONE            PIC X     VALUE 'N'.
               88  ENR-SCAN-DONE             VALUE 'Y'.
           05  WS-GRADE-AVAILABLE     PIC X     VALUE 'N'.
               88  GRADE-FILE-OPEN           VALUE 'Y'.
           05  WS-ENROLL-OPEN         PIC X     VALUE 'N'.
               88  ENROLL-FILE-OPEN          VALUE 'Y'.
           05  WS-HOLD-FOUND          PIC X     VALUE 'N'.
               88  HOLD-IS-ACTIVE            VALUE 'Y'.
           05  WS-RULE-MET            PIC X     VALUE 'N'.
               88  RULE-IS-MET               VALUE 'Y'.
           05  WS-ON-WAITLIST         PIC X     VALUE 'N'.
               88  ALREADY-WAITING           VALUE 'Y'.
           05  WS-GRADE-FOUND         PIC X     VALUE 'N'.
               88  GRADE-WAS-FOUND           VALUE 'Y'.
           05  WS-CHECK-CODE          PIC X(10) VALUE SPACES.
           05  WS-GRADE-CREDITS       PIC 9(2)  VALUE 0.
           05  WS-CREDITS-EARNED      PIC 9(4)  VALUE 0.
           05  WS-YEAR-LEVEL          PIC 9(2)  VALUE 0.
           05  WS-CREDITS-PER-YEAR    PIC 9(2)  VALUE 30.
           05  WS-EXCEPTION           PIC X(40) VALUE SPACES.
           05  WS-COURSE-CAPACITY     PIC 9(3)  VALUE 0.
           05  WS-SEAT-COUNT          PIC 9(3)  VALUE 0.
           05  WS-ROW-SECTION         PIC 9(2)  VALUE 0.
           05  WS-HOLD-COURSE         PIC X(15) VALUE SPACES.
           05  WS-HOLD-SECTION        PIC 9(2)  VALUE 0.
           05  WS-NEW-DAYS            PIC X(7)  VALUE SPACES.
           05  WS-NEW-START           PIC 9(4)  VALUE 0.
           05  WS-NEW-END             PIC 9(4)  VALUE 0.
           05  WS-OTH-DAYS            PIC X(7)  VALUE SPACES.
           05  WS-OTH-START           PIC 9(4)  VALUE 0.
           05  WS-OTH-END             PIC 9(4)  VALUE 0.
           05  WS-CLASH-FOUND         PIC X     VALUE 'N'.
               88  TIME-CLASH-FOUND          VALUE 'Y'.
           05  WS-CLASH-COURSE        PIC X(15) VALUE SPACES.
           05  WS-DAYS-OVERLAP        PIC X     VALUE 'N'.
           05  WS-DAY-I               PIC 9(1)  COMP VALUE 0.
           05  WS-DAY-J               PIC 9(1)  COMP VALUE 0.
           05  WS-STD-EOF             PIC X     VALUE 'N'.
               88  STD-EOF                   VALUE 'Y'.
           05  WS-OVL-EOF             PIC X     VALUE 'N'.
               88  OVL-EOF                   VALUE 'Y'.
           05  WS-LATEST-STANDING     PIC X(10) VALUE SPACES.
           05  WS-OVERLOAD-MAX        PIC 9(2)  VALUE 0.
           05  WS-LOAD-CAP            PIC 9(2)  VALUE 0.
           05  WS-TERM-LOAD           PIC 9(3)  VALUE 0.
           05  WS-ROW-CREDITS         PIC 9(2)  VALUE 0.
           05  WS-AUDIT-ACTION        PIC X(10).
           05  WS-AUDIT-DETAIL        PIC X(40).
           05  WS-SELECTED-COUNT      PIC 9(4)  VALUE 0.
           05  WS-ENROLLED-COUNT      PIC 9(4)  VALUE 0.
           05  WS-WAITLISTED-COUNT    PIC 9(4)  VALUE 0.
           05  WS-EXCEPTION-COUNT     PIC 9(4)  VALUE 0.
           05  WS-PRINT-SLOT          PIC 9(2)  VALUE 0.
           05  WS-PRINT-ROW           PIC 9(2)  VALUE 0.
           05  WS-PRINT-POS           PIC 9(3)  VALUE 0.
           05  WS-PRINT-LINE          PIC X(132).

      *    THE BLOCK'S COURSE/SECTION PAIRS, EACH RESOLVED ONCE
      *    AGAINST THE MASTERS. A COURSE-LEVEL REFUSAL (RETIRED,
      *    SECTION NOT OFFERED) APPLIES TO EVERY STUDENT.
       01  WS-BLOCK-TABLE-AREAS.
           05  WS-BKT-COUNT           PIC 9(2)  COMP VALUE 0.
           05  WS-BKT-IDX             PIC 9(2)  COMP VALUE 0.
           05  WS-BKT-TABLE.
               10  WS-BKT-ENTRY       OCCURS 20 TIMES.
                   15  WS-BKT-E-COURSE     PIC X(15).
                   15  WS-BKT-E-SECTION    PIC 9(2).
                   15  WS-BKT-E-REFUSAL    PIC X(40).
                   15  WS-BKT-E-CAPACITY   PIC 9(3).
                   15  WS-BKT-E-CREDITS    PIC 9(2).
                   15  WS-BKT-E-CAMPUS     PIC X(3).
                   15  WS-BKT-E-DAYS       PIC X(7).
                   15  WS-BKT-E-START      PIC 9(4).
                   15  WS-BKT-E-END        PIC 9(4).

      *    EVERY SECTION OF THE TERM FROM INSTRUCTOR.ASSIGN, FOR THE
      *    SECTION CHECK AND THE TIME-CLASH MEETING LOOKUPS.
       01  WS-MEETING-TABLE-AREAS.
           05  WS-MTG-COUNT           PIC 9(4)  COMP VALUE 0.
           05  WS-MTG-IDX             PIC 9(4)  COMP VALUE 0.
           05  WS-MTG-FOUND           PIC X     VALUE 'N'.
               88  MEETING-FOUND             VALUE 'Y'.
           05  WS-MTG-COURSE-SEEN     PIC X     VALUE 'N'.
               88  COURSE-HAS-SECTIONS       VALUE 'Y'.
           05  WS-MTG-TABLE.
               10  WS-MTG-ENTRY       OCCURS 2000 TIMES.
                   15  WS-MTG-E-COURSE     PIC X(15).
                   15  WS-MTG-E-SECTION    PIC 9(2).
                   15  WS-MTG-E-CAPACITY   PIC 9(3).
                   15  WS-MTG-E-CAMPUS     PIC X(3).
                   15  WS-MTG-E-DAYS       PIC X(7).
                   15  WS-MTG-E-START      PIC 9(4).
                   15  WS-MTG-E-END        PIC 9(4).

      *    PREREQUISITE AND COMPLIANCE-RULE ROWS FOR THE BLOCK'S
      *    COURSES ONLY.
       01  WS-PREREQ-TABLE-AREAS.
           05  WS-PRT-COUNT           PIC 9(3)  COMP VALUE 0.
           05  WS-PRT-IDX             PIC 9(3)  COMP VALUE 0.
           05  WS-PRT-TABLE.
               10  WS-PRT-ENTRY       OCCURS 200 TIMES.
                   15  WS-PRT-E-COURSE     PIC X(15).
                   15  WS-PRT-E-REQUIRED   PIC X(15).
                   15  WS-PRT-E-MIN-GRADE  PIC X.

       01  WS-RULE-TABLE-AREAS.
           05  WS-CRT-COUNT           PIC 9(3)  COMP VALUE 0.
           05  WS-CRT-IDX             PIC 9(3)  COMP VALUE 0.
           05  WS-CRT-TABLE.
               10  WS-CRT-ENTRY       OCCURS 100 TIMES.
                   15  WS-CRT-E-COURSE     PIC X(15).
                   15  WS-CRT-E-CODE       PIC X(10).

      *    THE STUDENT'S POSTED GRADES, GATHERED IN THE SAME PASS
      *    THAT TALLIES CREDITS EARNED FOR THE YEAR LEVEL.
       01  WS-GRADE-TABLE-AREAS.
           05  WS-SGT-COUNT           PIC 9(3)  COMP VALUE 0.
           05  WS-SGT-IDX             PIC 9(3)  COMP VALUE 0.
           05  WS-SGT-TABLE.
               10  WS-SGT-ENTRY       OCCURS 150 TIMES.
                   15  WS-SGT-E-COURSE     PIC X(15).
                   15  WS-SGT-E-GRADE      PIC X.

       01  WS-EXCEPTION-LINE.
           05  WS-XL-STUDENT-ID      PIC 9(6).
           05  FILLER                PIC X(3)  VALUE ' | '.
           05  WS-XL-NAME            PIC X(27).
           05  FILLER                PIC X(3)  VALUE ' | '.
           05  WS-XL-COURSE          PIC X(15).
           05  FILLER                PIC X(3)  VALUE ' | '.
           05  WS-XL-SECTION         PIC 9(2).
           05  FILLER                PIC X(3)  VALUE ' | '.
           05  WS-XL-REASON          PIC X(40).

       01 CURRENT-DATE.
           05 CURRENT-YEAR   PIC 9(4).
           05 CURRENT-MONTH  PIC 9(2).
           05 CURRENT-DAY    PIC 9(2).

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.

           PERFORM 0850-INIT-RUN-STATS.
           PERFORM 0800-READ-SIGNON.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.

           DISPLAY "===== BLOCK ENROLLMENT =====".

           PERFORM 1050-READ-BLOCK-PARM.

           IF WS-REQUEST-PROGRAM = SPACES OR WS-REQUEST-TERM = SPACES
                   OR WS-REQUEST-LEVEL = 0
               DISPLAY "PROGRAM, YEAR LEVEL AND TERM ARE REQUIRED - "
                   "NOTHING RUN."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1100-VALIDATE-TERM.
           IF WS-ADD-DROP-DATE = 0
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY "PROGRAM : " WS-REQUEST-PROGRAM
               "  YEAR : " WS-REQUEST-LEVEL
               "  TERM : " WS-REQUEST-TERM.

           PERFORM 1200-LOAD-BLOCK.
           IF WS-BKT-COUNT = 0
               DISPLAY "NO BLOCK ON BLOCK.DEFINITIONS FOR THIS "
                   "PROGRAM, YEAR AND TERM - NOTHING RUN."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1250-LOAD-TERM-SECTIONS.

           PERFORM 1270-RESOLVE-ONE-COURSE
               VARYING WS-BKT-IDX FROM 1 BY 1
               UNTIL WS-BKT-IDX > WS-BKT-COUNT.

           PERFORM 1280-LOAD-PREREQS.

           PERFORM 1290-LOAD-COMPLIANCE-RULES.

           OPEN OUTPUT BLOCK-REPORT-FILE.
           PERFORM 1900-PRINT-HEADINGS.

           OPEN I-O ENROLLMENT-VSAM-FILE.
           IF ENR-FILE-STATUS = "35"
               OPEN OUTPUT ENROLLMENT-VSAM-FILE
               CLOSE ENROLLMENT-VSAM-FILE
               OPEN I-O ENROLLMENT-VSAM-FILE
           END-IF.
           IF ENR-FILE-STATUS = "00"
               SET ENROLL-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "ERROR OPENING ENROLLMENT.VSAM FILE (STATUS = "
                   ENR-FILE-STATUS ") - NOTHING RUN."
               MOVE 8 TO RETURN-CODE
           END-IF.

           OPEN INPUT GRADE-VSAM-FILE.
           IF GRD-FILE-STATUS = "00"
               SET GRADE-FILE-OPEN TO TRUE
           END-IF.

           IF ENROLL-FILE-OPEN
               PERFORM 1300-SELECT-STUDENTS
           END-IF.

           IF GRADE-FILE-OPEN
               CLOSE GRADE-VSAM-FILE
           END-IF.
           IF ENROLL-FILE-OPEN
               CLOSE ENROLLMENT-VSAM-FILE
           END-IF.

           PERFORM 1950-PRINT-TOTALS.
           CLOSE BLOCK-REPORT-FILE.

           DISPLAY "STUDENTS IN THE COHORT : " WS-SELECTED-COUNT.
           DISPLAY "COURSES ENROLLED       : " WS-ENROLLED-COUNT.
           DISPLAY "COURSES WAITLISTED     : " WS-WAITLISTED-COUNT.
           DISPLAY "EXCEPTIONS FOR THE DESK: " WS-EXCEPTION-COUNT.
           DISPLAY "SEE ../PRGB0149.PRT".

           MOVE WS-SELECTED-COUNT TO WS-RUN-READ-COUNT.
           MOVE WS-ENROLLED-COUNT TO WS-RUN-WRITE-COUNT.
           MOVE WS-EXCEPTION-COUNT TO WS-RUN-REJECT-COUNT.
           PERFORM 0860-WRITE-RUN-STATS.

           GOBACK.

       0000-END.

      *    PICK UP THE SIGNED-ON OPERATOR LEFT BY PRGMENU SO EVERY
      *    AUDIT LINE NAMES THE PERSON, NOT JUST THE PROGRAM.
       0800-READ-SIGNON.

           OPEN INPUT SIGNON-SESSION-FILE.
           IF SGN-FILE-STATUS = "00"
               READ SIGNON-SESSION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SGN-USER-ID TO WS-SIGNON-USER
                       MOVE SGN-ROLE TO WS-SIGNON-ROLE
               END-READ
               CLOSE SIGNON-SESSION-FILE
           END-IF.

       0800-END.

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

      *    FULL AFTER-IMAGE OF EVERY SUCCESSFUL WRITE/REWRITE AGAINST
      *    THE INDEXED FILES, SO PRGB0043 CAN REPLAY THE DAY FORWARD
      *    FROM THE LAST BACKUP GENERATION.
       0870-WRITE-JOURNAL.

           ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-JRN-TIME FROM TIME.

           OPEN EXTEND RECOVERY-JOURNAL-FILE.
           IF JRN-FILE-STATUS NOT = "00"
               OPEN OUTPUT RECOVERY-JOURNAL-FILE
           END-IF.

           IF JRN-FILE-STATUS = "00"
               MOVE WS-JRN-DATE TO JRN-DATE
               MOVE ',' TO JRN-SEPARATOR1
               MOVE WS-JRN-TIME TO JRN-TIME
               MOVE ',' TO JRN-SEPARATOR2
               MOVE WS-JRN-PROGRAM TO JRN-PROGRAM
               MOVE ',' TO JRN-SEPARATOR3
               MOVE WS-JRN-FILE-ID TO JRN-FILE-ID
               MOVE ',' TO JRN-SEPARATOR4
               MOVE WS-JRN-ACTION TO JRN-ACTION
               MOVE ',' TO JRN-SEPARATOR5
               MOVE WS-JRN-IMAGE TO JRN-IMAGE
               WRITE RECOVERY-JOURNAL-RECORD
               CLOSE RECOVERY-JOURNAL-FILE
           END-IF.

       0870-END.

      *    RUN UNATTENDED IF A PARAMETER FILE IS PRESENT, OTHERWISE
      *    FALL BACK TO THE INTERACTIVE PROMPTS.
       1050-READ-BLOCK-PARM.

           OPEN INPUT BLOCK-PARM-FILE.
           IF PRM-FILE-STATUS = "00"
               READ BLOCK-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BKP-PROGRAM TO WS-REQUEST-PROGRAM
                       MOVE BKP-YEAR-LEVEL TO WS-REQUEST-YEAR
                       MOVE BKP-TERM TO WS-REQUEST-TERM
               END-READ
               CLOSE BLOCK-PARM-FILE
           ELSE
               DISPLAY "ENTER PROGRAM (AS ON THE STUDENT RECORD) >>"
               ACCEPT WS-REQUEST-PROGRAM
               DISPLAY "ENTER YEAR LEVEL (1-9) >>"
               ACCEPT WS-REQUEST-YEAR
               DISPLAY "ENTER TERM >>"
               ACCEPT WS-REQUEST-TERM
           END-IF.

           IF WS-REQUEST-YEAR IS NUMERIC
               MOVE WS-REQUEST-YEAR TO WS-REQUEST-LEVEL
           END-IF.

       1050-END.

      *    THE TERM MUST BE ON THE TERM MASTER AND STILL OPEN FOR
      *    ADDS: THE SAME ADD/DROP DEADLINE PRGR0023 ENFORCES, ROLLED
      *    TO THE NEXT BUSINESS DAY (PRGS0107).
       1100-VALIDATE-TERM.

           MOVE 0 TO WS-ADD-DROP-DATE.

           SET LKP-TERM-LOOKUP TO TRUE.
           MOVE WS-REQUEST-TERM TO LKP-KEY.
           CALL 'PRGS0098' USING MASTER-LOOKUP-PARM.
           IF NOT LKP-RECORD-FOUND
               DISPLAY "TERM " WS-REQUEST-TERM " IS NOT ON THE TERM "
                   "MASTER - NOTHING RUN."
           ELSE
               MOVE LKP-RECORD-IMAGE TO TERM-MASTER-RECORD
               SET BDR-DO-ROLL TO TRUE
               MOVE TRM-ADD-DROP-DATE TO BDR-DATE-IN
               CALL 'PRGS0107' USING DATE-ROLL-PARM
               IF CURRENT-DATE > BDR-DATE-OUT
                   DISPLAY "ADD/DROP DEADLINE " BDR-DATE-OUT
                       " HAS PASSED FOR TERM " WS-REQUEST-TERM
                       " - NOTHING RUN."
               ELSE
                   MOVE BDR-DATE-OUT TO WS-ADD-DROP-DATE
               END-IF
           END-IF.

       1100-END.

       1200-LOAD-BLOCK.

           MOVE 'N' TO WS-BLK-EOF.

           OPEN INPUT BLOCK-DEFINITION-FILE.
           IF BLK-FILE-STATUS = "00"
               PERFORM 1210-LOAD-ONE-BLOCK-ROW UNTIL BLK-EOF
               CLOSE BLOCK-DEFINITION-FILE
           ELSE
               DISPLAY "NO BLOCK.DEFINITIONS ON FILE (STATUS = "
                   BLK-FILE-STATUS ")"
           END-IF.

       1200-END.

       1210-LOAD-ONE-BLOCK-ROW.

           READ BLOCK-DEFINITION-FILE
               AT END
                   SET BLK-EOF TO TRUE
               NOT AT END
                   IF BLK-PROGRAM = WS-REQUEST-PROGRAM
                           AND BLK-YEAR-LEVEL = WS-REQUEST-LEVEL
                       PERFORM 1220-MATCH-TERM-PATTERN
                       IF PATTERN-MATCHES AND WS-BKT-COUNT < 20
                           ADD 1 TO WS-BKT-COUNT
                           MOVE BLK-COURSE
                               TO WS-BKT-E-COURSE (WS-BKT-COUNT)
                           IF BLK-SECTION IS NUMERIC
                                   AND BLK-SECTION > 0
                               MOVE BLK-SECTION
                                   TO WS-BKT-E-SECTION (WS-BKT-COUNT)
                           ELSE
                               MOVE 1
                                   TO WS-BKT-E-SECTION (WS-BKT-COUNT)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       1210-END.

      *    A BLANK OR '*' IN THE PATTERN MATCHES ANY CHARACTER OF
      *    THE TERM CODE IN THAT POSITION.
       1220-MATCH-TERM-PATTERN.

           SET PATTERN-MATCHES TO TRUE.

           PERFORM 1225-MATCH-ONE-CHARACTER
               VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > 10 OR NOT PATTERN-MATCHES.

       1220-END.

       1225-MATCH-ONE-CHARACTER.

           IF BLK-TERM-PATTERN (WS-CHAR-IDX:1) NOT = SPACE
                   AND BLK-TERM-PATTERN (WS-CHAR-IDX:1) NOT = '*'
                   AND BLK-TERM-PATTERN (WS-CHAR-IDX:1)
                       NOT = WS-REQUEST-TERM (WS-CHAR-IDX:1)
               MOVE 'N' TO WS-PATTERN-MATCH
           END-IF.

       1225-END.

      *    LEGACY ASSIGNMENT LINES WITHOUT THE SECTION COLUMN READ
      *    AS SPACES AND COUNT AS SECTION 01 WITH COURSE CAPACITY.
       1250-LOAD-TERM-SECTIONS.

           MOVE 'N' TO WS-ASG-EOF.

           OPEN INPUT INSTRUCTOR-ASSIGN-FILE.
           IF ASG-FILE-STATUS = "00"
               PERFORM 1255-LOAD-ONE-SECTION UNTIL ASG-EOF
               CLOSE INSTRUCTOR-ASSIGN-FILE
           END-IF.

       1250-END.

       1255-LOAD-ONE-SECTION.

           READ INSTRUCTOR-ASSIGN-FILE
               AT END
                   SET ASG-EOF TO TRUE
               NOT AT END
                   IF ASG-TERM = WS-REQUEST-TERM
                           AND ASG-RUNNING
                           AND WS-MTG-COUNT < 2000
                       ADD 1 TO WS-MTG-COUNT
                       MOVE ASG-COURSE TO WS-MTG-E-COURSE (WS-MTG-COUNT)
                       IF ASG-SECTION IS NUMERIC AND ASG-SECTION > 0
                           MOVE ASG-SECTION
                               TO WS-MTG-E-SECTION (WS-MTG-COUNT)
                       ELSE
                           MOVE 1 TO WS-MTG-E-SECTION (WS-MTG-COUNT)
                       END-IF
                       IF ASG-CAPACITY IS NUMERIC
                           MOVE ASG-CAPACITY
                               TO WS-MTG-E-CAPACITY (WS-MTG-COUNT)
                       ELSE
                           MOVE 0 TO WS-MTG-E-CAPACITY (WS-MTG-COUNT)
                       END-IF
                       MOVE ASG-CAMPUS TO WS-MTG-E-CAMPUS (WS-MTG-COUNT)
                       MOVE ASG-DAYS TO WS-MTG-E-DAYS (WS-MTG-COUNT)
                       IF ASG-START-TIME IS NUMERIC
                               AND ASG-END-TIME IS NUMERIC
                           MOVE ASG-START-TIME
                               TO WS-MTG-E-START (WS-MTG-COUNT)
                           MOVE ASG-END-TIME
                               TO WS-MTG-E-END (WS-MTG-COUNT)
                       ELSE
                           MOVE SPACES TO WS-MTG-E-DAYS (WS-MTG-COUNT)
                           MOVE 0 TO WS-MTG-E-START (WS-MTG-COUNT)
                           MOVE 0 TO WS-MTG-E-END (WS-MTG-COUNT)
                       END-IF
                   END-IF
           END-READ.

       1255-END.

      *    THE COURSE-LEVEL EDITS, DONE ONCE: ON THE MASTER, NOT
      *    RETIRED, AND THE SECTION RUNNING THIS TERM (A COURSE WITH
      *    NO ASSIGNMENT ROWS RUNS AS ONE SECTION, AS IN PRGR0023).
      *    A SECTION CAPACITY OVERRIDES THE COURSE CAPACITY AND THE
      *    SECTION'S CAMPUS OVERRIDES THE COURSE'S.
       1270-RESOLVE-ONE-COURSE.

           MOVE SPACES TO WS-BKT-E-REFUSAL (WS-BKT-IDX).
           MOVE 0 TO WS-BKT-E-CAPACITY (WS-BKT-IDX).
           MOVE 1 TO WS-BKT-E-CREDITS (WS-BKT-IDX).
           MOVE SPACES TO WS-BKT-E-CAMPUS (WS-BKT-IDX).
           MOVE SPACES TO WS-BKT-E-DAYS (WS-BKT-IDX).
           MOVE 0 TO WS-BKT-E-START (WS-BKT-IDX).
           MOVE 0 TO WS-BKT-E-END (WS-BKT-IDX).

           SET LKP-COURSE-LOOKUP TO TRUE.
           MOVE WS-BKT-E-COURSE (WS-BKT-IDX) TO LKP-KEY.
           CALL 'PRGS0098' USING MASTER-LOOKUP-PARM.

           IF NOT LKP-RECORD-FOUND
               MOVE "COURSE NOT ON THE COURSE MASTER"
                   TO WS-BKT-E-REFUSAL (WS-BKT-IDX)
           ELSE
               MOVE LKP-RECORD-IMAGE TO COURSE-MASTER-RECORD
               IF CRS-RETIRE-DATE IS NUMERIC
                       AND CRS-RETIRE-DATE > 0
                       AND CRS-RETIRE-DATE <= CURRENT-DATE
                   MOVE "COURSE RETIRED - NOT OPEN FOR ENROLLMENT"
                       TO WS-BKT-E-REFUSAL (WS-BKT-IDX)
               ELSE
                   IF CRS-CAPACITY IS NUMERIC
                       MOVE CRS-CAPACITY
                           TO WS-BKT-E-CAPACITY (WS-BKT-IDX)
                   END-IF
                   IF CRS-CREDIT-HOURS IS NUMERIC
                           AND CRS-CREDIT-HOURS > 0
                       MOVE CRS-CREDIT-HOURS
                           TO WS-BKT-E-CREDITS (WS-BKT-IDX)
                   END-IF
                   MOVE CRS-CAMPUS TO WS-BKT-E-CAMPUS (WS-BKT-IDX)
                   PERFORM 1275-FIND-BLOCK-SECTION
               END-IF
           END-IF.

       1270-END.

       1275-FIND-BLOCK-SECTION.

           MOVE 'N' TO WS-MTG-FOUND.
           MOVE 'N' TO WS-MTG-COURSE-SEEN.

           PERFORM 1276-CHECK-ONE-SECTION
               VARYING WS-MTG-IDX FROM 1 BY 1
               UNTIL WS-MTG-IDX > WS-MTG-COUNT OR MEETING-FOUND.

           IF COURSE-HAS-SECTIONS AND NOT MEETING-FOUND
               MOVE "SECTION NOT OFFERED THIS TERM"
                   TO WS-BKT-E-REFUSAL (WS-BKT-IDX)
           END-IF.

       1275-END.

       1276-CHECK-ONE-SECTION.

           IF WS-MTG-E-COURSE (WS-MTG-IDX)
                   = WS-BKT-E-COURSE (WS-BKT-IDX)
               SET COURSE-HAS-SECTIONS TO TRUE
               IF WS-MTG-E-SECTION (WS-MTG-IDX)
                       = WS-BKT-E-SECTION (WS-BKT-IDX)
                   SET MEETING-FOUND TO TRUE
                   IF WS-MTG-E-CAPACITY (WS-MTG-IDX) > 0
                       MOVE WS-MTG-E-CAPACITY (WS-MTG-IDX)
                           TO WS-BKT-E-CAPACITY (WS-BKT-IDX)
                   END-IF
                   IF WS-MTG-E-CAMPUS (WS-MTG-IDX) NOT = SPACES
                       MOVE WS-MTG-E-CAMPUS (WS-MTG-IDX)
                           TO WS-BKT-E-CAMPUS (WS-BKT-IDX)
                   END-IF
                   MOVE WS-MTG-E-DAYS (WS-MTG-IDX)
                       TO WS-BKT-E-DAYS (WS-BKT-IDX)
                   MOVE WS-MTG-E-START (WS-MTG-IDX)
                       TO WS-BKT-E-START (WS-BKT-IDX)
                   MOVE WS-MTG-E-END (WS-MTG-IDX)
                       TO WS-BKT-E-END (WS-BKT-IDX)
               END-IF
           END-IF.

       1276-END.

      *    WITH NO PREREQUISITE FILE ON HAND THERE IS NOTHING TO
      *    ENFORCE.
       1280-LOAD-PREREQS.

           MOVE 'N' TO WS-PRQ-EOF.

           OPEN INPUT COURSE-PREREQ-FILE.
           IF PRQ-FILE-STATUS = "00"
               PERFORM 1285-LOAD-ONE-PREREQ UNTIL PRQ-EOF
               CLOSE COURSE-PREREQ-FILE
           END-IF.

       1280-END.

       1285-LOAD-ONE-PREREQ.

           READ COURSE-PREREQ-FILE
               AT END
                   SET PRQ-EOF TO TRUE
               NOT AT END
                   MOVE PRQ-COURSE TO WS-HOLD-COURSE
                   PERFORM 1298-FIND-IN-BLOCK
                   IF MEETING-FOUND AND WS-PRT-COUNT < 200
                       ADD 1 TO WS-PRT-COUNT
                       MOVE PRQ-COURSE TO WS-PRT-E-COURSE (WS-PRT-COUNT)
                       MOVE PRQ-REQUIRED-COURSE
                           TO WS-PRT-E-REQUIRED (WS-PRT-COUNT)
                       MOVE PRQ-MIN-GRADE
                           TO WS-PRT-E-MIN-GRADE (WS-PRT-COUNT)
                   END-IF
           END-READ.

       1285-END.

      *    WITH NO RULE FILE ON HAND THERE IS NOTHING TO ENFORCE.
       1290-LOAD-COMPLIANCE-RULES.

           MOVE 'N' TO WS-CMR-EOF.

           OPEN INPUT COMPLIANCE-RULE-FILE.
           IF CMR-FILE-STATUS = "00"
               PERFORM 1295-LOAD-ONE-RULE UNTIL CMR-EOF
               CLOSE COMPLIANCE-RULE-FILE
           END-IF.

       1290-END.

       1295-LOAD-ONE-RULE.

           READ COMPLIANCE-RULE-FILE
               AT END
                   SET CMR-EOF TO TRUE
               NOT AT END
                   MOVE CMR-COURSE TO WS-HOLD-COURSE
                   PERFORM 1298-FIND-IN-BLOCK
                   IF MEETING-FOUND AND WS-CRT-COUNT < 100
                       ADD 1 TO WS-CRT-COUNT
                       MOVE CMR-COURSE TO WS-CRT-E-COURSE (WS-CRT-COUNT)
                       MOVE CMR-CODE TO WS-CRT-E-CODE (WS-CRT-COUNT)
                   END-IF
           END-READ.

       1295-END.

      *    IS WS-HOLD-COURSE ONE OF THE BLOCK'S COURSES?
       1298-FIND-IN-BLOCK.

           MOVE 'N' TO WS-MTG-FOUND.

           PERFORM 1299-CHECK-ONE-BLOCK-COURSE
               VARYING WS-BKT-IDX FROM 1 BY 1
               UNTIL WS-BKT-IDX > WS-BKT-COUNT OR MEETING-FOUND.

       1298-END.

       1299-CHECK-ONE-BLOCK-COURSE.

           IF WS-BKT-E-COURSE (WS-BKT-IDX) = WS-HOLD-COURSE
               SET MEETING-FOUND TO TRUE
           END-IF.

       1299-END.

      *    THE PROGRAM'S STUDENTS SIT TOGETHER ON THE PROGRAM
      *    ALTERNATE KEY. ONLY ACTIVE STUDENTS AT THE BLOCK'S YEAR
      *    LEVEL ARE TAKEN; A STUDENT ON LEAVE OR SUSPENDED IS NOT
      *    PART OF THE COHORT.
       1300-SELECT-STUDENTS.

           MOVE 'N' TO WS-STU-EOF.

           OPEN INPUT STUDENT-VSAM-FILE.
           IF FILE-CHECK-KEY NOT = "00"
               DISPLAY "ERROR OPENING STUDENT.VSAM FILE (STATUS = "
                   FILE-CHECK-KEY ")"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-REQUEST-PROGRAM TO STUDENT-VSAM-COURSE
               START STUDENT-VSAM-FILE
                   KEY IS NOT LESS THAN STUDENT-VSAM-COURSE
                   INVALID KEY
                       SET STU-EOF TO TRUE
               END-START
               PERFORM 1310-READ-ONE-STUDENT UNTIL STU-EOF
               CLOSE STUDENT-VSAM-FILE
           END-IF.

       1300-END.

       1310-READ-ONE-STUDENT.

           READ STUDENT-VSAM-FILE NEXT RECORD
               AT END
                   SET STU-EOF TO TRUE
               NOT AT END
                   IF STUDENT-VSAM-COURSE NOT = WS-REQUEST-PROGRAM
                       SET STU-EOF TO TRUE
                   ELSE
                       MOVE STUDENT-VSAM-RECORD
                           TO WS-STUDENT-VSAM-RECORD
                       IF WS-STUDENT-VSAM-STATUS = 'A'
                           PERFORM 1320-TALLY-GRADES
                           IF WS-YEAR-LEVEL = WS-REQUEST-LEVEL
                               ADD 1 TO WS-SELECTED-COUNT
                               PERFORM 1400-ENROLL-STUDENT
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       1310-END.

      *    CREDITS EARNED = CREDIT HOURS OF EVERY POSTED GRADE THAT
      *    IS NOT F, I, OR W, TRANSFER ROWS INCLUDED - THE SAME
      *    EARNED RULE THE TRANSCRIPT USES. EVERY 30 EARNED MOVES
      *    THE STUDENT UP A YEAR.
       1320-TALLY-GRADES.

           MOVE 0 TO WS-CREDITS-EARNED.
           MOVE 0 TO WS-SGT-COUNT.
           MOVE 'N' TO WS-GRD-DONE.

           IF GRADE-FILE-OPEN
               MOVE WS-STUDENT-VSAM-ID TO GRD-STUDENT-ID
               READ GRADE-VSAM-FILE
                   KEY IS GRD-STUDENT-ID
                   INVALID KEY
                       SET GRD-SCAN-DONE TO TRUE
                   NOT INVALID KEY
                       PERFORM 1325-TALLY-ONE-GRADE
                           UNTIL GRD-SCAN-DONE
               END-READ
           END-IF.

           DIVIDE WS-CREDITS-EARNED BY WS-CREDITS-PER-YEAR
               GIVING WS-YEAR-LEVEL.
           ADD 1 TO WS-YEAR-LEVEL.

       1320-END.

       1325-TALLY-ONE-GRADE.

           IF GRD-STUDENT-ID = WS-STUDENT-VSAM-ID
               IF WS-SGT-COUNT < 150
                   ADD 1 TO WS-SGT-COUNT
                   MOVE GRD-COURSE TO WS-SGT-E-COURSE (WS-SGT-COUNT)
                   MOVE GRD-LETTER-GRADE
                       TO WS-SGT-E-GRADE (WS-SGT-COUNT)
               END-IF
               IF GRD-LETTER-GRADE NOT = 'F'
                       AND GRD-LETTER-GRADE NOT = 'I'
                       AND GRD-LETTER-GRADE NOT = 'W'
                   IF GRD-CREDIT-HOURS IS NUMERIC
                           AND GRD-CREDIT-HOURS > 0
                       MOVE GRD-CREDIT-HOURS TO WS-GRADE-CREDITS
                   ELSE
                       MOVE 1 TO WS-GRADE-CREDITS
                   END-IF
                   ADD WS-GRADE-CREDITS TO WS-CREDITS-EARNED
               END-IF
               READ GRADE-VSAM-FILE NEXT RECORD
                   AT END SET GRD-SCAN-DONE TO TRUE
                   NOT AT END
                       IF GRD-STUDENT-ID NOT = WS-STUDENT-VSAM-ID
                           SET GRD-SCAN-DONE TO TRUE
                       END-IF
               END-READ
           ELSE
               SET GRD-SCAN-DONE TO TRUE
           END-IF.

       1325-END.

      *    A FINANCIAL HOLD BLOCKS EVERY ADD, SO EACH BLOCK COURSE
      *    IS LISTED WITH THAT REASON.
       1400-ENROLL-STUDENT.

           PERFORM 1410-CHECK-FINANCIAL-HOLD.

           PERFORM 1490-FIND-LOAD-CAP.

           PERFORM 1420-ENROLL-ONE-COURSE
               VARYING WS-BKT-IDX FROM 1 BY 1
               UNTIL WS-BKT-IDX > WS-BKT-COUNT.

       1400-END.

      *    WITH NO HOLD FILE ON HAND THERE IS NO HOLD TO ENFORCE.
       1410-CHECK-FINANCIAL-HOLD.

           MOVE 'N' TO WS-HOLD-FOUND.
           MOVE 'N' TO WS-HOLD-EOF.

           OPEN INPUT FINANCIAL-HOLD-FILE.
           IF HLD-FILE-STATUS = "00"
               PERFORM 1415-SCAN-ONE-HOLD
                   UNTIL HOLD-IS-ACTIVE OR HOLD-EOF
               CLOSE FINANCIAL-HOLD-FILE
           END-IF.

       1410-END.

       1415-SCAN-ONE-HOLD.

           READ FINANCIAL-HOLD-FILE
               AT END
                   SET HOLD-EOF TO TRUE
               NOT AT END
                   IF HLD-STUDENT-ID = WS-STUDENT-VSAM-ID
                           AND HLD-ACTIVE
                       SET HOLD-IS-ACTIVE TO TRUE
                   END-IF
           END-READ.

       1415-END.

      *    THE EDITS RUN IN PRGR0023'S ORDER; THE FIRST ONE FAILED
      *    IS THE REASON THE DESK SEES.
       1420-ENROLL-ONE-COURSE.

           MOVE SPACES TO WS-EXCEPTION.

           IF HOLD-IS-ACTIVE
               MOVE "FINANCIAL HOLD - BURSAR MUST RELEASE"
                   TO WS-EXCEPTION
           END-IF.

           IF WS-EXCEPTION = SPACES
               MOVE WS-BKT-E-REFUSAL (WS-BKT-IDX) TO WS-EXCEPTION
           END-IF.

           IF WS-EXCEPTION = SPACES
               PERFORM 1430-CHECK-ALREADY-ENROLLED
           END-IF.

           IF WS-EXCEPTION = SPACES
               PERFORM 1440-CHECK-COMPLIANCE
           END-IF.

           IF WS-EXCEPTION = SPACES
               PERFORM 1450-CHECK-CAMPUS
           END-IF.

           IF WS-EXCEPTION = SPACES
               PERFORM 1460-CHECK-PREREQUISITES
           END-IF.

           IF WS-EXCEPTION = SPACES
                   AND WS-BKT-E-DAYS (WS-BKT-IDX) NOT = SPACES
               PERFORM 1470-CHECK-TIME-CONFLICT
           END-IF.

           IF WS-EXCEPTION = SPACES
               PERFORM 1495-CHECK-CREDIT-LOAD
           END-IF.

           IF WS-EXCEPTION = SPACES
               PERFORM 1500-PLACE-STUDENT
           END-IF.

           IF WS-EXCEPTION NOT = SPACES
               ADD 1 TO WS-EXCEPTION-COUNT
               PERFORM 1910-PRINT-EXCEPTION
           END-IF.

       1420-END.

       1430-CHECK-ALREADY-ENROLLED.

           MOVE WS-STUDENT-VSAM-ID TO ENR-STUDENT-ID.
           MOVE WS-BKT-E-COURSE (WS-BKT-IDX) TO ENR-COURSE.
           MOVE WS-REQUEST-TERM TO ENR-TERM.

           READ ENROLLMENT-VSAM-FILE
               KEY IS ENR-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ENR-ACTIVE
                       MOVE "ALREADY ENROLLED" TO WS-EXCEPTION
                   END-IF
           END-READ.

       1430-END.

      *    EVERY REQUIREMENT COMPLIANCE.RULES TIES TO THE COURSE
      *    NEEDS A CURRENT (UNEXPIRED) STUDENT.COMPLIANCE ROW.
       1440-CHECK-COMPLIANCE.

           PERFORM 1442-CHECK-ONE-RULE
               VARYING WS-CRT-IDX FROM 1 BY 1
               UNTIL WS-CRT-IDX > WS-CRT-COUNT
                   OR WS-EXCEPTION NOT = SPACES.

       1440-END.

       1442-CHECK-ONE-RULE.

           IF WS-CRT-E-COURSE (WS-CRT-IDX)
                   = WS-BKT-E-COURSE (WS-BKT-IDX)
               MOVE WS-CRT-E-CODE (WS-CRT-IDX) TO WS-CHECK-CODE
               PERFORM 1444-LOOK-FOR-CURRENT-ROW
               IF NOT RULE-IS-MET
                   MOVE SPACES TO WS-EXCEPTION
                   STRING "REQUIREMENT " DELIMITED BY SIZE
                       WS-CHECK-CODE DELIMITED BY SPACE
                       " MISSING OR EXPIRED" DELIMITED BY SIZE
                       INTO WS-EXCEPTION
                   END-STRING
               END-IF
           END-IF.

       1442-END.

       1444-LOOK-FOR-CURRENT-ROW.

           MOVE 'N' TO WS-RULE-MET.
           MOVE 'N' TO WS-CMP-EOF.

           OPEN INPUT STUDENT-COMPLIANCE-FILE.
           IF CMP-FILE-STATUS = "00"
               PERFORM 1446-SCAN-ONE-COMPLIANCE
                   UNTIL RULE-IS-MET OR CMP-EOF
               CLOSE STUDENT-COMPLIANCE-FILE
           END-IF.

       1444-END.

       1446-SCAN-ONE-COMPLIANCE.

           READ STUDENT-COMPLIANCE-FILE
               AT END
                   SET CMP-EOF TO TRUE
               NOT AT END
                   IF CMP-STUDENT-ID = WS-STUDENT-VSAM-ID
                           AND CMP-CODE = WS-CHECK-CODE
                       IF CMP-EXPIRY-DATE = 0
                               OR CMP-EXPIRY-DATE NOT < CURRENT-DATE
                           SET RULE-IS-MET TO TRUE
                       END-IF
                   END-IF
           END-READ.

       1446-END.

      *    A SECTION AT ANOTHER CAMPUS NEEDS THE OFFICE TO CONFIRM
      *    THE CROSS-CAMPUS ADD, WHICH ONLY PRGR0023 CAN ASK; A
      *    BLANK ON EITHER SIDE MEANS NO RESTRICTION.
       1450-CHECK-CAMPUS.

           IF WS-BKT-E-CAMPUS (WS-BKT-IDX) NOT = SPACES
                   AND WS-STUDENT-VSAM-CAMPUS NOT = SPACES
                   AND WS-BKT-E-CAMPUS (WS-BKT-IDX)
                       NOT = WS-STUDENT-VSAM-CAMPUS
               MOVE SPACES TO WS-EXCEPTION
               STRING "SECTION AT CAMPUS " DELIMITED BY SIZE
                   WS-BKT-E-CAMPUS (WS-BKT-IDX) DELIMITED BY SIZE
                   ", HOME CAMPUS " DELIMITED BY SIZE
                   WS-STUDENT-VSAM-CAMPUS DELIMITED BY SIZE
                   INTO WS-EXCEPTION
               END-STRING
           END-IF.

       1450-END.

      *    EVERY PREREQUISITE ROW FOR THE COURSE MUST BE COVERED BY
      *    A POSTED GRADE AT OR ABOVE THE ROW'S MINIMUM (LETTER
      *    GRADES COLLATE A < B < C < D < F). NO OVERRIDE IN BATCH.
       1460-CHECK-PREREQUISITES.

           PERFORM 1462-CHECK-ONE-PREREQ
               VARYING WS-PRT-IDX FROM 1 BY 1
               UNTIL WS-PRT-IDX > WS-PRT-COUNT
                   OR WS-EXCEPTION NOT = SPACES.

       1460-END.

       1462-CHECK-ONE-PREREQ.

           IF WS-PRT-E-COURSE (WS-PRT-IDX)
                   = WS-BKT-E-COURSE (WS-BKT-IDX)
               MOVE 'N' TO WS-GRADE-FOUND
               PERFORM 1464-CHECK-ONE-GRADE
                   VARYING WS-SGT-IDX FROM 1 BY 1
                   UNTIL WS-SGT-IDX > WS-SGT-COUNT OR GRADE-WAS-FOUND
               IF NOT GRADE-WAS-FOUND
                   MOVE SPACES TO WS-EXCEPTION
                   STRING "PREREQUISITE " DELIMITED BY SIZE
                       WS-PRT-E-REQUIRED (WS-PRT-IDX)
                           DELIMITED BY SPACE
                       " AT " DELIMITED BY SIZE
                       WS-PRT-E-MIN-GRADE (WS-PRT-IDX)
                           DELIMITED BY SIZE
                       " NOT MET" DELIMITED BY SIZE
                       INTO WS-EXCEPTION
                   END-STRING
               END-IF
           END-IF.

       1462-END.

       1464-CHECK-ONE-GRADE.

           IF WS-SGT-E-COURSE (WS-SGT-IDX)
                   = WS-PRT-E-REQUIRED (WS-PRT-IDX)
                   AND WS-SGT-E-GRADE (WS-SGT-IDX)
                       <= WS-PRT-E-MIN-GRADE (WS-PRT-IDX)
               SET GRADE-WAS-FOUND TO TRUE
           END-IF.

       1464-END.

      *    SWEEP THE STUDENT'S OTHER ACTIVE ROWS THIS TERM - ROWS
      *    THIS RUN HAS JUST ADDED INCLUDED - AND COMPARE EACH ONE'S
      *    MEETING PATTERN AGAINST THE BLOCK SECTION. A COURSE WITH
      *    NO MEETING TIMES ON FILE NEVER CLASHES.
       1470-CHECK-TIME-CONFLICT.

           MOVE 'N' TO WS-CLASH-FOUND.
           MOVE 'N' TO WS-ENR-DONE.
           MOVE WS-BKT-E-DAYS (WS-BKT-IDX) TO WS-NEW-DAYS.
           MOVE WS-BKT-E-START (WS-BKT-IDX) TO WS-NEW-START.
           MOVE WS-BKT-E-END (WS-BKT-IDX) TO WS-NEW-END.

           MOVE WS-STUDENT-VSAM-ID TO ENR-STUDENT-ID.
           START ENROLLMENT-VSAM-FILE
               KEY IS NOT LESS THAN ENR-STUDENT-ID
               INVALID KEY
                   SET ENR-SCAN-DONE TO TRUE
           END-START.

           PERFORM 1472-CHECK-ONE-OTHER-ROW
               UNTIL ENR-SCAN-DONE OR TIME-CLASH-FOUND.

           IF TIME-CLASH-FOUND
               MOVE SPACES TO WS-EXCEPTION
               STRING "TIME CLASH WITH " DELIMITED BY SIZE
                   WS-CLASH-COURSE DELIMITED BY SPACE
                   INTO WS-EXCEPTION
               END-STRING
           END-IF.

       1470-END.

       1472-CHECK-ONE-OTHER-ROW.

           READ ENROLLMENT-VSAM-FILE NEXT RECORD
               AT END
                   SET ENR-SCAN-DONE TO TRUE
               NOT AT END
                   IF ENR-STUDENT-ID NOT = WS-STUDENT-VSAM-ID
                       SET ENR-SCAN-DONE TO TRUE
                   ELSE
                       IF ENR-TERM = WS-REQUEST-TERM
                               AND ENR-COURSE
                                   NOT = WS-BKT-E-COURSE (WS-BKT-IDX)
                               AND ENR-ACTIVE
                           PERFORM 1474-JUDGE-OTHER-ROW
                       END-IF
                   END-IF
           END-READ.

       1472-END.

       1474-JUDGE-OTHER-ROW.

           MOVE ENR-COURSE TO WS-HOLD-COURSE.
           IF ENR-SECTION IS NUMERIC AND ENR-SECTION > 0
               MOVE ENR-SECTION TO WS-HOLD-SECTION
           ELSE
               MOVE 1 TO WS-HOLD-SECTION
           END-IF.

           MOVE SPACES TO WS-OTH-DAYS.
           MOVE 0 TO WS-OTH-START.
           MOVE 0 TO WS-OTH-END.
           MOVE 'N' TO WS-MTG-FOUND.

           PERFORM 1476-FETCH-OTHER-MEETING
               VARYING WS-MTG-IDX FROM 1 BY 1
               UNTIL WS-MTG-IDX > WS-MTG-COUNT OR MEETING-FOUND.

           IF WS-OTH-DAYS NOT = SPACES
                   AND WS-NEW-START < WS-OTH-END
                   AND WS-OTH-START < WS-NEW-END
               PERFORM 1480-CHECK-DAYS-OVERLAP
               IF WS-DAYS-OVERLAP = 'Y'
                   SET TIME-CLASH-FOUND TO TRUE
                   MOVE WS-HOLD-COURSE TO WS-CLASH-COURSE
               END-IF
           END-IF.

       1474-END.

       1476-FETCH-OTHER-MEETING.

           IF WS-MTG-E-COURSE (WS-MTG-IDX) = WS-HOLD-COURSE
                   AND WS-MTG-E-SECTION (WS-MTG-IDX) = WS-HOLD-SECTION
               SET MEETING-FOUND TO TRUE
               MOVE WS-MTG-E-DAYS (WS-MTG-IDX) TO WS-OTH-DAYS
               MOVE WS-MTG-E-START (WS-MTG-IDX) TO WS-OTH-START
               MOVE WS-MTG-E-END (WS-MTG-IDX) TO WS-OTH-END
           END-IF.

       1476-END.

       1480-CHECK-DAYS-OVERLAP.

           MOVE 'N' TO WS-DAYS-OVERLAP.

           PERFORM 1482-CHECK-ONE-NEW-DAY
               VARYING WS-DAY-I FROM 1 BY 1
               UNTIL WS-DAY-I > 7 OR WS-DAYS-OVERLAP = 'Y'.

       1480-END.

       1482-CHECK-ONE-NEW-DAY.

           IF WS-NEW-DAYS (WS-DAY-I:1) NOT = SPACE
               PERFORM 1484-CHECK-ONE-OTHER-DAY
                   VARYING WS-DAY-J FROM 1 BY 1
                   UNTIL WS-DAY-J > 7 OR WS-DAYS-OVERLAP = 'Y'
           END-IF.

       1482-END.

       1484-CHECK-ONE-OTHER-DAY.

           IF WS-OTH-DAYS (WS-DAY-J:1) NOT = SPACE
                   AND WS-OTH-DAYS (WS-DAY-J:1)
                       = WS-NEW-DAYS (WS-DAY-I:1)
               MOVE 'Y' TO WS-DAYS-OVERLAP
           END-IF.

       1484-END.

      *    THE CAP FOLLOWS PRGR0023: THE HOUSE CAP, THE PROBATION CAP
      *    WHEN THE LATEST STANDING LINE IS PROBATION, OR THE CEILING
      *    OF AN ACTIVE OVERLOAD APPROVAL FOR THE STUDENT AND TERM.
       1490-FIND-LOAD-CAP.

           MOVE SPACES TO WS-LATEST-STANDING.
           MOVE 'N' TO WS-STD-EOF.
           OPEN INPUT ACADEMIC-STANDING-FILE.
           IF STD-FILE-STATUS = "00"
               PERFORM 1491-SCAN-ONE-STANDING UNTIL STD-EOF
               CLOSE ACADEMIC-STANDING-FILE
           END-IF.

           MOVE 0 TO WS-OVERLOAD-MAX.
           MOVE 'N' TO WS-OVL-EOF.
           OPEN INPUT OVERLOAD-APPROVAL-FILE.
           IF OVL-FILE-STATUS = "00"
               PERFORM 1492-SCAN-ONE-APPROVAL UNTIL OVL-EOF
               CLOSE OVERLOAD-APPROVAL-FILE
           END-IF.

           IF WS-LATEST-STANDING = 'PROBATION '
               MOVE CLD-PROBATION-MAX-CREDITS TO WS-LOAD-CAP
           ELSE
               MOVE CLD-MAX-CREDITS TO WS-LOAD-CAP
           END-IF.
           IF WS-OVERLOAD-MAX > 0
               MOVE WS-OVERLOAD-MAX TO WS-LOAD-CAP
           END-IF.

       1490-END.

       1491-SCAN-ONE-STANDING.

           READ ACADEMIC-STANDING-FILE
               AT END
                   SET STD-EOF TO TRUE
               NOT AT END
                   IF STD-STUDENT-ID = WS-STUDENT-VSAM-ID
                       MOVE STD-STANDING TO WS-LATEST-STANDING
                   END-IF
           END-READ.

       1491-END.

       1492-SCAN-ONE-APPROVAL.

           READ OVERLOAD-APPROVAL-FILE
               AT END
                   SET OVL-EOF TO TRUE
               NOT AT END
                   IF OVL-STUDENT-ID = WS-STUDENT-VSAM-ID
                           AND OVL-TERM = WS-REQUEST-TERM
                           AND OVL-ACTIVE
                           AND OVL-MAX-CREDITS IS NUMERIC
                       MOVE OVL-MAX-CREDITS TO WS-OVERLOAD-MAX
                   END-IF
           END-READ.

       1492-END.

      *    THE STUDENT'S ACTIVE ROWS THIS TERM - BLOCK COURSES THIS
      *    RUN HAS JUST ADDED INCLUDED - PLUS THE COURSE BEING ADDED.
       1495-CHECK-CREDIT-LOAD.

           MOVE WS-BKT-E-CREDITS (WS-BKT-IDX) TO WS-TERM-LOAD.
           MOVE 'N' TO WS-ENR-DONE.

           MOVE WS-STUDENT-VSAM-ID TO ENR-STUDENT-ID.
           START ENROLLMENT-VSAM-FILE
               KEY IS NOT LESS THAN ENR-STUDENT-ID
               INVALID KEY
                   SET ENR-SCAN-DONE TO TRUE
           END-START.

           PERFORM 1496-ADD-ONE-ROW-LOAD UNTIL ENR-SCAN-DONE.

           IF WS-TERM-LOAD > WS-LOAD-CAP
               MOVE SPACES TO WS-EXCEPTION
               STRING "CREDIT LOAD " DELIMITED BY SIZE
                   WS-TERM-LOAD DELIMITED BY SIZE
                   " OVER CAP " DELIMITED BY SIZE
                   WS-LOAD-CAP DELIMITED BY SIZE
                   " - NEEDS OVERLOAD" DELIMITED BY SIZE
                   INTO WS-EXCEPTION
               END-STRING
               MOVE "LOADCAP" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "ADD " DELIMITED BY SIZE
                   WS-BKT-E-COURSE (WS-BKT-IDX) DELIMITED BY SPACE
                   " REFUSED " DELIMITED BY SIZE
                   WS-TERM-LOAD DELIMITED BY SIZE
                   " OVER CAP " DELIMITED BY SIZE
                   WS-LOAD-CAP DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
               END-STRING
               PERFORM 1800-WRITE-AUDIT-RECORD
           END-IF.

       1495-END.

       1496-ADD-ONE-ROW-LOAD.

           READ ENROLLMENT-VSAM-FILE NEXT RECORD
               AT END
                   SET ENR-SCAN-DONE TO TRUE
               NOT AT END
                   IF ENR-STUDENT-ID NOT = WS-STUDENT-VSAM-ID
                       SET ENR-SCAN-DONE TO TRUE
                   ELSE
                       IF ENR-TERM = WS-REQUEST-TERM
                               AND ENR-COURSE
                                   NOT = WS-BKT-E-COURSE (WS-BKT-IDX)
                               AND ENR-ACTIVE
                           MOVE 1 TO WS-ROW-CREDITS
                           SET LKP-COURSE-LOOKUP TO TRUE
                           MOVE ENR-COURSE TO LKP-KEY
                           CALL 'PRGS0098' USING MASTER-LOOKUP-PARM
                           IF LKP-RECORD-FOUND
                               MOVE LKP-RECORD-IMAGE
                                   TO COURSE-MASTER-RECORD
                               IF CRS-CREDIT-HOURS IS NUMERIC
                                       AND CRS-CREDIT-HOURS > 0
                                   MOVE CRS-CREDIT-HOURS
                                       TO WS-ROW-CREDITS
                               END-IF
                           END-IF
                           ADD WS-ROW-CREDITS TO WS-TERM-LOAD
                       END-IF
                   END-IF
           END-READ.

       1496-END.

      *    A SEAT TAKES THE ROW (NEW, OR A DROPPED ROW RE-ACTIVATED
      *    IN PLACE); A FULL SECTION QUEUES THE STUDENT ON THE
      *    WAITLIST FOR PRGR0023'S PROMOTION ON THE NEXT DROP.
       1500-PLACE-STUDENT.

           PERFORM 1505-CHECK-CAPACITY.

           IF WS-COURSE-CAPACITY > 0
                   AND WS-SEAT-COUNT >= WS-COURSE-CAPACITY
               PERFORM 1540-ADD-TO-WAITLIST
           ELSE
               MOVE WS-STUDENT-VSAM-ID TO ENR-STUDENT-ID
               MOVE WS-BKT-E-COURSE (WS-BKT-IDX) TO ENR-COURSE
               MOVE WS-REQUEST-TERM TO ENR-TERM
               READ ENROLLMENT-VSAM-FILE
                   KEY IS ENR-KEY
                   INVALID KEY
                       PERFORM 1520-WRITE-NEW-ENROLLMENT
                   NOT INVALID KEY
                       PERFORM 1530-REACTIVATE-ENROLLMENT
               END-READ
           END-IF.

       1500-END.

      *    COUNT THE ACTIVE SEATS ALREADY TAKEN IN THE SECTION ON THE
      *    COURSE-FIRST ALTERNATE KEY, AS PRGR0023 DOES.
       1505-CHECK-CAPACITY.

           MOVE 0 TO WS-SEAT-COUNT.
           MOVE WS-BKT-E-CAPACITY (WS-BKT-IDX) TO WS-COURSE-CAPACITY.

           IF WS-COURSE-CAPACITY > 0
               MOVE 'N' TO WS-ENR-DONE
               MOVE WS-BKT-E-COURSE (WS-BKT-IDX) TO ENR-COURSE
               MOVE WS-REQUEST-TERM TO ENR-TERM
               START ENROLLMENT-VSAM-FILE
                   KEY IS NOT LESS THAN ENR-COURSE-TERM
                   INVALID KEY
                       SET ENR-SCAN-DONE TO TRUE
               END-START
               PERFORM 1510-COUNT-ONE-SEAT UNTIL ENR-SCAN-DONE
           END-IF.

       1505-END.

       1510-COUNT-ONE-SEAT.

           READ ENROLLMENT-VSAM-FILE NEXT RECORD
               AT END
                   SET ENR-SCAN-DONE TO TRUE
               NOT AT END
                   IF ENR-COURSE NOT = WS-BKT-E-COURSE (WS-BKT-IDX)
                           OR ENR-TERM NOT = WS-REQUEST-TERM
                       SET ENR-SCAN-DONE TO TRUE
                   ELSE
                       IF ENR-SECTION IS NUMERIC AND ENR-SECTION > 0
                           MOVE ENR-SECTION TO WS-ROW-SECTION
                       ELSE
                           MOVE 1 TO WS-ROW-SECTION
                       END-IF
                       IF WS-ROW-SECTION
                               = WS-BKT-E-SECTION (WS-BKT-IDX)
                               AND ENR-ACTIVE
                           ADD 1 TO WS-SEAT-COUNT
                       END-IF
                   END-IF
           END-READ.

       1510-END.

       1520-WRITE-NEW-ENROLLMENT.

           MOVE WS-STUDENT-VSAM-ID TO ENR-STUDENT-ID.
           MOVE WS-BKT-E-COURSE (WS-BKT-IDX) TO ENR-COURSE.
           MOVE WS-REQUEST-TERM TO ENR-TERM.
           MOVE CURRENT-DATE TO ENR-ENROLLDATE.
           SET ENR-ACTIVE TO TRUE.
           MOVE WS-BKT-E-SECTION (WS-BKT-IDX) TO ENR-SECTION.

           WRITE ENROLLMENT-VSAM-RECORD
               INVALID KEY
                   MOVE SPACES TO WS-EXCEPTION
                   STRING "ENROLLMENT WRITE FAILED (STATUS "
                       DELIMITED BY SIZE
                       ENR-FILE-STATUS DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO WS-EXCEPTION
                   END-STRING
               NOT INVALID KEY
                   ADD 1 TO WS-ENROLLED-COUNT
                   MOVE "ENROLL" TO WS-AUDIT-ACTION
                   MOVE "COURSE ADDED VIA BLOCK ENROLLMENT"
                       TO WS-AUDIT-DETAIL
                   PERFORM 1800-WRITE-AUDIT-RECORD
                   MOVE 'E' TO WS-JRN-FILE-ID
                   MOVE 'W' TO WS-JRN-ACTION
                   MOVE ENROLLMENT-VSAM-RECORD TO WS-JRN-IMAGE
                   PERFORM 0870-WRITE-JOURNAL
           END-WRITE.

       1520-END.

       1530-REACTIVATE-ENROLLMENT.

           SET ENR-ACTIVE TO TRUE.
           MOVE CURRENT-DATE TO ENR-ENROLLDATE.
           MOVE WS-BKT-E-SECTION (WS-BKT-IDX) TO ENR-SECTION.

           REWRITE ENROLLMENT-VSAM-RECORD
               INVALID KEY
                   MOVE SPACES TO WS-EXCEPTION
                   STRING "ENROLLMENT REWRITE FAILED (STATUS "
                       DELIMITED BY SIZE
                       ENR-FILE-STATUS DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO WS-EXCEPTION
                   END-STRING
               NOT INVALID KEY
                   ADD 1 TO WS-ENROLLED-COUNT
                   MOVE "ENROLL" TO WS-AUDIT-ACTION
                   MOVE "DROPPED ROW RE-ACTIVATED BY BLOCK RUN"
                       TO WS-AUDIT-DETAIL
                   PERFORM 1800-WRITE-AUDIT-RECORD
                   MOVE 'E' TO WS-JRN-FILE-ID
                   MOVE 'R' TO WS-JRN-ACTION
                   MOVE ENROLLMENT-VSAM-RECORD TO WS-JRN-IMAGE
                   PERFORM 0870-WRITE-JOURNAL
           END-REWRITE.

       1530-END.

      *    A STUDENT ALREADY WAITING FOR THE COURSE IS NOT QUEUED A
      *    SECOND TIME. EITHER WAY THE DESK SEES THE FULL SECTION.
       1540-ADD-TO-WAITLIST.

           MOVE 'N' TO WS-ON-WAITLIST.
           MOVE 'N' TO WS-WTL-EOF.

           OPEN INPUT COURSE-WAITLIST-FILE.
           IF WTL-FILE-STATUS = "00"
               PERFORM 1545-SCAN-ONE-WAITLIST-ROW
                   UNTIL WTL-EOF OR ALREADY-WAITING
               CLOSE COURSE-WAITLIST-FILE
           END-IF.

           IF ALREADY-WAITING
               MOVE "SECTION FULL - ALREADY ON THE WAITLIST"
                   TO WS-EXCEPTION
           ELSE
               OPEN EXTEND COURSE-WAITLIST-FILE
               IF WTL-FILE-STATUS NOT = "00"
                   OPEN OUTPUT COURSE-WAITLIST-FILE
               END-IF
               IF WTL-FILE-STATUS = "00"
                   MOVE WS-BKT-E-COURSE (WS-BKT-IDX) TO WTL-COURSE
                   MOVE ',' TO WTL-SEPARATOR1
                   MOVE WS-REQUEST-TERM TO WTL-TERM
                   MOVE ',' TO WTL-SEPARATOR2
                   MOVE WS-STUDENT-VSAM-ID TO WTL-STUDENT-ID
                   MOVE ',' TO WTL-SEPARATOR3
                   MOVE CURRENT-DATE TO WTL-DATE
                   MOVE ',' TO WTL-SEPARATOR4
                   SET WTL-WAITING TO TRUE
                   MOVE ',' TO WTL-SEPARATOR5
                   MOVE WS-BKT-E-SECTION (WS-BKT-IDX) TO WTL-SECTION
                   WRITE WAITLIST-RECORD
                   CLOSE COURSE-WAITLIST-FILE
                   ADD 1 TO WS-WAITLISTED-COUNT
                   MOVE "SECTION FULL - PLACED ON THE WAITLIST"
                       TO WS-EXCEPTION
                   MOVE "WAITLIST" TO WS-AUDIT-ACTION
                   MOVE "ADDED TO COURSE WAITLIST BY BLOCK RUN"
                       TO WS-AUDIT-DETAIL
                   PERFORM 1800-WRITE-AUDIT-RECORD
               ELSE
                   MOVE "SECTION FULL - WAITLIST UNAVAILABLE"
                       TO WS-EXCEPTION
               END-IF
           END-IF.

       1540-END.

       1545-SCAN-ONE-WAITLIST-ROW.

           READ COURSE-WAITLIST-FILE
               AT END
                   SET WTL-EOF TO TRUE
               NOT AT END
                   IF WTL-COURSE = WS-BKT-E-COURSE (WS-BKT-IDX)
                           AND WTL-TERM = WS-REQUEST-TERM
                           AND WTL-STUDENT-ID = WS-STUDENT-VSAM-ID
                           AND WTL-WAITING
                       SET ALREADY-WAITING TO TRUE
                   END-IF
           END-READ.

       1545-END.

       1800-WRITE-AUDIT-RECORD.

           MOVE "PRGB0149" TO AUP-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AUP-ACTION.
           MOVE WS-STUDENT-VSAM-ID TO AUP-STUDENT-ID.
           MOVE WS-AUDIT-DETAIL TO AUP-DETAIL.

           MOVE WS-SIGNON-USER TO AUP-USER.

           CALL 'PRGS0105' USING AUDIT-APPEND-PARM.

       1800-END.

       1900-PRINT-HEADINGS.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "BLOCK ENROLLMENT EXCEPTIONS - PROGRAM "
               DELIMITED BY SIZE
               WS-REQUEST-PROGRAM DELIMITED BY SPACE
               "  YEAR " DELIMITED BY SIZE
               WS-REQUEST-LEVEL DELIMITED BY SIZE
               "  TERM " DELIMITED BY SIZE
               WS-REQUEST-TERM DELIMITED BY SPACE
               "  RUN " DELIMITED BY SIZE
               CURRENT-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 1990-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           MOVE "BLOCK :" TO WS-PRINT-LINE.
           PERFORM 1905-PRINT-ONE-BLOCK-COURSE
               VARYING WS-BKT-IDX FROM 1 BY 1
               UNTIL WS-BKT-IDX > WS-BKT-COUNT.
           PERFORM 1990-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 1990-WRITE-REPORT-LINE.
           MOVE "ID     | NAME                        | COURSE"
               TO WS-PRINT-LINE.
           MOVE "| SC | REASON" TO WS-PRINT-LINE (59:).
           PERFORM 1990-WRITE-REPORT-LINE.
           MOVE ALL '-' TO WS-PRINT-LINE (1:100).
           PERFORM 1990-WRITE-REPORT-LINE.

       1900-END.

      *    ONE COURSE/SECTION OF THE BLOCK PER 20 COLUMNS OF THE
      *    HEADING LINE, SIX TO A LINE.
       1905-PRINT-ONE-BLOCK-COURSE.

           SUBTRACT 1 FROM WS-BKT-IDX GIVING WS-PRINT-SLOT.
           DIVIDE WS-PRINT-SLOT BY 6 GIVING WS-PRINT-ROW
               REMAINDER WS-PRINT-SLOT.
           IF WS-BKT-IDX > 1 AND WS-PRINT-SLOT = 0
               PERFORM 1990-WRITE-REPORT-LINE
           END-IF.

           MOVE WS-BKT-E-COURSE (WS-BKT-IDX) TO WS-XL-COURSE.
           MOVE WS-BKT-E-SECTION (WS-BKT-IDX) TO WS-XL-SECTION.
           COMPUTE WS-PRINT-POS = 9 + WS-PRINT-SLOT * 20.
           STRING WS-XL-COURSE DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               WS-XL-SECTION DELIMITED BY SIZE
               INTO WS-PRINT-LINE (WS-PRINT-POS:20)
           END-STRING.

       1905-END.

       1910-PRINT-EXCEPTION.

           MOVE WS-STUDENT-VSAM-ID TO WS-XL-STUDENT-ID.
           MOVE WS-STUDENT-VSAM-NAME TO WS-XL-NAME.
           MOVE WS-BKT-E-COURSE (WS-BKT-IDX) TO WS-XL-COURSE.
           MOVE WS-BKT-E-SECTION (WS-BKT-IDX) TO WS-XL-SECTION.
           MOVE WS-EXCEPTION TO WS-XL-REASON.

           MOVE WS-EXCEPTION-LINE TO WS-PRINT-LINE.
           PERFORM 1990-WRITE-REPORT-LINE.

       1910-END.

       1950-PRINT-TOTALS.

           MOVE ALL '-' TO WS-PRINT-LINE (1:100).
           PERFORM 1990-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "STUDENTS IN THE COHORT : " DELIMITED BY SIZE
               WS-SELECTED-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 1990-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "COURSES ENROLLED       : " DELIMITED BY SIZE
               WS-ENROLLED-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 1990-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "COURSES WAITLISTED     : " DELIMITED BY SIZE
               WS-WAITLISTED-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 1990-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "EXCEPTIONS FOR THE DESK: " DELIMITED BY SIZE
               WS-EXCEPTION-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 1990-WRITE-REPORT-LINE.

       1950-END.

       1990-WRITE-REPORT-LINE.

           IF PRT-FILE-STATUS = "00"
               MOVE WS-PRINT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.

       1990-END.

       END PROGRAM PRGB0149.
