      ******************************************************************
      * Author:
      * Date:
      * Purpose: Transfer articulation maintenance - works through
      *          the external courses the transfer batch (PRGB0116)
      *          held on TRANSFER.UNMAPPED for want of a decision,
      *          saving each decision on the articulation table as
      *          the equivalent course and minimum grade, or as NO
      *          EQUIVALENT; also adds or changes a single table row
      *          directly, and lists the table. THE NEXT PRGB0116
      *          RUN POSTS THE HELD LINES THE NEW ROWS NOW COVER.
      *          EVERY DECISION LANDS ON AUDIT.LOG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGN0117.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ARTSEL.

           COPY TPDSEL.

           COPY EXISEL.

           COPY CRSSEL.

           COPY SGNSEL.

       DATA DIVISION.
       FILE SECTION.

       FD TRANSFER-ARTICULATION-FILE.
       COPY ARTFD.

       FD TRANSFER-PENDING-FILE.
       COPY TPDFD.

       FD EXTERNAL-INSTITUTION-FILE.
       COPY EXIFD.

       FD COURSE-MASTER-FILE.
       COPY CRSFD.

       FD SIGNON-SESSION-FILE.
       COPY SGNFD.

       WORKING-STORAGE SECTION.

       COPY LKPWRK.

       01  ART-FILE-STATUS   PIC XX.
       01  TPD-FILE-STATUS   PIC XX.
       01  EXI-FILE-STATUS   PIC XX.
       01  CRS-FILE-STATUS   PIC XX.
       COPY AUPWRK.
       01  SGN-FILE-STATUS   PIC XX.

       COPY SGNWRK.

       01  WS-WORK-AREAS.
           05  WS-MODE                PIC X     VALUE SPACES.
               88  MODE-IS-DECIDE            VALUE 'D'.
               88  MODE-IS-ADD-CHANGE        VALUE 'A'.
               88  MODE-IS-LIST              VALUE 'L'.
           05  WS-MODE-VALID          PIC X     VALUE 'N'.
               88  MODE-IS-VALID             VALUE 'Y'.
           05  WS-ART-EOF             PIC X     VALUE 'N'.
               88  ART-EOF                   VALUE 'Y'.
           05  WS-TPD-EOF             PIC X     VALUE 'N'.
               88  TPD-EOF                   VALUE 'Y'.
           05  WS-EXI-EOF             PIC X     VALUE 'N'.
               88  EXI-EOF                   VALUE 'Y'.
           05  WS-TABLE-CHANGED       PIC X     VALUE 'N'.
               88  TABLE-WAS-CHANGED         VALUE 'Y'.
           05  WS-STOP-DECIDING       PIC X     VALUE 'N'.
               88  STOP-DECIDING             VALUE 'Y'.
           05  WS-KEY-INST            PIC 9(4)  VALUE 0.
           05  WS-KEY-EXT-COURSE      PIC X(15) VALUE SPACES.
           05  WS-INST-NAME           PIC X(27) VALUE SPACES.
           05  WS-INPUT-INST-ID       PIC 9(4)  VALUE 0.
           05  WS-INPUT-EXT-COURSE    PIC X(15) VALUE SPACES.
           05  WS-INPUT-ANSWER        PIC X(15) VALUE SPACES.
           05  WS-INPUT-MIN-GRADE     PIC X     VALUE SPACE.
               88  MIN-GRADE-VALID           VALUE 'A' 'B' 'C' 'D'.
           05  WS-MIN-GRADE-OK        PIC X     VALUE 'N'.
               88  MIN-GRADE-IS-OK           VALUE 'Y'.
           05  WS-DECISION            PIC X     VALUE SPACE.
               88  DECIDED-EQUIVALENT        VALUE 'Y'.
               88  DECIDED-NO-EQUIVALENT     VALUE 'N'.
               88  DECIDED-LATER             VALUE 'S'.
               88  DECIDED-TO-STOP           VALUE 'Q'.
           05  WS-DECISION-OK         PIC X     VALUE 'N'.
               88  DECISION-IS-OK            VALUE 'Y'.
           05  WS-ALLOW-SKIP          PIC X     VALUE 'N'.
               88  SKIP-IS-ALLOWED           VALUE 'Y'.
           05  WS-DECIDED-COUNT       PIC 9(4)  VALUE 0.
           05  WS-LIST-COUNT          PIC 9(4)  VALUE 0.
           05  WS-AUDIT-ACTION        PIC X(10).

      *    THE TABLE IS HELD IN STORAGE WHILE IT IS REWRITTEN WITH
      *    THE NEW DECISIONS - THE SAME PATTERN PRGN0076 USES FOR THE
      *    PERIOD FILE.
       01  WS-ARTICULATION-TABLE-AREAS.
           05  WS-ATT-COUNT        PIC 9(4)  COMP VALUE 0.
           05  WS-ATT-IDX          PIC 9(4)  COMP VALUE 0.
           05  WS-ATT-HIT          PIC 9(4)  COMP VALUE 0.
           05  WS-ATT-OVERFLOW     PIC X     VALUE 'N'.
               88  ARTICULATION-OVERFLOWED  VALUE 'Y'.
           05  WS-ATT-TABLE.
               10  WS-ATT-ENTRY    OCCURS 3000 TIMES.
                   15  WS-ATT-E-INST        PIC 9(4).
                   15  WS-ATT-E-EXT-COURSE  PIC X(15).
                   15  WS-ATT-E-EQUIVALENCE PIC X.
                   15  WS-ATT-E-CRS-CODE    PIC X(15).
                   15  WS-ATT-E-MIN-GRADE   PIC X.
                   15  WS-ATT-E-DATE        PIC 9(8).
                   15  WS-ATT-E-BY          PIC X(8).

      *    EACH SCHOOL/COURSE WAITING ON A DECISION, ONCE, WITH THE
      *    NUMBER OF STUDENTS HELD BEHIND IT.
       01  WS-PENDING-TABLE-AREAS.
           05  WS-PDT-COUNT        PIC 9(4)  COMP VALUE 0.
           05  WS-PDT-IDX          PIC 9(4)  COMP VALUE 0.
           05  WS-PDT-HIT          PIC 9(4)  COMP VALUE 0.
           05  WS-PDT-TABLE.
               10  WS-PDT-ENTRY    OCCURS 2000 TIMES.
                   15  WS-PDT-E-INST        PIC 9(4).
                   15  WS-PDT-E-EXT-COURSE  PIC X(15).
                   15  WS-PDT-E-STUDENTS    PIC 9(4).

       01  WS-INSTITUTION-TABLE-AREAS.
           05  WS-IST-COUNT        PIC 9(4)  COMP VALUE 0.
           05  WS-IST-IDX          PIC 9(4)  COMP VALUE 0.
           05  WS-IST-HIT          PIC 9(4)  COMP VALUE 0.
           05  WS-IST-TABLE.
               10  WS-IST-ENTRY    OCCURS 1000 TIMES.
                   15  WS-IST-E-ID          PIC 9(4).
                   15  WS-IST-E-NAME        PIC X(27).

       01  ART-HEADER.
           05 FILLER      PIC X VALUE '+'.
           05 FILLER      PIC X VALUE '-'
               OCCURS 38 TIMES.
           05 FILLER      PIC X VALUE '+'.

       01  ART-HEADER2.
           05 FILLER      PIC X VALUE '|'.
           05 FILLER      PIC X(4) VALUE SPACES.
           05 TITRE11      PIC X(15) VALUE ' A R T I C U L '.
           05 TITRE12      PIC X(15) VALUE 'A T I O N      '.
           05 FILLER      PIC X(4) VALUE SPACES.
           05 FILLER      PIC X VALUE '|'.

       01 OUTPUTLINE.
           05 BLANK-LINE PIC X.

       01 CURRENT-DATE.
           05 CURRENT-YEAR   PIC 9(4).
           05 CURRENT-MONTH  PIC 9(2).
           05 CURRENT-DAY    PIC 9(2).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.

           PERFORM 0800-READ-SIGNON.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.

           PERFORM 1100-DISPLAY-HEADER.

           PERFORM 1150-LOAD-ARTICULATION.

           PERFORM 1170-LOAD-INSTITUTIONS.

           PERFORM 1200-PROMPT-FOR-MODE UNTIL MODE-IS-VALID.

           EVALUATE TRUE
               WHEN MODE-IS-DECIDE
                   PERFORM 1400-DECIDE-HELD-COURSES
               WHEN MODE-IS-ADD-CHANGE
                   PERFORM 1600-ADD-CHANGE-ONE-ROW
               WHEN OTHER
                   PERFORM 1300-LIST-ARTICULATION
           END-EVALUATE.

           IF TABLE-WAS-CHANGED
               PERFORM 1700-REWRITE-ARTICULATION
           END-IF.

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

       1100-DISPLAY-HEADER.

           DISPLAY ART-HEADER.
           DISPLAY OUTPUTLINE.
           DISPLAY ART-HEADER2.
           DISPLAY OUTPUTLINE.
           DISPLAY ART-HEADER.

       1100-END.

       1150-LOAD-ARTICULATION.

           MOVE 'N' TO WS-ART-EOF.

           OPEN INPUT TRANSFER-ARTICULATION-FILE.
           IF ART-FILE-STATUS = "00"
               PERFORM 1160-LOAD-ONE-ARTICULATION UNTIL ART-EOF
               CLOSE TRANSFER-ARTICULATION-FILE
           END-IF.

       1150-END.

      *    A LATER ROW FOR THE SAME SCHOOL/COURSE REPLACES AN
      *    EARLIER ONE, SO THE REWRITE ALSO TIDIES DUPLICATES.
       1160-LOAD-ONE-ARTICULATION.

           READ TRANSFER-ARTICULATION-FILE
               AT END
                   SET ART-EOF TO TRUE
               NOT AT END
                   MOVE ART-INST-ID TO WS-KEY-INST
                   MOVE ART-EXT-COURSE TO WS-KEY-EXT-COURSE
                   PERFORM 1180-FIND-ARTICULATION
                   IF WS-ATT-HIT = 0
                       IF WS-ATT-COUNT < 3000
                           ADD 1 TO WS-ATT-COUNT
                           MOVE WS-ATT-COUNT TO WS-ATT-HIT
                       ELSE
                           SET ARTICULATION-OVERFLOWED TO TRUE
                       END-IF
                   END-IF
                   IF WS-ATT-HIT > 0
                       MOVE ART-INST-ID TO WS-ATT-E-INST (WS-ATT-HIT)
                       MOVE ART-EXT-COURSE
                           TO WS-ATT-E-EXT-COURSE (WS-ATT-HIT)
                       MOVE ART-EQUIVALENCE
                           TO WS-ATT-E-EQUIVALENCE (WS-ATT-HIT)
                       MOVE ART-CRS-CODE
                           TO WS-ATT-E-CRS-CODE (WS-ATT-HIT)
                       MOVE ART-MIN-GRADE
                           TO WS-ATT-E-MIN-GRADE (WS-ATT-HIT)
                       MOVE ART-DECIDED-DATE
                           TO WS-ATT-E-DATE (WS-ATT-HIT)
                       MOVE ART-DECIDED-BY TO WS-ATT-E-BY (WS-ATT-HIT)
                   END-IF
           END-READ.

       1160-END.

       1170-LOAD-INSTITUTIONS.

           MOVE 'N' TO WS-EXI-EOF.

           OPEN INPUT EXTERNAL-INSTITUTION-FILE.
           IF EXI-FILE-STATUS = "00"
               PERFORM 1175-LOAD-ONE-INSTITUTION UNTIL EXI-EOF
               CLOSE EXTERNAL-INSTITUTION-FILE
           END-IF.

       1170-END.

       1175-LOAD-ONE-INSTITUTION.

           READ EXTERNAL-INSTITUTION-FILE
               AT END
                   SET EXI-EOF TO TRUE
               NOT AT END
                   IF WS-IST-COUNT < 1000 AND EXI-ID IS NUMERIC
                       ADD 1 TO WS-IST-COUNT
                       MOVE EXI-ID TO WS-IST-E-ID (WS-IST-COUNT)
                       MOVE EXI-NAME TO WS-IST-E-NAME (WS-IST-COUNT)
                   END-IF
           END-READ.

       1175-END.

      *    FINDS THE TABLE ROW FOR WS-KEY-INST / WS-KEY-EXT-COURSE.
       1180-FIND-ARTICULATION.

           MOVE 0 TO WS-ATT-HIT.
           MOVE 1 TO WS-ATT-IDX.

           PERFORM 1185-MATCH-ONE-ARTICULATION
               UNTIL WS-ATT-HIT > 0 OR WS-ATT-IDX > WS-ATT-COUNT.

       1180-END.

       1185-MATCH-ONE-ARTICULATION.

           IF WS-ATT-E-INST (WS-ATT-IDX) = WS-KEY-INST
                   AND WS-ATT-E-EXT-COURSE (WS-ATT-IDX)
                       = WS-KEY-EXT-COURSE
               MOVE WS-ATT-IDX TO WS-ATT-HIT
           END-IF.

           ADD 1 TO WS-ATT-IDX.

       1185-END.

      *    SETS WS-IST-HIT AND WS-INST-NAME FOR WS-KEY-INST.
       1190-FIND-INSTITUTION.

           MOVE 0 TO WS-IST-HIT.
           MOVE "(NOT ON INSTITUTION MASTER)" TO WS-INST-NAME.
           MOVE 1 TO WS-IST-IDX.

           PERFORM 1195-MATCH-ONE-INSTITUTION
               UNTIL WS-IST-HIT > 0 OR WS-IST-IDX > WS-IST-COUNT.

       1190-END.

       1195-MATCH-ONE-INSTITUTION.

           IF WS-IST-E-ID (WS-IST-IDX) = WS-KEY-INST
               MOVE WS-IST-IDX TO WS-IST-HIT
               MOVE WS-IST-E-NAME (WS-IST-IDX) TO WS-INST-NAME
           END-IF.

           ADD 1 TO WS-IST-IDX.

       1195-END.

       1200-PROMPT-FOR-MODE.

           DISPLAY "DECIDE HELD COURSES, ADD/CHANGE A ROW, OR LIST "
               "THE TABLE (D/A/L) >>".
           ACCEPT WS-MODE.

           IF MODE-IS-DECIDE OR MODE-IS-ADD-CHANGE OR MODE-IS-LIST
               SET MODE-IS-VALID TO TRUE
           ELSE
               DISPLAY "MODE MUST BE D, A, OR L."
           END-IF.

       1200-END.

       1300-LIST-ARTICULATION.

           DISPLAY "INST | EXTERNAL COURSE | EQ | OUR COURSE      "
               "| MIN | DECIDED  | BY".
           DISPLAY "---------------------------------------------"
               "---------------------------".

           PERFORM 1310-LIST-ONE-ROW
               VARYING WS-ATT-IDX FROM 1 BY 1
               UNTIL WS-ATT-IDX > WS-ATT-COUNT.

           DISPLAY "---------------------------------------------"
               "---------------------------".
           DISPLAY "ARTICULATION ROWS ON FILE : " WS-LIST-COUNT.

       1300-END.

       1310-LIST-ONE-ROW.

           DISPLAY WS-ATT-E-INST (WS-ATT-IDX) " | "
               WS-ATT-E-EXT-COURSE (WS-ATT-IDX) " | "
               WS-ATT-E-EQUIVALENCE (WS-ATT-IDX) "  | "
               WS-ATT-E-CRS-CODE (WS-ATT-IDX) " |  "
               WS-ATT-E-MIN-GRADE (WS-ATT-IDX) "  | "
               WS-ATT-E-DATE (WS-ATT-IDX) " | "
               WS-ATT-E-BY (WS-ATT-IDX).
           ADD 1 TO WS-LIST-COUNT.

       1310-END.

      *    ONE QUESTION PER SCHOOL/COURSE, HOWEVER MANY STUDENTS ARE
      *    WAITING ON IT. A COURSE THAT ALREADY HAS A ROW (DECIDED
      *    SINCE THE LAST BATCH) IS NOT ASKED AGAIN.
       1400-DECIDE-HELD-COURSES.

           MOVE 'N' TO WS-TPD-EOF.

           OPEN INPUT TRANSFER-PENDING-FILE.
           IF TPD-FILE-STATUS = "00"
               PERFORM 1410-COLLECT-ONE-HELD-LINE UNTIL TPD-EOF
               CLOSE TRANSFER-PENDING-FILE
           END-IF.

           IF WS-PDT-COUNT = 0
               DISPLAY "NOTHING IS WAITING ON AN ARTICULATION "
                   "DECISION."
           ELSE
               DISPLAY WS-PDT-COUNT " EXTERNAL COURSE(S) TO DECIDE."
               MOVE 'Y' TO WS-ALLOW-SKIP
               PERFORM 1430-DECIDE-ONE-HELD-COURSE
                   VARYING WS-PDT-IDX FROM 1 BY 1
                   UNTIL WS-PDT-IDX > WS-PDT-COUNT OR STOP-DECIDING
               DISPLAY WS-DECIDED-COUNT " DECISION(S) SAVED. RUN "
                   "PRGB0116 TO POST THE STUDENTS THEY COVER."
           END-IF.

       1400-END.

       1410-COLLECT-ONE-HELD-LINE.

           READ TRANSFER-PENDING-FILE
               AT END
                   SET TPD-EOF TO TRUE
               NOT AT END
                   MOVE TPD-INST-ID TO WS-KEY-INST
                   MOVE TPD-EXT-COURSE TO WS-KEY-EXT-COURSE
                   PERFORM 1180-FIND-ARTICULATION
                   IF WS-ATT-HIT = 0
                       PERFORM 1420-ADD-PENDING-COURSE
                   END-IF
           END-READ.

       1410-END.

       1420-ADD-PENDING-COURSE.

           MOVE 0 TO WS-PDT-HIT.
           MOVE 1 TO WS-PDT-IDX.
           PERFORM 1425-MATCH-ONE-PENDING
               UNTIL WS-PDT-HIT > 0 OR WS-PDT-IDX > WS-PDT-COUNT.

           IF WS-PDT-HIT = 0 AND WS-PDT-COUNT < 2000
               ADD 1 TO WS-PDT-COUNT
               MOVE WS-PDT-COUNT TO WS-PDT-HIT
               MOVE WS-KEY-INST TO WS-PDT-E-INST (WS-PDT-HIT)
               MOVE WS-KEY-EXT-COURSE
                   TO WS-PDT-E-EXT-COURSE (WS-PDT-HIT)
               MOVE 0 TO WS-PDT-E-STUDENTS (WS-PDT-HIT)
           END-IF.

           IF WS-PDT-HIT > 0
               ADD 1 TO WS-PDT-E-STUDENTS (WS-PDT-HIT)
           END-IF.

       1420-END.

       1425-MATCH-ONE-PENDING.

           IF WS-PDT-E-INST (WS-PDT-IDX) = WS-KEY-INST
                   AND WS-PDT-E-EXT-COURSE (WS-PDT-IDX)
                       = WS-KEY-EXT-COURSE
               MOVE WS-PDT-IDX TO WS-PDT-HIT
           END-IF.

           ADD 1 TO WS-PDT-IDX.

       1425-END.

       1430-DECIDE-ONE-HELD-COURSE.

           MOVE WS-PDT-E-INST (WS-PDT-IDX) TO WS-KEY-INST.
           MOVE WS-PDT-E-EXT-COURSE (WS-PDT-IDX) TO WS-KEY-EXT-COURSE.
           PERFORM 1190-FIND-INSTITUTION.

           DISPLAY OUTPUTLINE.
           DISPLAY "INSTITUTION     : " WS-KEY-INST " " WS-INST-NAME.
           DISPLAY "EXTERNAL COURSE : " WS-KEY-EXT-COURSE.
           DISPLAY "STUDENTS HELD   : " WS-PDT-E-STUDENTS (WS-PDT-IDX).

           MOVE 'N' TO WS-DECISION-OK.
           PERFORM 1500-PROMPT-FOR-DECISION UNTIL DECISION-IS-OK.

           EVALUATE TRUE
               WHEN DECIDED-TO-STOP
                   SET STOP-DECIDING TO TRUE
               WHEN DECIDED-LATER
                   CONTINUE
               WHEN OTHER
                   PERFORM 1550-SAVE-DECISION
           END-EVALUATE.

       1430-END.

      *    AN OUR-COURSE ANSWER MUST BE ON THE COURSE MASTER - THAT
      *    IS WHAT THE DEGREE AND PREREQUISITE CHECKS ARE KEYED ON.
       1500-PROMPT-FOR-DECISION.

           IF SKIP-IS-ALLOWED
               DISPLAY "ENTER OUR EQUIVALENT COURSE CODE, N = NO "
                   "EQUIVALENT, BLANK = DECIDE LATER, Q = STOP >>"
           ELSE
               DISPLAY "ENTER OUR EQUIVALENT COURSE CODE, OR N = NO "
                   "EQUIVALENT >>"
           END-IF.
           ACCEPT WS-INPUT-ANSWER.

           EVALUATE TRUE
               WHEN WS-INPUT-ANSWER = SPACES AND SKIP-IS-ALLOWED
                   SET DECIDED-LATER TO TRUE
                   SET DECISION-IS-OK TO TRUE
               WHEN WS-INPUT-ANSWER = 'Q' AND SKIP-IS-ALLOWED
                   SET DECIDED-TO-STOP TO TRUE
                   SET DECISION-IS-OK TO TRUE
               WHEN WS-INPUT-ANSWER = 'N'
                   SET DECIDED-NO-EQUIVALENT TO TRUE
                   SET DECISION-IS-OK TO TRUE
               WHEN WS-INPUT-ANSWER = SPACES
                   DISPLAY "AN ANSWER IS REQUIRED."
               WHEN OTHER
                   SET LKP-COURSE-LOOKUP TO TRUE
                   MOVE WS-INPUT-ANSWER TO LKP-KEY
                   CALL 'PRGS0098' USING MASTER-LOOKUP-PARM
                   IF LKP-RECORD-FOUND
                       MOVE LKP-RECORD-IMAGE TO COURSE-MASTER-RECORD
                       DISPLAY "EQUIVALENT: " CRS-CODE " " CRS-TITLE
                       SET DECIDED-EQUIVALENT TO TRUE
                       SET DECISION-IS-OK TO TRUE
                       MOVE 'N' TO WS-MIN-GRADE-OK
                       PERFORM 1510-PROMPT-FOR-MIN-GRADE
                           UNTIL MIN-GRADE-IS-OK
                   ELSE
                       DISPLAY "INVALID COURSE CODE - NOT ON THE "
                           "COURSE MASTER."
                   END-IF
           END-EVALUATE.

       1500-END.

       1510-PROMPT-FOR-MIN-GRADE.

           DISPLAY "ENTER LOWEST GRADE THAT EARNS THE CREDIT (A-D, "
               "BLANK = D) >>".
           ACCEPT WS-INPUT-MIN-GRADE.

           IF WS-INPUT-MIN-GRADE = SPACE
               MOVE 'D' TO WS-INPUT-MIN-GRADE
           END-IF.

           IF MIN-GRADE-VALID
               SET MIN-GRADE-IS-OK TO TRUE
           ELSE
               DISPLAY "MINIMUM GRADE MUST BE A, B, C, OR D."
           END-IF.

       1510-END.

      *    WS-KEY-INST / WS-KEY-EXT-COURSE NAME THE ROW; A ROW
      *    ALREADY ON THE TABLE IS REPLACED.
       1550-SAVE-DECISION.

           PERFORM 1180-FIND-ARTICULATION.

           IF WS-ATT-HIT = 0
               IF WS-ATT-COUNT < 3000
                   ADD 1 TO WS-ATT-COUNT
                   MOVE WS-ATT-COUNT TO WS-ATT-HIT
                   MOVE "ARTIC ADD" TO WS-AUDIT-ACTION
               ELSE
                   SET ARTICULATION-OVERFLOWED TO TRUE
               END-IF
           ELSE
               MOVE "ARTIC CHG" TO WS-AUDIT-ACTION
           END-IF.

           IF WS-ATT-HIT > 0
               MOVE WS-KEY-INST TO WS-ATT-E-INST (WS-ATT-HIT)
               MOVE WS-KEY-EXT-COURSE
                   TO WS-ATT-E-EXT-COURSE (WS-ATT-HIT)
               IF DECIDED-EQUIVALENT
                   MOVE 'Y' TO WS-ATT-E-EQUIVALENCE (WS-ATT-HIT)
                   MOVE CRS-CODE TO WS-ATT-E-CRS-CODE (WS-ATT-HIT)
                   MOVE WS-INPUT-MIN-GRADE
                       TO WS-ATT-E-MIN-GRADE (WS-ATT-HIT)
               ELSE
                   MOVE 'N' TO WS-ATT-E-EQUIVALENCE (WS-ATT-HIT)
                   MOVE SPACES TO WS-ATT-E-CRS-CODE (WS-ATT-HIT)
                   MOVE SPACE TO WS-ATT-E-MIN-GRADE (WS-ATT-HIT)
               END-IF
               MOVE CURRENT-DATE TO WS-ATT-E-DATE (WS-ATT-HIT)
               MOVE WS-SIGNON-USER TO WS-ATT-E-BY (WS-ATT-HIT)
               SET TABLE-WAS-CHANGED TO TRUE
               ADD 1 TO WS-DECIDED-COUNT
               PERFORM 1800-WRITE-AUDIT-RECORD
           END-IF.

       1550-END.

       1600-ADD-CHANGE-ONE-ROW.

           DISPLAY "ENTER INSTITUTION ID (MAX 4 DIGITS) >>".
           ACCEPT WS-INPUT-INST-ID.
           MOVE WS-INPUT-INST-ID TO WS-KEY-INST.
           PERFORM 1190-FIND-INSTITUTION.

           IF WS-IST-HIT = 0
               DISPLAY "INSTITUTION " WS-INPUT-INST-ID
                   " IS NOT ON THE INSTITUTION MASTER - ADD IT IN "
                   "PRGN0083 FIRST."
           ELSE
               DISPLAY "INSTITUTION: " WS-INST-NAME
               DISPLAY "ENTER THE INSTITUTION'S COURSE CODE >>"
               ACCEPT WS-INPUT-EXT-COURSE
               MOVE WS-INPUT-EXT-COURSE TO WS-KEY-EXT-COURSE
               PERFORM 1180-FIND-ARTICULATION
               IF WS-ATT-HIT > 0
                   DISPLAY "CURRENT DECISION: EQUIVALENT "
                       WS-ATT-E-EQUIVALENCE (WS-ATT-HIT) " "
                       WS-ATT-E-CRS-CODE (WS-ATT-HIT) " MIN "
                       WS-ATT-E-MIN-GRADE (WS-ATT-HIT)
               END-IF
               MOVE 'N' TO WS-ALLOW-SKIP
               MOVE 'N' TO WS-DECISION-OK
               PERFORM 1500-PROMPT-FOR-DECISION UNTIL DECISION-IS-OK
               PERFORM 1550-SAVE-DECISION
               DISPLAY "ARTICULATION SAVED."
           END-IF.

       1600-END.

       1700-REWRITE-ARTICULATION.

           IF ARTICULATION-OVERFLOWED
               DISPLAY "WARNING: TRANSFER.ARTICULATION HOLDS MORE "
                   "THAN 3000 ROWS - CHANGES NOT SAVED. TRIM THE FILE."
           ELSE
               OPEN OUTPUT TRANSFER-ARTICULATION-FILE
               IF ART-FILE-STATUS = "00"
                   PERFORM 1710-REWRITE-ONE-ROW
                       VARYING WS-ATT-IDX FROM 1 BY 1
                       UNTIL WS-ATT-IDX > WS-ATT-COUNT
                   CLOSE TRANSFER-ARTICULATION-FILE
               ELSE
                   DISPLAY "ERROR REWRITING TRANSFER.ARTICULATION "
                       "(STATUS = " ART-FILE-STATUS ")"
               END-IF
           END-IF.

       1700-END.

       1710-REWRITE-ONE-ROW.

           MOVE WS-ATT-E-INST (WS-ATT-IDX) TO ART-INST-ID.
           MOVE ',' TO ART-SEPARATOR1.
           MOVE WS-ATT-E-EXT-COURSE (WS-ATT-IDX) TO ART-EXT-COURSE.
           MOVE ',' TO ART-SEPARATOR2.
           MOVE WS-ATT-E-EQUIVALENCE (WS-ATT-IDX) TO ART-EQUIVALENCE.
           MOVE ',' TO ART-SEPARATOR3.
           MOVE WS-ATT-E-CRS-CODE (WS-ATT-IDX) TO ART-CRS-CODE.
           MOVE ',' TO ART-SEPARATOR4.
           MOVE WS-ATT-E-MIN-GRADE (WS-ATT-IDX) TO ART-MIN-GRADE.
           MOVE ',' TO ART-SEPARATOR5.
           MOVE WS-ATT-E-DATE (WS-ATT-IDX) TO ART-DECIDED-DATE.
           MOVE ',' TO ART-SEPARATOR6.
           MOVE WS-ATT-E-BY (WS-ATT-IDX) TO ART-DECIDED-BY.

           WRITE TRANSFER-ARTICULATION-RECORD.

       1710-END.

       1800-WRITE-AUDIT-RECORD.

           MOVE "PRGN0117" TO AUP-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AUP-ACTION.
           MOVE 0 TO AUP-STUDENT-ID.
           MOVE SPACES TO AUP-DETAIL.
           IF DECIDED-EQUIVALENT
               STRING WS-KEY-INST DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-KEY-EXT-COURSE DELIMITED BY SPACE
                      " = " DELIMITED BY SIZE
                      CRS-CODE DELIMITED BY SPACE
                      " MIN " DELIMITED BY SIZE
                      WS-INPUT-MIN-GRADE DELIMITED BY SIZE
                   INTO AUP-DETAIL
           ELSE
               STRING WS-KEY-INST DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-KEY-EXT-COURSE DELIMITED BY SPACE
                      " NO EQUIVALENT" DELIMITED BY SIZE
                   INTO AUP-DETAIL
           END-IF.

           MOVE WS-SIGNON-USER TO AUP-USER.

           CALL 'PRGS0105' USING AUDIT-APPEND-PARM.

       1800-END.

       END PROGRAM PRGN0117.
