      ******************************************************************
      * Author:
      * Date:
      * Purpose: Low-enrollment section cancellation - cancels one
      *          section of a course for a term. The INSTRUCTOR.ASSIGN
      *          row is marked cancelled ('X') and kept on file. When
      *          the operator asks, each active student in the section
      *          is moved to another running section of the same
      *          course/term that has a free seat and does not clash
      *          with the student's other courses (the PRGR0023 time
      *          check). A student who cannot be moved is dropped and
      *          the net tuition billed for the course is reversed in
      *          full whatever the add/drop deadline, unless the
      *          financial period is closed. Rows waiting on the
      *          section's waitlist are closed. Every moved, dropped
      *          and waitlisted student and the section's instructor
      *          get a notice on EVENT.QUEUE, and ../PRGB0162.PRT shows
      *          who went where.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGB0162.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY STUSEL.

           COPY ENRSEL.

           COPY ASGSEL.

           COPY WTLSEL.

           COPY CHGSEL.

           COPY EVTSEL.

           COPY SGNSEL.

           COPY JRNSEL.

           COPY PRDSEL.

           COPY RUNSEL.

           SELECT CANCEL-REPORT-FILE ASSIGN TO '../PRGB0162.PRT'
               FILE STATUS IS PRT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD STUDENT-VSAM-FILE.
       COPY STUFD.

       FD ENROLLMENT-VSAM-FILE.
       COPY ENRFD.

       FD INSTRUCTOR-ASSIGN-FILE.
       COPY ASGFD.

       FD COURSE-WAITLIST-FILE.
       COPY WTLFD.

       FD STUDENT-CHARGE-FILE.
       COPY CHGFD.

       FD EVENT-QUEUE-FILE.
       COPY EVTFD.

       FD SIGNON-SESSION-FILE.
       COPY SGNFD.

       FD RECOVERY-JOURNAL-FILE.
       COPY JRNFD.

       FD FINANCIAL-PERIOD-FILE.
       COPY PRDFD.

       FD RUN-STATISTICS-FILE.
       COPY RUNFD.

       FD CANCEL-REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.

       COPY FPSWRK.

       COPY LKPWRK.

       COPY CRSFD.

       COPY TRMFD.

       COPY AUPWRK.

       COPY SGNWRK.

       01  FILE-CHECK-KEY    PIC XX.
       01  ENR-FILE-STATUS   PIC XX.
       01  ASG-FILE-STATUS   PIC XX.
       01  WTL-FILE-STATUS   PIC XX.
       01  CHG-FILE-STATUS   PIC XX.
       01  EVT-FILE-STATUS   PIC XX.
       01  SGN-FILE-STATUS   PIC XX.
       01  JRN-FILE-STATUS   PIC XX.
       01  PRD-FILE-STATUS   PIC XX.
       01  RUN-FILE-STATUS   PIC XX.
       01  PRT-FILE-STATUS   PIC XX.

       01  WS-RUN-STATS-AREAS.
           05  WS-RUN-PROGRAM      PIC X(8) VALUE 'PRGB0162'.
           05  WS-RUN-DATE         PIC 9(8) VALUE 0.
           05  WS-RUN-START-TIME   PIC 9(6) VALUE 0.
           05  WS-RUN-END-TIME     PIC 9(6) VALUE 0.
           05  WS-RUN-READ-COUNT   PIC 9(6) VALUE 0.
           05  WS-RUN-WRITE-COUNT  PIC 9(6) VALUE 0.
           05  WS-RUN-REJECT-COUNT PIC 9(6) VALUE 0.

       01  WS-PERIOD-AREAS.
           05  WS-PRD-EOF             PIC X     VALUE 'N'.
               88  PRD-SCAN-EOF              VALUE 'Y'.
           05  WS-PERIOD-OPEN         PIC X     VALUE 'Y'.
               88  POSTING-PERIOD-OPEN       VALUE 'Y'.

       01  WS-JOURNAL-AREAS.
           05  WS-JRN-PROGRAM     PIC X(8)  VALUE 'PRGB0162'.
           05  WS-JRN-DATE        PIC 9(8)  VALUE 0.
           05  WS-JRN-TIME        PIC 9(6)  VALUE 0.
           05  WS-JRN-FILE-ID     PIC X     VALUE SPACE.
           05  WS-JRN-ACTION      PIC X     VALUE SPACE.
           05  WS-JRN-IMAGE       PIC X(120) VALUE SPACES.

       01  WS-EVENT-AREAS.
           05  WS-EVT-TYPE        PIC X(10) VALUE SPACES.
           05  WS-EVT-STUDENT-ID  PIC 9(6)  VALUE 0.
           05  WS-EVT-DETAIL      PIC X(40) VALUE SPACES.
           05  WS-EVT-DATE        PIC 9(8)  VALUE 0.
           05  WS-EVT-TIME        PIC 9(6)  VALUE 0.

       01  WS-WORK-AREAS.
           05  WS-INPUT-COURSE        PIC X(15) VALUE SPACES.
           05  WS-COURSE-VALID        PIC X     VALUE 'N'.
               88  COURSE-IS-VALID           VALUE 'Y'.
           05  WS-COURSE-CAPACITY     PIC 9(3)  VALUE 0.
           05  WS-INPUT-TERM          PIC X(10) VALUE SPACES.
           05  WS-TERM-VALID          PIC X     VALUE 'N'.
               88  TERM-IS-VALID             VALUE 'Y'.
           05  WS-INPUT-SECTION       PIC X(2)  VALUE SPACES.
           05  WS-PICK-SECTION        PIC 9(2)  VALUE 0.
           05  WS-SECTION-VALID       PIC X     VALUE 'N'.
               88  SECTION-IS-VALID          VALUE 'Y'.
           05  WS-INSTRUCTOR-ID       PIC 9(4)  VALUE 0.
           05  WS-CONFIRM             PIC X     VALUE 'N'.
               88  CONFIRM-CANCEL            VALUE 'Y'.
           05  WS-MOVE-CHOICE         PIC X     VALUE 'N'.
               88  MOVE-STUDENTS             VALUE 'Y'.
           05  WS-ROW-SECTION         PIC 9(2)  VALUE 0.
           05  WS-STU-OPEN            PIC X     VALUE 'N'.
               88  STUDENT-FILE-OPEN         VALUE 'Y'.
           05  WS-ENR-EOF             PIC X     VALUE 'N'.
               88  ENR-CLASS-EOF             VALUE 'Y'.
           05  WS-AUDIT-ACTION        PIC X(10) VALUE SPACES.
           05  WS-AUDIT-DETAIL        PIC X(40) VALUE SPACES.
           05  WS-AUDIT-ID            PIC 9(6)  VALUE 0.
           05  WS-MOVED-COUNT         PIC 9(4)  VALUE 0.
           05  WS-DROPPED-COUNT       PIC 9(4)  VALUE 0.
           05  WS-CLOSED-COUNT        PIC 9(4)  VALUE 0.
           05  WS-REVERSED-TOTAL      PIC 9(7)V99 VALUE 0.
           05  WS-PRINT-LINE          PIC X(132) VALUE SPACES.

      *    EVERY INSTRUCTOR.ASSIGN ROW IS HELD SO THE FILE CAN BE
      *    REWRITTEN WITH THE TARGET ROW MARKED CANCELLED, AND SO THE
      *    TIME CHECK CAN FIND ANY SECTION'S MEETING PATTERN WITHOUT
      *    REOPENING THE FILE.
       01  WS-ASSIGN-AREAS.
           05  WS-ASG-EOF             PIC X     VALUE 'N'.
               88  ASG-SCAN-EOF              VALUE 'Y'.
           05  WS-ASG-OVERFLOW        PIC X     VALUE 'N'.
               88  ASG-TABLE-OVERFLOWED      VALUE 'Y'.
           05  WS-ASG-COUNT           PIC 9(4)  COMP VALUE 0.
           05  WS-ASG-IDX             PIC 9(4)  COMP VALUE 0.
           05  WS-TARGET-IDX          PIC 9(4)  COMP VALUE 0.
           05  WS-ASG-TABLE.
               10  WS-ASG-ENTRY       OCCURS 1000 TIMES.
                   15  WS-ASG-E-IMAGE      PIC X(72).
                   15  WS-ASG-E-SECTION    PIC 9(2).

      *    THE OTHER RUNNING SECTIONS OF THE COURSE/TERM A STUDENT
      *    MAY BE MOVED INTO. A CAPACITY OF ZERO MEANS NO SEAT LIMIT.
       01  WS-ALTERNATE-AREAS.
           05  WS-ALT-COUNT           PIC 9(2)  COMP VALUE 0.
           05  WS-ALT-IDX             PIC 9(2)  COMP VALUE 0.
           05  WS-ALT-PICK            PIC 9(2)  COMP VALUE 0.
           05  WS-ALT-TABLE.
               10  WS-ALT-ENTRY       OCCURS 50 TIMES.
                   15  WS-ALT-E-SECTION    PIC 9(2).
                   15  WS-ALT-E-CAPACITY   PIC 9(3).
                   15  WS-ALT-E-TAKEN      PIC 9(3).
                   15  WS-ALT-E-DAYS       PIC X(7).
                   15  WS-ALT-E-START      PIC 9(4).
                   15  WS-ALT-E-END        PIC 9(4).

      *    THE STUDENTS ACTIVE IN THE SECTION AND WHAT BECAME OF
      *    EACH: M = MOVED, D = DROPPED, E = LEFT AS IT WAS BECAUSE
      *    THE ROW WOULD NOT REWRITE.
       01  WS-AFFECTED-AREAS.
           05  WS-AFF-COUNT           PIC 9(3)  COMP VALUE 0.
           05  WS-AFF-IDX             PIC 9(3)  COMP VALUE 0.
           05  WS-AFF-OVERFLOW        PIC X     VALUE 'N'.
               88  AFF-TABLE-OVERFLOWED      VALUE 'Y'.
           05  WS-AFF-TABLE.
               10  WS-AFF-ENTRY       OCCURS 500 TIMES.
                   15  WS-AFF-E-STUDENT    PIC 9(6).
                   15  WS-AFF-E-OUTCOME    PIC X.
                   15  WS-AFF-E-SECTION    PIC 9(2).
                   15  WS-AFF-E-REFUND     PIC 9(5)V99.
                   15  WS-AFF-E-NOTE       PIC X(30).

       01  WS-MEETING-AREAS.
           05  WS-NEW-DAYS            PIC X(7)  VALUE SPACES.
           05  WS-NEW-START           PIC 9(4)  VALUE 0.
           05  WS-NEW-END             PIC 9(4)  VALUE 0.
           05  WS-OTH-DAYS            PIC X(7)  VALUE SPACES.
           05  WS-OTH-START           PIC 9(4)  VALUE 0.
           05  WS-OTH-END             PIC 9(4)  VALUE 0.
           05  WS-CLASH-FOUND         PIC X     VALUE 'N'.
               88  TIME-CLASH-FOUND          VALUE 'Y'.
           05  WS-DAYS-OVERLAP        PIC X     VALUE 'N'.
           05  WS-DAY-I               PIC 9(1)  COMP VALUE 0.
           05  WS-DAY-J               PIC 9(1)  COMP VALUE 0.
           05  WS-ENR2-EOF            PIC X     VALUE 'N'.
               88  ENR-CLASH-EOF             VALUE 'Y'.
           05  WS-HOLD-STUDENT        PIC 9(6)  VALUE 0.
           05  WS-HOLD-COURSE         PIC X(15) VALUE SPACES.
           05  WS-HOLD-SECTION        PIC 9(2)  VALUE 0.

       01  WS-REVERSAL-AREAS.
           05  WS-CHG-EOF             PIC X     VALUE 'N'.
               88  CHG-EOF                   VALUE 'Y'.
           05  WS-CHARGE-FOUND        PIC X     VALUE 'N'.
               88  CHARGE-WAS-FOUND          VALUE 'Y'.
           05  WS-REVERSAL-EXISTS     PIC X     VALUE 'N'.
               88  REVERSAL-ALREADY-EXISTS   VALUE 'Y'.
           05  WS-CHARGE-AMOUNT       PIC 9(5)V99 VALUE 0.

      *    THE WAITLIST IS SMALL ENOUGH TO HOLD IN STORAGE WHILE THE
      *    FILE IS REWRITTEN WITH THE SECTION'S ROWS CLOSED.
       01  WS-WAITLIST-AREAS.
           05  WS-WTL-EOF             PIC X     VALUE 'N'.
               88  WTL-EOF                   VALUE 'Y'.
           05  WS-WTL-COUNT           PIC 9(3)  COMP VALUE 0.
           05  WS-WTL-IDX             PIC 9(3)  COMP VALUE 0.
           05  WS-WTL-OVERFLOW        PIC X     VALUE 'N'.
               88  WTL-TABLE-OVERFLOWED      VALUE 'Y'.
           05  WS-WTL-TABLE.
               10  WS-WTL-ENTRY       OCCURS 500 TIMES.
                   15  WS-WTL-E-COURSE     PIC X(15).
                   15  WS-WTL-E-TERM       PIC X(10).
                   15  WS-WTL-E-STUDENT    PIC 9(6).
                   15  WS-WTL-E-DATE       PIC 9(8).
                   15  WS-WTL-E-STATUS     PIC X.
                   15  WS-WTL-E-SECTION    PIC X(2).
                   15  WS-WTL-E-CLOSED     PIC X.

       01  WS-DETAIL-LINE.
           05  WS-DL-STUDENT         PIC 9(6).
           05  FILLER                PIC X(3)  VALUE ' | '.
           05  WS-DL-NAME            PIC X(27).
           05  FILLER                PIC X(3)  VALUE ' | '.
           05  WS-DL-OUTCOME         PIC X(20).
           05  FILLER                PIC X(3)  VALUE ' | '.
           05  WS-DL-REFUND          PIC ZZ,ZZ9.99.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-DL-NOTE            PIC X(30).

       01  WS-EDIT-AREAS.
           05  WS-ED-COUNT           PIC ZZZ9.
           05  WS-ED-TOTAL           PIC Z,ZZZ,ZZ9.99.

       01 CURRENT-DATE.
           05 CURRENT-YEAR   PIC 9(4).
           05 CURRENT-MONTH  PIC 9(2).
           05 CURRENT-DAY    PIC 9(2).

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.

           PERFORM 0850-INIT-RUN-STATS.
           PERFORM 0800-READ-SIGNON.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.

           DISPLAY "===== LOW-ENROLLMENT SECTION CANCELLATION =====".

           PERFORM 1100-PROMPT-FOR-COURSE UNTIL COURSE-IS-VALID.
           PERFORM 1150-PROMPT-FOR-TERM UNTIL TERM-IS-VALID.
           PERFORM 1200-PROMPT-FOR-SECTION UNTIL SECTION-IS-VALID.

           PERFORM 1300-LOAD-ASSIGNMENTS.

           IF ASG-TABLE-OVERFLOWED
               DISPLAY "INSTRUCTOR.ASSIGN HOLDS MORE THAN 1000 ROWS - "
                   "NOTHING CANCELLED SO NO ROW IS LOST."
               PERFORM 1990-STOP-PROGRAM
           END-IF.

           IF WS-TARGET-IDX = 0
               DISPLAY "SECTION " WS-PICK-SECTION " OF "
                   WS-INPUT-COURSE " / " WS-INPUT-TERM
                   " IS NOT A RUNNING SECTION ON INSTRUCTOR.ASSIGN."
               PERFORM 1990-STOP-PROGRAM
           END-IF.

      *    STATUS 35 MEANS THERE IS NO ENROLLMENT FILE AT ALL, SO
      *    THE SECTION HAS NO STUDENTS TO PLACE.
           OPEN I-O ENROLLMENT-VSAM-FILE.
           IF ENR-FILE-STATUS NOT = "00"
                   AND ENR-FILE-STATUS NOT = "35"
               DISPLAY "ERROR OPENING ENROLLMENT.VSAM FILE (STATUS = "
                   ENR-FILE-STATUS ")"
               PERFORM 1990-STOP-PROGRAM
           END-IF.

           IF ENR-FILE-STATUS = "00"
               PERFORM 1400-COUNT-CLASS
           END-IF.

           IF AFF-TABLE-OVERFLOWED
               DISPLAY "SECTION HOLDS MORE THAN 500 STUDENTS - "
                   "NOTHING CANCELLED."
               IF ENR-FILE-STATUS = "00"
                   CLOSE ENROLLMENT-VSAM-FILE
               END-IF
               PERFORM 1990-STOP-PROGRAM
           END-IF.

           PERFORM 1450-CONFIRM-CANCEL.

           IF NOT CONFIRM-CANCEL
               DISPLAY "NOTHING CANCELLED."
               IF ENR-FILE-STATUS = "00"
                   CLOSE ENROLLMENT-VSAM-FILE
               END-IF
               PERFORM 1990-STOP-PROGRAM
           END-IF.

      *    THE SECTION IS CLOSED ON INSTRUCTOR.ASSIGN FIRST SO NO ADD
      *    CAN LAND IN IT WHILE ITS STUDENTS ARE BEING PLACED.
           PERFORM 1500-CANCEL-ASSIGNMENT.

           IF ENR-FILE-STATUS = "00"
               PERFORM 1600-PLACE-ONE-STUDENT
                   VARYING WS-AFF-IDX FROM 1 BY 1
                   UNTIL WS-AFF-IDX > WS-AFF-COUNT
               CLOSE ENROLLMENT-VSAM-FILE
           END-IF.

           PERFORM 1700-CLOSE-WAITLIST.

           PERFORM 1850-NOTIFY-INSTRUCTOR.

           PERFORM 1900-PRINT-SUMMARY.

           MOVE "SECTCANCEL" TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING WS-INPUT-COURSE DELIMITED BY SPACE
                  " S" DELIMITED BY SIZE
                  WS-PICK-SECTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-INPUT-TERM DELIMITED BY SPACE
                  " SECTION CANCELLED" DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           MOVE 0 TO WS-AUDIT-ID.
           PERFORM 1800-WRITE-AUDIT-RECORD.

           DISPLAY "SECTION " WS-PICK-SECTION " OF " WS-INPUT-COURSE
               " / " WS-INPUT-TERM " CANCELLED: " WS-MOVED-COUNT
               " MOVED, " WS-DROPPED-COUNT " DROPPED, "
               WS-CLOSED-COUNT " WAITLIST ROWS CLOSED.".
           DISPLAY "SUMMARY ON ../PRGB0162.PRT.".

           MOVE WS-AFF-COUNT TO WS-RUN-READ-COUNT.
           ADD WS-MOVED-COUNT WS-DROPPED-COUNT
               GIVING WS-RUN-WRITE-COUNT.
           PERFORM 0860-WRITE-RUN-STATS.

           PERFORM 1990-STOP-PROGRAM.

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

      *    EVERY STUDENT THE CANCELLATION TOUCHES, AND THE SECTION'S
      *    INSTRUCTOR, HEARS ABOUT IT THROUGH THE NOTIFICATION QUEUE
      *    (PRGB0054).
       0880-WRITE-EVENT.

           ACCEPT WS-EVT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-EVT-TIME FROM TIME.

           OPEN EXTEND EVENT-QUEUE-FILE.
           IF EVT-FILE-STATUS NOT = "00"
               OPEN OUTPUT EVENT-QUEUE-FILE
           END-IF.

           IF EVT-FILE-STATUS = "00"
               MOVE WS-EVT-TYPE TO EVT-TYPE
               MOVE ',' TO EVT-SEPARATOR1
               MOVE WS-EVT-STUDENT-ID TO EVT-STUDENT-ID
               MOVE ',' TO EVT-SEPARATOR2
               MOVE WS-EVT-DETAIL TO EVT-DETAIL
               MOVE ',' TO EVT-SEPARATOR3
               MOVE WS-EVT-DATE TO EVT-DATE
               MOVE ',' TO EVT-SEPARATOR4
               MOVE WS-EVT-TIME TO EVT-TIME
               MOVE ',' TO EVT-SEPARATOR5
               SET EVT-PENDING TO TRUE
               MOVE ',' TO EVT-SEPARATOR6
               MOVE ZEROS TO EVT-RETRY-COUNT
               WRITE EVENT-QUEUE-RECORD
               CLOSE EVENT-QUEUE-FILE
           END-IF.

       0880-END.

      *    THE ROW BUILT IN STUDENT-CHARGE-RECORD IS HELD ASIDE WHILE
      *    THE STUDENT'S ROWS ARE READ FOR THE HIGHEST SEQUENCE, THEN
      *    WRITTEN ONE PAST IT AND JOURNALED.
       0892-POST-CHARGE-ROW.

           MOVE STUDENT-CHARGE-RECORD TO FPS-POST-IMAGE.
           MOVE CHG-STUDENT-ID TO FPS-STUDENT-ID.
           MOVE 0 TO FPS-LAST-SEQUENCE.
           MOVE 'N' TO FPS-SEQ-EOF.
           MOVE 'N' TO FPS-POSTED.

           MOVE 0 TO CHG-SEQUENCE.
           START STUDENT-CHARGE-FILE KEY IS NOT LESS THAN CHG-KEY
               INVALID KEY SET FPS-SEQ-DONE TO TRUE
           END-START.
           PERFORM 0893-READ-CHARGE-SEQUENCE UNTIL FPS-SEQ-DONE.

           MOVE FPS-POST-IMAGE TO STUDENT-CHARGE-RECORD.
           ADD 1 TO FPS-LAST-SEQUENCE GIVING CHG-SEQUENCE.

           WRITE STUDENT-CHARGE-RECORD
               INVALID KEY
                   DISPLAY "ERROR POSTING TO STUDENT.CHARGES FOR "
                       "STUDENT " CHG-STUDENT-ID " (STATUS = "
                       CHG-FILE-STATUS ")"
               NOT INVALID KEY
                   SET FPS-ROW-POSTED TO TRUE
                   MOVE 'H' TO WS-JRN-FILE-ID
                   MOVE 'W' TO WS-JRN-ACTION
                   MOVE STUDENT-CHARGE-RECORD TO WS-JRN-IMAGE
                   PERFORM 0870-WRITE-JOURNAL
           END-WRITE.

       0892-END.

       0893-READ-CHARGE-SEQUENCE.

           READ STUDENT-CHARGE-FILE NEXT RECORD
               AT END
                   SET FPS-SEQ-DONE TO TRUE
               NOT AT END
                   IF CHG-STUDENT-ID NOT = FPS-STUDENT-ID
                       SET FPS-SEQ-DONE TO TRUE
                   ELSE
                       MOVE CHG-SEQUENCE TO FPS-LAST-SEQUENCE
                   END-IF
           END-READ.

       0893-END.

      *    A CHARGE OR PAYMENT MUST NEVER LAND IN A MONTH FINANCE
      *    HAS ALREADY CLOSED. A MONTH WITH NO CONTROL LINE - OR NO
      *    CONTROL FILE AT ALL - IS OPEN.
       0900-CHECK-PERIOD-OPEN.

           MOVE 'Y' TO WS-PERIOD-OPEN.
           MOVE 'N' TO WS-PRD-EOF.

           OPEN INPUT FINANCIAL-PERIOD-FILE.
           IF PRD-FILE-STATUS = "00"
               PERFORM 0910-SCAN-ONE-PERIOD UNTIL PRD-SCAN-EOF
               CLOSE FINANCIAL-PERIOD-FILE
           END-IF.

       0900-END.

       0910-SCAN-ONE-PERIOD.

           READ FINANCIAL-PERIOD-FILE
               AT END
                   SET PRD-SCAN-EOF TO TRUE
               NOT AT END
                   IF PRD-YEAR = CURRENT-YEAR
                           AND PRD-MONTH = CURRENT-MONTH
                           AND PRD-CLOSED
                       MOVE 'N' TO WS-PERIOD-OPEN
                   END-IF
           END-READ.

       0910-END.

      *    ONE KEYED READ THROUGH THE SHARED LOOKUP MODULE. LEGACY
      *    MASTER LINES WITHOUT THE CAPACITY COLUMN READ AS SPACES,
      *    WHICH IS TREATED THE SAME AS 000 = NO SEAT LIMIT.
       1100-PROMPT-FOR-COURSE.

           DISPLAY "ENTER COURSE CODE OF THE SECTION TO CANCEL >>".
           ACCEPT WS-INPUT-COURSE.

           SET LKP-COURSE-LOOKUP TO TRUE.
           MOVE WS-INPUT-COURSE TO LKP-KEY.
           CALL 'PRGS0098' USING MASTER-LOOKUP-PARM.
           IF LKP-RECORD-FOUND
               MOVE LKP-RECORD-IMAGE TO COURSE-MASTER-RECORD
               SET COURSE-IS-VALID TO TRUE
               IF CRS-CAPACITY IS NUMERIC
                   MOVE CRS-CAPACITY TO WS-COURSE-CAPACITY
               ELSE
                   MOVE 0 TO WS-COURSE-CAPACITY
               END-IF
           ELSE
               DISPLAY "INVALID COURSE CODE - NOT ON THE COURSE "
                   "MASTER."
           END-IF.

       1100-END.

       1150-PROMPT-FOR-TERM.

           DISPLAY "ENTER TERM (MUST EXIST ON TERM MASTER) >>".
           ACCEPT WS-INPUT-TERM.

           IF WS-INPUT-TERM = SPACES
               DISPLAY "TERM CANNOT BE BLANK."
           ELSE
               SET LKP-TERM-LOOKUP TO TRUE
               MOVE WS-INPUT-TERM TO LKP-KEY
               CALL 'PRGS0098' USING MASTER-LOOKUP-PARM
               IF LKP-RECORD-FOUND
                   MOVE LKP-RECORD-IMAGE TO TERM-MASTER-RECORD
                   SET TERM-IS-VALID TO TRUE
               ELSE
                   DISPLAY "INVALID TERM - NOT ON THE TERM MASTER."
               END-IF
           END-IF.

       1150-END.

       1200-PROMPT-FOR-SECTION.

           DISPLAY "ENTER SECTION TO CANCEL (2 DIGITS, 01 IF THE "
               "COURSE RUNS ONE SECTION) >>".
           ACCEPT WS-INPUT-SECTION.

           IF WS-INPUT-SECTION IS NUMERIC
                   AND WS-INPUT-SECTION NOT = '00'
               MOVE WS-INPUT-SECTION TO WS-PICK-SECTION
               SET SECTION-IS-VALID TO TRUE
           ELSE
               DISPLAY "SECTION MUST BE 2 DIGITS, 01 OR HIGHER."
           END-IF.

       1200-END.

      *    LEGACY ASSIGNMENT LINES WITHOUT THE SECTION COLUMN READ
      *    AS SPACES AND COUNT AS SECTION 01 WITH COURSE CAPACITY.
      *    THE TARGET IS THE RUNNING ROW FOR THE COURSE/TERM/SECTION;
      *    EVERY OTHER RUNNING SECTION OF THE SAME COURSE/TERM IS A
      *    PLACE A STUDENT MAY BE MOVED TO.
       1300-LOAD-ASSIGNMENTS.

           MOVE 0 TO WS-ASG-COUNT.
           MOVE 0 TO WS-TARGET-IDX.
           MOVE 0 TO WS-ALT-COUNT.
           MOVE 'N' TO WS-ASG-EOF.

           OPEN INPUT INSTRUCTOR-ASSIGN-FILE.
           IF ASG-FILE-STATUS = "00"
               PERFORM 1310-LOAD-ONE-ASSIGNMENT UNTIL ASG-SCAN-EOF
               CLOSE INSTRUCTOR-ASSIGN-FILE
           END-IF.

       1300-END.

       1310-LOAD-ONE-ASSIGNMENT.

           READ INSTRUCTOR-ASSIGN-FILE
               AT END
                   SET ASG-SCAN-EOF TO TRUE
               NOT AT END
                   IF WS-ASG-COUNT >= 1000
                       SET ASG-TABLE-OVERFLOWED TO TRUE
                   END-IF
                   IF WS-ASG-COUNT < 1000
                       ADD 1 TO WS-ASG-COUNT
                       MOVE INSTRUCTOR-ASSIGN-RECORD
                           TO WS-ASG-E-IMAGE (WS-ASG-COUNT)
                       IF ASG-SECTION IS NUMERIC
                               AND ASG-SECTION > 0
                           MOVE ASG-SECTION
                               TO WS-ASG-E-SECTION (WS-ASG-COUNT)
                       ELSE
                           MOVE 1 TO WS-ASG-E-SECTION (WS-ASG-COUNT)
                       END-IF
                       IF ASG-COURSE = WS-INPUT-COURSE
                               AND ASG-TERM = WS-INPUT-TERM
                               AND ASG-RUNNING
                           PERFORM 1320-CLASSIFY-SECTION
                       END-IF
                   END-IF
           END-READ.

       1310-END.

      *    A CO-TAUGHT SECTION HAS ONE ROW PER INSTRUCTOR; ONLY THE
      *    FIRST ROW OF AN ALTERNATE SECTION IS KEPT AS A PLACE TO
      *    MOVE TO.
       1320-CLASSIFY-SECTION.

           IF WS-ASG-E-SECTION (WS-ASG-COUNT) = WS-PICK-SECTION
               IF WS-TARGET-IDX = 0
                   MOVE WS-ASG-COUNT TO WS-TARGET-IDX
                   MOVE ASG-INSTRUCTOR-ID TO WS-INSTRUCTOR-ID
               END-IF
           ELSE
               MOVE 0 TO WS-ALT-PICK
               PERFORM 1325-MATCH-ONE-ALTERNATE
                   VARYING WS-ALT-IDX FROM 1 BY 1
                   UNTIL WS-ALT-IDX > WS-ALT-COUNT
               IF WS-ALT-PICK = 0 AND WS-ALT-COUNT < 50
                   ADD 1 TO WS-ALT-COUNT
                   MOVE WS-ASG-E-SECTION (WS-ASG-COUNT)
                       TO WS-ALT-E-SECTION (WS-ALT-COUNT)
                   IF ASG-CAPACITY IS NUMERIC
                           AND ASG-CAPACITY > 0
                       MOVE ASG-CAPACITY
                           TO WS-ALT-E-CAPACITY (WS-ALT-COUNT)
                   ELSE
                       MOVE WS-COURSE-CAPACITY
                           TO WS-ALT-E-CAPACITY (WS-ALT-COUNT)
                   END-IF
                   MOVE 0 TO WS-ALT-E-TAKEN (WS-ALT-COUNT)
                   MOVE ASG-DAYS TO WS-ALT-E-DAYS (WS-ALT-COUNT)
                   MOVE 0 TO WS-ALT-E-START (WS-ALT-COUNT)
                   MOVE 0 TO WS-ALT-E-END (WS-ALT-COUNT)
                   IF ASG-START-TIME IS NUMERIC
                       MOVE ASG-START-TIME
                           TO WS-ALT-E-START (WS-ALT-COUNT)
                   END-IF
                   IF ASG-END-TIME IS NUMERIC
                       MOVE ASG-END-TIME
                           TO WS-ALT-E-END (WS-ALT-COUNT)
                   END-IF
               END-IF
           END-IF.

       1320-END.

       1325-MATCH-ONE-ALTERNATE.

           IF WS-ALT-E-SECTION (WS-ALT-IDX)
                   = WS-ASG-E-SECTION (WS-ASG-COUNT)
               MOVE WS-ALT-IDX TO WS-ALT-PICK
           END-IF.

       1325-END.

      *    ONE PASS OVER THE CLASS ON THE COURSE-FIRST ALTERNATE KEY
      *    COLLECTS THE SECTION'S ACTIVE STUDENTS AND COUNTS THE
      *    SEATS ALREADY TAKEN IN EVERY OTHER SECTION.
       1400-COUNT-CLASS.

           MOVE 0 TO WS-AFF-COUNT.
           MOVE 'N' TO WS-ENR-EOF.

           MOVE WS-INPUT-COURSE TO ENR-COURSE.
           MOVE WS-INPUT-TERM TO ENR-TERM.
           START ENROLLMENT-VSAM-FILE
               KEY IS NOT LESS THAN ENR-COURSE-TERM
               INVALID KEY SET ENR-CLASS-EOF TO TRUE
           END-START.
           IF NOT ENR-CLASS-EOF
               READ ENROLLMENT-VSAM-FILE NEXT RECORD
                   AT END SET ENR-CLASS-EOF TO TRUE
               END-READ
           END-IF.

           PERFORM 1410-COUNT-ONE-ROW UNTIL ENR-CLASS-EOF.

       1400-END.

      *    READING THE ALTERNATE KEY ORDER, THE CLASS ENDS THE
      *    MOMENT THE COURSE/TERM CHANGES.
       1410-COUNT-ONE-ROW.

           IF ENR-COURSE NOT = WS-INPUT-COURSE
                   OR ENR-TERM NOT = WS-INPUT-TERM
               SET ENR-CLASS-EOF TO TRUE
           ELSE
               IF ENR-SECTION IS NUMERIC AND ENR-SECTION > 0
                   MOVE ENR-SECTION TO WS-ROW-SECTION
               ELSE
                   MOVE 1 TO WS-ROW-SECTION
               END-IF
               IF ENR-ACTIVE
                   IF WS-ROW-SECTION = WS-PICK-SECTION
                       PERFORM 1420-ADD-AFFECTED-STUDENT
                   ELSE
                       PERFORM 1430-COUNT-ALTERNATE-SEAT
                           VARYING WS-ALT-IDX FROM 1 BY 1
                           UNTIL WS-ALT-IDX > WS-ALT-COUNT
                   END-IF
               END-IF
               READ ENROLLMENT-VSAM-FILE NEXT RECORD
                   AT END SET ENR-CLASS-EOF TO TRUE
               END-READ
           END-IF.

       1410-END.

       1420-ADD-AFFECTED-STUDENT.

           IF WS-AFF-COUNT >= 500
               SET AFF-TABLE-OVERFLOWED TO TRUE
           ELSE
               ADD 1 TO WS-AFF-COUNT
               MOVE ENR-STUDENT-ID TO WS-AFF-E-STUDENT (WS-AFF-COUNT)
               MOVE SPACE TO WS-AFF-E-OUTCOME (WS-AFF-COUNT)
               MOVE 0 TO WS-AFF-E-SECTION (WS-AFF-COUNT)
               MOVE 0 TO WS-AFF-E-REFUND (WS-AFF-COUNT)
               MOVE SPACES TO WS-AFF-E-NOTE (WS-AFF-COUNT)
           END-IF.

       1420-END.

       1430-COUNT-ALTERNATE-SEAT.

           IF WS-ALT-E-SECTION (WS-ALT-IDX) = WS-ROW-SECTION
               ADD 1 TO WS-ALT-E-TAKEN (WS-ALT-IDX)
           END-IF.

       1430-END.

      *    THE OPERATOR SEES THE SIZE OF THE CLASS AND THE SECTIONS
      *    LEFT BEFORE ANYTHING IS CHANGED, THEN DECIDES WHETHER TO
      *    TRY MOVING STUDENTS OR SIMPLY DROP THEM ALL.
       1450-CONFIRM-CANCEL.

           DISPLAY "SECTION " WS-PICK-SECTION " OF " WS-INPUT-COURSE
               " / " WS-INPUT-TERM " (INSTRUCTOR " WS-INSTRUCTOR-ID
               ") HAS " WS-AFF-COUNT " ACTIVE STUDENTS.".
           DISPLAY "OTHER RUNNING SECTIONS OF THE COURSE: "
               WS-ALT-COUNT.

           DISPLAY "CANCEL THIS SECTION (Y/N)? >>".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = 'y'
               MOVE 'Y' TO WS-CONFIRM
           END-IF.

           MOVE 'N' TO WS-MOVE-CHOICE.
           IF CONFIRM-CANCEL
                   AND WS-AFF-COUNT > 0
                   AND WS-ALT-COUNT > 0
               DISPLAY "MOVE STUDENTS TO OTHER SECTIONS WITH SEATS "
                   "(Y/N)? >>"
               ACCEPT WS-MOVE-CHOICE
               IF WS-MOVE-CHOICE = 'y'
                   MOVE 'Y' TO WS-MOVE-CHOICE
               END-IF
           END-IF.

       1450-END.

      *    THE WHOLE FILE IS REWRITTEN FROM THE TABLE WITH THE TARGET
      *    ROW'S STATUS SET; THE OTHER ROWS GO BACK AS READ.
       1500-CANCEL-ASSIGNMENT.

           MOVE WS-ASG-E-IMAGE (WS-TARGET-IDX)
               TO INSTRUCTOR-ASSIGN-RECORD.
           MOVE ',' TO ASG-SEPARATOR10.
           SET ASG-CANCELLED TO TRUE.
           MOVE INSTRUCTOR-ASSIGN-RECORD
               TO WS-ASG-E-IMAGE (WS-TARGET-IDX).

           OPEN OUTPUT INSTRUCTOR-ASSIGN-FILE.
           IF ASG-FILE-STATUS = "00"
               PERFORM 1510-WRITE-ONE-ASSIGNMENT
                   VARYING WS-ASG-IDX FROM 1 BY 1
                   UNTIL WS-ASG-IDX > WS-ASG-COUNT
               CLOSE INSTRUCTOR-ASSIGN-FILE
           ELSE
               DISPLAY "ERROR REWRITING INSTRUCTOR.ASSIGN (STATUS = "
                   ASG-FILE-STATUS ")"
           END-IF.

       1500-END.

       1510-WRITE-ONE-ASSIGNMENT.

           MOVE WS-ASG-E-IMAGE (WS-ASG-IDX)
               TO INSTRUCTOR-ASSIGN-RECORD.
           WRITE INSTRUCTOR-ASSIGN-RECORD.

       1510-END.

      *    A STUDENT IS MOVED TO THE FIRST ALTERNATE SECTION THAT HAS
      *    A FREE SEAT AND NO CLASH; OTHERWISE THE ROW IS DROPPED.
       1600-PLACE-ONE-STUDENT.

           MOVE WS-AFF-E-STUDENT (WS-AFF-IDX) TO WS-HOLD-STUDENT.
           MOVE 0 TO WS-ALT-PICK.

           IF MOVE-STUDENTS
               PERFORM 1610-TRY-ONE-ALTERNATE
                   VARYING WS-ALT-IDX FROM 1 BY 1
                   UNTIL WS-ALT-IDX > WS-ALT-COUNT
                       OR WS-ALT-PICK > 0
           END-IF.

           MOVE WS-HOLD-STUDENT TO ENR-STUDENT-ID.
           MOVE WS-INPUT-COURSE TO ENR-COURSE.
           MOVE WS-INPUT-TERM TO ENR-TERM.

           READ ENROLLMENT-VSAM-FILE
               KEY IS ENR-KEY
               INVALID KEY
                   MOVE 'E' TO WS-AFF-E-OUTCOME (WS-AFF-IDX)
                   MOVE "ROW NOT FOUND ON ENROLLMENT"
                       TO WS-AFF-E-NOTE (WS-AFF-IDX)
               NOT INVALID KEY
                   IF WS-ALT-PICK > 0
                       PERFORM 1660-MOVE-STUDENT
                   ELSE
                       PERFORM 1670-DROP-STUDENT
                   END-IF
           END-READ.

       1600-END.

       1610-TRY-ONE-ALTERNATE.

           IF WS-ALT-E-CAPACITY (WS-ALT-IDX) = 0
                   OR WS-ALT-E-TAKEN (WS-ALT-IDX)
                       < WS-ALT-E-CAPACITY (WS-ALT-IDX)
               MOVE 'N' TO WS-CLASH-FOUND
               IF WS-ALT-E-DAYS (WS-ALT-IDX) NOT = SPACES
                   MOVE WS-ALT-E-DAYS (WS-ALT-IDX) TO WS-NEW-DAYS
                   MOVE WS-ALT-E-START (WS-ALT-IDX) TO WS-NEW-START
                   MOVE WS-ALT-E-END (WS-ALT-IDX) TO WS-NEW-END
                   PERFORM 1620-CHECK-TIME-CONFLICT
               END-IF
               IF NOT TIME-CLASH-FOUND
                   MOVE WS-ALT-IDX TO WS-ALT-PICK
               END-IF
           END-IF.

       1610-END.

      *    SWEEP THE STUDENT'S OTHER ACTIVE ROWS THIS TERM AND
      *    COMPARE EACH ONE'S MEETING PATTERN (FROM ITS ASSIGNMENT
      *    ROW) AGAINST THE SECTION BEING OFFERED - THE SAME TEST
      *    PRGR0023 APPLIES TO AN ADD. A COURSE WITH NO MEETING TIMES
      *    ON FILE NEVER CLASHES.
       1620-CHECK-TIME-CONFLICT.

           MOVE 'N' TO WS-CLASH-FOUND.
           MOVE 'N' TO WS-ENR2-EOF.

           MOVE WS-HOLD-STUDENT TO ENR-STUDENT-ID.
           MOVE LOW-VALUES TO ENR-COURSE-TERM.
           START ENROLLMENT-VSAM-FILE KEY IS NOT LESS THAN ENR-KEY
               INVALID KEY SET ENR-CLASH-EOF TO TRUE
           END-START.

           IF NOT ENR-CLASH-EOF
               READ ENROLLMENT-VSAM-FILE NEXT RECORD
                   AT END SET ENR-CLASH-EOF TO TRUE
               END-READ
           END-IF.

           PERFORM 1625-CHECK-ONE-OTHER-ROW
               UNTIL ENR-CLASH-EOF OR TIME-CLASH-FOUND.

       1620-END.

       1625-CHECK-ONE-OTHER-ROW.

           IF ENR-STUDENT-ID NOT = WS-HOLD-STUDENT
               SET ENR-CLASH-EOF TO TRUE
           ELSE
               IF ENR-TERM = WS-INPUT-TERM
                       AND ENR-COURSE NOT = WS-INPUT-COURSE
                       AND ENR-ACTIVE
                   MOVE ENR-COURSE TO WS-HOLD-COURSE
                   IF ENR-SECTION IS NUMERIC AND ENR-SECTION > 0
                       MOVE ENR-SECTION TO WS-HOLD-SECTION
                   ELSE
                       MOVE 1 TO WS-HOLD-SECTION
                   END-IF
                   PERFORM 1630-FETCH-OTHER-MEETING
                   IF WS-OTH-DAYS NOT = SPACES
                           AND WS-NEW-START < WS-OTH-END
                           AND WS-OTH-START < WS-NEW-END
                       PERFORM 1640-CHECK-DAYS-OVERLAP
                       IF WS-DAYS-OVERLAP = 'Y'
                           SET TIME-CLASH-FOUND TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF NOT TIME-CLASH-FOUND
                   READ ENROLLMENT-VSAM-FILE NEXT RECORD
                       AT END SET ENR-CLASH-EOF TO TRUE
                   END-READ
               END-IF
           END-IF.

       1625-END.

       1630-FETCH-OTHER-MEETING.

           MOVE SPACES TO WS-OTH-DAYS.
           MOVE 0 TO WS-OTH-START.
           MOVE 0 TO WS-OTH-END.

           PERFORM 1635-MATCH-ONE-MEETING
               VARYING WS-ASG-IDX FROM 1 BY 1
               UNTIL WS-ASG-IDX > WS-ASG-COUNT
                   OR WS-OTH-DAYS NOT = SPACES.

       1630-END.

       1635-MATCH-ONE-MEETING.

           MOVE WS-ASG-E-IMAGE (WS-ASG-IDX)
               TO INSTRUCTOR-ASSIGN-RECORD.
           IF ASG-COURSE = WS-HOLD-COURSE
                   AND ASG-TERM = WS-INPUT-TERM
                   AND WS-ASG-E-SECTION (WS-ASG-IDX) = WS-HOLD-SECTION
               MOVE ASG-DAYS TO WS-OTH-DAYS
               IF ASG-START-TIME IS NUMERIC
                   MOVE ASG-START-TIME TO WS-OTH-START
               END-IF
               IF ASG-END-TIME IS NUMERIC
                   MOVE ASG-END-TIME TO WS-OTH-END
               END-IF
           END-IF.

       1635-END.

       1640-CHECK-DAYS-OVERLAP.

           MOVE 'N' TO WS-DAYS-OVERLAP.

           PERFORM 1645-CHECK-ONE-NEW-DAY
               VARYING WS-DAY-I FROM 1 BY 1
               UNTIL WS-DAY-I > 7 OR WS-DAYS-OVERLAP = 'Y'.

       1640-END.

       1645-CHECK-ONE-NEW-DAY.

           IF WS-NEW-DAYS (WS-DAY-I:1) NOT = SPACE
               PERFORM 1646-CHECK-ONE-OTHER-DAY
                   VARYING WS-DAY-J FROM 1 BY 1
                   UNTIL WS-DAY-J > 7 OR WS-DAYS-OVERLAP = 'Y'
           END-IF.

       1645-END.

       1646-CHECK-ONE-OTHER-DAY.

           IF WS-OTH-DAYS (WS-DAY-J:1) NOT = SPACE
                   AND WS-OTH-DAYS (WS-DAY-J:1)
                       = WS-NEW-DAYS (WS-DAY-I:1)
               MOVE 'Y' TO WS-DAYS-OVERLAP
           END-IF.

       1646-END.

      *    THE ROW KEEPS ITS KEY AND ENROLL DATE; ONLY THE SECTION
      *    CHANGES, SO NOTHING IS BILLED OR REVERSED.
       1660-MOVE-STUDENT.

           MOVE WS-ALT-E-SECTION (WS-ALT-PICK) TO ENR-SECTION.

           REWRITE ENROLLMENT-VSAM-RECORD
               INVALID KEY
                   MOVE 'E' TO WS-AFF-E-OUTCOME (WS-AFF-IDX)
                   MOVE "ENROLLMENT REWRITE FAILED"
                       TO WS-AFF-E-NOTE (WS-AFF-IDX)
               NOT INVALID KEY
                   MOVE 'M' TO WS-AFF-E-OUTCOME (WS-AFF-IDX)
                   MOVE WS-ALT-E-SECTION (WS-ALT-PICK)
                       TO WS-AFF-E-SECTION (WS-AFF-IDX)
                   ADD 1 TO WS-ALT-E-TAKEN (WS-ALT-PICK)
                   ADD 1 TO WS-MOVED-COUNT
                   MOVE 'E' TO WS-JRN-FILE-ID
                   MOVE 'R' TO WS-JRN-ACTION
                   MOVE ENROLLMENT-VSAM-RECORD TO WS-JRN-IMAGE
                   PERFORM 0870-WRITE-JOURNAL
                   MOVE "SECTMOVE" TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING WS-INPUT-COURSE DELIMITED BY SPACE
                          " S" DELIMITED BY SIZE
                          WS-PICK-SECTION DELIMITED BY SIZE
                          " CANCELLED - MOVED TO S" DELIMITED BY SIZE
                          ENR-SECTION DELIMITED BY SIZE
                       INTO WS-AUDIT-DETAIL
                   MOVE WS-HOLD-STUDENT TO WS-AUDIT-ID
                   PERFORM 1800-WRITE-AUDIT-RECORD
                   MOVE "SECTMOVE" TO WS-EVT-TYPE
                   MOVE WS-HOLD-STUDENT TO WS-EVT-STUDENT-ID
                   MOVE WS-AUDIT-DETAIL TO WS-EVT-DETAIL
                   PERFORM 0880-WRITE-EVENT
           END-REWRITE.

       1660-END.

      *    THE STUDENT DID NOT CHOOSE TO LEAVE, SO THE DROP TAKES NO
      *    'W' GRADE AND THE TUITION COMES BACK WHATEVER THE ADD/DROP
      *    DEADLINE.
       1670-DROP-STUDENT.

           SET ENR-DROPPED TO TRUE.

           REWRITE ENROLLMENT-VSAM-RECORD
               INVALID KEY
                   MOVE 'E' TO WS-AFF-E-OUTCOME (WS-AFF-IDX)
                   MOVE "ENROLLMENT REWRITE FAILED"
                       TO WS-AFF-E-NOTE (WS-AFF-IDX)
               NOT INVALID KEY
                   MOVE 'D' TO WS-AFF-E-OUTCOME (WS-AFF-IDX)
                   ADD 1 TO WS-DROPPED-COUNT
                   MOVE 'E' TO WS-JRN-FILE-ID
                   MOVE 'D' TO WS-JRN-ACTION
                   MOVE ENROLLMENT-VSAM-RECORD TO WS-JRN-IMAGE
                   PERFORM 0870-WRITE-JOURNAL
                   PERFORM 1680-REVERSE-TUITION-CHARGE
                   MOVE "SECTDROP" TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING WS-INPUT-COURSE DELIMITED BY SPACE
                          " S" DELIMITED BY SIZE
                          WS-PICK-SECTION DELIMITED BY SIZE
                          " CANCELLED - DROPPED" DELIMITED BY SIZE
                       INTO WS-AUDIT-DETAIL
                   MOVE WS-HOLD-STUDENT TO WS-AUDIT-ID
                   PERFORM 1800-WRITE-AUDIT-RECORD
                   MOVE "SECTDROP" TO WS-EVT-TYPE
                   MOVE WS-HOLD-STUDENT TO WS-EVT-STUDENT-ID
                   MOVE WS-AUDIT-DETAIL TO WS-EVT-DETAIL
                   PERFORM 0880-WRITE-EVENT
           END-REWRITE.

       1670-END.

      *    A CLOSED FINANCIAL PERIOD STILL TAKES NO ROW; THE SUMMARY
      *    FLAGS THE STUDENT FOR THE BURSAR INSTEAD.
       1680-REVERSE-TUITION-CHARGE.

           PERFORM 0900-CHECK-PERIOD-OPEN.
           IF POSTING-PERIOD-OPEN
               PERFORM 1685-LOOK-FOR-OPEN-CHARGE
           ELSE
               MOVE "PERIOD CLOSED - SEE THE BURSAR"
                   TO WS-AFF-E-NOTE (WS-AFF-IDX)
               ADD 1 TO WS-RUN-REJECT-COUNT
           END-IF.

       1680-END.

      *    NET TUITION FOR THE COURSE: EVERY CHARGE LESS ANY FEE
      *    CATEGORY RE-PRICING REVERSALS. A PLAIN REVERSAL ALREADY ON
      *    FILE MEANS THE CHARGE WAS GIVEN BACK BEFORE. WITH NO
      *    CHARGES FILE ON HAND THERE IS NOTHING TO REVERSE.
       1685-LOOK-FOR-OPEN-CHARGE.

           MOVE 'N' TO WS-CHARGE-FOUND.
           MOVE 'N' TO WS-REVERSAL-EXISTS.
           MOVE 'N' TO WS-CHG-EOF.
           MOVE 0 TO WS-CHARGE-AMOUNT.

           OPEN I-O STUDENT-CHARGE-FILE.
           IF CHG-FILE-STATUS = "00"
               MOVE WS-HOLD-STUDENT TO CHG-STUDENT-ID
               MOVE 0 TO CHG-SEQUENCE
               START STUDENT-CHARGE-FILE KEY IS NOT LESS THAN CHG-KEY
                   INVALID KEY SET CHG-EOF TO TRUE
               END-START
               PERFORM 1690-SCAN-ONE-CHARGE UNTIL CHG-EOF
               IF CHARGE-WAS-FOUND
                       AND NOT REVERSAL-ALREADY-EXISTS
                       AND WS-CHARGE-AMOUNT > 0
                   PERFORM 1695-WRITE-REVERSAL
               END-IF
               CLOSE STUDENT-CHARGE-FILE
           END-IF.

       1685-END.

       1690-SCAN-ONE-CHARGE.

           READ STUDENT-CHARGE-FILE NEXT RECORD
               AT END
                   SET CHG-EOF TO TRUE
               NOT AT END
                   IF CHG-STUDENT-ID NOT = WS-HOLD-STUDENT
                       SET CHG-EOF TO TRUE
                   END-IF
                   IF CHG-STUDENT-ID = WS-HOLD-STUDENT
                           AND CHG-COURSE = WS-INPUT-COURSE
                           AND CHG-TERM = WS-INPUT-TERM
                       IF CHG-IS-REVERSAL
                           IF CHG-TUITION-RATE-CODE
                               SUBTRACT CHG-AMOUNT
                                   FROM WS-CHARGE-AMOUNT
                           ELSE
                               SET REVERSAL-ALREADY-EXISTS TO TRUE
                           END-IF
                       END-IF
                       IF CHG-IS-CHARGE
                           SET CHARGE-WAS-FOUND TO TRUE
                           ADD CHG-AMOUNT TO WS-CHARGE-AMOUNT
                       END-IF
                   END-IF
           END-READ.

       1690-END.

       1695-WRITE-REVERSAL.

           MOVE WS-HOLD-STUDENT TO CHG-STUDENT-ID.
           MOVE ',' TO CHG-SEPARATOR1.
           MOVE WS-INPUT-COURSE TO CHG-COURSE.
           MOVE ',' TO CHG-SEPARATOR2.
           MOVE WS-INPUT-TERM TO CHG-TERM.
           MOVE ',' TO CHG-SEPARATOR3.
           SET CHG-IS-REVERSAL TO TRUE.
           MOVE ',' TO CHG-SEPARATOR4.
           MOVE WS-CHARGE-AMOUNT TO CHG-AMOUNT.
           MOVE ',' TO CHG-SEPARATOR5.
           MOVE CURRENT-DATE TO CHG-DATE.
           MOVE ',' TO CHG-SEPARATOR6.
           MOVE SPACES TO CHG-FEE-CODE.
           PERFORM 0892-POST-CHARGE-ROW.
           IF FPS-ROW-POSTED
               MOVE WS-CHARGE-AMOUNT TO WS-AFF-E-REFUND (WS-AFF-IDX)
               ADD WS-CHARGE-AMOUNT TO WS-REVERSED-TOTAL
           ELSE
               MOVE "REVERSAL NOT POSTED"
                   TO WS-AFF-E-NOTE (WS-AFF-IDX)
               ADD 1 TO WS-RUN-REJECT-COUNT
           END-IF.

       1695-END.

      *    EVERY ROW STILL WAITING FOR THE SECTION IS CLOSED, NOT
      *    DELETED, SO THE QUEUE HISTORY STAYS ON FILE. REWRITING THE
      *    FILE FROM A TRUNCATED TABLE WOULD LOSE ROWS, SO AN
      *    OVERSIZED WAITLIST IS LEFT FOR THE REGISTRAR INSTEAD.
       1700-CLOSE-WAITLIST.

           MOVE 0 TO WS-WTL-COUNT.
           MOVE 'N' TO WS-WTL-EOF.

           OPEN INPUT COURSE-WAITLIST-FILE.
           IF WTL-FILE-STATUS = "00"
               PERFORM 1710-LOAD-ONE-WAITLIST-ROW UNTIL WTL-EOF
               CLOSE COURSE-WAITLIST-FILE
               IF WTL-TABLE-OVERFLOWED
                   DISPLAY "COURSE.WAITLIST HOLDS MORE THAN 500 ROWS "
                       "- CLOSE THE SECTION'S WAITLIST BY HAND."
               ELSE
                   IF WS-CLOSED-COUNT > 0
                       PERFORM 1720-REWRITE-WAITLIST
                   END-IF
               END-IF
           END-IF.

       1700-END.

       1710-LOAD-ONE-WAITLIST-ROW.

           READ COURSE-WAITLIST-FILE
               AT END
                   SET WTL-EOF TO TRUE
               NOT AT END
                   IF WS-WTL-COUNT >= 500
                       SET WTL-TABLE-OVERFLOWED TO TRUE
                   END-IF
                   IF WS-WTL-COUNT < 500
                       ADD 1 TO WS-WTL-COUNT
                       MOVE WTL-COURSE
                           TO WS-WTL-E-COURSE (WS-WTL-COUNT)
                       MOVE WTL-TERM
                           TO WS-WTL-E-TERM (WS-WTL-COUNT)
                       MOVE WTL-STUDENT-ID
                           TO WS-WTL-E-STUDENT (WS-WTL-COUNT)
                       MOVE WTL-DATE
                           TO WS-WTL-E-DATE (WS-WTL-COUNT)
                       MOVE WTL-STATUS
                           TO WS-WTL-E-STATUS (WS-WTL-COUNT)
                       MOVE WTL-SECTION
                           TO WS-WTL-E-SECTION (WS-WTL-COUNT)
                       MOVE 'N' TO WS-WTL-E-CLOSED (WS-WTL-COUNT)
                       IF WTL-SECTION IS NUMERIC
                               AND WTL-SECTION > 0
                           MOVE WTL-SECTION TO WS-ROW-SECTION
                       ELSE
                           MOVE 1 TO WS-ROW-SECTION
                       END-IF
                       IF WTL-WAITING
                               AND WTL-COURSE = WS-INPUT-COURSE
                               AND WTL-TERM = WS-INPUT-TERM
                               AND WS-ROW-SECTION = WS-PICK-SECTION
                           MOVE 'C' TO WS-WTL-E-STATUS (WS-WTL-COUNT)
                           MOVE 'Y' TO WS-WTL-E-CLOSED (WS-WTL-COUNT)
                           ADD 1 TO WS-CLOSED-COUNT
                       END-IF
                   END-IF
           END-READ.

       1710-END.

       1720-REWRITE-WAITLIST.

           OPEN OUTPUT COURSE-WAITLIST-FILE.
           IF WTL-FILE-STATUS = "00"
               MOVE 1 TO WS-WTL-IDX
               PERFORM 1730-REWRITE-ONE-WAITLIST-ROW
                   UNTIL WS-WTL-IDX > WS-WTL-COUNT
               CLOSE COURSE-WAITLIST-FILE
           ELSE
               DISPLAY "ERROR REWRITING COURSE.WAITLIST (STATUS = "
                   WTL-FILE-STATUS ")"
           END-IF.

       1720-END.

       1730-REWRITE-ONE-WAITLIST-ROW.

           MOVE WS-WTL-E-COURSE (WS-WTL-IDX) TO WTL-COURSE.
           MOVE ',' TO WTL-SEPARATOR1.
           MOVE WS-WTL-E-TERM (WS-WTL-IDX) TO WTL-TERM.
           MOVE ',' TO WTL-SEPARATOR2.
           MOVE WS-WTL-E-STUDENT (WS-WTL-IDX) TO WTL-STUDENT-ID.
           MOVE ',' TO WTL-SEPARATOR3.
           MOVE WS-WTL-E-DATE (WS-WTL-IDX) TO WTL-DATE.
           MOVE ',' TO WTL-SEPARATOR4.
           MOVE WS-WTL-E-STATUS (WS-WTL-IDX) TO WTL-STATUS.
           MOVE ',' TO WTL-SEPARATOR5.
           MOVE WS-WTL-E-SECTION (WS-WTL-IDX) TO WTL-SECTION.

           WRITE WAITLIST-RECORD.

           IF WS-WTL-E-CLOSED (WS-WTL-IDX) = 'Y'
               MOVE "SECTCANCEL" TO WS-EVT-TYPE
               MOVE WS-WTL-E-STUDENT (WS-WTL-IDX) TO WS-EVT-STUDENT-ID
               MOVE SPACES TO WS-EVT-DETAIL
               STRING WS-INPUT-COURSE DELIMITED BY SPACE
                      " S" DELIMITED BY SIZE
                      WS-PICK-SECTION DELIMITED BY SIZE
                      " CANCELLED - WAITLIST CLOSED"
                          DELIMITED BY SIZE
                   INTO WS-EVT-DETAIL
               PERFORM 0880-WRITE-EVENT
           END-IF.

           ADD 1 TO WS-WTL-IDX.

       1730-END.

       1800-WRITE-AUDIT-RECORD.

           MOVE "PRGB0162" TO AUP-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AUP-ACTION.
           MOVE WS-AUDIT-ID TO AUP-STUDENT-ID.
           MOVE WS-AUDIT-DETAIL TO AUP-DETAIL.

           MOVE WS-SIGNON-USER TO AUP-USER.

           CALL 'PRGS0105' USING AUDIT-APPEND-PARM.

       1800-END.

      *    THE EVENT QUEUE HAS NO ADDRESSEE COLUMN, SO THE NOTICE TO
      *    THE INSTRUCTOR CARRIES STUDENT 0000 AND NAMES THE
      *    INSTRUCTOR IN THE DETAIL, AS PRGB0030 DOES FOR ADVISORS.
       1850-NOTIFY-INSTRUCTOR.

           MOVE "SECTCANCEL" TO WS-EVT-TYPE.
           MOVE 0 TO WS-EVT-STUDENT-ID.
           MOVE SPACES TO WS-EVT-DETAIL.
           STRING "TO INSTRUCTOR " DELIMITED BY SIZE
                  WS-INSTRUCTOR-ID DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-INPUT-COURSE DELIMITED BY SPACE
                  " S" DELIMITED BY SIZE
                  WS-PICK-SECTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-INPUT-TERM DELIMITED BY SPACE
               INTO WS-EVT-DETAIL.
           PERFORM 0880-WRITE-EVENT.

       1850-END.

      *    ONE LINE PER STUDENT WHO WAS IN THE SECTION, THEN THE
      *    WAITLIST ROWS CLOSED AND THE TOTALS.
       1900-PRINT-SUMMARY.

           OPEN OUTPUT CANCEL-REPORT-FILE.
           IF PRT-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN ../PRGB0162.PRT (STATUS = "
                   PRT-FILE-STATUS ")"
           ELSE
               OPEN INPUT STUDENT-VSAM-FILE
               IF FILE-CHECK-KEY = "00"
                   SET STUDENT-FILE-OPEN TO TRUE
               END-IF
               STRING "SECTION CANCELLATION - " DELIMITED BY SIZE
                   WS-INPUT-COURSE DELIMITED BY SPACE
                   " SECTION " DELIMITED BY SIZE
                   WS-PICK-SECTION DELIMITED BY SIZE
                   " TERM " DELIMITED BY SIZE
                   WS-INPUT-TERM DELIMITED BY SPACE
                   "   INSTRUCTOR " DELIMITED BY SIZE
                   WS-INSTRUCTOR-ID DELIMITED BY SIZE
                   "   RUN " DELIMITED BY SIZE
                   CURRENT-DATE DELIMITED BY SIZE
                   "   BY " DELIMITED BY SIZE
                   WS-SIGNON-USER DELIMITED BY SPACE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM 1950-WRITE-REPORT-LINE
               PERFORM 1950-WRITE-REPORT-LINE
               MOVE "ID     | NAME                        | OUTCOME"
                   TO WS-PRINT-LINE
               MOVE "| REVERSED  NOTE" TO WS-PRINT-LINE (59:)
               PERFORM 1950-WRITE-REPORT-LINE
               MOVE ALL '-' TO WS-PRINT-LINE (1:110)
               PERFORM 1950-WRITE-REPORT-LINE
               PERFORM 1910-PRINT-ONE-STUDENT
                   VARYING WS-AFF-IDX FROM 1 BY 1
                   UNTIL WS-AFF-IDX > WS-AFF-COUNT
               MOVE ALL '-' TO WS-PRINT-LINE (1:110)
               PERFORM 1950-WRITE-REPORT-LINE
               IF WS-CLOSED-COUNT > 0
                   PERFORM 1950-WRITE-REPORT-LINE
                   MOVE "WAITLIST ROWS CLOSED:" TO WS-PRINT-LINE
                   PERFORM 1950-WRITE-REPORT-LINE
                   PERFORM 1920-PRINT-ONE-WAITLIST-ROW
                       VARYING WS-WTL-IDX FROM 1 BY 1
                       UNTIL WS-WTL-IDX > WS-WTL-COUNT
               END-IF
               PERFORM 1930-PRINT-TOTALS
               IF STUDENT-FILE-OPEN
                   CLOSE STUDENT-VSAM-FILE
               END-IF
               CLOSE CANCEL-REPORT-FILE
           END-IF.

       1900-END.

       1910-PRINT-ONE-STUDENT.

           MOVE WS-AFF-E-STUDENT (WS-AFF-IDX) TO WS-HOLD-STUDENT.
           PERFORM 1940-FETCH-NAME.
           MOVE WS-HOLD-STUDENT TO WS-DL-STUDENT.
           MOVE 0 TO WS-DL-REFUND.
           EVALUATE WS-AFF-E-OUTCOME (WS-AFF-IDX)
               WHEN 'M'
                   MOVE SPACES TO WS-DL-OUTCOME
                   STRING "MOVED TO SECTION " DELIMITED BY SIZE
                          WS-AFF-E-SECTION (WS-AFF-IDX)
                              DELIMITED BY SIZE
                       INTO WS-DL-OUTCOME
               WHEN 'D'
                   MOVE "DROPPED" TO WS-DL-OUTCOME
                   MOVE WS-AFF-E-REFUND (WS-AFF-IDX) TO WS-DL-REFUND
               WHEN OTHER
                   MOVE "NOT CHANGED" TO WS-DL-OUTCOME
           END-EVALUATE.
           MOVE WS-AFF-E-NOTE (WS-AFF-IDX) TO WS-DL-NOTE.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 1950-WRITE-REPORT-LINE.

       1910-END.

       1920-PRINT-ONE-WAITLIST-ROW.

           IF WS-WTL-E-CLOSED (WS-WTL-IDX) = 'Y'
               MOVE WS-WTL-E-STUDENT (WS-WTL-IDX) TO WS-HOLD-STUDENT
               PERFORM 1940-FETCH-NAME
               MOVE WS-HOLD-STUDENT TO WS-DL-STUDENT
               MOVE "WAITLIST CLOSED" TO WS-DL-OUTCOME
               MOVE 0 TO WS-DL-REFUND
               MOVE SPACES TO WS-DL-NOTE
               MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
               PERFORM 1950-WRITE-REPORT-LINE
           END-IF.

       1920-END.

       1930-PRINT-TOTALS.

           PERFORM 1950-WRITE-REPORT-LINE.
           MOVE WS-AFF-COUNT TO WS-ED-COUNT.
           STRING "STUDENTS IN SECTION:   " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1950-WRITE-REPORT-LINE.
           MOVE WS-MOVED-COUNT TO WS-ED-COUNT.
           STRING "MOVED:                 " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1950-WRITE-REPORT-LINE.
           MOVE WS-DROPPED-COUNT TO WS-ED-COUNT.
           STRING "DROPPED:               " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1950-WRITE-REPORT-LINE.
           MOVE WS-CLOSED-COUNT TO WS-ED-COUNT.
           STRING "WAITLIST ROWS CLOSED:  " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1950-WRITE-REPORT-LINE.
           MOVE WS-REVERSED-TOTAL TO WS-ED-TOTAL.
           STRING "TUITION REVERSED:  " DELIMITED BY SIZE
                  WS-ED-TOTAL DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1950-WRITE-REPORT-LINE.

       1930-END.

      *    THE OFFICE'S OWN RECORD, SO THE NAME ON FILE IS PRINTED.
       1940-FETCH-NAME.

           MOVE SPACES TO WS-DL-NAME.
           IF STUDENT-FILE-OPEN
               MOVE WS-HOLD-STUDENT TO STUDENT-VSAM-ID
               READ STUDENT-VSAM-FILE
                   KEY IS STUDENT-VSAM-ID
                   INVALID KEY
                       MOVE "(NOT ON STUDENT FILE)" TO WS-DL-NAME
                   NOT INVALID KEY
                       MOVE STUDENT-VSAM-NAME TO WS-DL-NAME
               END-READ
           END-IF.

       1940-END.

       1950-WRITE-REPORT-LINE.

           MOVE WS-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.

       1950-END.

       1990-STOP-PROGRAM.

           GOBACK.

       1990-END.

       END PROGRAM PRGB0162.
