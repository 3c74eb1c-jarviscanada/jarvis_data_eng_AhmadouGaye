      ******************************************************************
      * Author:
      * Date:
      * Purpose: Government student-loan enrollment confirmation
      *          exchange - answers the loans office's inbound
      *          ../LOAN.CONFIRM.REQUESTS instead of the desk looking
      *          each student up in PRGQ0006. EACH REQUEST IS MATCHED
      *          TO STUDENT.VSAM BY ID, OR BY NAME PLUS DATE OF BIRTH
      *          WHEN NO ID IS GIVEN; AN ID WHOSE DATE OF BIRTH DOES
      *          NOT AGREE IS NOT A MATCH. THE TERM'S LOAD IS THE
      *          CREDIT HOURS OF THE STUDENT'S ACTIVE ENROLLMENTS
      *          (0 OR BLANK HOURS COUNT AS 1), FULL-TIME AT
      *          CLD-FULL-TIME-CREDITS OR MORE (CLDWRK), OTHERWISE
      *          PART-TIME, OR NOT ENROLLED AT NONE. A STUDENT WITH
      *          'W', 'D' OR 'L' STATUS IS REFUSED CONFIRMATION.
      *          ANSWERS GO TO ../LOAN.CONFIRM.RESPONSES IN THE
      *          AGENCY'S FIXED LAYOUT WITH A COUNT TRAILER; EVERY
      *          ANSWER SENT IS AUDITED LOANCONF AGAINST THE STUDENT.
      *          UNMATCHED AND AMBIGUOUS REQUESTS ARE LISTED ON
      *          ../PRGB0154.PRT FOR MANUAL FOLLOW-UP. A REQUEST WITH
      *          NO TERM IS ANSWERED FOR THE LATEST TERM ALREADY
      *          STARTED. BOTH FILES USE THE AGENCY'S PUBLISHED
      *          LAYOUT 1 (4-DIGIT STUDENT ID) UNLESS ../PRGB0154.PARM
      *          ASKS FOR LAYOUT 2 (6-DIGIT ID) IN COLUMN 1; IN LAYOUT 1
      *          A NAME MATCH TO A STUDENT NUMBERED ABOVE 9999 IS LISTED
      *          AS AN EXCEPTION.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGB0154.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY STUSEL.

           COPY ENRSEL.

           COPY TRMSEL.

           COPY SGNSEL.

           SELECT LOAN-PARM-FILE ASSIGN TO '../PRGB0154.PARM'
               FILE STATUS IS PRM-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOAN-REQUEST-FILE
               ASSIGN TO '../LOAN.CONFIRM.REQUESTS'
               FILE STATUS IS LRQ-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOAN-RESPONSE-FILE
               ASSIGN TO '../LOAN.CONFIRM.RESPONSES'
               FILE STATUS IS LRS-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOAN-EXCEPTION-FILE ASSIGN TO '../PRGB0154.PRT'
               FILE STATUS IS PRT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY RUNSEL.

       DATA DIVISION.
       FILE SECTION.

       FD STUDENT-VSAM-FILE.
       COPY STUFD.

       FD ENROLLMENT-VSAM-FILE.
       COPY ENRFD.

       FD TERM-MASTER-FILE.
       COPY TRMFD.

       FD SIGNON-SESSION-FILE.
       COPY SGNFD.

      *    EXCHANGE LAYOUT: 1 OR BLANK = THE AGENCY'S PUBLISHED ONE
      *    WITH A 4-DIGIT STUDENT ID, 2 = THE SAME LINES WITH THE
      *    6-DIGIT ID. IT GOVERNS BOTH THE REQUESTS AND THE RESPONSES.
       FD LOAN-PARM-FILE.
       01  LOAN-PARM-RECORD.
           05 LPR-LAYOUT                PIC X.

      *    AGENCY REQUEST LAYOUT, FIXED COLUMNS. THE STUDENT ID IS
      *    BLANK WHEN THE AGENCY ONLY HAS THE NAME AND BIRTH DATE.
      *    THE AGENCY REFERENCE HOLDS THE SAME COLUMNS IN BOTH LAYOUTS.
       FD LOAN-REQUEST-FILE.
       01  LOAN-REQUEST-RECORD.
           05 LRQ-AGENCY-REF            PIC X(12).
           05 LRQ-STUDENT-ID            PIC X(4).
           05 LRQ-NAME                  PIC X(27).
           05 LRQ-DOB                   PIC X(8).
           05 LRQ-TERM                  PIC X(10).
       01  LOAN-REQUEST-RECORD-V2.
           05 LQ2-AGENCY-REF            PIC X(12).
           05 LQ2-STUDENT-ID            PIC X(6).
           05 LQ2-NAME                  PIC X(27).
           05 LQ2-DOB                   PIC X(8).
           05 LQ2-TERM                  PIC X(10).

      *    AGENCY RESPONSE LAYOUT, FIXED COLUMNS: 'D' DETAIL LINES
      *    THEN ONE 'T' TRAILER. RESULT F = FULL-TIME, P = PART-TIME,
      *    N = NOT ENROLLED IN THE TERM, R = CONFIRMATION REFUSED
      *    (THE STUDENT STATUS SAYS WHY).
       FD LOAN-RESPONSE-FILE.
       01  LOAN-RESPONSE-RECORD.
           05 LRS-RECORD-TYPE           PIC X.
           05 LRS-AGENCY-REF            PIC X(12).
           05 LRS-STUDENT-ID            PIC 9(4).
           05 LRS-NAME                  PIC X(27).
           05 LRS-DOB                   PIC 9(8).
           05 LRS-TERM                  PIC X(10).
           05 LRS-TERM-START            PIC 9(8).
           05 LRS-TERM-END              PIC 9(8).
           05 LRS-RESULT                PIC X.
               88 LRS-FULL-TIME             VALUE 'F'.
               88 LRS-PART-TIME             VALUE 'P'.
               88 LRS-NOT-ENROLLED          VALUE 'N'.
               88 LRS-REFUSED               VALUE 'R'.
           05 LRS-CREDIT-HOURS          PIC 9(3).
           05 LRS-STUDENT-STATUS        PIC X.
           05 LRS-CONFIRM-DATE          PIC 9(8).
       01  LOAN-RESPONSE-RECORD-V2.
           05 LS2-RECORD-TYPE           PIC X.
           05 LS2-AGENCY-REF            PIC X(12).
           05 LS2-STUDENT-ID            PIC 9(6).
           05 LS2-NAME                  PIC X(27).
           05 LS2-DOB                   PIC 9(8).
           05 LS2-TERM                  PIC X(10).
           05 LS2-TERM-START            PIC 9(8).
           05 LS2-TERM-END              PIC 9(8).
           05 LS2-RESULT                PIC X.
           05 LS2-CREDIT-HOURS          PIC 9(3).
           05 LS2-STUDENT-STATUS        PIC X.
           05 LS2-CONFIRM-DATE          PIC 9(8).
       01  LOAN-RESPONSE-TRAILER.
           05 LRT-RECORD-TYPE           PIC X.
           05 LRT-RUN-DATE              PIC 9(8).
           05 LRT-REQUEST-COUNT         PIC 9(6).
           05 LRT-RESPONSE-COUNT        PIC 9(6).
           05 LRT-REFUSED-COUNT         PIC 9(6).

       FD LOAN-EXCEPTION-FILE.
       01  REPORT-LINE                  PIC X(132).

       FD RUN-STATISTICS-FILE.
       COPY RUNFD.

       WORKING-STORAGE SECTION.

       COPY LKPWRK.

       COPY CLDWRK.

       COPY AUPWRK.

       COPY SGNWRK.

       COPY CRSFD.

       01  RUN-FILE-STATUS   PIC XX.

       01  WS-RUN-STATS-AREAS.
           05  WS-RUN-PROGRAM      PIC X(8) VALUE 'PRGB0154'.
           05  WS-RUN-DATE         PIC 9(8) VALUE 0.
           05  WS-RUN-START-TIME   PIC 9(6) VALUE 0.
           05  WS-RUN-END-TIME     PIC 9(6) VALUE 0.
           05  WS-RUN-READ-COUNT   PIC 9(6) VALUE 0.
           05  WS-RUN-WRITE-COUNT  PIC 9(6) VALUE 0.
           05  WS-RUN-REJECT-COUNT PIC 9(6) VALUE 0.

       01  FILE-CHECK-KEY    PIC XX.
       01  ENR-FILE-STATUS   PIC XX.
       01  TRM-FILE-STATUS   PIC XX.
       01  SGN-FILE-STATUS   PIC XX.
       01  LRQ-FILE-STATUS   PIC XX.
       01  LRS-FILE-STATUS   PIC XX.
       01  PRT-FILE-STATUS   PIC XX.
       01  PRM-FILE-STATUS   PIC XX.

       01  WS-WORK-AREAS.
           05  WS-DEFAULT-TERM        PIC X(10) VALUE SPACES.
           05  WS-DEFAULT-START       PIC 9(8)  VALUE 0.
           05  WS-REQUEST-TERM        PIC X(10) VALUE SPACES.
           05  WS-REQUEST-NAME        PIC X(27) VALUE SPACES.
           05  WS-LOAN-LAYOUT         PIC X     VALUE SPACE.
               88  LOAN-LAYOUT-V2            VALUE '2'.
      *        THE REQUEST AS READ, WHICHEVER LAYOUT IT CAME IN.
           05  WS-RQ-STUDENT-ID       PIC X(6)  VALUE SPACES.
           05  WS-RQ-NAME             PIC X(27) VALUE SPACES.
           05  WS-RQ-DOB              PIC X(8)  VALUE SPACES.
           05  WS-RQ-TERM             PIC X(10) VALUE SPACES.
           05  WS-RESPONSE-HOURS      PIC 9(3)  VALUE 0.
           05  WS-TERM-START          PIC 9(8)  VALUE 0.
           05  WS-TERM-END            PIC 9(8)  VALUE 0.
           05  WS-TRM-EOF             PIC X     VALUE 'N'.
               88  TRM-SCAN-EOF              VALUE 'Y'.
           05  WS-LRQ-EOF             PIC X     VALUE 'N'.
               88  LRQ-EOF                   VALUE 'Y'.
           05  WS-NAME-DONE           PIC X     VALUE 'N'.
               88  NAME-SCAN-DONE            VALUE 'Y'.
           05  WS-ENR-DONE            PIC X     VALUE 'N'.
               88  ENR-SCAN-DONE             VALUE 'Y'.
           05  WS-FILES-OPEN          PIC X     VALUE 'N'.
               88  FILES-ARE-OPEN            VALUE 'Y'.
           05  WS-MATCH-COUNT         PIC 9(2)  VALUE 0.
           05  WS-MATCH-ID            PIC 9(6)  VALUE 0.
           05  WS-EXCEPTION           PIC X(40) VALUE SPACES.
           05  WS-TERM-LOAD           PIC 9(3)  VALUE 0.
           05  WS-ROW-CREDITS         PIC 9(2)  VALUE 0.
           05  WS-RESULT              PIC X     VALUE SPACE.
           05  WS-REQUEST-COUNT       PIC 9(6)  VALUE 0.
           05  WS-RESPONSE-COUNT      PIC 9(6)  VALUE 0.
           05  WS-FULL-COUNT          PIC 9(6)  VALUE 0.
           05  WS-PART-COUNT          PIC 9(6)  VALUE 0.
           05  WS-NONE-COUNT          PIC 9(6)  VALUE 0.
           05  WS-REFUSED-COUNT       PIC 9(6)  VALUE 0.
           05  WS-EXCEPTION-COUNT     PIC 9(6)  VALUE 0.
           05  WS-PRINT-LINE          PIC X(132).

       01  WS-EXCEPTION-LINE.
           05  WS-XL-AGENCY-REF      PIC X(12).
           05  FILLER                PIC X(3)  VALUE ' | '.
           05  WS-XL-STUDENT-ID      PIC X(6).
           05  FILLER                PIC X(3)  VALUE ' | '.
           05  WS-XL-NAME            PIC X(27).
           05  FILLER                PIC X(3)  VALUE ' | '.
           05  WS-XL-DOB             PIC X(8).
           05  FILLER                PIC X(3)  VALUE ' | '.
           05  WS-XL-TERM            PIC X(10).
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

           DISPLAY "===== STUDENT-LOAN ENROLLMENT CONFIRMATIONS =====".

           PERFORM 1010-READ-LAYOUT-PARM.

           OPEN INPUT LOAN-REQUEST-FILE.
           IF LRQ-FILE-STATUS NOT = "00"
               DISPLAY "NO LOAN.CONFIRM.REQUESTS ON FILE (STATUS = "
                   LRQ-FILE-STATUS ") - NOTHING RUN."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1050-FIND-CURRENT-TERM.

           OPEN INPUT STUDENT-VSAM-FILE.
           OPEN INPUT ENROLLMENT-VSAM-FILE.
           IF FILE-CHECK-KEY = "00" AND ENR-FILE-STATUS = "00"
               SET FILES-ARE-OPEN TO TRUE
           ELSE
               DISPLAY "STUDENT/ENROLLMENT FILES UNAVAILABLE (STATUS = "
                   FILE-CHECK-KEY "/" ENR-FILE-STATUS
                   ") - NOTHING RUN."
               MOVE 8 TO RETURN-CODE
           END-IF.

           IF FILES-ARE-OPEN
               OPEN OUTPUT LOAN-RESPONSE-FILE
               IF LRS-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING LOAN.CONFIRM.RESPONSES "
                       "(STATUS = " LRS-FILE-STATUS ") - NOTHING RUN."
                   MOVE 8 TO RETURN-CODE
                   MOVE 'N' TO WS-FILES-OPEN
               END-IF
           END-IF.

           IF FILES-ARE-OPEN
               OPEN OUTPUT LOAN-EXCEPTION-FILE
               PERFORM 1900-PRINT-HEADINGS
               PERFORM 1100-ANSWER-ONE-REQUEST UNTIL LRQ-EOF
               PERFORM 1700-WRITE-TRAILER
               CLOSE LOAN-RESPONSE-FILE
               PERFORM 1950-PRINT-TOTALS
               CLOSE LOAN-EXCEPTION-FILE
           END-IF.

           CLOSE LOAN-REQUEST-FILE.
           CLOSE STUDENT-VSAM-FILE.
           CLOSE ENROLLMENT-VSAM-FILE.

           DISPLAY "REQUESTS READ        : " WS-REQUEST-COUNT.
           DISPLAY "CONFIRMATIONS SENT   : " WS-RESPONSE-COUNT.
           DISPLAY "  REFUSED            : " WS-REFUSED-COUNT.
           DISPLAY "EXCEPTIONS           : " WS-EXCEPTION-COUNT.
           DISPLAY "SEE ../PRGB0154.PRT".

           MOVE WS-REQUEST-COUNT TO WS-RUN-READ-COUNT.
           MOVE WS-RESPONSE-COUNT TO WS-RUN-WRITE-COUNT.
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

       1010-READ-LAYOUT-PARM.

           OPEN INPUT LOAN-PARM-FILE.
           IF PRM-FILE-STATUS = "00"
               READ LOAN-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LPR-LAYOUT TO WS-LOAN-LAYOUT
               END-READ
               CLOSE LOAN-PARM-FILE
           END-IF.

       1010-END.

      *    A REQUEST WITH NO TERM IS ANSWERED FOR THE LATEST TERM
      *    ALREADY STARTED ON THE RUN DATE.
       1050-FIND-CURRENT-TERM.

           MOVE 'N' TO WS-TRM-EOF.

           OPEN INPUT TERM-MASTER-FILE.
           IF TRM-FILE-STATUS = "00"
               MOVE LOW-VALUES TO TRM-CODE
               START TERM-MASTER-FILE KEY IS NOT LESS THAN TRM-CODE
                   INVALID KEY SET TRM-SCAN-EOF TO TRUE
               END-START
               PERFORM 1055-JUDGE-ONE-TERM UNTIL TRM-SCAN-EOF
               CLOSE TERM-MASTER-FILE
           END-IF.

       1050-END.

       1055-JUDGE-ONE-TERM.

           READ TERM-MASTER-FILE NEXT RECORD
               AT END
                   SET TRM-SCAN-EOF TO TRUE
               NOT AT END
                   IF TRM-START-DATE NOT > CURRENT-DATE
                           AND TRM-START-DATE > WS-DEFAULT-START
                       MOVE TRM-CODE TO WS-DEFAULT-TERM
                       MOVE TRM-START-DATE TO WS-DEFAULT-START
                   END-IF
           END-READ.

       1055-END.

       1100-ANSWER-ONE-REQUEST.

           READ LOAN-REQUEST-FILE
               AT END
                   SET LRQ-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REQUEST-COUNT
                   PERFORM 1105-UNPACK-REQUEST
                   PERFORM 1110-PROCESS-REQUEST
           END-READ.

       1100-END.

      *    A LAYOUT 1 ID IS ZERO-FILLED TO SIX SO BOTH LAYOUTS ARE
      *    MATCHED THE SAME WAY; A BLANK ID STAYS BLANK.
       1105-UNPACK-REQUEST.

           IF LOAN-LAYOUT-V2
               MOVE LQ2-STUDENT-ID TO WS-RQ-STUDENT-ID
               MOVE LQ2-NAME TO WS-RQ-NAME
               MOVE LQ2-DOB TO WS-RQ-DOB
               MOVE LQ2-TERM TO WS-RQ-TERM
           ELSE
               MOVE SPACES TO WS-RQ-STUDENT-ID
               IF LRQ-STUDENT-ID NOT = SPACES
                   STRING "00" DELIMITED BY SIZE
                       LRQ-STUDENT-ID DELIMITED BY SIZE
                       INTO WS-RQ-STUDENT-ID
                   END-STRING
               END-IF
               MOVE LRQ-NAME TO WS-RQ-NAME
               MOVE LRQ-DOB TO WS-RQ-DOB
               MOVE LRQ-TERM TO WS-RQ-TERM
           END-IF.

       1105-END.

       1110-PROCESS-REQUEST.

           MOVE SPACES TO WS-EXCEPTION.
           MOVE 0 TO WS-MATCH-ID.

           MOVE WS-RQ-TERM TO WS-REQUEST-TERM.
           IF WS-REQUEST-TERM = SPACES
               MOVE WS-DEFAULT-TERM TO WS-REQUEST-TERM
           END-IF.
           PERFORM 1150-VALIDATE-TERM.

           IF WS-EXCEPTION = SPACES
               IF WS-RQ-STUDENT-ID = SPACES
                   PERFORM 1300-MATCH-BY-NAME
               ELSE
                   PERFORM 1200-MATCH-BY-ID
               END-IF
           END-IF.

           IF WS-EXCEPTION NOT = SPACES
               PERFORM 1800-PRINT-EXCEPTION
           ELSE
               PERFORM 1400-COMPUTE-TERM-LOAD
               PERFORM 1500-WRITE-RESPONSE
               PERFORM 1600-LOG-CONFIRMATION
           END-IF.

       1110-END.

       1150-VALIDATE-TERM.

           SET LKP-TERM-LOOKUP TO TRUE.
           MOVE WS-REQUEST-TERM TO LKP-KEY.
           CALL 'PRGS0098' USING MASTER-LOOKUP-PARM.
           IF NOT LKP-RECORD-FOUND
               MOVE "TERM NOT ON THE TERM MASTER" TO WS-EXCEPTION
           ELSE
               MOVE LKP-RECORD-IMAGE TO TERM-MASTER-RECORD
               MOVE TRM-START-DATE TO WS-TERM-START
               MOVE TRM-END-DATE TO WS-TERM-END
           END-IF.

       1150-END.

      *    A GIVEN ID MUST BE ON FILE AND, WHEN THE AGENCY SENT A
      *    BIRTH DATE, AGREE WITH IT - CONFIRMING THE WRONG STUDENT
      *    WOULD DISCLOSE SOMEONE ELSE'S ENROLLMENT.
       1200-MATCH-BY-ID.

           IF WS-RQ-STUDENT-ID NOT NUMERIC
               MOVE "STUDENT ID NOT NUMERIC" TO WS-EXCEPTION
           ELSE
               MOVE WS-RQ-STUDENT-ID TO STUDENT-VSAM-ID
               READ STUDENT-VSAM-FILE
                   INVALID KEY
                       MOVE "STUDENT ID NOT ON FILE" TO WS-EXCEPTION
                   NOT INVALID KEY
                       IF WS-RQ-DOB NOT = SPACES
                               AND WS-RQ-DOB NOT = STUDENT-VSAM-DOB
                           MOVE "DATE OF BIRTH DOES NOT MATCH THE ID"
                               TO WS-EXCEPTION
                       ELSE
                           MOVE STUDENT-VSAM-ID TO WS-MATCH-ID
                       END-IF
               END-READ
           END-IF.

       1200-END.

      *    NAME PLUS BIRTH DATE MUST POINT AT EXACTLY ONE STUDENT;
      *    TWO STUDENTS SHARING BOTH ARE LEFT TO THE DESK.
       1300-MATCH-BY-NAME.

           MOVE 0 TO WS-MATCH-COUNT.
           MOVE 'N' TO WS-NAME-DONE.
           MOVE WS-RQ-NAME TO WS-REQUEST-NAME.
           INSPECT WS-REQUEST-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           IF WS-REQUEST-NAME = SPACES OR WS-RQ-DOB = SPACES
               MOVE "NO ID AND NO NAME/BIRTH DATE TO MATCH ON"
                   TO WS-EXCEPTION
           ELSE
               MOVE WS-REQUEST-NAME TO STUDENT-VSAM-NAME
               START STUDENT-VSAM-FILE
                   KEY IS NOT LESS THAN STUDENT-VSAM-NAME
                   INVALID KEY
                       SET NAME-SCAN-DONE TO TRUE
               END-START
               PERFORM 1310-SCAN-ONE-NAME UNTIL NAME-SCAN-DONE
               IF WS-MATCH-COUNT = 0
                   MOVE "NO STUDENT WITH THAT NAME AND BIRTH DATE"
                       TO WS-EXCEPTION
               END-IF
               IF WS-MATCH-COUNT > 1
                   MOVE "SEVERAL STUDENTS SHARE NAME AND BIRTH DATE"
                       TO WS-EXCEPTION
                   MOVE 0 TO WS-MATCH-ID
               END-IF
           END-IF.

           IF WS-MATCH-ID > 0
               MOVE WS-MATCH-ID TO STUDENT-VSAM-ID
               READ STUDENT-VSAM-FILE
                   INVALID KEY
                       MOVE "STUDENT ID NOT ON FILE" TO WS-EXCEPTION
               END-READ
           END-IF.

      *    THE AGENCY'S PUBLISHED LAYOUT CARRIES A 4-DIGIT ID, SO A
      *    STUDENT NUMBERED ABOVE 9999 CANNOT BE ANSWERED IN LAYOUT 1.
           IF WS-EXCEPTION = SPACES AND WS-MATCH-ID > 9999
                   AND NOT LOAN-LAYOUT-V2
               MOVE "ID ABOVE 9999 - NOT IN AGENCY LAYOUT"
                   TO WS-EXCEPTION
           END-IF.

       1300-END.

       1310-SCAN-ONE-NAME.

           READ STUDENT-VSAM-FILE NEXT RECORD
               AT END
                   SET NAME-SCAN-DONE TO TRUE
               NOT AT END
                   IF STUDENT-VSAM-NAME NOT = WS-REQUEST-NAME
                       SET NAME-SCAN-DONE TO TRUE
                   ELSE
                       IF STUDENT-VSAM-DOB = WS-RQ-DOB
                           ADD 1 TO WS-MATCH-COUNT
                           MOVE STUDENT-VSAM-ID TO WS-MATCH-ID
                       END-IF
                   END-IF
           END-READ.

       1310-END.

      *    CREDIT HOURS OF THE STUDENT'S ACTIVE ROWS IN THE TERM, THE
      *    TRANSCRIPT RULE FOR A COURSE WITH NO HOURS ON THE MASTER.
       1400-COMPUTE-TERM-LOAD.

           MOVE 0 TO WS-TERM-LOAD.
           MOVE 'N' TO WS-ENR-DONE.

           MOVE WS-MATCH-ID TO ENR-STUDENT-ID.
           START ENROLLMENT-VSAM-FILE
               KEY IS NOT LESS THAN ENR-STUDENT-ID
               INVALID KEY
                   SET ENR-SCAN-DONE TO TRUE
           END-START.

           PERFORM 1410-ADD-ONE-ROW-LOAD UNTIL ENR-SCAN-DONE.

       1400-END.

       1410-ADD-ONE-ROW-LOAD.

           READ ENROLLMENT-VSAM-FILE NEXT RECORD
               AT END
                   SET ENR-SCAN-DONE TO TRUE
               NOT AT END
                   IF ENR-STUDENT-ID NOT = WS-MATCH-ID
                       SET ENR-SCAN-DONE TO TRUE
                   ELSE
                       IF ENR-TERM = WS-REQUEST-TERM AND ENR-ACTIVE
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

       1410-END.

      *    A WITHDRAWN, DELETED OR ON-LEAVE STUDENT IS REFUSED
      *    WHATEVER IS STILL ON THE ENROLLMENT FILE.
       1500-WRITE-RESPONSE.

           EVALUATE TRUE
               WHEN STUDENT-WITHDRAWN
               WHEN STUDENT-DELETED
               WHEN STUDENT-ON-LEAVE
                   MOVE 'R' TO WS-RESULT
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN WS-TERM-LOAD >= CLD-FULL-TIME-CREDITS
                   MOVE 'F' TO WS-RESULT
                   ADD 1 TO WS-FULL-COUNT
               WHEN WS-TERM-LOAD > 0
                   MOVE 'P' TO WS-RESULT
                   ADD 1 TO WS-PART-COUNT
               WHEN OTHER
                   MOVE 'N' TO WS-RESULT
                   ADD 1 TO WS-NONE-COUNT
           END-EVALUATE.

           IF WS-RESULT = 'R'
               MOVE 0 TO WS-RESPONSE-HOURS
           ELSE
               MOVE WS-TERM-LOAD TO WS-RESPONSE-HOURS
           END-IF.

           IF LOAN-LAYOUT-V2
               PERFORM 1510-WRITE-RESPONSE-V2
           ELSE
               MOVE SPACES TO LOAN-RESPONSE-RECORD
               MOVE 'D' TO LRS-RECORD-TYPE
               MOVE LRQ-AGENCY-REF TO LRS-AGENCY-REF
               MOVE STUDENT-VSAM-ID TO LRS-STUDENT-ID
               MOVE STUDENT-VSAM-NAME TO LRS-NAME
               MOVE STUDENT-VSAM-DOB TO LRS-DOB
               MOVE WS-REQUEST-TERM TO LRS-TERM
               MOVE WS-TERM-START TO LRS-TERM-START
               MOVE WS-TERM-END TO LRS-TERM-END
               MOVE WS-RESULT TO LRS-RESULT
               MOVE WS-RESPONSE-HOURS TO LRS-CREDIT-HOURS
               MOVE STUDENT-VSAM-STATUS TO LRS-STUDENT-STATUS
               MOVE CURRENT-DATE TO LRS-CONFIRM-DATE
               WRITE LOAN-RESPONSE-RECORD
           END-IF.

           ADD 1 TO WS-RESPONSE-COUNT.

       1500-END.

       1510-WRITE-RESPONSE-V2.

           MOVE SPACES TO LOAN-RESPONSE-RECORD-V2.
           MOVE 'D' TO LS2-RECORD-TYPE.
           MOVE LRQ-AGENCY-REF TO LS2-AGENCY-REF.
           MOVE STUDENT-VSAM-ID TO LS2-STUDENT-ID.
           MOVE STUDENT-VSAM-NAME TO LS2-NAME.
           MOVE STUDENT-VSAM-DOB TO LS2-DOB.
           MOVE WS-REQUEST-TERM TO LS2-TERM.
           MOVE WS-TERM-START TO LS2-TERM-START.
           MOVE WS-TERM-END TO LS2-TERM-END.
           MOVE WS-RESULT TO LS2-RESULT.
           MOVE WS-RESPONSE-HOURS TO LS2-CREDIT-HOURS.
           MOVE STUDENT-VSAM-STATUS TO LS2-STUDENT-STATUS.
           MOVE CURRENT-DATE TO LS2-CONFIRM-DATE.
           WRITE LOAN-RESPONSE-RECORD-V2.

       1510-END.

       1600-LOG-CONFIRMATION.

           MOVE "PRGB0154" TO AUP-PROGRAM.
           MOVE "LOANCONF" TO AUP-ACTION.
           MOVE STUDENT-VSAM-ID TO AUP-STUDENT-ID.
           MOVE SPACES TO AUP-DETAIL.
           STRING "TERM " DELIMITED BY SIZE
               WS-REQUEST-TERM DELIMITED BY SPACE
               " RESULT " DELIMITED BY SIZE
               WS-RESULT DELIMITED BY SIZE
               " HRS " DELIMITED BY SIZE
               WS-RESPONSE-HOURS DELIMITED BY SIZE
               " REF " DELIMITED BY SIZE
               LRQ-AGENCY-REF DELIMITED BY SPACE
               INTO AUP-DETAIL
           END-STRING.
           MOVE WS-SIGNON-USER TO AUP-USER.
           CALL 'PRGS0105' USING AUDIT-APPEND-PARM.

       1600-END.

       1700-WRITE-TRAILER.

           MOVE SPACES TO LOAN-RESPONSE-TRAILER.
           MOVE 'T' TO LRT-RECORD-TYPE.
           MOVE CURRENT-DATE TO LRT-RUN-DATE.
           MOVE WS-REQUEST-COUNT TO LRT-REQUEST-COUNT.
           MOVE WS-RESPONSE-COUNT TO LRT-RESPONSE-COUNT.
           MOVE WS-REFUSED-COUNT TO LRT-REFUSED-COUNT.
           WRITE LOAN-RESPONSE-TRAILER.

       1700-END.

       1800-PRINT-EXCEPTION.

           ADD 1 TO WS-EXCEPTION-COUNT.

           MOVE LRQ-AGENCY-REF TO WS-XL-AGENCY-REF.
           MOVE WS-RQ-STUDENT-ID TO WS-XL-STUDENT-ID.
           MOVE WS-RQ-NAME TO WS-XL-NAME.
           MOVE WS-RQ-DOB TO WS-XL-DOB.
           MOVE WS-REQUEST-TERM TO WS-XL-TERM.
           MOVE WS-EXCEPTION TO WS-XL-REASON.
           MOVE WS-EXCEPTION-LINE TO WS-PRINT-LINE.
           PERFORM 1990-PRINT-LINE.

       1800-END.

       1900-PRINT-HEADINGS.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "STUDENT-LOAN CONFIRMATION EXCEPTIONS - RUN "
                   DELIMITED BY SIZE
               CURRENT-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 1990-PRINT-LINE.
           MOVE "REQUESTS NOT ANSWERED - FOLLOW UP MANUALLY."
               TO WS-PRINT-LINE.
           PERFORM 1990-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "AGENCY REF   | ID     | NAME" DELIMITED BY SIZE
               "                        | DOB      | TERM       | "
                   DELIMITED BY SIZE
               "REASON" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 1990-PRINT-LINE.
           MOVE ALL "-" TO WS-PRINT-LINE.
           PERFORM 1990-PRINT-LINE.

       1900-END.

       1950-PRINT-TOTALS.

           MOVE ALL "-" TO WS-PRINT-LINE.
           PERFORM 1990-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "REQUESTS: " DELIMITED BY SIZE
               WS-REQUEST-COUNT DELIMITED BY SIZE
               "  ANSWERED: " DELIMITED BY SIZE
               WS-RESPONSE-COUNT DELIMITED BY SIZE
               "  EXCEPTIONS: " DELIMITED BY SIZE
               WS-EXCEPTION-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 1990-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "FULL-TIME: " DELIMITED BY SIZE
               WS-FULL-COUNT DELIMITED BY SIZE
               "  PART-TIME: " DELIMITED BY SIZE
               WS-PART-COUNT DELIMITED BY SIZE
               "  NOT ENROLLED: " DELIMITED BY SIZE
               WS-NONE-COUNT DELIMITED BY SIZE
               "  REFUSED: " DELIMITED BY SIZE
               WS-REFUSED-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 1990-PRINT-LINE.

       1950-END.

       1990-PRINT-LINE.

           DISPLAY WS-PRINT-LINE.
           WRITE REPORT-LINE FROM WS-PRINT-LINE.

       1990-END.

       END PROGRAM PRGB0154.
