      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly roster and section feed to the learning
      *          management system - sends ../LMS.FEED with one 'S'
      *          line per term section and instructor from
      *          INSTRUCTOR.ASSIGN and one 'E' line per enrollment of
      *          an active ('A') student that is not dropped, each as
      *          an add ('A') or a removal ('D'). THE FEED IS A DELTA
      *          AGAINST ../LMS.SENT, THE IMAGE SENT THE NIGHT BEFORE:
      *          ONLY NEW ROWS GO AS ADDS, AND A SENT ROW MISSING
      *          TONIGHT GOES AS A REMOVAL WITH ITS REASON - 'D' THE
      *          ENROLLMENT WAS DROPPED, 'S' THE STUDENT LEFT 'A'
      *          STATUS. A SECTION WHOSE INSTRUCTOR CHANGED GOES AS A
      *          REMOVAL OF THE OLD INSTRUCTOR AND AN ADD OF THE NEW.
      *          A COMPLETED ENROLLMENT STAYS ON THE ROSTER. THE LAST
      *          LINE IS A 'T' CONTROL TRAILER WITH THE ENROLLMENT
      *          ADDS, THE ENROLLMENT REMOVALS AND THE SECTION LINES
      *          SO THE LMS TEAM CAN PROVE THE LOAD. ../PRGB0153.PARM
      *          (TERM,MODE) PICKS THE TERM AND MODE 'F' FOR A FULL
      *          REFRESH AT TERM START, WHICH SENDS THE WHOLE IMAGE AS
      *          ADDS; WITH NO PARM THE TERM IS THE LATEST ONE ALREADY
      *          STARTED AND THE MODE IS DELTA. TONIGHT'S IMAGE THEN
      *          BECOMES ../LMS.SENT. CANCELLED SECTIONS ARE NOT FED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGB0153.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY STUSEL.

           COPY ENRSEL.

           COPY ASGSEL.

           COPY TRMSEL.

           SELECT LMS-PARM-FILE ASSIGN TO '../PRGB0153.PARM'
               FILE STATUS IS PRM-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LMS-SENT-FILE ASSIGN TO '../LMS.SENT'
               FILE STATUS IS SNT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LMS-IMAGE-FILE ASSIGN TO '../LMS.IMAGE'
               FILE STATUS IS IMG-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LMS-FEED-FILE ASSIGN TO '../LMS.FEED'
               FILE STATUS IS FED-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LMS-REPORT-FILE ASSIGN TO '../PRGB0153.PRT'
               FILE STATUS IS PRT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY RUNSEL.

       DATA DIVISION.
       FILE SECTION.

       FD STUDENT-VSAM-FILE.
       COPY STUFD.

       FD ENROLLMENT-VSAM-FILE.
       COPY ENRFD.

       FD INSTRUCTOR-ASSIGN-FILE.
       COPY ASGFD.

       FD TERM-MASTER-FILE.
       COPY TRMFD.

       FD LMS-PARM-FILE.
       01  LMS-PARM-RECORD.
           05 LMP-TERM                  PIC X(10).
           05 LMP-SEPARATOR1            PIC X.
           05 LMP-MODE                  PIC X.

      *    THE SENT IMAGE AND TONIGHT'S IMAGE ARE FEED LINES WITHOUT
      *    THE TRAILER, ALL ADDS; SEE WS-LMS-ROW FOR THE LAYOUT.
       FD LMS-SENT-FILE.
       01  LMS-SENT-RECORD              PIC X(42).

       FD LMS-IMAGE-FILE.
       01  LMS-IMAGE-RECORD             PIC X(42).

      *    ONE LINE PER SECTION/INSTRUCTOR ('S') OR ENROLLMENT ('E');
      *    THE PERSON IS THE INSTRUCTOR ON AN 'S' LINE AND THE
      *    STUDENT ON AN 'E' LINE. THE REASON IS SET ON ENROLLMENT
      *    REMOVALS ONLY.
       FD LMS-FEED-FILE.
       01  LMS-FEED-RECORD.
           05 LMF-TYPE                  PIC X.
               88 LMF-SECTION-LINE          VALUE 'S'.
               88 LMF-ENROLLMENT-LINE       VALUE 'E'.
           05 LMF-SEPARATOR1            PIC X VALUE ','.
           05 LMF-ACTION                PIC X.
               88 LMF-ADD                   VALUE 'A'.
               88 LMF-REMOVE                VALUE 'D'.
           05 LMF-SEPARATOR2            PIC X VALUE ','.
           05 LMF-TERM                  PIC X(10).
           05 LMF-SEPARATOR3            PIC X VALUE ','.
           05 LMF-COURSE                PIC X(15).
           05 LMF-SEPARATOR4            PIC X VALUE ','.
           05 LMF-SECTION               PIC 9(2).
           05 LMF-SEPARATOR5            PIC X VALUE ','.
           05 LMF-PERSON-ID             PIC 9(6).
           05 LMF-SEPARATOR6            PIC X VALUE ','.
           05 LMF-REASON                PIC X.
               88 LMF-ENROLLMENT-DROPPED    VALUE 'D'.
               88 LMF-STUDENT-NOT-ACTIVE    VALUE 'S'.
       01  LMS-FEED-TRAILER.
           05 LMT-TYPE                  PIC X.
           05 LMT-SEPARATOR1            PIC X.
           05 LMT-TERM                  PIC X(10).
           05 LMT-SEPARATOR2            PIC X.
           05 LMT-RUN-DATE              PIC 9(8).
           05 LMT-SEPARATOR3            PIC X.
           05 LMT-MODE                  PIC X.
           05 LMT-SEPARATOR4            PIC X.
           05 LMT-ADDS                  PIC 9(6).
           05 LMT-SEPARATOR5            PIC X.
           05 LMT-DROPS                 PIC 9(6).
           05 LMT-SEPARATOR6            PIC X.
           05 LMT-SECTIONS              PIC 9(6).

       FD LMS-REPORT-FILE.
       01  REPORT-LINE                  PIC X(100).

       FD RUN-STATISTICS-FILE.
       COPY RUNFD.

       WORKING-STORAGE SECTION.


       01  RUN-FILE-STATUS   PIC XX.

       01  WS-RUN-STATS-AREAS.
           05  WS-RUN-PROGRAM      PIC X(8) VALUE 'PRGB0153'.
           05  WS-RUN-DATE         PIC 9(8) VALUE 0.
           05  WS-RUN-START-TIME   PIC 9(6) VALUE 0.
           05  WS-RUN-END-TIME     PIC 9(6) VALUE 0.
           05  WS-RUN-READ-COUNT   PIC 9(6) VALUE 0.
           05  WS-RUN-WRITE-COUNT  PIC 9(6) VALUE 0.
           05  WS-RUN-REJECT-COUNT PIC 9(6) VALUE 0.
       01  FILE-CHECK-KEY    PIC XX.
       01  ENR-FILE-STATUS   PIC XX.
       01  ASG-FILE-STATUS   PIC XX.
       01  TRM-FILE-STATUS   PIC XX.
       01  PRM-FILE-STATUS   PIC XX.
       01  SNT-FILE-STATUS   PIC XX.
       01  IMG-FILE-STATUS   PIC XX.
       01  FED-FILE-STATUS   PIC XX.
       01  PRT-FILE-STATUS   PIC XX.

       01  WS-WORK-AREAS.
           05  WS-REQUEST-TERM     PIC X(10) VALUE SPACES.
           05  WS-REQUEST-MODE     PIC X     VALUE 'D'.
               88  FULL-REFRESH             VALUE 'F'.
               88  DELTA-FEED               VALUE 'D'.
           05  WS-TERM-START       PIC 9(8)  VALUE 0.
           05  WS-TRM-EOF          PIC X     VALUE 'N'.
               88  TRM-SCAN-EOF             VALUE 'Y'.
           05  WS-ASG-EOF          PIC X     VALUE 'N'.
               88  ASG-EOF                  VALUE 'Y'.
           05  WS-SNT-EOF          PIC X     VALUE 'N'.
               88  SNT-EOF                  VALUE 'Y'.
           05  WS-COPY-EOF         PIC X     VALUE 'N'.
               88  COPY-EOF                 VALUE 'Y'.
           05  WS-FEED-RESULT      PIC X     VALUE 'Y'.
               88  FEED-SENT                VALUE 'Y'.
               88  FEED-NOT-SENT            VALUE 'N'.
           05  WS-STUDENT-STATE    PIC X     VALUE 'N'.
               88  STUDENT-IS-ACTIVE        VALUE 'Y'.
           05  WS-SNT-OVERFLOW     PIC X     VALUE 'N'.
               88  SNT-TABLE-OVERFLOWED     VALUE 'Y'.
           05  WS-PASS-TYPE        PIC X     VALUE SPACE.
           05  WS-ROWS-READ        PIC 9(6)  VALUE 0.
           05  WS-IMAGE-ROWS       PIC 9(6)  VALUE 0.
           05  WS-ADD-COUNT        PIC 9(6)  VALUE 0.
           05  WS-DROP-COUNT       PIC 9(6)  VALUE 0.
           05  WS-SECTION-COUNT    PIC 9(6)  VALUE 0.

      *    ONE FEED LINE AS IT IS BUILT, AND THE LAYOUT OF EVERY LINE
      *    ON LMS.SENT AND LMS.IMAGE.
       01  WS-LMS-ROW.
           05 LMR-TYPE                  PIC X.
           05 LMR-SEPARATOR1            PIC X VALUE ','.
           05 LMR-ACTION                PIC X.
           05 LMR-SEPARATOR2            PIC X VALUE ','.
           05 LMR-TERM                  PIC X(10).
           05 LMR-SEPARATOR3            PIC X VALUE ','.
           05 LMR-COURSE                PIC X(15).
           05 LMR-SEPARATOR4            PIC X VALUE ','.
           05 LMR-SECTION               PIC 9(2).
           05 LMR-SEPARATOR5            PIC X VALUE ','.
           05 LMR-PERSON-ID             PIC 9(6).
           05 LMR-SEPARATOR6            PIC X VALUE ','.
           05 LMR-REASON                PIC X.

      *    LAST NIGHT'S SENT IMAGE FOR THE TERM, MARKED OFF AS
      *    TONIGHT'S ROWS MATCH AGAINST IT; WHATEVER IS LEFT
      *    UNMATCHED AT THE END GOES TO THE LMS AS A REMOVAL.
       01  WS-SENT-TABLE-AREAS.
           05  WS-SNT-COUNT        PIC 9(5)  COMP VALUE 0.
           05  WS-SNT-IDX          PIC 9(5)  COMP VALUE 0.
           05  WS-SNT-HIT          PIC 9(5)  COMP VALUE 0.
           05  WS-SNT-TABLE.
               10  WS-SNT-ENTRY    OCCURS 5000 TIMES.
                   15  WS-SNT-E-TYPE       PIC X.
                   15  WS-SNT-E-COURSE     PIC X(15).
                   15  WS-SNT-E-SECTION    PIC 9(2).
                   15  WS-SNT-E-PERSON-ID  PIC 9(6).
                   15  WS-SNT-E-SEEN       PIC X.

       01  WS-PRINT-LINE             PIC X(100).

       01 CURRENT-DATE.
           05 CURRENT-YEAR   PIC 9(4).
           05 CURRENT-MONTH  PIC 9(2).
           05 CURRENT-DAY    PIC 9(2).

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.


           PERFORM 0850-INIT-RUN-STATS.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.
           DISPLAY "===== LMS ROSTER AND SECTION FEED =====".

           OPEN OUTPUT LMS-REPORT-FILE.
           IF PRT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PRGB0153.PRT (STATUS = "
                   PRT-FILE-STATUS ")"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1050-READ-LMS-PARM.

           IF WS-REQUEST-TERM = SPACES
               PERFORM 1070-FIND-CURRENT-TERM
           END-IF.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'LMS FEED FOR TERM ' DELIMITED BY SIZE
                  WS-REQUEST-TERM DELIMITED BY SIZE
                  '  MODE ' DELIMITED BY SIZE
                  WS-REQUEST-MODE DELIMITED BY SIZE
                  '  RUN ' DELIMITED BY SIZE
                  CURRENT-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE '---------------------------------------------------'
               TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.

           IF WS-REQUEST-TERM = SPACES
               MOVE 'NO TERM IN PRGB0153.PARM AND NO STARTED TERM ON'
                   TO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
               MOVE 'TERM.MASTER - NO FEED SENT.' TO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
               SET FEED-NOT-SENT TO TRUE
           END-IF.

           IF FEED-SENT AND DELTA-FEED
               PERFORM 1100-LOAD-SENT-IMAGE
           END-IF.

      *    A TRUNCATED SENT TABLE WOULD RESEND EVERY ROW PAST THE
      *    LIMIT AS AN ADD AND NEVER REMOVE THEM, SO AN OVERSIZED
      *    IMAGE REFUSES THE DELTA; LMS.SENT IS LEFT AS IT WAS AND
      *    A FULL REFRESH ('F' IN PRGB0153.PARM) RESYNCS THE LMS.
           IF SNT-TABLE-OVERFLOWED
               MOVE 'SENT IMAGE EXCEEDS THE 5000-ROW COMPARE TABLE'
                   TO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
               MOVE '- NO FEED SENT; RUN A FULL REFRESH.'
                   TO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
               SET FEED-NOT-SENT TO TRUE
           END-IF.

           IF FEED-SENT
               PERFORM 1200-BUILD-FEED
           END-IF.

           IF FEED-SENT
               PERFORM 1800-KEEP-TONIGHTS-IMAGE
           END-IF.

           MOVE '---------------------------------------------------'
               TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'ENROLLMENT ADDS: ' DELIMITED BY SIZE
                  WS-ADD-COUNT DELIMITED BY SIZE
                  '  REMOVALS: ' DELIMITED BY SIZE
                  WS-DROP-COUNT DELIMITED BY SIZE
                  '  SECTION LINES: ' DELIMITED BY SIZE
                  WS-SECTION-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.

           CLOSE LMS-REPORT-FILE.

           IF FEED-NOT-SENT
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "SEE ../PRGB0153.PRT FOR THE FEED REPORT".
           MOVE WS-ROWS-READ TO WS-RUN-READ-COUNT.
           ADD WS-ADD-COUNT WS-DROP-COUNT WS-SECTION-COUNT
               GIVING WS-RUN-WRITE-COUNT.
           MOVE 0 TO WS-RUN-REJECT-COUNT.
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
               IF FEED-SENT
                   MOVE 'OK  ' TO RUN-FINAL-STATUS
               ELSE
                   MOVE 'FAIL' TO RUN-FINAL-STATUS
               END-IF
               WRITE RUN-STATISTICS-RECORD
               CLOSE RUN-STATISTICS-FILE
           END-IF.

       0860-END.

      *    THE NIGHTLY RUN NEEDS NO PARM FILE; ONE IS PUT DOWN ONLY TO
      *    NAME A TERM OR ASK FOR THE FULL REFRESH. ANY MODE OTHER
      *    THAN 'F' IS A DELTA.
       1050-READ-LMS-PARM.

           OPEN INPUT LMS-PARM-FILE.
           IF PRM-FILE-STATUS = "00"
               READ LMS-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LMP-TERM TO WS-REQUEST-TERM
                       MOVE LMP-MODE TO WS-REQUEST-MODE
               END-READ
               CLOSE LMS-PARM-FILE
           END-IF.

           IF NOT FULL-REFRESH
               SET DELTA-FEED TO TRUE
           END-IF.

       1050-END.

       1060-PRINT-LINE.

           DISPLAY WS-PRINT-LINE.
           WRITE REPORT-LINE FROM WS-PRINT-LINE.

       1060-END.

      *    THE DEFAULT TERM IS THE LATEST TERM ALREADY STARTED ON THE
      *    RUN DATE, AS THE GRADUATION AUDIT PICKS IT.
       1070-FIND-CURRENT-TERM.

           MOVE 'N' TO WS-TRM-EOF.
           MOVE 0 TO WS-TERM-START.

           OPEN INPUT TERM-MASTER-FILE.
           IF TRM-FILE-STATUS = "00"
               MOVE LOW-VALUES TO TRM-CODE
               START TERM-MASTER-FILE KEY IS NOT LESS THAN TRM-CODE
                   INVALID KEY SET TRM-SCAN-EOF TO TRUE
               END-START
               PERFORM 1075-JUDGE-ONE-TERM UNTIL TRM-SCAN-EOF
               CLOSE TERM-MASTER-FILE
           END-IF.

       1070-END.

       1075-JUDGE-ONE-TERM.

           READ TERM-MASTER-FILE NEXT RECORD
               AT END
                   SET TRM-SCAN-EOF TO TRUE
               NOT AT END
                   IF TRM-START-DATE NOT > CURRENT-DATE
                           AND TRM-START-DATE > WS-TERM-START
                       MOVE TRM-CODE TO WS-REQUEST-TERM
                       MOVE TRM-START-DATE TO WS-TERM-START
                   END-IF
           END-READ.

       1075-END.

      *    ONLY THE REQUESTED TERM'S ROWS ARE LOADED. ON THE FIRST
      *    NIGHT OF A NEW TERM NOTHING MATCHES, SO THE WHOLE TERM
      *    GOES AS ADDS WITHOUT A PARM; THE OLD TERM'S ROWS ARE NOT
      *    REMOVED - THE LMS CLOSES ITS OWN PAST COURSES.
       1100-LOAD-SENT-IMAGE.

           MOVE 'N' TO WS-SNT-EOF.

           OPEN INPUT LMS-SENT-FILE.
           IF SNT-FILE-STATUS NOT = "00"
               MOVE 'NO SENT IMAGE ON FILE - EVERY ROW GOES AS AN ADD.'
                   TO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
           ELSE
               PERFORM 1110-LOAD-ONE-SENT UNTIL SNT-EOF
               CLOSE LMS-SENT-FILE
           END-IF.

       1100-END.

       1110-LOAD-ONE-SENT.

           READ LMS-SENT-FILE INTO WS-LMS-ROW
               AT END
                   SET SNT-EOF TO TRUE
               NOT AT END
                   IF LMR-TERM = WS-REQUEST-TERM
                           AND WS-SNT-COUNT >= 5000
                       SET SNT-TABLE-OVERFLOWED TO TRUE
                   END-IF
                   IF LMR-TERM = WS-REQUEST-TERM
                           AND WS-SNT-COUNT < 5000
                       ADD 1 TO WS-SNT-COUNT
                       MOVE LMR-TYPE TO WS-SNT-E-TYPE (WS-SNT-COUNT)
                       MOVE LMR-COURSE
                           TO WS-SNT-E-COURSE (WS-SNT-COUNT)
                       MOVE LMR-SECTION
                           TO WS-SNT-E-SECTION (WS-SNT-COUNT)
                       MOVE LMR-PERSON-ID
                           TO WS-SNT-E-PERSON-ID (WS-SNT-COUNT)
                       MOVE 'N' TO WS-SNT-E-SEEN (WS-SNT-COUNT)
                   END-IF
           END-READ.

       1110-END.

      *    SECTIONS GO FIRST SO THE LMS HAS THE COURSE SHELL BEFORE
      *    ITS STUDENTS ARRIVE; REMOVALS FOLLOW THE ADDS.
       1200-BUILD-FEED.

           OPEN OUTPUT LMS-FEED-FILE.
           IF FED-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'ERROR OPENING LMS.FEED (STATUS = '
                          DELIMITED BY SIZE
                      FED-FILE-STATUS DELIMITED BY SIZE
                      ') - NO FEED SENT.' DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
               SET FEED-NOT-SENT TO TRUE
           ELSE
               PERFORM 1210-OPEN-IMAGE-AND-SEND
               CLOSE LMS-FEED-FILE
           END-IF.

       1200-END.

       1210-OPEN-IMAGE-AND-SEND.

           OPEN OUTPUT LMS-IMAGE-FILE.
           IF IMG-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'ERROR OPENING LMS.IMAGE (STATUS = '
                          DELIMITED BY SIZE
                      IMG-FILE-STATUS DELIMITED BY SIZE
                      ') - NO FEED SENT.' DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
               SET FEED-NOT-SENT TO TRUE
           ELSE
               PERFORM 1300-SEND-SECTIONS
               PERFORM 1400-SEND-ENROLLMENTS
               CLOSE LMS-IMAGE-FILE
           END-IF.

       1210-END.

       1300-SEND-SECTIONS.

           MOVE 'N' TO WS-ASG-EOF.

           OPEN INPUT INSTRUCTOR-ASSIGN-FILE.
           IF ASG-FILE-STATUS NOT = "00"
               MOVE 'NO INSTRUCTOR.ASSIGN ON FILE - NO SECTION LINES.'
                   TO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
           ELSE
               PERFORM 1310-SEND-ONE-SECTION UNTIL ASG-EOF
               CLOSE INSTRUCTOR-ASSIGN-FILE
           END-IF.

       1300-END.

       1310-SEND-ONE-SECTION.

           READ INSTRUCTOR-ASSIGN-FILE
               AT END
                   SET ASG-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   IF ASG-TERM = WS-REQUEST-TERM
                           AND ASG-RUNNING
                       MOVE 'S' TO LMR-TYPE
                       MOVE ASG-COURSE TO LMR-COURSE
                       MOVE ASG-SECTION TO LMR-SECTION
                       IF ASG-SECTION NOT NUMERIC
                           MOVE 1 TO LMR-SECTION
                       END-IF
                       MOVE ASG-INSTRUCTOR-ID TO LMR-PERSON-ID
                       PERFORM 1500-PLACE-ROW
                   END-IF
           END-READ.

       1310-END.

      *    THE STUDENT AND ENROLLMENT FILES STAY OPEN THROUGH THE
      *    REMOVALS, WHICH LOOK BOTH UP AGAIN FOR THE REASON.
       1400-SEND-ENROLLMENTS.

           OPEN INPUT STUDENT-VSAM-FILE.
           OPEN INPUT ENROLLMENT-VSAM-FILE.
           IF FILE-CHECK-KEY NOT = "00" OR ENR-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'STUDENT/ENROLLMENT FILES UNAVAILABLE (STATUS = '
                          DELIMITED BY SIZE
                      FILE-CHECK-KEY DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      ENR-FILE-STATUS DELIMITED BY SIZE
                      ') - NO FEED SENT.' DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
               SET FEED-NOT-SENT TO TRUE
           ELSE
               MOVE LOW-VALUES TO ENR-KEY
               START ENROLLMENT-VSAM-FILE KEY IS NOT LESS THAN ENR-KEY
                   INVALID KEY SET ENR-ENDOFFILE TO TRUE
               END-START
               PERFORM 1410-SEND-ONE-ENROLLMENT UNTIL ENR-ENDOFFILE
               PERFORM 1600-SEND-REMOVALS
               PERFORM 1700-WRITE-TRAILER
           END-IF.

           CLOSE STUDENT-VSAM-FILE.
           CLOSE ENROLLMENT-VSAM-FILE.

       1400-END.

      *    A COMPLETED ENROLLMENT STAYS ON THE LMS ROSTER, SO ONLY A
      *    DROPPED ONE IS LEFT OUT OF THE IMAGE. LEGACY ROWS WITH A
      *    BLANK SECTION SIT IN SECTION 01.
       1410-SEND-ONE-ENROLLMENT.

           READ ENROLLMENT-VSAM-FILE NEXT RECORD
               AT END
                   SET ENR-ENDOFFILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   IF ENR-TERM = WS-REQUEST-TERM AND NOT ENR-DROPPED
                       PERFORM 1420-CHECK-STUDENT-ACTIVE
                       IF STUDENT-IS-ACTIVE
                           MOVE 'E' TO LMR-TYPE
                           MOVE ENR-COURSE TO LMR-COURSE
                           MOVE ENR-SECTION TO LMR-SECTION
                           IF ENR-SECTION NOT NUMERIC
                               MOVE 1 TO LMR-SECTION
                           END-IF
                           MOVE ENR-STUDENT-ID TO LMR-PERSON-ID
                           PERFORM 1500-PLACE-ROW
                       END-IF
                   END-IF
           END-READ.

       1410-END.

       1420-CHECK-STUDENT-ACTIVE.

           MOVE 'N' TO WS-STUDENT-STATE.
           MOVE ENR-STUDENT-ID TO STUDENT-VSAM-ID.

           READ STUDENT-VSAM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF STUDENT-ACTIVE
                       SET STUDENT-IS-ACTIVE TO TRUE
                   END-IF
           END-READ.

       1420-END.

      *    EVERY ROW GOES ON TONIGHT'S IMAGE; ONLY A ROW THE LMS WAS
      *    NOT ALREADY SENT GOES ON THE FEED.
       1500-PLACE-ROW.

           MOVE 'A' TO LMR-ACTION.
           MOVE WS-REQUEST-TERM TO LMR-TERM.
           MOVE SPACE TO LMR-REASON.

           WRITE LMS-IMAGE-RECORD FROM WS-LMS-ROW.
           ADD 1 TO WS-IMAGE-ROWS.

           MOVE 0 TO WS-SNT-HIT.
           MOVE 1 TO WS-SNT-IDX.
           PERFORM 1510-MATCH-ONE-SENT
               UNTIL WS-SNT-HIT > 0 OR WS-SNT-IDX > WS-SNT-COUNT.

           IF WS-SNT-HIT > 0
               MOVE 'Y' TO WS-SNT-E-SEEN (WS-SNT-HIT)
           ELSE
               PERFORM 1550-WRITE-FEED-LINE
           END-IF.

       1500-END.

       1510-MATCH-ONE-SENT.

           IF WS-SNT-E-TYPE (WS-SNT-IDX) = LMR-TYPE
                   AND WS-SNT-E-COURSE (WS-SNT-IDX) = LMR-COURSE
                   AND WS-SNT-E-SECTION (WS-SNT-IDX) = LMR-SECTION
                   AND WS-SNT-E-PERSON-ID (WS-SNT-IDX) = LMR-PERSON-ID
               MOVE WS-SNT-IDX TO WS-SNT-HIT
           END-IF.

           ADD 1 TO WS-SNT-IDX.

       1510-END.

      *    ENROLLMENT REMOVALS AND SECTION LINES ARE LISTED ON THE
      *    REPORT; THE ADDS ARE ONLY COUNTED.
       1550-WRITE-FEED-LINE.

           MOVE WS-LMS-ROW TO LMS-FEED-RECORD.
           WRITE LMS-FEED-RECORD.

           IF LMR-TYPE = 'S'
               ADD 1 TO WS-SECTION-COUNT
           ELSE
               IF LMR-ACTION = 'A'
                   ADD 1 TO WS-ADD-COUNT
               ELSE
                   ADD 1 TO WS-DROP-COUNT
               END-IF
           END-IF.

           IF LMR-TYPE = 'S' OR LMR-ACTION = 'D'
               MOVE SPACES TO WS-PRINT-LINE
               STRING LMR-TYPE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      LMR-ACTION DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      LMR-COURSE DELIMITED BY SIZE
                      ' SECTION ' DELIMITED BY SIZE
                      LMR-SECTION DELIMITED BY SIZE
                      '  PERSON ' DELIMITED BY SIZE
                      LMR-PERSON-ID DELIMITED BY SIZE
                      '  REASON ' DELIMITED BY SIZE
                      LMR-REASON DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
           END-IF.

       1550-END.

      *    ENROLLMENT REMOVALS GO BEFORE SECTION REMOVALS SO THE LMS
      *    EMPTIES A SECTION BEFORE IT LOSES ITS INSTRUCTOR.
       1600-SEND-REMOVALS.

           MOVE 'E' TO WS-PASS-TYPE.
           MOVE 1 TO WS-SNT-IDX.
           PERFORM 1610-REMOVE-ONE-SENT
               UNTIL WS-SNT-IDX > WS-SNT-COUNT.

           MOVE 'S' TO WS-PASS-TYPE.
           MOVE 1 TO WS-SNT-IDX.
           PERFORM 1610-REMOVE-ONE-SENT
               UNTIL WS-SNT-IDX > WS-SNT-COUNT.

       1600-END.

       1610-REMOVE-ONE-SENT.

           IF WS-SNT-E-SEEN (WS-SNT-IDX) NOT = 'Y'
                   AND WS-SNT-E-TYPE (WS-SNT-IDX) = WS-PASS-TYPE
               MOVE WS-SNT-E-TYPE (WS-SNT-IDX) TO LMR-TYPE
               MOVE 'D' TO LMR-ACTION
               MOVE WS-REQUEST-TERM TO LMR-TERM
               MOVE WS-SNT-E-COURSE (WS-SNT-IDX) TO LMR-COURSE
               MOVE WS-SNT-E-SECTION (WS-SNT-IDX) TO LMR-SECTION
               MOVE WS-SNT-E-PERSON-ID (WS-SNT-IDX) TO LMR-PERSON-ID
               MOVE SPACE TO LMR-REASON
               IF WS-PASS-TYPE = 'E'
                   PERFORM 1620-FIND-REMOVAL-REASON
               END-IF
               PERFORM 1550-WRITE-FEED-LINE
           END-IF.

           ADD 1 TO WS-SNT-IDX.

       1610-END.

      *    A ROW NO LONGER ON FILE, OR ONE NOW DROPPED, WAS DROPPED;
      *    OTHERWISE THE ENROLLMENT STANDS AND THE STUDENT LEFT 'A'
      *    STATUS. A SECTION CHANGE READS AS DROPPED FROM THE OLD
      *    SECTION.
       1620-FIND-REMOVAL-REASON.

           MOVE 'D' TO LMR-REASON.
           MOVE LMR-PERSON-ID TO ENR-STUDENT-ID.
           MOVE LMR-COURSE TO ENR-COURSE.
           MOVE WS-REQUEST-TERM TO ENR-TERM.

           READ ENROLLMENT-VSAM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT ENR-DROPPED
                           AND ENR-SECTION = LMR-SECTION
                       MOVE 'S' TO LMR-REASON
                   END-IF
           END-READ.

       1620-END.

       1700-WRITE-TRAILER.

           MOVE SPACES TO LMS-FEED-TRAILER.
           MOVE 'T' TO LMT-TYPE.
           MOVE ',' TO LMT-SEPARATOR1.
           MOVE WS-REQUEST-TERM TO LMT-TERM.
           MOVE ',' TO LMT-SEPARATOR2.
           MOVE CURRENT-DATE TO LMT-RUN-DATE.
           MOVE ',' TO LMT-SEPARATOR3.
           MOVE WS-REQUEST-MODE TO LMT-MODE.
           MOVE ',' TO LMT-SEPARATOR4.
           MOVE WS-ADD-COUNT TO LMT-ADDS.
           MOVE ',' TO LMT-SEPARATOR5.
           MOVE WS-DROP-COUNT TO LMT-DROPS.
           MOVE ',' TO LMT-SEPARATOR6.
           MOVE WS-SECTION-COUNT TO LMT-SECTIONS.
           WRITE LMS-FEED-TRAILER.

       1700-END.

      *    TONIGHT'S IMAGE BECOMES THE SENT IMAGE FOR TOMORROW'S
      *    DELTA. A FEED THAT WAS NOT SENT LEAVES LMS.SENT ALONE.
       1800-KEEP-TONIGHTS-IMAGE.

           MOVE 'N' TO WS-COPY-EOF.

           OPEN INPUT LMS-IMAGE-FILE.
           IF IMG-FILE-STATUS = "00"
               PERFORM 1805-COPY-TO-SENT
           END-IF.

       1800-END.

       1805-COPY-TO-SENT.

           OPEN OUTPUT LMS-SENT-FILE.
           IF SNT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR KEEPING THE SENT IMAGE (STATUS = "
                   SNT-FILE-STATUS ")"
               CLOSE LMS-IMAGE-FILE
           ELSE
               PERFORM 1810-COPY-ONE-LINE UNTIL COPY-EOF
               CLOSE LMS-IMAGE-FILE, LMS-SENT-FILE
           END-IF.

       1805-END.

       1810-COPY-ONE-LINE.

           READ LMS-IMAGE-FILE
               AT END
                   SET COPY-EOF TO TRUE
               NOT AT END
                   MOVE LMS-IMAGE-RECORD TO LMS-SENT-RECORD
                   WRITE LMS-SENT-RECORD
           END-READ.

       1810-END.

       END PROGRAM PRGB0153.
