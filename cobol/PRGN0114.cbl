      ******************************************************************
      * Author:
      * Date:
      * Purpose: Course evaluation capture - keys returned evaluation
      *          sheets one at a time, or loads a whole batch of
      *          scanned sheets from ../EVALUATION.SCAN, onto
      *          COURSE.EVALUATIONS. EVERY SHEET MUST NAME A SECTION
      *          ON INSTRUCTOR.ASSIGN AND CARRY RATINGS OF 1 TO 5 (OR
      *          BLANK); A SHEET SERIAL ALREADY ON FILE FOR THE
      *          SECTION IS REFUSED SO A RESCANNED BATCH CANNOT COUNT
      *          TWICE. NOTHING ON THE SHEET OR THE FILE IDENTIFIES
      *          THE STUDENT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGN0114.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EVLSEL.

           COPY ASGSEL.

           SELECT EVALUATION-SCAN-FILE
               ASSIGN TO '../EVALUATION.SCAN'
               FILE STATUS IS SCN-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD COURSE-EVALUATION-FILE.
       COPY EVLFD.

       FD INSTRUCTOR-ASSIGN-FILE.
       COPY ASGFD.

      *    ONE LINE PER SCANNED SHEET, AS THE SCANNER WRITES THEM.
       FD EVALUATION-SCAN-FILE.
       01  EVALUATION-SCAN-RECORD.
           05 SCN-COURSE                PIC X(15).
           05 SCN-SEPARATOR1            PIC X.
           05 SCN-TERM                  PIC X(10).
           05 SCN-SEPARATOR2            PIC X.
           05 SCN-SECTION               PIC X(2).
           05 SCN-SEPARATOR3            PIC X.
           05 SCN-SHEET-ID              PIC X(8).
           05 SCN-SEPARATOR4            PIC X.
           05 SCN-RATINGS               PIC X(8).

       WORKING-STORAGE SECTION.

       COPY EVQWRK.

       01  EVL-FILE-STATUS   PIC XX.
       01  ASG-FILE-STATUS   PIC XX.
       01  SCN-FILE-STATUS   PIC XX.

       01  WS-WORK-AREAS.
           05  WS-MODE                PIC X     VALUE SPACES.
               88  MODE-IS-KEY               VALUE 'K'.
               88  MODE-IS-BATCH             VALUE 'B'.
           05  WS-MODE-VALID          PIC X     VALUE 'N'.
               88  MODE-IS-VALID             VALUE 'Y'.
           05  WS-EVL-EOF             PIC X     VALUE 'N'.
               88  EVL-EOF                   VALUE 'Y'.
           05  WS-ASG-EOF             PIC X     VALUE 'N'.
               88  ASG-EOF                   VALUE 'Y'.
           05  WS-SCN-EOF             PIC X     VALUE 'N'.
               88  SCN-EOF                   VALUE 'Y'.
           05  WS-ANOTHER             PIC X     VALUE 'Y'.
               88  KEY-ANOTHER-SHEET         VALUE 'Y' 'y'.
           05  WS-INPUT-COURSE        PIC X(15).
           05  WS-INPUT-TERM          PIC X(10).
           05  WS-INPUT-SECTION       PIC X(2).
           05  WS-PICK-SECTION        PIC 9(2)  VALUE 0.
           05  WS-INPUT-SHEET         PIC X(8).
           05  WS-INPUT-RATINGS.
               10  WS-INPUT-RATING    PIC X OCCURS 8 TIMES.
           05  WS-RATING-ANSWER       PIC X.
           05  WS-Q-IDX               PIC 9     VALUE 0.
           05  WS-ANSWERED-COUNT      PIC 9     VALUE 0.
           05  WS-SHEET-VALID         PIC X     VALUE 'N'.
               88  SHEET-IS-VALID            VALUE 'Y'.
           05  WS-REJECT-REASON       PIC X(40) VALUE SPACES.
           05  WS-LOADED-COUNT        PIC 9(5)  VALUE 0.
           05  WS-REJECTED-COUNT      PIC 9(5)  VALUE 0.
           05  WS-SOURCE              PIC X     VALUE 'K'.

      *    EVERY SECTION ON INSTRUCTOR.ASSIGN - THE SHEETS MUST NAME
      *    ONE OF THESE.
       01  WS-SECTION-TABLE-AREAS.
           05  WS-SCT-COUNT        PIC 9(4)  COMP VALUE 0.
           05  WS-SCT-IDX          PIC 9(4)  COMP VALUE 0.
           05  WS-SCT-FOUND        PIC X     VALUE 'N'.
               88  SECTION-FOUND            VALUE 'Y'.
           05  WS-SCT-TABLE.
               10  WS-SCT-ENTRY    OCCURS 2000 TIMES.
                   15  WS-SCT-E-COURSE     PIC X(15).
                   15  WS-SCT-E-TERM       PIC X(10).
                   15  WS-SCT-E-SECTION    PIC 9(2).

      *    SHEETS ALREADY ON FILE (PLUS THOSE LOADED THIS RUN), FOR
      *    THE DUPLICATE-SERIAL CHECK.
       01  WS-SHEET-TABLE-AREAS.
           05  WS-SHT-COUNT        PIC 9(5)  COMP VALUE 0.
           05  WS-SHT-IDX          PIC 9(5)  COMP VALUE 0.
           05  WS-SHT-OVERFLOW     PIC X     VALUE 'N'.
               88  SHEET-TABLE-OVERFLOWED  VALUE 'Y'.
           05  WS-SHT-FOUND        PIC X     VALUE 'N'.
               88  SHEET-ON-FILE            VALUE 'Y'.
           05  WS-SHT-TABLE.
               10  WS-SHT-ENTRY    OCCURS 10000 TIMES.
                   15  WS-SHT-E-COURSE     PIC X(15).
                   15  WS-SHT-E-TERM       PIC X(10).
                   15  WS-SHT-E-SECTION    PIC 9(2).
                   15  WS-SHT-E-SHEET      PIC X(8).

       01  EVL-HEADER.
           05 FILLER      PIC X VALUE '+'.
           05 FILLER      PIC X VALUE '-'
               OCCURS 38 TIMES.
           05 FILLER      PIC X VALUE '+'.

       01  EVL-HEADER2.
           05 FILLER      PIC X VALUE '|'.
           05 FILLER      PIC X(4) VALUE SPACES.
           05 TITRE11      PIC X(15) VALUE 'E V A L U A T I'.
           05 TITRE12      PIC X(15) VALUE ' O N S         '.
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

           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.

           PERFORM 1100-DISPLAY-HEADER.

           PERFORM 1150-LOAD-SECTIONS.

           PERFORM 1160-LOAD-SHEETS-ON-FILE.

           IF SHEET-TABLE-OVERFLOWED
               DISPLAY "COURSE.EVALUATIONS HOLDS MORE SHEETS THAN "
                   "THE DUPLICATE CHECK CAN HOLD - ARCHIVE PRIOR "
                   "TERMS FIRST. NOTHING LOADED."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1200-PROMPT-FOR-MODE UNTIL MODE-IS-VALID.

           OPEN EXTEND COURSE-EVALUATION-FILE.
           IF EVL-FILE-STATUS NOT = "00"
               OPEN OUTPUT COURSE-EVALUATION-FILE
           END-IF.

           IF EVL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING COURSE.EVALUATIONS (STATUS = "
                   EVL-FILE-STATUS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           IF MODE-IS-KEY
               MOVE 'K' TO WS-SOURCE
               PERFORM 1300-KEY-ONE-SHEET UNTIL NOT KEY-ANOTHER-SHEET
           ELSE
               MOVE 'S' TO WS-SOURCE
               PERFORM 1500-LOAD-SCAN-BATCH
           END-IF.

           CLOSE COURSE-EVALUATION-FILE.

           DISPLAY "SHEETS LOADED   : " WS-LOADED-COUNT.
           DISPLAY "SHEETS REJECTED : " WS-REJECTED-COUNT.

           GOBACK.

       0000-END.

       1100-DISPLAY-HEADER.

           DISPLAY EVL-HEADER.
           DISPLAY OUTPUTLINE.
           DISPLAY EVL-HEADER2.
           DISPLAY OUTPUTLINE.
           DISPLAY EVL-HEADER.

       1100-END.

       1150-LOAD-SECTIONS.

           MOVE 'N' TO WS-ASG-EOF.

           OPEN INPUT INSTRUCTOR-ASSIGN-FILE.
           IF ASG-FILE-STATUS = "00"
               PERFORM 1155-LOAD-ONE-SECTION UNTIL ASG-EOF
               CLOSE INSTRUCTOR-ASSIGN-FILE
           END-IF.

       1150-END.

       1155-LOAD-ONE-SECTION.

           READ INSTRUCTOR-ASSIGN-FILE
               AT END
                   SET ASG-EOF TO TRUE
               NOT AT END
                   IF WS-SCT-COUNT < 2000
                       ADD 1 TO WS-SCT-COUNT
                       MOVE ASG-COURSE TO WS-SCT-E-COURSE (WS-SCT-COUNT)
                       MOVE ASG-TERM TO WS-SCT-E-TERM (WS-SCT-COUNT)
                       IF ASG-SECTION IS NUMERIC AND ASG-SECTION > 0
                           MOVE ASG-SECTION
                               TO WS-SCT-E-SECTION (WS-SCT-COUNT)
                       ELSE
                           MOVE 1 TO WS-SCT-E-SECTION (WS-SCT-COUNT)
                       END-IF
                   END-IF
           END-READ.

       1155-END.

       1160-LOAD-SHEETS-ON-FILE.

           MOVE 'N' TO WS-EVL-EOF.

           OPEN INPUT COURSE-EVALUATION-FILE.
           IF EVL-FILE-STATUS = "00"
               PERFORM 1165-LOAD-ONE-SHEET UNTIL EVL-EOF
               CLOSE COURSE-EVALUATION-FILE
           END-IF.

       1160-END.

       1165-LOAD-ONE-SHEET.

           READ COURSE-EVALUATION-FILE
               AT END
                   SET EVL-EOF TO TRUE
               NOT AT END
                   IF WS-SHT-COUNT < 10000
                       ADD 1 TO WS-SHT-COUNT
                       MOVE EVL-COURSE TO WS-SHT-E-COURSE (WS-SHT-COUNT)
                       MOVE EVL-TERM TO WS-SHT-E-TERM (WS-SHT-COUNT)
                       MOVE EVL-SECTION
                           TO WS-SHT-E-SECTION (WS-SHT-COUNT)
                       MOVE EVL-SHEET-ID
                           TO WS-SHT-E-SHEET (WS-SHT-COUNT)
                   ELSE
                       SET SHEET-TABLE-OVERFLOWED TO TRUE
                   END-IF
           END-READ.

       1165-END.

       1200-PROMPT-FOR-MODE.

           DISPLAY "KEY SHEETS BY HAND, OR LOAD THE SCANNED BATCH "
               "(K/B) >>".
           ACCEPT WS-MODE.

           IF MODE-IS-KEY OR MODE-IS-BATCH
               SET MODE-IS-VALID TO TRUE
           ELSE
               DISPLAY "MODE MUST BE K OR B."
           END-IF.

       1200-END.

       1300-KEY-ONE-SHEET.

           DISPLAY "ENTER COURSE CODE >>".
           ACCEPT WS-INPUT-COURSE.
           DISPLAY "ENTER TERM >>".
           ACCEPT WS-INPUT-TERM.
           DISPLAY "ENTER SECTION (2 DIGITS) >>".
           ACCEPT WS-INPUT-SECTION.
           DISPLAY "ENTER SHEET SERIAL (AS PRINTED ON THE SHEET) >>".
           ACCEPT WS-INPUT-SHEET.

           MOVE SPACES TO WS-INPUT-RATINGS.
           PERFORM 1310-PROMPT-ONE-RATING
               VARYING WS-Q-IDX FROM 1 BY 1
               UNTIL WS-Q-IDX > EVQ-QUESTION-COUNT.

           PERFORM 1400-VALIDATE-SHEET.

           IF SHEET-IS-VALID
               PERFORM 1450-WRITE-SHEET
               DISPLAY "SHEET " WS-INPUT-SHEET " SAVED."
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "SHEET NOT SAVED - " WS-REJECT-REASON
           END-IF.

           DISPLAY "KEY ANOTHER SHEET (Y/N)? >>".
           ACCEPT WS-ANOTHER.

       1300-END.

       1310-PROMPT-ONE-RATING.

           DISPLAY "Q" WS-Q-IDX " " EVQ-TEXT (WS-Q-IDX).
           DISPLAY "   RATING 1-5, BLANK = NOT ANSWERED >>".
           ACCEPT WS-RATING-ANSWER.
           MOVE WS-RATING-ANSWER TO WS-INPUT-RATING (WS-Q-IDX).

       1310-END.

      *    A SHEET NEEDS A REAL SECTION, A SERIAL NOT ALREADY LOADED
      *    FOR IT, RATINGS THAT ARE 1-5 OR BLANK, AND AT LEAST ONE
      *    QUESTION ANSWERED.
       1400-VALIDATE-SHEET.

           MOVE 'Y' TO WS-SHEET-VALID.
           MOVE SPACES TO WS-REJECT-REASON.

           IF WS-INPUT-SECTION IS NUMERIC
                   AND WS-INPUT-SECTION NOT = '00'
               MOVE WS-INPUT-SECTION TO WS-PICK-SECTION
           ELSE
               MOVE 'N' TO WS-SHEET-VALID
               MOVE 'SECTION MUST BE 2 DIGITS, 01 OR HIGHER'
                   TO WS-REJECT-REASON
           END-IF.

           IF SHEET-IS-VALID
               MOVE 'N' TO WS-SCT-FOUND
               MOVE 1 TO WS-SCT-IDX
               PERFORM 1410-MATCH-ONE-SECTION
                   UNTIL SECTION-FOUND OR WS-SCT-IDX > WS-SCT-COUNT
               IF NOT SECTION-FOUND
                   MOVE 'N' TO WS-SHEET-VALID
                   MOVE 'NO SUCH SECTION ON INSTRUCTOR.ASSIGN'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

           IF SHEET-IS-VALID AND WS-INPUT-SHEET = SPACES
               MOVE 'N' TO WS-SHEET-VALID
               MOVE 'SHEET SERIAL IS BLANK' TO WS-REJECT-REASON
           END-IF.

           IF SHEET-IS-VALID
               MOVE 'N' TO WS-SHT-FOUND
               MOVE 1 TO WS-SHT-IDX
               PERFORM 1420-MATCH-ONE-SHEET
                   UNTIL SHEET-ON-FILE OR WS-SHT-IDX > WS-SHT-COUNT
               IF SHEET-ON-FILE
                   MOVE 'N' TO WS-SHEET-VALID
                   MOVE 'SHEET SERIAL ALREADY LOADED FOR SECTION'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

           IF SHEET-IS-VALID
               MOVE 0 TO WS-ANSWERED-COUNT
               PERFORM 1430-CHECK-ONE-RATING
                   VARYING WS-Q-IDX FROM 1 BY 1
                   UNTIL WS-Q-IDX > EVQ-QUESTION-COUNT
               IF SHEET-IS-VALID AND WS-ANSWERED-COUNT = 0
                   MOVE 'N' TO WS-SHEET-VALID
                   MOVE 'NO QUESTION ANSWERED' TO WS-REJECT-REASON
               END-IF
           END-IF.

       1400-END.

       1410-MATCH-ONE-SECTION.

           IF WS-SCT-E-COURSE (WS-SCT-IDX) = WS-INPUT-COURSE
                   AND WS-SCT-E-TERM (WS-SCT-IDX) = WS-INPUT-TERM
                   AND WS-SCT-E-SECTION (WS-SCT-IDX) = WS-PICK-SECTION
               SET SECTION-FOUND TO TRUE
           END-IF.

           ADD 1 TO WS-SCT-IDX.

       1410-END.

       1420-MATCH-ONE-SHEET.

           IF WS-SHT-E-COURSE (WS-SHT-IDX) = WS-INPUT-COURSE
                   AND WS-SHT-E-TERM (WS-SHT-IDX) = WS-INPUT-TERM
                   AND WS-SHT-E-SECTION (WS-SHT-IDX) = WS-PICK-SECTION
                   AND WS-SHT-E-SHEET (WS-SHT-IDX) = WS-INPUT-SHEET
               SET SHEET-ON-FILE TO TRUE
           END-IF.

           ADD 1 TO WS-SHT-IDX.

       1420-END.

      *    A SCANNER MARKS AN UNANSWERED QUESTION '0'; IT IS STORED
      *    AS BLANK LIKE A KEYED ONE.
       1430-CHECK-ONE-RATING.

           IF WS-INPUT-RATING (WS-Q-IDX) = '0'
               MOVE SPACE TO WS-INPUT-RATING (WS-Q-IDX)
           END-IF.

           EVALUATE WS-INPUT-RATING (WS-Q-IDX)
               WHEN SPACE
                   CONTINUE
               WHEN '1' THRU '5'
                   ADD 1 TO WS-ANSWERED-COUNT
               WHEN OTHER
                   MOVE 'N' TO WS-SHEET-VALID
                   MOVE 'RATING MUST BE 1 TO 5 OR BLANK'
                       TO WS-REJECT-REASON
           END-EVALUATE.

       1430-END.

       1450-WRITE-SHEET.

           MOVE WS-INPUT-COURSE TO EVL-COURSE.
           MOVE ',' TO EVL-SEPARATOR1.
           MOVE WS-INPUT-TERM TO EVL-TERM.
           MOVE ',' TO EVL-SEPARATOR2.
           MOVE WS-PICK-SECTION TO EVL-SECTION.
           MOVE ',' TO EVL-SEPARATOR3.
           MOVE WS-INPUT-SHEET TO EVL-SHEET-ID.
           MOVE ',' TO EVL-SEPARATOR4.
           MOVE WS-INPUT-RATINGS TO EVL-RATINGS.
           MOVE ',' TO EVL-SEPARATOR5.
           MOVE CURRENT-DATE TO EVL-LOAD-DATE.
           MOVE ',' TO EVL-SEPARATOR6.
           MOVE WS-SOURCE TO EVL-SOURCE.

           WRITE COURSE-EVALUATION-RECORD.

           ADD 1 TO WS-LOADED-COUNT.

           IF WS-SHT-COUNT < 10000
               ADD 1 TO WS-SHT-COUNT
               MOVE WS-INPUT-COURSE TO WS-SHT-E-COURSE (WS-SHT-COUNT)
               MOVE WS-INPUT-TERM TO WS-SHT-E-TERM (WS-SHT-COUNT)
               MOVE WS-PICK-SECTION TO WS-SHT-E-SECTION (WS-SHT-COUNT)
               MOVE WS-INPUT-SHEET TO WS-SHT-E-SHEET (WS-SHT-COUNT)
           END-IF.

       1450-END.

       1500-LOAD-SCAN-BATCH.

           MOVE 'N' TO WS-SCN-EOF.

           OPEN INPUT EVALUATION-SCAN-FILE.
           IF SCN-FILE-STATUS = "00"
               PERFORM 1510-LOAD-ONE-SCANNED-SHEET UNTIL SCN-EOF
               CLOSE EVALUATION-SCAN-FILE
           ELSE
               DISPLAY "NO SCANNED BATCH AT ../EVALUATION.SCAN "
                   "(STATUS = " SCN-FILE-STATUS ")"
           END-IF.

       1500-END.

       1510-LOAD-ONE-SCANNED-SHEET.

           READ EVALUATION-SCAN-FILE
               AT END
                   SET SCN-EOF TO TRUE
               NOT AT END
                   MOVE SCN-COURSE TO WS-INPUT-COURSE
                   MOVE SCN-TERM TO WS-INPUT-TERM
                   MOVE SCN-SECTION TO WS-INPUT-SECTION
                   MOVE SCN-SHEET-ID TO WS-INPUT-SHEET
                   MOVE SCN-RATINGS TO WS-INPUT-RATINGS
                   PERFORM 1400-VALIDATE-SHEET
                   IF SHEET-IS-VALID
                       PERFORM 1450-WRITE-SHEET
                   ELSE
                       ADD 1 TO WS-REJECTED-COUNT
                       DISPLAY "REJECTED " SCN-COURSE " " SCN-TERM
                           " " SCN-SECTION " SHEET " SCN-SHEET-ID
                           " - " WS-REJECT-REASON
                   END-IF
           END-READ.

       1510-END.

       END PROGRAM PRGN0114.
