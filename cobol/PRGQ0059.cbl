      *          STUDENT-VSAM-COURSE, with period-end headcounts,
      *          runnable for a single term or the whole file. THIS
      *          IS THE BOARD'S ANNUAL COUNT THAT USED TO COST AN
      *          INTERN A WEEK. A TERM PROFILE NOW COUNTS FROM THE
      *          TERM'S FROZEN CENSUS COPY (PRGB0155) WHEN ONE EXISTS,
      *          OR FROM THE LIVE FILE ON REQUEST ('L' IN THE PARM
      *          SOURCE COLUMN), AND THE HEADING NAMES THE SOURCE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CNSSEL.

           SELECT PROFILE-REPORT-FILE ASSIGN TO '../PRGQ0059.PRT'
               FILE STATUS IS PRT-FILE-STATUS
       FD PROFILE-PARM-FILE.
       01  PROFILE-PARM-RECORD.
           05 PARM-TERM                 PIC X(10).
      *    C = THE TERM'S FROZEN CENSUS COPY, L = THE LIVE FILE;
      *    BLANK = THE CENSUS COPY IF THE TERM HAS BEEN FROZEN. A
      *    WHOLE-FILE RUN IS ALWAYS LIVE.
           05 PARM-SEPARATOR1           PIC X.
           05 PARM-SOURCE               PIC X.

       WORKING-STORAGE SECTION.


       COPY STUWRK.

       COPY CNSWRK.

       01  WS-WORK-AREAS.
           05  WS-REQUEST-TERM     PIC X(10) VALUE SPACES.
           05  WS-SOURCE-REQUEST   PIC X     VALUE SPACE.
               88  CENSUS-REQUIRED          VALUE 'C'.
               88  LIVE-REQUIRED            VALUE 'L'.
           05  WS-STU-EOF          PIC X     VALUE 'N'.
               88  STU-SWEEP-EOF            VALUE 'Y'.
           05  WS-DOB-YEAR         PIC 9(4)  VALUE 0.
           MOVE ZEROS TO WS-XTB-ROW (4).
           MOVE ZEROS TO WS-XTB-ROW (5).

           PERFORM 1150-SET-CENSUS-SOURCE.

           OPEN INPUT STUDENT-VSAM-FILE.
           IF FILE-CHECK-KEY = "35" AND CENSUS-SOURCE-FROZEN
                   AND NOT CENSUS-REQUIRED
               MOVE '../STUDENT.VSAM' TO WS-CENSUS-STUDENT-FILE
               SET CENSUS-SOURCE-LIVE TO TRUE
               OPEN INPUT STUDENT-VSAM-FILE
           END-IF.
           IF FILE-CHECK-KEY NOT = "00"
               DISPLAY "ERROR OPENING " WS-CENSUS-STUDENT-FILE
                   " (STATUS = " FILE-CHECK-KEY ")"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
                       CONTINUE
                   NOT AT END
                       MOVE PARM-TERM TO WS-REQUEST-TERM
                       MOVE PARM-SOURCE TO WS-SOURCE-REQUEST
               END-READ
               CLOSE PROFILE-PARM-FILE
           ELSE
               DISPLAY "ENTER TERM TO PROFILE, OR BLANK FOR THE "
                   "WHOLE FILE >>"
               ACCEPT WS-REQUEST-TERM
               IF WS-REQUEST-TERM NOT = SPACES
                   DISPLAY "SOURCE - C CENSUS COPY, L LIVE FILE, "
                       "BLANK = CENSUS COPY IF FROZEN >>"
                   ACCEPT WS-SOURCE-REQUEST
               END-IF
           END-IF.

       1100-END.

      *    A TERM PROFILE COUNTS FROM THE TERM'S CENSUS-DATE FREEZE
      *    (PRGB0155) UNLESS LIVE IS ASKED FOR; WITH NO FROZEN COPY A
      *    DEFAULT RUN FALLS BACK TO THE LIVE FILE, AN EXPLICIT 'C'
      *    DOES NOT.
       1150-SET-CENSUS-SOURCE.

           IF WS-REQUEST-TERM NOT = SPACES AND NOT LIVE-REQUIRED
               MOVE SPACES TO WS-CENSUS-STUDENT-FILE
               STRING '../STUDENT.CENSUS.' DELIMITED BY SIZE
                   WS-REQUEST-TERM DELIMITED BY SPACE
                   INTO WS-CENSUS-STUDENT-FILE
               SET CENSUS-SOURCE-FROZEN TO TRUE
           END-IF.

       1150-END.

       1200-TALLY-ONE-STUDENT.

           MOVE STUDENT-VSAM-RECORD TO WS-STUDENT-VSAM-RECORD.
                  CURRENT-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           IF CENSUS-SOURCE-FROZEN
               MOVE '   SOURCE: CENSUS-DATE FROZEN COPY'
                   TO WS-PRINT-LINE
           ELSE
               MOVE '   SOURCE: LIVE STUDENT FILE' TO WS-PRINT-LINE
           END-IF.
           PERFORM 1060-PRINT-LINE.
           MOVE '---------------------------------------------------'
               TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
