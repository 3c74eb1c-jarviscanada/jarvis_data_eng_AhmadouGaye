      ******************************************************************
      * Author:
      * Date:
      * Purpose: Co-op and internship placement maintenance - places a
      *          student for a term in a work-term course with an
      *          employer on EMPLOYER.MASTER (PRGN0166), with the
      *          supervisor, start and end dates and the hours the
      *          work term requires; logs the employer's weekly hours
      *          onto COOP.HOURS; records the employer's evaluation
      *          (SATISFACTORY OR UNSATISFACTORY); or cancels a
      *          placement that falls through. THE WORK-TERM GRADE
      *          POSTS ONLY ONCE THE HOURS ARE MET AND THE EVALUATION
      *          IS IN (PRGS0169). EVERY CHANGE LANDS ON AUDIT.LOG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGN0167.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY STUSEL.

           COPY PLCSEL.

           COPY EMPSEL.

           COPY HRSSEL.

           COPY SGNSEL.

       DATA DIVISION.
       FILE SECTION.

       FD STUDENT-VSAM-FILE.

       COPY STUFD.

       FD PLACEMENT-VSAM-FILE.
       COPY PLCFD.

       FD EMPLOYER-MASTER-FILE.
       COPY EMPFD.

       FD COOP-HOURS-FILE.
       COPY HRSFD.

       FD SIGNON-SESSION-FILE.
       COPY SGNFD.

       WORKING-STORAGE SECTION.

       01  PLC-FILE-STATUS   PIC XX.
       01  EMP-FILE-STATUS   PIC XX.
       01  HRS-FILE-STATUS   PIC XX.
       01  SGN-FILE-STATUS   PIC XX.
       COPY AUPWRK.

       COPY SGNWRK.

       COPY STUWRK.

       COPY LKPWRK.

       COPY CRSFD.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY         PIC X(2).
           05  WS-STUDENT-FOUND       PIC X     VALUE 'N'.
               88  STUDENT-WAS-FOUND         VALUE 'Y'.
           05  WS-INPUT-TERM          PIC X(10).
           05  WS-TERM-VALID          PIC X     VALUE 'N'.
               88  TERM-IS-VALID             VALUE 'Y'.
           05  WS-PLACEMENT-FOUND     PIC X     VALUE 'N'.
               88  PLACEMENT-WAS-FOUND       VALUE 'Y'.
           05  WS-ACTION              PIC X     VALUE SPACE.
               88  ACTION-IS-PLACE           VALUE 'P'.
               88  ACTION-IS-HOURS           VALUE 'H'.
               88  ACTION-IS-EVALUATION      VALUE 'E'.
               88  ACTION-IS-CANCEL          VALUE 'C'.
               88  ACTION-IS-EXIT            VALUE 'X'.
           05  WS-ACTION-VALID        PIC X     VALUE 'N'.
               88  ACTION-IS-VALID           VALUE 'Y'.
           05  WS-INPUT-COURSE        PIC X(15).
           05  WS-COURSE-VALID        PIC X     VALUE 'N'.
               88  COURSE-IS-VALID           VALUE 'Y'.
           05  WS-INPUT-EMPLOYER      PIC X(4).
           05  WS-EMPLOYER-ID         PIC 9(4)  VALUE 0.
           05  WS-EMPLOYER-NAME       PIC X(30) VALUE SPACES.
           05  WS-EMPLOYER-VALID      PIC X     VALUE 'N'.
               88  EMPLOYER-IS-VALID         VALUE 'Y'.
           05  WS-EMP-EOF             PIC X     VALUE 'N'.
               88  EMP-EOF                   VALUE 'Y'.
           05  WS-INPUT-SUPERVISOR    PIC X(27).
           05  WS-INPUT-START         PIC X(8).
           05  WS-INPUT-END           PIC X(8).
           05  WS-START-DATE          PIC 9(8)  VALUE 0.
           05  WS-END-DATE            PIC 9(8)  VALUE 0.
           05  WS-DATES-VALID         PIC X     VALUE 'N'.
               88  DATES-ARE-VALID           VALUE 'Y'.
           05  WS-INPUT-REQUIRED      PIC X(4).
           05  WS-REQUIRED-HOURS      PIC 9(4)  VALUE 0.
           05  WS-REQUIRED-VALID      PIC X     VALUE 'N'.
               88  REQUIRED-IS-VALID         VALUE 'Y'.
           05  WS-INPUT-WEEK          PIC X(8).
           05  WS-WEEK-ENDING         PIC 9(8)  VALUE 0.
           05  WS-WEEK-VALID          PIC X     VALUE 'N'.
               88  WEEK-IS-VALID             VALUE 'Y'.
           05  WS-INPUT-HOURS         PIC X(3).
           05  WS-WEEK-HOURS          PIC 9(3)  VALUE 0.
           05  WS-HOURS-VALID         PIC X     VALUE 'N'.
               88  HOURS-ARE-VALID           VALUE 'Y'.
           05  WS-HRS-EOF             PIC X     VALUE 'N'.
               88  HRS-EOF                   VALUE 'Y'.
           05  WS-WEEK-ON-FILE        PIC X     VALUE 'N'.
               88  WEEK-ALREADY-LOGGED       VALUE 'Y'.
           05  WS-NEW-TOTAL           PIC 9(5)  VALUE 0.
           05  WS-INPUT-OUTCOME       PIC X     VALUE SPACE.
               88  OUTCOME-IS-VALID          VALUE 'S' 'U'.
           05  WS-INPUT-EVAL-DATE     PIC X(8).
           05  WS-EVAL-DATE           PIC 9(8)  VALUE 0.
           05  WS-EVAL-DATE-VALID     PIC X     VALUE 'N'.
               88  EVAL-DATE-IS-VALID        VALUE 'Y'.
           05  WS-CONFIRM-SAVE        PIC X     VALUE 'N'.
               88  CONFIRM-SAVE              VALUE 'Y'.
           05  WS-AUDIT-ACTION        PIC X(10).
           05  WS-AUDIT-DETAIL        PIC X(40).

       01  PLC-HEADER.
           05 FILLER      PIC X VALUE '+'.
           05 FILLER      PIC X VALUE '-'
               OCCURS 38 TIMES.
           05 FILLER      PIC X VALUE '+'.

       01  PLC-HEADER2.
           05 FILLER      PIC X VALUE '|'.
           05 FILLER      PIC X(4) VALUE SPACES.
           05 TITRE11      PIC X(15) VALUE '    C O - O P  '.
           05 TITRE12      PIC X(15) VALUE 'P L A C E M E N'.
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

           OPEN INPUT STUDENT-VSAM-FILE.
           IF FILE-CHECK-KEY NOT = "00"
               DISPLAY "ERROR OPENING STUDENT.VSAM FILE (STATUS = "
                   FILE-CHECK-KEY ")"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1200-PROMPT-FOR-ID UNTIL STUDENT-WAS-FOUND.

           CLOSE STUDENT-VSAM-FILE.

           IF WS-STUDENT-VSAM-STATUS = 'D'
               DISPLAY "STUDENT " WS-STUDENT-VSAM-ID " IS DELETED - "
                   "NO PLACEMENT IS KEPT."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1250-PROMPT-FOR-TERM UNTIL TERM-IS-VALID.

      *    STATUS 35 MEANS THE FILE DOES NOT EXIST YET -- CREATE IT.
      *    ANY OTHER NON-ZERO STATUS IS A REAL OPEN FAILURE AND MUST
      *    NOT FALL INTO OPEN OUTPUT, WHICH WOULD EMPTY THE FILE.
           OPEN I-O PLACEMENT-VSAM-FILE.
           IF PLC-FILE-STATUS = "35"
               OPEN OUTPUT PLACEMENT-VSAM-FILE
               IF PLC-FILE-STATUS = "00"
                   CLOSE PLACEMENT-VSAM-FILE
                   OPEN I-O PLACEMENT-VSAM-FILE
               END-IF
           END-IF.

           IF PLC-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING COOP.PLACEMENTS FILE (STATUS = "
                   PLC-FILE-STATUS ")"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1300-READ-PLACEMENT.

           PERFORM 1400-SHOW-PLACEMENT.

           PERFORM 1450-PROMPT-FOR-ACTION UNTIL ACTION-IS-VALID.

           EVALUATE TRUE
               WHEN ACTION-IS-PLACE
                   PERFORM 1500-PLACE-STUDENT
               WHEN ACTION-IS-HOURS
                   PERFORM 1600-LOG-HOURS
               WHEN ACTION-IS-EVALUATION
                   PERFORM 1700-RECORD-EVALUATION
               WHEN ACTION-IS-CANCEL
                   PERFORM 1750-CANCEL-PLACEMENT
               WHEN OTHER
                   DISPLAY "<---- NOTHING CHANGED. --->"
           END-EVALUATE.

           CLOSE PLACEMENT-VSAM-FILE.

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

           DISPLAY PLC-HEADER.
           DISPLAY OUTPUTLINE.
           DISPLAY PLC-HEADER2.
           DISPLAY OUTPUTLINE.
           DISPLAY PLC-HEADER.

       1100-END.

       1200-PROMPT-FOR-ID.

           DISPLAY "ENTER STUDENT ID (MAX 6 DIGITS) >>".
           ACCEPT STUDENT-VSAM-ID.

           READ STUDENT-VSAM-FILE
               KEY IS STUDENT-VSAM-ID
               INVALID KEY
                   DISPLAY "STUDENT NOT FOUND (STATUS = "
                       FILE-CHECK-KEY ")"
               NOT INVALID KEY
                   MOVE STUDENT-VSAM-RECORD TO WS-STUDENT-VSAM-RECORD
                   DISPLAY "STUDENT: " WS-STUDENT-VSAM-NAME
                       " STATUS " WS-STUDENT-VSAM-STATUS
                   SET STUDENT-WAS-FOUND TO TRUE
           END-READ.

       1200-END.

       1250-PROMPT-FOR-TERM.

           DISPLAY "ENTER TERM (MUST EXIST ON TERM MASTER) >>".
           ACCEPT WS-INPUT-TERM.

      *    ONE KEYED READ THROUGH THE SHARED LOOKUP MODULE.
           SET LKP-TERM-LOOKUP TO TRUE.
           MOVE WS-INPUT-TERM TO LKP-KEY.
           CALL 'PRGS0098' USING MASTER-LOOKUP-PARM.
           IF LKP-RECORD-FOUND
               SET TERM-IS-VALID TO TRUE
           ELSE
               DISPLAY "INVALID TERM - NOT ON THE TERM MASTER."
           END-IF.

       1250-END.

       1300-READ-PLACEMENT.

           MOVE WS-STUDENT-VSAM-ID TO PLC-STUDENT-ID.
           MOVE WS-INPUT-TERM TO PLC-TERM.

           READ PLACEMENT-VSAM-FILE
               KEY IS PLC-KEY
               INVALID KEY
                   MOVE 'N' TO WS-PLACEMENT-FOUND
               NOT INVALID KEY
                   SET PLACEMENT-WAS-FOUND TO TRUE
           END-READ.

       1300-END.

       1400-SHOW-PLACEMENT.

           IF NOT PLACEMENT-WAS-FOUND
               DISPLAY "NO PLACEMENT FOR " WS-INPUT-TERM
           ELSE
               IF PLC-ACTIVE
                   DISPLAY "STATUS     : PLACED"
               ELSE
                   DISPLAY "STATUS     : PLACEMENT CANCELLED"
               END-IF
               DISPLAY "COURSE     : " PLC-COURSE
               DISPLAY "EMPLOYER   : " PLC-EMPLOYER-ID
               DISPLAY "SUPERVISOR : " PLC-SUPERVISOR
               DISPLAY "DATES      : " PLC-START-DATE " TO "
                   PLC-END-DATE
               DISPLAY "HOURS      : " PLC-HOURS-LOGGED " OF "
                   PLC-REQUIRED-HOURS " REQUIRED"
               EVALUATE TRUE
                   WHEN PLC-EVAL-SATISFACTORY
                       DISPLAY "EVALUATION : SATISFACTORY "
                           PLC-EVAL-DATE
                   WHEN PLC-EVAL-UNSATISFACTORY
                       DISPLAY "EVALUATION : UNSATISFACTORY "
                           PLC-EVAL-DATE
                   WHEN OTHER
                       DISPLAY "EVALUATION : OUTSTANDING"
               END-EVALUATE
           END-IF.

       1400-END.

       1450-PROMPT-FOR-ACTION.

           DISPLAY "PLACE, LOG HOURS, EVALUATION, CANCEL PLACEMENT "
               "OR EXIT (P/H/E/C/X) >>".
           ACCEPT WS-ACTION.

           EVALUATE TRUE
               WHEN ACTION-IS-EXIT
                   SET ACTION-IS-VALID TO TRUE
               WHEN ACTION-IS-PLACE
                   IF PLACEMENT-WAS-FOUND AND PLC-ACTIVE
                       SET ACTION-IS-VALID TO TRUE
                   ELSE
                       IF WS-STUDENT-VSAM-STATUS NOT = 'A'
                           DISPLAY "ONLY AN ACTIVE STUDENT MAY BE "
                               "PLACED."
                       ELSE
                           SET ACTION-IS-VALID TO TRUE
                       END-IF
                   END-IF
               WHEN ACTION-IS-HOURS
               WHEN ACTION-IS-EVALUATION
               WHEN ACTION-IS-CANCEL
                   IF PLACEMENT-WAS-FOUND AND PLC-ACTIVE
                       SET ACTION-IS-VALID TO TRUE
                   ELSE
                       DISPLAY "STUDENT HAS NO ACTIVE PLACEMENT FOR "
                           "THIS TERM - PLACE THE STUDENT FIRST (P)."
                   END-IF
               WHEN OTHER
                   DISPLAY "ACTION MUST BE P, H, E, C, OR X."
           END-EVALUATE.

       1450-END.

      *    A NEW PLACEMENT, A CHANGE TO AN ACTIVE ONE, OR A FRESH ONE
      *    OVER A CANCELLED ROW FOR THE SAME TERM. A CHANGE KEEPS THE
      *    HOURS ALREADY LOGGED AND ANY EVALUATION ALREADY IN.
       1500-PLACE-STUDENT.

           PERFORM 1510-PROMPT-FOR-COURSE UNTIL COURSE-IS-VALID.

           PERFORM 1520-PROMPT-FOR-EMPLOYER UNTIL EMPLOYER-IS-VALID.

           DISPLAY "ENTER SUPERVISOR NAME (MAX 27 CHARS) >>".
           MOVE SPACES TO WS-INPUT-SUPERVISOR.
           ACCEPT WS-INPUT-SUPERVISOR.

           PERFORM 1530-PROMPT-FOR-DATES UNTIL DATES-ARE-VALID.

           PERFORM 1540-PROMPT-FOR-REQUIRED UNTIL REQUIRED-IS-VALID.

           DISPLAY "PLACE " WS-STUDENT-VSAM-ID " WITH "
               WS-EMPLOYER-NAME " FOR " WS-INPUT-TERM " (Y/N)? >>".
           ACCEPT WS-CONFIRM-SAVE.

           IF NOT CONFIRM-SAVE
               DISPLAY "<---- NOTHING CHANGED. --->"
           ELSE
               IF NOT PLACEMENT-WAS-FOUND OR PLC-CANCELLED
                   MOVE SPACES TO PLACEMENT-VSAM-RECORD
                   MOVE WS-STUDENT-VSAM-ID TO PLC-STUDENT-ID
                   MOVE WS-INPUT-TERM TO PLC-TERM
                   MOVE 0 TO PLC-HOURS-LOGGED
                   MOVE SPACE TO PLC-EVAL-OUTCOME
                   MOVE 0 TO PLC-EVAL-DATE
               END-IF
               MOVE ',' TO PLC-SEPARATOR1, PLC-SEPARATOR2,
                   PLC-SEPARATOR3, PLC-SEPARATOR4, PLC-SEPARATOR5,
                   PLC-SEPARATOR6, PLC-SEPARATOR7, PLC-SEPARATOR8,
                   PLC-SEPARATOR9, PLC-SEPARATOR10, PLC-SEPARATOR11,
                   PLC-SEPARATOR12
               MOVE WS-INPUT-COURSE TO PLC-COURSE
               MOVE WS-EMPLOYER-ID TO PLC-EMPLOYER-ID
               MOVE WS-INPUT-SUPERVISOR TO PLC-SUPERVISOR
               MOVE WS-START-DATE TO PLC-START-DATE
               MOVE WS-END-DATE TO PLC-END-DATE
               MOVE WS-REQUIRED-HOURS TO PLC-REQUIRED-HOURS
               SET PLC-ACTIVE TO TRUE
               MOVE CURRENT-DATE TO PLC-UPDATE-DATE
               MOVE WS-SIGNON-USER TO PLC-UPDATED-BY
               IF PLACEMENT-WAS-FOUND
                   REWRITE PLACEMENT-VSAM-RECORD
               ELSE
                   WRITE PLACEMENT-VSAM-RECORD
               END-IF
               IF PLC-FILE-STATUS = "00"
                   DISPLAY "PLACEMENT SAVED FOR " WS-INPUT-TERM "."
                   MOVE "PLC PLACE" TO WS-AUDIT-ACTION
                   PERFORM 1800-WRITE-AUDIT-RECORD
               ELSE
                   DISPLAY "ERROR SAVING PLACEMENT (STATUS = "
                       PLC-FILE-STATUS ")"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       1500-END.

      *    ONLY A COURSE FLAGGED AS A WORK TERM ON THE COURSE MASTER
      *    (PRGM0026) TAKES A PLACEMENT.
       1510-PROMPT-FOR-COURSE.

           DISPLAY "ENTER WORK-TERM COURSE CODE >>".
           ACCEPT WS-INPUT-COURSE.

           SET LKP-COURSE-LOOKUP TO TRUE.
           MOVE WS-INPUT-COURSE TO LKP-KEY.
           CALL 'PRGS0098' USING MASTER-LOOKUP-PARM.
           IF LKP-RECORD-FOUND
               MOVE LKP-RECORD-IMAGE TO COURSE-MASTER-RECORD
               IF CRS-IS-WORK-TERM
                   SET COURSE-IS-VALID TO TRUE
               ELSE
                   DISPLAY "COURSE " WS-INPUT-COURSE " IS NOT A "
                       "CO-OP OR INTERNSHIP WORK TERM."
               END-IF
           ELSE
               DISPLAY "INVALID COURSE - NOT ON THE COURSE MASTER."
           END-IF.

       1510-END.

       1520-PROMPT-FOR-EMPLOYER.

           DISPLAY "ENTER EMPLOYER ID (SEE EMPLOYER MASTER) >>".
           ACCEPT WS-INPUT-EMPLOYER.

           IF WS-INPUT-EMPLOYER IS NUMERIC
               MOVE WS-INPUT-EMPLOYER TO WS-EMPLOYER-ID
               PERFORM 1525-FIND-EMPLOYER
               IF EMPLOYER-IS-VALID
                   DISPLAY "EMPLOYER: " WS-EMPLOYER-NAME
               ELSE
                   DISPLAY "EMPLOYER " WS-EMPLOYER-ID
                       " IS NOT ON THE EMPLOYER MASTER."
               END-IF
           ELSE
               DISPLAY "EMPLOYER ID MUST BE 4 DIGITS."
           END-IF.

       1520-END.

       1525-FIND-EMPLOYER.

           MOVE 'N' TO WS-EMP-EOF.

           OPEN INPUT EMPLOYER-MASTER-FILE.
           IF EMP-FILE-STATUS = "00"
               PERFORM 1527-MATCH-ONE-EMPLOYER
                   UNTIL EMP-EOF OR EMPLOYER-IS-VALID
               CLOSE EMPLOYER-MASTER-FILE
           END-IF.

       1525-END.

       1527-MATCH-ONE-EMPLOYER.

           READ EMPLOYER-MASTER-FILE
               AT END
                   SET EMP-EOF TO TRUE
               NOT AT END
                   IF EMP-ID = WS-EMPLOYER-ID
                       MOVE EMP-NAME TO WS-EMPLOYER-NAME
                       SET EMPLOYER-IS-VALID TO TRUE
                   END-IF
           END-READ.

       1527-END.

       1530-PROMPT-FOR-DATES.

           DISPLAY "ENTER START DATE (YYYYMMDD) >>".
           ACCEPT WS-INPUT-START.

           DISPLAY "ENTER END DATE (YYYYMMDD) >>".
           ACCEPT WS-INPUT-END.

           IF WS-INPUT-START IS NUMERIC
                   AND WS-INPUT-END IS NUMERIC
               MOVE WS-INPUT-START TO WS-START-DATE
               MOVE WS-INPUT-END TO WS-END-DATE
               IF WS-END-DATE > WS-START-DATE
                   SET DATES-ARE-VALID TO TRUE
               ELSE
                   DISPLAY "END DATE MUST BE AFTER THE START DATE."
               END-IF
           ELSE
               DISPLAY "BOTH DATES MUST BE NUMERIC (YYYYMMDD)."
           END-IF.

       1530-END.

       1540-PROMPT-FOR-REQUIRED.

           DISPLAY "ENTER HOURS REQUIRED FOR THE WORK TERM "
               "(4 DIGITS, E.G. 0420) >>".
           ACCEPT WS-INPUT-REQUIRED.

           IF WS-INPUT-REQUIRED IS NUMERIC
               MOVE WS-INPUT-REQUIRED TO WS-REQUIRED-HOURS
               IF WS-REQUIRED-HOURS > 0
                   SET REQUIRED-IS-VALID TO TRUE
               ELSE
                   DISPLAY "HOURS REQUIRED MUST BE MORE THAN ZERO."
               END-IF
           ELSE
               DISPLAY "HOURS REQUIRED MUST BE 4 DIGITS."
           END-IF.

       1540-END.

      *    ONE LINE PER WEEK: A WEEK ALREADY ON COOP.HOURS FOR THE
      *    STUDENT AND TERM IS REFUSED RATHER THAN COUNTED TWICE. THE
      *    PLACEMENT'S RUNNING TOTAL IS SAVED FIRST SO A FAILED SAVE
      *    LEAVES NO HOURS LINE BEHIND IT.
       1600-LOG-HOURS.

           PERFORM 1610-PROMPT-FOR-WEEK UNTIL WEEK-IS-VALID.

           PERFORM 1630-PROMPT-FOR-HOURS UNTIL HOURS-ARE-VALID.

           PERFORM 1620-CHECK-WEEK-LOGGED.

           IF WEEK-ALREADY-LOGGED
               DISPLAY "HOURS FOR THE WEEK ENDING " WS-WEEK-ENDING
                   " ARE ALREADY LOGGED - NOTHING CHANGED."
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "LOG " WS-WEEK-HOURS " HOURS FOR THE WEEK "
                   "ENDING " WS-WEEK-ENDING " (Y/N)? >>"
               ACCEPT WS-CONFIRM-SAVE
               IF NOT CONFIRM-SAVE
                   DISPLAY "<---- NOTHING CHANGED. --->"
               ELSE
                   PERFORM 1640-SAVE-HOURS
               END-IF
           END-IF.

       1600-END.

       1610-PROMPT-FOR-WEEK.

           DISPLAY "ENTER WEEK-ENDING DATE (YYYYMMDD) >>".
           ACCEPT WS-INPUT-WEEK.

           IF WS-INPUT-WEEK IS NUMERIC
               MOVE WS-INPUT-WEEK TO WS-WEEK-ENDING
               IF WS-WEEK-ENDING < PLC-START-DATE
                   DISPLAY "WEEK ENDS BEFORE THE PLACEMENT STARTS ("
                       PLC-START-DATE ")."
               ELSE
                   SET WEEK-IS-VALID TO TRUE
               END-IF
           ELSE
               DISPLAY "DATE MUST BE NUMERIC (YYYYMMDD)."
           END-IF.

       1610-END.

       1620-CHECK-WEEK-LOGGED.

           MOVE 'N' TO WS-WEEK-ON-FILE.
           MOVE 'N' TO WS-HRS-EOF.

           OPEN INPUT COOP-HOURS-FILE.
           IF HRS-FILE-STATUS = "00"
               PERFORM 1625-CHECK-ONE-WEEK
                   UNTIL HRS-EOF OR WEEK-ALREADY-LOGGED
               CLOSE COOP-HOURS-FILE
           END-IF.

       1620-END.

       1625-CHECK-ONE-WEEK.

           READ COOP-HOURS-FILE
               AT END
                   SET HRS-EOF TO TRUE
               NOT AT END
                   IF HRS-STUDENT-ID = WS-STUDENT-VSAM-ID
                           AND HRS-TERM = WS-INPUT-TERM
                           AND HRS-WEEK-ENDING = WS-WEEK-ENDING
                       SET WEEK-ALREADY-LOGGED TO TRUE
                   END-IF
           END-READ.

       1625-END.

      *    A WEEK HAS 168 HOURS IN IT; ANYTHING OVER THAT IS A KEYING
      *    ERROR.
       1630-PROMPT-FOR-HOURS.

           DISPLAY "ENTER HOURS WORKED THAT WEEK (3 DIGITS) >>".
           ACCEPT WS-INPUT-HOURS.

           IF WS-INPUT-HOURS IS NUMERIC
               MOVE WS-INPUT-HOURS TO WS-WEEK-HOURS
               IF WS-WEEK-HOURS > 0 AND WS-WEEK-HOURS NOT > 168
                   SET HOURS-ARE-VALID TO TRUE
               ELSE
                   DISPLAY "HOURS MUST BE FROM 1 TO 168."
               END-IF
           ELSE
               DISPLAY "HOURS MUST BE 3 DIGITS."
           END-IF.

       1630-END.

       1640-SAVE-HOURS.

           ADD WS-WEEK-HOURS TO PLC-HOURS-LOGGED GIVING WS-NEW-TOTAL.
           IF WS-NEW-TOTAL > 9999
               MOVE 9999 TO WS-NEW-TOTAL
           END-IF.
           MOVE WS-NEW-TOTAL TO PLC-HOURS-LOGGED.
           MOVE CURRENT-DATE TO PLC-UPDATE-DATE.
           MOVE WS-SIGNON-USER TO PLC-UPDATED-BY.
           MOVE PLC-COURSE TO WS-INPUT-COURSE.

           REWRITE PLACEMENT-VSAM-RECORD.
           IF PLC-FILE-STATUS NOT = "00"
               DISPLAY "ERROR SAVING PLACEMENT HOURS (STATUS = "
                   PLC-FILE-STATUS ")"
               MOVE 4 TO RETURN-CODE
           ELSE
               OPEN EXTEND COOP-HOURS-FILE
               IF HRS-FILE-STATUS NOT = "00"
                   OPEN OUTPUT COOP-HOURS-FILE
               END-IF
               IF HRS-FILE-STATUS = "00"
                   MOVE SPACES TO COOP-HOURS-RECORD
                   MOVE ',' TO HRS-SEPARATOR1, HRS-SEPARATOR2,
                       HRS-SEPARATOR3, HRS-SEPARATOR4, HRS-SEPARATOR5
                   MOVE WS-STUDENT-VSAM-ID TO HRS-STUDENT-ID
                   MOVE WS-INPUT-TERM TO HRS-TERM
                   MOVE WS-WEEK-ENDING TO HRS-WEEK-ENDING
                   MOVE WS-WEEK-HOURS TO HRS-HOURS
                   MOVE CURRENT-DATE TO HRS-LOGGED-DATE
                   MOVE WS-SIGNON-USER TO HRS-LOGGED-BY
                   WRITE COOP-HOURS-RECORD
                   CLOSE COOP-HOURS-FILE
               ELSE
                   DISPLAY "ERROR OPENING COOP.HOURS (STATUS = "
                       HRS-FILE-STATUS ")"
               END-IF
               DISPLAY "HOURS LOGGED - " PLC-HOURS-LOGGED " OF "
                   PLC-REQUIRED-HOURS " REQUIRED."
               MOVE "PLC HOURS" TO WS-AUDIT-ACTION
               PERFORM 1800-WRITE-AUDIT-RECORD
           END-IF.

       1640-END.

      *    THE EMPLOYER'S EVALUATION, SATISFACTORY OR NOT. A SECOND
      *    EVALUATION REPLACES THE FIRST (E.G. A CORRECTED FORM).
       1700-RECORD-EVALUATION.

           DISPLAY "ENTER EVALUATION OUTCOME (S = SATISFACTORY, "
               "U = UNSATISFACTORY) >>".
           ACCEPT WS-INPUT-OUTCOME.

           IF NOT OUTCOME-IS-VALID
               DISPLAY "OUTCOME MUST BE S OR U - NOTHING CHANGED."
           ELSE
               PERFORM 1710-PROMPT-FOR-EVAL-DATE
                   UNTIL EVAL-DATE-IS-VALID
               MOVE WS-INPUT-OUTCOME TO PLC-EVAL-OUTCOME
               MOVE WS-EVAL-DATE TO PLC-EVAL-DATE
               MOVE CURRENT-DATE TO PLC-UPDATE-DATE
               MOVE WS-SIGNON-USER TO PLC-UPDATED-BY
               MOVE PLC-COURSE TO WS-INPUT-COURSE
               REWRITE PLACEMENT-VSAM-RECORD
               IF PLC-FILE-STATUS = "00"
                   DISPLAY "EVALUATION RECORDED."
                   MOVE "PLC EVAL" TO WS-AUDIT-ACTION
                   PERFORM 1800-WRITE-AUDIT-RECORD
               ELSE
                   DISPLAY "ERROR SAVING EVALUATION (STATUS = "
                       PLC-FILE-STATUS ")"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       1700-END.

       1710-PROMPT-FOR-EVAL-DATE.

           DISPLAY "ENTER DATE OF THE EVALUATION (YYYYMMDD) >>".
           ACCEPT WS-INPUT-EVAL-DATE.

           IF WS-INPUT-EVAL-DATE IS NUMERIC
               MOVE WS-INPUT-EVAL-DATE TO WS-EVAL-DATE
               SET EVAL-DATE-IS-VALID TO TRUE
           ELSE
               DISPLAY "DATE MUST BE NUMERIC (YYYYMMDD)."
           END-IF.

       1710-END.

      *    A PLACEMENT THAT FALLS THROUGH. THE ROW AND ITS HOURS STAY
      *    ON FILE FOR THE RECORD; THE WORK-TERM GRADE CANNOT POST.
       1750-CANCEL-PLACEMENT.

           DISPLAY "CANCEL THE " WS-INPUT-TERM
               " PLACEMENT (Y/N)? >>".
           ACCEPT WS-CONFIRM-SAVE.

           IF NOT CONFIRM-SAVE
               DISPLAY "<---- NOTHING CHANGED. --->"
           ELSE
               SET PLC-CANCELLED TO TRUE
               MOVE CURRENT-DATE TO PLC-UPDATE-DATE
               MOVE WS-SIGNON-USER TO PLC-UPDATED-BY
               MOVE PLC-COURSE TO WS-INPUT-COURSE
               REWRITE PLACEMENT-VSAM-RECORD
               IF PLC-FILE-STATUS = "00"
                   DISPLAY "PLACEMENT CANCELLED."
                   MOVE "PLC CANCEL" TO WS-AUDIT-ACTION
                   PERFORM 1800-WRITE-AUDIT-RECORD
               ELSE
                   DISPLAY "ERROR SAVING CANCELLATION (STATUS = "
                       PLC-FILE-STATUS ")"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       1750-END.

       1800-WRITE-AUDIT-RECORD.

           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "TERM " DELIMITED BY SIZE
                  WS-INPUT-TERM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-INPUT-COURSE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PLC-EMPLOYER-ID DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.

           MOVE "PRGN0167" TO AUP-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AUP-ACTION.
           MOVE WS-STUDENT-VSAM-ID TO AUP-STUDENT-ID.
           MOVE WS-AUDIT-DETAIL TO AUP-DETAIL.
           MOVE WS-SIGNON-USER TO AUP-USER.

           CALL 'PRGS0105' USING AUDIT-APPEND-PARM.

       1800-END.

       END PROGRAM PRGN0167.
