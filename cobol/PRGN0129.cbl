      ******************************************************************
      * Author:
      * Date:
      * Purpose: Department master maintenance - adds a department
      *          (CODE, NAME, CHAIR) with an effective date, changes
      *          its name or chair, retires it with an effective
      *          retire date instead of deleting its line (SO PAST
      *          TERMS STILL ROLL UP UNDER IT), assigns a course or a
      *          program to its owning department from an effective
      *          date, or lists the departments with what each owns
      *          today. AN ITEM HAS ONE OWNER AT A TIME: A NEW
      *          ASSIGNMENT ENDS THE PREVIOUS ONE ON
      *          DEPARTMENT.ASSIGN THE DAY THE NEW ONE TAKES EFFECT.
      *          A DEPARTMENT THAT STILL OWNS A COURSE OR PROGRAM
      *          CANNOT BE RETIRED. CHANGES LAND ON AUDIT.LOG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGN0129.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY DPTSEL.

           COPY DASSEL.

           COPY SGNSEL.

       DATA DIVISION.
       FILE SECTION.

       FD DEPARTMENT-MASTER-FILE.
       COPY DPTFD.

       FD DEPARTMENT-ASSIGN-FILE.
       COPY DASFD.

       FD SIGNON-SESSION-FILE.
       COPY SGNFD.

       WORKING-STORAGE SECTION.

       COPY LKPWRK.

       01  DPT-FILE-STATUS   PIC XX.
       01  DAS-FILE-STATUS   PIC XX.
       01  SGN-FILE-STATUS   PIC XX.
       COPY AUPWRK.

       COPY SGNWRK.

       01  WS-WORK-AREAS.
           05  WS-MODE                PIC X     VALUE SPACES.
               88  MODE-IS-ADD               VALUE 'A'.
               88  MODE-IS-CHANGE            VALUE 'C'.
               88  MODE-IS-RETIRE            VALUE 'R'.
               88  MODE-IS-OWNER             VALUE 'O'.
               88  MODE-IS-LIST              VALUE 'L'.
           05  WS-MODE-VALID          PIC X     VALUE 'N'.
               88  MODE-IS-VALID             VALUE 'Y'.
           05  WS-DPT-EOF             PIC X     VALUE 'N'.
               88  DPT-EOF                   VALUE 'Y'.
           05  WS-DAS-EOF             PIC X     VALUE 'N'.
               88  DAS-EOF                   VALUE 'Y'.
           05  WS-INPUT-CODE          PIC X(6).
           05  WS-CODE-VALID          PIC X     VALUE 'N'.
               88  CODE-IS-VALID             VALUE 'Y'.
           05  WS-INPUT-NAME          PIC X(30).
           05  WS-NAME-VALID          PIC X     VALUE 'N'.
               88  NAME-IS-VALID             VALUE 'Y'.
           05  WS-INPUT-CHAIR         PIC X(27).
           05  WS-INPUT-DATE          PIC X(8).
           05  WS-DATE-VALID          PIC X     VALUE 'N'.
               88  DATE-IS-VALID             VALUE 'Y'.
           05  WS-INPUT-ITEM-TYPE     PIC X.
           05  WS-ITEM-TYPE-VALID     PIC X     VALUE 'N'.
               88  ITEM-TYPE-IS-VALID        VALUE 'Y'.
           05  WS-INPUT-ITEM          PIC X(15).
           05  WS-ITEM-VALID          PIC X     VALUE 'N'.
               88  ITEM-IS-VALID             VALUE 'Y'.
           05  WS-CONFIRM-SAVE        PIC X     VALUE 'N'.
               88  CONFIRM-SAVE              VALUE 'Y'.
           05  WS-HIT-IDX             PIC 9(3)  COMP VALUE 0.
           05  WS-OPEN-HIT            PIC 9(4)  COMP VALUE 0.
           05  WS-OWNED-COUNT         PIC 9(4)  VALUE 0.
           05  WS-COURSE-COUNT        PIC 9(4)  VALUE 0.
           05  WS-PROGRAM-COUNT       PIC 9(4)  VALUE 0.
           05  WS-LIST-COUNT          PIC 9(3)  VALUE 0.
           05  WS-AUDIT-ACTION        PIC X(10).

      *    BOTH FILES ARE SMALL ENOUGH TO HOLD IN STORAGE WHILE THEY
      *    ARE REWRITTEN WITH THE CHANGE - THE SAME PATTERN PRGN0111
      *    USES FOR THE ROOM MASTER.
       01  WS-DEPARTMENT-TABLE-AREAS.
           05  WS-DPT-COUNT        PIC 9(3)  COMP VALUE 0.
           05  WS-DPT-OVERFLOW     PIC X     VALUE 'N'.
               88  DEPT-TABLE-OVERFLOWED   VALUE 'Y'.
           05  WS-DPT-IDX          PIC 9(3)  COMP VALUE 0.
           05  WS-DPT-TABLE.
               10  WS-DPT-ENTRY    OCCURS 200 TIMES.
                   15  WS-DPT-E-CODE       PIC X(6).
                   15  WS-DPT-E-NAME       PIC X(30).
                   15  WS-DPT-E-CHAIR      PIC X(27).
                   15  WS-DPT-E-EFFECTIVE  PIC 9(8).
                   15  WS-DPT-E-RETIRE     PIC 9(8).

       01  WS-ASSIGN-TABLE-AREAS.
           05  WS-DAT-COUNT        PIC 9(4)  COMP VALUE 0.
           05  WS-DAT-OVERFLOW     PIC X     VALUE 'N'.
               88  ASSIGN-TABLE-OVERFLOWED VALUE 'Y'.
           05  WS-DAT-IDX          PIC 9(4)  COMP VALUE 0.
           05  WS-DAT-TABLE.
               10  WS-DAT-ENTRY    OCCURS 5000 TIMES.
                   15  WS-DAT-E-TYPE       PIC X.
                   15  WS-DAT-E-ITEM       PIC X(15).
                   15  WS-DAT-E-DEPT       PIC X(6).
                   15  WS-DAT-E-EFFECTIVE  PIC 9(8).
                   15  WS-DAT-E-END        PIC 9(8).

       01  DPT-HEADER.
           05 FILLER      PIC X VALUE '+'.
           05 FILLER      PIC X VALUE '-'
               OCCURS 38 TIMES.
           05 FILLER      PIC X VALUE '+'.

       01  DPT-HEADER2.
           05 FILLER      PIC X VALUE '|'.
           05 FILLER      PIC X(4) VALUE SPACES.
           05 TITRE11      PIC X(15) VALUE 'D E P A R T M E'.
           05 TITRE12      PIC X(15) VALUE ' N T S         '.
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

           PERFORM 1150-LOAD-DEPARTMENTS.
           PERFORM 1170-LOAD-ASSIGNMENTS.

           PERFORM 1200-PROMPT-FOR-MODE UNTIL MODE-IS-VALID.

           EVALUATE TRUE
               WHEN MODE-IS-ADD
                   PERFORM 1400-ADD-DEPARTMENT
               WHEN MODE-IS-CHANGE
                   PERFORM 1600-CHANGE-DEPARTMENT
               WHEN MODE-IS-RETIRE
                   PERFORM 1700-RETIRE-DEPARTMENT
               WHEN MODE-IS-OWNER
                   PERFORM 1800-ASSIGN-OWNER
               WHEN OTHER
                   PERFORM 1300-LIST-DEPARTMENTS
           END-EVALUATE.

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

           DISPLAY DPT-HEADER.
           DISPLAY OUTPUTLINE.
           DISPLAY DPT-HEADER2.
           DISPLAY OUTPUTLINE.
           DISPLAY DPT-HEADER.

       1100-END.

       1150-LOAD-DEPARTMENTS.

           MOVE 'N' TO WS-DPT-EOF.

           OPEN INPUT DEPARTMENT-MASTER-FILE.
           IF DPT-FILE-STATUS = "00"
               PERFORM 1160-LOAD-ONE-DEPARTMENT UNTIL DPT-EOF
               CLOSE DEPARTMENT-MASTER-FILE
           END-IF.

       1150-END.

       1160-LOAD-ONE-DEPARTMENT.

           READ DEPARTMENT-MASTER-FILE
               AT END
                   SET DPT-EOF TO TRUE
               NOT AT END
                   IF WS-DPT-COUNT < 200
                       ADD 1 TO WS-DPT-COUNT
                       MOVE DPT-CODE TO WS-DPT-E-CODE (WS-DPT-COUNT)
                       MOVE DPT-NAME TO WS-DPT-E-NAME (WS-DPT-COUNT)
                       MOVE DPT-CHAIR TO WS-DPT-E-CHAIR (WS-DPT-COUNT)
                       IF DPT-EFFECTIVE-DATE IS NUMERIC
                           MOVE DPT-EFFECTIVE-DATE
                               TO WS-DPT-E-EFFECTIVE (WS-DPT-COUNT)
                       ELSE
                           MOVE 0 TO WS-DPT-E-EFFECTIVE (WS-DPT-COUNT)
                       END-IF
                       IF DPT-RETIRE-DATE IS NUMERIC
                           MOVE DPT-RETIRE-DATE
                               TO WS-DPT-E-RETIRE (WS-DPT-COUNT)
                       ELSE
                           MOVE 0 TO WS-DPT-E-RETIRE (WS-DPT-COUNT)
                       END-IF
                   ELSE
                       SET DEPT-TABLE-OVERFLOWED TO TRUE
                   END-IF
           END-READ.

       1160-END.

       1170-LOAD-ASSIGNMENTS.

           MOVE 'N' TO WS-DAS-EOF.

           OPEN INPUT DEPARTMENT-ASSIGN-FILE.
           IF DAS-FILE-STATUS = "00"
               PERFORM 1180-LOAD-ONE-ASSIGNMENT UNTIL DAS-EOF
               CLOSE DEPARTMENT-ASSIGN-FILE
           END-IF.

       1170-END.

       1180-LOAD-ONE-ASSIGNMENT.

           READ DEPARTMENT-ASSIGN-FILE
               AT END
                   SET DAS-EOF TO TRUE
               NOT AT END
                   IF WS-DAT-COUNT < 5000
                       ADD 1 TO WS-DAT-COUNT
                       MOVE DAS-ITEM-TYPE
                           TO WS-DAT-E-TYPE (WS-DAT-COUNT)
                       MOVE DAS-ITEM-CODE
                           TO WS-DAT-E-ITEM (WS-DAT-COUNT)
                       MOVE DAS-DEPARTMENT
                           TO WS-DAT-E-DEPT (WS-DAT-COUNT)
                       IF DAS-EFFECTIVE-DATE IS NUMERIC
                           MOVE DAS-EFFECTIVE-DATE
                               TO WS-DAT-E-EFFECTIVE (WS-DAT-COUNT)
                       ELSE
                           MOVE 0 TO WS-DAT-E-EFFECTIVE (WS-DAT-COUNT)
                       END-IF
                       IF DAS-END-DATE IS NUMERIC
                           MOVE DAS-END-DATE
                               TO WS-DAT-E-END (WS-DAT-COUNT)
                       ELSE
                           MOVE 0 TO WS-DAT-E-END (WS-DAT-COUNT)
                       END-IF
                   ELSE
                       SET ASSIGN-TABLE-OVERFLOWED TO TRUE
                   END-IF
           END-READ.

       1180-END.

       1200-PROMPT-FOR-MODE.

           DISPLAY "ADD, CHANGE OR RETIRE A DEPARTMENT, SET A COURSE "
               "OR PROGRAM OWNER, OR LIST (A/C/R/O/L) >>".
           ACCEPT WS-MODE.

           IF MODE-IS-ADD OR MODE-IS-CHANGE OR MODE-IS-RETIRE
                   OR MODE-IS-OWNER OR MODE-IS-LIST
               SET MODE-IS-VALID TO TRUE
           ELSE
               DISPLAY "MODE MUST BE A, C, R, O, OR L."
           END-IF.

       1200-END.

      *    ONE LINE PER DEPARTMENT WITH WHAT IT OWNS TODAY.
       1300-LIST-DEPARTMENTS.

           IF WS-DPT-COUNT = 0
               DISPLAY "NO DEPARTMENTS ON FILE YET."
           ELSE
               DISPLAY "DEPT   | NAME                           | "
                   "CHAIR                       | EFFECTIVE| RETIRED "
                   "| CRS | PGM"
               DISPLAY "-------------------------------------------"
                   "-------------------------------------------"
                   "-----------"
               MOVE 1 TO WS-DPT-IDX
               PERFORM 1310-LIST-ONE-DEPARTMENT
                   UNTIL WS-DPT-IDX > WS-DPT-COUNT
               DISPLAY "-------------------------------------------"
                   "-------------------------------------------"
                   "-----------"
               DISPLAY "DEPARTMENTS ON FILE : " WS-LIST-COUNT
           END-IF.

       1300-END.

       1310-LIST-ONE-DEPARTMENT.

           MOVE WS-DPT-E-CODE (WS-DPT-IDX) TO WS-INPUT-CODE.
           PERFORM 1320-COUNT-CURRENT-OWNED.

           DISPLAY WS-DPT-E-CODE (WS-DPT-IDX) " | "
               WS-DPT-E-NAME (WS-DPT-IDX) " | "
               WS-DPT-E-CHAIR (WS-DPT-IDX) " | "
               WS-DPT-E-EFFECTIVE (WS-DPT-IDX) " | "
               WS-DPT-E-RETIRE (WS-DPT-IDX) " | "
               WS-COURSE-COUNT (2:3) " | " WS-PROGRAM-COUNT (2:3).
           ADD 1 TO WS-LIST-COUNT.

           ADD 1 TO WS-DPT-IDX.

       1310-END.

      *    WHAT WS-INPUT-CODE OWNS TODAY: OPEN-ENDED LINES, OR LINES
      *    WHOSE END DATE IS STILL AHEAD.
       1320-COUNT-CURRENT-OWNED.

           MOVE 0 TO WS-COURSE-COUNT.
           MOVE 0 TO WS-PROGRAM-COUNT.
           MOVE 1 TO WS-DAT-IDX.
           PERFORM 1325-COUNT-ONE-OWNED
               UNTIL WS-DAT-IDX > WS-DAT-COUNT.
           ADD WS-COURSE-COUNT TO WS-PROGRAM-COUNT
               GIVING WS-OWNED-COUNT.

       1320-END.

       1325-COUNT-ONE-OWNED.

           IF WS-DAT-E-DEPT (WS-DAT-IDX) = WS-INPUT-CODE
                   AND (WS-DAT-E-END (WS-DAT-IDX) = 0
                        OR WS-DAT-E-END (WS-DAT-IDX) > CURRENT-DATE)
               IF WS-DAT-E-TYPE (WS-DAT-IDX) = 'C'
                   ADD 1 TO WS-COURSE-COUNT
               ELSE
                   ADD 1 TO WS-PROGRAM-COUNT
               END-IF
           END-IF.

           ADD 1 TO WS-DAT-IDX.

       1325-END.

       1400-ADD-DEPARTMENT.

           PERFORM 1420-PROMPT-FOR-CODE UNTIL CODE-IS-VALID.

           PERFORM 1430-FIND-DEPARTMENT-ROW.

           IF WS-HIT-IDX > 0
               DISPLAY "DEPARTMENT " WS-INPUT-CODE " IS ALREADY ON "
                   "FILE - USE C TO CHANGE IT."
               GOBACK
           END-IF.

           IF WS-DPT-COUNT >= 200
               DISPLAY "DEPARTMENT MASTER IS FULL - NOTHING CHANGED."
               GOBACK
           END-IF.

           PERFORM 1440-PROMPT-FOR-NAME UNTIL NAME-IS-VALID.
           PERFORM 1450-PROMPT-FOR-CHAIR.

           DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD, BLANK = TODAY) >>".
           PERFORM 1460-PROMPT-FOR-DATE UNTIL DATE-IS-VALID.

           DISPLAY "<---- REVIEW NEW DEPARTMENT BEFORE SAVING ---->".
           DISPLAY "DEPARTMENT     : " WS-INPUT-CODE.
           DISPLAY "NAME           : " WS-INPUT-NAME.
           DISPLAY "CHAIR          : " WS-INPUT-CHAIR.
           DISPLAY "EFFECTIVE DATE : " WS-INPUT-DATE.
           DISPLAY "SAVE THIS DEPARTMENT (Y/N)? >>".
           ACCEPT WS-CONFIRM-SAVE.

           IF CONFIRM-SAVE
               ADD 1 TO WS-DPT-COUNT
               MOVE WS-DPT-COUNT TO WS-HIT-IDX
               MOVE WS-INPUT-CODE TO WS-DPT-E-CODE (WS-HIT-IDX)
               MOVE WS-INPUT-NAME TO WS-DPT-E-NAME (WS-HIT-IDX)
               MOVE WS-INPUT-CHAIR TO WS-DPT-E-CHAIR (WS-HIT-IDX)
               MOVE WS-INPUT-DATE TO WS-DPT-E-EFFECTIVE (WS-HIT-IDX)
               MOVE 0 TO WS-DPT-E-RETIRE (WS-HIT-IDX)
               PERFORM 1500-REWRITE-DEPARTMENT-FILE
               DISPLAY "DEPARTMENT " WS-INPUT-CODE " ADDED."
               MOVE "DEPTADD" TO WS-AUDIT-ACTION
               PERFORM 1900-WRITE-AUDIT-RECORD
           ELSE
               DISPLAY "<---- ADD CANCELLED. NOTHING SAVED. --->"
           END-IF.

       1400-END.

       1420-PROMPT-FOR-CODE.

           DISPLAY "ENTER DEPARTMENT CODE (MAX 6 CHARS) >>".
           ACCEPT WS-INPUT-CODE.

           IF WS-INPUT-CODE = SPACES
               DISPLAY "DEPARTMENT CODE CANNOT BE BLANK."
           ELSE
               SET CODE-IS-VALID TO TRUE
           END-IF.

       1420-END.

       1430-FIND-DEPARTMENT-ROW.

           MOVE 0 TO WS-HIT-IDX.
           MOVE 1 TO WS-DPT-IDX.

           PERFORM 1435-MATCH-ONE-DEPARTMENT
               UNTIL WS-HIT-IDX > 0 OR WS-DPT-IDX > WS-DPT-COUNT.

       1430-END.

       1435-MATCH-ONE-DEPARTMENT.

           IF WS-DPT-E-CODE (WS-DPT-IDX) = WS-INPUT-CODE
               MOVE WS-DPT-IDX TO WS-HIT-IDX
           END-IF.

           ADD 1 TO WS-DPT-IDX.

       1435-END.

       1440-PROMPT-FOR-NAME.

           DISPLAY "ENTER DEPARTMENT NAME (MAX 30 CHARS) >>".
           ACCEPT WS-INPUT-NAME.

           IF WS-INPUT-NAME = SPACES
               DISPLAY "NAME CANNOT BE BLANK."
           ELSE
               SET NAME-IS-VALID TO TRUE
           END-IF.

       1440-END.

       1450-PROMPT-FOR-CHAIR.

           DISPLAY "ENTER CHAIR'S NAME (MAX 27 CHARS, BLANK = "
               "VACANT) >>".
           ACCEPT WS-INPUT-CHAIR.

       1450-END.

      *    THE CALLER DISPLAYS THE QUESTION; BLANK MEANS TODAY.
       1460-PROMPT-FOR-DATE.

           ACCEPT WS-INPUT-DATE.

           IF WS-INPUT-DATE = SPACES
               MOVE CURRENT-DATE TO WS-INPUT-DATE
               SET DATE-IS-VALID TO TRUE
           ELSE
               IF WS-INPUT-DATE IS NUMERIC
                   SET DATE-IS-VALID TO TRUE
               ELSE
                   DISPLAY "DATE MUST BE NUMERIC (YYYYMMDD) >>"
               END-IF
           END-IF.

       1460-END.

      *    A REWRITE FROM AN OVERFLOWED TABLE WOULD DROP EVERY ROW
      *    PAST THE TABLE LIMIT, SO THE FILE IS LEFT ALONE INSTEAD.
       1500-REWRITE-DEPARTMENT-FILE.

           IF DEPT-TABLE-OVERFLOWED
               DISPLAY "WARNING: DEPARTMENT.MASTER HOLDS MORE THAN "
                   "200 ROWS - CHANGES NOT SAVED. TRIM THE FILE."
           ELSE
               OPEN OUTPUT DEPARTMENT-MASTER-FILE
               IF DPT-FILE-STATUS = "00"
                   MOVE 1 TO WS-DPT-IDX
                   PERFORM 1510-REWRITE-ONE-DEPARTMENT
                       UNTIL WS-DPT-IDX > WS-DPT-COUNT
                   CLOSE DEPARTMENT-MASTER-FILE
               ELSE
                   DISPLAY "ERROR REWRITING DEPARTMENT.MASTER "
                       "(STATUS = " DPT-FILE-STATUS ")"
               END-IF
           END-IF.

       1500-END.

       1510-REWRITE-ONE-DEPARTMENT.

           MOVE WS-DPT-E-CODE (WS-DPT-IDX) TO DPT-CODE.
           MOVE ',' TO DPT-SEPARATOR1.
           MOVE WS-DPT-E-NAME (WS-DPT-IDX) TO DPT-NAME.
           MOVE ',' TO DPT-SEPARATOR2.
           MOVE WS-DPT-E-CHAIR (WS-DPT-IDX) TO DPT-CHAIR.
           MOVE ',' TO DPT-SEPARATOR3.
           MOVE WS-DPT-E-EFFECTIVE (WS-DPT-IDX) TO DPT-EFFECTIVE-DATE.
           MOVE ',' TO DPT-SEPARATOR4.
           MOVE WS-DPT-E-RETIRE (WS-DPT-IDX) TO DPT-RETIRE-DATE.

           WRITE DEPARTMENT-MASTER-RECORD.

           ADD 1 TO WS-DPT-IDX.

       1510-END.

       1550-REWRITE-ASSIGN-FILE.

           IF ASSIGN-TABLE-OVERFLOWED
               DISPLAY "WARNING: DEPARTMENT.ASSIGN HOLDS MORE THAN "
                   "5000 ROWS - CHANGES NOT SAVED. TRIM THE FILE."
           ELSE
               OPEN OUTPUT DEPARTMENT-ASSIGN-FILE
               IF DAS-FILE-STATUS = "00"
                   MOVE 1 TO WS-DAT-IDX
                   PERFORM 1560-REWRITE-ONE-ASSIGNMENT
                       UNTIL WS-DAT-IDX > WS-DAT-COUNT
                   CLOSE DEPARTMENT-ASSIGN-FILE
               ELSE
                   DISPLAY "ERROR REWRITING DEPARTMENT.ASSIGN "
                       "(STATUS = " DAS-FILE-STATUS ")"
               END-IF
           END-IF.

       1550-END.

       1560-REWRITE-ONE-ASSIGNMENT.

           MOVE WS-DAT-E-TYPE (WS-DAT-IDX) TO DAS-ITEM-TYPE.
           MOVE ',' TO DAS-SEPARATOR1.
           MOVE WS-DAT-E-ITEM (WS-DAT-IDX) TO DAS-ITEM-CODE.
           MOVE ',' TO DAS-SEPARATOR2.
           MOVE WS-DAT-E-DEPT (WS-DAT-IDX) TO DAS-DEPARTMENT.
           MOVE ',' TO DAS-SEPARATOR3.
           MOVE WS-DAT-E-EFFECTIVE (WS-DAT-IDX) TO DAS-EFFECTIVE-DATE.
           MOVE ',' TO DAS-SEPARATOR4.
           MOVE WS-DAT-E-END (WS-DAT-IDX) TO DAS-END-DATE.

           WRITE DEPARTMENT-ASSIGN-RECORD.

           ADD 1 TO WS-DAT-IDX.

       1560-END.

      *    THE CODE NEVER CHANGES - IT IS CARRIED ON EVERY OWNERSHIP
      *    LINE. A NEW CHAIR SIMPLY REPLACES THE OLD ONE.
       1600-CHANGE-DEPARTMENT.

           PERFORM 1420-PROMPT-FOR-CODE UNTIL CODE-IS-VALID.

           PERFORM 1430-FIND-DEPARTMENT-ROW.

           IF WS-HIT-IDX = 0
               DISPLAY "DEPARTMENT " WS-INPUT-CODE " IS NOT ON FILE."
               GOBACK
           END-IF.

           DISPLAY "NOW " WS-DPT-E-NAME (WS-HIT-IDX) " / CHAIR "
               WS-DPT-E-CHAIR (WS-HIT-IDX).

           PERFORM 1440-PROMPT-FOR-NAME UNTIL NAME-IS-VALID.
           PERFORM 1450-PROMPT-FOR-CHAIR.

           MOVE WS-INPUT-NAME TO WS-DPT-E-NAME (WS-HIT-IDX).
           MOVE WS-INPUT-CHAIR TO WS-DPT-E-CHAIR (WS-HIT-IDX).

           PERFORM 1500-REWRITE-DEPARTMENT-FILE.

           DISPLAY "DEPARTMENT " WS-INPUT-CODE " CHANGED.".
           MOVE "DEPTCHG" TO WS-AUDIT-ACTION.
           PERFORM 1900-WRITE-AUDIT-RECORD.

       1600-END.

      *    RETIRING NEVER DELETES THE LINE. A DEPARTMENT STILL OWNING
      *    A COURSE OR PROGRAM MUST HAND THEM ON FIRST.
       1700-RETIRE-DEPARTMENT.

           PERFORM 1420-PROMPT-FOR-CODE UNTIL CODE-IS-VALID.

           PERFORM 1430-FIND-DEPARTMENT-ROW.

           IF WS-HIT-IDX = 0
               DISPLAY "DEPARTMENT " WS-INPUT-CODE " IS NOT ON FILE."
               GOBACK
           END-IF.

           PERFORM 1320-COUNT-CURRENT-OWNED.

           IF WS-OWNED-COUNT > 0
               DISPLAY "DEPARTMENT " WS-INPUT-CODE " STILL OWNS "
                   WS-COURSE-COUNT " COURSE(S) AND " WS-PROGRAM-COUNT
                   " PROGRAM(S) - RETIRE REFUSED."
               GOBACK
           END-IF.

           DISPLAY "ENTER RETIRE DATE (YYYYMMDD, BLANK = TODAY) >>".
           PERFORM 1460-PROMPT-FOR-DATE UNTIL DATE-IS-VALID.

           DISPLAY "RETIRE DEPARTMENT " WS-INPUT-CODE " EFFECTIVE "
               WS-INPUT-DATE " (Y/N)? >>".
           ACCEPT WS-CONFIRM-SAVE.

           IF CONFIRM-SAVE
               MOVE WS-INPUT-DATE TO WS-DPT-E-RETIRE (WS-HIT-IDX)
               MOVE WS-DPT-E-NAME (WS-HIT-IDX) TO WS-INPUT-NAME
               PERFORM 1500-REWRITE-DEPARTMENT-FILE
               DISPLAY "DEPARTMENT " WS-INPUT-CODE " RETIRED "
                   "EFFECTIVE " WS-INPUT-DATE "."
               MOVE "DEPTRETIRE" TO WS-AUDIT-ACTION
               PERFORM 1900-WRITE-AUDIT-RECORD
           ELSE
               DISPLAY "<---- RETIRE CANCELLED. NOTHING SAVED. --->"
           END-IF.

       1700-END.

      *    THE OPEN LINE FOR THE ITEM (IF ANY) ENDS ON THE NEW
      *    EFFECTIVE DATE AND A NEW OPEN LINE STARTS THERE, SO AN
      *    EARLIER TERM STILL ROLLS UP UNDER ITS EARLIER OWNER.
       1800-ASSIGN-OWNER.

           PERFORM 1810-PROMPT-FOR-ITEM-TYPE UNTIL ITEM-TYPE-IS-VALID.
           PERFORM 1820-PROMPT-FOR-ITEM UNTIL ITEM-IS-VALID.

           PERFORM 1830-FIND-OPEN-ASSIGNMENT.
           IF WS-OPEN-HIT > 0
               DISPLAY WS-INPUT-ITEM " IS NOW OWNED BY "
                   WS-DAT-E-DEPT (WS-OPEN-HIT) " SINCE "
                   WS-DAT-E-EFFECTIVE (WS-OPEN-HIT)
           ELSE
               DISPLAY WS-INPUT-ITEM " HAS NO OWNING DEPARTMENT YET."
           END-IF.

           PERFORM 1420-PROMPT-FOR-CODE UNTIL CODE-IS-VALID.
           PERFORM 1430-FIND-DEPARTMENT-ROW.
           IF WS-HIT-IDX = 0
               DISPLAY "DEPARTMENT " WS-INPUT-CODE " IS NOT ON FILE "
                   "- NOTHING CHANGED."
               GOBACK
           END-IF.
           IF WS-DPT-E-RETIRE (WS-HIT-IDX) > 0
               DISPLAY "DEPARTMENT " WS-INPUT-CODE " WAS RETIRED "
                   WS-DPT-E-RETIRE (WS-HIT-IDX) " - NOTHING CHANGED."
               GOBACK
           END-IF.

           DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD, BLANK = TODAY) >>".
           PERFORM 1460-PROMPT-FOR-DATE UNTIL DATE-IS-VALID.

           IF WS-OPEN-HIT > 0
               IF WS-DAT-E-DEPT (WS-OPEN-HIT) = WS-INPUT-CODE
                   DISPLAY WS-INPUT-ITEM " IS ALREADY OWNED BY "
                       WS-INPUT-CODE " - NOTHING CHANGED."
                   GOBACK
               END-IF
               IF WS-INPUT-DATE NOT > WS-DAT-E-EFFECTIVE (WS-OPEN-HIT)
                   DISPLAY "THE NEW OWNER MUST TAKE EFFECT AFTER "
                       WS-DAT-E-EFFECTIVE (WS-OPEN-HIT)
                       " - NOTHING CHANGED."
                   GOBACK
               END-IF
           END-IF.

           IF WS-DAT-COUNT >= 5000
               DISPLAY "DEPARTMENT.ASSIGN IS FULL - NOTHING CHANGED."
               GOBACK
           END-IF.

           DISPLAY "ASSIGN " WS-INPUT-ITEM " TO " WS-INPUT-CODE
               " EFFECTIVE " WS-INPUT-DATE " (Y/N)? >>".
           ACCEPT WS-CONFIRM-SAVE.

           IF CONFIRM-SAVE
               IF WS-OPEN-HIT > 0
                   MOVE WS-INPUT-DATE TO WS-DAT-E-END (WS-OPEN-HIT)
               END-IF
               ADD 1 TO WS-DAT-COUNT
               MOVE WS-INPUT-ITEM-TYPE TO WS-DAT-E-TYPE (WS-DAT-COUNT)
               MOVE WS-INPUT-ITEM TO WS-DAT-E-ITEM (WS-DAT-COUNT)
               MOVE WS-INPUT-CODE TO WS-DAT-E-DEPT (WS-DAT-COUNT)
               MOVE WS-INPUT-DATE TO WS-DAT-E-EFFECTIVE (WS-DAT-COUNT)
               MOVE 0 TO WS-DAT-E-END (WS-DAT-COUNT)
               PERFORM 1550-REWRITE-ASSIGN-FILE
               DISPLAY WS-INPUT-ITEM " ASSIGNED TO " WS-INPUT-CODE "."
               MOVE "DEPTOWNER" TO WS-AUDIT-ACTION
               PERFORM 1900-WRITE-AUDIT-RECORD
           ELSE
               DISPLAY "<---- ASSIGNMENT CANCELLED. NOTHING SAVED. --->"
           END-IF.

       1800-END.

       1810-PROMPT-FOR-ITEM-TYPE.

           DISPLAY "COURSE OR PROGRAM (C/P) >>".
           ACCEPT WS-INPUT-ITEM-TYPE.

           IF WS-INPUT-ITEM-TYPE = 'C' OR WS-INPUT-ITEM-TYPE = 'P'
               SET ITEM-TYPE-IS-VALID TO TRUE
           ELSE
               DISPLAY "ANSWER C OR P."
           END-IF.

       1810-END.

      *    A COURSE MUST BE ON THE COURSE MASTER. A PROGRAM IS THE
      *    CODE STUDENTS DECLARE AND DEGREE.REQUIREMENTS IS KEYED ON,
      *    WHICH HAS NO MASTER OF ITS OWN.
       1820-PROMPT-FOR-ITEM.

           IF WS-INPUT-ITEM-TYPE = 'C'
               DISPLAY "ENTER COURSE CODE >>"
           ELSE
               DISPLAY "ENTER PROGRAM CODE >>"
           END-IF.
           ACCEPT WS-INPUT-ITEM.

           IF WS-INPUT-ITEM = SPACES
               DISPLAY "CODE CANNOT BE BLANK."
           ELSE
               IF WS-INPUT-ITEM-TYPE = 'C'
                   SET LKP-COURSE-LOOKUP TO TRUE
                   MOVE WS-INPUT-ITEM TO LKP-KEY
                   CALL 'PRGS0098' USING MASTER-LOOKUP-PARM
                   IF LKP-RECORD-FOUND
                       SET ITEM-IS-VALID TO TRUE
                   ELSE
                       DISPLAY "COURSE " WS-INPUT-ITEM
                           " IS NOT ON THE COURSE MASTER."
                   END-IF
               ELSE
                   SET ITEM-IS-VALID TO TRUE
               END-IF
           END-IF.

       1820-END.

       1830-FIND-OPEN-ASSIGNMENT.

           MOVE 0 TO WS-OPEN-HIT.
           MOVE 1 TO WS-DAT-IDX.
           PERFORM 1835-MATCH-ONE-ASSIGNMENT
               UNTIL WS-DAT-IDX > WS-DAT-COUNT.

       1830-END.

       1835-MATCH-ONE-ASSIGNMENT.

           IF WS-DAT-E-TYPE (WS-DAT-IDX) = WS-INPUT-ITEM-TYPE
                   AND WS-DAT-E-ITEM (WS-DAT-IDX) = WS-INPUT-ITEM
                   AND WS-DAT-E-END (WS-DAT-IDX) = 0
               MOVE WS-DAT-IDX TO WS-OPEN-HIT
           END-IF.

           ADD 1 TO WS-DAT-IDX.

       1835-END.

       1900-WRITE-AUDIT-RECORD.

           MOVE "PRGN0129" TO AUP-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AUP-ACTION.
           MOVE 0 TO AUP-STUDENT-ID.
           MOVE SPACES TO AUP-DETAIL.
           IF MODE-IS-OWNER
               STRING "DEPT " DELIMITED BY SIZE
                      WS-INPUT-CODE DELIMITED BY SPACE
                      " OWNS " DELIMITED BY SIZE
                      WS-INPUT-ITEM-TYPE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-INPUT-ITEM DELIMITED BY SPACE
                      " FROM " DELIMITED BY SIZE
                      WS-INPUT-DATE DELIMITED BY SIZE
                   INTO AUP-DETAIL
           ELSE
               STRING "DEPT " DELIMITED BY SIZE
                      WS-INPUT-CODE DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      WS-INPUT-NAME DELIMITED BY SIZE
                   INTO AUP-DETAIL
           END-IF.

           MOVE WS-SIGNON-USER TO AUP-USER.

           CALL 'PRGS0105' USING AUDIT-APPEND-PARM.

       1900-END.

       END PROGRAM PRGN0129.
