      ******************************************************************
      * Author:
      * Date:
      * Purpose: Residence room inventory maintenance - adds a room to
      *          RESIDENCE.ROOMS, changes a room's bed count, gender
      *          designation or term rate, or lists the rooms on file
      *          by building. HOUSING ASSIGNMENT (PRGN0136) PLACES
      *          STUDENTS ONLY IN ROOMS ON THIS FILE AND NEVER ABOVE
      *          THEIR BEDS, THE ASSESSMENT BATCH (PRGB0034) BILLS
      *          THE TERM RATE, AND PRGQ0138 REPORTS OCCUPANCY. ADDS
      *          AND CHANGES LAND ON AUDIT.LOG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGN0135.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RSRSEL.

           COPY SGNSEL.

       DATA DIVISION.
       FILE SECTION.

       FD RESIDENCE-ROOM-FILE.
       COPY RSRFD.

       FD SIGNON-SESSION-FILE.
       COPY SGNFD.

       WORKING-STORAGE SECTION.

       01  RSR-FILE-STATUS   PIC XX.
       01  SGN-FILE-STATUS   PIC XX.
       COPY AUPWRK.

       COPY SGNWRK.

       01  WS-WORK-AREAS.
           05  WS-MODE                PIC X     VALUE SPACES.
               88  MODE-IS-ADD               VALUE 'A'.
               88  MODE-IS-CHANGE            VALUE 'C'.
               88  MODE-IS-LIST              VALUE 'L'.
           05  WS-MODE-VALID          PIC X     VALUE 'N'.
               88  MODE-IS-VALID             VALUE 'Y'.
           05  WS-RSR-EOF             PIC X     VALUE 'N'.
               88  RSR-EOF                   VALUE 'Y'.
           05  WS-INPUT-BUILDING      PIC X(8).
           05  WS-INPUT-ROOM          PIC X(6).
           05  WS-ROOM-VALID          PIC X     VALUE 'N'.
               88  ROOM-IS-VALID             VALUE 'Y'.
           05  WS-INPUT-BEDS          PIC X(2).
           05  WS-PICK-BEDS           PIC 9(2)  VALUE 0.
           05  WS-BEDS-VALID          PIC X     VALUE 'N'.
               88  BEDS-ARE-VALID            VALUE 'Y'.
           05  WS-INPUT-GENDER        PIC X.
           05  WS-GENDER-VALID        PIC X     VALUE 'N'.
               88  GENDER-IS-VALID           VALUE 'Y'.
           05  WS-INPUT-RATE          PIC X(8).
           05  WS-RAW-RATE            PIC 9(7)  VALUE 0.
           05  WS-PICK-RATE           PIC 9(5)V99 VALUE 0.
           05  WS-RATE-VALID          PIC X     VALUE 'N'.
               88  RATE-IS-VALID             VALUE 'Y'.
           05  WS-EDIT-RATE           PIC ZZ,ZZ9.99.
           05  WS-HIT-IDX             PIC 9(3)  COMP VALUE 0.
           05  WS-LIST-COUNT          PIC 9(3)  VALUE 0.
           05  WS-LIST-BEDS           PIC 9(5)  VALUE 0.
           05  WS-AUDIT-ACTION        PIC X(10).

      *    THE INVENTORY IS SMALL ENOUGH TO HOLD IN STORAGE WHILE IT
      *    IS REWRITTEN WITH THE CHANGED ROOM - THE SAME PATTERN
      *    PRGN0111 USES FOR THE TEACHING-ROOM MASTER.
       01  WS-ROOM-TABLE-AREAS.
           05  WS-RRT-COUNT        PIC 9(3)  COMP VALUE 0.
           05  WS-RRT-OVERFLOW     PIC X     VALUE 'N'.
               88  ROOM-TABLE-OVERFLOWED   VALUE 'Y'.
           05  WS-RRT-IDX          PIC 9(3)  COMP VALUE 0.
           05  WS-RRT-TABLE.
               10  WS-RRT-ENTRY    OCCURS 900 TIMES.
                   15  WS-RRT-E-BUILDING   PIC X(8).
                   15  WS-RRT-E-ROOM       PIC X(6).
                   15  WS-RRT-E-BEDS       PIC 9(2).
                   15  WS-RRT-E-GENDER     PIC X.
                   15  WS-RRT-E-RATE       PIC 9(5)V99.

       01  RSR-HEADER.
           05 FILLER      PIC X VALUE '+'.
           05 FILLER      PIC X VALUE '-'
               OCCURS 38 TIMES.
           05 FILLER      PIC X VALUE '+'.

       01  RSR-HEADER2.
           05 FILLER      PIC X VALUE '|'.
           05 FILLER      PIC X(4) VALUE SPACES.
           05 TITRE11      PIC X(15) VALUE 'R E S I D E N C'.
           05 TITRE12      PIC X(15) VALUE ' E   R O O M S '.
           05 FILLER      PIC X(4) VALUE SPACES.
           05 FILLER      PIC X VALUE '|'.

       01 OUTPUTLINE.
           05 BLANK-LINE PIC X.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.

           PERFORM 0800-READ-SIGNON.

           PERFORM 1100-DISPLAY-HEADER.

           PERFORM 1150-LOAD-ROOMS.

           PERFORM 1200-PROMPT-FOR-MODE UNTIL MODE-IS-VALID.

           EVALUATE TRUE
               WHEN MODE-IS-ADD
                   PERFORM 1400-ADD-A-ROOM
               WHEN MODE-IS-CHANGE
                   PERFORM 1600-CHANGE-A-ROOM
               WHEN OTHER
                   PERFORM 1300-LIST-ROOMS
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

           DISPLAY RSR-HEADER.
           DISPLAY OUTPUTLINE.
           DISPLAY RSR-HEADER2.
           DISPLAY OUTPUTLINE.
           DISPLAY RSR-HEADER.

       1100-END.

       1150-LOAD-ROOMS.

           MOVE 'N' TO WS-RSR-EOF.

           OPEN INPUT RESIDENCE-ROOM-FILE.
           IF RSR-FILE-STATUS = "00"
               PERFORM 1160-LOAD-ONE-ROOM UNTIL RSR-EOF
               CLOSE RESIDENCE-ROOM-FILE
           END-IF.

       1150-END.

       1160-LOAD-ONE-ROOM.

           READ RESIDENCE-ROOM-FILE
               AT END
                   SET RSR-EOF TO TRUE
               NOT AT END
                   IF WS-RRT-COUNT < 900
                       ADD 1 TO WS-RRT-COUNT
                       MOVE RSR-BUILDING
                           TO WS-RRT-E-BUILDING (WS-RRT-COUNT)
                       MOVE RSR-ROOM
                           TO WS-RRT-E-ROOM (WS-RRT-COUNT)
                       IF RSR-BEDS IS NUMERIC
                           MOVE RSR-BEDS
                               TO WS-RRT-E-BEDS (WS-RRT-COUNT)
                       ELSE
                           MOVE 0 TO WS-RRT-E-BEDS (WS-RRT-COUNT)
                       END-IF
                       MOVE RSR-GENDER
                           TO WS-RRT-E-GENDER (WS-RRT-COUNT)
                       IF RSR-TERM-RATE IS NUMERIC
                           MOVE RSR-TERM-RATE
                               TO WS-RRT-E-RATE (WS-RRT-COUNT)
                       ELSE
                           MOVE 0 TO WS-RRT-E-RATE (WS-RRT-COUNT)
                       END-IF
                   ELSE
                       SET ROOM-TABLE-OVERFLOWED TO TRUE
                   END-IF
           END-READ.

       1160-END.

       1200-PROMPT-FOR-MODE.

           DISPLAY "ADD A ROOM, CHANGE A ROOM, OR LIST ROOMS "
               "(A/C/L) >>".
           ACCEPT WS-MODE.

           IF MODE-IS-ADD OR MODE-IS-CHANGE OR MODE-IS-LIST
               SET MODE-IS-VALID TO TRUE
           ELSE
               DISPLAY "MODE MUST BE A, C, OR L."
           END-IF.

       1200-END.

       1300-LIST-ROOMS.

           IF WS-RRT-COUNT = 0
               DISPLAY "NO RESIDENCE ROOMS ON FILE YET."
           ELSE
               DISPLAY "BUILDING | ROOM   | BEDS | G | TERM RATE"
               DISPLAY "-------------------------------------------"
               MOVE 1 TO WS-RRT-IDX
               PERFORM 1310-LIST-ONE-ROOM
                   UNTIL WS-RRT-IDX > WS-RRT-COUNT
               DISPLAY "-------------------------------------------"
               DISPLAY "ROOMS ON FILE : " WS-LIST-COUNT
               DISPLAY "BEDS ON FILE  : " WS-LIST-BEDS
           END-IF.

       1300-END.

       1310-LIST-ONE-ROOM.

           MOVE WS-RRT-E-RATE (WS-RRT-IDX) TO WS-EDIT-RATE.
           DISPLAY WS-RRT-E-BUILDING (WS-RRT-IDX) " | "
               WS-RRT-E-ROOM (WS-RRT-IDX) " | "
               WS-RRT-E-BEDS (WS-RRT-IDX) "   | "
               WS-RRT-E-GENDER (WS-RRT-IDX) " | "
               WS-EDIT-RATE.
           ADD 1 TO WS-LIST-COUNT.
           ADD WS-RRT-E-BEDS (WS-RRT-IDX) TO WS-LIST-BEDS.

           ADD 1 TO WS-RRT-IDX.

       1310-END.

       1400-ADD-A-ROOM.

           PERFORM 1420-PROMPT-FOR-ROOM UNTIL ROOM-IS-VALID.

           PERFORM 1430-FIND-ROOM-ROW.

           IF WS-HIT-IDX > 0
               DISPLAY "ROOM " WS-INPUT-ROOM " IN "
                   WS-INPUT-BUILDING " IS ALREADY ON FILE - USE C "
                   "TO CHANGE IT."
               GOBACK
           END-IF.

           IF WS-RRT-COUNT >= 900
               DISPLAY "RESIDENCE ROOM FILE IS FULL - NOTHING "
                   "CHANGED."
               GOBACK
           END-IF.

           PERFORM 1440-PROMPT-FOR-BEDS UNTIL BEDS-ARE-VALID.

           PERFORM 1450-PROMPT-FOR-GENDER UNTIL GENDER-IS-VALID.

           PERFORM 1460-PROMPT-FOR-RATE UNTIL RATE-IS-VALID.

           ADD 1 TO WS-RRT-COUNT.
           MOVE WS-RRT-COUNT TO WS-HIT-IDX.
           MOVE WS-INPUT-BUILDING TO WS-RRT-E-BUILDING (WS-HIT-IDX).
           MOVE WS-INPUT-ROOM TO WS-RRT-E-ROOM (WS-HIT-IDX).
           MOVE WS-PICK-BEDS TO WS-RRT-E-BEDS (WS-HIT-IDX).
           MOVE WS-INPUT-GENDER TO WS-RRT-E-GENDER (WS-HIT-IDX).
           MOVE WS-PICK-RATE TO WS-RRT-E-RATE (WS-HIT-IDX).

           PERFORM 1500-REWRITE-ROOM-FILE.

           DISPLAY "ROOM " WS-INPUT-ROOM " IN " WS-INPUT-BUILDING
               " ADDED (" WS-PICK-BEDS " BEDS, " WS-INPUT-GENDER
               ").".
           MOVE "RESRM ADD" TO WS-AUDIT-ACTION.
           PERFORM 1700-WRITE-AUDIT-RECORD.

       1400-END.

       1420-PROMPT-FOR-ROOM.

           DISPLAY "ENTER BUILDING CODE (MAX 8 CHARS) >>".
           ACCEPT WS-INPUT-BUILDING.
           DISPLAY "ENTER ROOM NUMBER (MAX 6 CHARS) >>".
           ACCEPT WS-INPUT-ROOM.

           IF WS-INPUT-BUILDING = SPACES OR WS-INPUT-ROOM = SPACES
               DISPLAY "BUILDING AND ROOM CANNOT BE BLANK."
           ELSE
               SET ROOM-IS-VALID TO TRUE
           END-IF.

       1420-END.

       1430-FIND-ROOM-ROW.

           MOVE 0 TO WS-HIT-IDX.
           MOVE 1 TO WS-RRT-IDX.

           PERFORM 1435-MATCH-ONE-ROOM
               UNTIL WS-HIT-IDX > 0 OR WS-RRT-IDX > WS-RRT-COUNT.

       1430-END.

       1435-MATCH-ONE-ROOM.

           IF WS-RRT-E-BUILDING (WS-RRT-IDX) = WS-INPUT-BUILDING
                   AND WS-RRT-E-ROOM (WS-RRT-IDX) = WS-INPUT-ROOM
               MOVE WS-RRT-IDX TO WS-HIT-IDX
           END-IF.

           ADD 1 TO WS-RRT-IDX.

       1435-END.

       1440-PROMPT-FOR-BEDS.

           DISPLAY "ENTER BED COUNT (2 DIGITS) >>".
           ACCEPT WS-INPUT-BEDS.

           IF WS-INPUT-BEDS IS NUMERIC
                   AND WS-INPUT-BEDS NOT = '00'
               MOVE WS-INPUT-BEDS TO WS-PICK-BEDS
               SET BEDS-ARE-VALID TO TRUE
           ELSE
               DISPLAY "BED COUNT MUST BE 2 DIGITS, 01 OR HIGHER."
           END-IF.

       1440-END.

       1450-PROMPT-FOR-GENDER.

           DISPLAY "ENTER GENDER DESIGNATION (M, F, OR X = ANY) >>".
           ACCEPT WS-INPUT-GENDER.

           MOVE WS-INPUT-GENDER TO RSR-GENDER.
           IF RSR-MALE-ONLY OR RSR-FEMALE-ONLY OR RSR-ANY-GENDER
               SET GENDER-IS-VALID TO TRUE
           ELSE
               DISPLAY "GENDER DESIGNATION MUST BE M, F, OR X."
           END-IF.

       1450-END.

       1460-PROMPT-FOR-RATE.

           DISPLAY "ENTER TERM RATE (DIGITS ONLY, 9999999 = "
               "99999.99) >>".
           ACCEPT WS-INPUT-RATE.

           IF WS-INPUT-RATE(1:7) IS NUMERIC
               MOVE WS-INPUT-RATE(1:7) TO WS-RAW-RATE
               COMPUTE WS-PICK-RATE = WS-RAW-RATE / 100
               IF WS-PICK-RATE > 0
                   SET RATE-IS-VALID TO TRUE
               ELSE
                   DISPLAY "RATE MUST BE GREATER THAN ZERO."
               END-IF
           ELSE
               DISPLAY "RATE MUST BE 7 DIGITS (DOLLARS AND CENTS, "
                   "NO POINT)."
           END-IF.

       1460-END.

      *    A REWRITE FROM AN OVERFLOWED TABLE WOULD DROP EVERY ROW
      *    PAST THE TABLE LIMIT, SO THE FILE IS LEFT ALONE INSTEAD.
       1500-REWRITE-ROOM-FILE.

           IF ROOM-TABLE-OVERFLOWED
               DISPLAY "WARNING: RESIDENCE.ROOMS HOLDS MORE THAN "
                   "900 ROWS - CHANGES NOT SAVED. TRIM THE FILE."
           ELSE
               OPEN OUTPUT RESIDENCE-ROOM-FILE
               IF RSR-FILE-STATUS = "00"
                   MOVE 1 TO WS-RRT-IDX
                   PERFORM 1510-REWRITE-ONE-ROOM
                       UNTIL WS-RRT-IDX > WS-RRT-COUNT
                   CLOSE RESIDENCE-ROOM-FILE
               ELSE
                   DISPLAY "ERROR REWRITING RESIDENCE.ROOMS "
                       "(STATUS = " RSR-FILE-STATUS ")"
               END-IF
           END-IF.

       1500-END.

       1510-REWRITE-ONE-ROOM.

           MOVE WS-RRT-E-BUILDING (WS-RRT-IDX) TO RSR-BUILDING.
           MOVE ',' TO RSR-SEPARATOR1.
           MOVE WS-RRT-E-ROOM (WS-RRT-IDX) TO RSR-ROOM.
           MOVE ',' TO RSR-SEPARATOR2.
           MOVE WS-RRT-E-BEDS (WS-RRT-IDX) TO RSR-BEDS.
           MOVE ',' TO RSR-SEPARATOR3.
           MOVE WS-RRT-E-GENDER (WS-RRT-IDX) TO RSR-GENDER.
           MOVE ',' TO RSR-SEPARATOR4.
           MOVE WS-RRT-E-RATE (WS-RRT-IDX) TO RSR-TERM-RATE.

           WRITE RESIDENCE-ROOM-RECORD.

           ADD 1 TO WS-RRT-IDX.

       1510-END.

      *    A BED CUT OR DESIGNATION CHANGE DOES NOT MOVE STUDENTS
      *    ALREADY ASSIGNED TO THE ROOM, AND A RATE CHANGE DOES NOT
      *    RE-PRICE A TERM ALREADY BILLED - THE NEXT ASSIGNMENT AND
      *    THE NEXT TERM'S ASSESSMENT ARE HELD TO THE NEW VALUES.
       1600-CHANGE-A-ROOM.

           PERFORM 1420-PROMPT-FOR-ROOM UNTIL ROOM-IS-VALID.

           PERFORM 1430-FIND-ROOM-ROW.

           IF WS-HIT-IDX = 0
               DISPLAY "ROOM " WS-INPUT-ROOM " IN "
                   WS-INPUT-BUILDING " IS NOT ON FILE."
               GOBACK
           END-IF.

           MOVE WS-RRT-E-RATE (WS-HIT-IDX) TO WS-EDIT-RATE.
           DISPLAY "NOW " WS-RRT-E-BEDS (WS-HIT-IDX) " BEDS, "
               "DESIGNATION " WS-RRT-E-GENDER (WS-HIT-IDX)
               ", TERM RATE " WS-EDIT-RATE.

           PERFORM 1440-PROMPT-FOR-BEDS UNTIL BEDS-ARE-VALID.

           PERFORM 1450-PROMPT-FOR-GENDER UNTIL GENDER-IS-VALID.

           PERFORM 1460-PROMPT-FOR-RATE UNTIL RATE-IS-VALID.

           MOVE WS-PICK-BEDS TO WS-RRT-E-BEDS (WS-HIT-IDX).
           MOVE WS-INPUT-GENDER TO WS-RRT-E-GENDER (WS-HIT-IDX).
           MOVE WS-PICK-RATE TO WS-RRT-E-RATE (WS-HIT-IDX).

           PERFORM 1500-REWRITE-ROOM-FILE.

           DISPLAY "ROOM " WS-INPUT-ROOM " IN " WS-INPUT-BUILDING
               " CHANGED.".
           MOVE "RESRM CHG" TO WS-AUDIT-ACTION.
           PERFORM 1700-WRITE-AUDIT-RECORD.

       1600-END.

       1700-WRITE-AUDIT-RECORD.

           MOVE "PRGN0135" TO AUP-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AUP-ACTION.
           MOVE 0 TO AUP-STUDENT-ID.
           MOVE SPACES TO AUP-DETAIL.
           STRING "BLDG " DELIMITED BY SIZE
                  WS-INPUT-BUILDING DELIMITED BY SIZE
                  " ROOM " DELIMITED BY SIZE
                  WS-INPUT-ROOM DELIMITED BY SIZE
                  " BEDS " DELIMITED BY SIZE
                  WS-PICK-BEDS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-INPUT-GENDER DELIMITED BY SIZE
               INTO AUP-DETAIL.

           MOVE WS-SIGNON-USER TO AUP-USER.

           CALL 'PRGS0105' USING AUDIT-APPEND-PARM.

       1700-END.

       END PROGRAM PRGN0135.
