      ******************************************************************
      * Author:
      * Date:
      * Purpose: Room master maintenance - adds a teaching room to
      *          ROOM.MASTER, changes a room's seat count or type, or
      *          lists the rooms on file by campus. ASSIGNMENT ENTRY
      *          (PRGN0024) BOOKS SECTIONS ONLY INTO ROOMS ON THIS
      *          FILE AND NEVER ABOVE THEIR SEATS, AND PRGQ0112
      *          REPORTS HOW FULL EACH ROOM IS. ADDS AND CHANGES LAND
      *          ON AUDIT.LOG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGN0111.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ROMSEL.

           COPY SGNSEL.

       DATA DIVISION.
       FILE SECTION.

       FD ROOM-MASTER-FILE.
       COPY ROMFD.

       FD SIGNON-SESSION-FILE.
       COPY SGNFD.

       WORKING-STORAGE SECTION.

       01  ROM-FILE-STATUS   PIC XX.
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
           05  WS-ROM-EOF             PIC X     VALUE 'N'.
               88  ROM-EOF                   VALUE 'Y'.
           05  WS-INPUT-ROOM          PIC X(8).
           05  WS-INPUT-CAMPUS        PIC X(3).
           05  WS-ROOM-VALID          PIC X     VALUE 'N'.
               88  ROOM-IS-VALID             VALUE 'Y'.
           05  WS-INPUT-SEATS         PIC X(3).
           05  WS-PICK-SEATS          PIC 9(3)  VALUE 0.
           05  WS-SEATS-VALID         PIC X     VALUE 'N'.
               88  SEATS-ARE-VALID           VALUE 'Y'.
           05  WS-INPUT-TYPE          PIC X(8).
           05  WS-TYPE-VALID          PIC X     VALUE 'N'.
               88  TYPE-IS-VALID             VALUE 'Y'.
           05  WS-HIT-IDX             PIC 9(3)  COMP VALUE 0.
           05  WS-LIST-COUNT          PIC 9(3)  VALUE 0.
           05  WS-AUDIT-ACTION        PIC X(10).

      *    THE ROOM MASTER IS SMALL ENOUGH TO HOLD IN STORAGE WHILE
      *    IT IS REWRITTEN WITH THE CHANGED ROOM - THE SAME PATTERN
      *    PRGN0076 USES FOR THE PERIOD FILE.
       01  WS-ROOM-TABLE-AREAS.
           05  WS-RMT-COUNT        PIC 9(3)  COMP VALUE 0.
           05  WS-RMT-OVERFLOW     PIC X     VALUE 'N'.
               88  ROOM-TABLE-OVERFLOWED   VALUE 'Y'.
           05  WS-RMT-IDX          PIC 9(3)  COMP VALUE 0.
           05  WS-RMT-TABLE.
               10  WS-RMT-ENTRY    OCCURS 500 TIMES.
                   15  WS-RMT-E-CODE       PIC X(8).
                   15  WS-RMT-E-CAMPUS     PIC X(3).
                   15  WS-RMT-E-SEATS      PIC 9(3).
                   15  WS-RMT-E-TYPE       PIC X(8).

       01  ROM-HEADER.
           05 FILLER      PIC X VALUE '+'.
           05 FILLER      PIC X VALUE '-'
               OCCURS 38 TIMES.
           05 FILLER      PIC X VALUE '+'.

       01  ROM-HEADER2.
           05 FILLER      PIC X VALUE '|'.
           05 FILLER      PIC X(4) VALUE SPACES.
           05 TITRE11      PIC X(15) VALUE ' R O O M   M A '.
           05 TITRE12      PIC X(15) VALUE 'S T E R        '.
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

           DISPLAY ROM-HEADER.
           DISPLAY OUTPUTLINE.
           DISPLAY ROM-HEADER2.
           DISPLAY OUTPUTLINE.
           DISPLAY ROM-HEADER.

       1100-END.

       1150-LOAD-ROOMS.

           MOVE 'N' TO WS-ROM-EOF.

           OPEN INPUT ROOM-MASTER-FILE.
           IF ROM-FILE-STATUS = "00"
               PERFORM 1160-LOAD-ONE-ROOM UNTIL ROM-EOF
               CLOSE ROOM-MASTER-FILE
           END-IF.

       1150-END.

       1160-LOAD-ONE-ROOM.

           READ ROOM-MASTER-FILE
               AT END
                   SET ROM-EOF TO TRUE
               NOT AT END
                   IF WS-RMT-COUNT < 500
                       ADD 1 TO WS-RMT-COUNT
                       MOVE ROM-CODE
                           TO WS-RMT-E-CODE (WS-RMT-COUNT)
                       MOVE ROM-CAMPUS
                           TO WS-RMT-E-CAMPUS (WS-RMT-COUNT)
                       IF ROM-SEATS IS NUMERIC
                           MOVE ROM-SEATS
                               TO WS-RMT-E-SEATS (WS-RMT-COUNT)
                       ELSE
                           MOVE 0 TO WS-RMT-E-SEATS (WS-RMT-COUNT)
                       END-IF
                       MOVE ROM-TYPE
                           TO WS-RMT-E-TYPE (WS-RMT-COUNT)
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

           IF WS-RMT-COUNT = 0
               DISPLAY "NO ROOMS ON FILE YET."
           ELSE
               DISPLAY "ROOM     | CMP | SEATS | TYPE"
               DISPLAY "-------------------------------------------"
               MOVE 1 TO WS-RMT-IDX
               PERFORM 1310-LIST-ONE-ROOM
                   UNTIL WS-RMT-IDX > WS-RMT-COUNT
               DISPLAY "-------------------------------------------"
               DISPLAY "ROOMS ON FILE : " WS-LIST-COUNT
           END-IF.

       1300-END.

       1310-LIST-ONE-ROOM.

           DISPLAY WS-RMT-E-CODE (WS-RMT-IDX) " | "
               WS-RMT-E-CAMPUS (WS-RMT-IDX) " | "
               WS-RMT-E-SEATS (WS-RMT-IDX) "   | "
               WS-RMT-E-TYPE (WS-RMT-IDX).
           ADD 1 TO WS-LIST-COUNT.

           ADD 1 TO WS-RMT-IDX.

       1310-END.

       1400-ADD-A-ROOM.

           PERFORM 1420-PROMPT-FOR-ROOM UNTIL ROOM-IS-VALID.

           PERFORM 1430-FIND-ROOM-ROW.

           IF WS-HIT-IDX > 0
               DISPLAY "ROOM " WS-INPUT-ROOM " AT CAMPUS "
                   WS-INPUT-CAMPUS " IS ALREADY ON FILE - USE C "
                   "TO CHANGE IT."
               GOBACK
           END-IF.

           IF WS-RMT-COUNT >= 500
               DISPLAY "ROOM MASTER IS FULL - NOTHING CHANGED."
               GOBACK
           END-IF.

           PERFORM 1440-PROMPT-FOR-SEATS UNTIL SEATS-ARE-VALID.

           PERFORM 1450-PROMPT-FOR-TYPE UNTIL TYPE-IS-VALID.

           ADD 1 TO WS-RMT-COUNT.
           MOVE WS-RMT-COUNT TO WS-HIT-IDX.
           MOVE WS-INPUT-ROOM TO WS-RMT-E-CODE (WS-HIT-IDX).
           MOVE WS-INPUT-CAMPUS TO WS-RMT-E-CAMPUS (WS-HIT-IDX).
           MOVE WS-PICK-SEATS TO WS-RMT-E-SEATS (WS-HIT-IDX).
           MOVE WS-INPUT-TYPE TO WS-RMT-E-TYPE (WS-HIT-IDX).

           PERFORM 1500-REWRITE-ROOM-FILE.

           DISPLAY "ROOM " WS-INPUT-ROOM " AT CAMPUS "
               WS-INPUT-CAMPUS " ADDED (" WS-PICK-SEATS " SEATS, "
               WS-INPUT-TYPE ").".
           MOVE "ROOM ADD" TO WS-AUDIT-ACTION.
           PERFORM 1700-WRITE-AUDIT-RECORD.

       1400-END.

       1420-PROMPT-FOR-ROOM.

           DISPLAY "ENTER ROOM CODE (MAX 8 CHARS) >>".
           ACCEPT WS-INPUT-ROOM.
           DISPLAY "ENTER CAMPUS CODE (3 CHARS) >>".
           ACCEPT WS-INPUT-CAMPUS.

           IF WS-INPUT-ROOM = SPACES OR WS-INPUT-CAMPUS = SPACES
               DISPLAY "ROOM AND CAMPUS CANNOT BE BLANK."
           ELSE
               SET ROOM-IS-VALID TO TRUE
           END-IF.

       1420-END.

       1430-FIND-ROOM-ROW.

           MOVE 0 TO WS-HIT-IDX.
           MOVE 1 TO WS-RMT-IDX.

           PERFORM 1435-MATCH-ONE-ROOM
               UNTIL WS-HIT-IDX > 0 OR WS-RMT-IDX > WS-RMT-COUNT.

       1430-END.

       1435-MATCH-ONE-ROOM.

           IF WS-RMT-E-CODE (WS-RMT-IDX) = WS-INPUT-ROOM
                   AND WS-RMT-E-CAMPUS (WS-RMT-IDX) = WS-INPUT-CAMPUS
               MOVE WS-RMT-IDX TO WS-HIT-IDX
           END-IF.

           ADD 1 TO WS-RMT-IDX.

       1435-END.

       1440-PROMPT-FOR-SEATS.

           DISPLAY "ENTER SEAT COUNT (3 DIGITS) >>".
           ACCEPT WS-INPUT-SEATS.

           IF WS-INPUT-SEATS IS NUMERIC
                   AND WS-INPUT-SEATS NOT = '000'
               MOVE WS-INPUT-SEATS TO WS-PICK-SEATS
               SET SEATS-ARE-VALID TO TRUE
           ELSE
               DISPLAY "SEAT COUNT MUST BE 3 DIGITS, 001 OR HIGHER."
           END-IF.

       1440-END.

       1450-PROMPT-FOR-TYPE.

           DISPLAY "ENTER ROOM TYPE (LAB OR LECTURE) >>".
           ACCEPT WS-INPUT-TYPE.

           MOVE WS-INPUT-TYPE TO ROM-TYPE.
           IF ROM-IS-LAB OR ROM-IS-LECTURE
               SET TYPE-IS-VALID TO TRUE
           ELSE
               DISPLAY "ROOM TYPE MUST BE LAB OR LECTURE."
           END-IF.

       1450-END.

      *    A REWRITE FROM AN OVERFLOWED TABLE WOULD DROP EVERY ROW
      *    PAST THE TABLE LIMIT, SO THE FILE IS LEFT ALONE INSTEAD.
       1500-REWRITE-ROOM-FILE.

           IF ROOM-TABLE-OVERFLOWED
               DISPLAY "WARNING: ROOM.MASTER HOLDS MORE THAN "
                   "500 ROWS - CHANGES NOT SAVED. TRIM THE FILE."
           ELSE
               OPEN OUTPUT ROOM-MASTER-FILE
               IF ROM-FILE-STATUS = "00"
                   MOVE 1 TO WS-RMT-IDX
                   PERFORM 1510-REWRITE-ONE-ROOM
                       UNTIL WS-RMT-IDX > WS-RMT-COUNT
                   CLOSE ROOM-MASTER-FILE
               ELSE
                   DISPLAY "ERROR REWRITING ROOM.MASTER "
                       "(STATUS = " ROM-FILE-STATUS ")"
               END-IF
           END-IF.

       1500-END.

       1510-REWRITE-ONE-ROOM.

           MOVE WS-RMT-E-CODE (WS-RMT-IDX) TO ROM-CODE.
           MOVE ',' TO ROM-SEPARATOR1.
           MOVE WS-RMT-E-CAMPUS (WS-RMT-IDX) TO ROM-CAMPUS.
           MOVE ',' TO ROM-SEPARATOR2.
           MOVE WS-RMT-E-SEATS (WS-RMT-IDX) TO ROM-SEATS.
           MOVE ',' TO ROM-SEPARATOR3.
           MOVE WS-RMT-E-TYPE (WS-RMT-IDX) TO ROM-TYPE.

           WRITE ROOM-MASTER-RECORD.

           ADD 1 TO WS-RMT-IDX.

       1510-END.

      *    A SEAT CUT DOES NOT TOUCH SECTIONS ALREADY BOOKED INTO THE
      *    ROOM - THE NEXT ASSIGNMENT ENTRY AGAINST IT IS HELD TO THE
      *    NEW COUNT.
       1600-CHANGE-A-ROOM.

           PERFORM 1420-PROMPT-FOR-ROOM UNTIL ROOM-IS-VALID.

           PERFORM 1430-FIND-ROOM-ROW.

           IF WS-HIT-IDX = 0
               DISPLAY "ROOM " WS-INPUT-ROOM " AT CAMPUS "
                   WS-INPUT-CAMPUS " IS NOT ON FILE."
               GOBACK
           END-IF.

           DISPLAY "NOW " WS-RMT-E-SEATS (WS-HIT-IDX) " SEATS, "
               WS-RMT-E-TYPE (WS-HIT-IDX).

           PERFORM 1440-PROMPT-FOR-SEATS UNTIL SEATS-ARE-VALID.

           PERFORM 1450-PROMPT-FOR-TYPE UNTIL TYPE-IS-VALID.

           MOVE WS-PICK-SEATS TO WS-RMT-E-SEATS (WS-HIT-IDX).
           MOVE WS-INPUT-TYPE TO WS-RMT-E-TYPE (WS-HIT-IDX).

           PERFORM 1500-REWRITE-ROOM-FILE.

           DISPLAY "ROOM " WS-INPUT-ROOM " AT CAMPUS "
               WS-INPUT-CAMPUS " CHANGED.".
           MOVE "ROOM CHG" TO WS-AUDIT-ACTION.
           PERFORM 1700-WRITE-AUDIT-RECORD.

       1600-END.

       1700-WRITE-AUDIT-RECORD.

           MOVE "PRGN0111" TO AUP-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AUP-ACTION.
           MOVE 0 TO AUP-STUDENT-ID.
           MOVE SPACES TO AUP-DETAIL.
           STRING "ROOM " DELIMITED BY SIZE
                  WS-INPUT-ROOM DELIMITED BY SIZE
                  " CAMPUS " DELIMITED BY SIZE
                  WS-INPUT-CAMPUS DELIMITED BY SIZE
                  " SEATS " DELIMITED BY SIZE
                  WS-PICK-SEATS DELIMITED BY SIZE
               INTO AUP-DETAIL.

           MOVE WS-SIGNON-USER TO AUP-USER.

           CALL 'PRGS0105' USING AUDIT-APPEND-PARM.

       1700-END.

       END PROGRAM PRGN0111.
