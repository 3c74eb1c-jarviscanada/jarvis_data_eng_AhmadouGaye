      ******************************************************************
      * Author:
      * Date:
      * Purpose: Housing application and room assignment - takes a
      *          student's residence application for a term onto
      *          HOUSING.VSAM, assigns (or moves) the applicant to a
      *          room on RESIDENCE.ROOMS, moves an assigned student
      *          out, or cancels an application. AN ASSIGNMENT IS
      *          REFUSED WHEN THE ROOM'S BEDS ARE ALREADY TAKEN FOR
      *          THE TERM OR ITS GENDER DESIGNATION DOES NOT ADMIT
      *          THE APPLICANT. ONLY ACTIVE STUDENTS MAY APPLY; THE
      *          ASSESSMENT BATCH (PRGB0034) BILLS THE ROOM'S TERM
      *          RATE AND THE NIGHTLY PRGB0137 MOVES OUT STUDENTS WHO
      *          WITHDRAW OR DROP TO NO COURSES. EVERY CHANGE LANDS
      *          ON AUDIT.LOG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGN0136.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY STUSEL.

           COPY HSGSEL.

           COPY RSRSEL.

           COPY SGNSEL.

       DATA DIVISION.
       FILE SECTION.

       FD STUDENT-VSAM-FILE.

       COPY STUFD.

       FD HOUSING-VSAM-FILE.
       COPY HSGFD.

       FD RESIDENCE-ROOM-FILE.
       COPY RSRFD.

       FD SIGNON-SESSION-FILE.
       COPY SGNFD.

       WORKING-STORAGE SECTION.

       01  HSG-FILE-STATUS   PIC XX.
       01  RSR-FILE-STATUS   PIC XX.
       01  SGN-FILE-STATUS   PIC XX.
       COPY AUPWRK.

       COPY SGNWRK.

       COPY STUWRK.

       COPY LKPWRK.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY         PIC X(2).
           05  WS-STUDENT-FOUND       PIC X     VALUE 'N'.
               88  STUDENT-WAS-FOUND         VALUE 'Y'.
           05  WS-INPUT-TERM          PIC X(10).
           05  WS-TERM-VALID          PIC X     VALUE 'N'.
               88  TERM-IS-VALID             VALUE 'Y'.
           05  WS-HOUSING-FOUND       PIC X     VALUE 'N'.
               88  HOUSING-WAS-FOUND         VALUE 'Y'.
           05  WS-ACTION              PIC X     VALUE SPACE.
               88  ACTION-IS-APPLY           VALUE 'P'.
               88  ACTION-IS-ASSIGN          VALUE 'A'.
               88  ACTION-IS-MOVE-OUT        VALUE 'O'.
               88  ACTION-IS-CANCEL          VALUE 'C'.
               88  ACTION-IS-EXIT            VALUE 'X'.
           05  WS-ACTION-VALID        PIC X     VALUE 'N'.
               88  ACTION-IS-VALID           VALUE 'Y'.
           05  WS-INPUT-GENDER        PIC X     VALUE SPACE.
           05  WS-GENDER-VALID        PIC X     VALUE 'N'.
               88  GENDER-IS-VALID           VALUE 'Y'.
           05  WS-INPUT-PREF          PIC X(8).
           05  WS-INPUT-BUILDING      PIC X(8).
           05  WS-INPUT-ROOM          PIC X(6).
           05  WS-RSR-EOF             PIC X     VALUE 'N'.
               88  RSR-EOF                   VALUE 'Y'.
           05  WS-ROOM-FOUND          PIC X     VALUE 'N'.
               88  ROOM-WAS-FOUND            VALUE 'Y'.
           05  WS-ROOM-BEDS           PIC 9(2)  VALUE 0.
           05  WS-ROOM-GENDER         PIC X     VALUE SPACE.
           05  WS-HSG-EOF             PIC X     VALUE 'N'.
               88  HSG-EOF                   VALUE 'Y'.
           05  WS-OCCUPANTS           PIC 9(3)  VALUE 0.
           05  WS-CONFIRM-SAVE        PIC X     VALUE 'N'.
               88  CONFIRM-SAVE              VALUE 'Y'.
           05  WS-AUDIT-ACTION        PIC X(10).
           05  WS-AUDIT-DETAIL        PIC X(40).

       01  HSG-HEADER.
           05 FILLER      PIC X VALUE '+'.
           05 FILLER      PIC X VALUE '-'
               OCCURS 38 TIMES.
           05 FILLER      PIC X VALUE '+'.

       01  HSG-HEADER2.
           05 FILLER      PIC X VALUE '|'.
           05 FILLER      PIC X(4) VALUE SPACES.
           05 TITRE11      PIC X(15) VALUE '  H O U S I N G'.
           05 TITRE12      PIC X(15) VALUE '   A S S I G N '.
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
                   "NO HOUSING RECORD IS KEPT."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1250-PROMPT-FOR-TERM UNTIL TERM-IS-VALID.

      *    STATUS 35 MEANS THE FILE DOES NOT EXIST YET -- CREATE IT.
      *    ANY OTHER NON-ZERO STATUS IS A REAL OPEN FAILURE AND MUST
      *    NOT FALL INTO OPEN OUTPUT, WHICH WOULD EMPTY THE FILE.
           OPEN I-O HOUSING-VSAM-FILE.
           IF HSG-FILE-STATUS = "35"
               OPEN OUTPUT HOUSING-VSAM-FILE
               IF HSG-FILE-STATUS = "00"
                   CLOSE HOUSING-VSAM-FILE
                   OPEN I-O HOUSING-VSAM-FILE
               END-IF
           END-IF.

           IF HSG-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING HOUSING.VSAM FILE (STATUS = "
                   HSG-FILE-STATUS ")"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1300-READ-HOUSING.

           PERFORM 1400-SHOW-HOUSING.

           PERFORM 1450-PROMPT-FOR-ACTION UNTIL ACTION-IS-VALID.

           EVALUATE TRUE
               WHEN ACTION-IS-APPLY
                   PERFORM 1500-TAKE-APPLICATION
               WHEN ACTION-IS-ASSIGN
                   PERFORM 1600-ASSIGN-ROOM
               WHEN ACTION-IS-MOVE-OUT
                   PERFORM 1700-MOVE-OUT
               WHEN ACTION-IS-CANCEL
                   PERFORM 1750-CANCEL-APPLICATION
               WHEN OTHER
                   DISPLAY "<---- NOTHING CHANGED. --->"
           END-EVALUATE.

           CLOSE HOUSING-VSAM-FILE.

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

           DISPLAY HSG-HEADER.
           DISPLAY OUTPUTLINE.
           DISPLAY HSG-HEADER2.
           DISPLAY OUTPUTLINE.
           DISPLAY HSG-HEADER.

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

       1300-READ-HOUSING.

           MOVE WS-STUDENT-VSAM-ID TO HSG-STUDENT-ID.
           MOVE WS-INPUT-TERM TO HSG-TERM.

           READ HOUSING-VSAM-FILE
               KEY IS HSG-KEY
               INVALID KEY
                   MOVE 'N' TO WS-HOUSING-FOUND
               NOT INVALID KEY
                   SET HOUSING-WAS-FOUND TO TRUE
           END-READ.

       1300-END.

       1400-SHOW-HOUSING.

           IF NOT HOUSING-WAS-FOUND
               DISPLAY "NO HOUSING APPLICATION FOR " WS-INPUT-TERM
           ELSE
               EVALUATE TRUE
                   WHEN HSG-APPLIED
                       DISPLAY "STATUS    : APPLIED " HSG-APPLY-DATE
                   WHEN HSG-ASSIGNED
                       DISPLAY "STATUS    : ASSIGNED " HSG-ASSIGN-DATE
                   WHEN HSG-MOVED-OUT
                       DISPLAY "STATUS    : MOVED OUT "
                           HSG-MOVE-OUT-DATE " REASON "
                           HSG-MOVE-OUT-REASON
                   WHEN OTHER
                       DISPLAY "STATUS    : APPLICATION CANCELLED"
               END-EVALUATE
               DISPLAY "GENDER    : " HSG-GENDER
               DISPLAY "PREFERRED : " HSG-PREF-BUILDING
               DISPLAY "ROOM      : " HSG-BUILDING " " HSG-ROOM
           END-IF.

       1400-END.

       1450-PROMPT-FOR-ACTION.

           DISPLAY "APPLY, ASSIGN ROOM, MOVE OUT, CANCEL APPLICATION "
               "OR EXIT (P/A/O/C/X) >>".
           ACCEPT WS-ACTION.

           EVALUATE TRUE
               WHEN ACTION-IS-EXIT
                   SET ACTION-IS-VALID TO TRUE
               WHEN ACTION-IS-APPLY
                   IF HOUSING-WAS-FOUND
                           AND (HSG-APPLIED OR HSG-ASSIGNED)
                       DISPLAY "AN APPLICATION IS ALREADY OPEN FOR "
                           "THIS TERM."
                   ELSE
                       IF WS-STUDENT-VSAM-STATUS NOT = 'A'
                           DISPLAY "ONLY AN ACTIVE STUDENT MAY APPLY "
                               "FOR RESIDENCE."
                       ELSE
                           SET ACTION-IS-VALID TO TRUE
                       END-IF
                   END-IF
               WHEN ACTION-IS-ASSIGN
                   IF HOUSING-WAS-FOUND
                           AND (HSG-APPLIED OR HSG-ASSIGNED)
                       SET ACTION-IS-VALID TO TRUE
                   ELSE
                       DISPLAY "NO OPEN APPLICATION TO ASSIGN - TAKE "
                           "THE APPLICATION FIRST (P)."
                   END-IF
               WHEN ACTION-IS-MOVE-OUT
                   IF HOUSING-WAS-FOUND AND HSG-ASSIGNED
                       SET ACTION-IS-VALID TO TRUE
                   ELSE
                       DISPLAY "STUDENT HOLDS NO ROOM FOR THIS TERM."
                   END-IF
               WHEN ACTION-IS-CANCEL
                   IF HOUSING-WAS-FOUND AND HSG-APPLIED
                       SET ACTION-IS-VALID TO TRUE
                   ELSE
                       DISPLAY "ONLY AN UNASSIGNED APPLICATION CAN BE "
                           "CANCELLED - USE O FOR AN ASSIGNED ROOM."
                   END-IF
               WHEN OTHER
                   DISPLAY "ACTION MUST BE P, A, O, C, OR X."
           END-EVALUATE.

       1450-END.

      *    A NEW APPLICATION, OR A FRESH ONE OVER A CANCELLED OR
      *    MOVED-OUT ROW FOR THE SAME TERM.
       1500-TAKE-APPLICATION.

           PERFORM 1510-PROMPT-FOR-GENDER UNTIL GENDER-IS-VALID.

           DISPLAY "ENTER PREFERRED BUILDING (BLANK = ANY) >>".
           MOVE SPACES TO WS-INPUT-PREF.
           ACCEPT WS-INPUT-PREF.

           DISPLAY "SAVE APPLICATION (Y/N)? >>".
           ACCEPT WS-CONFIRM-SAVE.

           IF NOT CONFIRM-SAVE
               DISPLAY "<---- NOTHING CHANGED. --->"
           ELSE
               MOVE SPACES TO HOUSING-VSAM-RECORD
               MOVE ',' TO HSG-SEPARATOR1, HSG-SEPARATOR2,
                   HSG-SEPARATOR3, HSG-SEPARATOR4, HSG-SEPARATOR5,
                   HSG-SEPARATOR6, HSG-SEPARATOR7, HSG-SEPARATOR8,
                   HSG-SEPARATOR9, HSG-SEPARATOR10
               MOVE WS-STUDENT-VSAM-ID TO HSG-STUDENT-ID
               MOVE WS-INPUT-TERM TO HSG-TERM
               SET HSG-APPLIED TO TRUE
               MOVE CURRENT-DATE TO HSG-APPLY-DATE
               MOVE WS-INPUT-GENDER TO HSG-GENDER
               MOVE WS-INPUT-PREF TO HSG-PREF-BUILDING
               MOVE 0 TO HSG-ASSIGN-DATE
               MOVE 0 TO HSG-MOVE-OUT-DATE
               MOVE CURRENT-DATE TO HSG-UPDATE-DATE
               IF HOUSING-WAS-FOUND
                   REWRITE HOUSING-VSAM-RECORD
               ELSE
                   WRITE HOUSING-VSAM-RECORD
               END-IF
               IF HSG-FILE-STATUS = "00"
                   DISPLAY "APPLICATION SAVED FOR " WS-INPUT-TERM "."
                   MOVE "HSG APPLY" TO WS-AUDIT-ACTION
                   PERFORM 1800-WRITE-AUDIT-RECORD
               ELSE
                   DISPLAY "ERROR SAVING APPLICATION (STATUS = "
                       HSG-FILE-STATUS ")"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       1500-END.

       1510-PROMPT-FOR-GENDER.

           DISPLAY "ENTER APPLICANT GENDER FOR ROOM MATCHING "
               "(M, F, OR X) >>".
           ACCEPT WS-INPUT-GENDER.

           MOVE WS-INPUT-GENDER TO HSG-GENDER.
           IF HSG-GENDER-VALID
               SET GENDER-IS-VALID TO TRUE
           ELSE
               DISPLAY "GENDER MUST BE M, F, OR X."
           END-IF.

       1510-END.

      *    THE ROOM MUST BE ON THE INVENTORY, ADMIT THE APPLICANT'S
      *    GENDER, AND HAVE A BED FREE FOR THE TERM. A STUDENT MOVED
      *    FROM ONE ROOM TO ANOTHER IS NOT COUNTED AGAINST EITHER.
       1600-ASSIGN-ROOM.

           DISPLAY "ENTER BUILDING CODE >>".
           ACCEPT WS-INPUT-BUILDING.
           DISPLAY "ENTER ROOM NUMBER >>".
           ACCEPT WS-INPUT-ROOM.

           PERFORM 1610-FIND-ROOM.

           IF NOT ROOM-WAS-FOUND
               DISPLAY "ROOM " WS-INPUT-ROOM " IN " WS-INPUT-BUILDING
                   " IS NOT ON THE RESIDENCE INVENTORY."
               MOVE 4 TO RETURN-CODE
           ELSE
               IF WS-ROOM-GENDER NOT = 'X'
                       AND WS-ROOM-GENDER NOT = HSG-GENDER
                   DISPLAY "ROOM IS DESIGNATED " WS-ROOM-GENDER
                       " - APPLICANT IS " HSG-GENDER
                       ". NOTHING CHANGED."
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM 1620-COUNT-OCCUPANTS
                   PERFORM 1300-READ-HOUSING
                   IF WS-OCCUPANTS >= WS-ROOM-BEDS
                       DISPLAY "ROOM IS FULL - " WS-OCCUPANTS " OF "
                           WS-ROOM-BEDS " BEDS TAKEN FOR "
                           WS-INPUT-TERM ". NOTHING CHANGED."
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       PERFORM 1640-SAVE-ASSIGNMENT
                   END-IF
               END-IF
           END-IF.

       1600-END.

       1610-FIND-ROOM.

           MOVE 'N' TO WS-RSR-EOF.

           OPEN INPUT RESIDENCE-ROOM-FILE.
           IF RSR-FILE-STATUS = "00"
               PERFORM 1615-MATCH-ONE-ROOM
                   UNTIL RSR-EOF OR ROOM-WAS-FOUND
               CLOSE RESIDENCE-ROOM-FILE
           END-IF.

       1610-END.

       1615-MATCH-ONE-ROOM.

           READ RESIDENCE-ROOM-FILE
               AT END
                   SET RSR-EOF TO TRUE
               NOT AT END
                   IF RSR-BUILDING = WS-INPUT-BUILDING
                           AND RSR-ROOM = WS-INPUT-ROOM
                       SET ROOM-WAS-FOUND TO TRUE
                       IF RSR-BEDS IS NUMERIC
                           MOVE RSR-BEDS TO WS-ROOM-BEDS
                       END-IF
                       MOVE RSR-GENDER TO WS-ROOM-GENDER
                   END-IF
           END-READ.

       1615-END.

      *    THE SWEEP MOVES THE FILE POSITION, SO THE CALLER READS
      *    THE STUDENT'S OWN ROW AGAIN BEFORE IT IS REWRITTEN.
       1620-COUNT-OCCUPANTS.

           MOVE 0 TO WS-OCCUPANTS.
           MOVE 'N' TO WS-HSG-EOF.

           MOVE LOW-VALUES TO HSG-KEY.
           START HOUSING-VSAM-FILE KEY IS NOT LESS THAN HSG-KEY
               INVALID KEY SET HSG-EOF TO TRUE
           END-START.

           PERFORM 1625-COUNT-ONE-ROW UNTIL HSG-EOF.

       1620-END.

       1625-COUNT-ONE-ROW.

           READ HOUSING-VSAM-FILE NEXT RECORD
               AT END
                   SET HSG-EOF TO TRUE
               NOT AT END
                   IF HSG-ASSIGNED
                           AND HSG-TERM = WS-INPUT-TERM
                           AND HSG-BUILDING = WS-INPUT-BUILDING
                           AND HSG-ROOM = WS-INPUT-ROOM
                           AND HSG-STUDENT-ID NOT = WS-STUDENT-VSAM-ID
                       ADD 1 TO WS-OCCUPANTS
                   END-IF
           END-READ.

       1625-END.

      *    A ROOM CHANGE AFTER THE TERM WAS BILLED IS NOT RE-PRICED;
      *    THE RESIDENCE FEE ALREADY POSTED STANDS.
       1640-SAVE-ASSIGNMENT.

           DISPLAY "ASSIGN " WS-STUDENT-VSAM-ID " TO ROOM "
               WS-INPUT-ROOM " IN " WS-INPUT-BUILDING " FOR "
               WS-INPUT-TERM " (" WS-OCCUPANTS " OF " WS-ROOM-BEDS
               " BEDS TAKEN) (Y/N)? >>".
           ACCEPT WS-CONFIRM-SAVE.

           IF NOT CONFIRM-SAVE
               DISPLAY "<---- NOTHING CHANGED. --->"
           ELSE
               SET HSG-ASSIGNED TO TRUE
               MOVE WS-INPUT-BUILDING TO HSG-BUILDING
               MOVE WS-INPUT-ROOM TO HSG-ROOM
               MOVE CURRENT-DATE TO HSG-ASSIGN-DATE
               MOVE CURRENT-DATE TO HSG-UPDATE-DATE
               REWRITE HOUSING-VSAM-RECORD
               IF HSG-FILE-STATUS = "00"
                   DISPLAY "ROOM ASSIGNED."
                   MOVE "HSG ASSIGN" TO WS-AUDIT-ACTION
                   PERFORM 1800-WRITE-AUDIT-RECORD
               ELSE
                   DISPLAY "ERROR SAVING ASSIGNMENT (STATUS = "
                       HSG-FILE-STATUS ")"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       1640-END.

      *    A MOVE-OUT BY THE HOUSING OFFICE; THE BED IS FREE AT ONCE.
       1700-MOVE-OUT.

           DISPLAY "MOVE " WS-STUDENT-VSAM-ID " OUT OF ROOM "
               HSG-ROOM " IN " HSG-BUILDING " (Y/N)? >>".
           ACCEPT WS-CONFIRM-SAVE.

           IF NOT CONFIRM-SAVE
               DISPLAY "<---- NOTHING CHANGED. --->"
           ELSE
               MOVE HSG-BUILDING TO WS-INPUT-BUILDING
               MOVE HSG-ROOM TO WS-INPUT-ROOM
               SET HSG-MOVED-OUT TO TRUE
               MOVE CURRENT-DATE TO HSG-MOVE-OUT-DATE
               SET HSG-OUT-BY-OFFICE TO TRUE
               MOVE CURRENT-DATE TO HSG-UPDATE-DATE
               REWRITE HOUSING-VSAM-RECORD
               IF HSG-FILE-STATUS = "00"
                   DISPLAY "STUDENT MOVED OUT."
                   MOVE "HSG OUT" TO WS-AUDIT-ACTION
                   PERFORM 1800-WRITE-AUDIT-RECORD
               ELSE
                   DISPLAY "ERROR SAVING MOVE-OUT (STATUS = "
                       HSG-FILE-STATUS ")"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       1700-END.

       1750-CANCEL-APPLICATION.

           DISPLAY "CANCEL THE " WS-INPUT-TERM
               " APPLICATION (Y/N)? >>".
           ACCEPT WS-CONFIRM-SAVE.

           IF NOT CONFIRM-SAVE
               DISPLAY "<---- NOTHING CHANGED. --->"
           ELSE
               MOVE SPACES TO WS-INPUT-BUILDING
               MOVE SPACES TO WS-INPUT-ROOM
               SET HSG-CANCELLED TO TRUE
               MOVE CURRENT-DATE TO HSG-UPDATE-DATE
               REWRITE HOUSING-VSAM-RECORD
               IF HSG-FILE-STATUS = "00"
                   DISPLAY "APPLICATION CANCELLED."
                   MOVE "HSG CANCEL" TO WS-AUDIT-ACTION
                   PERFORM 1800-WRITE-AUDIT-RECORD
               ELSE
                   DISPLAY "ERROR SAVING CANCELLATION (STATUS = "
                       HSG-FILE-STATUS ")"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       1750-END.

       1800-WRITE-AUDIT-RECORD.

           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "TERM " DELIMITED BY SIZE
                  WS-INPUT-TERM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-INPUT-BUILDING DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-INPUT-ROOM DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.

           MOVE "PRGN0136" TO AUP-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AUP-ACTION.
           MOVE WS-STUDENT-VSAM-ID TO AUP-STUDENT-ID.
           MOVE WS-AUDIT-DETAIL TO AUP-DETAIL.
           MOVE WS-SIGNON-USER TO AUP-USER.

           CALL 'PRGS0105' USING AUDIT-APPEND-PARM.

       1800-END.

       END PROGRAM PRGN0136.
