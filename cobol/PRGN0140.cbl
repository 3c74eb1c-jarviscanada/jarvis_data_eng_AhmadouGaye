      ******************************************************************
      * Author:
      * Date:
      * Purpose: Departure clearance sign-off - the library, bursar,
      *          residence or equipment office signs its own row of a
      *          departing student's checklist on CLEARANCE.VSAM off
      *          ONCE NOTHING IS OWED OR STILL OUT ON LOAN, OR REOPENS
      *          A ROW SIGNED OFF IN ERROR. THE STUDENT'S WHOLE
      *          CHECKLIST IS SHOWN BUT ONLY THE NAMED OFFICE'S ROW
      *          CHANGES. A STUDENT WITH NO CHECKLIST YET (A
      *          DEPARTURE ARRANGED OUTSIDE THE SYSTEM) CAN HAVE ONE
      *          OPENED THROUGH PRGS0139. GRADUATION (PRGB0033)
      *          WAITS FOR EVERY OFFICE. EVERY CHANGE LANDS ON
      *          AUDIT.LOG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGN0140.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY STUSEL.

           COPY CLRSEL.

           COPY SGNSEL.

       DATA DIVISION.
       FILE SECTION.

       FD STUDENT-VSAM-FILE.

       COPY STUFD.

       FD CLEARANCE-VSAM-FILE.
       COPY CLRFD.

       FD SIGNON-SESSION-FILE.
       COPY SGNFD.

       WORKING-STORAGE SECTION.

       01  CLR-FILE-STATUS   PIC XX.
       01  SGN-FILE-STATUS   PIC XX.
       COPY AUPWRK.

       COPY CLPWRK.

       COPY SGNWRK.

       COPY STUWRK.

      *    THE CLEARING OFFICES, IN THE ORDER THE CHECKLIST SHOWS THEM.
       01  WS-OFFICE-LIST         PIC X(12) VALUE 'LIBBURRESEQP'.
       01  WS-OFFICE-TABLE REDEFINES WS-OFFICE-LIST.
           05  WS-OFFICE-CODE     OCCURS 4 TIMES PIC X(3).

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY         PIC X(2).
           05  WS-STUDENT-FOUND       PIC X     VALUE 'N'.
               88  STUDENT-WAS-FOUND         VALUE 'Y'.
           05  WS-INPUT-OFFICE        PIC X(3)  VALUE SPACES.
           05  WS-OFFICE-VALID        PIC X     VALUE 'N'.
               88  OFFICE-IS-VALID           VALUE 'Y'.
           05  WS-OFF-IDX             PIC 9     VALUE 0.
           05  WS-ROW-FOUND           PIC X     VALUE 'N'.
               88  ROW-WAS-FOUND             VALUE 'Y'.
           05  WS-ACTION              PIC X     VALUE SPACE.
               88  ACTION-IS-CLEAR           VALUE 'C'.
               88  ACTION-IS-REOPEN          VALUE 'R'.
               88  ACTION-IS-EXIT            VALUE 'X'.
           05  WS-ACTION-VALID        PIC X     VALUE 'N'.
               88  ACTION-IS-VALID           VALUE 'Y'.
           05  WS-OPEN-REASON         PIC X     VALUE SPACE.
               88  OPEN-REASON-VALID         VALUE 'W' 'G'.
           05  WS-INPUT-NOTE          PIC X(30) VALUE SPACES.
           05  WS-CONFIRM-SAVE        PIC X     VALUE 'N'.
               88  CONFIRM-SAVE              VALUE 'Y'.
           05  WS-AUDIT-ACTION        PIC X(10).
           05  WS-AUDIT-DETAIL        PIC X(40).

       01  CLR-HEADER.
           05 FILLER      PIC X VALUE '+'.
           05 FILLER      PIC X VALUE '-'
               OCCURS 38 TIMES.
           05 FILLER      PIC X VALUE '+'.

       01  CLR-HEADER2.
           05 FILLER      PIC X VALUE '|'.
           05 FILLER      PIC X(4) VALUE SPACES.
           05 TITRE11      PIC X(15) VALUE ' C L E A R A N '.
           05 TITRE12      PIC X(15) VALUE 'C E   S I G N  '.
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

           PERFORM 1150-PROMPT-FOR-OFFICE UNTIL OFFICE-IS-VALID.

           OPEN INPUT STUDENT-VSAM-FILE.
           IF FILE-CHECK-KEY NOT = "00"
               DISPLAY "ERROR OPENING STUDENT.VSAM FILE (STATUS = "
                   FILE-CHECK-KEY ")"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1200-PROMPT-FOR-ID UNTIL STUDENT-WAS-FOUND.

           CLOSE STUDENT-VSAM-FILE.

           PERFORM 1250-ENSURE-CHECKLIST.

           IF CLP-FILE-ERROR
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O CLEARANCE-VSAM-FILE.
           IF CLR-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CLEARANCE.VSAM FILE (STATUS = "
                   CLR-FILE-STATUS ")"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1300-READ-OFFICE-ROW.

           IF NOT ROW-WAS-FOUND
               PERFORM 1350-OFFER-CHECKLIST
           END-IF.

           PERFORM 1400-SHOW-CHECKLIST.

           PERFORM 1300-READ-OFFICE-ROW.

           IF NOT ROW-WAS-FOUND
               DISPLAY "NO CHECKLIST ROW FOR " WS-INPUT-OFFICE
                   " - NOTHING TO SIGN."
               CLOSE CLEARANCE-VSAM-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1450-PROMPT-FOR-ACTION UNTIL ACTION-IS-VALID.

           EVALUATE TRUE
               WHEN ACTION-IS-CLEAR
                   PERFORM 1500-SIGN-OFF
               WHEN ACTION-IS-REOPEN
                   PERFORM 1600-REOPEN
               WHEN OTHER
                   DISPLAY "<---- NOTHING CHANGED. --->"
           END-EVALUATE.

           CLOSE CLEARANCE-VSAM-FILE.

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

           DISPLAY CLR-HEADER.
           DISPLAY OUTPUTLINE.
           DISPLAY CLR-HEADER2.
           DISPLAY OUTPUTLINE.
           DISPLAY CLR-HEADER.

       1100-END.

       1150-PROMPT-FOR-OFFICE.

           DISPLAY "ENTER YOUR OFFICE - LIB (LIBRARY), BUR (BURSAR), "
               "RES (RESIDENCE) OR EQP (EQUIPMENT) >>".
           ACCEPT WS-INPUT-OFFICE.

           MOVE WS-INPUT-OFFICE TO CLR-OFFICE.
           IF CLR-OFFICE-VALID
               SET OFFICE-IS-VALID TO TRUE
           ELSE
               DISPLAY "OFFICE MUST BE LIB, BUR, RES, OR EQP."
           END-IF.

       1150-END.

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

      *    THE QUERY CREATES THE FILE ON FIRST USE.
       1250-ENSURE-CHECKLIST.

           SET CLP-DO-QUERY TO TRUE.
           MOVE WS-STUDENT-VSAM-ID TO CLP-STUDENT-ID.
           MOVE "PRGN0140" TO CLP-PROGRAM.
           MOVE WS-SIGNON-USER TO CLP-USER.

           CALL 'PRGS0139' USING CLEARANCE-CHECK-PARM.

       1250-END.

       1300-READ-OFFICE-ROW.

           MOVE WS-STUDENT-VSAM-ID TO CLR-STUDENT-ID.
           MOVE WS-INPUT-OFFICE TO CLR-OFFICE.

           READ CLEARANCE-VSAM-FILE
               KEY IS CLR-KEY
               INVALID KEY
                   MOVE 'N' TO WS-ROW-FOUND
               NOT INVALID KEY
                   SET ROW-WAS-FOUND TO TRUE
           END-READ.

       1300-END.

      *    A STUDENT WITH NO ROW FOR THIS OFFICE IS OFFERED A
      *    CHECKLIST, SO A DEPARTURE ARRANGED OUTSIDE THE SYSTEM CAN
      *    STILL BE CLEARED. THE MODULE OPENS THE FILE ITSELF, SO IT
      *    IS CLOSED HERE AROUND THE CALL.
       1350-OFFER-CHECKLIST.

           DISPLAY "NO CHECKLIST IS OPEN FOR THIS STUDENT. OPEN ONE "
               "FOR W (WITHDRAWAL) OR G (GRADUATION), BLANK TO "
               "SKIP >>".
           MOVE SPACE TO WS-OPEN-REASON.
           ACCEPT WS-OPEN-REASON.

           IF OPEN-REASON-VALID
               CLOSE CLEARANCE-VSAM-FILE
               SET CLP-DO-OPEN TO TRUE
               MOVE WS-OPEN-REASON TO CLP-REASON
               CALL 'PRGS0139' USING CLEARANCE-CHECK-PARM
               OPEN I-O CLEARANCE-VSAM-FILE
           END-IF.

       1350-END.

       1400-SHOW-CHECKLIST.

           DISPLAY "OFFICE STATUS       OPENED   CLEARED  BY       "
               "NOTE".
           PERFORM 1410-SHOW-ONE-OFFICE
               VARYING WS-OFF-IDX FROM 1 BY 1 UNTIL WS-OFF-IDX > 4.

       1400-END.

       1410-SHOW-ONE-OFFICE.

           MOVE WS-STUDENT-VSAM-ID TO CLR-STUDENT-ID.
           MOVE WS-OFFICE-CODE (WS-OFF-IDX) TO CLR-OFFICE.

           READ CLEARANCE-VSAM-FILE
               KEY IS CLR-KEY
               INVALID KEY
                   DISPLAY CLR-OFFICE "    NOT OPENED"
               NOT INVALID KEY
                   IF CLR-CLEARED
                       DISPLAY CLR-OFFICE "    CLEARED     "
                           CLR-OPEN-DATE " " CLR-CLEAR-DATE " "
                           CLR-CLEARED-BY " " CLR-NOTE
                   ELSE
                       DISPLAY CLR-OFFICE "    OUTSTANDING "
                           CLR-OPEN-DATE
                   END-IF
           END-READ.

       1410-END.

       1450-PROMPT-FOR-ACTION.

           DISPLAY "SIGN OFF, REOPEN OR EXIT (C/R/X) >>".
           ACCEPT WS-ACTION.

           EVALUATE TRUE
               WHEN ACTION-IS-EXIT
                   SET ACTION-IS-VALID TO TRUE
               WHEN ACTION-IS-CLEAR
                   IF CLR-OUTSTANDING
                       SET ACTION-IS-VALID TO TRUE
                   ELSE
                       DISPLAY WS-INPUT-OFFICE " HAS ALREADY SIGNED "
                           "OFF THIS STUDENT."
                   END-IF
               WHEN ACTION-IS-REOPEN
                   IF CLR-CLEARED
                       SET ACTION-IS-VALID TO TRUE
                   ELSE
                       DISPLAY WS-INPUT-OFFICE " IS STILL OUTSTANDING "
                           "- NOTHING TO REOPEN."
                   END-IF
               WHEN OTHER
                   DISPLAY "ACTION MUST BE C, R, OR X."
           END-EVALUATE.

       1450-END.

       1500-SIGN-OFF.

           DISPLAY "ENTER A NOTE (E.G. BOOKS RETURNED, KEY BACK) >>".
           MOVE SPACES TO WS-INPUT-NOTE.
           ACCEPT WS-INPUT-NOTE.

           DISPLAY "SIGN OFF " WS-INPUT-OFFICE " FOR STUDENT "
               WS-STUDENT-VSAM-ID " (Y/N)? >>".
           ACCEPT WS-CONFIRM-SAVE.

           IF NOT CONFIRM-SAVE
               DISPLAY "<---- NOTHING CHANGED. --->"
           ELSE
               SET CLR-CLEARED TO TRUE
               MOVE CURRENT-DATE TO CLR-CLEAR-DATE
               MOVE WS-SIGNON-USER TO CLR-CLEARED-BY
               MOVE WS-INPUT-NOTE TO CLR-NOTE
               REWRITE CLEARANCE-VSAM-RECORD
               IF CLR-FILE-STATUS = "00"
                   DISPLAY WS-INPUT-OFFICE " SIGNED OFF."
                   MOVE "CLR SIGN" TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING WS-INPUT-OFFICE DELIMITED BY SIZE
                          " CLEARED " DELIMITED BY SIZE
                          WS-INPUT-NOTE DELIMITED BY SIZE
                       INTO WS-AUDIT-DETAIL
                   PERFORM 1800-WRITE-AUDIT-RECORD
               ELSE
                   DISPLAY "ERROR SAVING SIGN-OFF (STATUS = "
                       CLR-FILE-STATUS ")"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       1500-END.

      *    A SIGN-OFF GIVEN IN ERROR IS TAKEN BACK; THE ROW IS
      *    OUTSTANDING AGAIN AND GRADUATION WAITS FOR IT.
       1600-REOPEN.

           DISPLAY "REOPEN " WS-INPUT-OFFICE " FOR STUDENT "
               WS-STUDENT-VSAM-ID " (Y/N)? >>".
           ACCEPT WS-CONFIRM-SAVE.

           IF NOT CONFIRM-SAVE
               DISPLAY "<---- NOTHING CHANGED. --->"
           ELSE
               SET CLR-OUTSTANDING TO TRUE
               MOVE 0 TO CLR-CLEAR-DATE
               MOVE SPACES TO CLR-CLEARED-BY
               MOVE SPACES TO CLR-NOTE
               REWRITE CLEARANCE-VSAM-RECORD
               IF CLR-FILE-STATUS = "00"
                   DISPLAY WS-INPUT-OFFICE " REOPENED."
                   MOVE "CLR REOPEN" TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING WS-INPUT-OFFICE DELIMITED BY SIZE
                          " SIGN-OFF TAKEN BACK" DELIMITED BY SIZE
                       INTO WS-AUDIT-DETAIL
                   PERFORM 1800-WRITE-AUDIT-RECORD
               ELSE
                   DISPLAY "ERROR REOPENING ROW (STATUS = "
                       CLR-FILE-STATUS ")"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       1600-END.

       1800-WRITE-AUDIT-RECORD.

           MOVE "PRGN0140" TO AUP-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AUP-ACTION.
           MOVE WS-STUDENT-VSAM-ID TO AUP-STUDENT-ID.
           MOVE WS-AUDIT-DETAIL TO AUP-DETAIL.

           MOVE WS-SIGNON-USER TO AUP-USER.

           CALL 'PRGS0105' USING AUDIT-APPEND-PARM.

       1800-END.

       END PROGRAM PRGN0140.
