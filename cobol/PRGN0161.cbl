      ******************************************************************
      * Author:
      * Date:
      * Purpose: Government identifier (SIN) maintenance - keeps the
      *          student's social insurance number on the restricted
      *          STUDENT.SIN file, one row per student, for the T2202
      *          tuition receipts and filing (PRGB0077). ONLY AN
      *          OPERATOR HOLDING THE SIN GRANT (PRGN0102) GETS PAST
      *          THE SIGN-ON CHECK, WHATEVER THEIR ROLE LEVEL, AND A
      *          REFUSED ATTEMPT IS AUDITED. EVERY TIME A NUMBER IS
      *          SHOWN, A SIN VIEW LINE GOES TO AUDIT.LOG, AS DOES
      *          EVERY ADD, CHANGE AND REMOVAL - NONE OF THEM CARRIES
      *          THE NUMBER ITSELF. A NEW NUMBER MUST PASS THE
      *          CHECK-DIGIT TEST BEFORE IT IS SAVED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGN0161.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY STUSEL.

           COPY SINSEL.

           COPY SGNSEL.

       DATA DIVISION.
       FILE SECTION.

       FD STUDENT-VSAM-FILE.

       COPY STUFD.

       FD STUDENT-SIN-FILE.
       COPY SINFD.

       FD SIGNON-SESSION-FILE.
       COPY SGNFD.

       WORKING-STORAGE SECTION.

       01  SIN-FILE-STATUS   PIC XX.
       01  SGN-FILE-STATUS   PIC XX.
       COPY AUPWRK.

       COPY SGNWRK.

       COPY STUWRK.

      *    THE NUMBER AS KEYED, SPLIT INTO DIGITS FOR THE CHECK-DIGIT
      *    TEST.
       01  WS-INPUT-SIN           PIC X(9)  VALUE SPACES.
       01  WS-SIN-DIGITS REDEFINES WS-INPUT-SIN.
           05  WS-SIN-DIGIT       OCCURS 9 TIMES PIC 9.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY         PIC X(2).
           05  WS-STUDENT-FOUND       PIC X     VALUE 'N'.
               88  STUDENT-WAS-FOUND         VALUE 'Y'.
           05  WS-ROW-FOUND           PIC X     VALUE 'N'.
               88  ROW-WAS-FOUND             VALUE 'Y'.
           05  WS-ACTION              PIC X     VALUE SPACE.
               88  ACTION-IS-CHANGE          VALUE 'C'.
               88  ACTION-IS-DELETE          VALUE 'D'.
           05  WS-SIN-VALID           PIC X     VALUE 'N'.
               88  SIN-IS-VALID              VALUE 'Y'.
           05  WS-CONFIRM-SAVE        PIC X     VALUE 'N'.
               88  CONFIRM-SAVE              VALUE 'Y'.
           05  WS-DIG-IDX             PIC 99    VALUE 0.
           05  WS-DIG-VALUE           PIC 99    VALUE 0.
           05  WS-CHECK-SUM           PIC 999   VALUE 0.
           05  WS-CHECK-QUOTIENT      PIC 999   VALUE 0.
           05  WS-CHECK-REMAINDER     PIC 9     VALUE 0.
           05  WS-SIN-DISPLAY         PIC 999B999B999.
           05  WS-AUDIT-ACTION        PIC X(10).
           05  WS-AUDIT-DETAIL        PIC X(40).

       01  SIN-HEADER.
           05 FILLER      PIC X VALUE '+'.
           05 FILLER      PIC X VALUE '-'
               OCCURS 38 TIMES.
           05 FILLER      PIC X VALUE '+'.

       01  SIN-HEADER2.
           05 FILLER      PIC X VALUE '|'.
           05 FILLER      PIC X(4) VALUE SPACES.
           05 TITRE11      PIC X(15) VALUE ' S T U D E N T '.
           05 TITRE12      PIC X(15) VALUE '    S I N      '.
           05 FILLER      PIC X(4) VALUE SPACES.
           05 FILLER      PIC X VALUE '|'.

       01 OUTPUTLINE.
           05 BLANK-LINE PIC X.

       01 CURRENT-DATE       PIC 9(8).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.

           PERFORM 0800-READ-SIGNON.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.

      *    THE GRANT IS SEPARATE FROM THE ROLE LEVEL, SO AN
      *    ADMINISTRATOR WITHOUT IT IS TURNED AWAY LIKE ANYONE ELSE.
           IF NOT SIGNON-HAS-SIN-ACCESS
               DISPLAY "SIN RECORDS ARE RESTRICTED TO HOLDERS OF THE "
                   "SIN GRANT."
               MOVE "SIN DENIED" TO WS-AUDIT-ACTION
               MOVE "NO SIN GRANT" TO WS-AUDIT-DETAIL
               MOVE 0 TO WS-STUDENT-VSAM-ID
               PERFORM 1800-WRITE-AUDIT-RECORD
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

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

           PERFORM 1000-OPEN-SIN-FILE.

           IF SIN-FILE-STATUS NOT = "00"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1300-SHOW-SIN.
           PERFORM 1400-PROMPT-FOR-ACTION.

           CLOSE STUDENT-SIN-FILE.

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
                       MOVE SGN-SIN-ACCESS
                           TO WS-SIGNON-SIN-ACCESS
               END-READ
               CLOSE SIGNON-SESSION-FILE
           END-IF.

       0800-END.

      *    STATUS 35 MEANS THE FILE DOES NOT EXIST YET -- CREATE IT.
      *    ANY OTHER NON-ZERO STATUS IS A REAL OPEN FAILURE AND MUST
      *    NOT FALL INTO OPEN OUTPUT, WHICH WOULD EMPTY THE FILE.
       1000-OPEN-SIN-FILE.

           OPEN I-O STUDENT-SIN-FILE.
           IF SIN-FILE-STATUS = "35"
               OPEN OUTPUT STUDENT-SIN-FILE
               IF SIN-FILE-STATUS = "00"
                   CLOSE STUDENT-SIN-FILE
                   OPEN I-O STUDENT-SIN-FILE
               END-IF
           END-IF.

           IF SIN-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STUDENT.SIN FILE "
                   "(STATUS = " SIN-FILE-STATUS ")"
           END-IF.

       1000-END.

       1100-DISPLAY-HEADER.

           DISPLAY SIN-HEADER.
           DISPLAY OUTPUTLINE.
           DISPLAY SIN-HEADER2.
           DISPLAY OUTPUTLINE.
           DISPLAY SIN-HEADER.

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
                   SET STUDENT-WAS-FOUND TO TRUE
           END-READ.

       1200-END.

      *    SHOWING THE NUMBER IS ITSELF AN AUDITED EVENT; A STUDENT
      *    WITH NO ROW SHOWS NOTHING AND LEAVES NO VIEW LINE.
       1300-SHOW-SIN.

           MOVE WS-STUDENT-VSAM-ID TO SIN-STUDENT-ID.

           READ STUDENT-SIN-FILE
               KEY IS SIN-STUDENT-ID
               INVALID KEY
                   MOVE 'N' TO WS-ROW-FOUND
               NOT INVALID KEY
                   SET ROW-WAS-FOUND TO TRUE
           END-READ.

           DISPLAY " ".
           IF ROW-WAS-FOUND
               MOVE SIN-NUMBER TO WS-SIN-DISPLAY
               DISPLAY "SIN: " WS-SIN-DISPLAY "   UPDATED "
                   SIN-UPDATED-DATE " BY " SIN-UPDATED-BY
               MOVE "SIN VIEW" TO WS-AUDIT-ACTION
               MOVE "SIN DISPLAYED" TO WS-AUDIT-DETAIL
               PERFORM 1800-WRITE-AUDIT-RECORD
           ELSE
               DISPLAY "NO SIN ON FILE FOR THIS STUDENT."
           END-IF.

       1300-END.

       1400-PROMPT-FOR-ACTION.

           IF ROW-WAS-FOUND
               DISPLAY "C=CHANGE D=DELETE, ANYTHING ELSE LEAVES IT >>"
           ELSE
               DISPLAY "C=ADD, ANYTHING ELSE LEAVES IT >>"
           END-IF.
           MOVE SPACE TO WS-ACTION.
           ACCEPT WS-ACTION.

           EVALUATE TRUE
               WHEN ACTION-IS-CHANGE
                   PERFORM 1500-PROMPT-FOR-SIN
               WHEN ACTION-IS-DELETE
                       AND ROW-WAS-FOUND
                   PERFORM 1700-DELETE-ROW
               WHEN OTHER
                   DISPLAY "<---- NOTHING CHANGED. --->"
           END-EVALUATE.

       1400-END.

       1500-PROMPT-FOR-SIN.

           DISPLAY "ENTER SIN (9 DIGITS, NO SPACES) >>".
           MOVE SPACES TO WS-INPUT-SIN.
           ACCEPT WS-INPUT-SIN.

           PERFORM 1550-CHECK-SIN.

           IF SIN-IS-VALID
               PERFORM 1600-SAVE-ROW
           ELSE
               DISPLAY "THAT IS NOT A VALID SIN - CHECK THE DIGITS. "
                   "NOTHING CHANGED."
           END-IF.

       1500-END.

      *    THE NUMBER CARRIES ITS OWN CHECK DIGIT: DOUBLE EVERY
      *    SECOND DIGIT (CASTING OUT NINES FROM A TWO-DIGIT RESULT),
      *    ADD ALL NINE, AND THE TOTAL MUST END IN ZERO. NO NUMBER IS
      *    ISSUED STARTING WITH 0, SO THAT IS REFUSED AS WELL.
       1550-CHECK-SIN.

           MOVE 'N' TO WS-SIN-VALID.
           MOVE 0 TO WS-CHECK-SUM.

           IF WS-INPUT-SIN IS NUMERIC
                   AND WS-SIN-DIGIT (1) NOT = 0
               PERFORM 1560-ADD-ONE-DIGIT
                   VARYING WS-DIG-IDX FROM 1 BY 1
                   UNTIL WS-DIG-IDX > 9
               DIVIDE WS-CHECK-SUM BY 10 GIVING WS-CHECK-QUOTIENT
                   REMAINDER WS-CHECK-REMAINDER
               IF WS-CHECK-REMAINDER = 0
                   SET SIN-IS-VALID TO TRUE
               END-IF
           END-IF.

       1550-END.

       1560-ADD-ONE-DIGIT.

           MOVE WS-SIN-DIGIT (WS-DIG-IDX) TO WS-DIG-VALUE.
           DIVIDE WS-DIG-IDX BY 2 GIVING WS-CHECK-QUOTIENT
               REMAINDER WS-CHECK-REMAINDER.
           IF WS-CHECK-REMAINDER = 0
               MULTIPLY 2 BY WS-DIG-VALUE
               IF WS-DIG-VALUE > 9
                   SUBTRACT 9 FROM WS-DIG-VALUE
               END-IF
           END-IF.
           ADD WS-DIG-VALUE TO WS-CHECK-SUM.

       1560-END.

       1600-SAVE-ROW.

           DISPLAY "SAVE THIS SIN FOR STUDENT "
               WS-STUDENT-VSAM-ID " (Y/N)? >>".
           MOVE 'N' TO WS-CONFIRM-SAVE.
           ACCEPT WS-CONFIRM-SAVE.

           IF NOT CONFIRM-SAVE
               DISPLAY "<---- NOTHING CHANGED. --->"
           ELSE
               MOVE SPACES TO STUDENT-SIN-RECORD
               MOVE ',' TO SIN-SEPARATOR1, SIN-SEPARATOR2,
                   SIN-SEPARATOR3
               MOVE WS-STUDENT-VSAM-ID TO SIN-STUDENT-ID
               MOVE WS-INPUT-SIN TO SIN-NUMBER
               MOVE CURRENT-DATE TO SIN-UPDATED-DATE
               MOVE WS-SIGNON-USER TO SIN-UPDATED-BY
               IF ROW-WAS-FOUND
                   REWRITE STUDENT-SIN-RECORD
                   MOVE "SIN CHANGE" TO WS-AUDIT-ACTION
                   MOVE "SIN CHANGED" TO WS-AUDIT-DETAIL
               ELSE
                   WRITE STUDENT-SIN-RECORD
                   MOVE "SIN ADD" TO WS-AUDIT-ACTION
                   MOVE "SIN RECORDED" TO WS-AUDIT-DETAIL
               END-IF
               IF SIN-FILE-STATUS = "00"
                   DISPLAY "SIN SAVED."
                   PERFORM 1800-WRITE-AUDIT-RECORD
               ELSE
                   DISPLAY "ERROR SAVING SIN (STATUS = "
                       SIN-FILE-STATUS ")"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       1600-END.

      *    A NUMBER KEYED AGAINST THE WRONG STUDENT IS REMOVED
      *    OUTRIGHT; THE AUDIT LINE IS THE HISTORY.
       1700-DELETE-ROW.

           DISPLAY "DELETE THE SIN FOR STUDENT "
               WS-STUDENT-VSAM-ID " (Y/N)? >>".
           MOVE 'N' TO WS-CONFIRM-SAVE.
           ACCEPT WS-CONFIRM-SAVE.

           IF NOT CONFIRM-SAVE
               DISPLAY "<---- NOTHING CHANGED. --->"
           ELSE
               DELETE STUDENT-SIN-FILE RECORD
               IF SIN-FILE-STATUS = "00"
                   DISPLAY "SIN DELETED."
                   MOVE "SIN REMOVE" TO WS-AUDIT-ACTION
                   MOVE "SIN REMOVED" TO WS-AUDIT-DETAIL
                   PERFORM 1800-WRITE-AUDIT-RECORD
               ELSE
                   DISPLAY "ERROR DELETING SIN (STATUS = "
                       SIN-FILE-STATUS ")"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       1700-END.

       1800-WRITE-AUDIT-RECORD.

           MOVE "PRGN0161" TO AUP-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AUP-ACTION.
           MOVE WS-STUDENT-VSAM-ID TO AUP-STUDENT-ID.
           MOVE WS-AUDIT-DETAIL TO AUP-DETAIL.

           MOVE WS-SIGNON-USER TO AUP-USER.

           CALL 'PRGS0105' USING AUDIT-APPEND-PARM.

       1800-END.

       END PROGRAM PRGN0161.
