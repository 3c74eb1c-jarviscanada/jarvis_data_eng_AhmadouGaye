      ******************************************************************
      * Author:
      * Date:
      * Purpose: Accessibility accommodation maintenance - the
      *          accessibility office records a student's
      *          accommodations on ACCOMMODATION.VSAM, one row per
      *          type: E (EXTRA EXAM TIME, WITH THE PERCENTAGE ADDED),
      *          R (SEPARATE EXAM ROOM) OR X (EXCUSED ABSENCES), EACH
      *          WITH AN EFFECTIVE TERM AND AN OPTIONAL EXPIRY TERM.
      *          THE RECORDS ARE CONFIDENTIAL: ONLY AN OPERATOR
      *          HOLDING THE ACCESSIBILITY GRANT (PRGN0102) GETS PAST
      *          THE SIGN-ON CHECK, WHATEVER THEIR ROLE LEVEL, AND A
      *          REFUSED ATTEMPT IS AUDITED. EXAM SCHEDULING (PRGB0079)
      *          AND THE ATTENDANCE REPORTS (PRGQ0032, PRGB0086) ACT ON
      *          THE ROWS THROUGH PRGS0141; ROSTERS (PRGQ0025) SHOW
      *          ONLY THAT AN ACCOMMODATION IS ON FILE. EVERY CHANGE
      *          LANDS ON AUDIT.LOG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGN0142.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY STUSEL.

           COPY ACMSEL.

           COPY SGNSEL.

       DATA DIVISION.
       FILE SECTION.

       FD STUDENT-VSAM-FILE.

       COPY STUFD.

       FD ACCOMMODATION-VSAM-FILE.
       COPY ACMFD.

       FD SIGNON-SESSION-FILE.
       COPY SGNFD.

       WORKING-STORAGE SECTION.

       01  ACM-FILE-STATUS   PIC XX.
       01  SGN-FILE-STATUS   PIC XX.
       COPY AUPWRK.

       COPY LKPWRK.

       COPY TRMFD.

       COPY SGNWRK.

       COPY STUWRK.

      *    THE ACCOMMODATION TYPES, IN THE ORDER THE STUDENT'S ROWS
      *    ARE SHOWN.
       01  WS-TYPE-LIST           PIC X(3) VALUE 'ERX'.
       01  WS-TYPE-TABLE REDEFINES WS-TYPE-LIST.
           05  WS-TYPE-CODE       OCCURS 3 TIMES PIC X.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY         PIC X(2).
           05  WS-STUDENT-FOUND       PIC X     VALUE 'N'.
               88  STUDENT-WAS-FOUND         VALUE 'Y'.
           05  WS-TYP-IDX             PIC 9     VALUE 0.
           05  WS-INPUT-TYPE          PIC X     VALUE SPACE.
               88  TYPE-IS-EXIT              VALUE SPACE.
           05  WS-ROW-FOUND           PIC X     VALUE 'N'.
               88  ROW-WAS-FOUND             VALUE 'Y'.
           05  WS-ACTION              PIC X     VALUE SPACE.
               88  ACTION-IS-UPDATE          VALUE 'U'.
               88  ACTION-IS-DELETE          VALUE 'D'.
           05  WS-INPUT-PCT           PIC X(3)  VALUE SPACES.
           05  WS-NEW-PCT             PIC 9(3)  VALUE 0.
           05  WS-INPUT-EFFECTIVE     PIC X(10) VALUE SPACES.
           05  WS-INPUT-EXPIRY        PIC X(10) VALUE SPACES.
           05  WS-EFFECTIVE-START     PIC 9(8)  VALUE 0.
           05  WS-EXPIRY-START        PIC 9(8)  VALUE 0.
           05  WS-DETAILS-VALID       PIC X     VALUE 'N'.
               88  DETAILS-ARE-VALID         VALUE 'Y'.
           05  WS-CONFIRM-SAVE        PIC X     VALUE 'N'.
               88  CONFIRM-SAVE              VALUE 'Y'.
           05  WS-TYPE-NAME           PIC X(17) VALUE SPACES.
           05  WS-AUDIT-ACTION        PIC X(10).
           05  WS-AUDIT-DETAIL        PIC X(40).

       01  ACM-HEADER.
           05 FILLER      PIC X VALUE '+'.
           05 FILLER      PIC X VALUE '-'
               OCCURS 38 TIMES.
           05 FILLER      PIC X VALUE '+'.

       01  ACM-HEADER2.
           05 FILLER      PIC X VALUE '|'.
           05 FILLER      PIC X(4) VALUE SPACES.
           05 TITRE11      PIC X(15) VALUE ' A C C O M M O '.
           05 TITRE12      PIC X(15) VALUE 'D A T I O N S  '.
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
           IF NOT SIGNON-HAS-ACCESSIBILITY
               DISPLAY "ACCOMMODATION RECORDS ARE CONFIDENTIAL TO THE "
                   "ACCESSIBILITY OFFICE."
               MOVE "ACM DENIED" TO WS-AUDIT-ACTION
               MOVE "NO ACCESSIBILITY GRANT" TO WS-AUDIT-DETAIL
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

           PERFORM 1000-OPEN-ACCOMMODATION-FILE.

           IF ACM-FILE-STATUS NOT = "00"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE 'N' TO WS-INPUT-TYPE.
           PERFORM 1400-MAINTAIN-ONE-TYPE UNTIL TYPE-IS-EXIT.

           CLOSE ACCOMMODATION-VSAM-FILE.

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
                       MOVE SGN-ACCESSIBILITY
                           TO WS-SIGNON-ACCESSIBILITY
               END-READ
               CLOSE SIGNON-SESSION-FILE
           END-IF.

       0800-END.

      *    STATUS 35 MEANS THE FILE DOES NOT EXIST YET -- CREATE IT.
      *    ANY OTHER NON-ZERO STATUS IS A REAL OPEN FAILURE AND MUST
      *    NOT FALL INTO OPEN OUTPUT, WHICH WOULD EMPTY THE FILE.
       1000-OPEN-ACCOMMODATION-FILE.

           OPEN I-O ACCOMMODATION-VSAM-FILE.
           IF ACM-FILE-STATUS = "35"
               OPEN OUTPUT ACCOMMODATION-VSAM-FILE
               IF ACM-FILE-STATUS = "00"
                   CLOSE ACCOMMODATION-VSAM-FILE
                   OPEN I-O ACCOMMODATION-VSAM-FILE
               END-IF
           END-IF.

           IF ACM-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ACCOMMODATION.VSAM FILE "
                   "(STATUS = " ACM-FILE-STATUS ")"
           END-IF.

       1000-END.

       1100-DISPLAY-HEADER.

           DISPLAY ACM-HEADER.
           DISPLAY OUTPUTLINE.
           DISPLAY ACM-HEADER2.
           DISPLAY OUTPUTLINE.
           DISPLAY ACM-HEADER.

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

       1300-SHOW-ACCOMMODATIONS.

           DISPLAY " ".
           DISPLAY "TYPE                 PCT  EFFECTIVE  EXPIRY     "
               "UPDATED  BY".
           PERFORM 1310-SHOW-ONE-TYPE
               VARYING WS-TYP-IDX FROM 1 BY 1 UNTIL WS-TYP-IDX > 3.

       1300-END.

       1310-SHOW-ONE-TYPE.

           MOVE WS-STUDENT-VSAM-ID TO ACM-STUDENT-ID.
           MOVE WS-TYPE-CODE (WS-TYP-IDX) TO ACM-TYPE.
           PERFORM 1320-NAME-TYPE.

           READ ACCOMMODATION-VSAM-FILE
               KEY IS ACM-KEY
               INVALID KEY
                   DISPLAY ACM-TYPE " " WS-TYPE-NAME "  (NONE)"
               NOT INVALID KEY
                   DISPLAY ACM-TYPE " " WS-TYPE-NAME "  "
                       ACM-EXTRA-PCT "  " ACM-EFFECTIVE-TERM " "
                       ACM-EXPIRY-TERM " " ACM-UPDATED-DATE " "
                       ACM-UPDATED-BY
           END-READ.

       1310-END.

       1320-NAME-TYPE.

           EVALUATE TRUE
               WHEN ACM-EXTRA-TIME
                   MOVE "EXTRA EXAM TIME" TO WS-TYPE-NAME
               WHEN ACM-SEPARATE-ROOM
                   MOVE "SEPARATE ROOM" TO WS-TYPE-NAME
               WHEN ACM-EXCUSED-ABSENCE
                   MOVE "EXCUSED ABSENCES" TO WS-TYPE-NAME
               WHEN OTHER
                   MOVE SPACES TO WS-TYPE-NAME
           END-EVALUATE.

       1320-END.

      *    ONE TYPE AT A TIME, SO A LETTER GRANTING SEVERAL
      *    ACCOMMODATIONS IS KEYED IN ONE SITTING.
       1400-MAINTAIN-ONE-TYPE.

           PERFORM 1300-SHOW-ACCOMMODATIONS.

           DISPLAY "ENTER TYPE TO MAINTAIN - E (EXTRA TIME), "
               "R (SEPARATE ROOM), X (EXCUSED ABSENCES)".
           DISPLAY "OR BLANK TO EXIT >>".
           MOVE SPACE TO WS-INPUT-TYPE.
           ACCEPT WS-INPUT-TYPE.

      *    X IS BOTH A TYPE AND THE HOUSE EXIT KEY, SO ONLY BLANK
      *    EXITS HERE AND X IS TAKEN AS THE TYPE.
           IF TYPE-IS-EXIT
               DISPLAY "<---- DONE. --->"
           ELSE
               MOVE WS-STUDENT-VSAM-ID TO ACM-STUDENT-ID
               MOVE WS-INPUT-TYPE TO ACM-TYPE
               IF NOT ACM-TYPE-VALID
                   DISPLAY "TYPE MUST BE E, R, OR X."
               ELSE
                   PERFORM 1450-MAINTAIN-ROW
               END-IF
           END-IF.

       1400-END.

       1450-MAINTAIN-ROW.

           PERFORM 1320-NAME-TYPE.

           READ ACCOMMODATION-VSAM-FILE
               KEY IS ACM-KEY
               INVALID KEY
                   MOVE 'N' TO WS-ROW-FOUND
               NOT INVALID KEY
                   SET ROW-WAS-FOUND TO TRUE
           END-READ.

           IF ROW-WAS-FOUND
               DISPLAY WS-TYPE-NAME " IS ON FILE. U=UPDATE "
                   "D=DELETE, ANYTHING ELSE LEAVES IT >>"
               MOVE SPACE TO WS-ACTION
               ACCEPT WS-ACTION
               EVALUATE TRUE
                   WHEN ACTION-IS-UPDATE
                       PERFORM 1500-PROMPT-FOR-DETAILS
                   WHEN ACTION-IS-DELETE
                       PERFORM 1700-DELETE-ROW
                   WHEN OTHER
                       DISPLAY "<---- NOTHING CHANGED. --->"
               END-EVALUATE
           ELSE
               DISPLAY "ADDING " WS-TYPE-NAME " FOR STUDENT "
                   WS-STUDENT-VSAM-ID
               PERFORM 1500-PROMPT-FOR-DETAILS
           END-IF.

       1450-END.

       1500-PROMPT-FOR-DETAILS.

           MOVE 'Y' TO WS-DETAILS-VALID.
           MOVE 0 TO WS-NEW-PCT.

           IF WS-INPUT-TYPE = 'E'
               DISPLAY "ENTER EXTRA TIME PERCENTAGE (001-200) >>"
               MOVE SPACES TO WS-INPUT-PCT
               ACCEPT WS-INPUT-PCT
               IF WS-INPUT-PCT IS NUMERIC
                       AND WS-INPUT-PCT > "000"
                       AND WS-INPUT-PCT NOT > "200"
                   MOVE WS-INPUT-PCT TO WS-NEW-PCT
               ELSE
                   DISPLAY "PERCENTAGE MUST BE 001 TO 200."
                   MOVE 'N' TO WS-DETAILS-VALID
               END-IF
           END-IF.

           IF DETAILS-ARE-VALID
               DISPLAY "ENTER EFFECTIVE TERM >>"
               MOVE SPACES TO WS-INPUT-EFFECTIVE
               ACCEPT WS-INPUT-EFFECTIVE
               SET LKP-TERM-LOOKUP TO TRUE
               MOVE WS-INPUT-EFFECTIVE TO LKP-KEY
               CALL 'PRGS0098' USING MASTER-LOOKUP-PARM
               IF LKP-RECORD-FOUND
                   MOVE LKP-RECORD-IMAGE TO TERM-MASTER-RECORD
                   MOVE TRM-START-DATE TO WS-EFFECTIVE-START
               ELSE
                   DISPLAY "TERM " WS-INPUT-EFFECTIVE
                       " IS NOT ON THE TERM MASTER."
                   MOVE 'N' TO WS-DETAILS-VALID
               END-IF
           END-IF.

           IF DETAILS-ARE-VALID
               PERFORM 1550-PROMPT-FOR-EXPIRY
           END-IF.

           IF DETAILS-ARE-VALID
               PERFORM 1600-SAVE-ROW
           END-IF.

       1500-END.

      *    A BLANK EXPIRY LEAVES THE ACCOMMODATION OPEN-ENDED; ONE
      *    THAT STARTS BEFORE THE EFFECTIVE TERM IS REFUSED.
       1550-PROMPT-FOR-EXPIRY.

           DISPLAY "ENTER EXPIRY TERM (BLANK = NO EXPIRY) >>".
           MOVE SPACES TO WS-INPUT-EXPIRY.
           ACCEPT WS-INPUT-EXPIRY.

           IF WS-INPUT-EXPIRY NOT = SPACES
               SET LKP-TERM-LOOKUP TO TRUE
               MOVE WS-INPUT-EXPIRY TO LKP-KEY
               CALL 'PRGS0098' USING MASTER-LOOKUP-PARM
               IF LKP-RECORD-FOUND
                   MOVE LKP-RECORD-IMAGE TO TERM-MASTER-RECORD
                   MOVE TRM-START-DATE TO WS-EXPIRY-START
                   IF WS-EXPIRY-START < WS-EFFECTIVE-START
                       DISPLAY "THE EXPIRY TERM STARTS BEFORE THE "
                           "EFFECTIVE TERM."
                       MOVE 'N' TO WS-DETAILS-VALID
                   END-IF
               ELSE
                   DISPLAY "TERM " WS-INPUT-EXPIRY
                       " IS NOT ON THE TERM MASTER."
                   MOVE 'N' TO WS-DETAILS-VALID
               END-IF
           END-IF.

       1550-END.

       1600-SAVE-ROW.

           DISPLAY "SAVE " WS-TYPE-NAME " FOR STUDENT "
               WS-STUDENT-VSAM-ID " (Y/N)? >>".
           MOVE 'N' TO WS-CONFIRM-SAVE.
           ACCEPT WS-CONFIRM-SAVE.

           IF NOT CONFIRM-SAVE
               DISPLAY "<---- NOTHING CHANGED. --->"
           ELSE
               MOVE SPACES TO ACCOMMODATION-VSAM-RECORD
               MOVE ',' TO ACM-SEPARATOR1, ACM-SEPARATOR2,
                   ACM-SEPARATOR3, ACM-SEPARATOR4, ACM-SEPARATOR5
               MOVE WS-STUDENT-VSAM-ID TO ACM-STUDENT-ID
               MOVE WS-INPUT-TYPE TO ACM-TYPE
               MOVE WS-NEW-PCT TO ACM-EXTRA-PCT
               MOVE WS-INPUT-EFFECTIVE TO ACM-EFFECTIVE-TERM
               MOVE WS-INPUT-EXPIRY TO ACM-EXPIRY-TERM
               MOVE CURRENT-DATE TO ACM-UPDATED-DATE
               MOVE WS-SIGNON-USER TO ACM-UPDATED-BY
               MOVE SPACES TO WS-AUDIT-DETAIL
               IF ROW-WAS-FOUND
                   REWRITE ACCOMMODATION-VSAM-RECORD
                   MOVE "ACM CHANGE" TO WS-AUDIT-ACTION
                   STRING "ACCOMMODATION TYPE " DELIMITED BY SIZE
                          WS-INPUT-TYPE DELIMITED BY SIZE
                          " CHANGED" DELIMITED BY SIZE
                       INTO WS-AUDIT-DETAIL
               ELSE
                   WRITE ACCOMMODATION-VSAM-RECORD
                   MOVE "ACM ADD" TO WS-AUDIT-ACTION
                   STRING "ACCOMMODATION TYPE " DELIMITED BY SIZE
                          WS-INPUT-TYPE DELIMITED BY SIZE
                          " ADDED" DELIMITED BY SIZE
                       INTO WS-AUDIT-DETAIL
               END-IF
               IF ACM-FILE-STATUS = "00"
                   DISPLAY WS-TYPE-NAME " SAVED."
                   PERFORM 1800-WRITE-AUDIT-RECORD
               ELSE
                   DISPLAY "ERROR SAVING ACCOMMODATION (STATUS = "
                       ACM-FILE-STATUS ")"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       1600-END.

      *    A LETTER WITHDRAWN BEFORE ITS EXPIRY IS REMOVED OUTRIGHT;
      *    THE AUDIT LINE IS THE HISTORY.
       1700-DELETE-ROW.

           DISPLAY "DELETE " WS-TYPE-NAME " FOR STUDENT "
               WS-STUDENT-VSAM-ID " (Y/N)? >>".
           MOVE 'N' TO WS-CONFIRM-SAVE.
           ACCEPT WS-CONFIRM-SAVE.

           IF NOT CONFIRM-SAVE
               DISPLAY "<---- NOTHING CHANGED. --->"
           ELSE
               DELETE ACCOMMODATION-VSAM-FILE RECORD
               IF ACM-FILE-STATUS = "00"
                   DISPLAY WS-TYPE-NAME " DELETED."
                   MOVE "ACM REMOVE" TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING "ACCOMMODATION TYPE " DELIMITED BY SIZE
                          WS-INPUT-TYPE DELIMITED BY SIZE
                          " REMOVED" DELIMITED BY SIZE
                       INTO WS-AUDIT-DETAIL
                   PERFORM 1800-WRITE-AUDIT-RECORD
               ELSE
                   DISPLAY "ERROR DELETING ACCOMMODATION (STATUS = "
                       ACM-FILE-STATUS ")"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       1700-END.

       1800-WRITE-AUDIT-RECORD.

           MOVE "PRGN0142" TO AUP-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AUP-ACTION.
           MOVE WS-STUDENT-VSAM-ID TO AUP-STUDENT-ID.
           MOVE WS-AUDIT-DETAIL TO AUP-DETAIL.

           MOVE WS-SIGNON-USER TO AUP-USER.

           CALL 'PRGS0105' USING AUDIT-APPEND-PARM.

       1800-END.

       END PROGRAM PRGN0142.
