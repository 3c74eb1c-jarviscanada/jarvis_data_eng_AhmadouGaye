      ******************************************************************
      * Author:
      * Date:
      * Purpose: Alumni record maintenance - shows a graduate's
      *          ALUMNI.VSAM record (GRADUATION TERM, CREDENTIAL
      *          PROGRAM, CAMPUS, CURRENT EMPLOYER, CONSENT TO
      *          CONTACT) AND KEEPS IT CURRENT: THE EMPLOYER AND
      *          CONSENT CAN BE CHANGED AND THE MAILING ADDRESS ON
      *          ADDRESS-VSAM-FILE REPLACED IN THE SAME VISIT, SO THE
      *          ALUMNI MAILING (PRGE0132) GOES TO WHERE THE GRADUATE
      *          LIVES NOW. A GRADUATE FROM BEFORE THE ALUMNI FILE
      *          EXISTED IS GIVEN A RECORD ON FIRST VISIT. ERASED
      *          (PRGX0062) AND DELETED STUDENTS ARE REFUSED, AND
      *          EVERY CHANGE LANDS ON AUDIT.LOG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGN0131.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY STUSEL.

           COPY ALUSEL.

           COPY ADRSEL.

           COPY SGNSEL.

       DATA DIVISION.
       FILE SECTION.

       FD STUDENT-VSAM-FILE.

       COPY STUFD.

       FD ALUMNI-VSAM-FILE.
       COPY ALUFD.

       FD ADDRESS-VSAM-FILE.
       COPY ADRFD.

       FD SIGNON-SESSION-FILE.
       COPY SGNFD.

       WORKING-STORAGE SECTION.

       01  ALU-FILE-STATUS   PIC XX.
       01  ADR-FILE-STATUS   PIC XX.
       01  SGN-FILE-STATUS   PIC XX.
       COPY AUPWRK.

       COPY SGNWRK.

       COPY STUWRK.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY         PIC X(2).
           05  WS-STUDENT-FOUND       PIC X     VALUE 'N'.
               88  STUDENT-WAS-FOUND         VALUE 'Y'.
           05  WS-ALUMNI-FOUND        PIC X     VALUE 'N'.
               88  ALUMNI-WAS-FOUND          VALUE 'Y'.
           05  WS-INPUT-TERM          PIC X(10).
           05  WS-INPUT-EMPLOYER      PIC X(30).
           05  WS-INPUT-CONSENT       PIC X     VALUE SPACE.
           05  WS-CONSENT-VALID       PIC X     VALUE 'N'.
               88  CONSENT-IS-VALID          VALUE 'Y'.
           05  WS-INPUT-ADDRESS       PIC X     VALUE 'N'.
               88  CHANGE-ADDRESS            VALUE 'Y'.
           05  WS-INPUT-STREET        PIC X(30).
           05  WS-STREET-VALID        PIC X     VALUE 'N'.
               88  STREET-IS-VALID           VALUE 'Y'.
           05  WS-INPUT-CITY          PIC X(20).
           05  WS-CITY-VALID          PIC X     VALUE 'N'.
               88  CITY-IS-VALID             VALUE 'Y'.
           05  WS-INPUT-PROVINCE      PIC X(2).
           05  WS-INPUT-POSTAL        PIC X(7).
           05  WS-CONFIRM-SAVE        PIC X     VALUE 'N'.
               88  CONFIRM-SAVE              VALUE 'Y'.
           05  WS-AUDIT-ACTION        PIC X(10).
           05  WS-AUDIT-DETAIL        PIC X(40).

       01  ALU-HEADER.
           05 FILLER      PIC X VALUE '+'.
           05 FILLER      PIC X VALUE '-'
               OCCURS 38 TIMES.
           05 FILLER      PIC X VALUE '+'.

       01  ALU-HEADER2.
           05 FILLER      PIC X VALUE '|'.
           05 FILLER      PIC X(4) VALUE SPACES.
           05 TITRE11      PIC X(15) VALUE ' A L U M N I   '.
           05 TITRE12      PIC X(15) VALUE ' R E C O R D   '.
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
                   "NO ALUMNI RECORD IS KEPT."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

      *    STATUS 35 MEANS THE FILE DOES NOT EXIST YET -- CREATE IT.
      *    ANY OTHER NON-ZERO STATUS IS A REAL OPEN FAILURE AND MUST
      *    NOT FALL INTO OPEN OUTPUT, WHICH WOULD EMPTY THE FILE.
           OPEN I-O ALUMNI-VSAM-FILE.
           IF ALU-FILE-STATUS = "35"
               OPEN OUTPUT ALUMNI-VSAM-FILE
           END-IF.

           IF ALU-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ALUMNI.VSAM FILE (STATUS = "
                   ALU-FILE-STATUS ")"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1300-READ-ALUMNI.

           IF NOT ALUMNI-WAS-FOUND
               IF WS-STUDENT-VSAM-STATUS = 'G'
                   PERFORM 1350-START-ALUMNI-RECORD
               ELSE
                   DISPLAY "STUDENT " WS-STUDENT-VSAM-ID
                       " HAS NOT GRADUATED - NO ALUMNI RECORD."
                   CLOSE ALUMNI-VSAM-FILE
                   MOVE 4 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           IF ALU-ERASED
               DISPLAY "ALUMNI RECORD " WS-STUDENT-VSAM-ID
                   " WAS ERASED ON LEGAL REQUEST - NOT EDITABLE."
               CLOSE ALUMNI-VSAM-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1400-SHOW-ALUMNI.

           PERFORM 1500-PROMPT-FOR-CHANGES.

           DISPLAY "SAVE CHANGES (Y/N)? >>".
           ACCEPT WS-CONFIRM-SAVE.

           IF CONFIRM-SAVE
               PERFORM 1600-SAVE-ALUMNI
               IF CHANGE-ADDRESS
                   PERFORM 1700-SAVE-MAILING-ADDRESS
               END-IF
           ELSE
               DISPLAY "<---- NOTHING CHANGED. --->"
           END-IF.

           CLOSE ALUMNI-VSAM-FILE.

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

           DISPLAY ALU-HEADER.
           DISPLAY OUTPUTLINE.
           DISPLAY ALU-HEADER2.
           DISPLAY OUTPUTLINE.
           DISPLAY ALU-HEADER.

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

       1300-READ-ALUMNI.

           MOVE WS-STUDENT-VSAM-ID TO ALU-STUDENT-ID.

           READ ALUMNI-VSAM-FILE
               KEY IS ALU-STUDENT-ID
               INVALID KEY
                   MOVE 'N' TO WS-ALUMNI-FOUND
               NOT INVALID KEY
                   SET ALUMNI-WAS-FOUND TO TRUE
           END-READ.

       1300-END.

      *    A GRADUATE FROM BEFORE THE ALUMNI FILE: THE GRADUATION
      *    TERM IS ASKED FOR (BLANK = THE STUDENT'S TERM ON FILE) AND
      *    THE PROGRAM AND CAMPUS COME FROM THE STUDENT MASTER.
       1350-START-ALUMNI-RECORD.

           DISPLAY "NO ALUMNI RECORD YET - ONE WILL BE CREATED.".
           DISPLAY "ENTER GRADUATION TERM (BLANK = "
               WS-STUDENT-VSAM-TERM ") >>".
           MOVE SPACES TO WS-INPUT-TERM.
           ACCEPT WS-INPUT-TERM.

           MOVE SPACES TO ALUMNI-VSAM-RECORD.
           MOVE ',' TO ALU-SEPARATOR1, ALU-SEPARATOR2, ALU-SEPARATOR3,
               ALU-SEPARATOR4, ALU-SEPARATOR5, ALU-SEPARATOR6,
               ALU-SEPARATOR7, ALU-SEPARATOR8.
           MOVE WS-STUDENT-VSAM-ID TO ALU-STUDENT-ID.
           IF WS-INPUT-TERM = SPACES
               MOVE WS-STUDENT-VSAM-TERM TO ALU-GRAD-TERM
           ELSE
               MOVE WS-INPUT-TERM TO ALU-GRAD-TERM
           END-IF.
           MOVE WS-VSAM-UPDATEDATE TO ALU-GRAD-DATE.
           MOVE WS-STUDENT-VSAM-COURSE TO ALU-PROGRAM.
           MOVE WS-STUDENT-VSAM-CAMPUS TO ALU-CAMPUS.
           MOVE 'N' TO ALU-CONSENT.
           MOVE 'A' TO ALU-STATUS.
           MOVE CURRENT-DATE TO ALU-UPDATE-DATE.

       1350-END.

       1400-SHOW-ALUMNI.

           DISPLAY "GRADUATION TERM : " ALU-GRAD-TERM.
           DISPLAY "PROGRAM         : " ALU-PROGRAM.
           DISPLAY "CAMPUS          : " ALU-CAMPUS.
           DISPLAY "EMPLOYER        : " ALU-EMPLOYER.
           DISPLAY "CONSENT TO MAIL : " ALU-CONSENT.

       1400-END.

      *    A BLANK ANSWER KEEPS WHAT IS ON FILE.
       1500-PROMPT-FOR-CHANGES.

           DISPLAY "ENTER CURRENT EMPLOYER (BLANK = NO CHANGE, "
               "'NONE' TO CLEAR) >>".
           MOVE SPACES TO WS-INPUT-EMPLOYER.
           ACCEPT WS-INPUT-EMPLOYER.

           PERFORM 1510-PROMPT-FOR-CONSENT UNTIL CONSENT-IS-VALID.

           DISPLAY "REPLACE THE MAILING ADDRESS (Y/N)? >>".
           ACCEPT WS-INPUT-ADDRESS.

           IF CHANGE-ADDRESS
               PERFORM 1520-PROMPT-FOR-STREET UNTIL STREET-IS-VALID
               PERFORM 1530-PROMPT-FOR-CITY UNTIL CITY-IS-VALID
               DISPLAY "ENTER PROVINCE (2 CHARS) >>"
               ACCEPT WS-INPUT-PROVINCE
               DISPLAY "ENTER POSTAL CODE (MAX 7 CHARS) >>"
               ACCEPT WS-INPUT-POSTAL
           END-IF.

       1500-END.

       1510-PROMPT-FOR-CONSENT.

           DISPLAY "CONSENT TO BE CONTACTED (Y/N, BLANK = NO "
               "CHANGE) >>".
           MOVE SPACE TO WS-INPUT-CONSENT.
           ACCEPT WS-INPUT-CONSENT.

           IF WS-INPUT-CONSENT = 'Y' OR WS-INPUT-CONSENT = 'N'
                   OR WS-INPUT-CONSENT = SPACE
               SET CONSENT-IS-VALID TO TRUE
           ELSE
               DISPLAY "CONSENT MUST BE Y OR N."
           END-IF.

       1510-END.

       1520-PROMPT-FOR-STREET.

           DISPLAY "ENTER STREET ADDRESS (MAX 30 CHARS) >>".
           ACCEPT WS-INPUT-STREET.

           IF WS-INPUT-STREET = SPACES
               DISPLAY "STREET CANNOT BE BLANK."
           ELSE
               SET STREET-IS-VALID TO TRUE
           END-IF.

       1520-END.

       1530-PROMPT-FOR-CITY.

           DISPLAY "ENTER CITY (MAX 20 CHARS) >>".
           ACCEPT WS-INPUT-CITY.

           IF WS-INPUT-CITY = SPACES
               DISPLAY "CITY CANNOT BE BLANK."
           ELSE
               SET CITY-IS-VALID TO TRUE
           END-IF.

       1530-END.

       1600-SAVE-ALUMNI.

           IF WS-INPUT-EMPLOYER = 'NONE'
               MOVE SPACES TO ALU-EMPLOYER
           ELSE
               IF WS-INPUT-EMPLOYER NOT = SPACES
                   MOVE WS-INPUT-EMPLOYER TO ALU-EMPLOYER
               END-IF
           END-IF.

           IF WS-INPUT-CONSENT NOT = SPACE
               MOVE WS-INPUT-CONSENT TO ALU-CONSENT
           END-IF.

           MOVE CURRENT-DATE TO ALU-UPDATE-DATE.

           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "EMPLOYER/CONSENT SAVED, CONSENT " DELIMITED BY SIZE
                  ALU-CONSENT DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.

           IF ALUMNI-WAS-FOUND
               REWRITE ALUMNI-VSAM-RECORD
                   INVALID KEY
                       DISPLAY "ERROR SAVING ALUMNI RECORD (STATUS = "
                           ALU-FILE-STATUS ")"
                   NOT INVALID KEY
                       DISPLAY "ALUMNI RECORD UPDATED FOR STUDENT "
                           WS-STUDENT-VSAM-ID
                       MOVE "ALUMNIUPD" TO WS-AUDIT-ACTION
                       PERFORM 1800-WRITE-AUDIT-RECORD
               END-REWRITE
           ELSE
               WRITE ALUMNI-VSAM-RECORD
                   INVALID KEY
                       DISPLAY "ERROR SAVING ALUMNI RECORD (STATUS = "
                           ALU-FILE-STATUS ")"
                   NOT INVALID KEY
                       DISPLAY "ALUMNI RECORD CREATED FOR STUDENT "
                           WS-STUDENT-VSAM-ID
                       MOVE "ALUMNIADD" TO WS-AUDIT-ACTION
                       PERFORM 1800-WRITE-AUDIT-RECORD
               END-WRITE
           END-IF.

       1600-END.

      *    THE SAME ONE-ROW-PER-TYPE RULE AS PRGC0051: THE MAILING
      *    ROW IS ADDED OR CORRECTED IN PLACE.
       1700-SAVE-MAILING-ADDRESS.

           OPEN I-O ADDRESS-VSAM-FILE.
           IF ADR-FILE-STATUS = "35"
               OPEN OUTPUT ADDRESS-VSAM-FILE
           END-IF.

           IF ADR-FILE-STATUS = "00"
               MOVE WS-STUDENT-VSAM-ID TO ADR-STUDENT-ID
               MOVE 'M' TO ADR-TYPE
               MOVE WS-INPUT-STREET TO ADR-STREET
               MOVE WS-INPUT-CITY TO ADR-CITY
               MOVE WS-INPUT-PROVINCE TO ADR-PROVINCE
               MOVE WS-INPUT-POSTAL TO ADR-POSTAL-CODE
               WRITE ADDRESS-VSAM-RECORD
                   INVALID KEY
                       REWRITE ADDRESS-VSAM-RECORD
                           INVALID KEY
                               DISPLAY "ERROR SAVING ADDRESS (STATUS = "
                                   ADR-FILE-STATUS ")"
                           NOT INVALID KEY
                               DISPLAY "MAILING ADDRESS UPDATED"
                       END-REWRITE
                   NOT INVALID KEY
                       DISPLAY "MAILING ADDRESS ADDED"
               END-WRITE
               CLOSE ADDRESS-VSAM-FILE
           ELSE
               DISPLAY "ERROR OPENING ADDRESS.VSAM FILE (STATUS = "
                   ADR-FILE-STATUS ")"
           END-IF.

       1700-END.

       1800-WRITE-AUDIT-RECORD.

           MOVE "PRGN0131" TO AUP-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AUP-ACTION.
           MOVE WS-STUDENT-VSAM-ID TO AUP-STUDENT-ID.
           MOVE WS-AUDIT-DETAIL TO AUP-DETAIL.
           MOVE WS-SIGNON-USER TO AUP-USER.

           CALL 'PRGS0105' USING AUDIT-APPEND-PARM.

       1800-END.

       END PROGRAM PRGN0131.
