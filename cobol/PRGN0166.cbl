      ******************************************************************
      * Author:
      * Date:
      * Purpose: Employer maintenance - adds co-op and internship
      *          employers to the employer master with a contact,
      *          phone and mailing address, changes an employer's
      *          details (A BLANK ANSWER KEEPS WHAT IS ON FILE), and
      *          lists what is on file (modeled on PRGN0074's sponsor
      *          master flow). ADDS AND CHANGES LAND ON AUDIT.LOG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGN0166.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.

           COPY SGNSEL.

       DATA DIVISION.
       FILE SECTION.

       FD EMPLOYER-MASTER-FILE.
       COPY EMPFD.

       FD SIGNON-SESSION-FILE.
       COPY SGNFD.

       WORKING-STORAGE SECTION.

       01  EMP-FILE-STATUS   PIC XX.
       COPY AUPWRK.

       01  SGN-FILE-STATUS   PIC XX.

       COPY SGNWRK.

       01  WS-WORK-AREAS.
           05  WS-MODE                PIC X     VALUE SPACES.
               88  MODE-IS-ADD               VALUE 'A'.
               88  MODE-IS-CHANGE            VALUE 'C'.
               88  MODE-IS-LIST              VALUE 'L'.
           05  WS-MODE-VALID          PIC X     VALUE 'N'.
               88  MODE-IS-VALID             VALUE 'Y'.
           05  WS-MASTER-EOF          PIC X     VALUE 'N'.
               88  MASTER-EOF                VALUE 'Y'.
           05  WS-INPUT-EMP-ID        PIC 9(4)  VALUE 0.
           05  WS-INPUT-NAME          PIC X(30) VALUE SPACES.
           05  WS-INPUT-CONTACT       PIC X(27) VALUE SPACES.
           05  WS-INPUT-PHONE         PIC X(12) VALUE SPACES.
           05  WS-INPUT-ADDRESS       PIC X(30) VALUE SPACES.
           05  WS-INPUT-CITY          PIC X(20) VALUE SPACES.
           05  WS-INPUT-PROVINCE      PIC X(2)  VALUE SPACES.
           05  WS-INPUT-POSTAL        PIC X(7)  VALUE SPACES.
           05  WS-NAME-VALID          PIC X     VALUE 'N'.
               88  NAME-IS-VALID             VALUE 'Y'.
           05  WS-LAST-EMP-ID         PIC 9(4)  VALUE 0.
           05  WS-LIST-COUNT          PIC 9(4)  VALUE 0.
           05  WS-CONFIRM-SAVE        PIC X     VALUE 'N'.
               88  CONFIRM-SAVE              VALUE 'Y'.
           05  WS-AUDIT-ACTION        PIC X(10).
           05  WS-AUDIT-DETAIL        PIC X(40).

      *    THE EMPLOYER MASTER IS HELD IN STORAGE WHILE IT IS
      *    REWRITTEN WITH ONE EMPLOYER CHANGED, AS PRGN0126 DOES FOR
      *    FEE TYPES.
       01  WS-EMPLOYER-TABLE-AREAS.
           05  WS-EMT-COUNT           PIC 9(4)  COMP VALUE 0.
           05  WS-EMT-IDX             PIC 9(4)  COMP VALUE 0.
           05  WS-EMT-HIT             PIC 9(4)  COMP VALUE 0.
           05  WS-EMT-OVERFLOW        PIC X     VALUE 'N'.
               88  EMPLOYERS-OVERFLOWED     VALUE 'Y'.
           05  WS-EMT-TABLE.
               10  WS-EMT-ENTRY       OCCURS 1000 TIMES.
                   15  WS-EMT-E-IMAGE      PIC X(133).

       01  EMP-HEADER.
           05 FILLER      PIC X VALUE '+'.
           05 FILLER      PIC X VALUE '-'
               OCCURS 38 TIMES.
           05 FILLER      PIC X VALUE '+'.

       01  EMP-HEADER2.
           05 FILLER      PIC X VALUE '|'.
           05 FILLER      PIC X(4) VALUE SPACES.
           05 TITRE11      PIC X(15) VALUE 'C O - O P      '.
           05 TITRE12      PIC X(15) VALUE 'E M P L O Y E R'.
           05 FILLER      PIC X(4) VALUE SPACES.
           05 FILLER      PIC X VALUE '|'.

       01 OUTPUTLINE.
           05 BLANK-LINE PIC X.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.

           PERFORM 0800-READ-SIGNON.

           PERFORM 1100-DISPLAY-HEADER.

           PERFORM 1200-PROMPT-FOR-MODE UNTIL MODE-IS-VALID.

           EVALUATE TRUE
               WHEN MODE-IS-ADD
                   PERFORM 1300-ADD-EMPLOYER
               WHEN MODE-IS-CHANGE
                   PERFORM 1400-CHANGE-EMPLOYER
               WHEN OTHER
                   PERFORM 1500-LIST-EMPLOYERS
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

           DISPLAY EMP-HEADER.
           DISPLAY OUTPUTLINE.
           DISPLAY EMP-HEADER2.
           DISPLAY OUTPUTLINE.
           DISPLAY EMP-HEADER.

       1100-END.

       1200-PROMPT-FOR-MODE.

           DISPLAY "ADD EMPLOYER, CHANGE EMPLOYER, OR LIST (A/C/L) >>".
           ACCEPT WS-MODE.

           IF MODE-IS-ADD OR MODE-IS-CHANGE OR MODE-IS-LIST
               SET MODE-IS-VALID TO TRUE
           ELSE
               DISPLAY "MODE MUST BE A, C, OR L."
           END-IF.

       1200-END.

      *    EMPLOYER IDS ARE ISSUED SEQUENTIALLY OFF THE HIGHEST ID
      *    ALREADY ON THE MASTER, THE SAME WAY PRGN0074 ISSUES
      *    SPONSOR IDS.
       1300-ADD-EMPLOYER.

           PERFORM 1310-PROMPT-FOR-NAME UNTIL NAME-IS-VALID.

           PERFORM 1320-PROMPT-FOR-DETAILS.

           MOVE 0 TO WS-LAST-EMP-ID.
           MOVE 'N' TO WS-MASTER-EOF.

           OPEN INPUT EMPLOYER-MASTER-FILE.
           IF EMP-FILE-STATUS = "00"
               PERFORM 1330-FIND-HIGHEST-ID UNTIL MASTER-EOF
               CLOSE EMPLOYER-MASTER-FILE
           END-IF.

           ADD 1 TO WS-LAST-EMP-ID GIVING WS-INPUT-EMP-ID.

           OPEN EXTEND EMPLOYER-MASTER-FILE.
           IF EMP-FILE-STATUS NOT = "00"
               OPEN OUTPUT EMPLOYER-MASTER-FILE
           END-IF.

           IF EMP-FILE-STATUS = "00"
               MOVE SPACES TO EMPLOYER-MASTER-RECORD
               MOVE WS-INPUT-EMP-ID TO EMP-ID
               MOVE WS-INPUT-NAME TO EMP-NAME
               MOVE WS-INPUT-CONTACT TO EMP-CONTACT
               MOVE WS-INPUT-PHONE TO EMP-PHONE
               MOVE WS-INPUT-ADDRESS TO EMP-ADDRESS
               MOVE WS-INPUT-CITY TO EMP-CITY
               MOVE WS-INPUT-PROVINCE TO EMP-PROVINCE
               MOVE WS-INPUT-POSTAL TO EMP-POSTAL-CODE
               PERFORM 1350-SET-SEPARATORS
               WRITE EMPLOYER-MASTER-RECORD
               CLOSE EMPLOYER-MASTER-FILE
               DISPLAY "EMPLOYER " WS-INPUT-EMP-ID " ("
                   WS-INPUT-NAME ") ADDED."
               MOVE "EMPADD" TO WS-AUDIT-ACTION
               PERFORM 1800-WRITE-AUDIT-RECORD
           ELSE
               DISPLAY "ERROR OPENING EMPLOYER.MASTER (STATUS = "
                   EMP-FILE-STATUS ")"
           END-IF.

       1300-END.

       1310-PROMPT-FOR-NAME.

           DISPLAY "ENTER EMPLOYER NAME (MAX 30 CHARS) >>".
           ACCEPT WS-INPUT-NAME.

           IF WS-INPUT-NAME = SPACES
               DISPLAY "NAME CANNOT BE BLANK."
           ELSE
               SET NAME-IS-VALID TO TRUE
           END-IF.

       1310-END.

       1320-PROMPT-FOR-DETAILS.

           DISPLAY "ENTER CONTACT NAME (MAX 27 CHARS) >>".
           ACCEPT WS-INPUT-CONTACT.
           DISPLAY "ENTER CONTACT PHONE (MAX 12 CHARS) >>".
           ACCEPT WS-INPUT-PHONE.
           DISPLAY "ENTER STREET ADDRESS (MAX 30 CHARS) >>".
           ACCEPT WS-INPUT-ADDRESS.
           DISPLAY "ENTER CITY (MAX 20 CHARS) >>".
           ACCEPT WS-INPUT-CITY.
           DISPLAY "ENTER PROVINCE (2 CHARS) >>".
           ACCEPT WS-INPUT-PROVINCE.
           DISPLAY "ENTER POSTAL CODE (E.G. K1A 0B1) >>".
           ACCEPT WS-INPUT-POSTAL.

       1320-END.

       1330-FIND-HIGHEST-ID.

           READ EMPLOYER-MASTER-FILE
               AT END
                   SET MASTER-EOF TO TRUE
               NOT AT END
                   IF EMP-ID IS NUMERIC AND EMP-ID > WS-LAST-EMP-ID
                       MOVE EMP-ID TO WS-LAST-EMP-ID
                   END-IF
           END-READ.

       1330-END.

       1350-SET-SEPARATORS.

           MOVE ',' TO EMP-SEPARATOR1.
           MOVE ',' TO EMP-SEPARATOR2.
           MOVE ',' TO EMP-SEPARATOR3.
           MOVE ',' TO EMP-SEPARATOR4.
           MOVE ',' TO EMP-SEPARATOR5.
           MOVE ',' TO EMP-SEPARATOR6.
           MOVE ',' TO EMP-SEPARATOR7.

       1350-END.

      *    THE WHOLE MASTER IS LOADED, THE ONE EMPLOYER CHANGED IN
      *    STORAGE, AND THE FILE WRITTEN BACK. AN OVERSIZED MASTER IS
      *    REFUSED RATHER THAN TRUNCATED.
       1400-CHANGE-EMPLOYER.

           DISPLAY "ENTER EMPLOYER ID (MAX 4 DIGITS) >>".
           ACCEPT WS-INPUT-EMP-ID.

           PERFORM 1410-LOAD-EMPLOYERS.

           IF EMPLOYERS-OVERFLOWED
               DISPLAY "EMPLOYER.MASTER HOLDS MORE THAN 1000 ROWS - "
                   "CHANGE REFUSED SO NO EMPLOYER IS LOST."
               MOVE 4 TO RETURN-CODE
           ELSE
               IF WS-EMT-HIT = 0
                   DISPLAY "EMPLOYER " WS-INPUT-EMP-ID
                       " IS NOT ON THE EMPLOYER MASTER."
               ELSE
                   PERFORM 1420-CHANGE-ONE-EMPLOYER
               END-IF
           END-IF.

       1400-END.

       1410-LOAD-EMPLOYERS.

           MOVE 0 TO WS-EMT-COUNT.
           MOVE 0 TO WS-EMT-HIT.
           MOVE 'N' TO WS-MASTER-EOF.

           OPEN INPUT EMPLOYER-MASTER-FILE.
           IF EMP-FILE-STATUS = "00"
               PERFORM 1415-LOAD-ONE-EMPLOYER UNTIL MASTER-EOF
               CLOSE EMPLOYER-MASTER-FILE
           END-IF.

       1410-END.

       1415-LOAD-ONE-EMPLOYER.

           READ EMPLOYER-MASTER-FILE
               AT END
                   SET MASTER-EOF TO TRUE
               NOT AT END
                   IF WS-EMT-COUNT < 1000
                       ADD 1 TO WS-EMT-COUNT
                       MOVE EMPLOYER-MASTER-RECORD
                           TO WS-EMT-E-IMAGE (WS-EMT-COUNT)
                       IF EMP-ID = WS-INPUT-EMP-ID
                           MOVE WS-EMT-COUNT TO WS-EMT-HIT
                       END-IF
                   ELSE
                       SET EMPLOYERS-OVERFLOWED TO TRUE
                   END-IF
           END-READ.

       1415-END.

       1420-CHANGE-ONE-EMPLOYER.

           MOVE WS-EMT-E-IMAGE (WS-EMT-HIT) TO EMPLOYER-MASTER-RECORD.
           DISPLAY "EMPLOYER : " EMP-NAME.
           DISPLAY "CONTACT  : " EMP-CONTACT " " EMP-PHONE.
           DISPLAY "ADDRESS  : " EMP-ADDRESS.
           DISPLAY "           " EMP-CITY " " EMP-PROVINCE " "
               EMP-POSTAL-CODE.
           DISPLAY "A BLANK ANSWER KEEPS WHAT IS ON FILE.".

           DISPLAY "ENTER EMPLOYER NAME (MAX 30 CHARS) >>".
           ACCEPT WS-INPUT-NAME.
           PERFORM 1320-PROMPT-FOR-DETAILS.

           IF WS-INPUT-NAME NOT = SPACES
               MOVE WS-INPUT-NAME TO EMP-NAME
           END-IF.
           IF WS-INPUT-CONTACT NOT = SPACES
               MOVE WS-INPUT-CONTACT TO EMP-CONTACT
           END-IF.
           IF WS-INPUT-PHONE NOT = SPACES
               MOVE WS-INPUT-PHONE TO EMP-PHONE
           END-IF.
           IF WS-INPUT-ADDRESS NOT = SPACES
               MOVE WS-INPUT-ADDRESS TO EMP-ADDRESS
           END-IF.
           IF WS-INPUT-CITY NOT = SPACES
               MOVE WS-INPUT-CITY TO EMP-CITY
           END-IF.
           IF WS-INPUT-PROVINCE NOT = SPACES
               MOVE WS-INPUT-PROVINCE TO EMP-PROVINCE
           END-IF.
           IF WS-INPUT-POSTAL NOT = SPACES
               MOVE WS-INPUT-POSTAL TO EMP-POSTAL-CODE
           END-IF.
           PERFORM 1350-SET-SEPARATORS.

           DISPLAY "SAVE THE CHANGE (Y/N)? >>".
           ACCEPT WS-CONFIRM-SAVE.

           IF CONFIRM-SAVE
               MOVE EMPLOYER-MASTER-RECORD
                   TO WS-EMT-E-IMAGE (WS-EMT-HIT)
               PERFORM 1430-REWRITE-EMPLOYERS
           ELSE
               DISPLAY "<---- CHANGE CANCELLED. NOTHING SAVED. --->"
           END-IF.

       1420-END.

       1430-REWRITE-EMPLOYERS.

           OPEN OUTPUT EMPLOYER-MASTER-FILE.
           IF EMP-FILE-STATUS = "00"
               PERFORM 1435-REWRITE-ONE-EMPLOYER
                   VARYING WS-EMT-IDX FROM 1 BY 1
                   UNTIL WS-EMT-IDX > WS-EMT-COUNT
               CLOSE EMPLOYER-MASTER-FILE
               DISPLAY "EMPLOYER " WS-INPUT-EMP-ID " CHANGED."
               MOVE "EMPCHG" TO WS-AUDIT-ACTION
               PERFORM 1800-WRITE-AUDIT-RECORD
           ELSE
               DISPLAY "ERROR REWRITING EMPLOYER.MASTER (STATUS = "
                   EMP-FILE-STATUS ")"
           END-IF.

       1430-END.

       1435-REWRITE-ONE-EMPLOYER.

           MOVE WS-EMT-E-IMAGE (WS-EMT-IDX) TO EMPLOYER-MASTER-RECORD.
           WRITE EMPLOYER-MASTER-RECORD.

       1435-END.

       1500-LIST-EMPLOYERS.

           MOVE 'N' TO WS-MASTER-EOF.

           OPEN INPUT EMPLOYER-MASTER-FILE.
           IF EMP-FILE-STATUS = "00"
               DISPLAY "ID   | EMPLOYER                       | "
                   "CONTACT                     | PHONE"
               DISPLAY "-------------------------------------------"
                   "-------------------------------------"
               PERFORM 1510-LIST-ONE-EMPLOYER UNTIL MASTER-EOF
               CLOSE EMPLOYER-MASTER-FILE
               DISPLAY "-------------------------------------------"
                   "-------------------------------------"
               DISPLAY "EMPLOYERS ON FILE : " WS-LIST-COUNT
           ELSE
               DISPLAY "NO EMPLOYERS ON FILE YET (STATUS = "
                   EMP-FILE-STATUS ")"
           END-IF.

       1500-END.

       1510-LIST-ONE-EMPLOYER.

           READ EMPLOYER-MASTER-FILE
               AT END
                   SET MASTER-EOF TO TRUE
               NOT AT END
                   DISPLAY EMP-ID " | " EMP-NAME " | " EMP-CONTACT
                       " | " EMP-PHONE
                   ADD 1 TO WS-LIST-COUNT
           END-READ.

       1510-END.

       1800-WRITE-AUDIT-RECORD.

           MOVE "PRGN0166" TO AUP-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AUP-ACTION.
           MOVE 0 TO AUP-STUDENT-ID.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "EMPLOYER " DELIMITED BY SIZE
                  WS-INPUT-EMP-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EMP-NAME DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           MOVE WS-AUDIT-DETAIL TO AUP-DETAIL.

           MOVE WS-SIGNON-USER TO AUP-USER.

           CALL 'PRGS0105' USING AUDIT-APPEND-PARM.

       1800-END.

       END PROGRAM PRGN0166.
