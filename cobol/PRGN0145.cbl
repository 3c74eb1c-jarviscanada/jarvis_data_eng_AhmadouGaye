      ******************************************************************
      * Author:
      * Date:
      * Purpose: Academic advising - assigns a student an advisor from
      *          the instructor master (ADVISOR.VSAM, ONE ROW PER
      *          STUDENT) AND KEEPS DATED ADVISING NOTES
      *          (ADVISING.NOTES): THE OPERATOR, THE NOTE TEXT, AND AN
      *          OPTIONAL FOLLOW-UP DATE THAT STAYS OPEN UNTIL IT IS
      *          MARKED DONE HERE. THE NOTES SHOW ON THE SINGLE-
      *          STUDENT QUERY (PRGQ0006) AND OPEN FOLLOW-UPS PAST
      *          THEIR DATE SHOW AS OVERDUE ON THE CASELOAD REPORT
      *          (PRGQ0146). EVERY CHANGE LANDS ON AUDIT.LOG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGN0145.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY STUSEL.

           COPY INSSEL.

           COPY ADVSEL.

           COPY ADNSEL.

           COPY SGNSEL.

       DATA DIVISION.
       FILE SECTION.

       FD STUDENT-VSAM-FILE.

       COPY STUFD.

       FD INSTRUCTOR-MASTER-FILE.
       COPY INSFD.

       FD ADVISOR-VSAM-FILE.
       COPY ADVFD.

       FD ADVISING-NOTE-FILE.
       COPY ADNFD.

       FD SIGNON-SESSION-FILE.
       COPY SGNFD.

       WORKING-STORAGE SECTION.

       01  INS-FILE-STATUS   PIC XX.
       01  ADV-FILE-STATUS   PIC XX.
       01  ADN-FILE-STATUS   PIC XX.
       01  SGN-FILE-STATUS   PIC XX.
       COPY AUPWRK.

       COPY SGNWRK.

       COPY STUWRK.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY         PIC X(2).
           05  WS-STUDENT-FOUND       PIC X     VALUE 'N'.
               88  STUDENT-WAS-FOUND         VALUE 'Y'.
           05  WS-FUNCTION            PIC X     VALUE SPACE.
               88  FUNCTION-IS-ASSIGN        VALUE 'A'.
               88  FUNCTION-IS-NOTE          VALUE 'N'.
               88  FUNCTION-IS-FOLLOWUP      VALUE 'F'.
               88  FUNCTION-IS-LIST          VALUE 'L'.
               88  FUNCTION-IS-EXIT          VALUE 'X'.
           05  WS-HAS-ADVISOR         PIC X     VALUE 'N'.
               88  ADVISOR-ON-FILE           VALUE 'Y'.
           05  WS-ADVISOR-ID          PIC 9(4)  VALUE 0.
           05  WS-ADVISOR-NAME        PIC X(27) VALUE SPACES.
           05  WS-INPUT-INS-ID        PIC X(4)  VALUE SPACES.
           05  WS-NEW-ADVISOR-ID      PIC 9(4)  VALUE 0.
           05  WS-LOOKUP-INS-ID       PIC 9(4)  VALUE 0.
           05  WS-LOOKUP-INS-NAME     PIC X(27) VALUE SPACES.
           05  WS-INS-FOUND           PIC X     VALUE 'N'.
               88  INSTRUCTOR-FOUND          VALUE 'Y'.
           05  WS-INS-EOF             PIC X     VALUE 'N'.
               88  INS-EOF                   VALUE 'Y'.
           05  WS-ADN-EOF             PIC X     VALUE 'N'.
               88  ADN-EOF                   VALUE 'Y'.
           05  WS-INPUT-TEXT          PIC X(60) VALUE SPACES.
           05  WS-INPUT-FOLLOWUP      PIC X(8)  VALUE SPACES.
           05  WS-NEW-FOLLOWUP        PIC 9(8)  VALUE 0.
           05  WS-DETAILS-VALID       PIC X     VALUE 'N'.
               88  DETAILS-ARE-VALID         VALUE 'Y'.
           05  WS-CONFIRM-SAVE        PIC X     VALUE 'N'.
               88  CONFIRM-SAVE              VALUE 'Y'.
           05  WS-NOTE-COUNT          PIC 9(3)  VALUE 0.
           05  WS-INPUT-PICK          PIC X(2)  VALUE SPACES.
           05  WS-PICK                PIC 9(2)  VALUE 0.
           05  WS-AUDIT-ACTION        PIC X(10).
           05  WS-AUDIT-DETAIL        PIC X(40).

      *    THE STUDENT'S OPEN FOLLOW-UPS, NUMBERED FOR THE OPERATOR TO
      *    PICK FROM WHEN ONE IS MARKED DONE.
       01  WS-OPEN-FOLLOWUP-AREAS.
           05  WS-OFU-COUNT           PIC 9(2)  COMP VALUE 0.
           05  WS-OFU-IDX             PIC 9(2)  COMP VALUE 0.
           05  WS-OFU-ENTRY OCCURS 20 TIMES.
               10  WS-OFU-E-DATE      PIC 9(8).
               10  WS-OFU-E-TIME      PIC 9(6).
               10  WS-OFU-E-FOLLOWUP  PIC 9(8).
               10  WS-OFU-E-TEXT      PIC X(60).

       01  ADV-HEADER.
           05 FILLER      PIC X VALUE '+'.
           05 FILLER      PIC X VALUE '-'
               OCCURS 38 TIMES.
           05 FILLER      PIC X VALUE '+'.

       01  ADV-HEADER2.
           05 FILLER      PIC X VALUE '|'.
           05 FILLER      PIC X(4) VALUE SPACES.
           05 TITRE11      PIC X(15) VALUE '  A C A D E M I'.
           05 TITRE12      PIC X(15) VALUE ' C  A D V I S E'.
           05 FILLER      PIC X(4) VALUE SPACES.
           05 FILLER      PIC X VALUE '|'.

       01 OUTPUTLINE.
           05 BLANK-LINE PIC X.

       01 CURRENT-DATE       PIC 9(8).
       01 CURRENT-TIME       PIC 9(6).

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

           PERFORM 1000-OPEN-ADVISING-FILES.

           IF ADV-FILE-STATUS NOT = "00"
                   OR ADN-FILE-STATUS NOT = "00"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1250-SHOW-ADVISOR.

           MOVE SPACE TO WS-FUNCTION.
           PERFORM 1300-PROMPT-FOR-FUNCTION UNTIL FUNCTION-IS-EXIT.

           CLOSE ADVISOR-VSAM-FILE.
           CLOSE ADVISING-NOTE-FILE.

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

      *    STATUS 35 MEANS THE FILE DOES NOT EXIST YET -- CREATE IT.
      *    ANY OTHER NON-ZERO STATUS IS A REAL OPEN FAILURE AND MUST
      *    NOT FALL INTO OPEN OUTPUT, WHICH WOULD EMPTY THE FILE.
       1000-OPEN-ADVISING-FILES.

           OPEN I-O ADVISOR-VSAM-FILE.
           IF ADV-FILE-STATUS = "35"
               OPEN OUTPUT ADVISOR-VSAM-FILE
               IF ADV-FILE-STATUS = "00"
                   CLOSE ADVISOR-VSAM-FILE
                   OPEN I-O ADVISOR-VSAM-FILE
               END-IF
           END-IF.

           IF ADV-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ADVISOR.VSAM FILE (STATUS = "
                   ADV-FILE-STATUS ")"
           END-IF.

           OPEN I-O ADVISING-NOTE-FILE.
           IF ADN-FILE-STATUS = "35"
               OPEN OUTPUT ADVISING-NOTE-FILE
               IF ADN-FILE-STATUS = "00"
                   CLOSE ADVISING-NOTE-FILE
                   OPEN I-O ADVISING-NOTE-FILE
               END-IF
           END-IF.

           IF ADN-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ADVISING.NOTES FILE (STATUS = "
                   ADN-FILE-STATUS ")"
           END-IF.

       1000-END.

       1100-DISPLAY-HEADER.

           DISPLAY ADV-HEADER.
           DISPLAY OUTPUTLINE.
           DISPLAY ADV-HEADER2.
           DISPLAY OUTPUTLINE.
           DISPLAY ADV-HEADER.

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

       1250-SHOW-ADVISOR.

           MOVE 'N' TO WS-HAS-ADVISOR.
           MOVE 0 TO WS-ADVISOR-ID.
           MOVE SPACES TO WS-ADVISOR-NAME.

           MOVE WS-STUDENT-VSAM-ID TO ADV-STUDENT-ID.
           READ ADVISOR-VSAM-FILE
               KEY IS ADV-STUDENT-ID
               INVALID KEY
                   DISPLAY "ADVISOR: (NONE ASSIGNED)"
               NOT INVALID KEY
                   SET ADVISOR-ON-FILE TO TRUE
                   MOVE ADV-INSTRUCTOR-ID TO WS-ADVISOR-ID
                   MOVE ADV-INSTRUCTOR-ID TO WS-LOOKUP-INS-ID
                   PERFORM 1900-LOOK-UP-INSTRUCTOR
                   MOVE WS-LOOKUP-INS-NAME TO WS-ADVISOR-NAME
                   DISPLAY "ADVISOR: " WS-ADVISOR-ID " "
                       WS-ADVISOR-NAME " SINCE " ADV-ASSIGNED-DATE
           END-READ.

       1250-END.

       1300-PROMPT-FOR-FUNCTION.

           DISPLAY " ".
           DISPLAY "A=ASSIGN ADVISOR  N=ADD NOTE  F=FOLLOW-UP DONE  "
               "L=LIST NOTES  X=EXIT >>".
           MOVE SPACE TO WS-FUNCTION.
           ACCEPT WS-FUNCTION.

           EVALUATE TRUE
               WHEN FUNCTION-IS-ASSIGN
                   PERFORM 1400-ASSIGN-ADVISOR
               WHEN FUNCTION-IS-NOTE
                   PERFORM 1500-ADD-NOTE
               WHEN FUNCTION-IS-FOLLOWUP
                   PERFORM 1600-CLOSE-FOLLOWUP
               WHEN FUNCTION-IS-LIST
                   PERFORM 1700-LIST-NOTES
               WHEN FUNCTION-IS-EXIT
                   DISPLAY "<---- DONE. --->"
               WHEN OTHER
                   DISPLAY "CHOOSE A, N, F, L OR X."
           END-EVALUATE.

       1300-END.

       1400-ASSIGN-ADVISOR.

           DISPLAY "ENTER ADVISOR'S INSTRUCTOR ID (4 DIGITS) >>".
           MOVE SPACES TO WS-INPUT-INS-ID.
           ACCEPT WS-INPUT-INS-ID.

           IF WS-INPUT-INS-ID IS NOT NUMERIC
               DISPLAY "INSTRUCTOR ID MUST BE 4 DIGITS."
           ELSE
               MOVE WS-INPUT-INS-ID TO WS-NEW-ADVISOR-ID
               MOVE WS-NEW-ADVISOR-ID TO WS-LOOKUP-INS-ID
               PERFORM 1900-LOOK-UP-INSTRUCTOR
               EVALUATE TRUE
                   WHEN NOT INSTRUCTOR-FOUND
                       DISPLAY "INSTRUCTOR " WS-NEW-ADVISOR-ID
                           " IS NOT ON THE INSTRUCTOR MASTER."
                   WHEN ADVISOR-ON-FILE
                           AND WS-NEW-ADVISOR-ID = WS-ADVISOR-ID
                       DISPLAY "THAT INSTRUCTOR IS ALREADY THE "
                           "ADVISOR."
                   WHEN OTHER
                       PERFORM 1450-SAVE-ADVISOR
               END-EVALUATE
           END-IF.

       1400-END.

       1450-SAVE-ADVISOR.

           DISPLAY "ASSIGN " WS-LOOKUP-INS-NAME " AS ADVISOR (Y/N)? >>".
           MOVE 'N' TO WS-CONFIRM-SAVE.
           ACCEPT WS-CONFIRM-SAVE.

           IF NOT CONFIRM-SAVE
               DISPLAY "<---- NOTHING CHANGED. --->"
           ELSE
               MOVE SPACES TO ADVISOR-VSAM-RECORD
               MOVE ',' TO ADV-SEPARATOR1, ADV-SEPARATOR2,
                   ADV-SEPARATOR3
               MOVE WS-STUDENT-VSAM-ID TO ADV-STUDENT-ID
               MOVE WS-NEW-ADVISOR-ID TO ADV-INSTRUCTOR-ID
               MOVE CURRENT-DATE TO ADV-ASSIGNED-DATE
               MOVE WS-SIGNON-USER TO ADV-ASSIGNED-BY
               IF ADVISOR-ON-FILE
                   REWRITE ADVISOR-VSAM-RECORD
               ELSE
                   WRITE ADVISOR-VSAM-RECORD
               END-IF
               IF ADV-FILE-STATUS = "00"
                   DISPLAY "ADVISOR ASSIGNED."
                   MOVE "ADV ASSIGN" TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING "ADVISOR " DELIMITED BY SIZE
                          WS-NEW-ADVISOR-ID DELIMITED BY SIZE
                          " (WAS " DELIMITED BY SIZE
                          WS-ADVISOR-ID DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                       INTO WS-AUDIT-DETAIL
                   PERFORM 1800-WRITE-AUDIT-RECORD
                   PERFORM 1250-SHOW-ADVISOR
               ELSE
                   DISPLAY "ERROR SAVING ADVISOR (STATUS = "
                       ADV-FILE-STATUS ")"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       1450-END.

       1500-ADD-NOTE.

           MOVE 'Y' TO WS-DETAILS-VALID.
           MOVE 0 TO WS-NEW-FOLLOWUP.

           DISPLAY "ENTER NOTE (MAX 60 CHARS) >>".
           MOVE SPACES TO WS-INPUT-TEXT.
           ACCEPT WS-INPUT-TEXT.
           IF WS-INPUT-TEXT = SPACES
               DISPLAY "THE NOTE CANNOT BE BLANK."
               MOVE 'N' TO WS-DETAILS-VALID
           END-IF.

      *    A FOLLOW-UP MUST FALL AFTER TODAY; BLANK MEANS NONE.
           IF DETAILS-ARE-VALID
               DISPLAY "ENTER FOLLOW-UP DATE (YYYYMMDD, BLANK = "
                   "NONE) >>"
               MOVE SPACES TO WS-INPUT-FOLLOWUP
               ACCEPT WS-INPUT-FOLLOWUP
               IF WS-INPUT-FOLLOWUP NOT = SPACES
                   IF WS-INPUT-FOLLOWUP IS NUMERIC
                       MOVE WS-INPUT-FOLLOWUP TO WS-NEW-FOLLOWUP
                       IF WS-NEW-FOLLOWUP NOT > CURRENT-DATE
                           DISPLAY "THE FOLLOW-UP DATE MUST BE AFTER "
                               "TODAY."
                           MOVE 'N' TO WS-DETAILS-VALID
                       END-IF
                   ELSE
                       DISPLAY "FOLLOW-UP DATE MUST BE YYYYMMDD."
                       MOVE 'N' TO WS-DETAILS-VALID
                   END-IF
               END-IF
           END-IF.

           IF DETAILS-ARE-VALID
               DISPLAY "SAVE NOTE (Y/N)? >>"
               MOVE 'N' TO WS-CONFIRM-SAVE
               ACCEPT WS-CONFIRM-SAVE
               IF NOT CONFIRM-SAVE
                   DISPLAY "<---- NOTHING CHANGED. --->"
               ELSE
                   PERFORM 1550-WRITE-NOTE
               END-IF
           END-IF.

       1500-END.

      *    TWO NOTES IN THE SAME SECOND WOULD SHARE A KEY, SO THE
      *    SECOND ONE IS NUDGED ALONG BY A SECOND.
       1550-WRITE-NOTE.

           ACCEPT CURRENT-TIME FROM TIME.

           MOVE SPACES TO ADVISING-NOTE-RECORD.
           MOVE ',' TO ADN-SEPARATOR1, ADN-SEPARATOR2, ADN-SEPARATOR3,
               ADN-SEPARATOR4, ADN-SEPARATOR5.
           MOVE WS-STUDENT-VSAM-ID TO ADN-STUDENT-ID.
           MOVE CURRENT-DATE TO ADN-NOTE-DATE.
           MOVE CURRENT-TIME TO ADN-NOTE-TIME.
           MOVE WS-SIGNON-USER TO ADN-OPERATOR.
           MOVE WS-ADVISOR-ID TO ADN-ADVISOR-ID.
           MOVE WS-INPUT-TEXT TO ADN-TEXT.
           MOVE WS-NEW-FOLLOWUP TO ADN-FOLLOWUP-DATE.
           IF WS-NEW-FOLLOWUP > 0
               SET ADN-FOLLOWUP-OPEN TO TRUE
           ELSE
               SET ADN-NO-FOLLOWUP TO TRUE
           END-IF.

           WRITE ADVISING-NOTE-RECORD
               INVALID KEY
                   ADD 1 TO ADN-NOTE-TIME
                   WRITE ADVISING-NOTE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-WRITE.

           IF ADN-FILE-STATUS = "00"
               DISPLAY "NOTE SAVED."
               MOVE "ADV NOTE" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-DETAIL
               IF ADN-FOLLOWUP-OPEN
                   STRING "NOTE ADDED, FOLLOW-UP " DELIMITED BY SIZE
                          ADN-FOLLOWUP-DATE DELIMITED BY SIZE
                       INTO WS-AUDIT-DETAIL
               ELSE
                   MOVE "NOTE ADDED" TO WS-AUDIT-DETAIL
               END-IF
               PERFORM 1800-WRITE-AUDIT-RECORD
           ELSE
               DISPLAY "ERROR SAVING NOTE (STATUS = "
                   ADN-FILE-STATUS ")"
               MOVE 4 TO RETURN-CODE
           END-IF.

       1550-END.

       1600-CLOSE-FOLLOWUP.

           MOVE 0 TO WS-OFU-COUNT.
           PERFORM 1650-START-NOTES.
           PERFORM 1610-LOAD-ONE-FOLLOWUP UNTIL ADN-EOF.

           IF WS-OFU-COUNT = 0
               DISPLAY "NO OPEN FOLLOW-UPS FOR THIS STUDENT."
           ELSE
               DISPLAY "OPEN FOLLOW-UPS:"
               PERFORM 1620-SHOW-ONE-FOLLOWUP
                   VARYING WS-OFU-IDX FROM 1 BY 1
                   UNTIL WS-OFU-IDX > WS-OFU-COUNT
               DISPLAY "ENTER THE NUMBER TO MARK DONE, OR BLANK >>"
               MOVE SPACES TO WS-INPUT-PICK
               ACCEPT WS-INPUT-PICK
               PERFORM 1630-MARK-FOLLOWUP-DONE
           END-IF.

       1600-END.

       1610-LOAD-ONE-FOLLOWUP.

           READ ADVISING-NOTE-FILE NEXT RECORD
               AT END
                   SET ADN-EOF TO TRUE
               NOT AT END
                   IF ADN-STUDENT-ID NOT = WS-STUDENT-VSAM-ID
                       SET ADN-EOF TO TRUE
                   ELSE
                       IF ADN-FOLLOWUP-OPEN AND WS-OFU-COUNT < 20
                           ADD 1 TO WS-OFU-COUNT
                           MOVE ADN-NOTE-DATE
                               TO WS-OFU-E-DATE (WS-OFU-COUNT)
                           MOVE ADN-NOTE-TIME
                               TO WS-OFU-E-TIME (WS-OFU-COUNT)
                           MOVE ADN-FOLLOWUP-DATE
                               TO WS-OFU-E-FOLLOWUP (WS-OFU-COUNT)
                           MOVE ADN-TEXT
                               TO WS-OFU-E-TEXT (WS-OFU-COUNT)
                       END-IF
                   END-IF
           END-READ.

       1610-END.

       1620-SHOW-ONE-FOLLOWUP.

           DISPLAY WS-OFU-IDX ". DUE " WS-OFU-E-FOLLOWUP (WS-OFU-IDX)
               " (NOTE OF " WS-OFU-E-DATE (WS-OFU-IDX) ")".
           DISPLAY "    " WS-OFU-E-TEXT (WS-OFU-IDX).

       1620-END.

       1630-MARK-FOLLOWUP-DONE.

           MOVE 0 TO WS-PICK.
           IF WS-INPUT-PICK NOT = SPACES
               IF WS-INPUT-PICK (2:1) = SPACE
                   MOVE WS-INPUT-PICK (1:1) TO WS-PICK
               ELSE
                   IF WS-INPUT-PICK IS NUMERIC
                       MOVE WS-INPUT-PICK TO WS-PICK
                   END-IF
               END-IF
           END-IF.

           IF WS-PICK = 0 OR WS-PICK > WS-OFU-COUNT
               DISPLAY "<---- NOTHING CHANGED. --->"
           ELSE
               MOVE WS-STUDENT-VSAM-ID TO ADN-STUDENT-ID
               MOVE WS-OFU-E-DATE (WS-PICK) TO ADN-NOTE-DATE
               MOVE WS-OFU-E-TIME (WS-PICK) TO ADN-NOTE-TIME
               READ ADVISING-NOTE-FILE
                   KEY IS ADN-KEY
                   INVALID KEY
                       DISPLAY "NOTE NO LONGER ON FILE (STATUS = "
                           ADN-FILE-STATUS ")"
                   NOT INVALID KEY
                       SET ADN-FOLLOWUP-DONE TO TRUE
                       REWRITE ADVISING-NOTE-RECORD
                           INVALID KEY
                               DISPLAY "ERROR SAVING NOTE (STATUS = "
                                   ADN-FILE-STATUS ")"
                               MOVE 4 TO RETURN-CODE
                           NOT INVALID KEY
                               DISPLAY "FOLLOW-UP MARKED DONE."
                               MOVE "ADV FOLLOW" TO WS-AUDIT-ACTION
                               MOVE SPACES TO WS-AUDIT-DETAIL
                               STRING "FOLLOW-UP DUE " DELIMITED BY SIZE
                                      ADN-FOLLOWUP-DATE
                                          DELIMITED BY SIZE
                                      " DONE" DELIMITED BY SIZE
                                   INTO WS-AUDIT-DETAIL
                               PERFORM 1800-WRITE-AUDIT-RECORD
                       END-REWRITE
               END-READ
           END-IF.

       1630-END.

      *    THE STUDENT'S NOTES SIT TOGETHER AT THE FRONT OF THE KEY,
      *    OLDEST FIRST.
       1650-START-NOTES.

           MOVE 'N' TO WS-ADN-EOF.
           MOVE LOW-VALUES TO ADN-KEY.
           MOVE WS-STUDENT-VSAM-ID TO ADN-STUDENT-ID.
           START ADVISING-NOTE-FILE KEY IS NOT LESS THAN ADN-KEY
               INVALID KEY
                   SET ADN-EOF TO TRUE
           END-START.

       1650-END.

       1700-LIST-NOTES.

           MOVE 0 TO WS-NOTE-COUNT.
           PERFORM 1650-START-NOTES.

           DISPLAY " ".
           DISPLAY "DATE     TIME   BY       ADVISOR FOLLOW-UP".
           PERFORM 1710-LIST-ONE-NOTE UNTIL ADN-EOF.

           IF WS-NOTE-COUNT = 0
               DISPLAY "NO ADVISING NOTES ON FILE FOR THIS STUDENT."
           END-IF.

       1700-END.

       1710-LIST-ONE-NOTE.

           READ ADVISING-NOTE-FILE NEXT RECORD
               AT END
                   SET ADN-EOF TO TRUE
               NOT AT END
                   IF ADN-STUDENT-ID NOT = WS-STUDENT-VSAM-ID
                       SET ADN-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-NOTE-COUNT
                       EVALUATE TRUE
                           WHEN ADN-FOLLOWUP-OPEN
                               DISPLAY ADN-NOTE-DATE " " ADN-NOTE-TIME
                                   " " ADN-OPERATOR " " ADN-ADVISOR-ID
                                   "    " ADN-FOLLOWUP-DATE " OPEN"
                           WHEN ADN-FOLLOWUP-DONE
                               DISPLAY ADN-NOTE-DATE " " ADN-NOTE-TIME
                                   " " ADN-OPERATOR " " ADN-ADVISOR-ID
                                   "    " ADN-FOLLOWUP-DATE " DONE"
                           WHEN OTHER
                               DISPLAY ADN-NOTE-DATE " " ADN-NOTE-TIME
                                   " " ADN-OPERATOR " " ADN-ADVISOR-ID
                       END-EVALUATE
                       DISPLAY "   " ADN-TEXT
                   END-IF
           END-READ.

       1710-END.

       1800-WRITE-AUDIT-RECORD.

           MOVE "PRGN0145" TO AUP-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AUP-ACTION.
           MOVE WS-STUDENT-VSAM-ID TO AUP-STUDENT-ID.
           MOVE WS-AUDIT-DETAIL TO AUP-DETAIL.

           MOVE WS-SIGNON-USER TO AUP-USER.

           CALL 'PRGS0105' USING AUDIT-APPEND-PARM.

       1800-END.

      *    THE INSTRUCTOR MASTER IS A SHORT LINE-SEQUENTIAL FILE, SO
      *    A LOOKUP IS A STRAIGHT SCAN.
       1900-LOOK-UP-INSTRUCTOR.

           MOVE 'N' TO WS-INS-FOUND.
           MOVE 'N' TO WS-INS-EOF.
           MOVE SPACES TO WS-LOOKUP-INS-NAME.

           OPEN INPUT INSTRUCTOR-MASTER-FILE.
           IF INS-FILE-STATUS = "00"
               PERFORM 1910-SCAN-ONE-INSTRUCTOR
                   UNTIL INS-EOF OR INSTRUCTOR-FOUND
               CLOSE INSTRUCTOR-MASTER-FILE
           END-IF.

       1900-END.

       1910-SCAN-ONE-INSTRUCTOR.

           READ INSTRUCTOR-MASTER-FILE
               AT END
                   SET INS-EOF TO TRUE
               NOT AT END
                   IF INS-ID IS NUMERIC
                           AND INS-ID = WS-LOOKUP-INS-ID
                       SET INSTRUCTOR-FOUND TO TRUE
                       MOVE INS-NAME TO WS-LOOKUP-INS-NAME
                   END-IF
           END-READ.

       1910-END.

       END PROGRAM PRGN0145.
