      ******************************************************************
      * Author:
      * Date:
      * Purpose: Academic misconduct case maintenance - one case per
      *          student per course per term on MISCONDUCT.VSAM, with
      *          the allegation, the campus, the hearing date and
      *          outcome, and the sanction: W (WARNING), F (GRADE OF
      *          F), S (SUSPENSION FOR A RANGE OF TERMS) OR E
      *          (EXPULSION). CASES ARE RESTRICTED TO THE
      *          ADMINISTRATOR ROLE AND A REFUSED ATTEMPT IS AUDITED.
      *          OPENING A CASE LISTS EVERY EARLIER CASE FOR THE
      *          STUDENT, WHATEVER THE CAMPUS, WITH A PRIOR-OFFENCE
      *          WARNING. A GRADE OF F IS NOT POSTED HERE - IT GOES ON
      *          GRADE.AMENDMENTS AS A PENDING REQUEST FOR PRGA0029 TO
      *          APPROVE. A SUSPENSION ALREADY UNDER WAY SETS THE
      *          STUDENT TO 'S' AT ONCE (JOURNALED); ONE STARTING
      *          LATER IS APPLIED BY THE TERM-START RUN (PRGB0089),
      *          WHICH ALSO LIFTS IT. EXPULSION IS RECORDED AND THE
      *          STUDENT IS WITHDRAWN THROUGH PRGD0004. THE
      *          TRANSCRIPT NOTATION RUNS TWO YEARS FROM THE SANCTION
      *          (GRADE OF F) OR FROM THE END OF THE LAST SUSPENDED
      *          TERM, AND FOR GOOD ON AN EXPULSION; A WARNING CARRIES
      *          NONE. EVERY CHANGE LANDS ON AUDIT.LOG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGN0144.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY STUSEL.

           COPY MSCSEL.

           COPY GRDSEL.

           COPY AMDSEL.

           COPY JRNSEL.

           COPY SGNSEL.

       DATA DIVISION.
       FILE SECTION.

       FD STUDENT-VSAM-FILE.

       COPY STUFD.

       FD MISCONDUCT-VSAM-FILE.
       COPY MSCFD.

       FD GRADE-VSAM-FILE.
       COPY GRDFD.

       FD GRADE-AMENDMENT-FILE.
       COPY AMDFD.

       FD RECOVERY-JOURNAL-FILE.
       COPY JRNFD.

       FD SIGNON-SESSION-FILE.
       COPY SGNFD.

       WORKING-STORAGE SECTION.

       01  MSC-FILE-STATUS   PIC XX.
       01  GRD-FILE-STATUS   PIC XX.
       01  AMD-FILE-STATUS   PIC XX.
       01  SGN-FILE-STATUS   PIC XX.
       01  JRN-FILE-STATUS   PIC XX.

       01  WS-JOURNAL-AREAS.
           05  WS-JRN-PROGRAM     PIC X(8)  VALUE 'PRGN0144'.
           05  WS-JRN-DATE        PIC 9(8)  VALUE 0.
           05  WS-JRN-TIME        PIC 9(6)  VALUE 0.
           05  WS-JRN-FILE-ID     PIC X     VALUE SPACE.
           05  WS-JRN-ACTION      PIC X     VALUE SPACE.
           05  WS-JRN-IMAGE       PIC X(120) VALUE SPACES.

       COPY AUPWRK.

       COPY LKPWRK.

       COPY TRMFD.

       COPY SGNWRK.

       COPY STUWRK.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY         PIC X(2).
           05  WS-STUDENT-FOUND       PIC X     VALUE 'N'.
               88  STUDENT-WAS-FOUND         VALUE 'Y'.
           05  WS-FUNCTION            PIC X     VALUE SPACE.
               88  FUNCTION-IS-OPEN          VALUE 'O'.
               88  FUNCTION-IS-HEARING       VALUE 'H'.
               88  FUNCTION-IS-SANCTION      VALUE 'S'.
               88  FUNCTION-IS-LIST          VALUE 'L'.
               88  FUNCTION-IS-EXIT          VALUE 'X'.
           05  WS-INPUT-COURSE        PIC X(15) VALUE SPACES.
           05  WS-INPUT-TERM          PIC X(10) VALUE SPACES.
           05  WS-CASE-KEY            PIC X(31) VALUE SPACES.
           05  WS-KEY-VALID           PIC X     VALUE 'N'.
               88  KEY-IS-VALID              VALUE 'Y'.
           05  WS-CASE-FOUND          PIC X     VALUE 'N'.
               88  CASE-WAS-FOUND            VALUE 'Y'.
           05  WS-MSC-EOF             PIC X     VALUE 'N'.
               88  MSC-EOF                   VALUE 'Y'.
           05  WS-PRIOR-COUNT         PIC 9(3)  VALUE 0.
           05  WS-PRIOR-RESPONSIBLE   PIC 9(3)  VALUE 0.
           05  WS-OTHER-CAMPUS        PIC X     VALUE 'N'.
               88  PRIOR-AT-OTHER-CAMPUS     VALUE 'Y'.
           05  WS-INPUT-ALLEGATION    PIC X(30) VALUE SPACES.
           05  WS-INPUT-CAMPUS        PIC X(3)  VALUE SPACES.
           05  WS-INPUT-HEARING       PIC X(8)  VALUE SPACES.
           05  WS-INPUT-OUTCOME       PIC X     VALUE SPACE.
               88  OUTCOME-INPUT-VALID       VALUE 'P' 'R' 'N'.
           05  WS-INPUT-SANCTION      PIC X     VALUE SPACE.
               88  SANCTION-INPUT-VALID      VALUE 'W' 'F' 'S' 'E'.
           05  WS-INPUT-FROM-TERM     PIC X(10) VALUE SPACES.
           05  WS-INPUT-TO-TERM       PIC X(10) VALUE SPACES.
           05  WS-DETAILS-VALID       PIC X     VALUE 'N'.
               88  DETAILS-ARE-VALID         VALUE 'Y'.
           05  WS-CONFIRM-SAVE        PIC X     VALUE 'N'.
               88  CONFIRM-SAVE              VALUE 'Y'.
           05  WS-OLD-GRADE           PIC X     VALUE SPACE.
           05  WS-AMEND-NEEDED        PIC X     VALUE 'N'.
               88  AMENDMENT-NEEDED          VALUE 'Y'.
           05  WS-NOTATION-UNTIL      PIC 9(8)  VALUE 0.
           05  WS-LOOKUP-TERM         PIC X(10) VALUE SPACES.
           05  WS-LOOKUP-START        PIC 9(8)  VALUE 0.
           05  WS-LOOKUP-END          PIC 9(8)  VALUE 0.
           05  WS-FROM-START          PIC 9(8)  VALUE 0.
           05  WS-TO-START            PIC 9(8)  VALUE 0.
           05  WS-TO-END              PIC 9(8)  VALUE 0.
           05  WS-SANCTION-NAME       PIC X(12) VALUE SPACES.
           05  WS-AUDIT-ACTION        PIC X(10).
           05  WS-AUDIT-DETAIL        PIC X(40).

      *    THE NOTATION RUNS TWO YEARS PAST ITS STARTING DATE; ADDING
      *    TO THE YEAR DIGITS OF A YYYYMMDD DATE IS ENOUGH HERE.
       01  WS-NOTATION-YEARS          PIC 9(8)  VALUE 20000.

       01  MSC-HEADER.
           05 FILLER      PIC X VALUE '+'.
           05 FILLER      PIC X VALUE '-'
               OCCURS 38 TIMES.
           05 FILLER      PIC X VALUE '+'.

       01  MSC-HEADER2.
           05 FILLER      PIC X VALUE '|'.
           05 FILLER      PIC X(4) VALUE SPACES.
           05 TITRE11      PIC X(15) VALUE ' M I S C O N D '.
           05 TITRE12      PIC X(15) VALUE 'U C T   C A S E'.
           05 FILLER      PIC X(4) VALUE SPACES.
           05 FILLER      PIC X VALUE '|'.

       01 OUTPUTLINE.
           05 BLANK-LINE PIC X.

       01 CURRENT-DATE       PIC 9(8).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.

           PERFORM 0800-READ-SIGNON.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.

           IF WS-SIGNON-ROLE < 3
               DISPLAY "MISCONDUCT CASES ARE RESTRICTED TO THE "
                   "ADMINISTRATOR ROLE."
               MOVE "MSC DENIED" TO WS-AUDIT-ACTION
               MOVE "ROLE BELOW ADMINISTRATOR" TO WS-AUDIT-DETAIL
               MOVE 0 TO WS-STUDENT-VSAM-ID
               PERFORM 1800-WRITE-AUDIT-RECORD
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1100-DISPLAY-HEADER.

           OPEN I-O STUDENT-VSAM-FILE.
           IF FILE-CHECK-KEY NOT = "00"
               DISPLAY "ERROR OPENING STUDENT.VSAM FILE (STATUS = "
                   FILE-CHECK-KEY ")"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1200-PROMPT-FOR-ID UNTIL STUDENT-WAS-FOUND.

           PERFORM 1000-OPEN-MISCONDUCT-FILE.

           IF MSC-FILE-STATUS NOT = "00"
               CLOSE STUDENT-VSAM-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACE TO WS-FUNCTION.
           PERFORM 1300-PROMPT-FOR-FUNCTION UNTIL FUNCTION-IS-EXIT.

           CLOSE MISCONDUCT-VSAM-FILE.
           CLOSE STUDENT-VSAM-FILE.

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

      *    FULL AFTER-IMAGE OF EVERY SUCCESSFUL REWRITE AGAINST THE
      *    INDEXED FILES, SO PRGB0043 CAN REPLAY THE DAY FORWARD
      *    FROM THE LAST BACKUP GENERATION.
       0870-WRITE-JOURNAL.

           ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-JRN-TIME FROM TIME.

           OPEN EXTEND RECOVERY-JOURNAL-FILE.
           IF JRN-FILE-STATUS NOT = "00"
               OPEN OUTPUT RECOVERY-JOURNAL-FILE
           END-IF.

           IF JRN-FILE-STATUS = "00"
               MOVE WS-JRN-DATE TO JRN-DATE
               MOVE ',' TO JRN-SEPARATOR1
               MOVE WS-JRN-TIME TO JRN-TIME
               MOVE ',' TO JRN-SEPARATOR2
               MOVE WS-JRN-PROGRAM TO JRN-PROGRAM
               MOVE ',' TO JRN-SEPARATOR3
               MOVE WS-JRN-FILE-ID TO JRN-FILE-ID
               MOVE ',' TO JRN-SEPARATOR4
               MOVE WS-JRN-ACTION TO JRN-ACTION
               MOVE ',' TO JRN-SEPARATOR5
               MOVE WS-JRN-IMAGE TO JRN-IMAGE
               WRITE RECOVERY-JOURNAL-RECORD
               CLOSE RECOVERY-JOURNAL-FILE
           END-IF.

       0870-END.

      *    STATUS 35 MEANS THE FILE DOES NOT EXIST YET -- CREATE IT.
      *    ANY OTHER NON-ZERO STATUS IS A REAL OPEN FAILURE AND MUST
      *    NOT FALL INTO OPEN OUTPUT, WHICH WOULD EMPTY THE FILE.
       1000-OPEN-MISCONDUCT-FILE.

           OPEN I-O MISCONDUCT-VSAM-FILE.
           IF MSC-FILE-STATUS = "35"
               OPEN OUTPUT MISCONDUCT-VSAM-FILE
               IF MSC-FILE-STATUS = "00"
                   CLOSE MISCONDUCT-VSAM-FILE
                   OPEN I-O MISCONDUCT-VSAM-FILE
               END-IF
           END-IF.

           IF MSC-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING MISCONDUCT.VSAM FILE "
                   "(STATUS = " MSC-FILE-STATUS ")"
           END-IF.

       1000-END.

       1100-DISPLAY-HEADER.

           DISPLAY MSC-HEADER.
           DISPLAY OUTPUTLINE.
           DISPLAY MSC-HEADER2.
           DISPLAY OUTPUTLINE.
           DISPLAY MSC-HEADER.

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
                       "  STATUS: " WS-STUDENT-VSAM-STATUS
                       "  CAMPUS: " WS-STUDENT-VSAM-CAMPUS
                   SET STUDENT-WAS-FOUND TO TRUE
           END-READ.

       1200-END.

       1300-PROMPT-FOR-FUNCTION.

           DISPLAY " ".
           DISPLAY "O=OPEN CASE  H=HEARING/OUTCOME  S=IMPOSE SANCTION  "
               "L=LIST CASES  X=EXIT >>".
           MOVE SPACE TO WS-FUNCTION.
           ACCEPT WS-FUNCTION.

           EVALUATE TRUE
               WHEN FUNCTION-IS-OPEN
                   PERFORM 1400-OPEN-CASE
               WHEN FUNCTION-IS-HEARING
                   PERFORM 1500-RECORD-HEARING
               WHEN FUNCTION-IS-SANCTION
                   PERFORM 1600-IMPOSE-SANCTION
               WHEN FUNCTION-IS-LIST
                   PERFORM 1700-LIST-CASES
               WHEN FUNCTION-IS-EXIT
                   DISPLAY "<---- DONE. --->"
               WHEN OTHER
                   DISPLAY "CHOOSE O, H, S, L OR X."
           END-EVALUATE.

       1300-END.

      *    THE COURSE AND TERM MUST BOTH BE ON THE MASTERS, SO A CASE
      *    CANNOT BE FILED AGAINST A MISTYPED KEY.
       1350-PROMPT-FOR-CASE-KEY.

           MOVE 'Y' TO WS-KEY-VALID.
           MOVE 'N' TO WS-CASE-FOUND.

           DISPLAY "ENTER COURSE CODE >>".
           MOVE SPACES TO WS-INPUT-COURSE.
           ACCEPT WS-INPUT-COURSE.

           SET LKP-COURSE-LOOKUP TO TRUE.
           MOVE WS-INPUT-COURSE TO LKP-KEY.
           CALL 'PRGS0098' USING MASTER-LOOKUP-PARM.
           IF NOT LKP-RECORD-FOUND
               DISPLAY "COURSE " WS-INPUT-COURSE
                   " IS NOT ON THE COURSE MASTER."
               MOVE 'N' TO WS-KEY-VALID
           END-IF.

           IF KEY-IS-VALID
               DISPLAY "ENTER TERM >>"
               MOVE SPACES TO WS-INPUT-TERM
               ACCEPT WS-INPUT-TERM
               MOVE WS-INPUT-TERM TO WS-LOOKUP-TERM
               PERFORM 1900-LOOK-UP-TERM
               IF NOT LKP-RECORD-FOUND
                   DISPLAY "TERM " WS-INPUT-TERM
                       " IS NOT ON THE TERM MASTER."
                   MOVE 'N' TO WS-KEY-VALID
               END-IF
           END-IF.

           IF KEY-IS-VALID
               MOVE WS-STUDENT-VSAM-ID TO MSC-STUDENT-ID
               MOVE WS-INPUT-COURSE TO MSC-COURSE
               MOVE WS-INPUT-TERM TO MSC-TERM
               MOVE MSC-KEY TO WS-CASE-KEY
               READ MISCONDUCT-VSAM-FILE
                   KEY IS MSC-KEY
                   INVALID KEY
                       MOVE 'N' TO WS-CASE-FOUND
                   NOT INVALID KEY
                       SET CASE-WAS-FOUND TO TRUE
               END-READ
           END-IF.

       1350-END.

       1400-OPEN-CASE.

           PERFORM 1350-PROMPT-FOR-CASE-KEY.

           IF KEY-IS-VALID
               IF CASE-WAS-FOUND
                   DISPLAY "A CASE IS ALREADY OPEN FOR THIS STUDENT, "
                       "COURSE AND TERM."
               ELSE
                   PERFORM 1450-SCAN-PRIOR-CASES
                   PERFORM 1470-PROMPT-NEW-CASE
               END-IF
           END-IF.

       1400-END.

      *    EVERY CASE THE STUDENT ALREADY HAS, ON ANY CAMPUS, IS SHOWN
      *    BEFORE THE NEW ONE IS KEYED - THE FILING CABINET NEVER
      *    TOLD ONE CAMPUS ABOUT ANOTHER'S.
       1450-SCAN-PRIOR-CASES.

           MOVE 0 TO WS-PRIOR-COUNT.
           MOVE 0 TO WS-PRIOR-RESPONSIBLE.
           MOVE 'N' TO WS-OTHER-CAMPUS.
           MOVE 'N' TO WS-MSC-EOF.

           MOVE LOW-VALUES TO MSC-KEY.
           MOVE WS-STUDENT-VSAM-ID TO MSC-STUDENT-ID.
           START MISCONDUCT-VSAM-FILE KEY IS NOT LESS THAN MSC-KEY
               INVALID KEY
                   SET MSC-EOF TO TRUE
           END-START.

           PERFORM 1460-SCAN-ONE-CASE UNTIL MSC-EOF.

           IF WS-PRIOR-COUNT = 0
               DISPLAY "NO EARLIER CASES ON FILE FOR THIS STUDENT."
           ELSE
               DISPLAY "-------------------------------------------"
               IF WS-PRIOR-RESPONSIBLE > 0
                   DISPLAY "*** PRIOR OFFENCE WARNING: "
                       WS-PRIOR-RESPONSIBLE
                       " EARLIER CASE(S) FOUND RESPONSIBLE ***"
               ELSE
                   DISPLAY "NOTE: " WS-PRIOR-COUNT " EARLIER CASE(S)"
                       " ON FILE, NONE FOUND RESPONSIBLE."
               END-IF
               IF PRIOR-AT-OTHER-CAMPUS
                   DISPLAY "*** AT LEAST ONE EARLIER CASE WAS AT "
                       "ANOTHER CAMPUS ***"
               END-IF
               DISPLAY "-------------------------------------------"
           END-IF.

           MOVE WS-CASE-KEY TO MSC-KEY.

       1450-END.

       1460-SCAN-ONE-CASE.

           READ MISCONDUCT-VSAM-FILE NEXT RECORD
               AT END
                   SET MSC-EOF TO TRUE
               NOT AT END
                   IF MSC-STUDENT-ID NOT = WS-STUDENT-VSAM-ID
                       SET MSC-EOF TO TRUE
                   ELSE
                       IF WS-PRIOR-COUNT = 0
                           DISPLAY "EARLIER CASES FOR THIS STUDENT:"
                           DISPLAY "COURSE          TERM       CAMPUS"
                               " OPENED   OUTCOME SANCTION"
                       END-IF
                       ADD 1 TO WS-PRIOR-COUNT
                       IF MSC-OUTCOME-RESPONSIBLE
                           ADD 1 TO WS-PRIOR-RESPONSIBLE
                       END-IF
                       IF MSC-CAMPUS NOT = WS-STUDENT-VSAM-CAMPUS
                           SET PRIOR-AT-OTHER-CAMPUS TO TRUE
                       END-IF
                       DISPLAY MSC-COURSE " " MSC-TERM " "
                           MSC-CAMPUS "    " MSC-OPEN-DATE " "
                           MSC-OUTCOME "       " MSC-SANCTION
                   END-IF
           END-READ.

       1460-END.

       1470-PROMPT-NEW-CASE.

           MOVE 'Y' TO WS-DETAILS-VALID.

           DISPLAY "ENTER ALLEGATION (MAX 30 CHARS) >>".
           MOVE SPACES TO WS-INPUT-ALLEGATION.
           ACCEPT WS-INPUT-ALLEGATION.
           IF WS-INPUT-ALLEGATION = SPACES
               DISPLAY "AN ALLEGATION IS REQUIRED."
               MOVE 'N' TO WS-DETAILS-VALID
           END-IF.

           IF DETAILS-ARE-VALID
               DISPLAY "ENTER CAMPUS OF THE OFFENCE (BLANK = "
                   WS-STUDENT-VSAM-CAMPUS ") >>"
               MOVE SPACES TO WS-INPUT-CAMPUS
               ACCEPT WS-INPUT-CAMPUS
               IF WS-INPUT-CAMPUS = SPACES
                   MOVE WS-STUDENT-VSAM-CAMPUS TO WS-INPUT-CAMPUS
               END-IF
               DISPLAY "OPEN CASE FOR " WS-INPUT-COURSE " "
                   WS-INPUT-TERM " (Y/N)? >>"
               MOVE 'N' TO WS-CONFIRM-SAVE
               ACCEPT WS-CONFIRM-SAVE
               IF NOT CONFIRM-SAVE
                   DISPLAY "<---- NOTHING CHANGED. --->"
               ELSE
                   PERFORM 1480-WRITE-NEW-CASE
               END-IF
           END-IF.

       1470-END.

       1480-WRITE-NEW-CASE.

           MOVE SPACES TO MISCONDUCT-VSAM-RECORD.
           MOVE ',' TO MSC-SEPARATOR1, MSC-SEPARATOR2, MSC-SEPARATOR3,
               MSC-SEPARATOR4, MSC-SEPARATOR5, MSC-SEPARATOR6,
               MSC-SEPARATOR7, MSC-SEPARATOR8, MSC-SEPARATOR9,
               MSC-SEPARATOR10, MSC-SEPARATOR11, MSC-SEPARATOR12.
           MOVE WS-CASE-KEY TO MSC-KEY.
           MOVE WS-INPUT-ALLEGATION TO MSC-ALLEGATION.
           MOVE CURRENT-DATE TO MSC-OPEN-DATE.
           MOVE WS-SIGNON-USER TO MSC-OPENED-BY.
           MOVE WS-INPUT-CAMPUS TO MSC-CAMPUS.
           MOVE 0 TO MSC-HEARING-DATE.
           SET MSC-OUTCOME-PENDING TO TRUE.
           SET MSC-NO-SANCTION TO TRUE.
           MOVE 0 TO MSC-SANCTION-DATE.
           MOVE 0 TO MSC-NOTATION-UNTIL.

           WRITE MISCONDUCT-VSAM-RECORD
               INVALID KEY
                   DISPLAY "ERROR OPENING CASE (STATUS = "
                       MSC-FILE-STATUS ")"
                   MOVE 4 TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY "CASE OPENED - OUTCOME PENDING."
                   MOVE "MSC OPEN" TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING MSC-COURSE DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          MSC-TERM DELIMITED BY SPACE
                          " PRIOR CASES " DELIMITED BY SIZE
                          WS-PRIOR-COUNT DELIMITED BY SIZE
                       INTO WS-AUDIT-DETAIL
                   PERFORM 1800-WRITE-AUDIT-RECORD
           END-WRITE.

       1480-END.

      *    THE OUTCOME STAYS OPEN TO CORRECTION UNTIL A SANCTION IS
      *    IMPOSED ON IT.
       1500-RECORD-HEARING.

           PERFORM 1350-PROMPT-FOR-CASE-KEY.

           IF KEY-IS-VALID
               IF NOT CASE-WAS-FOUND
                   DISPLAY "NO CASE ON FILE FOR THAT COURSE AND TERM."
               ELSE
                   IF NOT MSC-NO-SANCTION
                       DISPLAY "A SANCTION HAS BEEN IMPOSED - THE "
                           "OUTCOME CAN NO LONGER CHANGE."
                   ELSE
                       PERFORM 1550-PROMPT-HEARING-DETAILS
                   END-IF
               END-IF
           END-IF.

       1500-END.

       1550-PROMPT-HEARING-DETAILS.

           MOVE 'Y' TO WS-DETAILS-VALID.

           DISPLAY "ENTER HEARING DATE (YYYYMMDD) >>".
           MOVE SPACES TO WS-INPUT-HEARING.
           ACCEPT WS-INPUT-HEARING.
           IF WS-INPUT-HEARING IS NOT NUMERIC
                   OR WS-INPUT-HEARING = "00000000"
               DISPLAY "HEARING DATE MUST BE YYYYMMDD."
               MOVE 'N' TO WS-DETAILS-VALID
           END-IF.

           IF DETAILS-ARE-VALID
               DISPLAY "ENTER OUTCOME - P (PENDING), R (RESPONSIBLE), "
                   "N (NOT RESPONSIBLE) >>"
               MOVE SPACE TO WS-INPUT-OUTCOME
               ACCEPT WS-INPUT-OUTCOME
               IF NOT OUTCOME-INPUT-VALID
                   DISPLAY "OUTCOME MUST BE P, R OR N."
                   MOVE 'N' TO WS-DETAILS-VALID
               END-IF
           END-IF.

           IF DETAILS-ARE-VALID
               DISPLAY "SAVE HEARING " WS-INPUT-HEARING " OUTCOME "
                   WS-INPUT-OUTCOME " (Y/N)? >>"
               MOVE 'N' TO WS-CONFIRM-SAVE
               ACCEPT WS-CONFIRM-SAVE
               IF NOT CONFIRM-SAVE
                   DISPLAY "<---- NOTHING CHANGED. --->"
               ELSE
                   MOVE WS-INPUT-HEARING TO MSC-HEARING-DATE
                   MOVE WS-INPUT-OUTCOME TO MSC-OUTCOME
                   REWRITE MISCONDUCT-VSAM-RECORD
                       INVALID KEY
                           DISPLAY "ERROR SAVING HEARING (STATUS = "
                               MSC-FILE-STATUS ")"
                           MOVE 4 TO RETURN-CODE
                       NOT INVALID KEY
                           DISPLAY "HEARING RECORDED."
                           MOVE "MSC HEARNG" TO WS-AUDIT-ACTION
                           MOVE SPACES TO WS-AUDIT-DETAIL
                           STRING MSC-COURSE DELIMITED BY SPACE
                                  " " DELIMITED BY SIZE
                                  MSC-TERM DELIMITED BY SPACE
                                  " OUTCOME " DELIMITED BY SIZE
                                  MSC-OUTCOME DELIMITED BY SIZE
                               INTO WS-AUDIT-DETAIL
                           PERFORM 1800-WRITE-AUDIT-RECORD
                   END-REWRITE
               END-IF
           END-IF.

       1550-END.

      *    ONE SANCTION PER CASE, AND ONLY ON A CASE FOUND
      *    RESPONSIBLE.
       1600-IMPOSE-SANCTION.

           PERFORM 1350-PROMPT-FOR-CASE-KEY.

           IF KEY-IS-VALID
               IF NOT CASE-WAS-FOUND
                   DISPLAY "NO CASE ON FILE FOR THAT COURSE AND TERM."
               ELSE
                   IF NOT MSC-OUTCOME-RESPONSIBLE
                       DISPLAY "A SANCTION NEEDS AN OUTCOME OF "
                           "RESPONSIBLE - RECORD THE HEARING FIRST."
                   ELSE
                       IF NOT MSC-NO-SANCTION
                           DISPLAY "SANCTION " MSC-SANCTION
                               " IS ALREADY IMPOSED ON THIS CASE."
                       ELSE
                           PERFORM 1620-PROMPT-SANCTION
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1600-END.

       1620-PROMPT-SANCTION.

           MOVE 'Y' TO WS-DETAILS-VALID.
           MOVE 'N' TO WS-AMEND-NEEDED.
           MOVE SPACES TO WS-INPUT-FROM-TERM.
           MOVE SPACES TO WS-INPUT-TO-TERM.
           MOVE 0 TO WS-NOTATION-UNTIL.

           DISPLAY "ENTER SANCTION - W (WARNING), F (GRADE OF F), "
               "S (SUSPENSION), E (EXPULSION) >>".
           MOVE SPACE TO WS-INPUT-SANCTION.
           ACCEPT WS-INPUT-SANCTION.

           EVALUATE WS-INPUT-SANCTION
               WHEN 'W'
                   MOVE "WARNING" TO WS-SANCTION-NAME
               WHEN 'F'
                   MOVE "GRADE OF F" TO WS-SANCTION-NAME
                   PERFORM 1630-CHECK-POSTED-GRADE
                   COMPUTE WS-NOTATION-UNTIL =
                       CURRENT-DATE + WS-NOTATION-YEARS
               WHEN 'S'
                   MOVE "SUSPENSION" TO WS-SANCTION-NAME
                   PERFORM 1640-PROMPT-SUSPENSION-TERMS
               WHEN 'E'
                   MOVE "EXPULSION" TO WS-SANCTION-NAME
                   MOVE 99999999 TO WS-NOTATION-UNTIL
               WHEN OTHER
                   DISPLAY "SANCTION MUST BE W, F, S OR E."
                   MOVE 'N' TO WS-DETAILS-VALID
           END-EVALUATE.

           IF DETAILS-ARE-VALID
               DISPLAY "IMPOSE " WS-SANCTION-NAME " ON "
                   MSC-COURSE " " MSC-TERM " (Y/N)? >>"
               MOVE 'N' TO WS-CONFIRM-SAVE
               ACCEPT WS-CONFIRM-SAVE
               IF NOT CONFIRM-SAVE
                   DISPLAY "<---- NOTHING CHANGED. --->"
               ELSE
                   PERFORM 1660-SAVE-SANCTION
               END-IF
           END-IF.

       1620-END.

      *    THE F REPLACES A POSTED GRADE, SO THERE MUST BE ONE TO
      *    AMEND; ONE THAT IS ALREADY AN F NEEDS NO AMENDMENT.
       1630-CHECK-POSTED-GRADE.

           OPEN INPUT GRADE-VSAM-FILE.
           IF GRD-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING GRADE.VSAM FILE (STATUS = "
                   GRD-FILE-STATUS ")"
               MOVE 'N' TO WS-DETAILS-VALID
           ELSE
               MOVE MSC-STUDENT-ID TO GRD-STUDENT-ID
               MOVE MSC-COURSE TO GRD-COURSE
               MOVE MSC-TERM TO GRD-TERM
               READ GRADE-VSAM-FILE
                   KEY IS GRD-KEY
                   INVALID KEY
                       DISPLAY "NO POSTED GRADE FOR THIS COURSE AND "
                           "TERM - POST THE GRADE FIRST."
                       MOVE 'N' TO WS-DETAILS-VALID
                   NOT INVALID KEY
                       MOVE GRD-LETTER-GRADE TO WS-OLD-GRADE
                       IF WS-OLD-GRADE = 'F'
                           DISPLAY "THE POSTED GRADE IS ALREADY F - "
                               "NO AMENDMENT NEEDED."
                       ELSE
                           DISPLAY "POSTED GRADE " WS-OLD-GRADE
                               " WILL GO TO PRGA0029 FOR APPROVAL "
                               "AS AN F."
                           SET AMENDMENT-NEEDED TO TRUE
                       END-IF
               END-READ
               CLOSE GRADE-VSAM-FILE
           END-IF.

       1630-END.

       1640-PROMPT-SUSPENSION-TERMS.

           DISPLAY "ENTER FIRST TERM OF THE SUSPENSION >>".
           ACCEPT WS-INPUT-FROM-TERM.
           MOVE WS-INPUT-FROM-TERM TO WS-LOOKUP-TERM.
           PERFORM 1900-LOOK-UP-TERM.
           IF NOT LKP-RECORD-FOUND
               DISPLAY "TERM " WS-INPUT-FROM-TERM
                   " IS NOT ON THE TERM MASTER."
               MOVE 'N' TO WS-DETAILS-VALID
           ELSE
               MOVE WS-LOOKUP-START TO WS-FROM-START
           END-IF.

           IF DETAILS-ARE-VALID
               DISPLAY "ENTER LAST TERM OF THE SUSPENSION >>"
               ACCEPT WS-INPUT-TO-TERM
               MOVE WS-INPUT-TO-TERM TO WS-LOOKUP-TERM
               PERFORM 1900-LOOK-UP-TERM
               IF NOT LKP-RECORD-FOUND
                   DISPLAY "TERM " WS-INPUT-TO-TERM
                       " IS NOT ON THE TERM MASTER."
                   MOVE 'N' TO WS-DETAILS-VALID
               ELSE
                   MOVE WS-LOOKUP-START TO WS-TO-START
                   MOVE WS-LOOKUP-END TO WS-TO-END
                   IF WS-TO-START < WS-FROM-START
                       DISPLAY "THE LAST TERM STARTS BEFORE THE "
                           "FIRST TERM."
                       MOVE 'N' TO WS-DETAILS-VALID
                   END-IF
               END-IF
           END-IF.

      *    THE NOTATION RUNS FROM THE END OF THE LAST SUSPENDED TERM.
           IF DETAILS-ARE-VALID
               IF WS-TO-END = 0
                   MOVE WS-TO-START TO WS-TO-END
               END-IF
               COMPUTE WS-NOTATION-UNTIL =
                   WS-TO-END + WS-NOTATION-YEARS
           END-IF.

       1640-END.

       1660-SAVE-SANCTION.

           MOVE WS-INPUT-SANCTION TO MSC-SANCTION.
           MOVE WS-INPUT-FROM-TERM TO MSC-SUSPEND-FROM-TERM.
           MOVE WS-INPUT-TO-TERM TO MSC-SUSPEND-TO-TERM.
           MOVE CURRENT-DATE TO MSC-SANCTION-DATE.
           MOVE WS-SIGNON-USER TO MSC-SANCTION-BY.
           MOVE WS-NOTATION-UNTIL TO MSC-NOTATION-UNTIL.

           REWRITE MISCONDUCT-VSAM-RECORD
               INVALID KEY
                   DISPLAY "ERROR SAVING SANCTION (STATUS = "
                       MSC-FILE-STATUS ")"
                   MOVE 4 TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY WS-SANCTION-NAME " RECORDED."
                   MOVE "MSC SANCTN" TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING WS-SANCTION-NAME DELIMITED BY "  "
                          " " DELIMITED BY SIZE
                          MSC-COURSE DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          MSC-TERM DELIMITED BY SPACE
                       INTO WS-AUDIT-DETAIL
                   PERFORM 1800-WRITE-AUDIT-RECORD
                   EVALUATE TRUE
                       WHEN MSC-SANCTION-GRADE-F
                           IF AMENDMENT-NEEDED
                               PERFORM 1670-REQUEST-GRADE-F
                           END-IF
                       WHEN MSC-SANCTION-SUSPENSION
                           PERFORM 1680-APPLY-SUSPENSION
                       WHEN MSC-SANCTION-EXPULSION
                           DISPLAY "WITHDRAW THE STUDENT THROUGH "
                               "PRGD0004 TO COMPLETE THE EXPULSION."
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-REWRITE.

       1660-END.

      *    THE SAME PENDING ROW PRGA0028 FILES, SO THE F WAITS FOR THE
      *    USUAL APPROVAL BEFORE IT REACHES GRADE.VSAM.
       1670-REQUEST-GRADE-F.

           OPEN EXTEND GRADE-AMENDMENT-FILE.
           IF AMD-FILE-STATUS NOT = "00"
               OPEN OUTPUT GRADE-AMENDMENT-FILE
           END-IF.

           IF AMD-FILE-STATUS = "00"
               MOVE MSC-STUDENT-ID TO AMD-STUDENT-ID
               MOVE ',' TO AMD-SEPARATOR1
               MOVE MSC-COURSE TO AMD-COURSE
               MOVE ',' TO AMD-SEPARATOR2
               MOVE MSC-TERM TO AMD-TERM
               MOVE ',' TO AMD-SEPARATOR3
               MOVE WS-OLD-GRADE TO AMD-OLD-GRADE
               MOVE ',' TO AMD-SEPARATOR4
               MOVE 'F' TO AMD-NEW-GRADE
               MOVE ',' TO AMD-SEPARATOR5
               MOVE "ACADEMIC MISCONDUCT SANCTION" TO AMD-REASON
               MOVE ',' TO AMD-SEPARATOR6
               SET AMD-PENDING TO TRUE
               MOVE ',' TO AMD-SEPARATOR7
               MOVE CURRENT-DATE TO AMD-REQUEST-DATE
               WRITE GRADE-AMENDMENT-RECORD
               CLOSE GRADE-AMENDMENT-FILE
               DISPLAY "AMENDMENT REQUEST RECORDED - AWAITING "
                   "APPROVAL IN PRGA0029."
               MOVE "AMENDREQ" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "GRADE " DELIMITED BY SIZE
                      WS-OLD-GRADE DELIMITED BY SIZE
                      " TO F " DELIMITED BY SIZE
                      MSC-COURSE DELIMITED BY SPACE
                      " MISCONDUCT" DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
               PERFORM 1800-WRITE-AUDIT-RECORD
           ELSE
               DISPLAY "ERROR OPENING GRADE.AMENDMENTS (STATUS = "
                   AMD-FILE-STATUS ") - FILE THE F THROUGH PRGA0028."
               MOVE 4 TO RETURN-CODE
           END-IF.

       1670-END.

      *    A SUSPENSION ALREADY UNDER WAY TAKES EFFECT NOW; ONE THAT
      *    STARTS LATER IS PICKED UP BY THE TERM-START RUN.
       1680-APPLY-SUSPENSION.

           EVALUATE TRUE
               WHEN WS-FROM-START > CURRENT-DATE
                   DISPLAY "THE SUSPENSION STARTS WITH "
                       MSC-SUSPEND-FROM-TERM
                       " - THE TERM-START RUN (PRGB0089) WILL APPLY IT."
               WHEN WS-TO-END < CURRENT-DATE
                   DISPLAY "THE SUSPENDED TERMS HAVE ALREADY ENDED - "
                       "STATUS NOT CHANGED."
               WHEN OTHER
                   MOVE WS-STUDENT-VSAM-ID TO STUDENT-VSAM-ID
                   READ STUDENT-VSAM-FILE
                       KEY IS STUDENT-VSAM-ID
                       INVALID KEY
                           DISPLAY "STUDENT NOT FOUND (STATUS = "
                               FILE-CHECK-KEY ")"
                       NOT INVALID KEY
                           IF STUDENT-ACTIVE
                               PERFORM 1690-SUSPEND-STUDENT
                           ELSE
                               DISPLAY "STUDENT STATUS IS "
                                   STUDENT-VSAM-STATUS
                                   " - LEFT AS IT IS; THE TERM-START "
                                   "RUN SUSPENDS AN ACTIVE STUDENT."
                           END-IF
                   END-READ
           END-EVALUATE.

       1680-END.

       1690-SUSPEND-STUDENT.

           SET STUDENT-SUSPENDED TO TRUE.
           MOVE CURRENT-DATE TO STUDENT-VSAM-UPDATEDATE.

           REWRITE STUDENT-VSAM-RECORD
               INVALID KEY
                   DISPLAY "ERROR UPDATING STUDENT RECORD (STATUS = "
                       FILE-CHECK-KEY ")"
                   MOVE 4 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE STUDENT-VSAM-RECORD TO WS-STUDENT-VSAM-RECORD
                   DISPLAY "STUDENT SUSPENDED THROUGH "
                       MSC-SUSPEND-TO-TERM "."
                   MOVE 'S' TO WS-JRN-FILE-ID
                   MOVE 'R' TO WS-JRN-ACTION
                   MOVE STUDENT-VSAM-RECORD TO WS-JRN-IMAGE
                   PERFORM 0870-WRITE-JOURNAL
                   MOVE "MSC SUSPND" TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING "STATUS A TO S THROUGH " DELIMITED BY SIZE
                          MSC-SUSPEND-TO-TERM DELIMITED BY SPACE
                       INTO WS-AUDIT-DETAIL
                   PERFORM 1800-WRITE-AUDIT-RECORD
           END-REWRITE.

       1690-END.

       1700-LIST-CASES.

           MOVE 0 TO WS-PRIOR-COUNT.
           MOVE 'N' TO WS-MSC-EOF.

           MOVE LOW-VALUES TO MSC-KEY.
           MOVE WS-STUDENT-VSAM-ID TO MSC-STUDENT-ID.
           START MISCONDUCT-VSAM-FILE KEY IS NOT LESS THAN MSC-KEY
               INVALID KEY
                   SET MSC-EOF TO TRUE
           END-START.

           DISPLAY " ".
           DISPLAY "COURSE          TERM       CAMPUS HEARING  OUT "
               "SANCTION NOTATION".
           PERFORM 1710-LIST-ONE-CASE UNTIL MSC-EOF.

           IF WS-PRIOR-COUNT = 0
               DISPLAY "NO CASES ON FILE FOR THIS STUDENT."
           END-IF.

       1700-END.

       1710-LIST-ONE-CASE.

           READ MISCONDUCT-VSAM-FILE NEXT RECORD
               AT END
                   SET MSC-EOF TO TRUE
               NOT AT END
                   IF MSC-STUDENT-ID NOT = WS-STUDENT-VSAM-ID
                       SET MSC-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-PRIOR-COUNT
                       DISPLAY MSC-COURSE " " MSC-TERM " "
                           MSC-CAMPUS "    " MSC-HEARING-DATE " "
                           MSC-OUTCOME "   " MSC-SANCTION "        "
                           MSC-NOTATION-UNTIL
                       DISPLAY "   " MSC-ALLEGATION
                       IF MSC-SANCTION-SUSPENSION
                           DISPLAY "   SUSPENDED " MSC-SUSPEND-FROM-TERM
                               " THROUGH " MSC-SUSPEND-TO-TERM
                       END-IF
                   END-IF
           END-READ.

       1710-END.

       1800-WRITE-AUDIT-RECORD.

           MOVE "PRGN0144" TO AUP-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AUP-ACTION.
           MOVE WS-STUDENT-VSAM-ID TO AUP-STUDENT-ID.
           MOVE WS-AUDIT-DETAIL TO AUP-DETAIL.

           MOVE WS-SIGNON-USER TO AUP-USER.

           CALL 'PRGS0105' USING AUDIT-APPEND-PARM.

       1800-END.

       1900-LOOK-UP-TERM.

           MOVE 0 TO WS-LOOKUP-START.
           MOVE 0 TO WS-LOOKUP-END.

           SET LKP-TERM-LOOKUP TO TRUE.
           MOVE WS-LOOKUP-TERM TO LKP-KEY.
           CALL 'PRGS0098' USING MASTER-LOOKUP-PARM.
           IF LKP-RECORD-FOUND
               MOVE LKP-RECORD-IMAGE TO TERM-MASTER-RECORD
               MOVE TRM-START-DATE TO WS-LOOKUP-START
               MOVE TRM-END-DATE TO WS-LOOKUP-END
           END-IF.

       1900-END.

       END PROGRAM PRGN0144.
