      ******************************************************************
      * Author:
      * Date:
      * Purpose: STUDENT UPDATE. ALSO MAINTAINS THE TUITION FEE
      *          CATEGORY (DOMESTIC, OUT-OF-PROVINCE, INTERNATIONAL)
      *          WITH THE TERM IT TAKES EFFECT; THE CATEGORY IT
      *          REPLACES IS KEPT FOR EARLIER TERMS AND BOTH CHANGES
      *          ARE WRITTEN TO STUDENT.HISTORY. THE NAME IS
      *          DISPLAY-ONLY HERE; LEGAL NAME CHANGES AND PREFERRED
      *          NAMES ARE KEPT BY PRGU0160.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       FD UPDATE-PARM-FILE.
       01  UPDATE-PARM-RECORD.
           05 UPD-PARM-STUDENT-ID           PIC 9(6).

       FD RECOVERY-JOURNAL-FILE.
       COPY JRNFD.
           05 WS-OLD-STUDENT-VSAM-COURSE           PIC X(15).
           05 WS-OLD-STUDENT-VSAM-TERM             PIC X(10).
           05 WS-OLD-STUDENT-VSAM-STATUS           PIC X.
           05 WS-OLD-FEE-CATEGORY                  PIC X.
           05 WS-OLD-FEE-EFF-TERM                  PIC X(10).

       01  WS-CHANGE-DETAIL.
           05 WS-CHANGE-LABEL      PIC X(7) VALUE "COURSE:".

       01  WS-USERINPUT.

           05 WS-INPUT-STUDENT-VSAM-ID               PIC 9(6).
           05 WS-SEPARATOR1-VSAM               PIC X VALUE ','.
           05 WS-INPUT-STUDENT-VSAM-NAME             PIC X(27).
           05 WS-SEPARATOR2-VSAM               PIC X VALUE ','.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY      PIC X(2).
           05  WS-STUDENT-COUNT    PIC 9(6)  VALUE 0.
           05  WS-USERCHOICE    PIC 9(4).
           05  WS-COURSE-VALID     PIC X     VALUE 'N'.
               88  COURSE-IS-VALID        VALUE 'Y'.
               88  STATUS-IS-VALID         VALUE 'Y'.
           05  WS-CONFIRM-SAVE     PIC X     VALUE 'N'.
               88  CONFIRM-SAVE            VALUE 'Y'.
           05  WS-SEARCH-ID-STAGING  PIC X(7).
           05  WS-SEARCH-ID-NUMERIC  PIC 9(7).
           05  WS-DOB-STAGING      PIC X(8).
           05  WS-INPUT-LANGUAGE   PIC X     VALUE 'E'.
           05  WS-LANGUAGE-ANSWER  PIC X     VALUE SPACE.
           05  WS-INPUT-CAMPUS     PIC X(3)  VALUE SPACES.
           05  WS-CAMPUS-ANSWER    PIC X(3)  VALUE SPACES.
           05  WS-INPUT-FEE-CATEGORY PIC X   VALUE 'D'.
           05  WS-FEE-CAT-ANSWER   PIC X     VALUE SPACE.
           05  WS-INPUT-FEE-EFF-TERM PIC X(10) VALUE SPACES.
           05  WS-INPUT-FEE-PRIOR-CAT PIC X  VALUE SPACE.
           05  WS-FEE-TERM-ANSWER  PIC X(10) VALUE SPACES.
           05  WS-FEE-TERM-VALID   PIC X     VALUE 'N'.
               88  FEE-TERM-IS-VALID       VALUE 'Y'.
           05  WS-DOB-YEAR         PIC 9(4).
           05  WS-DOB-MONTH        PIC 9(2).
           05  WS-DOB-DAY          PIC 9(2).
      *    THE FULL-SCREEN UPDATE FORM, SEEDED WITH THE RECORD'S
      *    CURRENT VALUES SO THE OPERATOR ONLY TOUCHES WHAT CHANGES.
      *    THE FIELD-LEVEL ERROR MESSAGE SHOWS IN PLACE AT THE
      *    BOTTOM OF THE FORM. THE NAME IS SHOWN BUT NOT KEYED - A
      *    LEGAL NAME CHANGE NEEDS A DOCUMENT AND GOES THROUGH
      *    PRGU0160.
       SCREEN SECTION.
       01  UPDATE-STUDENT-FORM.
           05 BLANK SCREEN.
           05 LINE 1  COLUMN 5  VALUE 'UPDATE STUDENT'.
           05 LINE 3  COLUMN 5  VALUE 'NAME   :'.
           05 LINE 3  COLUMN 15 PIC X(27)
               FROM WS-INPUT-STUDENT-VSAM-NAME.
           05 LINE 3  COLUMN 44 VALUE '(CHANGE THROUGH PRGU0160)'.
           05 LINE 5  COLUMN 5  VALUE 'DOB    :'.
           05 LINE 5  COLUMN 15 PIC X(8) USING WS-DOB-STAGING.
           05 LINE 7  COLUMN 5  VALUE 'TERM   :'.

       DISPLAY '------------------------------------------------------'
               '-------------------------------------'
       DISPLAY 'ID     | STUDENT NAME                |'
                   ' BIRTHDAY | COURSE          |'
               ' INSERT DATE | UPDATE DATE '
       DISPLAY '------------------------------------------------------'

       1150-PROMPT-FOR-ID.

           DISPLAY " INSERT THE 6 DIGIT STUDENT ID >>".
           ACCEPT WS-SEARCH-ID-STAGING.

           IF WS-SEARCH-ID-STAGING IS NUMERIC
               MOVE WS-SEARCH-ID-STAGING TO WS-SEARCH-ID-NUMERIC
               IF WS-SEARCH-ID-NUMERIC <= 999999
                   MOVE WS-SEARCH-ID-NUMERIC TO STUDENT-VSAM-ID
                   SET ID-IS-VALID TO TRUE
               ELSE
                   DISPLAY "STUDENT ID MUST BE AT MOST 6 DIGITS."
               END-IF
           ELSE
               DISPLAY "STUDENT ID MUST BE NUMERIC."
           MOVE STUDENT-VSAM-COURSE TO WS-OLD-STUDENT-VSAM-COURSE.
           MOVE STUDENT-VSAM-TERM TO WS-OLD-STUDENT-VSAM-TERM.
           MOVE STUDENT-VSAM-STATUS TO WS-OLD-STUDENT-VSAM-STATUS.
           IF STUDENT-FEE-DOMESTIC
               MOVE 'D' TO WS-OLD-FEE-CATEGORY
           ELSE
               MOVE STUDENT-VSAM-FEE-CATEGORY TO WS-OLD-FEE-CATEGORY
           END-IF.
           MOVE STUDENT-VSAM-FEE-EFF-TERM TO WS-OLD-FEE-EFF-TERM.

           DISPLAY WS-STUDENT-VSAM-ID
           " | "WS-STUDENT-VSAM-NAME

           PERFORM 1326-PROMPT-FOR-CAMPUS.

           PERFORM 1327-PROMPT-FOR-FEE-CATEGORY.

           MOVE CURRENT-DATE TO WS-INPUT-UPDATEDATE.

           MOVE STUDENT-VSAM-INSERTDATE TO WS-INPUT-INSERTDATE.

       1326-END.

      *    A BLANK ANSWER KEEPS THE FEE CATEGORY. A NEW CATEGORY NEEDS
      *    THE TERM IT TAKES EFFECT; THE CATEGORY IT REPLACES STAYS ON
      *    THE RECORD FOR THE TERMS BEFORE THAT, SO ASSESSMENT CAN
      *    STILL PRICE (AND RE-PRICE) EARLIER TERMS CORRECTLY.
       1327-PROMPT-FOR-FEE-CATEGORY.

           MOVE WS-OLD-FEE-CATEGORY TO WS-INPUT-FEE-CATEGORY.
           MOVE WS-OLD-FEE-EFF-TERM TO WS-INPUT-FEE-EFF-TERM.
           MOVE STUDENT-VSAM-FEE-PRIOR-CAT TO WS-INPUT-FEE-PRIOR-CAT.

           DISPLAY "FEE CATEGORY (D=DOMESTIC O=OUT-OF-PROV "
               "I=INTERNATIONAL, BLANK = KEEP " WS-INPUT-FEE-CATEGORY
               ") >>".
           ACCEPT WS-FEE-CAT-ANSWER.

           IF (WS-FEE-CAT-ANSWER = 'D' OR WS-FEE-CAT-ANSWER = 'O'
                   OR WS-FEE-CAT-ANSWER = 'I')
              AND WS-FEE-CAT-ANSWER NOT = WS-INPUT-FEE-CATEGORY
               MOVE WS-INPUT-FEE-CATEGORY TO WS-INPUT-FEE-PRIOR-CAT
               MOVE WS-FEE-CAT-ANSWER TO WS-INPUT-FEE-CATEGORY
               MOVE 'N' TO WS-FEE-TERM-VALID
               PERFORM 1328-PROMPT-FOR-FEE-TERM
                   UNTIL FEE-TERM-IS-VALID
           END-IF.

       1327-END.

       1328-PROMPT-FOR-FEE-TERM.

           DISPLAY "FEE CATEGORY EFFECTIVE TERM >>".
           ACCEPT WS-FEE-TERM-ANSWER.

           SET LKP-TERM-LOOKUP TO TRUE.
           MOVE WS-FEE-TERM-ANSWER TO LKP-KEY.
           CALL 'PRGS0098' USING MASTER-LOOKUP-PARM.
           IF LKP-RECORD-FOUND AND WS-FEE-TERM-ANSWER NOT = SPACES
               MOVE WS-FEE-TERM-ANSWER TO WS-INPUT-FEE-EFF-TERM
               SET FEE-TERM-IS-VALID TO TRUE
           ELSE
               DISPLAY "TERM " WS-FEE-TERM-ANSWER
                   " IS NOT ON THE TERM MASTER."
           END-IF.

       1328-END.

      *    SHOW THE FULL NEW RECORD AS IT WILL BE WRITTEN AND REQUIRE
      *    AN EXPLICIT Y/N BEFORE COMMITTING IT, THE SAME WAY PRGD0004
      *    SHOWS THE RECORD AND ASKS "ARE YOU SURE" BEFORE ITS DELETE.
           DISPLAY "STATUS      : " WS-INPUT-STUDENT-VSAM-STATUS.
           DISPLAY "LANGUAGE    : " WS-INPUT-LANGUAGE.
           DISPLAY "CAMPUS      : " WS-INPUT-CAMPUS.
           DISPLAY "FEE CATEGORY: " WS-INPUT-FEE-CATEGORY
               " FROM TERM " WS-INPUT-FEE-EFF-TERM.
           DISPLAY "SAVE THIS UPDATE (Y/N)? >>".
           ACCEPT WS-CONFIRM-SAVE.

               MOVE WS-INPUT-LANGUAGE TO STUDENT-VSAM-LANGUAGE
               MOVE ',' TO SEPARATOR10-VSAM
               MOVE WS-INPUT-CAMPUS TO STUDENT-VSAM-CAMPUS
               MOVE ',' TO SEPARATOR11-VSAM
               MOVE WS-INPUT-FEE-CATEGORY TO STUDENT-VSAM-FEE-CATEGORY
               MOVE ',' TO SEPARATOR12-VSAM
               MOVE WS-INPUT-FEE-EFF-TERM TO STUDENT-VSAM-FEE-EFF-TERM
               MOVE ',' TO SEPARATOR13-VSAM
               MOVE WS-INPUT-FEE-PRIOR-CAT
                   TO STUDENT-VSAM-FEE-PRIOR-CAT

               REWRITE STUDENT-VSAM-RECORD
                      INVALID KEY
               OPEN OUTPUT CHANGE-HISTORY-FILE
           END-IF.

           IF WS-OLD-STUDENT-VSAM-DOB NOT = WS-INPUT-STUDENT-VSAM-DOB
               MOVE "DOB" TO WS-HIS-FIELD-NAME
               MOVE WS-OLD-STUDENT-VSAM-DOB TO WS-HIS-OLD-VALUE
               PERFORM 1346-WRITE-HISTORY-ROW
           END-IF.

           IF WS-OLD-FEE-CATEGORY NOT = WS-INPUT-FEE-CATEGORY
               MOVE "FEECAT" TO WS-HIS-FIELD-NAME
               MOVE WS-OLD-FEE-CATEGORY TO WS-HIS-OLD-VALUE
               MOVE WS-INPUT-FEE-CATEGORY TO WS-HIS-NEW-VALUE
               PERFORM 1346-WRITE-HISTORY-ROW
           END-IF.

           IF WS-OLD-FEE-EFF-TERM NOT = WS-INPUT-FEE-EFF-TERM
               MOVE "FEECATTERM" TO WS-HIS-FIELD-NAME
               MOVE WS-OLD-FEE-EFF-TERM TO WS-HIS-OLD-VALUE
               MOVE WS-INPUT-FEE-EFF-TERM TO WS-HIS-NEW-VALUE
               PERFORM 1346-WRITE-HISTORY-ROW
           END-IF.

           CLOSE CHANGE-HISTORY-FILE.

       1345-END.
