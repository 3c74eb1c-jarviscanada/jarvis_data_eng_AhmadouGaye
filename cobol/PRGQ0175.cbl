      ******************************************************************
      * Author:
      * Date:
      * Purpose: Point-in-time student record inquiry - rebuilds the
      *          STUDENT MASTER AS IT STOOD AT THE CLOSE OF BUSINESS ON
      *          A GIVEN DATE, STARTING FROM THE CURRENT RECORD AND
      *          UNWINDING THE AFTER-IMAGES ON RECOVERY.JOURNAL AND THE
      *          FIELD CHANGES ON STUDENT.HISTORY (THE CURRENT FILE AND
      *          THE MONTHLY ../HISTORY.LYYYYMM SEGMENTS), THEN SHOWS
      *          THE STUDENT'S ENROLLMENT ROWS AND GRADES AS OF THE
      *          SAME DATE. EVERY VALUE NAMES THE PROGRAM AND OPERATOR
      *          THAT LAST SET IT - THE OPERATOR COMES FROM THE HISTORY
      *          ROW OR THE MATCHING AUDIT.LOG LINE (CURRENT LOG AND
      *          ../AUDIT.LYYYYMM SEGMENTS). WHERE THE TRAIL CANNOT
      *          VOUCH FOR A VALUE - NO JOURNAL IMAGE BY THE DATE, A
      *          MISSING SEGMENT, HISTORY AND JOURNAL DISAGREEING, A
      *          CHANGE THAT NEVER REACHED THE JOURNAL - THE LINE IS
      *          FLAGGED '**'. THE ANSWER IS ALSO WRITTEN TO
      *          ../PRGQ0175.PRT FOR THE STUDENT'S FILE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGQ0175.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY STUSEL.

           COPY ENRSEL.

           COPY GRDSEL.

           COPY JRNSEL.

           SELECT PIT-HISTORY-IN-FILE ASSIGN TO WS-HISTORY-IN-NAME
               FILE STATUS IS HIS-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PIT-AUDIT-IN-FILE ASSIGN TO WS-AUDIT-IN-NAME
               FILE STATUS IS AUD-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PIT-REPORT-FILE ASSIGN TO '../PRGQ0175.PRT'
               FILE STATUS IS PRT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD STUDENT-VSAM-FILE.

       COPY STUFD.

       FD ENROLLMENT-VSAM-FILE.
       COPY ENRFD.

       FD GRADE-VSAM-FILE.
       COPY GRDFD.

       FD RECOVERY-JOURNAL-FILE.
       COPY JRNFD.

       FD PIT-HISTORY-IN-FILE.
       COPY HISFD.

       FD PIT-AUDIT-IN-FILE.
       COPY AUDFD.

       FD PIT-REPORT-FILE.
       01  REPORT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.

       01  FILE-CHECK-KEY    PIC XX.
       01  ENR-FILE-STATUS   PIC XX.
       01  GRD-FILE-STATUS   PIC XX.
       01  JRN-FILE-STATUS   PIC XX.
       01  HIS-FILE-STATUS   PIC XX.
       01  AUD-FILE-STATUS   PIC XX.
       01  PRT-FILE-STATUS   PIC XX.

      *    A JOURNAL AFTER-IMAGE OF A STUDENT RECORD IS LAID OVER THIS
      *    MIRROR TO PICK ITS FIELDS APART.
       COPY STUWRK.

       01  WS-WORK-AREAS.
           05  WS-INPUT-ID            PIC 9(6)  VALUE 0.
           05  WS-INPUT-ID-X REDEFINES WS-INPUT-ID
                                      PIC X(6).
           05  WS-ASOF-DATE           PIC X(8)  VALUE SPACES.
           05  WS-ASOF-DATE-N REDEFINES WS-ASOF-DATE
                                      PIC 9(8).
           05  WS-ASOF-PARTS REDEFINES WS-ASOF-DATE.
               10  WS-ASOF-YYYY       PIC 9(4).
               10  WS-ASOF-MM         PIC 9(2).
               10  WS-ASOF-DD         PIC 9(2).
           05  WS-DATE-VALID          PIC X     VALUE 'N'.
               88  DATE-IS-VALID             VALUE 'Y'.
           05  WS-STUDENT-FOUND       PIC X     VALUE 'N'.
               88  STUDENT-WAS-FOUND         VALUE 'Y'.
           05  WS-ON-FILE             PIC X     VALUE 'Y'.
               88  ON-FILE-AT-ASOF           VALUE 'Y'.
           05  WS-PRINT-OPEN          PIC X     VALUE 'N'.
               88  PRINT-IS-OPEN             VALUE 'Y'.
           05  WS-IN-EOF              PIC X     VALUE 'N'.
               88  IN-EOF                    VALUE 'Y'.
           05  WS-ROW-EOF             PIC X     VALUE 'N'.
               88  ROW-SWEEP-EOF             VALUE 'Y'.
           05  WS-FLD                 PIC 9(2)  COMP VALUE 0.
           05  WS-GAP-COUNT           PIC 9(3)  VALUE 0.
           05  WS-HIS-ROWS            PIC 9(5)  VALUE 0.
           05  WS-HIS-ASOF-VALUE      PIC X(27) VALUE SPACES.
           05  WS-HIS-ASOF-KNOWN      PIC X     VALUE 'N'.
               88  HISTORY-GIVES-VALUE       VALUE 'Y'.
           05  WS-CUR-INSERTDATE      PIC 9(8)  VALUE 0.
           05  WS-CUR-UPDATEDATE      PIC 9(8)  VALUE 0.
           05  WS-CUR-IMAGE           PIC X(120) VALUE SPACES.
           05  WS-ED-POINTS           PIC 9.99.

      *    OPERATOR AND PROGRAM LOOKUPS AGAINST THE AUDIT TABLE.
       01  WS-LOOKUP-AREAS.
           05  WS-LOOKUP-PROGRAM      PIC X(8)  VALUE SPACES.
           05  WS-LOOKUP-USER         PIC X(8)  VALUE SPACES.
           05  WS-LOOKUP-DATE         PIC 9(8)  VALUE 0.
           05  WS-LOOKUP-TIME         PIC 9(6)  VALUE 0.
           05  WS-FOUND-USER          PIC X(8)  VALUE SPACES.
           05  WS-FOUND-PROGRAM       PIC X(8)  VALUE SPACES.
           05  WS-TIME-DIFF           PIC 9(6)  VALUE 0.
           05  WS-BEST-DIFF           PIC 9(6)  VALUE 0.

      *    CLOSED MONTHS ARE READ FROM THEIR SEGMENTS, OLDEST FIRST,
      *    FROM THE MONTH THE STUDENT WAS ADDED, THEN THE CURRENT FILE.
       01  WS-SEGMENT-AREAS.
           05  WS-HISTORY-IN-NAME     PIC X(30) VALUE SPACES.
           05  WS-AUDIT-IN-NAME       PIC X(30) VALUE SPACES.
           05  WS-TRAIL-FROM-DATE     PIC 9(8)  VALUE 0.
           05  WS-CURRENT-MONTH       PIC 9(6)  VALUE 0.
           05  WS-HIS-MISSING         PIC 9(3)  VALUE 0.
           05  WS-HIS-FIRST-MISSING   PIC 9(6)  VALUE 0.
           05  WS-HIS-LAST-MISSING    PIC 9(6)  VALUE 0.
           05  WS-AUD-MISSING         PIC 9(3)  VALUE 0.
           05  WS-HIS-CURRENT-OK      PIC X     VALUE 'N'.
               88  HISTORY-IS-ON-HAND        VALUE 'Y'.
           05  WS-AUD-CURRENT-OK      PIC X     VALUE 'N'.
               88  AUDIT-IS-ON-HAND          VALUE 'Y'.

       01  WS-SEGMENT-MONTH.
           05  WS-SEG-YYYY         PIC 9(4).
           05  WS-SEG-MM           PIC 9(2).
       01  WS-SEGMENT-MONTH-N REDEFINES WS-SEGMENT-MONTH PIC 9(6).

      *    WHAT THE JOURNAL SAYS ABOUT THE STUDENT RECORD ITSELF.
       01  WS-JOURNAL-STATE.
           05  WS-JRN-ON-HAND         PIC X     VALUE 'N'.
               88  JOURNAL-IS-ON-HAND        VALUE 'Y'.
           05  WS-JRN-FIRST-DATE      PIC 9(8)  VALUE 0.
           05  WS-S-BEFORE-COUNT      PIC 9(5)  VALUE 0.
           05  WS-S-AFTER-COUNT       PIC 9(5)  VALUE 0.
           05  WS-S-LAST-PROGRAM      PIC X(8)  VALUE SPACES.
           05  WS-S-LAST-DATE         PIC 9(8)  VALUE 0.
           05  WS-S-FIRST-ACTION      PIC X     VALUE SPACE.
           05  WS-S-FIRST-PROGRAM     PIC X(8)  VALUE SPACES.
           05  WS-S-FIRST-DATE        PIC 9(8)  VALUE 0.
           05  WS-S-FIRST-IMAGE       PIC X(120) VALUE SPACES.
           05  WS-S-NEWEST-IMAGE      PIC X(120) VALUE SPACES.
           05  WS-S-REMOVED           PIC X     VALUE 'N'.
               88  STUDENT-WAS-REMOVED       VALUE 'Y'.
           05  WS-S-REMOVED-DATE      PIC 9(8)  VALUE 0.
           05  WS-S-REMOVED-PROGRAM   PIC X(8)  VALUE SPACES.

      *    THE MASTER FIELDS REBUILT, WITH THE STUDENT.HISTORY FIELD
      *    NAMES THAT RECORD A CHANGE TO EACH (BLANK = NONE DOES).
       01  WS-FIELD-NAME-VALUES.
           05  FILLER  PIC X(34) VALUE
               'NAME          NAME                '.
           05  FILLER  PIC X(34) VALUE
               'DATE OF BIRTH DOB                 '.
           05  FILLER  PIC X(34) VALUE
               'PROGRAM       COURSE    PROGRAM   '.
           05  FILLER  PIC X(34) VALUE
               'TERM          TERM                '.
           05  FILLER  PIC X(34) VALUE
               'STATUS        STATUS              '.
           05  FILLER  PIC X(34) VALUE
               'LANGUAGE                          '.
           05  FILLER  PIC X(34) VALUE
               'CAMPUS                            '.
           05  FILLER  PIC X(34) VALUE
               'FEE CATEGORY  FEECAT              '.
           05  FILLER  PIC X(34) VALUE
               'FEE EFF. TERM FEECATTERM          '.
           05  FILLER  PIC X(34) VALUE
               'PRIOR FEE CAT                     '.
       01  WS-FIELD-NAME-TABLE REDEFINES WS-FIELD-NAME-VALUES.
           05  WS-FLD-NAMES           OCCURS 10 TIMES.
               10  WS-FLD-N-LABEL     PIC X(14).
               10  WS-FLD-N-HIS1      PIC X(10).
               10  WS-FLD-N-HIS2      PIC X(10).

       01  WS-FIELD-STATE.
           05  WS-FLD-ENTRY           OCCURS 10 TIMES.
               10  WS-FLD-E-VALUE         PIC X(27).
               10  WS-FLD-E-JVALUE        PIC X(27).
               10  WS-FLD-E-J-SET         PIC X.
               10  WS-FLD-E-J-DATE        PIC 9(8).
               10  WS-FLD-E-J-TIME        PIC 9(6).
               10  WS-FLD-E-J-PROGRAM     PIC X(8).
               10  WS-FLD-E-H-BEFORE      PIC X.
               10  WS-FLD-E-H-DATE        PIC 9(8).
               10  WS-FLD-E-H-USER        PIC X(8).
               10  WS-FLD-E-H-NEW         PIC X(27).
               10  WS-FLD-E-H-AFTER       PIC X.
               10  WS-FLD-E-H-AFTER-OLD   PIC X(27).
               10  WS-FLD-E-H-ANY         PIC X.
               10  WS-FLD-E-H-LAST-NEW    PIC X(27).
               10  WS-FLD-E-H-BREAK       PIC X.
               10  WS-FLD-E-H-BREAK-DATE  PIC 9(8).
               10  WS-FLD-E-SET-DATE      PIC 9(8).
               10  WS-FLD-E-SET-PROGRAM   PIC X(8).
               10  WS-FLD-E-SET-USER      PIC X(8).
               10  WS-FLD-E-NOTE1         PIC X(70).
               10  WS-FLD-E-NOTE2         PIC X(70).
               10  WS-FLD-E-NOTE3         PIC X(70).

       01  WS-IMG-VALUES.
           05  WS-IMG-VALUE           PIC X(27) OCCURS 10 TIMES.
       01  WS-CUR-VALUES.
           05  WS-CUR-VALUE           PIC X(27) OCCURS 10 TIMES.
       01  WS-BASE-VALUES.
           05  WS-BASE-VALUE          PIC X(27) OCCURS 10 TIMES.

      *    ONE ROW PER COURSE AND TERM THE STUDENT HAS EVER HELD AN
      *    ENROLLMENT OR GRADE IN, FROM THE JOURNAL AND THE LIVE FILES.
       01  WS-ROW-TABLE-AREAS.
           05  WS-ROW-COUNT           PIC 9(4)  COMP VALUE 0.
           05  WS-ROW-IDX             PIC 9(4)  COMP VALUE 0.
           05  WS-ROW                 PIC 9(4)  COMP VALUE 0.
           05  WS-ROW-OVERFLOW        PIC X     VALUE 'N'.
               88  ROW-TABLE-OVERFLOWED      VALUE 'Y'.
           05  WS-LOOKUP-COURSE       PIC X(15) VALUE SPACES.
           05  WS-LOOKUP-TERM         PIC X(10) VALUE SPACES.
           05  WS-ROWS-SHOWN          PIC 9(4)  VALUE 0.
           05  WS-ROW-ENTRY           OCCURS 300 TIMES.
               10  WS-RW-COURSE           PIC X(15).
               10  WS-RW-TERM             PIC X(10).
               10  WS-RW-E-BEFORE         PIC X.
               10  WS-RW-E-ACTION         PIC X.
               10  WS-RW-E-STATUS         PIC X.
               10  WS-RW-E-SECTION        PIC X(2).
               10  WS-RW-E-ENROLLDATE     PIC 9(8).
               10  WS-RW-E-PROGRAM        PIC X(8).
               10  WS-RW-E-DATE           PIC 9(8).
               10  WS-RW-E-TIME           PIC 9(6).
               10  WS-RW-E-AFTER          PIC X.
               10  WS-RW-E-AFTER-ACTION   PIC X.
               10  WS-RW-E-AFTER-PROGRAM  PIC X(8).
               10  WS-RW-E-AFTER-DATE     PIC 9(8).
               10  WS-RW-E-CUR            PIC X.
               10  WS-RW-E-CUR-STATUS     PIC X.
               10  WS-RW-E-CUR-SECTION    PIC X(2).
               10  WS-RW-E-CUR-ENROLLDATE PIC 9(8).
               10  WS-RW-G-BEFORE         PIC X.
               10  WS-RW-G-ACTION         PIC X.
               10  WS-RW-G-LETTER         PIC X.
               10  WS-RW-G-POINTS         PIC 9V99.
               10  WS-RW-G-POSTDATE       PIC 9(8).
               10  WS-RW-G-PROGRAM        PIC X(8).
               10  WS-RW-G-DATE           PIC 9(8).
               10  WS-RW-G-TIME           PIC 9(6).
               10  WS-RW-G-AFTER          PIC X.
               10  WS-RW-G-AFTER-ACTION   PIC X.
               10  WS-RW-G-AFTER-PROGRAM  PIC X(8).
               10  WS-RW-G-AFTER-DATE     PIC 9(8).
               10  WS-RW-G-CUR            PIC X.
               10  WS-RW-G-CUR-LETTER     PIC X.
               10  WS-RW-G-CUR-POINTS     PIC 9V99.
               10  WS-RW-G-CUR-POSTDATE   PIC 9(8).

      *    THE ROW AS IT STOOD ON THE DATE, BUILT BY 6510/6520.
       01  WS-ROW-VIEW.
           05  WS-RV-E-SHOW           PIC X     VALUE 'N'.
               88  SHOW-ENROLLMENT           VALUE 'Y'.
           05  WS-RV-G-SHOW           PIC X     VALUE 'N'.
               88  SHOW-GRADE                VALUE 'Y'.
           05  WS-RV-E-STATUS         PIC X     VALUE SPACE.
           05  WS-RV-E-SECTION        PIC X(2)  VALUE SPACES.
           05  WS-RV-E-ENROLLDATE     PIC 9(8)  VALUE 0.
           05  WS-RV-E-SET            PIC X(60) VALUE SPACES.
           05  WS-RV-E-NOTE           PIC X(70) VALUE SPACES.
           05  WS-RV-G-LETTER         PIC X     VALUE SPACE.
           05  WS-RV-G-POINTS         PIC X(4)  VALUE SPACES.
           05  WS-RV-G-POSTDATE       PIC 9(8)  VALUE 0.
           05  WS-RV-G-SET            PIC X(60) VALUE SPACES.
           05  WS-RV-G-NOTE           PIC X(70) VALUE SPACES.

      *    JOURNAL IMAGES OF ENROLLMENT AND GRADE ROWS ARE READ
      *    THROUGH THESE VIEWS; A HARD-DELETE IMAGE CARRIES THE KEY
      *    ONLY.
       01  WS-ROW-IMAGE               PIC X(120).
       01  WS-ENR-IMAGE REDEFINES WS-ROW-IMAGE.
           05  WS-EI-STUDENT          PIC X(6).
           05  WS-EI-COURSE           PIC X(15).
           05  WS-EI-TERM             PIC X(10).
           05  WS-EI-ENROLLDATE       PIC 9(8).
           05  WS-EI-STATUS           PIC X.
           05  WS-EI-SECTION          PIC X(2).
           05  FILLER                 PIC X(78).
       01  WS-GRD-IMAGE REDEFINES WS-ROW-IMAGE.
           05  WS-GI-STUDENT          PIC X(6).
           05  WS-GI-COURSE           PIC X(15).
           05  WS-GI-TERM             PIC X(10).
           05  WS-GI-LETTER           PIC X.
           05  WS-GI-POINTS           PIC 9V99.
           05  WS-GI-POSTDATE         PIC 9(8).
           05  FILLER                 PIC X(77).

      *    THE STUDENT'S AUDIT.LOG LINES, FOR NAMING THE OPERATOR
      *    BEHIND A JOURNALED CHANGE AND THE PROGRAM BEHIND A HISTORY
      *    ROW.
       01  WS-AUDIT-TABLE-AREAS.
           05  WS-AUT-COUNT           PIC 9(4)  COMP VALUE 0.
           05  WS-AUT-IDX             PIC 9(4)  COMP VALUE 0.
           05  WS-AUT-OVERFLOW        PIC X     VALUE 'N'.
               88  AUDIT-TABLE-OVERFLOWED    VALUE 'Y'.
           05  WS-AUT-ENTRY           OCCURS 1000 TIMES.
               10  WS-AUT-E-DATE          PIC 9(8).
               10  WS-AUT-E-TIME          PIC 9(6).
               10  WS-AUT-E-PROGRAM       PIC X(8).
               10  WS-AUT-E-USER          PIC X(8).

       01  WS-FIELD-LINE.
           05  WS-FL-LABEL            PIC X(14).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-FL-VALUE            PIC X(27).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-FL-SET-DATE         PIC X(8).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-FL-PROGRAM          PIC X(8).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-FL-USER             PIC X(8).

       01  WS-FIELD-COLUMNS.
           05  FILLER                 PIC X(43)
               VALUE 'FIELD          VALUE                       '.
           05  FILLER                 PIC X(26)
               VALUE 'SET ON   PROGRAM  OPERATOR'.

       01  WS-ROW-LINE.
           05  WS-RL-COURSE           PIC X(15).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-RL-TERM             PIC X(10).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-RL-SECTION          PIC X(2).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-RL-STATUS           PIC X.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-RL-ENROLLDATE       PIC X(8).
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  WS-RL-LETTER           PIC X.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  WS-RL-POINTS           PIC X(4).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-RL-POSTDATE         PIC X(8).

       01  WS-ROW-COLUMNS.
           05  FILLER                 PIC X(36)
               VALUE 'COURSE          TERM       SEC ST  '.
           05  FILLER                 PIC X(33)
               VALUE 'ENROLLED GRADE PTS  POSTED'.

       01  WS-PRINT-LINE              PIC X(100).

       01  PIT-HEADER.
           05 FILLER      PIC X VALUE '+'.
           05 FILLER      PIC X VALUE '-'
               OCCURS 38 TIMES.
           05 FILLER      PIC X VALUE '+'.

       01  PIT-HEADER2.
           05 FILLER      PIC X VALUE '|'.
           05 FILLER      PIC X(4) VALUE SPACES.
           05 TITRE11      PIC X(15) VALUE 'R E C O R D  A '.
           05 TITRE12      PIC X(15) VALUE 'S  O F  D A T E'.
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

           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE CURRENT-DATE (1:6) TO WS-CURRENT-MONTH.

           PERFORM 1100-DISPLAY-HEADER.

           DISPLAY "ENTER STUDENT ID >>".
           ACCEPT WS-INPUT-ID.

           PERFORM 1200-PROMPT-FOR-DATE UNTIL DATE-IS-VALID.

           INITIALIZE WS-FIELD-STATE.

           PERFORM 1300-READ-CURRENT-RECORD.

           PERFORM 2000-SCAN-JOURNAL.

           IF NOT STUDENT-WAS-FOUND AND WS-S-NEWEST-IMAGE = SPACES
               DISPLAY "STUDENT " WS-INPUT-ID " IS NOT ON STUDENT.VSAM "
                   "AND HAS NO JOURNAL IMAGES - NOTHING TO REBUILD."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

      *    A STUDENT REMOVED OUTRIGHT SINCE THE DATE IS REBUILT FROM
      *    THE LAST IMAGE THE JOURNAL HOLDS.
           IF NOT STUDENT-WAS-FOUND
               MOVE WS-S-NEWEST-IMAGE TO WS-STUDENT-VSAM-RECORD
               PERFORM 2100-EXTRACT-IMAGE-FIELDS
               MOVE WS-IMG-VALUES TO WS-CUR-VALUES
               MOVE WS-VSAM-INSERTDATE TO WS-CUR-INSERTDATE
               MOVE WS-VSAM-UPDATEDATE TO WS-CUR-UPDATEDATE
           END-IF.

           PERFORM 2500-SET-TRAIL-START.
           PERFORM 3000-SCAN-HISTORY.
           PERFORM 3500-LOAD-AUDIT.

           OPEN OUTPUT PIT-REPORT-FILE.
           IF PRT-FILE-STATUS = "00"
               SET PRINT-IS-OPEN TO TRUE
           ELSE
               DISPLAY "PRGQ0175.PRT NOT WRITTEN (STATUS = "
                   PRT-FILE-STATUS ") - ANSWER SHOWN ON SCREEN ONLY."
           END-IF.

           PERFORM 4000-RESOLVE-MASTER.
           PERFORM 5000-PRINT-MASTER.

           IF ON-FILE-AT-ASOF
               PERFORM 6000-LOAD-CURRENT-ROWS
               PERFORM 6500-PRINT-ROWS
           END-IF.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           IF WS-GAP-COUNT = 0
               MOVE 'NO GAPS FOUND IN THE TRAIL.' TO WS-PRINT-LINE
           ELSE
               STRING '** ' DELIMITED BY SIZE
                      WS-GAP-COUNT DELIMITED BY SIZE
                      ' POINT(S) WHERE THE TRAIL HAS A GAP - CHECK THE '
                          DELIMITED BY SIZE
                      'BACKUP GENERATIONS.' DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           END-IF.
           PERFORM 1060-PRINT-LINE.

           IF PRINT-IS-OPEN
               CLOSE PIT-REPORT-FILE
               DISPLAY "SEE ../PRGQ0175.PRT FOR THE PRINTED ANSWER"
           END-IF.

           GOBACK.

       0000-END.

       1060-PRINT-LINE.

           DISPLAY WS-PRINT-LINE.
           IF PRINT-IS-OPEN
               WRITE REPORT-LINE FROM WS-PRINT-LINE
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.

       1060-END.

       1100-DISPLAY-HEADER.

           DISPLAY PIT-HEADER.
           DISPLAY OUTPUTLINE.
           DISPLAY PIT-HEADER2.
           DISPLAY OUTPUTLINE.
           DISPLAY PIT-HEADER.

       1100-END.

       1200-PROMPT-FOR-DATE.

           DISPLAY "AS OF DATE (YYYYMMDD) >>".
           MOVE SPACES TO WS-ASOF-DATE.
           ACCEPT WS-ASOF-DATE.

           IF WS-ASOF-DATE IS NOT NUMERIC
               DISPLAY "THE DATE MUST BE YYYYMMDD."
           ELSE
               IF WS-ASOF-MM < 1 OR WS-ASOF-MM > 12
                       OR WS-ASOF-DD < 1 OR WS-ASOF-DD > 31
                   DISPLAY "THE DATE MUST BE YYYYMMDD."
               ELSE
                   IF WS-ASOF-DATE > CURRENT-DATE
                       DISPLAY "THE DATE CANNOT BE IN THE FUTURE."
                   ELSE
                       SET DATE-IS-VALID TO TRUE
                   END-IF
               END-IF
           END-IF.

       1200-END.

       1300-READ-CURRENT-RECORD.

           OPEN INPUT STUDENT-VSAM-FILE.
           IF FILE-CHECK-KEY NOT = "00"
               DISPLAY "ERROR OPENING STUDENT.VSAM FILE (STATUS = "
                   FILE-CHECK-KEY ")"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WS-INPUT-ID TO STUDENT-VSAM-ID.
           READ STUDENT-VSAM-FILE
               KEY IS STUDENT-VSAM-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET STUDENT-WAS-FOUND TO TRUE
                   MOVE STUDENT-VSAM-RECORD TO WS-CUR-IMAGE
                   MOVE STUDENT-VSAM-RECORD TO WS-STUDENT-VSAM-RECORD
                   PERFORM 2100-EXTRACT-IMAGE-FIELDS
                   MOVE WS-IMG-VALUES TO WS-CUR-VALUES
                   MOVE STUDENT-VSAM-INSERTDATE TO WS-CUR-INSERTDATE
                   MOVE STUDENT-VSAM-UPDATEDATE TO WS-CUR-UPDATEDATE
           END-READ.

           CLOSE STUDENT-VSAM-FILE.

       1300-END.

      *    ONE PASS OVER THE JOURNAL. FOR THE MASTER, THE LAST IMAGE
      *    ON OR BEFORE THE DATE IS THE RECORD AS IT STOOD; EVERY
      *    EARLIER IMAGE SHOWS WHICH PROGRAM LAST CHANGED EACH FIELD.
      *    ENROLLMENT AND GRADE IMAGES ARE KEPT BY COURSE AND TERM.
       2000-SCAN-JOURNAL.

           OPEN INPUT RECOVERY-JOURNAL-FILE.
           IF JRN-FILE-STATUS = "00"
               SET JOURNAL-IS-ON-HAND TO TRUE
               MOVE 'N' TO WS-IN-EOF
               PERFORM 2010-TAKE-ONE-JOURNAL-LINE UNTIL IN-EOF
               CLOSE RECOVERY-JOURNAL-FILE
           END-IF.

       2000-END.

       2010-TAKE-ONE-JOURNAL-LINE.

           READ RECOVERY-JOURNAL-FILE
               AT END
                   SET IN-EOF TO TRUE
               NOT AT END
                   IF WS-JRN-FIRST-DATE = 0 AND JRN-DATE IS NUMERIC
                       MOVE JRN-DATE TO WS-JRN-FIRST-DATE
                   END-IF
                   IF JRN-IMAGE (1:6) = WS-INPUT-ID-X
                           AND JRN-DATE IS NUMERIC
                       EVALUATE JRN-FILE-ID
                           WHEN 'S'
                               PERFORM 2020-TAKE-STUDENT-IMAGE
                           WHEN 'E'
                               PERFORM 2040-TAKE-ENROLLMENT-IMAGE
                           WHEN 'G'
                               PERFORM 2060-TAKE-GRADE-IMAGE
                       END-EVALUATE
                   END-IF
           END-READ.

       2010-END.

       2020-TAKE-STUDENT-IMAGE.

           IF JRN-DATE NOT > WS-ASOF-DATE-N
               IF JRN-ACTION = 'X'
                   SET STUDENT-WAS-REMOVED TO TRUE
                   MOVE JRN-DATE TO WS-S-REMOVED-DATE
                   MOVE JRN-PROGRAM TO WS-S-REMOVED-PROGRAM
               ELSE
                   MOVE 'N' TO WS-S-REMOVED
                   MOVE JRN-IMAGE TO WS-STUDENT-VSAM-RECORD
                   PERFORM 2100-EXTRACT-IMAGE-FIELDS
                   PERFORM 2030-NOTE-FIELD-CHANGE
                       VARYING WS-FLD FROM 1 BY 1 UNTIL WS-FLD > 10
                   ADD 1 TO WS-S-BEFORE-COUNT
                   MOVE JRN-PROGRAM TO WS-S-LAST-PROGRAM
                   MOVE JRN-DATE TO WS-S-LAST-DATE
               END-IF
           ELSE
               IF WS-S-AFTER-COUNT = 0
                   MOVE JRN-ACTION TO WS-S-FIRST-ACTION
                   MOVE JRN-PROGRAM TO WS-S-FIRST-PROGRAM
                   MOVE JRN-DATE TO WS-S-FIRST-DATE
                   MOVE JRN-IMAGE TO WS-S-FIRST-IMAGE
               END-IF
               ADD 1 TO WS-S-AFTER-COUNT
           END-IF.

           IF JRN-ACTION NOT = 'X'
               MOVE JRN-IMAGE TO WS-S-NEWEST-IMAGE
           END-IF.

       2020-END.

      *    A WRITE SETS EVERY FIELD; A REWRITE SETS THE FIELDS IT
      *    CHANGED FROM THE PREVIOUS IMAGE. THE FIRST IMAGE BEING A
      *    REWRITE MEANS THE FIELDS WERE SET BEFORE THE JOURNAL BEGAN.
       2030-NOTE-FIELD-CHANGE.

           IF JRN-ACTION = 'W'
                   OR (WS-S-BEFORE-COUNT > 0
                   AND WS-IMG-VALUE (WS-FLD)
                       NOT = WS-FLD-E-JVALUE (WS-FLD))
               MOVE 'Y' TO WS-FLD-E-J-SET (WS-FLD)
               MOVE JRN-DATE TO WS-FLD-E-J-DATE (WS-FLD)
               MOVE JRN-TIME TO WS-FLD-E-J-TIME (WS-FLD)
               MOVE JRN-PROGRAM TO WS-FLD-E-J-PROGRAM (WS-FLD)
           END-IF.

           MOVE WS-IMG-VALUE (WS-FLD) TO WS-FLD-E-JVALUE (WS-FLD).

       2030-END.

       2040-TAKE-ENROLLMENT-IMAGE.

           MOVE JRN-IMAGE TO WS-ROW-IMAGE.
           MOVE WS-EI-COURSE TO WS-LOOKUP-COURSE.
           MOVE WS-EI-TERM TO WS-LOOKUP-TERM.
           PERFORM 2080-FIND-ROW.

           IF WS-ROW > 0
               IF JRN-DATE NOT > WS-ASOF-DATE-N
                   MOVE 'Y' TO WS-RW-E-BEFORE (WS-ROW)
                   MOVE JRN-ACTION TO WS-RW-E-ACTION (WS-ROW)
                   MOVE JRN-PROGRAM TO WS-RW-E-PROGRAM (WS-ROW)
                   MOVE JRN-DATE TO WS-RW-E-DATE (WS-ROW)
                   MOVE JRN-TIME TO WS-RW-E-TIME (WS-ROW)
                   IF JRN-ACTION NOT = 'X'
                       MOVE WS-EI-STATUS TO WS-RW-E-STATUS (WS-ROW)
                       MOVE WS-EI-SECTION TO WS-RW-E-SECTION (WS-ROW)
                       MOVE WS-EI-ENROLLDATE
                           TO WS-RW-E-ENROLLDATE (WS-ROW)
                   END-IF
               ELSE
                   IF WS-RW-E-AFTER (WS-ROW) NOT = 'Y'
                       MOVE 'Y' TO WS-RW-E-AFTER (WS-ROW)
                       MOVE JRN-ACTION TO WS-RW-E-AFTER-ACTION (WS-ROW)
                       MOVE JRN-PROGRAM
                           TO WS-RW-E-AFTER-PROGRAM (WS-ROW)
                       MOVE JRN-DATE TO WS-RW-E-AFTER-DATE (WS-ROW)
                   END-IF
               END-IF
           END-IF.

       2040-END.

       2060-TAKE-GRADE-IMAGE.

           MOVE JRN-IMAGE TO WS-ROW-IMAGE.
           MOVE WS-GI-COURSE TO WS-LOOKUP-COURSE.
           MOVE WS-GI-TERM TO WS-LOOKUP-TERM.
           PERFORM 2080-FIND-ROW.

           IF WS-ROW > 0
               IF JRN-DATE NOT > WS-ASOF-DATE-N
                   MOVE 'Y' TO WS-RW-G-BEFORE (WS-ROW)
                   MOVE JRN-ACTION TO WS-RW-G-ACTION (WS-ROW)
                   MOVE JRN-PROGRAM TO WS-RW-G-PROGRAM (WS-ROW)
                   MOVE JRN-DATE TO WS-RW-G-DATE (WS-ROW)
                   MOVE JRN-TIME TO WS-RW-G-TIME (WS-ROW)
                   IF JRN-ACTION NOT = 'X'
                       MOVE WS-GI-LETTER TO WS-RW-G-LETTER (WS-ROW)
                       MOVE WS-GI-POINTS TO WS-RW-G-POINTS (WS-ROW)
                       MOVE WS-GI-POSTDATE TO WS-RW-G-POSTDATE (WS-ROW)
                   END-IF
               ELSE
                   IF WS-RW-G-AFTER (WS-ROW) NOT = 'Y'
                       MOVE 'Y' TO WS-RW-G-AFTER (WS-ROW)
                       MOVE JRN-ACTION TO WS-RW-G-AFTER-ACTION (WS-ROW)
                       MOVE JRN-PROGRAM
                           TO WS-RW-G-AFTER-PROGRAM (WS-ROW)
                       MOVE JRN-DATE TO WS-RW-G-AFTER-DATE (WS-ROW)
                   END-IF
               END-IF
           END-IF.

       2060-END.

      *    WS-LOOKUP-COURSE/TERM IN, WS-ROW OUT: THE ROW, A NEW ONE,
      *    OR ZERO WHEN THE TABLE IS FULL.
       2080-FIND-ROW.

           MOVE 0 TO WS-ROW.
           MOVE 1 TO WS-ROW-IDX.
           PERFORM 2085-MATCH-ONE-ROW
               UNTIL WS-ROW > 0 OR WS-ROW-IDX > WS-ROW-COUNT.

           IF WS-ROW = 0
               IF WS-ROW-COUNT < 300
                   ADD 1 TO WS-ROW-COUNT
                   MOVE WS-ROW-COUNT TO WS-ROW
                   INITIALIZE WS-ROW-ENTRY (WS-ROW)
                   MOVE WS-LOOKUP-COURSE TO WS-RW-COURSE (WS-ROW)
                   MOVE WS-LOOKUP-TERM TO WS-RW-TERM (WS-ROW)
               ELSE
                   SET ROW-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF.

       2080-END.

       2085-MATCH-ONE-ROW.

           IF WS-RW-COURSE (WS-ROW-IDX) = WS-LOOKUP-COURSE
                   AND WS-RW-TERM (WS-ROW-IDX) = WS-LOOKUP-TERM
               MOVE WS-ROW-IDX TO WS-ROW
           END-IF.

           ADD 1 TO WS-ROW-IDX.

       2085-END.

      *    THE MASTER FIELDS IN WS-STUDENT-VSAM-RECORD, AS TEXT, IN
      *    THE ORDER OF WS-FIELD-NAME-TABLE.
       2100-EXTRACT-IMAGE-FIELDS.

           MOVE SPACES TO WS-IMG-VALUES.
           MOVE WS-STUDENT-VSAM-NAME TO WS-IMG-VALUE (1).
           MOVE WS-STUDENT-VSAM-DOB TO WS-IMG-VALUE (2).
           MOVE WS-STUDENT-VSAM-COURSE TO WS-IMG-VALUE (3).
           MOVE WS-STUDENT-VSAM-TERM TO WS-IMG-VALUE (4).
           MOVE WS-STUDENT-VSAM-STATUS TO WS-IMG-VALUE (5).
           MOVE WS-STUDENT-VSAM-LANGUAGE TO WS-IMG-VALUE (6).
           MOVE WS-STUDENT-VSAM-CAMPUS TO WS-IMG-VALUE (7).
           MOVE WS-STUDENT-VSAM-FEE-CATEGORY TO WS-IMG-VALUE (8).
           MOVE WS-STUDENT-VSAM-FEE-EFF-TERM TO WS-IMG-VALUE (9).
           MOVE WS-STUDENT-VSAM-FEE-PRIOR-CAT TO WS-IMG-VALUE (10).

       2100-END.

      *    THE TRAIL IS READ FROM THE MONTH THE STUDENT WAS ADDED, OR
      *    FROM THE AS-OF MONTH WHEN THE ADD DATE IS NOT KNOWN.
       2500-SET-TRAIL-START.

           MOVE WS-ASOF-DATE-N TO WS-TRAIL-FROM-DATE.
           IF WS-CUR-INSERTDATE IS NUMERIC
                   AND WS-CUR-INSERTDATE > 19000000
                   AND WS-CUR-INSERTDATE < WS-TRAIL-FROM-DATE
               MOVE WS-CUR-INSERTDATE TO WS-TRAIL-FROM-DATE
           END-IF.

       2500-END.

       3000-SCAN-HISTORY.

           MOVE WS-TRAIL-FROM-DATE (1:6) TO WS-SEGMENT-MONTH.
           PERFORM 3010-READ-HISTORY-SEGMENT
               UNTIL WS-SEGMENT-MONTH-N NOT < WS-CURRENT-MONTH.

           MOVE '../STUDENT.HISTORY' TO WS-HISTORY-IN-NAME.
           OPEN INPUT PIT-HISTORY-IN-FILE.
           IF HIS-FILE-STATUS = "00"
               SET HISTORY-IS-ON-HAND TO TRUE
               PERFORM 3020-READ-HISTORY-FILE
           END-IF.

       3000-END.

       3010-READ-HISTORY-SEGMENT.

           MOVE SPACES TO WS-HISTORY-IN-NAME.
           STRING '../HISTORY.L' DELIMITED BY SIZE
                  WS-SEGMENT-MONTH DELIMITED BY SIZE
               INTO WS-HISTORY-IN-NAME.
           OPEN INPUT PIT-HISTORY-IN-FILE.
           IF HIS-FILE-STATUS = "00"
               PERFORM 3020-READ-HISTORY-FILE
           ELSE
               ADD 1 TO WS-HIS-MISSING
               IF WS-HIS-FIRST-MISSING = 0
                   MOVE WS-SEGMENT-MONTH-N TO WS-HIS-FIRST-MISSING
               END-IF
               MOVE WS-SEGMENT-MONTH-N TO WS-HIS-LAST-MISSING
           END-IF.

           IF WS-SEG-MM = 12
               MOVE 1 TO WS-SEG-MM
               ADD 1 TO WS-SEG-YYYY
           ELSE
               ADD 1 TO WS-SEG-MM
           END-IF.

       3010-END.

       3020-READ-HISTORY-FILE.

           MOVE 'N' TO WS-IN-EOF.
           PERFORM 3030-TAKE-ONE-HISTORY-ROW UNTIL IN-EOF.
           CLOSE PIT-HISTORY-IN-FILE.

       3020-END.

       3030-TAKE-ONE-HISTORY-ROW.

           READ PIT-HISTORY-IN-FILE
               AT END
                   SET IN-EOF TO TRUE
               NOT AT END
                   IF HIS-STUDENT-ID IS NUMERIC
                           AND HIS-STUDENT-ID = WS-INPUT-ID
                           AND HIS-UPDATEDATE IS NUMERIC
                           AND HIS-FIELD-NAME NOT = SPACES
                       ADD 1 TO WS-HIS-ROWS
                       PERFORM 3040-MATCH-HISTORY-FIELD
                           VARYING WS-FLD FROM 1 BY 1
                           UNTIL WS-FLD > 10
                   END-IF
           END-READ.

       3030-END.

       3040-MATCH-HISTORY-FIELD.

           IF HIS-FIELD-NAME = WS-FLD-N-HIS1 (WS-FLD)
                   OR HIS-FIELD-NAME = WS-FLD-N-HIS2 (WS-FLD)
               PERFORM 3050-APPLY-HISTORY-ROW
           END-IF.

       3040-END.

      *    EACH ROW'S OLD VALUE SHOULD BE THE PREVIOUS ROW'S NEW VALUE;
      *    WHEN IT IS NOT, A CHANGE WAS MADE WITHOUT A HISTORY ROW.
      *    THE FIRST ROW AFTER THE DATE HOLDS THE VALUE AS IT STOOD.
       3050-APPLY-HISTORY-ROW.

           IF WS-FLD-E-H-ANY (WS-FLD) = 'Y'
                   AND HIS-OLD-VALUE NOT = WS-FLD-E-H-LAST-NEW (WS-FLD)
               MOVE 'Y' TO WS-FLD-E-H-BREAK (WS-FLD)
               MOVE HIS-UPDATEDATE TO WS-FLD-E-H-BREAK-DATE (WS-FLD)
           END-IF.
           MOVE 'Y' TO WS-FLD-E-H-ANY (WS-FLD).
           MOVE HIS-NEW-VALUE TO WS-FLD-E-H-LAST-NEW (WS-FLD).

           IF HIS-UPDATEDATE NOT > WS-ASOF-DATE-N
               MOVE 'Y' TO WS-FLD-E-H-BEFORE (WS-FLD)
               MOVE HIS-UPDATEDATE TO WS-FLD-E-H-DATE (WS-FLD)
               MOVE HIS-USER TO WS-FLD-E-H-USER (WS-FLD)
               MOVE HIS-NEW-VALUE TO WS-FLD-E-H-NEW (WS-FLD)
           ELSE
               IF WS-FLD-E-H-AFTER (WS-FLD) NOT = 'Y'
                   MOVE 'Y' TO WS-FLD-E-H-AFTER (WS-FLD)
                   MOVE HIS-OLD-VALUE TO WS-FLD-E-H-AFTER-OLD (WS-FLD)
               END-IF
           END-IF.

       3050-END.

       3500-LOAD-AUDIT.

           MOVE WS-TRAIL-FROM-DATE (1:6) TO WS-SEGMENT-MONTH.
           PERFORM 3510-READ-AUDIT-SEGMENT
               UNTIL WS-SEGMENT-MONTH-N NOT < WS-CURRENT-MONTH.

           MOVE '../AUDIT.LOG' TO WS-AUDIT-IN-NAME.
           OPEN INPUT PIT-AUDIT-IN-FILE.
           IF AUD-FILE-STATUS = "00"
               SET AUDIT-IS-ON-HAND TO TRUE
               PERFORM 3520-READ-AUDIT-FILE
           END-IF.

       3500-END.

       3510-READ-AUDIT-SEGMENT.

           MOVE SPACES TO WS-AUDIT-IN-NAME.
           STRING '../AUDIT.L' DELIMITED BY SIZE
                  WS-SEGMENT-MONTH DELIMITED BY SIZE
               INTO WS-AUDIT-IN-NAME.
           OPEN INPUT PIT-AUDIT-IN-FILE.
           IF AUD-FILE-STATUS = "00"
               PERFORM 3520-READ-AUDIT-FILE
           ELSE
               ADD 1 TO WS-AUD-MISSING
           END-IF.

           IF WS-SEG-MM = 12
               MOVE 1 TO WS-SEG-MM
               ADD 1 TO WS-SEG-YYYY
           ELSE
               ADD 1 TO WS-SEG-MM
           END-IF.

       3510-END.

       3520-READ-AUDIT-FILE.

           MOVE 'N' TO WS-IN-EOF.
           PERFORM 3530-TAKE-ONE-AUDIT-LINE UNTIL IN-EOF.
           CLOSE PIT-AUDIT-IN-FILE.

       3520-END.

       3530-TAKE-ONE-AUDIT-LINE.

           READ PIT-AUDIT-IN-FILE
               AT END
                   SET IN-EOF TO TRUE
               NOT AT END
                   IF AUD-STUDENT-ID IS NUMERIC
                           AND AUD-STUDENT-ID = WS-INPUT-ID
                           AND AUD-DATE IS NUMERIC
                       IF WS-AUT-COUNT < 1000
                           ADD 1 TO WS-AUT-COUNT
                           MOVE AUD-DATE TO WS-AUT-E-DATE (WS-AUT-COUNT)
                           MOVE AUD-TIME TO WS-AUT-E-TIME (WS-AUT-COUNT)
                           MOVE AUD-PROGRAM
                               TO WS-AUT-E-PROGRAM (WS-AUT-COUNT)
                           MOVE AUD-USER TO WS-AUT-E-USER (WS-AUT-COUNT)
                       ELSE
                           SET AUDIT-TABLE-OVERFLOWED TO TRUE
                       END-IF
                   END-IF
           END-READ.

       3530-END.

      *    WAS THE STUDENT ON FILE AT ALL ON THE DATE, AND IF SO WHAT
      *    DID EACH FIELD HOLD.
       4000-RESOLVE-MASTER.

           EVALUATE TRUE
               WHEN STUDENT-WAS-REMOVED
                   MOVE 'N' TO WS-ON-FILE
               WHEN WS-S-BEFORE-COUNT > 0
                   MOVE 'Y' TO WS-ON-FILE
               WHEN WS-S-AFTER-COUNT > 0 AND WS-S-FIRST-ACTION = 'W'
                   MOVE 'N' TO WS-ON-FILE
               WHEN WS-CUR-INSERTDATE IS NUMERIC
                       AND WS-CUR-INSERTDATE > WS-ASOF-DATE-N
                   MOVE 'N' TO WS-ON-FILE
               WHEN OTHER
                   MOVE 'Y' TO WS-ON-FILE
           END-EVALUATE.

           IF ON-FILE-AT-ASOF
               IF WS-S-BEFORE-COUNT = 0 AND WS-S-AFTER-COUNT > 0
                   MOVE WS-S-FIRST-IMAGE TO WS-STUDENT-VSAM-RECORD
                   PERFORM 2100-EXTRACT-IMAGE-FIELDS
                   MOVE WS-IMG-VALUES TO WS-BASE-VALUES
               ELSE
                   MOVE WS-CUR-VALUES TO WS-BASE-VALUES
               END-IF
               PERFORM 4100-RESOLVE-ONE-FIELD
                   VARYING WS-FLD FROM 1 BY 1 UNTIL WS-FLD > 10
           END-IF.

       4000-END.

      *    THE VALUE: THE LAST JOURNAL IMAGE ON OR BEFORE THE DATE
      *    WHEN THERE IS ONE, CHECKED AGAINST STUDENT.HISTORY;
      *    OTHERWISE THE CURRENT RECORD (OR THE FIRST LATER IMAGE)
      *    UNWOUND THROUGH THE HISTORY ROWS DATED AFTER THE DATE.
       4100-RESOLVE-ONE-FIELD.

           MOVE 'N' TO WS-HIS-ASOF-KNOWN.
           IF WS-FLD-E-H-AFTER (WS-FLD) = 'Y'
               MOVE WS-FLD-E-H-AFTER-OLD (WS-FLD) TO WS-HIS-ASOF-VALUE
               SET HISTORY-GIVES-VALUE TO TRUE
           ELSE
               IF WS-FLD-E-H-BEFORE (WS-FLD) = 'Y'
                   MOVE WS-FLD-E-H-NEW (WS-FLD) TO WS-HIS-ASOF-VALUE
                   SET HISTORY-GIVES-VALUE TO TRUE
               END-IF
           END-IF.

           IF WS-S-BEFORE-COUNT > 0
               MOVE WS-FLD-E-JVALUE (WS-FLD) TO WS-FLD-E-VALUE (WS-FLD)
               IF HISTORY-GIVES-VALUE
                       AND WS-HIS-ASOF-VALUE
                           NOT = WS-FLD-E-VALUE (WS-FLD)
                   STRING '** STUDENT.HISTORY DISAGREES - IT GIVES '
                              DELIMITED BY SIZE
                          WS-HIS-ASOF-VALUE DELIMITED BY SIZE
                       INTO WS-FLD-E-NOTE1 (WS-FLD)
                   ADD 1 TO WS-GAP-COUNT
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN HISTORY-GIVES-VALUE
                       MOVE WS-HIS-ASOF-VALUE TO WS-FLD-E-VALUE (WS-FLD)
                   WHEN WS-S-AFTER-COUNT = 0
                           AND WS-CUR-UPDATEDATE IS NUMERIC
                           AND WS-CUR-UPDATEDATE NOT > WS-ASOF-DATE-N
                       MOVE WS-BASE-VALUE (WS-FLD)
                           TO WS-FLD-E-VALUE (WS-FLD)
                   WHEN OTHER
                       MOVE WS-BASE-VALUE (WS-FLD)
                           TO WS-FLD-E-VALUE (WS-FLD)
                       STRING '** UNVERIFIED - NO JOURNAL IMAGE OR '
                                  DELIMITED BY SIZE
                              'HISTORY ROW COVERS THE DATE'
                                  DELIMITED BY SIZE
                           INTO WS-FLD-E-NOTE1 (WS-FLD)
                       ADD 1 TO WS-GAP-COUNT
               END-EVALUATE
           END-IF.

           PERFORM 4150-RESOLVE-SET-BY.

           IF WS-FLD-E-H-BREAK (WS-FLD) = 'Y'
               STRING '** HISTORY CHAIN BROKEN AT THE '
                          DELIMITED BY SIZE
                      WS-FLD-E-H-BREAK-DATE (WS-FLD) DELIMITED BY SIZE
                      ' ROW - A CHANGE LEFT NO ROW' DELIMITED BY SIZE
                   INTO WS-FLD-E-NOTE3 (WS-FLD)
               ADD 1 TO WS-GAP-COUNT
           END-IF.

       4100-END.

      *    WHO SET IT: THE LATER OF THE JOURNAL CHANGE AND THE HISTORY
      *    ROW ON OR BEFORE THE DATE. THE JOURNAL NAMES THE PROGRAM,
      *    HISTORY NAMES THE OPERATOR, AND AUDIT.LOG FILLS IN WHICHEVER
      *    IS MISSING. A BATCH STEP WITH NO AUDIT LINE RAN UNATTENDED.
       4150-RESOLVE-SET-BY.

           MOVE 0 TO WS-FLD-E-SET-DATE (WS-FLD).
           MOVE SPACES TO WS-FLD-E-SET-PROGRAM (WS-FLD).
           MOVE SPACES TO WS-FLD-E-SET-USER (WS-FLD).

           EVALUATE TRUE
               WHEN WS-FLD-E-J-SET (WS-FLD) = 'Y'
                       AND (WS-FLD-E-H-BEFORE (WS-FLD) NOT = 'Y'
                       OR WS-FLD-E-J-DATE (WS-FLD)
                           NOT < WS-FLD-E-H-DATE (WS-FLD))
                   MOVE WS-FLD-E-J-DATE (WS-FLD)
                       TO WS-FLD-E-SET-DATE (WS-FLD)
                   MOVE WS-FLD-E-J-PROGRAM (WS-FLD)
                       TO WS-FLD-E-SET-PROGRAM (WS-FLD)
                   IF WS-FLD-E-H-BEFORE (WS-FLD) = 'Y'
                           AND WS-FLD-E-H-DATE (WS-FLD)
                               = WS-FLD-E-J-DATE (WS-FLD)
                       MOVE WS-FLD-E-H-USER (WS-FLD)
                           TO WS-FLD-E-SET-USER (WS-FLD)
                   ELSE
                       MOVE WS-FLD-E-J-PROGRAM (WS-FLD)
                           TO WS-LOOKUP-PROGRAM
                       MOVE WS-FLD-E-J-DATE (WS-FLD) TO WS-LOOKUP-DATE
                       MOVE WS-FLD-E-J-TIME (WS-FLD) TO WS-LOOKUP-TIME
                       PERFORM 4200-FIND-OPERATOR
                       MOVE WS-FOUND-USER TO WS-FLD-E-SET-USER (WS-FLD)
                   END-IF
               WHEN WS-FLD-E-H-BEFORE (WS-FLD) = 'Y'
                   MOVE WS-FLD-E-H-DATE (WS-FLD)
                       TO WS-FLD-E-SET-DATE (WS-FLD)
                   MOVE WS-FLD-E-H-USER (WS-FLD)
                       TO WS-FLD-E-SET-USER (WS-FLD)
                   MOVE WS-FLD-E-H-USER (WS-FLD) TO WS-LOOKUP-USER
                   MOVE WS-FLD-E-H-DATE (WS-FLD) TO WS-LOOKUP-DATE
                   PERFORM 4250-FIND-PROGRAM
                   MOVE WS-FOUND-PROGRAM
                       TO WS-FLD-E-SET-PROGRAM (WS-FLD)
               WHEN OTHER
                   MOVE '?' TO WS-FLD-E-SET-PROGRAM (WS-FLD)
                   MOVE '?' TO WS-FLD-E-SET-USER (WS-FLD)
                   STRING '** SET BEFORE THE TRAIL BEGINS - '
                              DELIMITED BY SIZE
                          'PROGRAM AND OPERATOR UNKNOWN'
                              DELIMITED BY SIZE
                       INTO WS-FLD-E-NOTE2 (WS-FLD)
                   ADD 1 TO WS-GAP-COUNT
           END-EVALUATE.

           IF WS-FLD-E-SET-DATE (WS-FLD) > 0
                   AND (WS-FLD-E-SET-PROGRAM (WS-FLD) = '?'
                   OR WS-FLD-E-SET-USER (WS-FLD) = '?')
               STRING '** NO MATCHING AUDIT.LOG LINE - '
                          DELIMITED BY SIZE
                      'PROGRAM OR OPERATOR NOT KNOWN' DELIMITED BY SIZE
                   INTO WS-FLD-E-NOTE2 (WS-FLD)
               ADD 1 TO WS-GAP-COUNT
           END-IF.

       4150-END.

      *    WS-LOOKUP-PROGRAM/DATE/TIME IN, WS-FOUND-USER OUT: THE
      *    OPERATOR ON THE STUDENT'S AUDIT LINE FROM THAT PROGRAM ON
      *    THAT DAY NEAREST THE JOURNAL TIME.
       4200-FIND-OPERATOR.

           MOVE SPACES TO WS-FOUND-USER.
           MOVE 999999 TO WS-BEST-DIFF.
           PERFORM 4210-TRY-ONE-OPERATOR
               VARYING WS-AUT-IDX FROM 1 BY 1
               UNTIL WS-AUT-IDX > WS-AUT-COUNT.

           IF WS-FOUND-USER = SPACES
               IF WS-LOOKUP-PROGRAM (1:4) = 'PRGB'
                   MOVE '(BATCH)' TO WS-FOUND-USER
               ELSE
                   MOVE '?' TO WS-FOUND-USER
               END-IF
           END-IF.

       4200-END.

       4210-TRY-ONE-OPERATOR.

           IF WS-AUT-E-PROGRAM (WS-AUT-IDX) = WS-LOOKUP-PROGRAM
                   AND WS-AUT-E-DATE (WS-AUT-IDX) = WS-LOOKUP-DATE
               IF WS-AUT-E-TIME (WS-AUT-IDX) > WS-LOOKUP-TIME
                   COMPUTE WS-TIME-DIFF
                       = WS-AUT-E-TIME (WS-AUT-IDX) - WS-LOOKUP-TIME
               ELSE
                   COMPUTE WS-TIME-DIFF
                       = WS-LOOKUP-TIME - WS-AUT-E-TIME (WS-AUT-IDX)
               END-IF
               IF WS-FOUND-USER = SPACES
                       OR WS-TIME-DIFF < WS-BEST-DIFF
                   MOVE WS-TIME-DIFF TO WS-BEST-DIFF
                   MOVE WS-AUT-E-USER (WS-AUT-IDX) TO WS-FOUND-USER
               END-IF
           END-IF.

       4210-END.

      *    WS-LOOKUP-USER/DATE IN, WS-FOUND-PROGRAM OUT: THE PROGRAM
      *    ON THE OPERATOR'S LAST AUDIT LINE FOR THE STUDENT THAT DAY.
       4250-FIND-PROGRAM.

           MOVE SPACES TO WS-FOUND-PROGRAM.
           PERFORM 4260-TRY-ONE-PROGRAM
               VARYING WS-AUT-IDX FROM 1 BY 1
               UNTIL WS-AUT-IDX > WS-AUT-COUNT.

           IF WS-FOUND-PROGRAM = SPACES
               MOVE '?' TO WS-FOUND-PROGRAM
           END-IF.

       4250-END.

       4260-TRY-ONE-PROGRAM.

           IF WS-AUT-E-USER (WS-AUT-IDX) = WS-LOOKUP-USER
                   AND WS-AUT-E-DATE (WS-AUT-IDX) = WS-LOOKUP-DATE
               MOVE WS-AUT-E-PROGRAM (WS-AUT-IDX) TO WS-FOUND-PROGRAM
           END-IF.

       4260-END.

       5000-PRINT-MASTER.

           STRING 'STUDENT ' DELIMITED BY SIZE
                  WS-INPUT-ID DELIMITED BY SIZE
                  ' AS IT STOOD AT THE CLOSE OF ' DELIMITED BY SIZE
                  WS-ASOF-DATE DELIMITED BY SIZE
                  '  (PRINTED ' DELIMITED BY SIZE
                  CURRENT-DATE DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           STRING 'REBUILT FROM ' DELIMITED BY SIZE
                  WS-S-BEFORE-COUNT DELIMITED BY SIZE
                  ' JOURNAL IMAGE(S) TO THE DATE, ' DELIMITED BY SIZE
                  WS-S-AFTER-COUNT DELIMITED BY SIZE
                  ' AFTER IT, AND ' DELIMITED BY SIZE
                  WS-HIS-ROWS DELIMITED BY SIZE
                  ' HISTORY ROW(S)' DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           PERFORM 5100-PRINT-TRAIL-GAPS.
           PERFORM 1060-PRINT-LINE.

           IF NOT ON-FILE-AT-ASOF
               PERFORM 5200-PRINT-NOT-ON-FILE
           ELSE
               MOVE WS-FIELD-COLUMNS TO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
               MOVE ALL '-' TO WS-PRINT-LINE (1:69)
               PERFORM 1060-PRINT-LINE
               PERFORM 5300-PRINT-ONE-FIELD
                   VARYING WS-FLD FROM 1 BY 1 UNTIL WS-FLD > 10
               MOVE ALL '-' TO WS-PRINT-LINE (1:69)
               PERFORM 1060-PRINT-LINE
           END-IF.

       5000-END.

      *    GAPS IN THE TRAIL AS A WHOLE, BEFORE THE FIELD LINES.
       5100-PRINT-TRAIL-GAPS.

           IF NOT JOURNAL-IS-ON-HAND
               STRING '** RECOVERY.JOURNAL IS NOT ON HAND - '
                          DELIMITED BY SIZE
                      'NO AFTER-IMAGES WERE READ' DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
               ADD 1 TO WS-GAP-COUNT
           END-IF.

           IF WS-JRN-FIRST-DATE > WS-ASOF-DATE-N
               STRING '** RECOVERY.JOURNAL BEGINS ' DELIMITED BY SIZE
                      WS-JRN-FIRST-DATE DELIMITED BY SIZE
                      ', AFTER THE DATE ASKED ABOUT' DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
               ADD 1 TO WS-GAP-COUNT
           END-IF.

           IF STUDENT-WAS-FOUND AND WS-S-NEWEST-IMAGE NOT = SPACES
                   AND WS-CUR-IMAGE NOT = WS-S-NEWEST-IMAGE
               STRING '** THE CURRENT RECORD DIFFERS FROM ITS LAST '
                          DELIMITED BY SIZE
                      'JOURNAL IMAGE - A CHANGE WAS NOT JOURNALED'
                          DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
               ADD 1 TO WS-GAP-COUNT
           END-IF.

           IF NOT STUDENT-WAS-FOUND
               STRING 'THE STUDENT IS NO LONGER ON STUDENT.VSAM - '
                          DELIMITED BY SIZE
                      'REBUILT FROM THE JOURNAL ALONE' DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
           END-IF.

           IF NOT HISTORY-IS-ON-HAND
               STRING '** STUDENT.HISTORY IS NOT ON HAND - '
                          DELIMITED BY SIZE
                      'THIS MONTH''S CHANGES WERE NOT READ'
                          DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
               ADD 1 TO WS-GAP-COUNT
           END-IF.

           IF WS-HIS-MISSING > 0
               STRING '** NO HISTORY SEGMENT ON HAND FOR '
                          DELIMITED BY SIZE
                      WS-HIS-MISSING DELIMITED BY SIZE
                      ' MONTH(S), ' DELIMITED BY SIZE
                      WS-HIS-FIRST-MISSING DELIMITED BY SIZE
                      ' TO ' DELIMITED BY SIZE
                      WS-HIS-LAST-MISSING DELIMITED BY SIZE
                      ' - CHANGES THEN MAY BE MISSING' DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
               ADD 1 TO WS-GAP-COUNT
           END-IF.

           IF NOT AUDIT-IS-ON-HAND OR WS-AUD-MISSING > 0
                   OR AUDIT-TABLE-OVERFLOWED
               STRING '** AUDIT.LOG OR A MONTHLY AUDIT SEGMENT IS '
                          DELIMITED BY SIZE
                      'NOT ON HAND - SOME OPERATORS MAY SHOW ?'
                          DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
               ADD 1 TO WS-GAP-COUNT
           END-IF.

       5100-END.

       5200-PRINT-NOT-ON-FILE.

           EVALUATE TRUE
               WHEN STUDENT-WAS-REMOVED
                   STRING 'THE STUDENT WAS NOT ON FILE ON THAT DATE'
                              DELIMITED BY SIZE
                          ' - REMOVED ' DELIMITED BY SIZE
                          WS-S-REMOVED-DATE DELIMITED BY SIZE
                          ' BY ' DELIMITED BY SIZE
                          WS-S-REMOVED-PROGRAM DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
               WHEN WS-S-AFTER-COUNT > 0 AND WS-S-FIRST-ACTION = 'W'
                   STRING 'THE STUDENT WAS NOT YET ON FILE ON THAT '
                              DELIMITED BY SIZE
                          'DATE - ADDED ' DELIMITED BY SIZE
                          WS-S-FIRST-DATE DELIMITED BY SIZE
                          ' BY ' DELIMITED BY SIZE
                          WS-S-FIRST-PROGRAM DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
               WHEN OTHER
                   STRING 'THE STUDENT WAS NOT YET ON FILE ON THAT '
                              DELIMITED BY SIZE
                          'DATE - ADDED ' DELIMITED BY SIZE
                          WS-CUR-INSERTDATE DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
           END-EVALUATE.
           PERFORM 1060-PRINT-LINE.

       5200-END.

       5300-PRINT-ONE-FIELD.

           MOVE WS-FLD-N-LABEL (WS-FLD) TO WS-FL-LABEL.
           MOVE WS-FLD-E-VALUE (WS-FLD) TO WS-FL-VALUE.
           IF WS-FLD-E-SET-DATE (WS-FLD) > 0
               MOVE WS-FLD-E-SET-DATE (WS-FLD) TO WS-FL-SET-DATE
           ELSE
               MOVE '?' TO WS-FL-SET-DATE
           END-IF.
           MOVE WS-FLD-E-SET-PROGRAM (WS-FLD) TO WS-FL-PROGRAM.
           MOVE WS-FLD-E-SET-USER (WS-FLD) TO WS-FL-USER.
           MOVE WS-FIELD-LINE TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.

           IF WS-FLD-E-VALUE (WS-FLD) NOT = WS-CUR-VALUE (WS-FLD)
               STRING '               NOW: ' DELIMITED BY SIZE
                      WS-CUR-VALUE (WS-FLD) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
           END-IF.

           IF WS-FLD-E-NOTE1 (WS-FLD) NOT = SPACES
               STRING '               ' DELIMITED BY SIZE
                      WS-FLD-E-NOTE1 (WS-FLD) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
           END-IF.
           IF WS-FLD-E-NOTE2 (WS-FLD) NOT = SPACES
               STRING '               ' DELIMITED BY SIZE
                      WS-FLD-E-NOTE2 (WS-FLD) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
           END-IF.
           IF WS-FLD-E-NOTE3 (WS-FLD) NOT = SPACES
               STRING '               ' DELIMITED BY SIZE
                      WS-FLD-E-NOTE3 (WS-FLD) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
           END-IF.

       5300-END.

      *    THE LIVE ROWS JOIN THE ROWS FOUND ON THE JOURNAL.
       6000-LOAD-CURRENT-ROWS.

           OPEN INPUT ENROLLMENT-VSAM-FILE.
           IF ENR-FILE-STATUS = "00"
               MOVE 'N' TO WS-ROW-EOF
               MOVE WS-INPUT-ID TO ENR-STUDENT-ID
               START ENROLLMENT-VSAM-FILE
                   KEY IS NOT LESS THAN ENR-STUDENT-ID
                   INVALID KEY SET ROW-SWEEP-EOF TO TRUE
               END-START
               PERFORM 6010-TAKE-ONE-ENROLLMENT UNTIL ROW-SWEEP-EOF
               CLOSE ENROLLMENT-VSAM-FILE
           END-IF.

           OPEN INPUT GRADE-VSAM-FILE.
           IF GRD-FILE-STATUS = "00"
               MOVE 'N' TO WS-ROW-EOF
               MOVE WS-INPUT-ID TO GRD-STUDENT-ID
               START GRADE-VSAM-FILE
                   KEY IS NOT LESS THAN GRD-STUDENT-ID
                   INVALID KEY SET ROW-SWEEP-EOF TO TRUE
               END-START
               PERFORM 6020-TAKE-ONE-GRADE UNTIL ROW-SWEEP-EOF
               CLOSE GRADE-VSAM-FILE
           END-IF.

       6000-END.

       6010-TAKE-ONE-ENROLLMENT.

           READ ENROLLMENT-VSAM-FILE NEXT RECORD
               AT END
                   SET ROW-SWEEP-EOF TO TRUE
               NOT AT END
                   IF ENR-STUDENT-ID NOT = WS-INPUT-ID
                       SET ROW-SWEEP-EOF TO TRUE
                   ELSE
                       MOVE ENR-COURSE TO WS-LOOKUP-COURSE
                       MOVE ENR-TERM TO WS-LOOKUP-TERM
                       PERFORM 2080-FIND-ROW
                       IF WS-ROW > 0
                           MOVE 'Y' TO WS-RW-E-CUR (WS-ROW)
                           MOVE ENR-STATUS
                               TO WS-RW-E-CUR-STATUS (WS-ROW)
                           MOVE ENR-SECTION
                               TO WS-RW-E-CUR-SECTION (WS-ROW)
                           MOVE ENR-ENROLLDATE
                               TO WS-RW-E-CUR-ENROLLDATE (WS-ROW)
                       END-IF
                   END-IF
           END-READ.

       6010-END.

       6020-TAKE-ONE-GRADE.

           READ GRADE-VSAM-FILE NEXT RECORD
               AT END
                   SET ROW-SWEEP-EOF TO TRUE
               NOT AT END
                   IF GRD-STUDENT-ID NOT = WS-INPUT-ID
                       SET ROW-SWEEP-EOF TO TRUE
                   ELSE
                       MOVE GRD-COURSE TO WS-LOOKUP-COURSE
                       MOVE GRD-TERM TO WS-LOOKUP-TERM
                       PERFORM 2080-FIND-ROW
                       IF WS-ROW > 0
                           MOVE 'Y' TO WS-RW-G-CUR (WS-ROW)
                           MOVE GRD-LETTER-GRADE
                               TO WS-RW-G-CUR-LETTER (WS-ROW)
                           MOVE GRD-GRADE-POINTS
                               TO WS-RW-G-CUR-POINTS (WS-ROW)
                           MOVE GRD-POSTDATE
                               TO WS-RW-G-CUR-POSTDATE (WS-ROW)
                       END-IF
                   END-IF
           END-READ.

       6020-END.

       6500-PRINT-ROWS.

           PERFORM 1060-PRINT-LINE.
           STRING 'ENROLLMENT AND GRADES AS OF ' DELIMITED BY SIZE
                  WS-ASOF-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE WS-ROW-COLUMNS TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE ALL '-' TO WS-PRINT-LINE (1:69).
           PERFORM 1060-PRINT-LINE.

           PERFORM 6505-PRINT-ONE-ROW
               VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > WS-ROW-COUNT.

           IF WS-ROWS-SHOWN = 0
               MOVE 'NO ENROLLMENT OR GRADE ON FILE AT THAT DATE.'
                   TO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
           END-IF.

           IF ROW-TABLE-OVERFLOWED
               MOVE '** MORE THAN 300 COURSE/TERM ROWS - LIST CUT SHORT'
                   TO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
               ADD 1 TO WS-GAP-COUNT
           END-IF.

           MOVE ALL '-' TO WS-PRINT-LINE (1:69).
           PERFORM 1060-PRINT-LINE.

       6500-END.

       6505-PRINT-ONE-ROW.

           PERFORM 6510-RESOLVE-ENROLLMENT.
           PERFORM 6520-RESOLVE-GRADE.

           IF SHOW-ENROLLMENT OR SHOW-GRADE
               ADD 1 TO WS-ROWS-SHOWN
               MOVE SPACES TO WS-ROW-LINE
               MOVE WS-RW-COURSE (WS-ROW) TO WS-RL-COURSE
               MOVE WS-RW-TERM (WS-ROW) TO WS-RL-TERM
               IF SHOW-ENROLLMENT
                   MOVE WS-RV-E-SECTION TO WS-RL-SECTION
                   MOVE WS-RV-E-STATUS TO WS-RL-STATUS
                   MOVE WS-RV-E-ENROLLDATE TO WS-RL-ENROLLDATE
               END-IF
               IF SHOW-GRADE
                   MOVE WS-RV-G-LETTER TO WS-RL-LETTER
                   MOVE WS-RV-G-POINTS TO WS-RL-POINTS
                   MOVE WS-RV-G-POSTDATE TO WS-RL-POSTDATE
               END-IF
               MOVE WS-ROW-LINE TO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
               IF SHOW-ENROLLMENT
                   MOVE WS-RV-E-SET TO WS-PRINT-LINE
                   PERFORM 1060-PRINT-LINE
                   IF WS-RV-E-NOTE NOT = SPACES
                       MOVE WS-RV-E-NOTE TO WS-PRINT-LINE (5:70)
                       PERFORM 1060-PRINT-LINE
                   END-IF
               END-IF
               IF SHOW-GRADE
                   MOVE WS-RV-G-SET TO WS-PRINT-LINE
                   PERFORM 1060-PRINT-LINE
                   IF WS-RV-G-NOTE NOT = SPACES
                       MOVE WS-RV-G-NOTE TO WS-PRINT-LINE (5:70)
                       PERFORM 1060-PRINT-LINE
                   END-IF
               END-IF
           END-IF.

       6505-END.

      *    THE ENROLLMENT ROW ON THE DATE: ITS LAST JOURNAL IMAGE TO
      *    THE DATE; NONE IF IT WAS WRITTEN LATER OR DELETED BY THEN;
      *    OTHERWISE THE LIVE ROW, FLAGGED WHEN THE JOURNAL CANNOT
      *    VOUCH FOR IT.
       6510-RESOLVE-ENROLLMENT.

           MOVE 'N' TO WS-RV-E-SHOW.
           MOVE SPACES TO WS-RV-E-SET.
           MOVE SPACES TO WS-RV-E-NOTE.

           EVALUATE TRUE
               WHEN WS-RW-E-BEFORE (WS-ROW) = 'Y'
                   IF WS-RW-E-ACTION (WS-ROW) NOT = 'X'
                       SET SHOW-ENROLLMENT TO TRUE
                       MOVE WS-RW-E-STATUS (WS-ROW) TO WS-RV-E-STATUS
                       MOVE WS-RW-E-SECTION (WS-ROW) TO WS-RV-E-SECTION
                       MOVE WS-RW-E-ENROLLDATE (WS-ROW)
                           TO WS-RV-E-ENROLLDATE
                       MOVE WS-RW-E-PROGRAM (WS-ROW)
                           TO WS-LOOKUP-PROGRAM
                       MOVE WS-RW-E-DATE (WS-ROW) TO WS-LOOKUP-DATE
                       MOVE WS-RW-E-TIME (WS-ROW) TO WS-LOOKUP-TIME
                       PERFORM 4200-FIND-OPERATOR
                       STRING '    ENROLLMENT SET ' DELIMITED BY SIZE
                              WS-RW-E-DATE (WS-ROW) DELIMITED BY SIZE
                              ' BY ' DELIMITED BY SIZE
                              WS-RW-E-PROGRAM (WS-ROW) DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              WS-FOUND-USER DELIMITED BY SIZE
                           INTO WS-RV-E-SET
                       IF WS-FOUND-USER = '?'
                           MOVE '** NO AUDIT.LOG LINE - OPERATOR'
                               TO WS-RV-E-NOTE
                           ADD 1 TO WS-GAP-COUNT
                       END-IF
                   END-IF
               WHEN WS-RW-E-AFTER (WS-ROW) = 'Y'
                       AND WS-RW-E-AFTER-ACTION (WS-ROW) = 'W'
                   CONTINUE
               WHEN WS-RW-E-CUR (WS-ROW) = 'Y'
                   IF WS-RW-E-CUR-ENROLLDATE (WS-ROW)
                           NOT > WS-ASOF-DATE-N
                       SET SHOW-ENROLLMENT TO TRUE
                       MOVE WS-RW-E-CUR-SECTION (WS-ROW)
                           TO WS-RV-E-SECTION
                       MOVE WS-RW-E-CUR-ENROLLDATE (WS-ROW)
                           TO WS-RV-E-ENROLLDATE
                       MOVE '    ENROLLMENT SET BY ? ?' TO WS-RV-E-SET
                       IF WS-RW-E-AFTER (WS-ROW) = 'Y'
                           MOVE '?' TO WS-RV-E-STATUS
                           STRING '** CHANGED ' DELIMITED BY SIZE
                                  WS-RW-E-AFTER-DATE (WS-ROW)
                                      DELIMITED BY SIZE
                                  ' BY ' DELIMITED BY SIZE
                                  WS-RW-E-AFTER-PROGRAM (WS-ROW)
                                      DELIMITED BY SIZE
                                  ' - EARLIER STATUS NOT ON THE JOURNAL'
                                      DELIMITED BY SIZE
                               INTO WS-RV-E-NOTE
                       ELSE
                           MOVE WS-RW-E-CUR-STATUS (WS-ROW)
                               TO WS-RV-E-STATUS
                           MOVE '** NOT ON THE JOURNAL - PREDATES IT'
                               TO WS-RV-E-NOTE
                       END-IF
                       ADD 1 TO WS-GAP-COUNT
                   END-IF
               WHEN WS-RW-E-AFTER (WS-ROW) = 'Y'
                   SET SHOW-ENROLLMENT TO TRUE
                   MOVE '?' TO WS-RV-E-STATUS
                   MOVE '    ENROLLMENT SET BY ? ?' TO WS-RV-E-SET
                   STRING '** CHANGED ' DELIMITED BY SIZE
                          WS-RW-E-AFTER-DATE (WS-ROW) DELIMITED BY SIZE
                          ' BY ' DELIMITED BY SIZE
                          WS-RW-E-AFTER-PROGRAM (WS-ROW)
                              DELIMITED BY SIZE
                          ' - EARLIER STATUS NOT ON THE JOURNAL'
                              DELIMITED BY SIZE
                       INTO WS-RV-E-NOTE
                   ADD 1 TO WS-GAP-COUNT
           END-EVALUATE.

       6510-END.

      *    THE GRADE ON THE DATE, BY THE SAME RULES; A LIVE GRADE
      *    POSTED AFTER THE DATE WAS NOT THERE YET.
       6520-RESOLVE-GRADE.

           MOVE 'N' TO WS-RV-G-SHOW.
           MOVE SPACES TO WS-RV-G-SET.
           MOVE SPACES TO WS-RV-G-NOTE.
           MOVE SPACES TO WS-RV-G-POINTS.

           EVALUATE TRUE
               WHEN WS-RW-G-BEFORE (WS-ROW) = 'Y'
                   IF WS-RW-G-ACTION (WS-ROW) NOT = 'X'
                       SET SHOW-GRADE TO TRUE
                       MOVE WS-RW-G-LETTER (WS-ROW) TO WS-RV-G-LETTER
                       MOVE WS-RW-G-POINTS (WS-ROW) TO WS-ED-POINTS
                       MOVE WS-ED-POINTS TO WS-RV-G-POINTS
                       MOVE WS-RW-G-POSTDATE (WS-ROW)
                           TO WS-RV-G-POSTDATE
                       MOVE WS-RW-G-PROGRAM (WS-ROW)
                           TO WS-LOOKUP-PROGRAM
                       MOVE WS-RW-G-DATE (WS-ROW) TO WS-LOOKUP-DATE
                       MOVE WS-RW-G-TIME (WS-ROW) TO WS-LOOKUP-TIME
                       PERFORM 4200-FIND-OPERATOR
                       STRING '    GRADE SET ' DELIMITED BY SIZE
                              WS-RW-G-DATE (WS-ROW) DELIMITED BY SIZE
                              ' BY ' DELIMITED BY SIZE
                              WS-RW-G-PROGRAM (WS-ROW) DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              WS-FOUND-USER DELIMITED BY SIZE
                           INTO WS-RV-G-SET
                       IF WS-FOUND-USER = '?'
                           MOVE '** NO AUDIT.LOG LINE - OPERATOR'
                               TO WS-RV-G-NOTE
                           ADD 1 TO WS-GAP-COUNT
                       END-IF
                   END-IF
               WHEN WS-RW-G-AFTER (WS-ROW) = 'Y'
                       AND WS-RW-G-AFTER-ACTION (WS-ROW) = 'W'
                   CONTINUE
               WHEN WS-RW-G-CUR (WS-ROW) = 'Y'
                   IF WS-RW-G-CUR-POSTDATE (WS-ROW)
                           NOT > WS-ASOF-DATE-N
                       SET SHOW-GRADE TO TRUE
                       MOVE WS-RW-G-CUR-POSTDATE (WS-ROW)
                           TO WS-RV-G-POSTDATE
                       MOVE '    GRADE SET BY ? ?' TO WS-RV-G-SET
                       IF WS-RW-G-AFTER (WS-ROW) = 'Y'
                           MOVE '?' TO WS-RV-G-LETTER
                           STRING '** CHANGED ' DELIMITED BY SIZE
                                  WS-RW-G-AFTER-DATE (WS-ROW)
                                      DELIMITED BY SIZE
                                  ' BY ' DELIMITED BY SIZE
                                  WS-RW-G-AFTER-PROGRAM (WS-ROW)
                                      DELIMITED BY SIZE
                                  ' - EARLIER GRADE NOT ON THE JOURNAL'
                                      DELIMITED BY SIZE
                               INTO WS-RV-G-NOTE
                       ELSE
                           MOVE WS-RW-G-CUR-LETTER (WS-ROW)
                               TO WS-RV-G-LETTER
                           MOVE WS-RW-G-CUR-POINTS (WS-ROW)
                               TO WS-ED-POINTS
                           MOVE WS-ED-POINTS TO WS-RV-G-POINTS
                           MOVE '** NOT ON THE JOURNAL - PREDATES IT'
                               TO WS-RV-G-NOTE
                       END-IF
                       ADD 1 TO WS-GAP-COUNT
                   END-IF
               WHEN WS-RW-G-AFTER (WS-ROW) = 'Y'
                   SET SHOW-GRADE TO TRUE
                   MOVE '?' TO WS-RV-G-LETTER
                   MOVE '    GRADE SET BY ? ?' TO WS-RV-G-SET
                   STRING '** CHANGED ' DELIMITED BY SIZE
                          WS-RW-G-AFTER-DATE (WS-ROW) DELIMITED BY SIZE
                          ' BY ' DELIMITED BY SIZE
                          WS-RW-G-AFTER-PROGRAM (WS-ROW)
                              DELIMITED BY SIZE
                          ' - EARLIER GRADE NOT ON THE JOURNAL'
                              DELIMITED BY SIZE
                       INTO WS-RV-G-NOTE
                   ADD 1 TO WS-GAP-COUNT
           END-EVALUATE.

       6520-END.

       END PROGRAM PRGQ0175.
