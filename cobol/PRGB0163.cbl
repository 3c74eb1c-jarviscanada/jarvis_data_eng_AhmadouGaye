      ******************************************************************
      * Author:
      * Date:
      * Purpose: Student-ID conversion - rebuilds every production file
      *          that carries a student ID from the four-digit layout
      *          into the six-digit layout, KEEPING EVERY EXISTING ID
      *          (0123 BECOMES 000123). STUDENT.VSAM AND EVERY CHILD
      *          INDEXED FILE, EACH TERM'S FROZEN CENSUS COPIES, THE
      *          LINE-SEQUENTIAL REGISTERS AND LOGS, THE ID CONTROL AND
      *          RESTART FILES, THE UNLOADS, ARCHIVES, RECOVERY JOURNAL
      *          AND THE OPERATOR INPUT DECKS ARE READ FROM PRODUCTION
      *          AND WRITTEN TO A STAGING DIRECTORY NAMED IN
      *          ../PRGB0163.PARM (OR PROMPTED FOR); PRODUCTION ITSELF
      *          IS NEVER WRITTEN. THE STAGING DIRECTORY IS REFUSED IF
      *          IT IS PRODUCTION, SPELLED ANY WAY, AND THE RUN IS
      *          REFUSED IF STUDENT.NEXTID IS ALREADY SIX DIGITS WIDE.
      *          WITH THE SYSTEM DOWN THE OPERATOR MOVES THE STAGED
      *          FILES OVER PRODUCTION, THEN RECUTS THE REPORTING
      *          SNAPSHOTS (PRGB0060), TAKES A FRESH BACKUP GENERATION
      *          (PRGB0041) AND RE-PREPARES ANY PARAMETER FILES THAT
      *          NAME A STUDENT. A NON-NUMERIC ID (A SUSPENSE ITEM'S ID
      *          AS KEYED) IS CARRIED LEFT-JUSTIFIED; A LINE WHOSE ID
      *          COLUMN IS NOT NUMERIC (A COLUMN HEADER OR MARKER LINE)
      *          IS COPIED AS IS. THE AUDIT LOG IS CONVERTED IN PLACE -
      *          ITS CHECK CHAIN IS BUILT FROM THE ID'S VALUE, SO IT
      *          STILL VERIFIES - AND THE RUN IS RECORDED ON
      *          ../PRGB0163.PRT AND RUN.STATISTICS RATHER THAN IN THE
      *          LOG IT IS CONVERTING. STUDENT.CHARGES AND
      *          STUDENT.PAYMENTS BELONG TO THEIR OWN CONVERSION,
      *          PRGB0152, WHICH TAKES THEM FROM FOUR-DIGIT LINE
      *          SEQUENTIAL STRAIGHT TO SIX-DIGIT INDEXED. THIS RUN
      *          WIDENS THEM ONLY WHERE PRGB0152 ALREADY MADE THEM
      *          FOUR-DIGIT INDEXED; STILL LINE SEQUENTIAL, OR ALREADY
      *          SIX-DIGIT, THEY ARE LISTED 'CONVERTED BY PRGB0152' AND
      *          LEFT ALONE. RUN THIS CONVERSION FIRST, MOVE THE STAGED
      *          FILES OVER PRODUCTION, THEN RUN PRGB0152 BEFORE THE
      *          SNAPSHOTS AND BACKUP ARE RECUT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGB0163.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY TRMSEL.

      *    EACH INDEXED FILE IS DECLARED TWICE - IN THE FOUR-DIGIT
      *    LAYOUT IT IS READ IN, WITH EVERY KEY WHERE IT STOOD, AND IN
      *    THE SIX-DIGIT LAYOUT OF THE SHARED COPYBOOKS IT IS WRITTEN
      *    IN. ONE FILE IS OPEN AT A TIME, SO ALL THE INPUTS TAKE THEIR
      *    NAME FROM WS-LIVE-FILE-NAME AND ALL THE OUTPUTS FROM
      *    WS-TARGET-FILE-NAME.
           SELECT OLD-ACM-FILE ASSIGN TO WS-LIVE-FILE-NAME
               FILE STATUS IS OLD-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-ACM-KEY.

           SELECT NEW-ACM-FILE ASSIGN TO WS-TARGET-FILE-NAME
               FILE STATUS IS NEW-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NEW-ACM-KEY.

           SELECT OLD-ADN-FILE ASSIGN TO WS-LIVE-FILE-NAME
               FILE STATUS IS OLD-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-ADN-KEY.

           SELECT NEW-ADN-FILE ASSIGN TO WS-TARGET-FILE-NAME
               FILE STATUS IS NEW-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NEW-ADN-KEY.

           SELECT OLD-ADR-FILE ASSIGN TO WS-LIVE-FILE-NAME
               FILE STATUS IS OLD-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-ADR-KEY
               ALTERNATE KEY IS OLD-ADR-STUDENT-ID
               WITH DUPLICATES.

           SELECT NEW-ADR-FILE ASSIGN TO WS-TARGET-FILE-NAME
               FILE STATUS IS NEW-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NEW-ADR-KEY
               ALTERNATE KEY IS NEW-ADR-STUDENT-ID
               WITH DUPLICATES.

           SELECT OLD-ADV-FILE ASSIGN TO WS-LIVE-FILE-NAME
               FILE STATUS IS OLD-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-ADV-STUDENT-ID
               ALTERNATE KEY IS OLD-ADV-INSTRUCTOR-ID
               WITH DUPLICATES.

           SELECT NEW-ADV-FILE ASSIGN TO WS-TARGET-FILE-NAME
               FILE STATUS IS NEW-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NEW-ADV-STUDENT-ID
               ALTERNATE KEY IS NEW-ADV-INSTRUCTOR-ID
               WITH DUPLICATES.

           SELECT OLD-ALU-FILE ASSIGN TO WS-LIVE-FILE-NAME
               FILE STATUS IS OLD-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-ALU-STUDENT-ID.

           SELECT NEW-ALU-FILE ASSIGN TO WS-TARGET-FILE-NAME
               FILE STATUS IS NEW-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NEW-ALU-STUDENT-ID.

           SELECT OLD-APT-FILE ASSIGN TO WS-LIVE-FILE-NAME
               FILE STATUS IS OLD-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-APT-KEY.

           SELECT NEW-APT-FILE ASSIGN TO WS-TARGET-FILE-NAME
               FILE STATUS IS NEW-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NEW-APT-KEY.

           SELECT OLD-ATT-FILE ASSIGN TO WS-LIVE-FILE-NAME
               FILE STATUS IS OLD-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-ATT-KEY
               ALTERNATE KEY IS OLD-ATT-STUDENT-ID
               WITH DUPLICATES.

           SELECT NEW-ATT-FILE ASSIGN TO WS-TARGET-FILE-NAME
               FILE STATUS IS NEW-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NEW-ATT-KEY
               ALTERNATE KEY IS NEW-ATT-STUDENT-ID
               WITH DUPLICATES.

           SELECT OLD-CHG-FILE ASSIGN TO WS-LIVE-FILE-NAME
               FILE STATUS IS OLD-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-CHG-KEY.

           SELECT NEW-CHG-FILE ASSIGN TO WS-TARGET-FILE-NAME
               FILE STATUS IS NEW-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NEW-CHG-KEY.

           SELECT OLD-CLR-FILE ASSIGN TO WS-LIVE-FILE-NAME
               FILE STATUS IS OLD-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-CLR-KEY.

           SELECT NEW-CLR-FILE ASSIGN TO WS-TARGET-FILE-NAME
               FILE STATUS IS NEW-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NEW-CLR-KEY.

           SELECT OLD-CON-FILE ASSIGN TO WS-LIVE-FILE-NAME
               FILE STATUS IS OLD-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-CON-KEY
               ALTERNATE KEY IS OLD-CON-STUDENT-ID
               WITH DUPLICATES.

           SELECT NEW-CON-FILE ASSIGN TO WS-TARGET-FILE-NAME
               FILE STATUS IS NEW-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NEW-CON-KEY
               ALTERNATE KEY IS NEW-CON-STUDENT-ID
               WITH DUPLICATES.

           SELECT OLD-ENR-FILE ASSIGN TO WS-LIVE-FILE-NAME
               FILE STATUS IS OLD-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-ENR-KEY
               ALTERNATE KEY IS OLD-ENR-STUDENT-ID
               WITH DUPLICATES
               ALTERNATE KEY IS OLD-ENR-COURSE-TERM
               WITH DUPLICATES.

           SELECT NEW-ENR-FILE ASSIGN TO WS-TARGET-FILE-NAME
               FILE STATUS IS NEW-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NEW-ENR-KEY
               ALTERNATE KEY IS NEW-ENR-STUDENT-ID
               WITH DUPLICATES
               ALTERNATE KEY IS NEW-ENR-COURSE-TERM
               WITH DUPLICATES.

           SELECT OLD-GRD-FILE ASSIGN TO WS-LIVE-FILE-NAME
               FILE STATUS IS OLD-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-GRD-KEY
               ALTERNATE KEY IS OLD-GRD-STUDENT-ID
               WITH DUPLICATES.

           SELECT NEW-GRD-FILE ASSIGN TO WS-TARGET-FILE-NAME
               FILE STATUS IS NEW-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NEW-GRD-KEY
               ALTERNATE KEY IS NEW-GRD-STUDENT-ID
               WITH DUPLICATES.

           SELECT OLD-HSG-FILE ASSIGN TO WS-LIVE-FILE-NAME
               FILE STATUS IS OLD-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-HSG-KEY.

           SELECT NEW-HSG-FILE ASSIGN TO WS-TARGET-FILE-NAME
               FILE STATUS IS NEW-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NEW-HSG-KEY.

           SELECT OLD-MSC-FILE ASSIGN TO WS-LIVE-FILE-NAME
               FILE STATUS IS OLD-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-MSC-KEY.

           SELECT NEW-MSC-FILE ASSIGN TO WS-TARGET-FILE-NAME
               FILE STATUS IS NEW-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NEW-MSC-KEY.

           SELECT OLD-PAY-FILE ASSIGN TO WS-LIVE-FILE-NAME
               FILE STATUS IS OLD-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-PAY-KEY.

           SELECT NEW-PAY-FILE ASSIGN TO WS-TARGET-FILE-NAME
               FILE STATUS IS NEW-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NEW-PAY-KEY.

           SELECT OLD-PRF-FILE ASSIGN TO WS-LIVE-FILE-NAME
               FILE STATUS IS OLD-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-PRF-STUDENT-ID.

           SELECT NEW-PRF-FILE ASSIGN TO WS-TARGET-FILE-NAME
               FILE STATUS IS NEW-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NEW-PRF-STUDENT-ID.

           SELECT OLD-SIN-FILE ASSIGN TO WS-LIVE-FILE-NAME
               FILE STATUS IS OLD-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-SIN-STUDENT-ID.

           SELECT NEW-SIN-FILE ASSIGN TO WS-TARGET-FILE-NAME
               FILE STATUS IS NEW-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NEW-SIN-STUDENT-ID.

           SELECT OLD-STU-FILE ASSIGN TO WS-LIVE-FILE-NAME
               FILE STATUS IS OLD-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-STU-ID
               ALTERNATE KEY IS OLD-STU-INSERTDATE
               WITH DUPLICATES
               ALTERNATE KEY IS OLD-STU-NAME
               WITH DUPLICATES
               ALTERNATE KEY IS OLD-STU-COURSE
               WITH DUPLICATES
               ALTERNATE KEY IS OLD-STU-SOUNDEX
               WITH DUPLICATES.

           SELECT NEW-STU-FILE ASSIGN TO WS-TARGET-FILE-NAME
               FILE STATUS IS NEW-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NEW-STU-ID
               ALTERNATE KEY IS NEW-STU-INSERTDATE
               WITH DUPLICATES
               ALTERNATE KEY IS NEW-STU-NAME
               WITH DUPLICATES
               ALTERNATE KEY IS NEW-STU-COURSE
               WITH DUPLICATES
               ALTERNATE KEY IS NEW-STU-SOUNDEX
               WITH DUPLICATES.

      *    EVERY LINE-SEQUENTIAL FILE GOES THROUGH THE ONE PAIR.
           SELECT CONVERT-SEQ-IN-FILE ASSIGN TO WS-LIVE-FILE-NAME
               FILE STATUS IS SQI-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONVERT-SEQ-OUT-FILE ASSIGN TO WS-TARGET-FILE-NAME
               FILE STATUS IS NEW-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONVERT-PARM-FILE ASSIGN TO '../PRGB0163.PARM'
               FILE STATUS IS PRM-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONVERT-REPORT-FILE ASSIGN TO '../PRGB0163.PRT'
               FILE STATUS IS PRT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY SGNSEL.

           COPY RUNSEL.

       DATA DIVISION.
       FILE SECTION.

       FD TERM-MASTER-FILE.
       COPY TRMFD.

       FD OLD-ACM-FILE.
       01  OLD-ACM-RECORD.
           05 OLD-ACM-KEY                   PIC X(5).
           05 FILLER                        PIC X(44).

       FD NEW-ACM-FILE.
       01  NEW-ACM-RECORD.
           05 NEW-ACM-KEY                   PIC X(7).
           05 FILLER                        PIC X(44).

       FD OLD-ADN-FILE.
       01  OLD-ADN-RECORD.
           05 OLD-ADN-KEY                   PIC X(18).
           05 FILLER                        PIC X(86).

       FD NEW-ADN-FILE.
       01  NEW-ADN-RECORD.
           05 NEW-ADN-KEY                   PIC X(20).
           05 FILLER                        PIC X(86).

       FD OLD-ADR-FILE.
       01  OLD-ADR-RECORD.
           05 OLD-ADR-KEY.
               10 OLD-ADR-STUDENT-ID        PIC X(4).
               10 FILLER                    PIC X.
           05 FILLER                        PIC X(59).

       FD NEW-ADR-FILE.
       01  NEW-ADR-RECORD.
           05 NEW-ADR-KEY.
               10 NEW-ADR-STUDENT-ID        PIC X(6).
               10 FILLER                    PIC X.
           05 FILLER                        PIC X(59).

       FD OLD-ADV-FILE.
       01  OLD-ADV-RECORD.
           05 OLD-ADV-STUDENT-ID            PIC X(4).
           05 FILLER                        PIC X.
           05 OLD-ADV-INSTRUCTOR-ID         PIC X(4).
           05 FILLER                        PIC X(18).

       FD NEW-ADV-FILE.
       01  NEW-ADV-RECORD.
           05 NEW-ADV-STUDENT-ID            PIC X(6).
           05 FILLER                        PIC X.
           05 NEW-ADV-INSTRUCTOR-ID         PIC X(4).
           05 FILLER                        PIC X(18).

       FD OLD-ALU-FILE.
       01  OLD-ALU-RECORD.
           05 OLD-ALU-STUDENT-ID            PIC X(4).
           05 FILLER                        PIC X(84).

       FD NEW-ALU-FILE.
       01  NEW-ALU-RECORD.
           05 NEW-ALU-STUDENT-ID            PIC X(6).
           05 FILLER                        PIC X(84).

       FD OLD-APT-FILE.
       01  OLD-APT-RECORD.
           05 OLD-APT-KEY                   PIC X(14).
           05 FILLER                        PIC X(30).

       FD NEW-APT-FILE.
       01  NEW-APT-RECORD.
           05 NEW-APT-KEY                   PIC X(16).
           05 FILLER                        PIC X(30).

       FD OLD-ATT-FILE.
       01  OLD-ATT-RECORD.
           05 OLD-ATT-KEY.
               10 OLD-ATT-STUDENT-ID        PIC X(4).
               10 FILLER                    PIC X(23).
           05 FILLER                        PIC X(13).

       FD NEW-ATT-FILE.
       01  NEW-ATT-RECORD.
           05 NEW-ATT-KEY.
               10 NEW-ATT-STUDENT-ID        PIC X(6).
               10 FILLER                    PIC X(23).
           05 FILLER                        PIC X(13).

       FD OLD-CHG-FILE.
       01  OLD-CHG-RECORD.
           05 OLD-CHG-KEY                   PIC X(10).
           05 FILLER                        PIC X(53).

       FD NEW-CHG-FILE.
       01  NEW-CHG-RECORD.
           05 NEW-CHG-KEY                   PIC X(12).
           05 FILLER                        PIC X(53).

       FD OLD-CLR-FILE.
       01  OLD-CLR-RECORD.
           05 OLD-CLR-KEY                   PIC X(7).
           05 FILLER                        PIC X(71).

       FD NEW-CLR-FILE.
       01  NEW-CLR-RECORD.
           05 NEW-CLR-KEY                   PIC X(9).
           05 FILLER                        PIC X(71).

       FD OLD-CON-FILE.
       01  OLD-CON-RECORD.
           05 OLD-CON-KEY.
               10 OLD-CON-STUDENT-ID        PIC X(4).
               10 FILLER                    PIC X(2).
           05 FILLER                        PIC X(49).

       FD NEW-CON-FILE.
       01  NEW-CON-RECORD.
           05 NEW-CON-KEY.
               10 NEW-CON-STUDENT-ID        PIC X(6).
               10 FILLER                    PIC X(2).
           05 FILLER                        PIC X(49).

       FD OLD-ENR-FILE.
       01  OLD-ENR-RECORD.
           05 OLD-ENR-KEY.
               10 OLD-ENR-STUDENT-ID        PIC X(4).
               10 OLD-ENR-COURSE-TERM       PIC X(25).
           05 FILLER                        PIC X(11).

       FD NEW-ENR-FILE.
       01  NEW-ENR-RECORD.
           05 NEW-ENR-KEY.
               10 NEW-ENR-STUDENT-ID        PIC X(6).
               10 NEW-ENR-COURSE-TERM       PIC X(25).
           05 FILLER                        PIC X(11).

       FD OLD-GRD-FILE.
       01  OLD-GRD-RECORD.
           05 OLD-GRD-KEY.
               10 OLD-GRD-STUDENT-ID        PIC X(4).
               10 FILLER                    PIC X(25).
           05 FILLER                        PIC X(16).

       FD NEW-GRD-FILE.
       01  NEW-GRD-RECORD.
           05 NEW-GRD-KEY.
               10 NEW-GRD-STUDENT-ID        PIC X(6).
               10 FILLER                    PIC X(25).
           05 FILLER                        PIC X(16).

       FD OLD-HSG-FILE.
       01  OLD-HSG-RECORD.
           05 OLD-HSG-KEY                   PIC X(14).
           05 FILLER                        PIC X(67).

       FD NEW-HSG-FILE.
       01  NEW-HSG-RECORD.
           05 NEW-HSG-KEY                   PIC X(16).
           05 FILLER                        PIC X(67).

       FD OLD-MSC-FILE.
       01  OLD-MSC-RECORD.
           05 OLD-MSC-KEY                   PIC X(29).
           05 FILLER                        PIC X(115).

       FD NEW-MSC-FILE.
       01  NEW-MSC-RECORD.
           05 NEW-MSC-KEY                   PIC X(31).
           05 FILLER                        PIC X(115).

       FD OLD-PAY-FILE.
       01  OLD-PAY-RECORD.
           05 OLD-PAY-KEY                   PIC X(10).
           05 FILLER                        PIC X(52).

       FD NEW-PAY-FILE.
       01  NEW-PAY-RECORD.
           05 NEW-PAY-KEY                   PIC X(12).
           05 FILLER                        PIC X(52).

       FD OLD-PRF-FILE.
       01  OLD-PRF-RECORD.
           05 OLD-PRF-STUDENT-ID            PIC X(4).
           05 FILLER                        PIC X(46).

       FD NEW-PRF-FILE.
       01  NEW-PRF-RECORD.
           05 NEW-PRF-STUDENT-ID            PIC X(6).
           05 FILLER                        PIC X(46).

       FD OLD-SIN-FILE.
       01  OLD-SIN-RECORD.
           05 OLD-SIN-STUDENT-ID            PIC X(4).
           05 FILLER                        PIC X(28).

       FD NEW-SIN-FILE.
       01  NEW-SIN-RECORD.
           05 NEW-SIN-STUDENT-ID            PIC X(6).
           05 FILLER                        PIC X(28).

       FD OLD-STU-FILE.
       01  OLD-STU-RECORD.
           05 OLD-STU-ID                    PIC X(4).
           05 FILLER                        PIC X.
           05 OLD-STU-NAME                  PIC X(27).
           05 FILLER                        PIC X(10).
           05 OLD-STU-COURSE                PIC X(15).
           05 FILLER                        PIC X.
           05 OLD-STU-INSERTDATE            PIC X(8).
           05 FILLER                        PIC X(23).
           05 OLD-STU-SOUNDEX               PIC X(4).
           05 FILLER                        PIC X(21).

       FD NEW-STU-FILE.
       01  NEW-STU-RECORD.
           05 NEW-STU-ID                    PIC X(6).
           05 FILLER                        PIC X.
           05 NEW-STU-NAME                  PIC X(27).
           05 FILLER                        PIC X(10).
           05 NEW-STU-COURSE                PIC X(15).
           05 FILLER                        PIC X.
           05 NEW-STU-INSERTDATE            PIC X(8).
           05 FILLER                        PIC X(23).
           05 NEW-STU-SOUNDEX               PIC X(4).
           05 FILLER                        PIC X(21).

       FD CONVERT-SEQ-IN-FILE.
       01  SEQ-IN-RECORD                PIC X(250).

       FD CONVERT-SEQ-OUT-FILE.
       01  SEQ-OUT-RECORD               PIC X(250).

       FD CONVERT-PARM-FILE.
       01  CONVERT-PARM-RECORD.
           05 CVP-TARGET                PIC X(60).

       FD CONVERT-REPORT-FILE.
       01  REPORT-LINE                  PIC X(100).

       FD SIGNON-SESSION-FILE.
       COPY SGNFD.

       FD RUN-STATISTICS-FILE.
       COPY RUNFD.

       WORKING-STORAGE SECTION.


       01  RUN-FILE-STATUS   PIC XX.

       01  WS-RUN-STATS-AREAS.
           05  WS-RUN-PROGRAM      PIC X(8) VALUE 'PRGB0163'.
           05  WS-RUN-DATE         PIC 9(8) VALUE 0.
           05  WS-RUN-START-TIME   PIC 9(6) VALUE 0.
           05  WS-RUN-END-TIME     PIC 9(6) VALUE 0.
           05  WS-RUN-READ-COUNT   PIC 9(6) VALUE 0.
           05  WS-RUN-WRITE-COUNT  PIC 9(6) VALUE 0.
           05  WS-RUN-REJECT-COUNT PIC 9(6) VALUE 0.
       01  TRM-FILE-STATUS   PIC XX.
       01  OLD-FILE-STATUS   PIC XX.
       01  NEW-FILE-STATUS   PIC XX.
       01  SQI-FILE-STATUS   PIC XX.
       01  PRM-FILE-STATUS   PIC XX.
       01  PRT-FILE-STATUS   PIC XX.
       01  SGN-FILE-STATUS   PIC XX.

       COPY SGNWRK.

       01  WS-WORK-AREAS.
           05  WS-TARGET-DIR       PIC X(60)  VALUE SPACES.
           05  WS-LIVE-FILE-NAME   PIC X(100) VALUE SPACES.
           05  WS-TARGET-FILE-NAME PIC X(100) VALUE SPACES.
           05  WS-COPY-FILE        PIC X(30)  VALUE SPACES.
           05  WS-IN-STATUS        PIC XX     VALUE "00".
           05  WS-OUT-STATUS       PIC XX     VALUE "00".
           05  WS-COPY-EOF         PIC X      VALUE 'N'.
               88  COPY-EOF                   VALUE 'Y'.
           05  WS-RUN-RESULT       PIC X      VALUE 'Y'.
               88  RUN-OK                     VALUE 'Y'.
               88  RUN-FAILED                 VALUE 'N'.
           05  WS-SKIP-REPORT      PIC X      VALUE 'Y'.
               88  REPORT-SKIPPED-FILE        VALUE 'Y'.
               88  QUIET-SKIPPED-FILE         VALUE 'N'.
           05  WS-STEP             PIC 9(2)   VALUE 0.
           05  WS-SEQ-IDX          PIC 9(2)   VALUE 0.
           05  WS-FILE-READ        PIC 9(6)   VALUE 0.
           05  WS-FILE-WRITTEN     PIC 9(6)   VALUE 0.
           05  WS-FILE-WIDENED     PIC 9(6)   VALUE 0.
           05  WS-FILE-RESULT      PIC X(30)  VALUE SPACES.
           05  WS-LEFT-FOR-0152    PIC X      VALUE 'N'.
               88  FILE-LEFT-FOR-PRGB0152     VALUE 'Y'.
           05  WS-FILES-CONVERTED  PIC 9(4)   VALUE 0.
           05  WS-FILES-SKIPPED    PIC 9(4)   VALUE 0.
           05  WS-TOTAL-READ       PIC 9(6)   VALUE 0.
           05  WS-TOTAL-WRITTEN    PIC 9(6)   VALUE 0.
           05  WS-TOTAL-WIDENED    PIC 9(6)   VALUE 0.

      *    THE MARKER IS STAMPED TO THE HUNDREDTH OF A SECOND, SO A
      *    COPY OF IT READ BACK THROUGH ../ CAN ONLY BE THE ONE THIS
      *    RUN JUST WROTE.
       01  WS-MARKER-AREAS.
           05  WS-MARKER-FILE      PIC X(22)
               VALUE 'ID.CONVERT.MARKER'.
           05  WS-MARKER-TIME      PIC 9(8)   VALUE 0.
           05  WS-MARKER-TEXT      PIC X(60)  VALUE SPACES.

      *    THE INDEXED FILES, IN THE ORDER 2000-CONVERT-INDEXED-STEP
      *    TAKES THEM. THE STUDENT ID LEADS EVERY ONE OF THEM.
       01  WS-INDEXED-FILE-VALUES.
           05 FILLER PIC X(22) VALUE 'ACCOMMODATION.VSAM'.
           05 FILLER PIC X(22) VALUE 'ADVISING.NOTES'.
           05 FILLER PIC X(22) VALUE 'ADDRESS.VSAM'.
           05 FILLER PIC X(22) VALUE 'ADVISOR.VSAM'.
           05 FILLER PIC X(22) VALUE 'ALUMNI.VSAM'.
           05 FILLER PIC X(22) VALUE 'APPOINTMENT.VSAM'.
           05 FILLER PIC X(22) VALUE 'ATTENDANCE.VSAM'.
           05 FILLER PIC X(22) VALUE 'STUDENT.CHARGES'.
           05 FILLER PIC X(22) VALUE 'CLEARANCE.VSAM'.
           05 FILLER PIC X(22) VALUE 'CONTACT.VSAM'.
           05 FILLER PIC X(22) VALUE 'ENROLLMENT.VSAM'.
           05 FILLER PIC X(22) VALUE 'GRADE.VSAM'.
           05 FILLER PIC X(22) VALUE 'HOUSING.VSAM'.
           05 FILLER PIC X(22) VALUE 'MISCONDUCT.VSAM'.
           05 FILLER PIC X(22) VALUE 'STUDENT.PAYMENTS'.
           05 FILLER PIC X(22) VALUE 'PREFERRED.NAMES'.
           05 FILLER PIC X(22) VALUE 'STUDENT.SIN'.
           05 FILLER PIC X(22) VALUE 'STUDENT.VSAM'.
       01  WS-INDEXED-FILE-TABLE REDEFINES WS-INDEXED-FILE-VALUES.
           05  WS-IDX-FILE-NAME    PIC X(22) OCCURS 18 TIMES.

      *    LINE-SEQUENTIAL FILES CONVERTED: NAME, THE OLD COLUMN OF
      *    EACH STUDENT-ID FIELD (A SECOND ONE ONLY ON THE SUSPENSE
      *    FILE), THE RULE AND THE RECORD TYPE. RULE N WIDENS A LINE
      *    ONLY WHEN ITS ID COLUMN IS NUMERIC AND COPIES HEADER AND
      *    MARKER LINES AS THEY ARE; RULE A WIDENS EVERY LINE. A
      *    RECORD TYPE LIMITS THE WIDENING TO LINES OF THAT TYPE.
       01  WS-SEQ-FILE-VALUES.
           05 FILLER PIC X(30) VALUE 'GRADE.AMENDMENTS      001000N '.
           05 FILLER PIC X(30) VALUE 'ATTENDANCE.REVIEW     001000N '.
           05 FILLER PIC X(30) VALUE 'AUDIT.LOG             037000N '.
           05 FILLER PIC X(30) VALUE 'AWARD.MASTER          001000N '.
           05 FILLER PIC X(30) VALUE 'STUDENT.COMPLIANCE    001000N '.
           05 FILLER PIC X(30) VALUE 'DOCUMENT.REGISTER     021000N '.
           05 FILLER PIC X(30) VALUE 'EVENT.QUEUE           012000N '.
           05 FILLER PIC X(30) VALUE 'STUDENT.HISTORY       001000N '.
           05 FILLER PIC X(30) VALUE 'STUDENT.HOLDS         001000N '.
           05 FILLER PIC X(30) VALUE 'INCOMPLETE.CONTRACTS  001000N '.
           05 FILLER PIC X(30) VALUE 'STUDENT.LEAVES        001000N '.
           05 FILLER PIC X(30) VALUE 'OVERLOAD.APPROVALS    001000N '.
           05 FILLER PIC X(30) VALUE 'PROGRAM.CHANGES       001000N '.
           05 FILLER PIC X(30) VALUE 'STUDENT.PINS          001000N '.
           05 FILLER PIC X(30) VALUE 'PAYMENT.PLANS         001000N '.
           05 FILLER PIC X(30) VALUE 'REFUND.REGISTER       017000N '.
           05 FILLER PIC X(30) VALUE 'COMPONENT.SCORES      001000N '.
           05 FILLER PIC X(30) VALUE 'SPONSOR.LINKS         001000N '.
           05 FILLER PIC X(30) VALUE 'STUDENT.STANDING      001000N '.
           05 FILLER PIC X(30) VALUE 'PAYMENT.SUSPENSE      027095A '.
           05 FILLER PIC X(30) VALUE 'TRANSFER.UNMAPPED     001000N '.
           05 FILLER PIC X(30) VALUE 'TRANSCRIPT.REQUESTS   001000N '.
           05 FILLER PIC X(30) VALUE 'BAD.DEBT.WRITEOFFS    001000N '.
           05 FILLER PIC X(30) VALUE 'COURSE.WAITLIST       028000N '.
           05 FILLER PIC X(30) VALUE 'EXTERNAL.TRANSCRIPTS  001000N '.
           05 FILLER PIC X(30) VALUE 'STUDENTSEQUENTIAL.txt 001000N '.
           05 FILLER PIC X(30) VALUE 'STUDENT.NEXTID        001000N '.
           05 FILLER PIC X(30) VALUE 'STUDENT.RESTART       001000N '.
           05 FILLER PIC X(30) VALUE 'STUDENT.UNLOAD        001000N '.
           05 FILLER PIC X(30) VALUE 'STUDENT.UNLOAD.PREV   001000N '.
           05 FILLER PIC X(30) VALUE 'ARCHIVE.STUDENT       001000N '.
           05 FILLER PIC X(30) VALUE 'ARCHIVE.ENROLL        001000N '.
           05 FILLER PIC X(30) VALUE 'ARCHIVE.GRADE         001000N '.
           05 FILLER PIC X(30) VALUE 'ARCHIVE.CONTACT       001000N '.
           05 FILLER PIC X(30) VALUE 'ARCHIVE.CHARGES       001000N '.
           05 FILLER PIC X(30) VALUE 'ARCHIVE.PAYMENTS      001000N '.
           05 FILLER PIC X(30) VALUE 'RECOVERY.JOURNAL      031000N '.
           05 FILLER PIC X(30) VALUE 'LMS.SENT              035000N '.
           05 FILLER PIC X(30) VALUE 'LMS.IMAGE             035000N '.
           05 FILLER PIC X(30) VALUE 'TRANSCRIPT.FULFILLLOG 001000N '.
           05 FILLER PIC X(30) VALUE 'STUDENT.UPDATES       001000N '.
           05 FILLER PIC X(30) VALUE 'GRADESHEET.TXN        003000ND'.
           05 FILLER PIC X(30) VALUE 'LETTER.SELECTS        001000N '.
       01  WS-SEQ-FILE-TABLE REDEFINES WS-SEQ-FILE-VALUES.
           05  WS-SEQ-ENTRY OCCURS 43 TIMES.
               10  WS-SEQ-E-NAME   PIC X(22).
               10  WS-SEQ-E-OFFSET-1 PIC 9(3).
               10  WS-SEQ-E-OFFSET-2 PIC 9(3).
               10  WS-SEQ-E-RULE   PIC X.
               10  WS-SEQ-E-TYPE   PIC X.

      *    TERMS WITH A POSSIBLE CENSUS COPY, FROM TERM.MASTER.
       01  WS-TERM-AREAS.
           05  WS-TERM-COUNT       PIC 9(3)   VALUE 0.
           05  WS-TERM-IDX         PIC 9(3)   VALUE 0.
           05  WS-TERM-EOF         PIC X      VALUE 'N'.
               88  TERM-EOF                   VALUE 'Y'.
           05  WS-TERM-CODE        PIC X(10)  OCCURS 200 TIMES.

      *    ONE RECORD BEFORE AND AFTER WIDENING. THE ID COLUMNS ARE
      *    GIVEN IN THE OLD LAYOUT, IN ASCENDING ORDER.
       01  WS-WIDEN-AREAS.
           05  WS-ID-OFFSET-1      PIC 9(3)   VALUE 0.
           05  WS-ID-OFFSET-2      PIC 9(3)   VALUE 0.
           05  WS-WIDEN-RULE       PIC X      VALUE 'A'.
               88  WIDEN-EVERY-LINE           VALUE 'A'.
               88  WIDEN-NUMERIC-ONLY         VALUE 'N'.
           05  WS-WIDEN-TYPE       PIC X      VALUE SPACE.
           05  WS-ID-POS           PIC 9(3)   VALUE 0.
           05  WS-FROM-POS         PIC 9(3)   VALUE 0.
           05  WS-TO-POS           PIC 9(3)   VALUE 0.
           05  WS-PIECE-LEN        PIC 9(3)   VALUE 0.
           05  WS-OLD-ID           PIC X(4)   VALUE SPACES.
           05  WS-OLD-ID-NUM REDEFINES WS-OLD-ID PIC 9(4).
           05  WS-NEW-ID           PIC X(6)   VALUE SPACES.
           05  WS-NEW-ID-NUM REDEFINES WS-NEW-ID PIC 9(6).
       01  WS-OLD-IMAGE            PIC X(250).
       01  WS-NEW-IMAGE            PIC X(250).

       01  WS-PRINT-LINE             PIC X(100).

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.


           PERFORM 0850-INIT-RUN-STATS.
           PERFORM 0800-READ-SIGNON.
           DISPLAY "===== STUDENT-ID CONVERSION TO SIX DIGITS =====".

           PERFORM 1050-GET-TARGET.

           OPEN OUTPUT CONVERT-REPORT-FILE.
           IF PRT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PRGB0163.PRT (STATUS = "
                   PRT-FILE-STATUS ")"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'STUDENT-ID CONVERSION TO ' DELIMITED BY SIZE
                  WS-TARGET-DIR DELIMITED BY SPACE
                  '  RUN ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  '  BY ' DELIMITED BY SIZE
                  WS-SIGNON-USER DELIMITED BY SPACE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE '---------------------------------------------------'
               TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.

           PERFORM 1100-GUARD-TARGET.
           IF RUN-OK
               PERFORM 1130-CHECK-NOT-CONVERTED
           END-IF.

           IF RUN-OK
               MOVE SPACES TO WS-PRINT-LINE
               MOVE 'FILE' TO WS-PRINT-LINE (1:4)
               MOVE 'RECORDS  WIDENED   RESULT'
                   TO WS-PRINT-LINE (32:25)
               PERFORM 1060-PRINT-LINE
               MOVE '------------------------------------------------'
                   TO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
               PERFORM 2000-CONVERT-INDEXED-STEP
                   VARYING WS-STEP FROM 1 BY 1
                   UNTIL WS-STEP > 18 OR RUN-FAILED
               PERFORM 2500-CONVERT-CENSUS-COPIES
               PERFORM 3000-CONVERT-SEQUENTIAL-FILE
                   VARYING WS-SEQ-IDX FROM 1 BY 1
                   UNTIL WS-SEQ-IDX > 43 OR RUN-FAILED
               PERFORM 6000-PRINT-TOTALS
           END-IF.

           CLOSE CONVERT-REPORT-FILE.

           IF RUN-FAILED
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "SEE ../PRGB0163.PRT FOR THE CONVERSION LOG".
           MOVE WS-TOTAL-READ TO WS-RUN-READ-COUNT.
           MOVE WS-TOTAL-WRITTEN TO WS-RUN-WRITE-COUNT.
           MOVE 0 TO WS-RUN-REJECT-COUNT.
           PERFORM 0860-WRITE-RUN-STATS.

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

       0850-INIT-RUN-STATS.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.

       0850-END.

      *    ONE RUN-STATISTICS LINE PER COMPLETED RUN; A STEP THAT
      *    DIED BEFORE ITS SUMMARY LEAVES NO LINE, WHICH THE MORNING
      *    DASHBOARD REPORTS AS A MISSING STEP.
       0860-WRITE-RUN-STATS.

           OPEN EXTEND RUN-STATISTICS-FILE.
           IF RUN-FILE-STATUS NOT = "00"
               OPEN OUTPUT RUN-STATISTICS-FILE
           END-IF.

           IF RUN-FILE-STATUS = "00"
               MOVE WS-RUN-PROGRAM TO RUN-PROGRAM
               MOVE ',' TO RUN-SEPARATOR1
               MOVE WS-RUN-DATE TO RUN-DATE
               MOVE ',' TO RUN-SEPARATOR2
               MOVE WS-RUN-START-TIME TO RUN-START-TIME
               MOVE ',' TO RUN-SEPARATOR3
               ACCEPT WS-RUN-END-TIME FROM TIME
               MOVE WS-RUN-END-TIME TO RUN-END-TIME
               MOVE ',' TO RUN-SEPARATOR4
               MOVE WS-RUN-READ-COUNT TO RUN-RECORDS-READ
               MOVE ',' TO RUN-SEPARATOR5
               MOVE WS-RUN-WRITE-COUNT TO RUN-RECORDS-WRITTEN
               MOVE ',' TO RUN-SEPARATOR6
               MOVE WS-RUN-REJECT-COUNT TO RUN-RECORDS-REJECTED
               MOVE ',' TO RUN-SEPARATOR7
               IF RUN-OK
                   MOVE 'OK  ' TO RUN-FINAL-STATUS
               ELSE
                   MOVE 'FAIL' TO RUN-FINAL-STATUS
               END-IF
               WRITE RUN-STATISTICS-RECORD
               CLOSE RUN-STATISTICS-FILE
           END-IF.

       0860-END.

      *    RUN UNATTENDED IF A PARAMETER FILE IS PRESENT, OTHERWISE
      *    FALL BACK TO THE INTERACTIVE PROMPT.
       1050-GET-TARGET.

           OPEN INPUT CONVERT-PARM-FILE.
           IF PRM-FILE-STATUS = "00"
               READ CONVERT-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CVP-TARGET TO WS-TARGET-DIR
               END-READ
               CLOSE CONVERT-PARM-FILE
           END-IF.

           IF WS-TARGET-DIR = SPACES
               DISPLAY "ENTER STAGING DIRECTORY FOR CONVERTED FILES >>"
               ACCEPT WS-TARGET-DIR
           END-IF.

       1050-END.

       1060-PRINT-LINE.

           DISPLAY WS-PRINT-LINE.
           WRITE REPORT-LINE FROM WS-PRINT-LINE.

       1060-END.

      *    NOTHING IS WRITTEN UNTIL THE STAGING DIRECTORY IS PROVED
      *    NOT TO BE THE PRODUCTION DIRECTORY. THE OBVIOUS SPELLINGS
      *    ARE REFUSED OUTRIGHT; ANY OTHER PATH THAT LANDS ON
      *    PRODUCTION (ABSOLUTE, ./.., A LINK) IS CAUGHT BY THE MARKER
      *    TEST.
       1100-GUARD-TARGET.

           IF WS-TARGET-DIR = SPACES
                   OR WS-TARGET-DIR = '..'
                   OR WS-TARGET-DIR = '../'
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'REFUSED - NO STAGING DIRECTORY, OR THE '
                   DELIMITED BY SIZE
                   'PRODUCTION DIRECTORY, WAS NAMED.' DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
               SET RUN-FAILED TO TRUE
           ELSE
               PERFORM 1110-WRITE-MARKER
               IF RUN-OK
                   PERFORM 1120-CHECK-PRODUCTION-MARKER
               END-IF
           END-IF.

       1100-END.

       1110-WRITE-MARKER.

           ACCEPT WS-MARKER-TIME FROM TIME.
           MOVE SPACES TO WS-MARKER-TEXT.
           STRING 'ID CONVERSION BY PRGB0163 ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-MARKER-TIME DELIMITED BY SIZE
               INTO WS-MARKER-TEXT.

           MOVE WS-MARKER-FILE TO WS-COPY-FILE.
           PERFORM 1900-START-FILE.

           OPEN OUTPUT CONVERT-SEQ-OUT-FILE.
           IF NEW-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'REFUSED - STAGING DIRECTORY NOT AVAILABLE '
                   DELIMITED BY SIZE
                   '(STATUS ' DELIMITED BY SIZE
                   NEW-FILE-STATUS DELIMITED BY SIZE
                   ')' DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
               SET RUN-FAILED TO TRUE
           ELSE
               WRITE SEQ-OUT-RECORD FROM WS-MARKER-TEXT
               CLOSE CONVERT-SEQ-OUT-FILE
           END-IF.

       1110-END.

      *    IF THE MARKER JUST WRITTEN TO THE STAGING DIRECTORY CAN BE
      *    READ BACK THROUGH ../ THE STAGING DIRECTORY IS PRODUCTION.
       1120-CHECK-PRODUCTION-MARKER.

           OPEN INPUT CONVERT-SEQ-IN-FILE.
           IF SQI-FILE-STATUS = "00"
               MOVE SPACES TO SEQ-IN-RECORD
               READ CONVERT-SEQ-IN-FILE
                   AT END
                       CONTINUE
               END-READ
               IF SEQ-IN-RECORD = WS-MARKER-TEXT
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING 'REFUSED - ' DELIMITED BY SIZE
                       WS-TARGET-DIR DELIMITED BY SPACE
                       ' IS THE PRODUCTION DIRECTORY.'
                       DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   PERFORM 1060-PRINT-LINE
                   SET RUN-FAILED TO TRUE
               END-IF
               CLOSE CONVERT-SEQ-IN-FILE
           END-IF.

       1120-END.

      *    A SECOND RUN AGAINST FILES ALREADY CONVERTED WOULD WIDEN
      *    EVERY ID AGAIN. THE LAST-ISSUED ID IS THE WHOLE OF
      *    STUDENT.NEXTID, SO ANYTHING PAST COLUMN 4 MEANS PRODUCTION
      *    IS ALREADY IN THE SIX-DIGIT LAYOUT.
       1130-CHECK-NOT-CONVERTED.

           MOVE 'STUDENT.NEXTID' TO WS-COPY-FILE.
           PERFORM 1900-START-FILE.

           OPEN INPUT CONVERT-SEQ-IN-FILE.
           IF SQI-FILE-STATUS = "00"
               MOVE SPACES TO SEQ-IN-RECORD
               READ CONVERT-SEQ-IN-FILE
                   AT END
                       CONTINUE
               END-READ
               IF SEQ-IN-RECORD (5:2) NOT = SPACES
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING 'REFUSED - STUDENT.NEXTID IS ALREADY IN '
                       DELIMITED BY SIZE
                       'THE SIX-DIGIT LAYOUT.' DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   PERFORM 1060-PRINT-LINE
                   SET RUN-FAILED TO TRUE
               END-IF
               CLOSE CONVERT-SEQ-IN-FILE
           END-IF.

       1130-END.

      *    THE PRODUCTION AND STAGING NAMES FOR ONE FILE.
       1900-START-FILE.

           MOVE 0 TO WS-FILE-READ.
           MOVE 0 TO WS-FILE-WRITTEN.
           MOVE 0 TO WS-FILE-WIDENED.
           MOVE "00" TO WS-IN-STATUS.
           MOVE "00" TO WS-OUT-STATUS.
           MOVE 'N' TO WS-COPY-EOF.

           MOVE SPACES TO WS-LIVE-FILE-NAME.
           STRING '../' DELIMITED BY SIZE
                  WS-COPY-FILE DELIMITED BY SPACE
               INTO WS-LIVE-FILE-NAME.

           MOVE SPACES TO WS-TARGET-FILE-NAME.
           STRING WS-TARGET-DIR DELIMITED BY SPACE
                  '/' DELIMITED BY SIZE
                  WS-COPY-FILE DELIMITED BY SPACE
               INTO WS-TARGET-FILE-NAME.

       1900-END.

      *    A FILE NOT YET CREATED IN PRODUCTION IS SKIPPED; ANY OTHER
      *    OPEN, READ OR WRITE FAILURE STOPS THE CONVERSION. A TERM
      *    WITH NO CENSUS COPY IS PASSED OVER WITHOUT A LINE.
       1950-END-FILE.

           EVALUATE TRUE
               WHEN WS-IN-STATUS = "35"
                   MOVE 'NOT IN PRODUCTION - SKIPPED' TO WS-FILE-RESULT
                   IF REPORT-SKIPPED-FILE
                       ADD 1 TO WS-FILES-SKIPPED
                   END-IF
               WHEN FILE-LEFT-FOR-PRGB0152
                   MOVE 'CONVERTED BY PRGB0152' TO WS-FILE-RESULT
                   ADD 1 TO WS-FILES-SKIPPED
               WHEN WS-IN-STATUS NOT = "00"
                   MOVE SPACES TO WS-FILE-RESULT
                   STRING 'READ FAILED (STATUS ' DELIMITED BY SIZE
                       WS-IN-STATUS DELIMITED BY SIZE
                       ')' DELIMITED BY SIZE
                       INTO WS-FILE-RESULT
                   SET RUN-FAILED TO TRUE
               WHEN WS-OUT-STATUS NOT = "00"
                   MOVE SPACES TO WS-FILE-RESULT
                   STRING 'WRITE FAILED (STATUS ' DELIMITED BY SIZE
                       WS-OUT-STATUS DELIMITED BY SIZE
                       ')' DELIMITED BY SIZE
                       INTO WS-FILE-RESULT
                   SET RUN-FAILED TO TRUE
               WHEN OTHER
                   MOVE 'CONVERTED' TO WS-FILE-RESULT
                   ADD 1 TO WS-FILES-CONVERTED
           END-EVALUATE.

           ADD WS-FILE-READ TO WS-TOTAL-READ.
           ADD WS-FILE-WRITTEN TO WS-TOTAL-WRITTEN.
           ADD WS-FILE-WIDENED TO WS-TOTAL-WIDENED.

           IF WS-IN-STATUS NOT = "35" OR REPORT-SKIPPED-FILE
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-COPY-FILE TO WS-PRINT-LINE (1:30)
               MOVE WS-FILE-WRITTEN TO WS-PRINT-LINE (32:6)
               MOVE WS-FILE-WIDENED TO WS-PRINT-LINE (41:6)
               MOVE WS-FILE-RESULT TO WS-PRINT-LINE (51:30)
               PERFORM 1060-PRINT-LINE
           END-IF.

       1950-END.

       1960-CHECK-WRITE.

           IF NEW-FILE-STATUS NOT = "00"
               MOVE NEW-FILE-STATUS TO WS-OUT-STATUS
               SET COPY-EOF TO TRUE
           ELSE
               ADD 1 TO WS-FILE-WRITTEN
           END-IF.

       1960-END.

      *    EVERY INDEXED FILE CARRIES ITS STUDENT ID AS A NUMBER IN
      *    COLUMN 1, SO EVERY RECORD IS WIDENED THE SAME WAY. THE
      *    SIX-DIGIT KEYS SORT IN THE SAME ORDER AS THE FOUR-DIGIT
      *    ONES, SO THE RECORDS ARE WRITTEN IN KEY ORDER AS READ.
       2000-CONVERT-INDEXED-STEP.

           MOVE WS-IDX-FILE-NAME (WS-STEP) TO WS-COPY-FILE.
           PERFORM 1900-START-FILE.
           MOVE 1 TO WS-ID-OFFSET-1.
           MOVE 0 TO WS-ID-OFFSET-2.
           MOVE 'A' TO WS-WIDEN-RULE.
           MOVE 'N' TO WS-LEFT-FOR-0152.

           EVALUATE WS-STEP
               WHEN 1
                   PERFORM 2010-CONVERT-ACM
               WHEN 2
                   PERFORM 2020-CONVERT-ADN
               WHEN 3
                   PERFORM 2030-CONVERT-ADR
               WHEN 4
                   PERFORM 2040-CONVERT-ADV
               WHEN 5
                   PERFORM 2050-CONVERT-ALU
               WHEN 6
                   PERFORM 2060-CONVERT-APT
               WHEN 7
                   PERFORM 2070-CONVERT-ATT
               WHEN 8
                   PERFORM 2080-CONVERT-CHG
               WHEN 9
                   PERFORM 2090-CONVERT-CLR
               WHEN 10
                   PERFORM 2100-CONVERT-CON
               WHEN 11
                   PERFORM 2110-CONVERT-ENR
               WHEN 12
                   PERFORM 2120-CONVERT-GRD
               WHEN 13
                   PERFORM 2130-CONVERT-HSG
               WHEN 14
                   PERFORM 2140-CONVERT-MSC
               WHEN 15
                   PERFORM 2150-CONVERT-PAY
               WHEN 16
                   PERFORM 2160-CONVERT-PRF
               WHEN 17
                   PERFORM 2170-CONVERT-SIN
               WHEN 18
                   PERFORM 2180-CONVERT-STU
           END-EVALUATE.

           PERFORM 1950-END-FILE.

       2000-END.

       2010-CONVERT-ACM.

           OPEN INPUT OLD-ACM-FILE.
           MOVE OLD-FILE-STATUS TO WS-IN-STATUS.
           IF WS-IN-STATUS = "00"
               OPEN OUTPUT NEW-ACM-FILE
               MOVE NEW-FILE-STATUS TO WS-OUT-STATUS
               IF WS-OUT-STATUS = "00"
                   PERFORM 2015-CONVERT-ONE-ACM UNTIL COPY-EOF
                   CLOSE NEW-ACM-FILE
               END-IF
               CLOSE OLD-ACM-FILE
           END-IF.

       2010-END.

       2015-CONVERT-ONE-ACM.

           READ OLD-ACM-FILE NEXT RECORD
               AT END
                   SET COPY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   MOVE OLD-ACM-RECORD TO WS-OLD-IMAGE
                   PERFORM 4000-WIDEN-IMAGE
                   WRITE NEW-ACM-RECORD FROM WS-NEW-IMAGE
                   PERFORM 1960-CHECK-WRITE
           END-READ.

           IF OLD-FILE-STATUS > "10"
               MOVE OLD-FILE-STATUS TO WS-IN-STATUS
               SET COPY-EOF TO TRUE
           END-IF.

       2015-END.

       2020-CONVERT-ADN.

           OPEN INPUT OLD-ADN-FILE.
           MOVE OLD-FILE-STATUS TO WS-IN-STATUS.
           IF WS-IN-STATUS = "00"
               OPEN OUTPUT NEW-ADN-FILE
               MOVE NEW-FILE-STATUS TO WS-OUT-STATUS
               IF WS-OUT-STATUS = "00"
                   PERFORM 2025-CONVERT-ONE-ADN UNTIL COPY-EOF
                   CLOSE NEW-ADN-FILE
               END-IF
               CLOSE OLD-ADN-FILE
           END-IF.

       2020-END.

       2025-CONVERT-ONE-ADN.

           READ OLD-ADN-FILE NEXT RECORD
               AT END
                   SET COPY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   MOVE OLD-ADN-RECORD TO WS-OLD-IMAGE
                   PERFORM 4000-WIDEN-IMAGE
                   WRITE NEW-ADN-RECORD FROM WS-NEW-IMAGE
                   PERFORM 1960-CHECK-WRITE
           END-READ.

           IF OLD-FILE-STATUS > "10"
               MOVE OLD-FILE-STATUS TO WS-IN-STATUS
               SET COPY-EOF TO TRUE
           END-IF.

       2025-END.

       2030-CONVERT-ADR.

           OPEN INPUT OLD-ADR-FILE.
           MOVE OLD-FILE-STATUS TO WS-IN-STATUS.
           IF WS-IN-STATUS = "00"
               OPEN OUTPUT NEW-ADR-FILE
               MOVE NEW-FILE-STATUS TO WS-OUT-STATUS
               IF WS-OUT-STATUS = "00"
                   PERFORM 2035-CONVERT-ONE-ADR UNTIL COPY-EOF
                   CLOSE NEW-ADR-FILE
               END-IF
               CLOSE OLD-ADR-FILE
           END-IF.

       2030-END.

       2035-CONVERT-ONE-ADR.

           READ OLD-ADR-FILE NEXT RECORD
               AT END
                   SET COPY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   MOVE OLD-ADR-RECORD TO WS-OLD-IMAGE
                   PERFORM 4000-WIDEN-IMAGE
                   WRITE NEW-ADR-RECORD FROM WS-NEW-IMAGE
                   PERFORM 1960-CHECK-WRITE
           END-READ.

           IF OLD-FILE-STATUS > "10"
               MOVE OLD-FILE-STATUS TO WS-IN-STATUS
               SET COPY-EOF TO TRUE
           END-IF.

       2035-END.

       2040-CONVERT-ADV.

           OPEN INPUT OLD-ADV-FILE.
           MOVE OLD-FILE-STATUS TO WS-IN-STATUS.
           IF WS-IN-STATUS = "00"
               OPEN OUTPUT NEW-ADV-FILE
               MOVE NEW-FILE-STATUS TO WS-OUT-STATUS
               IF WS-OUT-STATUS = "00"
                   PERFORM 2045-CONVERT-ONE-ADV UNTIL COPY-EOF
                   CLOSE NEW-ADV-FILE
               END-IF
               CLOSE OLD-ADV-FILE
           END-IF.

       2040-END.

       2045-CONVERT-ONE-ADV.

           READ OLD-ADV-FILE NEXT RECORD
               AT END
                   SET COPY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   MOVE OLD-ADV-RECORD TO WS-OLD-IMAGE
                   PERFORM 4000-WIDEN-IMAGE
                   WRITE NEW-ADV-RECORD FROM WS-NEW-IMAGE
                   PERFORM 1960-CHECK-WRITE
           END-READ.

           IF OLD-FILE-STATUS > "10"
               MOVE OLD-FILE-STATUS TO WS-IN-STATUS
               SET COPY-EOF TO TRUE
           END-IF.

       2045-END.

       2050-CONVERT-ALU.

           OPEN INPUT OLD-ALU-FILE.
           MOVE OLD-FILE-STATUS TO WS-IN-STATUS.
           IF WS-IN-STATUS = "00"
               OPEN OUTPUT NEW-ALU-FILE
               MOVE NEW-FILE-STATUS TO WS-OUT-STATUS
               IF WS-OUT-STATUS = "00"
                   PERFORM 2055-CONVERT-ONE-ALU UNTIL COPY-EOF
                   CLOSE NEW-ALU-FILE
               END-IF
               CLOSE OLD-ALU-FILE
           END-IF.

       2050-END.

       2055-CONVERT-ONE-ALU.

           READ OLD-ALU-FILE NEXT RECORD
               AT END
                   SET COPY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   MOVE OLD-ALU-RECORD TO WS-OLD-IMAGE
                   PERFORM 4000-WIDEN-IMAGE
                   WRITE NEW-ALU-RECORD FROM WS-NEW-IMAGE
                   PERFORM 1960-CHECK-WRITE
           END-READ.

           IF OLD-FILE-STATUS > "10"
               MOVE OLD-FILE-STATUS TO WS-IN-STATUS
               SET COPY-EOF TO TRUE
           END-IF.

       2055-END.

       2060-CONVERT-APT.

           OPEN INPUT OLD-APT-FILE.
           MOVE OLD-FILE-STATUS TO WS-IN-STATUS.
           IF WS-IN-STATUS = "00"
               OPEN OUTPUT NEW-APT-FILE
               MOVE NEW-FILE-STATUS TO WS-OUT-STATUS
               IF WS-OUT-STATUS = "00"
                   PERFORM 2065-CONVERT-ONE-APT UNTIL COPY-EOF
                   CLOSE NEW-APT-FILE
               END-IF
               CLOSE OLD-APT-FILE
           END-IF.

       2060-END.

       2065-CONVERT-ONE-APT.

           READ OLD-APT-FILE NEXT RECORD
               AT END
                   SET COPY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   MOVE OLD-APT-RECORD TO WS-OLD-IMAGE
                   PERFORM 4000-WIDEN-IMAGE
                   WRITE NEW-APT-RECORD FROM WS-NEW-IMAGE
                   PERFORM 1960-CHECK-WRITE
           END-READ.

           IF OLD-FILE-STATUS > "10"
               MOVE OLD-FILE-STATUS TO WS-IN-STATUS
               SET COPY-EOF TO TRUE
           END-IF.

       2065-END.

       2070-CONVERT-ATT.

           OPEN INPUT OLD-ATT-FILE.
           MOVE OLD-FILE-STATUS TO WS-IN-STATUS.
           IF WS-IN-STATUS = "00"
               OPEN OUTPUT NEW-ATT-FILE
               MOVE NEW-FILE-STATUS TO WS-OUT-STATUS
               IF WS-OUT-STATUS = "00"
                   PERFORM 2075-CONVERT-ONE-ATT UNTIL COPY-EOF
                   CLOSE NEW-ATT-FILE
               END-IF
               CLOSE OLD-ATT-FILE
           END-IF.

       2070-END.

       2075-CONVERT-ONE-ATT.

           READ OLD-ATT-FILE NEXT RECORD
               AT END
                   SET COPY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   MOVE OLD-ATT-RECORD TO WS-OLD-IMAGE
                   PERFORM 4000-WIDEN-IMAGE
                   WRITE NEW-ATT-RECORD FROM WS-NEW-IMAGE
                   PERFORM 1960-CHECK-WRITE
           END-READ.

           IF OLD-FILE-STATUS > "10"
               MOVE OLD-FILE-STATUS TO WS-IN-STATUS
               SET COPY-EOF TO TRUE
           END-IF.

       2075-END.

      *    AN OPEN REFUSED ON THE FILE'S ATTRIBUTES MEANS THE FILE IS
      *    NOT FOUR-DIGIT INDEXED - STILL LINE SEQUENTIAL, OR ALREADY
      *    SIX-DIGIT - AND SO IS PRGB0152'S TO CONVERT, NOT THIS RUN'S.
       2080-CONVERT-CHG.

           OPEN INPUT OLD-CHG-FILE.
           MOVE OLD-FILE-STATUS TO WS-IN-STATUS.
           IF WS-IN-STATUS = "39" OR WS-IN-STATUS = "30"
               SET FILE-LEFT-FOR-PRGB0152 TO TRUE
           END-IF.
           IF WS-IN-STATUS = "00"
               OPEN OUTPUT NEW-CHG-FILE
               MOVE NEW-FILE-STATUS TO WS-OUT-STATUS
               IF WS-OUT-STATUS = "00"
                   PERFORM 2085-CONVERT-ONE-CHG UNTIL COPY-EOF
                   CLOSE NEW-CHG-FILE
               END-IF
               CLOSE OLD-CHG-FILE
           END-IF.

       2080-END.

       2085-CONVERT-ONE-CHG.

           READ OLD-CHG-FILE NEXT RECORD
               AT END
                   SET COPY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   MOVE OLD-CHG-RECORD TO WS-OLD-IMAGE
                   PERFORM 4000-WIDEN-IMAGE
                   WRITE NEW-CHG-RECORD FROM WS-NEW-IMAGE
                   PERFORM 1960-CHECK-WRITE
           END-READ.

           IF OLD-FILE-STATUS > "10"
               MOVE OLD-FILE-STATUS TO WS-IN-STATUS
               SET COPY-EOF TO TRUE
           END-IF.

       2085-END.

       2090-CONVERT-CLR.

           OPEN INPUT OLD-CLR-FILE.
           MOVE OLD-FILE-STATUS TO WS-IN-STATUS.
           IF WS-IN-STATUS = "00"
               OPEN OUTPUT NEW-CLR-FILE
               MOVE NEW-FILE-STATUS TO WS-OUT-STATUS
               IF WS-OUT-STATUS = "00"
                   PERFORM 2095-CONVERT-ONE-CLR UNTIL COPY-EOF
                   CLOSE NEW-CLR-FILE
               END-IF
               CLOSE OLD-CLR-FILE
           END-IF.

       2090-END.

       2095-CONVERT-ONE-CLR.

           READ OLD-CLR-FILE NEXT RECORD
               AT END
                   SET COPY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   MOVE OLD-CLR-RECORD TO WS-OLD-IMAGE
                   PERFORM 4000-WIDEN-IMAGE
                   WRITE NEW-CLR-RECORD FROM WS-NEW-IMAGE
                   PERFORM 1960-CHECK-WRITE
           END-READ.

           IF OLD-FILE-STATUS > "10"
               MOVE OLD-FILE-STATUS TO WS-IN-STATUS
               SET COPY-EOF TO TRUE
           END-IF.

       2095-END.

       2100-CONVERT-CON.

           OPEN INPUT OLD-CON-FILE.
           MOVE OLD-FILE-STATUS TO WS-IN-STATUS.
           IF WS-IN-STATUS = "00"
               OPEN OUTPUT NEW-CON-FILE
               MOVE NEW-FILE-STATUS TO WS-OUT-STATUS
               IF WS-OUT-STATUS = "00"
                   PERFORM 2105-CONVERT-ONE-CON UNTIL COPY-EOF
                   CLOSE NEW-CON-FILE
               END-IF
               CLOSE OLD-CON-FILE
           END-IF.

       2100-END.

       2105-CONVERT-ONE-CON.

           READ OLD-CON-FILE NEXT RECORD
               AT END
                   SET COPY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   MOVE OLD-CON-RECORD TO WS-OLD-IMAGE
                   PERFORM 4000-WIDEN-IMAGE
                   WRITE NEW-CON-RECORD FROM WS-NEW-IMAGE
                   PERFORM 1960-CHECK-WRITE
           END-READ.

           IF OLD-FILE-STATUS > "10"
               MOVE OLD-FILE-STATUS TO WS-IN-STATUS
               SET COPY-EOF TO TRUE
           END-IF.

       2105-END.

       2110-CONVERT-ENR.

           OPEN INPUT OLD-ENR-FILE.
           MOVE OLD-FILE-STATUS TO WS-IN-STATUS.
           IF WS-IN-STATUS = "00"
               OPEN OUTPUT NEW-ENR-FILE
               MOVE NEW-FILE-STATUS TO WS-OUT-STATUS
               IF WS-OUT-STATUS = "00"
                   PERFORM 2115-CONVERT-ONE-ENR UNTIL COPY-EOF
                   CLOSE NEW-ENR-FILE
               END-IF
               CLOSE OLD-ENR-FILE
           END-IF.

       2110-END.

       2115-CONVERT-ONE-ENR.

           READ OLD-ENR-FILE NEXT RECORD
               AT END
                   SET COPY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   MOVE OLD-ENR-RECORD TO WS-OLD-IMAGE
                   PERFORM 4000-WIDEN-IMAGE
                   WRITE NEW-ENR-RECORD FROM WS-NEW-IMAGE
                   PERFORM 1960-CHECK-WRITE
           END-READ.

           IF OLD-FILE-STATUS > "10"
               MOVE OLD-FILE-STATUS TO WS-IN-STATUS
               SET COPY-EOF TO TRUE
           END-IF.

       2115-END.

       2120-CONVERT-GRD.

           OPEN INPUT OLD-GRD-FILE.
           MOVE OLD-FILE-STATUS TO WS-IN-STATUS.
           IF WS-IN-STATUS = "00"
               OPEN OUTPUT NEW-GRD-FILE
               MOVE NEW-FILE-STATUS TO WS-OUT-STATUS
               IF WS-OUT-STATUS = "00"
                   PERFORM 2125-CONVERT-ONE-GRD UNTIL COPY-EOF
                   CLOSE NEW-GRD-FILE
               END-IF
               CLOSE OLD-GRD-FILE
           END-IF.

       2120-END.

       2125-CONVERT-ONE-GRD.

           READ OLD-GRD-FILE NEXT RECORD
               AT END
                   SET COPY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   MOVE OLD-GRD-RECORD TO WS-OLD-IMAGE
                   PERFORM 4000-WIDEN-IMAGE
                   WRITE NEW-GRD-RECORD FROM WS-NEW-IMAGE
                   PERFORM 1960-CHECK-WRITE
           END-READ.

           IF OLD-FILE-STATUS > "10"
               MOVE OLD-FILE-STATUS TO WS-IN-STATUS
               SET COPY-EOF TO TRUE
           END-IF.

       2125-END.

       2130-CONVERT-HSG.

           OPEN INPUT OLD-HSG-FILE.
           MOVE OLD-FILE-STATUS TO WS-IN-STATUS.
           IF WS-IN-STATUS = "00"
               OPEN OUTPUT NEW-HSG-FILE
               MOVE NEW-FILE-STATUS TO WS-OUT-STATUS
               IF WS-OUT-STATUS = "00"
                   PERFORM 2135-CONVERT-ONE-HSG UNTIL COPY-EOF
                   CLOSE NEW-HSG-FILE
               END-IF
               CLOSE OLD-HSG-FILE
           END-IF.

       2130-END.

       2135-CONVERT-ONE-HSG.

           READ OLD-HSG-FILE NEXT RECORD
               AT END
                   SET COPY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   MOVE OLD-HSG-RECORD TO WS-OLD-IMAGE
                   PERFORM 4000-WIDEN-IMAGE
                   WRITE NEW-HSG-RECORD FROM WS-NEW-IMAGE
                   PERFORM 1960-CHECK-WRITE
           END-READ.

           IF OLD-FILE-STATUS > "10"
               MOVE OLD-FILE-STATUS TO WS-IN-STATUS
               SET COPY-EOF TO TRUE
           END-IF.

       2135-END.

       2140-CONVERT-MSC.

           OPEN INPUT OLD-MSC-FILE.
           MOVE OLD-FILE-STATUS TO WS-IN-STATUS.
           IF WS-IN-STATUS = "00"
               OPEN OUTPUT NEW-MSC-FILE
               MOVE NEW-FILE-STATUS TO WS-OUT-STATUS
               IF WS-OUT-STATUS = "00"
                   PERFORM 2145-CONVERT-ONE-MSC UNTIL COPY-EOF
                   CLOSE NEW-MSC-FILE
               END-IF
               CLOSE OLD-MSC-FILE
           END-IF.

       2140-END.

       2145-CONVERT-ONE-MSC.

           READ OLD-MSC-FILE NEXT RECORD
               AT END
                   SET COPY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   MOVE OLD-MSC-RECORD TO WS-OLD-IMAGE
                   PERFORM 4000-WIDEN-IMAGE
                   WRITE NEW-MSC-RECORD FROM WS-NEW-IMAGE
                   PERFORM 1960-CHECK-WRITE
           END-READ.

           IF OLD-FILE-STATUS > "10"
               MOVE OLD-FILE-STATUS TO WS-IN-STATUS
               SET COPY-EOF TO TRUE
           END-IF.

       2145-END.

      *    AS FOR THE CHARGES, A PAYMENT FILE THAT IS NOT FOUR-DIGIT
      *    INDEXED IS LEFT FOR PRGB0152.
       2150-CONVERT-PAY.

           OPEN INPUT OLD-PAY-FILE.
           MOVE OLD-FILE-STATUS TO WS-IN-STATUS.
           IF WS-IN-STATUS = "39" OR WS-IN-STATUS = "30"
               SET FILE-LEFT-FOR-PRGB0152 TO TRUE
           END-IF.
           IF WS-IN-STATUS = "00"
               OPEN OUTPUT NEW-PAY-FILE
               MOVE NEW-FILE-STATUS TO WS-OUT-STATUS
               IF WS-OUT-STATUS = "00"
                   PERFORM 2155-CONVERT-ONE-PAY UNTIL COPY-EOF
                   CLOSE NEW-PAY-FILE
               END-IF
               CLOSE OLD-PAY-FILE
           END-IF.

       2150-END.

       2155-CONVERT-ONE-PAY.

           READ OLD-PAY-FILE NEXT RECORD
               AT END
                   SET COPY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   MOVE OLD-PAY-RECORD TO WS-OLD-IMAGE
                   PERFORM 4000-WIDEN-IMAGE
                   WRITE NEW-PAY-RECORD FROM WS-NEW-IMAGE
                   PERFORM 1960-CHECK-WRITE
           END-READ.

           IF OLD-FILE-STATUS > "10"
               MOVE OLD-FILE-STATUS TO WS-IN-STATUS
               SET COPY-EOF TO TRUE
           END-IF.

       2155-END.

       2160-CONVERT-PRF.

           OPEN INPUT OLD-PRF-FILE.
           MOVE OLD-FILE-STATUS TO WS-IN-STATUS.
           IF WS-IN-STATUS = "00"
               OPEN OUTPUT NEW-PRF-FILE
               MOVE NEW-FILE-STATUS TO WS-OUT-STATUS
               IF WS-OUT-STATUS = "00"
                   PERFORM 2165-CONVERT-ONE-PRF UNTIL COPY-EOF
                   CLOSE NEW-PRF-FILE
               END-IF
               CLOSE OLD-PRF-FILE
           END-IF.

       2160-END.

       2165-CONVERT-ONE-PRF.

           READ OLD-PRF-FILE NEXT RECORD
               AT END
                   SET COPY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   MOVE OLD-PRF-RECORD TO WS-OLD-IMAGE
                   PERFORM 4000-WIDEN-IMAGE
                   WRITE NEW-PRF-RECORD FROM WS-NEW-IMAGE
                   PERFORM 1960-CHECK-WRITE
           END-READ.

           IF OLD-FILE-STATUS > "10"
               MOVE OLD-FILE-STATUS TO WS-IN-STATUS
               SET COPY-EOF TO TRUE
           END-IF.

       2165-END.

       2170-CONVERT-SIN.

           OPEN INPUT OLD-SIN-FILE.
           MOVE OLD-FILE-STATUS TO WS-IN-STATUS.
           IF WS-IN-STATUS = "00"
               OPEN OUTPUT NEW-SIN-FILE
               MOVE NEW-FILE-STATUS TO WS-OUT-STATUS
               IF WS-OUT-STATUS = "00"
                   PERFORM 2175-CONVERT-ONE-SIN UNTIL COPY-EOF
                   CLOSE NEW-SIN-FILE
               END-IF
               CLOSE OLD-SIN-FILE
           END-IF.

       2170-END.

       2175-CONVERT-ONE-SIN.

           READ OLD-SIN-FILE NEXT RECORD
               AT END
                   SET COPY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   MOVE OLD-SIN-RECORD TO WS-OLD-IMAGE
                   PERFORM 4000-WIDEN-IMAGE
                   WRITE NEW-SIN-RECORD FROM WS-NEW-IMAGE
                   PERFORM 1960-CHECK-WRITE
           END-READ.

           IF OLD-FILE-STATUS > "10"
               MOVE OLD-FILE-STATUS TO WS-IN-STATUS
               SET COPY-EOF TO TRUE
           END-IF.

       2175-END.

       2180-CONVERT-STU.

           OPEN INPUT OLD-STU-FILE.
           MOVE OLD-FILE-STATUS TO WS-IN-STATUS.
           IF WS-IN-STATUS = "00"
               OPEN OUTPUT NEW-STU-FILE
               MOVE NEW-FILE-STATUS TO WS-OUT-STATUS
               IF WS-OUT-STATUS = "00"
                   PERFORM 2185-CONVERT-ONE-STU UNTIL COPY-EOF
                   CLOSE NEW-STU-FILE
               END-IF
               CLOSE OLD-STU-FILE
           END-IF.

       2180-END.

       2185-CONVERT-ONE-STU.

           READ OLD-STU-FILE NEXT RECORD
               AT END
                   SET COPY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   MOVE OLD-STU-RECORD TO WS-OLD-IMAGE
                   PERFORM 4000-WIDEN-IMAGE
                   WRITE NEW-STU-RECORD FROM WS-NEW-IMAGE
                   PERFORM 1960-CHECK-WRITE
           END-READ.

           IF OLD-FILE-STATUS > "10"
               MOVE OLD-FILE-STATUS TO WS-IN-STATUS
               SET COPY-EOF TO TRUE
           END-IF.

       2185-END.

      *    EACH TERM'S FROZEN CENSUS COPIES HAVE THE STUDENT AND
      *    ENROLLMENT LAYOUTS. TERMS NOT YET FROZEN HAVE NONE.
       2500-CONVERT-CENSUS-COPIES.

           MOVE 0 TO WS-TERM-COUNT.
           OPEN INPUT TERM-MASTER-FILE.
           IF TRM-FILE-STATUS = "00"
               MOVE 'N' TO WS-TERM-EOF
               PERFORM 2505-LOAD-ONE-TERM UNTIL TERM-EOF
               CLOSE TERM-MASTER-FILE
           END-IF.

           SET QUIET-SKIPPED-FILE TO TRUE.
           PERFORM 2510-CONVERT-ONE-TERM
               VARYING WS-TERM-IDX FROM 1 BY 1
               UNTIL WS-TERM-IDX > WS-TERM-COUNT OR RUN-FAILED.
           SET REPORT-SKIPPED-FILE TO TRUE.

       2500-END.

       2505-LOAD-ONE-TERM.

           READ TERM-MASTER-FILE NEXT RECORD
               AT END
                   SET TERM-EOF TO TRUE
               NOT AT END
                   IF WS-TERM-COUNT < 200
                       ADD 1 TO WS-TERM-COUNT
                       MOVE TRM-CODE TO WS-TERM-CODE (WS-TERM-COUNT)
                   END-IF
           END-READ.

           IF TRM-FILE-STATUS > "10"
               SET TERM-EOF TO TRUE
           END-IF.

       2505-END.

       2510-CONVERT-ONE-TERM.

           MOVE 1 TO WS-ID-OFFSET-1.
           MOVE 0 TO WS-ID-OFFSET-2.
           MOVE 'A' TO WS-WIDEN-RULE.

           MOVE SPACES TO WS-COPY-FILE.
           STRING 'STUDENT.CENSUS.' DELIMITED BY SIZE
                  WS-TERM-CODE (WS-TERM-IDX) DELIMITED BY SPACE
               INTO WS-COPY-FILE.
           PERFORM 1900-START-FILE.
           PERFORM 2180-CONVERT-STU.
           PERFORM 1950-END-FILE.

           IF RUN-OK
               MOVE SPACES TO WS-COPY-FILE
               STRING 'ENROLLMENT.CENSUS.' DELIMITED BY SIZE
                      WS-TERM-CODE (WS-TERM-IDX) DELIMITED BY SPACE
                   INTO WS-COPY-FILE
               PERFORM 1900-START-FILE
               PERFORM 2110-CONVERT-ENR
               PERFORM 1950-END-FILE
           END-IF.

       2510-END.

       3000-CONVERT-SEQUENTIAL-FILE.

           MOVE WS-SEQ-E-NAME (WS-SEQ-IDX) TO WS-COPY-FILE.
           MOVE WS-SEQ-E-OFFSET-1 (WS-SEQ-IDX) TO WS-ID-OFFSET-1.
           MOVE WS-SEQ-E-OFFSET-2 (WS-SEQ-IDX) TO WS-ID-OFFSET-2.
           MOVE WS-SEQ-E-RULE (WS-SEQ-IDX) TO WS-WIDEN-RULE.
           MOVE WS-SEQ-E-TYPE (WS-SEQ-IDX) TO WS-WIDEN-TYPE.
           PERFORM 1900-START-FILE.

           OPEN INPUT CONVERT-SEQ-IN-FILE.
           MOVE SQI-FILE-STATUS TO WS-IN-STATUS.
           IF WS-IN-STATUS = "00"
               OPEN OUTPUT CONVERT-SEQ-OUT-FILE
               MOVE NEW-FILE-STATUS TO WS-OUT-STATUS
               IF WS-OUT-STATUS = "00"
                   PERFORM 3010-CONVERT-ONE-LINE UNTIL COPY-EOF
                   CLOSE CONVERT-SEQ-OUT-FILE
               END-IF
               CLOSE CONVERT-SEQ-IN-FILE
           END-IF.

           PERFORM 1950-END-FILE.

       3000-END.

       3010-CONVERT-ONE-LINE.

           MOVE SPACES TO SEQ-IN-RECORD.
           READ CONVERT-SEQ-IN-FILE
               AT END
                   SET COPY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   MOVE SEQ-IN-RECORD TO WS-OLD-IMAGE
                   PERFORM 3020-CHECK-LINE-TYPE
                   WRITE SEQ-OUT-RECORD FROM WS-NEW-IMAGE
                   PERFORM 1960-CHECK-WRITE
           END-READ.

           IF SQI-FILE-STATUS > "10"
               MOVE SQI-FILE-STATUS TO WS-IN-STATUS
               SET COPY-EOF TO TRUE
           END-IF.

       3010-END.

      *    A LINE OF ANOTHER RECORD TYPE, OR UNDER RULE N ONE WITH NO
      *    NUMBER IN ITS ID COLUMN, IS COPIED AS IT STANDS.
       3020-CHECK-LINE-TYPE.

           MOVE WS-ID-OFFSET-1 TO WS-ID-POS.
           EVALUATE TRUE
               WHEN WS-WIDEN-TYPE NOT = SPACE
                       AND WS-OLD-IMAGE (1:1) NOT = WS-WIDEN-TYPE
                   MOVE WS-OLD-IMAGE TO WS-NEW-IMAGE
               WHEN WIDEN-NUMERIC-ONLY
                       AND WS-OLD-IMAGE (WS-ID-POS:4) NOT NUMERIC
                   MOVE WS-OLD-IMAGE TO WS-NEW-IMAGE
               WHEN OTHER
                   PERFORM 4000-WIDEN-IMAGE
           END-EVALUATE.

       3020-END.

      *    REBUILD WS-OLD-IMAGE INTO WS-NEW-IMAGE WITH EACH FOUR-BYTE
      *    ID COLUMN OPENED OUT TO SIX AND EVERYTHING AFTER IT MOVED
      *    ALONG.
       4000-WIDEN-IMAGE.

           MOVE SPACES TO WS-NEW-IMAGE.
           MOVE 1 TO WS-FROM-POS.
           MOVE 1 TO WS-TO-POS.

           MOVE WS-ID-OFFSET-1 TO WS-ID-POS.
           PERFORM 4010-WIDEN-ONE-ID.
           IF WS-ID-OFFSET-2 > 0
               MOVE WS-ID-OFFSET-2 TO WS-ID-POS
               PERFORM 4010-WIDEN-ONE-ID
           END-IF.

           COMPUTE WS-PIECE-LEN = 251 - WS-TO-POS.
           MOVE WS-OLD-IMAGE (WS-FROM-POS:WS-PIECE-LEN)
               TO WS-NEW-IMAGE (WS-TO-POS:WS-PIECE-LEN).

           ADD 1 TO WS-FILE-WIDENED.

       4000-END.

      *    A NUMERIC ID KEEPS ITS VALUE WITH TWO LEADING ZEROS; A BLANK
      *    ONE STAYS BLANK AND ANY OTHER TEXT IS CARRIED AS KEYED.
       4010-WIDEN-ONE-ID.

           COMPUTE WS-PIECE-LEN = WS-ID-POS - WS-FROM-POS.
           IF WS-PIECE-LEN > 0
               MOVE WS-OLD-IMAGE (WS-FROM-POS:WS-PIECE-LEN)
                   TO WS-NEW-IMAGE (WS-TO-POS:WS-PIECE-LEN)
               ADD WS-PIECE-LEN TO WS-TO-POS
           END-IF.

           MOVE WS-OLD-IMAGE (WS-ID-POS:4) TO WS-OLD-ID.
           IF WS-OLD-ID IS NUMERIC
               MOVE WS-OLD-ID-NUM TO WS-NEW-ID-NUM
           ELSE
               MOVE WS-OLD-ID TO WS-NEW-ID
           END-IF.

           MOVE WS-NEW-ID TO WS-NEW-IMAGE (WS-TO-POS:6).
           ADD 6 TO WS-TO-POS.
           COMPUTE WS-FROM-POS = WS-ID-POS + 4.

       4010-END.

       6000-PRINT-TOTALS.

           MOVE '---------------------------------------------------'
               TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'FILES CONVERTED     : ' DELIMITED BY SIZE
                  WS-FILES-CONVERTED DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'FILES NOT IN PROD   : ' DELIMITED BY SIZE
                  WS-FILES-SKIPPED DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'RECORDS WRITTEN     : ' DELIMITED BY SIZE
                  WS-TOTAL-WRITTEN DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'RECORDS WIDENED     : ' DELIMITED BY SIZE
                  WS-TOTAL-WIDENED DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           IF RUN-FAILED
               MOVE 'CONVERSION STOPPED - STAGING IS INCOMPLETE.'
                   TO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
           ELSE
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'MOVE THE STAGED FILES OVER PRODUCTION, '
                   DELIMITED BY SIZE
                   'RECUT THE SNAPSHOTS, TAKE A BACKUP.'
                   DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
           END-IF.

       6000-END.

       END PROGRAM PRGB0163.
