      ******************************************************************
      * Author:
      * Date:
      * Purpose: Operator activity exception and segregation-of-
      *          duties report - a weekly sweep of AUDIT.LOG (WITH
      *          ANY MONTH-END SEGMENTS ../AUDIT.LYYYYMM THE PERIOD
      *          REACHES BACK INTO), STUDENT.PAYMENTS, STUDENT.HISTORY
      *          AND GRADE.AMENDMENTS THAT LISTS, BY OPERATOR (AUD-
      *          USER), EVERY RISKY PATTERN FOUND IN THE PERIOD:
      *          POST+VOID  A RECEIPT VOIDED BY THE OPERATOR WHO
      *                     POSTED IT (PAY-OPERATOR ON BOTH ROWS);
      *          PAY+IDCHG  AN OPERATOR WHO KEYED A STUDENT'S PAYMENT
      *                     ALSO CHANGED THAT STUDENT'S NAME OR DATE
      *                     OF BIRTH (PRGU0003, OR A LEGAL NAME CHANGE
      *                     THROUGH PRGU0160), OR MERGED THE RECORD;
      *          OFF-HOURS  A SIGN-ON OR MAINTENANCE ACTION BEFORE
      *                     OPENING, AFTER CLOSING, ON A WEEKEND OR ON
      *                     A HOLIDAY.CALENDAR DAY (VIEWS AND THE
      *                     NIGHTLY PRGB STEPS ARE NOT COUNTED);
      *          VIEWS      AN OPERATOR WHO VIEWED FAR MORE STUDENT
      *                     RECORDS IN A DAY THAN THE OTHER OPERATORS
      *                     WHO VIEWED RECORDS THAT DAY;
      *          SELF-APPR  A GRADE AMENDMENT APPROVED BY THE SAME
      *                     OPERATOR WHO REQUESTED IT.
      *          EACH FINDING NAMES THE OPERATOR, THE STUDENT AND
      *          RECORD, AND THE AUDIT SEQUENCE NUMBERS (AUD-SEQ) OF
      *          THE LINES BEHIND IT. ../PRGB0158.PARM MAY GIVE THE
      *          PERIOD (FROM AND TO YYYYMMDD), THE OFFICE OPENING AND
      *          CLOSING TIMES (HHMM), THE VIEW FACTOR AND THE VIEW
      *          MINIMUM; WITHOUT IT THE REPORT COVERS THE SEVEN DAYS
      *          ENDING YESTERDAY WITH THE HOUSE VALUES BELOW.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGB0158.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PAYSEL.

           COPY AMDSEL.

           SELECT SOD-AUDIT-IN-FILE ASSIGN TO WS-AUDIT-IN-NAME
               FILE STATUS IS AUD-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SOD-HISTORY-IN-FILE ASSIGN TO WS-HISTORY-IN-NAME
               FILE STATUS IS HIS-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SOD-PARM-FILE ASSIGN TO '../PRGB0158.PARM'
               FILE STATUS IS PRM-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SOD-REPORT-FILE ASSIGN TO '../PRGB0158.PRT'
               FILE STATUS IS PRT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY RUNSEL.

       DATA DIVISION.
       FILE SECTION.

       FD STUDENT-PAYMENT-FILE.
       COPY PAYFD.

       FD GRADE-AMENDMENT-FILE.
       COPY AMDFD.

       FD SOD-AUDIT-IN-FILE.
       COPY AUDFD.

       FD SOD-HISTORY-IN-FILE.
       COPY HISFD.

       FD SOD-PARM-FILE.
       01  SOD-PARM-RECORD.
           05 SOP-FROM-DATE             PIC X(8).
           05 SOP-TO-DATE               PIC X(8).
           05 SOP-OPEN-TIME             PIC X(4).
           05 SOP-CLOSE-TIME            PIC X(4).
           05 SOP-VIEW-FACTOR           PIC X(2).
           05 SOP-VIEW-MINIMUM          PIC X(4).

       FD SOD-REPORT-FILE.
       01  REPORT-LINE                  PIC X(100).

       FD RUN-STATISTICS-FILE.
       COPY RUNFD.

       WORKING-STORAGE SECTION.


       01  RUN-FILE-STATUS   PIC XX.

       01  WS-RUN-STATS-AREAS.
           05  WS-RUN-PROGRAM      PIC X(8) VALUE 'PRGB0158'.
           05  WS-RUN-DATE         PIC 9(8) VALUE 0.
           05  WS-RUN-START-TIME   PIC 9(6) VALUE 0.
           05  WS-RUN-END-TIME     PIC 9(6) VALUE 0.
           05  WS-RUN-READ-COUNT   PIC 9(6) VALUE 0.
           05  WS-RUN-WRITE-COUNT  PIC 9(6) VALUE 0.
           05  WS-RUN-REJECT-COUNT PIC 9(6) VALUE 0.
       01  PAY-FILE-STATUS   PIC XX.
       01  AMD-FILE-STATUS   PIC XX.
       01  AUD-FILE-STATUS   PIC XX.
       01  HIS-FILE-STATUS   PIC XX.
       01  PRM-FILE-STATUS   PIC XX.
       01  PRT-FILE-STATUS   PIC XX.

       COPY BDWRK.

      *    HOUSE VALUES - THE OFFICE DAY RUNS 07:00 TO 19:00, AND AN
      *    OPERATOR'S VIEWS FOR A DAY ARE AN OUTLIER WHEN THEY REACH
      *    THE MINIMUM AND RUN PAST THREE TIMES THE AVERAGE OF THE
      *    OTHER OPERATORS WHO VIEWED RECORDS THAT DAY. THE PARAMETER
      *    FILE OVERRIDES ANY OF THEM.
       01  WS-HOUSE-VALUES.
           05  WS-OFFICE-OPEN      PIC 9(6)  VALUE 070000.
           05  WS-OFFICE-CLOSE     PIC 9(6)  VALUE 190000.
           05  WS-VIEW-FACTOR      PIC 9(2)  VALUE 3.
           05  WS-VIEW-MINIMUM     PIC 9(4)  VALUE 25.

       01  WS-WORK-AREAS.
           05  WS-AUDIT-IN-NAME    PIC X(30) VALUE SPACES.
           05  WS-HISTORY-IN-NAME  PIC X(30) VALUE SPACES.
           05  WS-RUN-RESULT       PIC X     VALUE 'Y'.
               88  RUN-OK                   VALUE 'Y'.
               88  RUN-FAILED               VALUE 'N'.
           05  WS-IN-EOF           PIC X     VALUE 'N'.
               88  IN-EOF                   VALUE 'Y'.
           05  WS-PAY-EOF          PIC X     VALUE 'N'.
               88  PAY-SWEEP-EOF            VALUE 'Y'.
           05  WS-LINE-FOUND       PIC X     VALUE 'N'.
               88  LINE-FOUND               VALUE 'Y'.
           05  WS-LIVE-LOG-READ    PIC X     VALUE 'N'.
               88  LIVE-LOG-READ            VALUE 'Y'.
           05  WS-PERIOD-FROM      PIC 9(8)  VALUE 0.
           05  WS-PERIOD-TO        PIC 9(8)  VALUE 0.
           05  WS-LOOKBACK-FROM    PIC 9(8)  VALUE 0.
           05  WS-AUDIT-KEY        PIC X(15) VALUE SPACES.
           05  WS-HHMM             PIC 9(4)  VALUE 0.
           05  WS-PEER-VIEWS       PIC 9(6)  VALUE 0.
           05  WS-PEER-COUNT       PIC 9(4)  VALUE 0.
           05  WS-PEER-AVERAGE     PIC 9(6)V99 VALUE 0.
           05  WS-VIEW-LIMIT       PIC 9(8)V99 VALUE 0.
           05  WS-VIEWS-EDIT       PIC Z(5)9.
           05  WS-AVERAGE-EDIT     PIC Z(5)9.99.
           05  WS-TIME-TEXT        PIC X(5)  VALUE SPACES.
           05  WS-CHANGE-TEXT      PIC X(9)  VALUE SPACES.
           05  WS-CURRENT-MONTH    PIC 9(6)  VALUE 0.
           05  WS-TO-MONTH         PIC 9(6)  VALUE 0.
           05  WS-AUDIT-READ       PIC 9(6)  VALUE 0.
           05  WS-AUDIT-IN-PERIOD  PIC 9(6)  VALUE 0.
           05  WS-PAYMENTS-READ    PIC 9(6)  VALUE 0.
           05  WS-POST-VOID-COUNT  PIC 9(6)  VALUE 0.
           05  WS-PAY-ID-COUNT     PIC 9(6)  VALUE 0.
           05  WS-OFF-HOURS-COUNT  PIC 9(6)  VALUE 0.
           05  WS-VIEWS-COUNT      PIC 9(6)  VALUE 0.
           05  WS-SELF-APPR-COUNT  PIC 9(6)  VALUE 0.
           05  WS-OPERATOR-COUNT   PIC 9(6)  VALUE 0.
           05  WS-DROPPED-COUNT    PIC 9(6)  VALUE 0.

      *    SEGMENT MONTH BEING READ, AND THE DATE WORKED BY THE
      *    ONE-DAY-BACK STEP FOR THE DEFAULT WEEK.
       01  WS-SEGMENT-MONTH.
           05  WS-SEG-YYYY         PIC 9(4).
           05  WS-SEG-MM           PIC 9(2).
       01  WS-SEGMENT-MONTH-N REDEFINES WS-SEGMENT-MONTH PIC 9(6).

       01  WS-BACK-DATE.
           05  WS-BACK-YYYY        PIC 9(4).
           05  WS-BACK-MM          PIC 9(2).
           05  WS-BACK-DD          PIC 9(2).
       01  WS-BACK-DATE-N REDEFINES WS-BACK-DATE PIC 9(8).
       01  WS-BACK-AREAS.
           05  WS-BACK-STEPS       PIC 9(2)  VALUE 0.
           05  WS-BACK-MONTH-DAYS  PIC 9(2)  VALUE 0.
           05  WS-BACK-LEAP-WORK   PIC 9(4)  VALUE 0.
           05  WS-BACK-LEAP-REM    PIC 9(4)  VALUE 0.

      *    ONE ENTRY PER CALENDAR DAY OF THE PERIOD - WHETHER THE
      *    OFFICE WAS OPEN (PRGS0107 ROLLS WEEKENDS AND HOLIDAYS) AND
      *    THE DAY'S VIEW TOTALS FOR THE PEER COMPARISON.
       01  WS-DAY-TABLE-AREAS.
           05  WS-DAY-COUNT        PIC 9(2)  COMP VALUE 0.
           05  WS-DAY-IDX          PIC 9(2)  COMP VALUE 0.
           05  WS-DAY-SCAN         PIC 9(2)  COMP VALUE 0.
           05  WS-DAY-WORK         PIC 9(8)  VALUE 0.
           05  WS-DAY-ENTRY OCCURS 31 TIMES.
               10  WS-DAY-E-DATE     PIC 9(8).
               10  WS-DAY-E-OPEN     PIC X.
                   88  DAY-OFFICE-OPEN      VALUE 'Y'.
               10  WS-DAY-E-VIEWERS  PIC 9(4).
               10  WS-DAY-E-VIEWS    PIC 9(6).

      *    EVERY AUDIT LINE DATED IN THE PERIOD. WS-PRD-E-KEY HOLDS
      *    THE RECEIPT OR BANK TRACE OF A PAYMENT OR VOID AND THE
      *    COURSE OF A GRADE AMENDMENT, PICKED OUT OF THE DETAIL.
       01  WS-PERIOD-TABLE-AREAS.
           05  WS-PRD-COUNT        PIC 9(5)  COMP VALUE 0.
           05  WS-PRD-IDX          PIC 9(5)  COMP VALUE 0.
           05  WS-PRD-SCAN         PIC 9(5)  COMP VALUE 0.
           05  WS-PRD-ENTRY OCCURS 10000 TIMES.
               10  WS-PRD-E-DATE     PIC 9(8).
               10  WS-PRD-E-TIME     PIC 9(6).
               10  WS-PRD-E-PROGRAM  PIC X(8).
               10  WS-PRD-E-ACTION   PIC X(10).
               10  WS-PRD-E-STUDENT  PIC 9(6).
               10  WS-PRD-E-USER     PIC X(8).
               10  WS-PRD-E-SEQ      PIC 9(6).
               10  WS-PRD-E-KEY      PIC X(15).

      *    PAYMENT AND AMENDMENT-REQUEST LINES FROM THE START OF THE
      *    PREVIOUS MONTH UP TO THE PERIOD, SO A RECEIPT POSTED OR A
      *    CHANGE REQUESTED BEFORE THE WEEK STILL MATCHES. THE TABLE
      *    WRAPS, KEEPING THE MOST RECENT LINES.
       01  WS-LOOKBACK-TABLE-AREAS.
           05  WS-LBK-COUNT        PIC 9(5)  COMP VALUE 0.
           05  WS-LBK-NEXT         PIC 9(5)  COMP VALUE 0.
           05  WS-LBK-IDX          PIC 9(5)  COMP VALUE 0.
           05  WS-LBK-ENTRY OCCURS 5000 TIMES.
               10  WS-LBK-E-ACTION   PIC X(10).
               10  WS-LBK-E-STUDENT  PIC 9(6).
               10  WS-LBK-E-USER     PIC X(8).
               10  WS-LBK-E-SEQ      PIC 9(6).
               10  WS-LBK-E-KEY      PIC X(15).

      *    STUDENT RECORDS VIEWED, BY OPERATOR AND DAY.
       01  WS-VIEW-TABLE-AREAS.
           05  WS-VEW-COUNT        PIC 9(4)  COMP VALUE 0.
           05  WS-VEW-IDX          PIC 9(4)  COMP VALUE 0.
           05  WS-VEW-ENTRY OCCURS 2000 TIMES.
               10  WS-VEW-E-USER     PIC X(8).
               10  WS-VEW-E-DAY      PIC 9(2).
               10  WS-VEW-E-VIEWS    PIC 9(6).
               10  WS-VEW-E-FIRST    PIC 9(6).
               10  WS-VEW-E-LAST     PIC 9(6).

      *    NAME AND DATE-OF-BIRTH CHANGES WRITTEN IN THE PERIOD.
       01  WS-NAME-CHANGE-AREAS.
           05  WS-NCH-COUNT        PIC 9(4)  COMP VALUE 0.
           05  WS-NCH-IDX          PIC 9(4)  COMP VALUE 0.
           05  WS-NCH-ENTRY OCCURS 2000 TIMES.
               10  WS-NCH-E-STUDENT  PIC 9(6).
               10  WS-NCH-E-DATE     PIC 9(8).
               10  WS-NCH-E-USER     PIC X(8).
               10  WS-NCH-E-FIELD    PIC X(10).

      *    APPROVED GRADE AMENDMENTS, FOR THE TERM AND GRADES.
       01  WS-AMENDMENT-AREAS.
           05  WS-AMT-COUNT        PIC 9(4)  COMP VALUE 0.
           05  WS-AMT-IDX          PIC 9(4)  COMP VALUE 0.
           05  WS-AMT-ENTRY OCCURS 2000 TIMES.
               10  WS-AMT-E-STUDENT  PIC 9(6).
               10  WS-AMT-E-COURSE   PIC X(15).
               10  WS-AMT-E-TERM     PIC X(10).

      *    ONE STUDENT'S RECEIPTS, GATHERED AS THE PAYMENT FILE IS
      *    SWEPT IN KEY ORDER, SO EACH VOID CAN FIND ITS RECEIPT.
       01  WS-RECEIPT-AREAS.
           05  WS-RCT-STUDENT      PIC 9(6)  VALUE 0.
           05  WS-RCT-COUNT        PIC 9(3)  COMP VALUE 0.
           05  WS-RCT-IDX          PIC 9(3)  COMP VALUE 0.
           05  WS-RCT-ENTRY OCCURS 300 TIMES.
               10  WS-RCT-E-REF      PIC X(12).
               10  WS-RCT-E-OPERATOR PIC X(8).
               10  WS-RCT-E-DATE     PIC 9(8).

      *    AUDIT LOOKUP - ACTION AND STUDENT MUST MATCH; KEY AND USER
      *    MATCH TOO UNLESS LEFT BLANK.
       01  WS-FIND-AREAS.
           05  WS-FIND-ACTION      PIC X(10) VALUE SPACES.
           05  WS-FIND-STUDENT     PIC 9(6)  VALUE 0.
           05  WS-FIND-KEY         PIC X(15) VALUE SPACES.
           05  WS-FIND-USER        PIC X(8)  VALUE SPACES.
           05  WS-FIND-DATE        PIC 9(8)  VALUE 0.
           05  WS-FOUND-SEQ        PIC 9(6)  VALUE 0.

      *    ONE FINDING AS PRINTED; THE FINDINGS ARE HELD IN OPERATOR
      *    ORDER AND PRINTED TOGETHER AT THE END.
       01  WS-FINDING-LINE.
           05  FND-CHECK           PIC X(10).
           05  FILLER              PIC X     VALUE SPACE.
           05  FND-USER            PIC X(8).
           05  FILLER              PIC X     VALUE SPACE.
           05  FND-STUDENT         PIC 9(6).
           05  FILLER              PIC X     VALUE SPACE.
           05  FND-DATE            PIC 9(8).
           05  FILLER              PIC X     VALUE SPACE.
           05  FND-DETAIL          PIC X(40).
           05  FILLER              PIC X     VALUE SPACE.
           05  FND-SEQS            PIC X(24).
       01  WS-SEQ-AREAS.
           05  WS-SEQ-FIRST        PIC 9(6)  VALUE 0.
           05  WS-SEQ-SECOND       PIC 9(6)  VALUE 0.
           05  WS-SEQ-TEXT-1       PIC X(6)  VALUE SPACES.
           05  WS-SEQ-TEXT-2       PIC X(6)  VALUE SPACES.

       01  WS-FINDING-TABLE-AREAS.
           05  WS-FND-COUNT        PIC 9(4)  COMP VALUE 0.
           05  WS-FND-IDX          PIC 9(4)  COMP VALUE 0.
           05  WS-FND-SLOT         PIC 9(4)  COMP VALUE 0.
           05  WS-FND-PREV-USER    PIC X(8)  VALUE SPACES.
           05  WS-FND-ENTRY OCCURS 1000 TIMES.
               10  WS-FND-E-LINE     PIC X(99).

       01  WS-PRINT-LINE             PIC X(100).

       01 CURRENT-DATE.
           05 CURRENT-YEAR   PIC 9(4).
           05 CURRENT-MONTH  PIC 9(2).
           05 CURRENT-DAY    PIC 9(2).

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.


           PERFORM 0850-INIT-RUN-STATS.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.
           DISPLAY "===== OPERATOR ACTIVITY EXCEPTIONS =====".

           PERFORM 1000-SET-PERIOD.

           OPEN OUTPUT SOD-REPORT-FILE.
           IF PRT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PRGB0158.PRT (STATUS = "
                   PRT-FILE-STATUS ")"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'OPERATOR ACTIVITY EXCEPTIONS - ' DELIMITED BY SIZE
                  WS-PERIOD-FROM DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  WS-PERIOD-TO DELIMITED BY SIZE
                  '  RUN ' DELIMITED BY SIZE
                  CURRENT-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE '---------------------------------------------------'
               TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.

           IF RUN-OK
               PERFORM 1050-BUILD-DAY-TABLE
               PERFORM 1100-LOAD-AUDIT-TRAIL
           END-IF.

           IF RUN-OK
               PERFORM 1200-LOAD-NAME-CHANGES
               PERFORM 1300-LOAD-AMENDMENTS
               PERFORM 1400-CHECK-POST-AND-VOID
               PERFORM 1500-CHECK-PAY-AND-ID-CHANGE
               PERFORM 1600-CHECK-OFF-HOURS
               PERFORM 1700-CHECK-VIEW-VOLUME
               PERFORM 1800-CHECK-SELF-APPROVAL
               PERFORM 6000-PRINT-FINDINGS
               PERFORM 6100-PRINT-TOTALS
           END-IF.

           CLOSE SOD-REPORT-FILE.

           IF RUN-FAILED
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "SEE ../PRGB0158.PRT FOR THE EXCEPTIONS".
           MOVE WS-AUDIT-READ TO WS-RUN-READ-COUNT.
           MOVE WS-FND-COUNT TO WS-RUN-WRITE-COUNT.
           MOVE WS-DROPPED-COUNT TO WS-RUN-REJECT-COUNT.
           PERFORM 0860-WRITE-RUN-STATS.

           GOBACK.

       0000-END.


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

      *    THE PERIOD AND ANY OVERRIDES COME FROM THE PARAMETER FILE;
      *    WITHOUT ONE (THE WEEKLY STEP IN THE NIGHTLY CHAIN) THE
      *    REPORT COVERS THE SEVEN DAYS ENDING YESTERDAY.
       1000-SET-PERIOD.

           OPEN INPUT SOD-PARM-FILE.
           IF PRM-FILE-STATUS = "00"
               READ SOD-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1010-TAKE-PARM
               END-READ
               CLOSE SOD-PARM-FILE
           END-IF.

           IF WS-PERIOD-FROM = 0
               MOVE CURRENT-DATE TO WS-BACK-DATE
               MOVE 1 TO WS-BACK-STEPS
               PERFORM 1020-BACK-ONE-DAY
                   UNTIL WS-BACK-STEPS = 0
               MOVE WS-BACK-DATE-N TO WS-PERIOD-TO
               MOVE 6 TO WS-BACK-STEPS
               PERFORM 1020-BACK-ONE-DAY
                   UNTIL WS-BACK-STEPS = 0
               MOVE WS-BACK-DATE-N TO WS-PERIOD-FROM
           END-IF.

           IF WS-PERIOD-TO = 0
               MOVE 'A' TO BDR-FUNCTION
               MOVE WS-PERIOD-FROM TO BDR-DATE-IN
               MOVE 6 TO BDR-DAYS
               CALL 'PRGS0107' USING DATE-ROLL-PARM
               MOVE BDR-DATE-OUT TO WS-PERIOD-TO
           END-IF.

           IF WS-PERIOD-TO < WS-PERIOD-FROM
               DISPLAY "PERIOD ENDS BEFORE IT STARTS - CHECK "
                   "PRGB0158.PARM."
               SET RUN-FAILED TO TRUE
           END-IF.

      *    LOOK-BACK STARTS ON THE FIRST OF THE PREVIOUS MONTH.
           MOVE WS-PERIOD-FROM TO WS-BACK-DATE.
           IF WS-BACK-MM = 1
               MOVE 12 TO WS-BACK-MM
               SUBTRACT 1 FROM WS-BACK-YYYY
           ELSE
               SUBTRACT 1 FROM WS-BACK-MM
           END-IF.
           MOVE 1 TO WS-BACK-DD.
           MOVE WS-BACK-DATE-N TO WS-LOOKBACK-FROM.

       1000-END.

       1010-TAKE-PARM.

           IF SOP-FROM-DATE IS NUMERIC
               MOVE SOP-FROM-DATE TO WS-PERIOD-FROM
           END-IF.
           IF SOP-TO-DATE IS NUMERIC
               MOVE SOP-TO-DATE TO WS-PERIOD-TO
           END-IF.
           IF SOP-OPEN-TIME IS NUMERIC
               MOVE SOP-OPEN-TIME TO WS-HHMM
               COMPUTE WS-OFFICE-OPEN = WS-HHMM * 100
           END-IF.
           IF SOP-CLOSE-TIME IS NUMERIC
               MOVE SOP-CLOSE-TIME TO WS-HHMM
               COMPUTE WS-OFFICE-CLOSE = WS-HHMM * 100
           END-IF.
           IF SOP-VIEW-FACTOR IS NUMERIC
               MOVE SOP-VIEW-FACTOR TO WS-VIEW-FACTOR
           END-IF.
           IF SOP-VIEW-MINIMUM IS NUMERIC
               MOVE SOP-VIEW-MINIMUM TO WS-VIEW-MINIMUM
           END-IF.

       1010-END.

       1020-BACK-ONE-DAY.

           IF WS-BACK-DD > 1
               SUBTRACT 1 FROM WS-BACK-DD
           ELSE
               IF WS-BACK-MM > 1
                   SUBTRACT 1 FROM WS-BACK-MM
               ELSE
                   MOVE 12 TO WS-BACK-MM
                   SUBTRACT 1 FROM WS-BACK-YYYY
               END-IF
               PERFORM 1030-SET-MONTH-DAYS
               MOVE WS-BACK-MONTH-DAYS TO WS-BACK-DD
           END-IF.

           SUBTRACT 1 FROM WS-BACK-STEPS.

       1020-END.

       1030-SET-MONTH-DAYS.

           EVALUATE WS-BACK-MM
               WHEN 01 WHEN 03 WHEN 05 WHEN 07 WHEN 08 WHEN 10
               WHEN 12
                   MOVE 31 TO WS-BACK-MONTH-DAYS
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-BACK-MONTH-DAYS
               WHEN OTHER
                   DIVIDE WS-BACK-YYYY BY 4 GIVING WS-BACK-LEAP-WORK
                       REMAINDER WS-BACK-LEAP-REM
                   IF WS-BACK-LEAP-REM = 0
                       MOVE 29 TO WS-BACK-MONTH-DAYS
                   ELSE
                       MOVE 28 TO WS-BACK-MONTH-DAYS
                   END-IF
           END-EVALUATE.

       1030-END.

      *    A PERIOD LONGER THAN 31 DAYS IS CUT BACK TO 31.
       1050-BUILD-DAY-TABLE.

           MOVE 0 TO WS-DAY-COUNT.
           MOVE WS-PERIOD-FROM TO WS-DAY-WORK.
           PERFORM 1055-ADD-ONE-DAY
               UNTIL WS-DAY-WORK > WS-PERIOD-TO
                   OR WS-DAY-COUNT = 31.

           IF WS-DAY-E-DATE (WS-DAY-COUNT) < WS-PERIOD-TO
               MOVE WS-DAY-E-DATE (WS-DAY-COUNT) TO WS-PERIOD-TO
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'PERIOD CUT BACK TO 31 DAYS, ENDING '
                          DELIMITED BY SIZE
                      WS-PERIOD-TO DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
           END-IF.

       1050-END.

       1055-ADD-ONE-DAY.

           ADD 1 TO WS-DAY-COUNT.
           MOVE WS-DAY-WORK TO WS-DAY-E-DATE (WS-DAY-COUNT).
           MOVE 0 TO WS-DAY-E-VIEWERS (WS-DAY-COUNT).
           MOVE 0 TO WS-DAY-E-VIEWS (WS-DAY-COUNT).

           MOVE 'R' TO BDR-FUNCTION.
           MOVE WS-DAY-WORK TO BDR-DATE-IN.
           CALL 'PRGS0107' USING DATE-ROLL-PARM.
           IF BDR-WAS-ROLLED
               MOVE 'N' TO WS-DAY-E-OPEN (WS-DAY-COUNT)
           ELSE
               MOVE 'Y' TO WS-DAY-E-OPEN (WS-DAY-COUNT)
           END-IF.

           MOVE 'A' TO BDR-FUNCTION.
           MOVE WS-DAY-WORK TO BDR-DATE-IN.
           MOVE 1 TO BDR-DAYS.
           CALL 'PRGS0107' USING DATE-ROLL-PARM.
           MOVE BDR-DATE-OUT TO WS-DAY-WORK.

       1055-END.

       1060-PRINT-LINE.

           DISPLAY WS-PRINT-LINE.
           WRITE REPORT-LINE FROM WS-PRINT-LINE.

       1060-END.

      *    MONTH-END HOUSEKEEPING (PRGB0047) MOVES EACH CLOSED MONTH
      *    OUT TO ../AUDIT.LYYYYMM, SO EVERY CLOSED MONTH FROM THE
      *    LOOK-BACK TO THE END OF THE PERIOD IS READ FROM ITS
      *    SEGMENT (WHERE ONE WAS CUT) BEFORE THE CURRENT LOG.
       1100-LOAD-AUDIT-TRAIL.

           MOVE CURRENT-DATE (1:6) TO WS-CURRENT-MONTH.
           MOVE WS-PERIOD-TO (1:6) TO WS-TO-MONTH.
           MOVE WS-LOOKBACK-FROM (1:6) TO WS-SEGMENT-MONTH.
           PERFORM 1110-READ-AUDIT-SEGMENT
               UNTIL WS-SEGMENT-MONTH-N > WS-TO-MONTH
                   OR WS-SEGMENT-MONTH-N NOT < WS-CURRENT-MONTH.

           MOVE '../AUDIT.LOG' TO WS-AUDIT-IN-NAME.
           OPEN INPUT SOD-AUDIT-IN-FILE.
           IF AUD-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'AUDIT.LOG UNAVAILABLE (STATUS ' DELIMITED BY SIZE
                   AUD-FILE-STATUS DELIMITED BY SIZE
                   ') - NOTHING TO REVIEW.' DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
               SET RUN-FAILED TO TRUE
           ELSE
               PERFORM 1120-READ-AUDIT-FILE
           END-IF.

       1100-END.

       1110-READ-AUDIT-SEGMENT.

           MOVE SPACES TO WS-AUDIT-IN-NAME.
           STRING '../AUDIT.L' DELIMITED BY SIZE
                  WS-SEGMENT-MONTH DELIMITED BY SIZE
               INTO WS-AUDIT-IN-NAME.
           OPEN INPUT SOD-AUDIT-IN-FILE.
           IF AUD-FILE-STATUS = "00"
               PERFORM 1120-READ-AUDIT-FILE
           END-IF.

           IF WS-SEG-MM = 12
               MOVE 1 TO WS-SEG-MM
               ADD 1 TO WS-SEG-YYYY
           ELSE
               ADD 1 TO WS-SEG-MM
           END-IF.

       1110-END.

       1120-READ-AUDIT-FILE.

           MOVE 'N' TO WS-IN-EOF.
           PERFORM 1130-TAKE-ONE-AUDIT-LINE UNTIL IN-EOF.
           CLOSE SOD-AUDIT-IN-FILE.

       1120-END.

      *    LINES WITHOUT A DATE ARE SKIPPED; LEGACY LINES WITHOUT THE
      *    SEQUENCE COLUMN CARRY SEQUENCE ZERO.
       1130-TAKE-ONE-AUDIT-LINE.

           MOVE SPACES TO AUDIT-LOG-RECORD.
           READ SOD-AUDIT-IN-FILE
               AT END
                   SET IN-EOF TO TRUE
           END-READ.

           IF NOT IN-EOF AND AUD-DATE IS NUMERIC
               ADD 1 TO WS-AUDIT-READ
               IF AUD-SEQ IS NOT NUMERIC
                   MOVE 0 TO AUD-SEQ
               END-IF
               IF AUD-STUDENT-ID IS NOT NUMERIC
                   MOVE 0 TO AUD-STUDENT-ID
               END-IF
               IF AUD-TIME IS NOT NUMERIC
                   MOVE 0 TO AUD-TIME
               END-IF
               PERFORM 1140-SET-AUDIT-KEY
               EVALUATE TRUE
                   WHEN AUD-DATE > WS-PERIOD-TO
                       CONTINUE
                   WHEN AUD-DATE NOT < WS-PERIOD-FROM
                       PERFORM 1150-STORE-PERIOD-LINE
                   WHEN AUD-DATE NOT < WS-LOOKBACK-FROM
                       PERFORM 1160-STORE-LOOKBACK-LINE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       1130-END.

      *    RECEIPTS POST AS 'RECEIPT ref POSTED' (PRGP0035) OR 'BANK
      *    TRACE ref POSTED' (PRGP0118) AND VOID AS 'RECEIPT ref
      *    VOIDED'; AMENDMENTS READ 'GRADE o TO n [REQUESTED ]course'.
       1140-SET-AUDIT-KEY.

           MOVE SPACES TO WS-AUDIT-KEY.
           EVALUATE AUD-ACTION
               WHEN 'PAYMENT'
               WHEN 'VOID'
                   EVALUATE TRUE
                       WHEN AUD-DETAIL (1:8) = 'RECEIPT '
                           UNSTRING AUD-DETAIL (9:32)
                               DELIMITED BY SPACE INTO WS-AUDIT-KEY
                       WHEN AUD-DETAIL (1:11) = 'BANK TRACE '
                           UNSTRING AUD-DETAIL (12:29)
                               DELIMITED BY SPACE INTO WS-AUDIT-KEY
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               WHEN 'AMENDREQ'
               WHEN 'AMENDAPPR'
                   IF AUD-DETAIL (14:10) = 'REQUESTED '
                       UNSTRING AUD-DETAIL (24:17)
                           DELIMITED BY SPACE INTO WS-AUDIT-KEY
                   ELSE
                       UNSTRING AUD-DETAIL (14:27)
                           DELIMITED BY SPACE INTO WS-AUDIT-KEY
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1140-END.

       1150-STORE-PERIOD-LINE.

           ADD 1 TO WS-AUDIT-IN-PERIOD.
           IF WS-PRD-COUNT < 10000
               ADD 1 TO WS-PRD-COUNT
               MOVE AUD-DATE TO WS-PRD-E-DATE (WS-PRD-COUNT)
               MOVE AUD-TIME TO WS-PRD-E-TIME (WS-PRD-COUNT)
               MOVE AUD-PROGRAM TO WS-PRD-E-PROGRAM (WS-PRD-COUNT)
               MOVE AUD-ACTION TO WS-PRD-E-ACTION (WS-PRD-COUNT)
               MOVE AUD-STUDENT-ID TO WS-PRD-E-STUDENT (WS-PRD-COUNT)
               MOVE AUD-USER TO WS-PRD-E-USER (WS-PRD-COUNT)
               MOVE AUD-SEQ TO WS-PRD-E-SEQ (WS-PRD-COUNT)
               MOVE WS-AUDIT-KEY TO WS-PRD-E-KEY (WS-PRD-COUNT)
               IF AUD-ACTION = 'QUERY'
                   PERFORM 1170-COUNT-ONE-VIEW
               END-IF
           ELSE
               ADD 1 TO WS-DROPPED-COUNT
           END-IF.

       1150-END.

       1160-STORE-LOOKBACK-LINE.

           IF AUD-ACTION = 'PAYMENT' OR 'AMENDREQ'
               ADD 1 TO WS-LBK-NEXT
               IF WS-LBK-NEXT > 5000
                   MOVE 1 TO WS-LBK-NEXT
               END-IF
               IF WS-LBK-COUNT < 5000
                   ADD 1 TO WS-LBK-COUNT
               END-IF
               MOVE AUD-ACTION TO WS-LBK-E-ACTION (WS-LBK-NEXT)
               MOVE AUD-STUDENT-ID TO WS-LBK-E-STUDENT (WS-LBK-NEXT)
               MOVE AUD-USER TO WS-LBK-E-USER (WS-LBK-NEXT)
               MOVE AUD-SEQ TO WS-LBK-E-SEQ (WS-LBK-NEXT)
               MOVE WS-AUDIT-KEY TO WS-LBK-E-KEY (WS-LBK-NEXT)
           END-IF.

       1160-END.

       1170-COUNT-ONE-VIEW.

           MOVE AUD-DATE TO WS-FIND-DATE.
           PERFORM 3100-FIND-DAY.

           MOVE 0 TO WS-VEW-IDX.
           MOVE 'N' TO WS-LINE-FOUND.
           PERFORM 1175-MATCH-ONE-VIEWER
               UNTIL LINE-FOUND OR WS-VEW-IDX >= WS-VEW-COUNT.

           EVALUATE TRUE
               WHEN WS-DAY-IDX = 0
                   CONTINUE
               WHEN LINE-FOUND
                   ADD 1 TO WS-VEW-E-VIEWS (WS-VEW-IDX)
                   MOVE AUD-SEQ TO WS-VEW-E-LAST (WS-VEW-IDX)
               WHEN WS-VEW-COUNT < 2000
                   ADD 1 TO WS-VEW-COUNT
                   MOVE AUD-USER TO WS-VEW-E-USER (WS-VEW-COUNT)
                   MOVE WS-DAY-IDX TO WS-VEW-E-DAY (WS-VEW-COUNT)
                   MOVE 1 TO WS-VEW-E-VIEWS (WS-VEW-COUNT)
                   MOVE AUD-SEQ TO WS-VEW-E-FIRST (WS-VEW-COUNT)
                   MOVE AUD-SEQ TO WS-VEW-E-LAST (WS-VEW-COUNT)
                   ADD 1 TO WS-DAY-E-VIEWERS (WS-DAY-IDX)
               WHEN OTHER
                   ADD 1 TO WS-DROPPED-COUNT
           END-EVALUATE.

           IF WS-DAY-IDX > 0
               ADD 1 TO WS-DAY-E-VIEWS (WS-DAY-IDX)
           END-IF.

       1170-END.

       1175-MATCH-ONE-VIEWER.

           ADD 1 TO WS-VEW-IDX.
           IF WS-VEW-E-USER (WS-VEW-IDX) = AUD-USER
                   AND WS-VEW-E-DAY (WS-VEW-IDX) = WS-DAY-IDX
               SET LINE-FOUND TO TRUE
           END-IF.

       1175-END.

      *    NAME AND DATE-OF-BIRTH ROWS FROM THE CHANGE HISTORY, FROM
      *    ANY CLOSED SEGMENT THE PERIOD TOUCHES AND THE CURRENT FILE.
       1200-LOAD-NAME-CHANGES.

           MOVE WS-PERIOD-FROM (1:6) TO WS-SEGMENT-MONTH.
           PERFORM 1210-READ-HISTORY-SEGMENT
               UNTIL WS-SEGMENT-MONTH-N > WS-TO-MONTH
                   OR WS-SEGMENT-MONTH-N NOT < WS-CURRENT-MONTH.

           MOVE '../STUDENT.HISTORY' TO WS-HISTORY-IN-NAME.
           OPEN INPUT SOD-HISTORY-IN-FILE.
           IF HIS-FILE-STATUS = "00"
               PERFORM 1220-READ-HISTORY-FILE
           END-IF.

       1200-END.

       1210-READ-HISTORY-SEGMENT.

           MOVE SPACES TO WS-HISTORY-IN-NAME.
           STRING '../HISTORY.L' DELIMITED BY SIZE
                  WS-SEGMENT-MONTH DELIMITED BY SIZE
               INTO WS-HISTORY-IN-NAME.
           OPEN INPUT SOD-HISTORY-IN-FILE.
           IF HIS-FILE-STATUS = "00"
               PERFORM 1220-READ-HISTORY-FILE
           END-IF.

           IF WS-SEG-MM = 12
               MOVE 1 TO WS-SEG-MM
               ADD 1 TO WS-SEG-YYYY
           ELSE
               ADD 1 TO WS-SEG-MM
           END-IF.

       1210-END.

       1220-READ-HISTORY-FILE.

           MOVE 'N' TO WS-IN-EOF.
           PERFORM 1230-TAKE-ONE-HISTORY-ROW UNTIL IN-EOF.
           CLOSE SOD-HISTORY-IN-FILE.

       1220-END.

       1230-TAKE-ONE-HISTORY-ROW.

           READ SOD-HISTORY-IN-FILE
               AT END
                   SET IN-EOF TO TRUE
               NOT AT END
                   IF (HIS-FIELD-NAME = 'NAME' OR 'DOB')
                           AND HIS-UPDATEDATE IS NUMERIC
                           AND HIS-UPDATEDATE NOT < WS-PERIOD-FROM
                           AND HIS-UPDATEDATE NOT > WS-PERIOD-TO
                       PERFORM 1240-STORE-NAME-CHANGE
                   END-IF
           END-READ.

       1230-END.

       1240-STORE-NAME-CHANGE.

           IF WS-NCH-COUNT < 2000
               ADD 1 TO WS-NCH-COUNT
               MOVE HIS-STUDENT-ID TO WS-NCH-E-STUDENT (WS-NCH-COUNT)
               MOVE HIS-UPDATEDATE TO WS-NCH-E-DATE (WS-NCH-COUNT)
               MOVE HIS-USER TO WS-NCH-E-USER (WS-NCH-COUNT)
               MOVE HIS-FIELD-NAME TO WS-NCH-E-FIELD (WS-NCH-COUNT)
           ELSE
               ADD 1 TO WS-DROPPED-COUNT
           END-IF.

       1240-END.

       1300-LOAD-AMENDMENTS.

           OPEN INPUT GRADE-AMENDMENT-FILE.
           IF AMD-FILE-STATUS = "00"
               MOVE 'N' TO WS-IN-EOF
               PERFORM 1310-TAKE-ONE-AMENDMENT UNTIL IN-EOF
               CLOSE GRADE-AMENDMENT-FILE
           END-IF.

       1300-END.

       1310-TAKE-ONE-AMENDMENT.

           READ GRADE-AMENDMENT-FILE
               AT END
                   SET IN-EOF TO TRUE
               NOT AT END
                   IF AMD-APPROVED AND WS-AMT-COUNT < 2000
                       ADD 1 TO WS-AMT-COUNT
                       MOVE AMD-STUDENT-ID
                           TO WS-AMT-E-STUDENT (WS-AMT-COUNT)
                       MOVE AMD-COURSE TO WS-AMT-E-COURSE (WS-AMT-COUNT)
                       MOVE AMD-TERM TO WS-AMT-E-TERM (WS-AMT-COUNT)
                   END-IF
           END-READ.

       1310-END.

      *    RECEIPTS AND VOIDS FOR A STUDENT SIT TOGETHER IN KEY ORDER,
      *    THE RECEIPT AHEAD OF ITS VOID. A VOID DATED IN THE PERIOD
      *    IS A FINDING WHEN ITS OPERATOR ALSO POSTED THE RECEIPT.
       1400-CHECK-POST-AND-VOID.

           OPEN INPUT STUDENT-PAYMENT-FILE.
           IF PAY-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'STUDENT.PAYMENTS UNAVAILABLE (STATUS '
                          DELIMITED BY SIZE
                      PAY-FILE-STATUS DELIMITED BY SIZE
                      ') - POST+VOID CHECK SKIPPED.' DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
           ELSE
               MOVE 'N' TO WS-PAY-EOF
               MOVE 0 TO WS-RCT-STUDENT
               MOVE 0 TO WS-RCT-COUNT
               MOVE LOW-VALUES TO PAY-KEY
               START STUDENT-PAYMENT-FILE
                   KEY IS NOT LESS THAN PAY-KEY
                   INVALID KEY SET PAY-SWEEP-EOF TO TRUE
               END-START
               PERFORM 1410-CHECK-ONE-PAYMENT UNTIL PAY-SWEEP-EOF
               CLOSE STUDENT-PAYMENT-FILE
           END-IF.

       1400-END.

       1410-CHECK-ONE-PAYMENT.

           READ STUDENT-PAYMENT-FILE NEXT RECORD
               AT END
                   SET PAY-SWEEP-EOF TO TRUE
           END-READ.

           IF NOT PAY-SWEEP-EOF
               ADD 1 TO WS-PAYMENTS-READ
               IF PAY-STUDENT-ID NOT = WS-RCT-STUDENT
                   MOVE PAY-STUDENT-ID TO WS-RCT-STUDENT
                   MOVE 0 TO WS-RCT-COUNT
               END-IF
               IF PAY-IS-VOID
                   IF PAY-DATE NOT < WS-PERIOD-FROM
                           AND PAY-DATE NOT > WS-PERIOD-TO
                           AND PAY-OPERATOR NOT = SPACES
                       PERFORM 1420-MATCH-VOID-TO-RECEIPT
                   END-IF
               ELSE
                   IF WS-RCT-COUNT < 300
                       ADD 1 TO WS-RCT-COUNT
                       MOVE PAY-REFERENCE
                           TO WS-RCT-E-REF (WS-RCT-COUNT)
                       MOVE PAY-OPERATOR
                           TO WS-RCT-E-OPERATOR (WS-RCT-COUNT)
                       MOVE PAY-DATE TO WS-RCT-E-DATE (WS-RCT-COUNT)
                   END-IF
               END-IF
           END-IF.

       1410-END.

       1420-MATCH-VOID-TO-RECEIPT.

           MOVE 0 TO WS-RCT-IDX.
           MOVE 'N' TO WS-LINE-FOUND.
           PERFORM 1425-MATCH-ONE-RECEIPT
               UNTIL LINE-FOUND OR WS-RCT-IDX >= WS-RCT-COUNT.

           IF LINE-FOUND
               AND WS-RCT-E-OPERATOR (WS-RCT-IDX) = PAY-OPERATOR
               PERFORM 1430-REPORT-POST-AND-VOID
           END-IF.

       1420-END.

       1425-MATCH-ONE-RECEIPT.

           ADD 1 TO WS-RCT-IDX.
           IF WS-RCT-E-REF (WS-RCT-IDX) = PAY-REFERENCE
               SET LINE-FOUND TO TRUE
           END-IF.

       1425-END.

       1430-REPORT-POST-AND-VOID.

           MOVE 'PAYMENT' TO WS-FIND-ACTION.
           MOVE PAY-STUDENT-ID TO WS-FIND-STUDENT.
           MOVE PAY-REFERENCE TO WS-FIND-KEY.
           MOVE SPACES TO WS-FIND-USER.
           PERFORM 3000-FIND-AUDIT-LINE.
           MOVE WS-FOUND-SEQ TO WS-SEQ-FIRST.
           MOVE 'VOID' TO WS-FIND-ACTION.
           PERFORM 3000-FIND-AUDIT-LINE.
           MOVE WS-FOUND-SEQ TO WS-SEQ-SECOND.

           MOVE SPACES TO WS-FINDING-LINE.
           MOVE 'POST+VOID' TO FND-CHECK.
           MOVE PAY-OPERATOR TO FND-USER.
           MOVE PAY-STUDENT-ID TO FND-STUDENT.
           MOVE PAY-DATE TO FND-DATE.
           STRING 'RECEIPT ' DELIMITED BY SIZE
                  PAY-REFERENCE DELIMITED BY SPACE
                  ' POSTED AND VOIDED' DELIMITED BY SIZE
               INTO FND-DETAIL.
           PERFORM 3300-FORMAT-SEQS.
           PERFORM 3200-ADD-FINDING.
           ADD 1 TO WS-POST-VOID-COUNT.

       1430-END.

      *    A NAME OR DATE-OF-BIRTH SAVE (AN UPDATE LINE BACKED BY A
      *    NAME/DOB HISTORY ROW FROM THE SAME OPERATOR THAT DAY) OR A
      *    MERGE, BY AN OPERATOR WHO KEYED A PAYMENT FOR THE STUDENT.
       1500-CHECK-PAY-AND-ID-CHANGE.

           MOVE 0 TO WS-PRD-IDX.
           PERFORM 1510-CHECK-ONE-CHANGE
               UNTIL WS-PRD-IDX >= WS-PRD-COUNT.

       1500-END.

       1510-CHECK-ONE-CHANGE.

           ADD 1 TO WS-PRD-IDX.
           MOVE SPACES TO WS-CHANGE-TEXT.
           EVALUATE WS-PRD-E-ACTION (WS-PRD-IDX)
               WHEN 'UPDATE'
                   PERFORM 1520-FIND-NAME-CHANGE
               WHEN 'LEGALNAME'
                   MOVE 'NAME' TO WS-CHANGE-TEXT
               WHEN 'MERGE'
                   MOVE 'MERGED' TO WS-CHANGE-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-CHANGE-TEXT NOT = SPACES
               MOVE 'PAYMENT' TO WS-FIND-ACTION
               MOVE WS-PRD-E-STUDENT (WS-PRD-IDX) TO WS-FIND-STUDENT
               MOVE SPACES TO WS-FIND-KEY
               MOVE WS-PRD-E-USER (WS-PRD-IDX) TO WS-FIND-USER
               PERFORM 3000-FIND-AUDIT-LINE
               IF LINE-FOUND
                   PERFORM 1530-REPORT-PAY-AND-ID-CHANGE
               END-IF
           END-IF.

       1510-END.

       1520-FIND-NAME-CHANGE.

           MOVE 0 TO WS-NCH-IDX.
           PERFORM 1525-MATCH-ONE-NAME-CHANGE
               UNTIL WS-CHANGE-TEXT NOT = SPACES
                   OR WS-NCH-IDX >= WS-NCH-COUNT.

       1520-END.

       1525-MATCH-ONE-NAME-CHANGE.

           ADD 1 TO WS-NCH-IDX.
           IF WS-NCH-E-STUDENT (WS-NCH-IDX)
                   = WS-PRD-E-STUDENT (WS-PRD-IDX)
                   AND WS-NCH-E-DATE (WS-NCH-IDX)
                   = WS-PRD-E-DATE (WS-PRD-IDX)
                   AND WS-NCH-E-USER (WS-NCH-IDX)
                   = WS-PRD-E-USER (WS-PRD-IDX)
               MOVE WS-NCH-E-FIELD (WS-NCH-IDX) TO WS-CHANGE-TEXT
           END-IF.

       1525-END.

       1530-REPORT-PAY-AND-ID-CHANGE.

           MOVE WS-FOUND-SEQ TO WS-SEQ-FIRST.
           MOVE WS-PRD-E-SEQ (WS-PRD-IDX) TO WS-SEQ-SECOND.

           MOVE SPACES TO WS-FINDING-LINE.
           MOVE 'PAY+IDCHG' TO FND-CHECK.
           MOVE WS-PRD-E-USER (WS-PRD-IDX) TO FND-USER.
           MOVE WS-PRD-E-STUDENT (WS-PRD-IDX) TO FND-STUDENT.
           MOVE WS-PRD-E-DATE (WS-PRD-IDX) TO FND-DATE.
           STRING 'PAYMENT KEYED, THEN ' DELIMITED BY SIZE
                  WS-CHANGE-TEXT DELIMITED BY SPACE
                  ' CHANGED' DELIMITED BY SIZE
               INTO FND-DETAIL.
           IF WS-CHANGE-TEXT = 'MERGED'
               MOVE 'PAYMENT KEYED, THEN RECORD MERGED'
                   TO FND-DETAIL
           END-IF.
           PERFORM 3300-FORMAT-SEQS.
           PERFORM 3200-ADD-FINDING.
           ADD 1 TO WS-PAY-ID-COUNT.

       1530-END.

      *    SIGN-ONS AND MAINTENANCE - EVERYTHING BUT RECORD VIEWS AND
      *    THE NIGHTLY BATCH STEPS - ON A CLOSED DAY OR OUTSIDE THE
      *    OFFICE DAY.
       1600-CHECK-OFF-HOURS.

           MOVE 0 TO WS-PRD-IDX.
           PERFORM 1610-CHECK-ONE-ACTION
               UNTIL WS-PRD-IDX >= WS-PRD-COUNT.

       1600-END.

       1610-CHECK-ONE-ACTION.

           ADD 1 TO WS-PRD-IDX.
           MOVE SPACES TO WS-CHANGE-TEXT.
           IF WS-PRD-E-ACTION (WS-PRD-IDX) NOT = 'QUERY'
                   AND WS-PRD-E-PROGRAM (WS-PRD-IDX) (1:4) NOT = 'PRGB'
               MOVE WS-PRD-E-DATE (WS-PRD-IDX) TO WS-FIND-DATE
               PERFORM 3100-FIND-DAY
               EVALUATE TRUE
                   WHEN WS-DAY-IDX = 0
                       CONTINUE
                   WHEN NOT DAY-OFFICE-OPEN (WS-DAY-IDX)
                       MOVE 'CLOSED' TO WS-CHANGE-TEXT
                   WHEN WS-PRD-E-TIME (WS-PRD-IDX) < WS-OFFICE-OPEN
                       MOVE 'EARLY' TO WS-CHANGE-TEXT
                   WHEN WS-PRD-E-TIME (WS-PRD-IDX)
                           NOT < WS-OFFICE-CLOSE
                       MOVE 'LATE' TO WS-CHANGE-TEXT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

           IF WS-CHANGE-TEXT NOT = SPACES
               PERFORM 1620-REPORT-OFF-HOURS
           END-IF.

       1610-END.

       1620-REPORT-OFF-HOURS.

           MOVE SPACES TO WS-TIME-TEXT.
           STRING WS-PRD-E-TIME (WS-PRD-IDX) (1:2) DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  WS-PRD-E-TIME (WS-PRD-IDX) (3:2) DELIMITED BY SIZE
               INTO WS-TIME-TEXT.

           MOVE SPACES TO WS-FINDING-LINE.
           MOVE 'OFF-HOURS' TO FND-CHECK.
           MOVE WS-PRD-E-USER (WS-PRD-IDX) TO FND-USER.
           MOVE WS-PRD-E-STUDENT (WS-PRD-IDX) TO FND-STUDENT.
           MOVE WS-PRD-E-DATE (WS-PRD-IDX) TO FND-DATE.
           STRING WS-PRD-E-ACTION (WS-PRD-IDX) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-PRD-E-PROGRAM (WS-PRD-IDX) DELIMITED BY SPACE
                  ' AT ' DELIMITED BY SIZE
                  WS-TIME-TEXT DELIMITED BY SIZE
               INTO FND-DETAIL.
           IF WS-CHANGE-TEXT = 'CLOSED'
               MOVE 'CLOSED DAY' TO FND-DETAIL (31:10)
           ELSE
               MOVE WS-CHANGE-TEXT TO FND-DETAIL (31:10)
           END-IF.
           MOVE WS-PRD-E-SEQ (WS-PRD-IDX) TO WS-SEQ-FIRST.
           MOVE 0 TO WS-SEQ-SECOND.
           PERFORM 3300-FORMAT-SEQS.
           PERFORM 3200-ADD-FINDING.
           ADD 1 TO WS-OFF-HOURS-COUNT.

       1620-END.

      *    AN OPERATOR'S VIEWS FOR A DAY AGAINST THE AVERAGE OF THE
      *    OTHER OPERATORS WHO VIEWED RECORDS THAT DAY. A DAY WITH A
      *    SINGLE VIEWER HAS NO PEERS AND IS NOT JUDGED.
       1700-CHECK-VIEW-VOLUME.

           MOVE 0 TO WS-VEW-IDX.
           PERFORM 1710-CHECK-ONE-VIEWER
               UNTIL WS-VEW-IDX >= WS-VEW-COUNT.

       1700-END.

       1710-CHECK-ONE-VIEWER.

           ADD 1 TO WS-VEW-IDX.
           MOVE WS-VEW-E-DAY (WS-VEW-IDX) TO WS-DAY-IDX.
           IF WS-DAY-E-VIEWERS (WS-DAY-IDX) > 1
                   AND WS-VEW-E-VIEWS (WS-VEW-IDX)
                       NOT < WS-VIEW-MINIMUM
               COMPUTE WS-PEER-VIEWS = WS-DAY-E-VIEWS (WS-DAY-IDX)
                   - WS-VEW-E-VIEWS (WS-VEW-IDX)
               COMPUTE WS-PEER-COUNT = WS-DAY-E-VIEWERS (WS-DAY-IDX)
                   - 1
               COMPUTE WS-PEER-AVERAGE ROUNDED
                   = WS-PEER-VIEWS / WS-PEER-COUNT
               COMPUTE WS-VIEW-LIMIT
                   = WS-PEER-AVERAGE * WS-VIEW-FACTOR
               IF WS-VEW-E-VIEWS (WS-VEW-IDX) > WS-VIEW-LIMIT
                   PERFORM 1720-REPORT-VIEW-VOLUME
               END-IF
           END-IF.

       1710-END.

       1720-REPORT-VIEW-VOLUME.

           MOVE WS-VEW-E-VIEWS (WS-VEW-IDX) TO WS-VIEWS-EDIT.
           MOVE WS-PEER-AVERAGE TO WS-AVERAGE-EDIT.

           MOVE SPACES TO WS-FINDING-LINE.
           MOVE 'VIEWS' TO FND-CHECK.
           MOVE WS-VEW-E-USER (WS-VEW-IDX) TO FND-USER.
           MOVE 0 TO FND-STUDENT.
           MOVE WS-DAY-E-DATE (WS-DAY-IDX) TO FND-DATE.
           STRING WS-VIEWS-EDIT DELIMITED BY SIZE
                  ' VIEWED, PEER AVERAGE ' DELIMITED BY SIZE
                  WS-AVERAGE-EDIT DELIMITED BY SIZE
               INTO FND-DETAIL.
           MOVE WS-VEW-E-FIRST (WS-VEW-IDX) TO WS-SEQ-FIRST.
           MOVE WS-VEW-E-LAST (WS-VEW-IDX) TO WS-SEQ-SECOND.
           PERFORM 3300-FORMAT-SEQS.
           IF WS-SEQ-FIRST > 0 AND WS-SEQ-SECOND > 0
               MOVE SPACES TO FND-SEQS
               STRING 'SEQ ' DELIMITED BY SIZE
                      WS-SEQ-TEXT-1 DELIMITED BY SIZE
                      ' THRU ' DELIMITED BY SIZE
                      WS-SEQ-TEXT-2 DELIMITED BY SIZE
                   INTO FND-SEQS
           END-IF.
           PERFORM 3200-ADD-FINDING.
           ADD 1 TO WS-VIEWS-COUNT.

       1720-END.

      *    THE APPROVAL (PRGA0029) AND THE REQUEST (PRGA0028 OR THE
      *    MISCONDUCT FILING IN PRGN0144) FOR ONE STUDENT AND COURSE
      *    BY THE SAME OPERATOR.
       1800-CHECK-SELF-APPROVAL.

           MOVE 0 TO WS-PRD-IDX.
           PERFORM 1810-CHECK-ONE-APPROVAL
               UNTIL WS-PRD-IDX >= WS-PRD-COUNT.

       1800-END.

       1810-CHECK-ONE-APPROVAL.

           ADD 1 TO WS-PRD-IDX.
           IF WS-PRD-E-ACTION (WS-PRD-IDX) = 'AMENDAPPR'
               MOVE 'AMENDREQ' TO WS-FIND-ACTION
               MOVE WS-PRD-E-STUDENT (WS-PRD-IDX) TO WS-FIND-STUDENT
               MOVE WS-PRD-E-KEY (WS-PRD-IDX) TO WS-FIND-KEY
               MOVE WS-PRD-E-USER (WS-PRD-IDX) TO WS-FIND-USER
               PERFORM 3000-FIND-AUDIT-LINE
               IF LINE-FOUND
                   PERFORM 1820-REPORT-SELF-APPROVAL
               END-IF
           END-IF.

       1810-END.

       1820-REPORT-SELF-APPROVAL.

           MOVE WS-FOUND-SEQ TO WS-SEQ-FIRST.
           MOVE WS-PRD-E-SEQ (WS-PRD-IDX) TO WS-SEQ-SECOND.

           MOVE 0 TO WS-AMT-IDX.
           MOVE 'N' TO WS-LINE-FOUND.
           PERFORM 1825-MATCH-ONE-AMENDMENT
               UNTIL LINE-FOUND OR WS-AMT-IDX >= WS-AMT-COUNT.

           MOVE SPACES TO WS-FINDING-LINE.
           MOVE 'SELF-APPR' TO FND-CHECK.
           MOVE WS-PRD-E-USER (WS-PRD-IDX) TO FND-USER.
           MOVE WS-PRD-E-STUDENT (WS-PRD-IDX) TO FND-STUDENT.
           MOVE WS-PRD-E-DATE (WS-PRD-IDX) TO FND-DATE.
           IF LINE-FOUND
               STRING 'GRADE ' DELIMITED BY SIZE
                      WS-PRD-E-KEY (WS-PRD-IDX) DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      WS-AMT-E-TERM (WS-AMT-IDX) DELIMITED BY SPACE
                      ' SELF-APPROVED' DELIMITED BY SIZE
                   INTO FND-DETAIL
           ELSE
               STRING 'GRADE ' DELIMITED BY SIZE
                      WS-PRD-E-KEY (WS-PRD-IDX) DELIMITED BY SPACE
                      ' SELF-APPROVED' DELIMITED BY SIZE
                   INTO FND-DETAIL
           END-IF.
           PERFORM 3300-FORMAT-SEQS.
           PERFORM 3200-ADD-FINDING.
           ADD 1 TO WS-SELF-APPR-COUNT.

       1820-END.

       1825-MATCH-ONE-AMENDMENT.

           ADD 1 TO WS-AMT-IDX.
           IF WS-AMT-E-STUDENT (WS-AMT-IDX)
                   = WS-PRD-E-STUDENT (WS-PRD-IDX)
                   AND WS-AMT-E-COURSE (WS-AMT-IDX)
                   = WS-PRD-E-KEY (WS-PRD-IDX)
               SET LINE-FOUND TO TRUE
           END-IF.

       1825-END.

      *    SEARCH THE PERIOD'S LINES, THEN THE LOOK-BACK, FOR A LINE
      *    OF WS-FIND-ACTION FOR WS-FIND-STUDENT (AND WS-FIND-KEY AND
      *    WS-FIND-USER WHEN GIVEN). WS-FOUND-SEQ COMES BACK ZERO
      *    WHEN NONE MATCHES.
       3000-FIND-AUDIT-LINE.

           MOVE 0 TO WS-FOUND-SEQ.
           MOVE 'N' TO WS-LINE-FOUND.
           MOVE 0 TO WS-PRD-SCAN.
           PERFORM 3010-MATCH-ONE-PERIOD-LINE
               UNTIL LINE-FOUND OR WS-PRD-SCAN >= WS-PRD-COUNT.

           MOVE 0 TO WS-LBK-IDX.
           PERFORM 3020-MATCH-ONE-LOOKBACK-LINE
               UNTIL LINE-FOUND OR WS-LBK-IDX >= WS-LBK-COUNT.

       3000-END.

       3010-MATCH-ONE-PERIOD-LINE.

           ADD 1 TO WS-PRD-SCAN.
           IF WS-PRD-E-ACTION (WS-PRD-SCAN) = WS-FIND-ACTION
                   AND WS-PRD-E-STUDENT (WS-PRD-SCAN) = WS-FIND-STUDENT
                   AND (WS-FIND-KEY = SPACES
                       OR WS-PRD-E-KEY (WS-PRD-SCAN) = WS-FIND-KEY)
                   AND (WS-FIND-USER = SPACES
                       OR WS-PRD-E-USER (WS-PRD-SCAN) = WS-FIND-USER)
               SET LINE-FOUND TO TRUE
               MOVE WS-PRD-E-SEQ (WS-PRD-SCAN) TO WS-FOUND-SEQ
           END-IF.

       3010-END.

       3020-MATCH-ONE-LOOKBACK-LINE.

           ADD 1 TO WS-LBK-IDX.
           IF WS-LBK-E-ACTION (WS-LBK-IDX) = WS-FIND-ACTION
                   AND WS-LBK-E-STUDENT (WS-LBK-IDX) = WS-FIND-STUDENT
                   AND (WS-FIND-KEY = SPACES
                       OR WS-LBK-E-KEY (WS-LBK-IDX) = WS-FIND-KEY)
                   AND (WS-FIND-USER = SPACES
                       OR WS-LBK-E-USER (WS-LBK-IDX) = WS-FIND-USER)
               SET LINE-FOUND TO TRUE
               MOVE WS-LBK-E-SEQ (WS-LBK-IDX) TO WS-FOUND-SEQ
           END-IF.

       3020-END.

       3100-FIND-DAY.

           MOVE 0 TO WS-DAY-IDX.
           IF WS-FIND-DATE NOT < WS-PERIOD-FROM
                   AND WS-FIND-DATE NOT > WS-PERIOD-TO
               PERFORM 3110-MATCH-ONE-DAY
                   VARYING WS-DAY-SCAN FROM 1 BY 1
                   UNTIL WS-DAY-SCAN > WS-DAY-COUNT
           END-IF.

       3100-END.

       3110-MATCH-ONE-DAY.

           IF WS-DAY-E-DATE (WS-DAY-SCAN) = WS-FIND-DATE
               MOVE WS-DAY-SCAN TO WS-DAY-IDX
           END-IF.

       3110-END.

      *    FINDINGS ARE KEPT IN OPERATOR ORDER; A NEW FINDING GOES IN
      *    AFTER THE LAST ONE ALREADY HELD FOR ITS OPERATOR.
       3200-ADD-FINDING.

           IF WS-FND-COUNT < 1000
               ADD 1 TO WS-FND-COUNT
               MOVE WS-FND-COUNT TO WS-FND-SLOT
               PERFORM 3210-SHIFT-ONE-FINDING
                   UNTIL WS-FND-SLOT = 1
                   OR WS-FND-E-LINE (WS-FND-SLOT - 1) (12:8)
                       NOT > FND-USER
               MOVE WS-FINDING-LINE TO WS-FND-E-LINE (WS-FND-SLOT)
           ELSE
               ADD 1 TO WS-DROPPED-COUNT
           END-IF.

       3200-END.

       3210-SHIFT-ONE-FINDING.

           MOVE WS-FND-E-LINE (WS-FND-SLOT - 1)
               TO WS-FND-E-LINE (WS-FND-SLOT).
           SUBTRACT 1 FROM WS-FND-SLOT.

       3210-END.

      *    AUDIT SEQUENCE NUMBERS AS PRINTED - A LINE THAT COULD NOT
      *    BE FOUND (OR A LEGACY LINE WITHOUT ONE) SHOWS DASHES.
       3300-FORMAT-SEQS.

           MOVE WS-SEQ-FIRST TO WS-SEQ-TEXT-1.
           IF WS-SEQ-FIRST = 0
               MOVE '------' TO WS-SEQ-TEXT-1
           END-IF.
           MOVE WS-SEQ-SECOND TO WS-SEQ-TEXT-2.
           IF WS-SEQ-SECOND = 0
               MOVE '------' TO WS-SEQ-TEXT-2
           END-IF.

           MOVE SPACES TO FND-SEQS.
           IF FND-CHECK = 'OFF-HOURS'
               STRING 'SEQ ' DELIMITED BY SIZE
                      WS-SEQ-TEXT-1 DELIMITED BY SIZE
                   INTO FND-SEQS
           ELSE
               STRING 'SEQ ' DELIMITED BY SIZE
                      WS-SEQ-TEXT-1 DELIMITED BY SIZE
                      ' + ' DELIMITED BY SIZE
                      WS-SEQ-TEXT-2 DELIMITED BY SIZE
                   INTO FND-SEQS
           END-IF.

       3300-END.

       6000-PRINT-FINDINGS.

           MOVE SPACES TO WS-PRINT-LINE.
           MOVE 'CHECK      OPERATOR ID   DATE' TO WS-PRINT-LINE.
           MOVE 'FINDING' TO WS-PRINT-LINE (35:7).
           MOVE 'AUDIT LINES' TO WS-PRINT-LINE (76:11).
           PERFORM 1060-PRINT-LINE.
           MOVE '------------------------------------------------'
               TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.

           MOVE SPACES TO WS-FND-PREV-USER.
           MOVE 0 TO WS-OPERATOR-COUNT.
           PERFORM 6010-PRINT-ONE-FINDING
               VARYING WS-FND-IDX FROM 1 BY 1
               UNTIL WS-FND-IDX > WS-FND-COUNT.

           IF WS-FND-COUNT = 0
               MOVE 'NO EXCEPTIONS FOUND FOR THE PERIOD.'
                   TO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
           END-IF.

       6000-END.

       6010-PRINT-ONE-FINDING.

           IF WS-FND-IDX = 1
                   OR WS-FND-E-LINE (WS-FND-IDX) (12:8)
                       NOT = WS-FND-PREV-USER
               IF WS-FND-IDX > 1
                   MOVE SPACES TO WS-PRINT-LINE
                   PERFORM 1060-PRINT-LINE
               END-IF
               MOVE WS-FND-E-LINE (WS-FND-IDX) (12:8)
                   TO WS-FND-PREV-USER
               ADD 1 TO WS-OPERATOR-COUNT
           END-IF.

           MOVE WS-FND-E-LINE (WS-FND-IDX) TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.

       6010-END.

       6100-PRINT-TOTALS.

           MOVE '---------------------------------------------------'
               TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'AUDIT LINES READ    : ' DELIMITED BY SIZE
                  WS-AUDIT-READ DELIMITED BY SIZE
                  '   IN PERIOD : ' DELIMITED BY SIZE
                  WS-AUDIT-IN-PERIOD DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'PAYMENT ROWS READ   : ' DELIMITED BY SIZE
                  WS-PAYMENTS-READ DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'POSTED AND VOIDED   : ' DELIMITED BY SIZE
                  WS-POST-VOID-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'PAYMENT + ID CHANGE : ' DELIMITED BY SIZE
                  WS-PAY-ID-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'OUTSIDE OFFICE HOURS: ' DELIMITED BY SIZE
                  WS-OFF-HOURS-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'VIEW VOLUME         : ' DELIMITED BY SIZE
                  WS-VIEWS-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'SELF-APPROVED GRADES: ' DELIMITED BY SIZE
                  WS-SELF-APPR-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'OPERATORS FLAGGED   : ' DELIMITED BY SIZE
                  WS-OPERATOR-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           IF WS-DROPPED-COUNT > 0
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'WARNING - ' DELIMITED BY SIZE
                      WS-DROPPED-COUNT DELIMITED BY SIZE
                      ' LINES OR FINDINGS PAST THE TABLE LIMITS WERE '
                          DELIMITED BY SIZE
                      'NOT REVIEWED.' DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
           END-IF.

       6100-END.

       END PROGRAM PRGB0158.
