      ******************************************************************
      * Author:
      * Date:
      * Purpose: Batch pre-flight check - run as the first JOB.PLAN
      *          step and on demand from the menu, before the nightly
      *          window opens. IT CHECKS THAT EVERY PLAN STEP'S
      *          PROGRAM IS INSTALLED AND EVERY DATA FILE THE STEPS
      *          NEED (STEP.FILES) IS PRESENT, OPENABLE AND NOT
      *          LOCKED; THAT SYSTEM.STATE IS NOT STILL QUIESCED AND
      *          STUDENT.LOCK IS NOT HELD; HOW LAST NIGHT'S STEPS
      *          ENDED ON RUN.STATISTICS; THAT THE AUDIT.LOG CHAIN
      *          STILL VERIFIES; AND THE FILE.SIZES GROWTH HEADROOM
      *          PRGQ0101 REPORTS. EVERY CHECK PRINTS OK, WARN OR
      *          FAIL ON ../PRGB0173.PRT; ANY FAIL MAKES THE NIGHT A
      *          NO-GO, RETURN CODE 8, AND THE DRIVER STOPS BEFORE IT
      *          QUIESCES THE SYSTEM. A STEP NOT ON TONIGHT'S
      *          CALENDAR ONLY EVER WARNS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGB0173.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY JPLSEL.

           COPY SFLSEL.

           COPY SYSSEL.

           COPY LOCKSEL.

           COPY RUNSEL.

           COPY AUDSEL.

           COPY AUCSEL.

           COPY FSZSEL.

           COPY STUSEL.

           COPY ENRSEL.

           COPY GRDSEL.

           COPY TRMSEL.

           COPY CRSSEL.

           COPY CHGSEL.

           COPY PAYSEL.

           COPY ATTSEL.

           COPY HSGSEL.

           COPY CONSEL.

           COPY OFRSEL.

      *    ANY OTHER DATA FILE IS PROBED THROUGH THIS ONE ENTRY, WITH
      *    THE NAME FILLED IN FROM STEP.FILES BEFORE THE OPEN.
           SELECT PROBE-FILE ASSIGN TO WS-PROBE-NAME
               FILE STATUS IS PRB-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PREFLIGHT-REPORT-FILE ASSIGN TO '../PRGB0173.PRT'
               FILE STATUS IS PRT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD JOB-PLAN-FILE.
       COPY JPLFD.

       FD STEP-FILE-LIST.
       COPY SFLFD.

       FD SYSTEM-STATE-FILE.
       COPY SYSFD.

       FD STUDENT-LOCK-FILE.
       COPY LOCKFD.

       FD RUN-STATISTICS-FILE.
       COPY RUNFD.

       FD AUDIT-LOG-FILE.
       COPY AUDFD.

       FD AUDIT-CONTROL-FILE.
       COPY AUCFD.

       FD FILE-SIZE-FILE.
       COPY FSZFD.

       FD STUDENT-VSAM-FILE.

       COPY STUFD.

       FD ENROLLMENT-VSAM-FILE.
       COPY ENRFD.

       FD GRADE-VSAM-FILE.
       COPY GRDFD.

       FD TERM-MASTER-FILE.
       COPY TRMFD.

       FD COURSE-MASTER-FILE.
       COPY CRSFD.

       FD STUDENT-CHARGE-FILE.
       COPY CHGFD.

       FD STUDENT-PAYMENT-FILE.
       COPY PAYFD.

       FD ATTENDANCE-VSAM-FILE.
       COPY ATTFD.

       FD HOUSING-VSAM-FILE.
       COPY HSGFD.

       FD CONTACT-VSAM-FILE.
       COPY CONFD.

       FD ADMISSION-OFFER-FILE.
       COPY OFRFD.

       FD PROBE-FILE.
       01  PROBE-RECORD                 PIC X(200).

       FD PREFLIGHT-REPORT-FILE.
       01  REPORT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.

       01  JPL-FILE-STATUS   PIC XX.
       01  SFL-FILE-STATUS   PIC XX.
       01  SYS-FILE-STATUS   PIC XX.
       01  LOCK-FILE-STATUS  PIC XX.
       01  RUN-FILE-STATUS   PIC XX.
       01  AUD-FILE-STATUS   PIC XX.
       01  AUC-FILE-STATUS   PIC XX.
       01  FSZ-FILE-STATUS   PIC XX.
       01  FILE-CHECK-KEY    PIC XX.
       01  ENR-FILE-STATUS   PIC XX.
       01  GRD-FILE-STATUS   PIC XX.
       01  TRM-FILE-STATUS   PIC XX.
       01  CRS-FILE-STATUS   PIC XX.
       01  CHG-FILE-STATUS   PIC XX.
       01  PAY-FILE-STATUS   PIC XX.
       01  ATT-FILE-STATUS   PIC XX.
       01  HSG-FILE-STATUS   PIC XX.
       01  CON-FILE-STATUS   PIC XX.
       01  OFR-FILE-STATUS   PIC XX.
       01  PRB-FILE-STATUS   PIC XX.
       01  PRT-FILE-STATUS   PIC XX.

       COPY AUPWRK.

       01  WS-RUN-STATS-AREAS.
           05  WS-RUN-PROGRAM      PIC X(8) VALUE 'PRGB0173'.
           05  WS-RUN-DATE         PIC 9(8) VALUE 0.
           05  WS-RUN-START-TIME   PIC 9(6) VALUE 0.
           05  WS-RUN-END-TIME     PIC 9(6) VALUE 0.
           05  WS-RUN-READ-COUNT   PIC 9(6) VALUE 0.
           05  WS-RUN-WRITE-COUNT  PIC 9(6) VALUE 0.
           05  WS-RUN-REJECT-COUNT PIC 9(6) VALUE 0.

       01  WS-WORK-AREAS.
           05  WS-RUN-STATUS       PIC X     VALUE 'Y'.
               88  RUN-OK                   VALUE 'Y'.
               88  RUN-FAILED               VALUE 'N'.
           05  WS-CHECK-COUNT      PIC 9(4)  VALUE 0.
           05  WS-OK-COUNT         PIC 9(4)  VALUE 0.
           05  WS-WARN-COUNT       PIC 9(4)  VALUE 0.
           05  WS-FAIL-COUNT       PIC 9(4)  VALUE 0.
           05  WS-EOF              PIC X     VALUE 'N'.
               88  INPUT-EOF                VALUE 'Y'.
           05  WS-PLAN-ON-FILE     PIC X     VALUE 'N'.
               88  PLAN-IS-ON-FILE          VALUE 'Y'.
           05  WS-LIST-READABLE    PIC X     VALUE 'N'.
               88  STEP-LIST-READABLE       VALUE 'Y'.
           05  WS-STUDENT-LOCKED   PIC X     VALUE 'N'.
               88  STUDENT-FILE-LOCKED      VALUE 'Y'.
           05  WS-LOCK-HOLDER      PIC X(8)  VALUE SPACES.
           05  WS-DAY-OF-WEEK      PIC 9     VALUE 0.
           05  WS-MONTH-END        PIC X     VALUE 'N'.
               88  TODAY-IS-MONTH-END       VALUE 'Y'.
           05  WS-DAYS-IN-MONTH    PIC 9(2)  VALUE 0.
           05  WS-LEAP-WORK        PIC 9(4)  VALUE 0.
           05  WS-LEAP-REM         PIC 9(4)  VALUE 0.
           05  WS-ZELLER-Y         PIC 9(4)  VALUE 0.
           05  WS-ZELLER-M         PIC 9(2)  VALUE 0.
           05  WS-ZELLER-K         PIC 9(4)  VALUE 0.
           05  WS-ZELLER-J         PIC 9(4)  VALUE 0.
           05  WS-ZELLER-H         PIC 9(6)  VALUE 0.
           05  WS-ZELLER-REM       PIC 9(2)  VALUE 0.
           05  WS-SHOW-COUNT       PIC 9(4)  VALUE 0.
           05  WS-SHOW-MORE        PIC 9(3)  VALUE 0.
           05  WS-SHOW-DAYS        PIC 9(5)  VALUE 0.
           05  WS-CONTROL-SEQ      PIC 9(6)  VALUE 0.

      *    A PROGRAM IS INSTALLED WHEN ITS ENTRY POINT RESOLVES; THE
      *    CHECK LOADS THE MODULE WITHOUT RUNNING IT.
       01  WS-ENTRY-NAME           PIC X(8)  VALUE SPACES.
       01  WS-STEP-ENTRY           USAGE PROCEDURE-POINTER.

       01  WS-PROBE-AREAS.
           05  WS-PROBE-NAME       PIC X(30) VALUE SPACES.
           05  WS-PROBE-STATUS     PIC XX    VALUE SPACES.
           05  WS-PROBE-TEXT       PIC X(30) VALUE SPACES.
           05  WS-PROBE-PROBLEM    PIC X     VALUE 'N'.
               88  PROBE-FOUND-PROBLEM      VALUE 'Y'.

      *    THE STEPS THE CHECK COVERS - THE JOB.PLAN STEPS, OR EVERY
      *    STEP ON STEP.FILES WHEN THERE IS NO PLAN YET - AND WHETHER
      *    EACH IS ON TONIGHT'S CALENDAR.
       01  WS-STEP-TABLE-AREAS.
           05  WS-STP-COUNT        PIC 9(3)  COMP VALUE 0.
           05  WS-STP-IDX          PIC 9(3)  COMP VALUE 0.
           05  WS-STP-HIT          PIC 9(3)  COMP VALUE 0.
           05  WS-STP-INSTALLED    PIC 9(3)  COMP VALUE 0.
           05  WS-STP-TABLE.
               10  WS-STP-ENTRY    OCCURS 100 TIMES.
                   15  WS-STP-E-STEP       PIC X(8).
                   15  WS-STP-E-TONIGHT    PIC X.
                   15  WS-STP-E-FILES      PIC 9(3) COMP.

      *    ONE ROW PER DISTINCT DATA FILE, SO A FILE SEVERAL STEPS
      *    SHARE IS PROBED AND REPORTED ONCE. 'Y' IN NEEDED-TONIGHT
      *    MEANS A STEP ON TONIGHT'S CALENDAR CANNOT RUN WITHOUT IT.
       01  WS-FILE-TABLE-AREAS.
           05  WS-FIL-COUNT        PIC 9(3)  COMP VALUE 0.
           05  WS-FIL-IDX          PIC 9(3)  COMP VALUE 0.
           05  WS-FIL-HIT          PIC 9(3)  COMP VALUE 0.
           05  WS-FIL-GOOD         PIC 9(3)  COMP VALUE 0.
           05  WS-FIL-OVERFLOW     PIC X     VALUE 'N'.
               88  FILE-TABLE-OVERFLOWED    VALUE 'Y'.
           05  WS-FIL-TABLE.
               10  WS-FIL-ENTRY    OCCURS 100 TIMES.
                   15  WS-FIL-E-NAME       PIC X(24).
                   15  WS-FIL-E-TONIGHT    PIC X.
                   15  WS-FIL-E-REQUIRED   PIC X.
                   15  WS-FIL-E-STEPS      PIC 9(3) COMP.
                   15  WS-FIL-E-FIRST      PIC X(8).

      *    THE FILES EACH STEP OF THE STANDARD CHAIN READS, SEEDED TO
      *    ../STEP.FILES THE FIRST TIME THE CHECK RUNS. STEPS THAT
      *    ONLY READ FILES THEY CREATE THEMSELVES (PRGB0061, PRGB0158)
      *    HAVE NO LINES.
       01  WS-SEED-FILE-LINES.
           05  FILLER  PIC X(33)
               VALUE 'PRGB0041STUDENT.VSAM            R'.
           05  FILLER  PIC X(33)
               VALUE 'PRGB0041ENROLLMENT.VSAM         R'.
           05  FILLER  PIC X(33)
               VALUE 'PRGB0041GRADE.VSAM              R'.
           05  FILLER  PIC X(33)
               VALUE 'PRGB0041BACKUP.CONTROL          O'.
           05  FILLER  PIC X(33)
               VALUE 'PRGV0001STUDENTSEQUENTIAL.txt   O'.
           05  FILLER  PIC X(33)
               VALUE 'PRGB0070FINANCIAL.PERIODS       O'.
           05  FILLER  PIC X(33)
               VALUE 'PRGB0070AWARD.MASTER            O'.
           05  FILLER  PIC X(33)
               VALUE 'PRGB0075FINANCIAL.PERIODS       O'.
           05  FILLER  PIC X(33)
               VALUE 'PRGB0075SPONSOR.MASTER          O'.
           05  FILLER  PIC X(33)
               VALUE 'PRGB0075SPONSOR.LINKS           O'.
           05  FILLER  PIC X(33)
               VALUE 'PRGB0137STUDENT.VSAM            R'.
           05  FILLER  PIC X(33)
               VALUE 'PRGB0137ENROLLMENT.VSAM         R'.
           05  FILLER  PIC X(33)
               VALUE 'PRGB0137TERM.MASTER             R'.
           05  FILLER  PIC X(33)
               VALUE 'PRGB0137HOUSING.VSAM            O'.
           05  FILLER  PIC X(33)
               VALUE 'PRGB0171STUDENT.VSAM            R'.
           05  FILLER  PIC X(33)
               VALUE 'PRGB0171ENROLLMENT.VSAM         R'.
           05  FILLER  PIC X(33)
               VALUE 'PRGB0171ADMISSION.OFFERS        O'.
           05  FILLER  PIC X(33)
               VALUE 'PRGB0064ENROLLMENT.VSAM         R'.
           05  FILLER  PIC X(33)
               VALUE 'PRGB0064FINANCIAL.PERIODS       O'.
           05  FILLER  PIC X(33)
               VALUE 'PRGB0064REFUND.SCHEDULE         O'.
           05  FILLER  PIC X(33)
               VALUE 'PRGB0044STUDENT.VSAM            R'.
           05  FILLER  PIC X(33)
               VALUE 'PRGB0044ENROLLMENT.VSAM         R'.
           05  FILLER  PIC X(33)
               VALUE 'PRGB0044GRADE.VSAM              R'.
           05  FILLER  PIC X(33)
               VALUE 'PRGB0044STUDENT.CHARGES         O'.
           05  FILLER  PIC X(33)
               VALUE 'PRGB0044STUDENT.PAYMENTS        O'.
           05  FILLER  PIC X(33)
               VALUE 'PRGB0060STUDENT.VSAM            R'.
           05  FILLER  PIC X(33)
               VALUE 'PRGB0060ENROLLMENT.VSAM         R'.
           05  FILLER  PIC X(33)
               VALUE 'PRGB0155TERM.MASTER             R'.
           05  FILLER  PIC X(33)
               VALUE 'PRGB0155STUDENT.VSAM            R'.
           05  FILLER  PIC X(33)
               VALUE 'PRGB0155ENROLLMENT.VSAM         R'.
           05  FILLER  PIC X(33)
               VALUE 'PRGB0170TERM.MASTER             R'.
           05  FILLER  PIC X(33)
               VALUE 'PRGB0170ENROLLMENT.VSAM         R'.
           05  FILLER  PIC X(33)
               VALUE 'PRGB0066PAYMENT.PLANS           O'.
           05  FILLER  PIC X(33)
               VALUE 'PRGB0066STUDENT.PAYMENTS        O'.
           05  FILLER  PIC X(33)
               VALUE 'PRGB0067STUDENT.CHARGES         O'.
           05  FILLER  PIC X(33)
               VALUE 'PRGB0067STUDENT.PAYMENTS        O'.
           05  FILLER  PIC X(33)
               VALUE 'PRGB0086ATTENDANCE.VSAM         O'.
           05  FILLER  PIC X(33)
               VALUE 'PRGB0082GRADE.VSAM              R'.
           05  FILLER  PIC X(33)
               VALUE 'PRGQ0005STUDENT.VSAM            R'.
           05  FILLER  PIC X(33)
               VALUE 'PRGQ0008STUDENT.VSAM            R'.
           05  FILLER  PIC X(33)
               VALUE 'PRGB0038STUDENT.VSAM            R'.
           05  FILLER  PIC X(33)
               VALUE 'PRGB0038COURSE.MASTER           R'.
           05  FILLER  PIC X(33)
               VALUE 'PRGB0038ENROLLMENT.VSAM         R'.
           05  FILLER  PIC X(33)
               VALUE 'PRGB0038GRADE.VSAM              R'.
           05  FILLER  PIC X(33)
               VALUE 'PRGB0038CONTACT.VSAM            O'.
           05  FILLER  PIC X(33)
               VALUE 'PRGE0011STUDENT.VSAM            R'.
           05  FILLER  PIC X(33)
               VALUE 'PRGB0100STUDENT.VSAM            R'.
           05  FILLER  PIC X(33)
               VALUE 'PRGB0106AUDIT.CONTROL           O'.
           05  FILLER  PIC X(33)
               VALUE 'PRGB0073FEE.TYPES               O'.
           05  FILLER  PIC X(33)
               VALUE 'PRGB0073GLMAP.PARM              O'.
           05  FILLER  PIC X(33)
               VALUE 'PRGB0108SPOOL.CATALOG           O'.
           05  FILLER  PIC X(33)
               VALUE 'PRGB0110SPOOL.CATALOG           O'.
           05  FILLER  PIC X(33)
               VALUE 'PRGB0127TERM.MASTER             R'.
           05  FILLER  PIC X(33)
               VALUE 'PRGB0127FINANCIAL.PERIODS       O'.
           05  FILLER  PIC X(33)
               VALUE 'PRGB0153TERM.MASTER             R'.
           05  FILLER  PIC X(33)
               VALUE 'PRGB0153STUDENT.VSAM            R'.
           05  FILLER  PIC X(33)
               VALUE 'PRGB0153ENROLLMENT.VSAM         R'.
       01  WS-SEED-FILE-TABLE REDEFINES WS-SEED-FILE-LINES.
           05  WS-SEED-ENTRY OCCURS 57 TIMES.
               10  WS-SEED-STEP    PIC X(8).
               10  WS-SEED-FILE    PIC X(24).
               10  WS-SEED-NEED    PIC X.

      *    HOW EACH STEP ENDED LAST NIGHT - THE LATEST ROW PER
      *    PROGRAM DATED THE LAST RUN DAY BEFORE TODAY, OR TODAY.
       01  WS-LAST-NIGHT-AREAS.
           05  WS-LAST-NIGHT       PIC 9(8)  VALUE 0.
           05  WS-OUT-COUNT        PIC 9(3)  COMP VALUE 0.
           05  WS-OUT-IDX          PIC 9(3)  COMP VALUE 0.
           05  WS-OUT-HIT          PIC 9(3)  COMP VALUE 0.
           05  WS-OUT-FAILED       PIC 9(3)  COMP VALUE 0.
           05  WS-OUT-TABLE.
               10  WS-OUT-ENTRY    OCCURS 100 TIMES.
                   15  WS-OUT-E-PROGRAM    PIC X(8).
                   15  WS-OUT-E-DATE       PIC 9(8).
                   15  WS-OUT-E-STATUS     PIC X(4).

       01  WS-AUDIT-AREAS.
           05  WS-LINES-READ       PIC 9(6)  VALUE 0.
           05  WS-CHAINED-LINES    PIC 9(6)  VALUE 0.
           05  WS-PROBLEM-COUNT    PIC 9(6)  VALUE 0.
           05  WS-FIRST-PROBLEM    PIC 9(6)  VALUE 0.
           05  WS-EXPECTED-SEQ     PIC 9(6)  VALUE 1.
           05  WS-HIGHEST-SEQ      PIC 9(6)  VALUE 0.
           05  WS-PREV-CHECK       PIC 9(8)  VALUE 0.
           05  WS-TAIL-CUT         PIC X     VALUE 'N'.
               88  AUDIT-TAIL-CUT           VALUE 'Y'.

      *    A FILE DUE TO DOUBLE WITHIN A WEEK WILL NOT SEE THE NIGHT
      *    THROUGH ON THE SPACE IT HAS; WITHIN A MONTH IS A WARNING.
       01  WS-GROWTH-AREAS.
           05  WS-GROWTH-FAIL-DAYS PIC 9(3)  VALUE 7.
           05  WS-GROWTH-WARN-DAYS PIC 9(3)  VALUE 30.
           05  WS-ROW-SERIAL       PIC 9(7)  COMP VALUE 0.
           05  WS-SPAN-DAYS        PIC S9(5) COMP VALUE 0.
           05  WS-GROWTH-PER-DAY   PIC 9(6)V99 VALUE 0.
           05  WS-DOUBLE-DAYS      PIC 9(5)  VALUE 0.
           05  WS-GROWTH-FLAGGED   PIC 9(3)  COMP VALUE 0.
           05  WS-DATE-WORK        PIC 9(8)  VALUE 0.
           05  WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
               10  WS-DATE-YYYY    PIC 9(4).
               10  WS-DATE-MM      PIC 9(2).
               10  WS-DATE-DD      PIC 9(2).
           05  WS-TRN-COUNT        PIC 9(2)  COMP VALUE 0.
           05  WS-TRN-IDX          PIC 9(2)  COMP VALUE 0.
           05  WS-TRN-HIT          PIC 9(2)  COMP VALUE 0.
           05  WS-TRN-TABLE.
               10  WS-TRN-ENTRY    OCCURS 20 TIMES.
                   15  WS-TRN-E-NAME       PIC X(20).
                   15  WS-TRN-E-FIRST-SER  PIC 9(7) COMP.
                   15  WS-TRN-E-FIRST-REC  PIC 9(8).
                   15  WS-TRN-E-LAST-SER   PIC 9(7) COMP.
                   15  WS-TRN-E-LAST-REC   PIC 9(8).

       01  WS-RESULT-LINE.
           05  WS-RL-VERDICT         PIC X(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RL-AREA            PIC X(12).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RL-DETAIL          PIC X(81).

       01  WS-RESULT-COLUMNS.
           05  FILLER                PIC X(19)
               VALUE 'RSLT  AREA         '.
           05  FILLER                PIC X(6)
               VALUE 'DETAIL'.

       01  WS-PRINT-LINE             PIC X(100).

       01 CURRENT-DATE.
           05 CURRENT-YEAR   PIC 9(4).
           05 CURRENT-MONTH  PIC 9(2).
           05 CURRENT-DAY    PIC 9(2).

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.

           PERFORM 0850-INIT-RUN-STATS.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.
           DISPLAY "===== BATCH PRE-FLIGHT CHECK =====".

           OPEN OUTPUT PREFLIGHT-REPORT-FILE.
           IF PRT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PRGB0173.PRT (STATUS = "
                   PRT-FILE-STATUS ")"
               SET RUN-FAILED TO TRUE
               PERFORM 0860-WRITE-RUN-STATS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'BATCH PRE-FLIGHT CHECK ' DELIMITED BY SIZE
                  CURRENT-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE WS-RESULT-COLUMNS TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE '---------------------------------------------------'
               TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.

           PERFORM 0700-COMPUTE-DAY-OF-WEEK.
           PERFORM 0750-CHECK-MONTH-END.

           PERFORM 2000-CHECK-SYSTEM-STATE.
           PERFORM 2100-CHECK-STUDENT-LOCK.

           PERFORM 3000-LOAD-JOB-PLAN.
           PERFORM 3100-LOAD-STEP-FILES.
           PERFORM 3300-CHECK-PROGRAMS.
           IF STEP-LIST-READABLE
               PERFORM 3400-CHECK-DATA-FILES
           END-IF.

           PERFORM 4000-CHECK-LAST-NIGHT.
           PERFORM 5000-CHECK-AUDIT-CHAIN.
           PERFORM 6000-CHECK-GROWTH.

           MOVE '---------------------------------------------------'
               TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'CHECKS: ' DELIMITED BY SIZE
                  WS-CHECK-COUNT DELIMITED BY SIZE
                  '  OK: ' DELIMITED BY SIZE
                  WS-OK-COUNT DELIMITED BY SIZE
                  '  WARNINGS: ' DELIMITED BY SIZE
                  WS-WARN-COUNT DELIMITED BY SIZE
                  '  FAILURES: ' DELIMITED BY SIZE
                  WS-FAIL-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.

           IF WS-FAIL-COUNT > 0
               SET RUN-FAILED TO TRUE
               MOVE SPACES TO WS-PRINT-LINE
               STRING '*** NO-GO - CLEAR EVERY FAIL BEFORE THE '
                          DELIMITED BY SIZE
                      'BATCH WINDOW OPENS ***' DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           ELSE
               IF WS-WARN-COUNT > 0
                   MOVE 'GO - REVIEW THE WARNINGS IN THE MORNING'
                       TO WS-PRINT-LINE
               ELSE
                   MOVE 'GO' TO WS-PRINT-LINE
               END-IF
           END-IF.
           PERFORM 1060-PRINT-LINE.

           CLOSE PREFLIGHT-REPORT-FILE.

           IF RUN-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           DISPLAY "SEE ../PRGB0173.PRT FOR THE PRE-FLIGHT REPORT".
           MOVE WS-CHECK-COUNT TO WS-RUN-READ-COUNT.
           MOVE WS-WARN-COUNT TO WS-RUN-WRITE-COUNT.
           MOVE WS-FAIL-COUNT TO WS-RUN-REJECT-COUNT.
           PERFORM 0860-WRITE-RUN-STATS.

           GOBACK.

       0000-END.

      *    ZELLER'S CONGRUENCE, MAPPED SO 1 = MONDAY .. 7 = SUNDAY,
      *    THE SAME WAY THE DRIVER WORKS OUT TONIGHT'S CALENDAR.
       0700-COMPUTE-DAY-OF-WEEK.

           MOVE CURRENT-YEAR TO WS-ZELLER-Y.
           MOVE CURRENT-MONTH TO WS-ZELLER-M.
           IF WS-ZELLER-M < 3
               ADD 10 TO WS-ZELLER-M
               SUBTRACT 1 FROM WS-ZELLER-Y
           ELSE
               SUBTRACT 2 FROM WS-ZELLER-M
           END-IF.

           DIVIDE WS-ZELLER-Y BY 100 GIVING WS-ZELLER-J
               REMAINDER WS-ZELLER-K.

           COMPUTE WS-ZELLER-H
               = CURRENT-DAY
               + ((13 * WS-ZELLER-M) - 1) / 5
               + WS-ZELLER-K
               + WS-ZELLER-K / 4
               + WS-ZELLER-J / 4
               + (5 * WS-ZELLER-J).
           DIVIDE WS-ZELLER-H BY 7 GIVING WS-ZELLER-Y
               REMAINDER WS-ZELLER-REM.

           IF WS-ZELLER-REM = 0
               MOVE 7 TO WS-DAY-OF-WEEK
           ELSE
               MOVE WS-ZELLER-REM TO WS-DAY-OF-WEEK
           END-IF.

       0700-END.

       0750-CHECK-MONTH-END.

           EVALUATE CURRENT-MONTH
               WHEN 01 WHEN 03 WHEN 05 WHEN 07 WHEN 08 WHEN 10
               WHEN 12
                   MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN OTHER
                   DIVIDE CURRENT-YEAR BY 4 GIVING WS-LEAP-WORK
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = 0
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
           END-EVALUATE.

           IF CURRENT-DAY = WS-DAYS-IN-MONTH
               SET TODAY-IS-MONTH-END TO TRUE
           END-IF.

       0750-END.

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

       1060-PRINT-LINE.

           DISPLAY WS-PRINT-LINE.
           WRITE REPORT-LINE FROM WS-PRINT-LINE.

       1060-END.

      *    EVERY CHECK ENDS HERE WITH ITS VERDICT, AREA AND DETAIL
      *    FILLED IN, SO THE TALLIES AND THE GO/NO-GO LINE CANNOT
      *    DISAGREE WITH WHAT WAS PRINTED.
       1070-PRINT-RESULT.

           ADD 1 TO WS-CHECK-COUNT.
           EVALUATE WS-RL-VERDICT
               WHEN 'FAIL'
                   ADD 1 TO WS-FAIL-COUNT
               WHEN 'WARN'
                   ADD 1 TO WS-WARN-COUNT
               WHEN OTHER
                   ADD 1 TO WS-OK-COUNT
           END-EVALUATE.

           MOVE WS-RESULT-LINE TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-RL-DETAIL.

       1070-END.

      *    A CHAIN THAT DIED LAST NIGHT LEFT THE SYSTEM QUIESCED ON
      *    PURPOSE; UNTIL THE MORNING SHIFT HAS LOOKED AND CLEARED IT,
      *    TONIGHT'S WINDOW MUST NOT OPEN OVER THE TOP OF IT.
       2000-CHECK-SYSTEM-STATE.

           MOVE 'SYSTEM STATE' TO WS-RL-AREA.
           MOVE SPACES TO WS-RL-DETAIL.

           OPEN INPUT SYSTEM-STATE-FILE.
           EVALUATE SYS-FILE-STATUS
               WHEN "35"
                   MOVE 'OK  ' TO WS-RL-VERDICT
                   MOVE 'NO SYSTEM.STATE ON FILE - THE SYSTEM IS OPEN'
                       TO WS-RL-DETAIL
               WHEN "00"
                   READ SYSTEM-STATE-FILE
                       AT END
                           MOVE 'OK  ' TO WS-RL-VERDICT
                           MOVE 'SYSTEM.STATE IS EMPTY - SYSTEM IS OPEN'
                               TO WS-RL-DETAIL
                       NOT AT END
                           IF SYS-QUIESCED
                               MOVE 'FAIL' TO WS-RL-VERDICT
                               STRING 'STILL QUIESCED SINCE '
                                          DELIMITED BY SIZE
                                      SYS-SET-DATE DELIMITED BY SIZE
                                      ' BY ' DELIMITED BY SIZE
                                      SYS-SET-BY DELIMITED BY SPACE
                                      ' - CHECK WHY, THEN CLEAR IT '
                                          DELIMITED BY SIZE
                                      '(PRGN0099)' DELIMITED BY SIZE
                                   INTO WS-RL-DETAIL
                           ELSE
                               MOVE 'OK  ' TO WS-RL-VERDICT
                               MOVE 'THE SYSTEM IS OPEN'
                                   TO WS-RL-DETAIL
                           END-IF
                   END-READ
                   CLOSE SYSTEM-STATE-FILE
               WHEN OTHER
                   MOVE 'FAIL' TO WS-RL-VERDICT
                   STRING 'SYSTEM.STATE CANNOT BE OPENED (STATUS '
                              DELIMITED BY SIZE
                          SYS-FILE-STATUS DELIMITED BY SIZE
                          ')' DELIMITED BY SIZE
                       INTO WS-RL-DETAIL
           END-EVALUATE.

           PERFORM 1070-PRINT-RESULT.

       2000-END.

      *    A HELD STUDENT.LOCK MEANS A MAINTENANCE PROGRAM IS STILL
      *    IN STUDENT.VSAM - OR DIED THERE. EITHER WAY THE NIGHT'S
      *    STUDENT UPDATES WOULD COLLIDE WITH IT.
       2100-CHECK-STUDENT-LOCK.

           MOVE 'STUDENT LOCK' TO WS-RL-AREA.
           MOVE SPACES TO WS-RL-DETAIL.

           OPEN INPUT STUDENT-LOCK-FILE.
           EVALUATE LOCK-FILE-STATUS
               WHEN "35"
                   MOVE 'OK  ' TO WS-RL-VERDICT
                   MOVE 'NO STUDENT.LOCK ON FILE - NOT HELD'
                       TO WS-RL-DETAIL
               WHEN "00"
                   READ STUDENT-LOCK-FILE
                       AT END
                           MOVE 'OK  ' TO WS-RL-VERDICT
                           MOVE 'STUDENT.LOCK IS EMPTY - NOT HELD'
                               TO WS-RL-DETAIL
                       NOT AT END
                           IF LOCK-HELD
                               SET STUDENT-FILE-LOCKED TO TRUE
                               MOVE LOCK-HOLDER-PROGRAM
                                   TO WS-LOCK-HOLDER
                               MOVE 'FAIL' TO WS-RL-VERDICT
                               STRING 'STUDENT.LOCK HELD BY '
                                          DELIMITED BY SIZE
                                      LOCK-HOLDER-PROGRAM
                                          DELIMITED BY SPACE
                                      ' - FINISH OR RELEASE IT BEFORE '
                                          DELIMITED BY SIZE
                                      'THE WINDOW OPENS'
                                          DELIMITED BY SIZE
                                   INTO WS-RL-DETAIL
                           ELSE
                               MOVE 'OK  ' TO WS-RL-VERDICT
                               MOVE 'STUDENT.LOCK IS FREE'
                                   TO WS-RL-DETAIL
                           END-IF
                   END-READ
                   CLOSE STUDENT-LOCK-FILE
               WHEN OTHER
                   MOVE 'FAIL' TO WS-RL-VERDICT
                   STRING 'STUDENT.LOCK CANNOT BE OPENED (STATUS '
                              DELIMITED BY SIZE
                          LOCK-FILE-STATUS DELIMITED BY SIZE
                          ')' DELIMITED BY SIZE
                       INTO WS-RL-DETAIL
           END-EVALUATE.

           PERFORM 1070-PRINT-RESULT.

       2100-END.

      *    THE STEPS TO CHECK COME FROM JOB.PLAN, MARKED WITH WHETHER
      *    TONIGHT'S CALENDAR RUNS THEM. THE CHECK ITSELF IS SKIPPED -
      *    IT IS ALREADY RUNNING.
       3000-LOAD-JOB-PLAN.

           MOVE 'JOB PLAN' TO WS-RL-AREA.
           MOVE SPACES TO WS-RL-DETAIL.
           MOVE 'N' TO WS-EOF.

           OPEN INPUT JOB-PLAN-FILE.
           IF JPL-FILE-STATUS = "00"
               SET PLAN-IS-ON-FILE TO TRUE
               PERFORM 3010-LOAD-ONE-PLAN-STEP UNTIL INPUT-EOF
               CLOSE JOB-PLAN-FILE
           END-IF.

           IF PLAN-IS-ON-FILE AND WS-STP-COUNT > 0
               MOVE WS-STP-COUNT TO WS-SHOW-COUNT
               MOVE 'OK  ' TO WS-RL-VERDICT
               STRING 'JOB.PLAN NAMES ' DELIMITED BY SIZE
                      WS-SHOW-COUNT DELIMITED BY SIZE
                      ' STEP(S) TO CHECK' DELIMITED BY SIZE
                   INTO WS-RL-DETAIL
           ELSE
               MOVE 'N' TO WS-PLAN-ON-FILE
               MOVE 'WARN' TO WS-RL-VERDICT
               STRING 'NO JOB.PLAN STEPS - THE DRIVER SEEDS THE '
                          DELIMITED BY SIZE
                      'STANDARD CHAIN; CHECKING EVERY STEP.FILES STEP'
                          DELIMITED BY SIZE
                   INTO WS-RL-DETAIL
           END-IF.

           PERFORM 1070-PRINT-RESULT.

       3000-END.

       3010-LOAD-ONE-PLAN-STEP.

           READ JOB-PLAN-FILE
               AT END
                   SET INPUT-EOF TO TRUE
               NOT AT END
                   IF JPL-STEP NOT = SPACES
                           AND JPL-STEP NOT = 'PRGB0173'
                       MOVE JPL-STEP TO WS-ENTRY-NAME
                       PERFORM 3200-FIND-OR-ADD-STEP
                       IF WS-STP-HIT > 0
                           PERFORM 3020-MARK-TONIGHT
                       END-IF
                   END-IF
           END-READ.

       3010-END.

      *    THE SAME CALENDAR TEST THE DRIVER APPLIES: DAILY ALWAYS,
      *    WEEKLY ON ITS DAY, MONTH-END ON THE LAST DAY OF THE MONTH.
       3020-MARK-TONIGHT.

           EVALUATE TRUE
               WHEN JPL-RUNS-WEEKLY
                   IF JPL-DAY IS NUMERIC
                           AND JPL-DAY = WS-DAY-OF-WEEK
                       MOVE 'Y' TO WS-STP-E-TONIGHT (WS-STP-HIT)
                   END-IF
               WHEN JPL-RUNS-MONTH-END
                   IF TODAY-IS-MONTH-END
                       MOVE 'Y' TO WS-STP-E-TONIGHT (WS-STP-HIT)
                   END-IF
               WHEN OTHER
                   MOVE 'Y' TO WS-STP-E-TONIGHT (WS-STP-HIT)
           END-EVALUATE.

       3020-END.

      *    STEP.FILES IS SEEDED WITH THE STANDARD CHAIN'S FILES THE
      *    FIRST TIME, THEN READ. WITH NO PLAN, EVERY STEP IT NAMES
      *    IS TREATED AS RUNNING TONIGHT.
       3100-LOAD-STEP-FILES.

           MOVE 'STEP FILES' TO WS-RL-AREA.
           MOVE SPACES TO WS-RL-DETAIL.

           OPEN INPUT STEP-FILE-LIST.
           IF SFL-FILE-STATUS = "35"
               PERFORM 3150-SEED-STEP-FILES
               OPEN INPUT STEP-FILE-LIST
           END-IF.

           IF SFL-FILE-STATUS = "00"
               SET STEP-LIST-READABLE TO TRUE
               MOVE 'N' TO WS-EOF
               PERFORM 3110-LOAD-ONE-STEP-FILE UNTIL INPUT-EOF
               CLOSE STEP-FILE-LIST
               IF FILE-TABLE-OVERFLOWED
                   MOVE 'WARN' TO WS-RL-VERDICT
                   MOVE 'STEP.FILES NAMES OVER 100 FILES - 100 CHECKED'
                       TO WS-RL-DETAIL
                   PERFORM 1070-PRINT-RESULT
               END-IF
           ELSE
               MOVE 'FAIL' TO WS-RL-VERDICT
               STRING 'STEP.FILES CANNOT BE READ (STATUS '
                          DELIMITED BY SIZE
                      SFL-FILE-STATUS DELIMITED BY SIZE
                      ') - DATA FILES NOT CHECKED' DELIMITED BY SIZE
                   INTO WS-RL-DETAIL
               PERFORM 1070-PRINT-RESULT
           END-IF.

       3100-END.

       3110-LOAD-ONE-STEP-FILE.

           READ STEP-FILE-LIST
               AT END
                   SET INPUT-EOF TO TRUE
               NOT AT END
                   IF SFL-STEP NOT = SPACES
                           AND SFL-FILE-NAME NOT = SPACES
                       PERFORM 3120-PLACE-STEP-FILE
                   END-IF
           END-READ.

       3110-END.

      *    A LINE FOR A STEP THAT IS NOT ON THE PLAN IS IGNORED.
       3120-PLACE-STEP-FILE.

           MOVE SFL-STEP TO WS-ENTRY-NAME.
           IF PLAN-IS-ON-FILE
               PERFORM 3210-FIND-STEP
           ELSE
               PERFORM 3200-FIND-OR-ADD-STEP
               IF WS-STP-HIT > 0
                   MOVE 'Y' TO WS-STP-E-TONIGHT (WS-STP-HIT)
               END-IF
           END-IF.

           IF WS-STP-HIT > 0
               ADD 1 TO WS-STP-E-FILES (WS-STP-HIT)
               PERFORM 3130-FIND-OR-ADD-FILE
               IF WS-FIL-HIT > 0
                   ADD 1 TO WS-FIL-E-STEPS (WS-FIL-HIT)
                   IF WS-FIL-E-FIRST (WS-FIL-HIT) = SPACES
                       MOVE SFL-STEP TO WS-FIL-E-FIRST (WS-FIL-HIT)
                   END-IF
                   IF NOT SFL-OPTIONAL
                       MOVE 'Y' TO WS-FIL-E-REQUIRED (WS-FIL-HIT)
                       IF WS-STP-E-TONIGHT (WS-STP-HIT) = 'Y'
                           MOVE 'Y' TO WS-FIL-E-TONIGHT (WS-FIL-HIT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3120-END.

       3130-FIND-OR-ADD-FILE.

           MOVE 0 TO WS-FIL-HIT.
           MOVE 1 TO WS-FIL-IDX.

           PERFORM 3135-MATCH-ONE-FILE
               UNTIL WS-FIL-HIT > 0 OR WS-FIL-IDX > WS-FIL-COUNT.

           IF WS-FIL-HIT = 0
               IF WS-FIL-COUNT < 100
                   ADD 1 TO WS-FIL-COUNT
                   MOVE SFL-FILE-NAME TO WS-FIL-E-NAME (WS-FIL-COUNT)
                   MOVE 'N' TO WS-FIL-E-TONIGHT (WS-FIL-COUNT)
                   MOVE 'N' TO WS-FIL-E-REQUIRED (WS-FIL-COUNT)
                   MOVE 0 TO WS-FIL-E-STEPS (WS-FIL-COUNT)
                   MOVE SPACES TO WS-FIL-E-FIRST (WS-FIL-COUNT)
                   MOVE WS-FIL-COUNT TO WS-FIL-HIT
               ELSE
                   SET FILE-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF.

       3130-END.

       3135-MATCH-ONE-FILE.

           IF WS-FIL-E-NAME (WS-FIL-IDX) = SFL-FILE-NAME
               MOVE WS-FIL-IDX TO WS-FIL-HIT
           END-IF.

           ADD 1 TO WS-FIL-IDX.

       3135-END.

       3150-SEED-STEP-FILES.

           DISPLAY "NO STEP FILE LIST ON FILE - SEEDING THE STANDARD "
               "CHAIN'S FILES TO ../STEP.FILES".

           OPEN OUTPUT STEP-FILE-LIST.
           IF SFL-FILE-STATUS = "00"
               MOVE 1 TO WS-FIL-IDX
               PERFORM 3160-WRITE-ONE-SEED
                   UNTIL WS-FIL-IDX > 57
               CLOSE STEP-FILE-LIST
               MOVE 'OK  ' TO WS-RL-VERDICT
               MOVE 'STEP.FILES SEEDED WITH THE STANDARD CHAIN FILES'
                   TO WS-RL-DETAIL
               PERFORM 1070-PRINT-RESULT
           ELSE
               DISPLAY "ERROR OPENING STEP.FILES (STATUS = "
                   SFL-FILE-STATUS ")"
           END-IF.

       3150-END.

       3160-WRITE-ONE-SEED.

           MOVE WS-SEED-STEP (WS-FIL-IDX) TO SFL-STEP.
           MOVE ',' TO SFL-SEPARATOR1.
           MOVE WS-SEED-FILE (WS-FIL-IDX) TO SFL-FILE-NAME.
           MOVE ',' TO SFL-SEPARATOR2.
           MOVE WS-SEED-NEED (WS-FIL-IDX) TO SFL-NEED.

           WRITE STEP-FILE-RECORD.

           ADD 1 TO WS-FIL-IDX.

       3160-END.

       3200-FIND-OR-ADD-STEP.

           PERFORM 3210-FIND-STEP.

           IF WS-STP-HIT = 0 AND WS-STP-COUNT < 100
               ADD 1 TO WS-STP-COUNT
               MOVE WS-ENTRY-NAME TO WS-STP-E-STEP (WS-STP-COUNT)
               MOVE 'N' TO WS-STP-E-TONIGHT (WS-STP-COUNT)
               MOVE 0 TO WS-STP-E-FILES (WS-STP-COUNT)
               MOVE WS-STP-COUNT TO WS-STP-HIT
           END-IF.

       3200-END.

       3210-FIND-STEP.

           MOVE 0 TO WS-STP-HIT.
           MOVE 1 TO WS-STP-IDX.

           PERFORM 3215-MATCH-ONE-STEP
               UNTIL WS-STP-HIT > 0 OR WS-STP-IDX > WS-STP-COUNT.

       3210-END.

       3215-MATCH-ONE-STEP.

           IF WS-STP-E-STEP (WS-STP-IDX) = WS-ENTRY-NAME
               MOVE WS-STP-IDX TO WS-STP-HIT
           END-IF.

           ADD 1 TO WS-STP-IDX.

       3215-END.

       3300-CHECK-PROGRAMS.

           MOVE 'PROGRAM' TO WS-RL-AREA.
           MOVE SPACES TO WS-RL-DETAIL.
           MOVE 0 TO WS-STP-INSTALLED.

           MOVE 1 TO WS-STP-IDX.
           PERFORM 3310-CHECK-ONE-PROGRAM
               UNTIL WS-STP-IDX > WS-STP-COUNT.

           MOVE WS-STP-INSTALLED TO WS-SHOW-COUNT.
           MOVE 'OK  ' TO WS-RL-VERDICT.
           STRING WS-SHOW-COUNT DELIMITED BY SIZE
                  ' STEP PROGRAM(S) INSTALLED' DELIMITED BY SIZE
               INTO WS-RL-DETAIL.
           PERFORM 1070-PRINT-RESULT.

       3300-END.

       3310-CHECK-ONE-PROGRAM.

           MOVE WS-STP-E-STEP (WS-STP-IDX) TO WS-ENTRY-NAME.
           SET WS-STEP-ENTRY TO ENTRY WS-ENTRY-NAME.

           IF WS-STEP-ENTRY = NULL
               IF WS-STP-E-TONIGHT (WS-STP-IDX) = 'Y'
                   MOVE 'FAIL' TO WS-RL-VERDICT
                   STRING WS-ENTRY-NAME DELIMITED BY SIZE
                          ' IS ON THE PLAN BUT NOT INSTALLED'
                              DELIMITED BY SIZE
                       INTO WS-RL-DETAIL
               ELSE
                   MOVE 'WARN' TO WS-RL-VERDICT
                   STRING WS-ENTRY-NAME DELIMITED BY SIZE
                          ' IS NOT INSTALLED - NOT SCHEDULED TONIGHT'
                              DELIMITED BY SIZE
                       INTO WS-RL-DETAIL
               END-IF
               PERFORM 1070-PRINT-RESULT
           ELSE
               ADD 1 TO WS-STP-INSTALLED
           END-IF.

           ADD 1 TO WS-STP-IDX.

       3310-END.

      *    EACH DISTINCT FILE IS OPENED FOR INPUT AND CLOSED AGAIN. A
      *    PROBLEM IS A FAIL ONLY WHEN A STEP RUNNING TONIGHT CANNOT DO
      *    WITHOUT THE FILE; OTHERWISE IT IS A WARNING.
       3400-CHECK-DATA-FILES.

           MOVE 'FILE' TO WS-RL-AREA.
           MOVE SPACES TO WS-RL-DETAIL.
           MOVE 0 TO WS-FIL-GOOD.

           MOVE 1 TO WS-FIL-IDX.
           PERFORM 3410-CHECK-ONE-FILE
               UNTIL WS-FIL-IDX > WS-FIL-COUNT.

           MOVE WS-FIL-GOOD TO WS-SHOW-COUNT.
           MOVE 'OK  ' TO WS-RL-VERDICT.
           STRING WS-SHOW-COUNT DELIMITED BY SIZE
                  ' DATA FILE(S) PRESENT, OPENABLE AND NOT LOCKED'
                      DELIMITED BY SIZE
               INTO WS-RL-DETAIL.
           PERFORM 1070-PRINT-RESULT.

       3400-END.

       3410-CHECK-ONE-FILE.

           PERFORM 3420-PROBE-ONE-FILE.

           MOVE 'N' TO WS-PROBE-PROBLEM.
           MOVE SPACES TO WS-PROBE-TEXT.
           EVALUATE WS-PROBE-STATUS
               WHEN "00"
                   IF WS-FIL-E-NAME (WS-FIL-IDX) = 'STUDENT.VSAM'
                           AND STUDENT-FILE-LOCKED
                       SET PROBE-FOUND-PROBLEM TO TRUE
                       STRING 'IS LOCKED BY ' DELIMITED BY SIZE
                              WS-LOCK-HOLDER DELIMITED BY SPACE
                           INTO WS-PROBE-TEXT
                   END-IF
               WHEN "35"
                   SET PROBE-FOUND-PROBLEM TO TRUE
                   MOVE 'IS MISSING' TO WS-PROBE-TEXT
               WHEN "61"
                   SET PROBE-FOUND-PROBLEM TO TRUE
                   MOVE 'IS LOCKED BY ANOTHER JOB' TO WS-PROBE-TEXT
               WHEN OTHER
                   SET PROBE-FOUND-PROBLEM TO TRUE
                   STRING 'CANNOT BE OPENED (STATUS ' DELIMITED BY SIZE
                          WS-PROBE-STATUS DELIMITED BY SIZE
                          ')' DELIMITED BY SIZE
                       INTO WS-PROBE-TEXT
           END-EVALUATE.

           IF PROBE-FOUND-PROBLEM
               PERFORM 3430-REPORT-FILE-PROBLEM
           ELSE
               ADD 1 TO WS-FIL-GOOD
           END-IF.

           ADD 1 TO WS-FIL-IDX.

       3410-END.

      *    THE INDEXED MASTERS ARE OPENED THROUGH THEIR OWN ENTRIES;
      *    ANYTHING ELSE THROUGH THE PROBE ENTRY UNDER ITS OWN NAME.
       3420-PROBE-ONE-FILE.

           EVALUATE WS-FIL-E-NAME (WS-FIL-IDX)
               WHEN 'STUDENT.VSAM'
                   OPEN INPUT STUDENT-VSAM-FILE
                   MOVE FILE-CHECK-KEY TO WS-PROBE-STATUS
                   IF FILE-CHECK-KEY = "00"
                       CLOSE STUDENT-VSAM-FILE
                   END-IF
               WHEN 'ENROLLMENT.VSAM'
                   OPEN INPUT ENROLLMENT-VSAM-FILE
                   MOVE ENR-FILE-STATUS TO WS-PROBE-STATUS
                   IF ENR-FILE-STATUS = "00"
                       CLOSE ENROLLMENT-VSAM-FILE
                   END-IF
               WHEN 'GRADE.VSAM'
                   OPEN INPUT GRADE-VSAM-FILE
                   MOVE GRD-FILE-STATUS TO WS-PROBE-STATUS
                   IF GRD-FILE-STATUS = "00"
                       CLOSE GRADE-VSAM-FILE
                   END-IF
               WHEN 'TERM.MASTER'
                   OPEN INPUT TERM-MASTER-FILE
                   MOVE TRM-FILE-STATUS TO WS-PROBE-STATUS
                   IF TRM-FILE-STATUS = "00"
                       CLOSE TERM-MASTER-FILE
                   END-IF
               WHEN 'COURSE.MASTER'
                   OPEN INPUT COURSE-MASTER-FILE
                   MOVE CRS-FILE-STATUS TO WS-PROBE-STATUS
                   IF CRS-FILE-STATUS = "00"
                       CLOSE COURSE-MASTER-FILE
                   END-IF
               WHEN 'STUDENT.CHARGES'
                   OPEN INPUT STUDENT-CHARGE-FILE
                   MOVE CHG-FILE-STATUS TO WS-PROBE-STATUS
                   IF CHG-FILE-STATUS = "00"
                       CLOSE STUDENT-CHARGE-FILE
                   END-IF
               WHEN 'STUDENT.PAYMENTS'
                   OPEN INPUT STUDENT-PAYMENT-FILE
                   MOVE PAY-FILE-STATUS TO WS-PROBE-STATUS
                   IF PAY-FILE-STATUS = "00"
                       CLOSE STUDENT-PAYMENT-FILE
                   END-IF
               WHEN 'ATTENDANCE.VSAM'
                   OPEN INPUT ATTENDANCE-VSAM-FILE
                   MOVE ATT-FILE-STATUS TO WS-PROBE-STATUS
                   IF ATT-FILE-STATUS = "00"
                       CLOSE ATTENDANCE-VSAM-FILE
                   END-IF
               WHEN 'HOUSING.VSAM'
                   OPEN INPUT HOUSING-VSAM-FILE
                   MOVE HSG-FILE-STATUS TO WS-PROBE-STATUS
                   IF HSG-FILE-STATUS = "00"
                       CLOSE HOUSING-VSAM-FILE
                   END-IF
               WHEN 'CONTACT.VSAM'
                   OPEN INPUT CONTACT-VSAM-FILE
                   MOVE CON-FILE-STATUS TO WS-PROBE-STATUS
                   IF CON-FILE-STATUS = "00"
                       CLOSE CONTACT-VSAM-FILE
                   END-IF
               WHEN 'ADMISSION.OFFERS'
                   OPEN INPUT ADMISSION-OFFER-FILE
                   MOVE OFR-FILE-STATUS TO WS-PROBE-STATUS
                   IF OFR-FILE-STATUS = "00"
                       CLOSE ADMISSION-OFFER-FILE
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WS-PROBE-NAME
                   STRING '../' DELIMITED BY SIZE
                          WS-FIL-E-NAME (WS-FIL-IDX)
                              DELIMITED BY SPACE
                       INTO WS-PROBE-NAME
                   OPEN INPUT PROBE-FILE
                   MOVE PRB-FILE-STATUS TO WS-PROBE-STATUS
                   IF PRB-FILE-STATUS = "00"
                       CLOSE PROBE-FILE
                   END-IF
           END-EVALUATE.

       3420-END.

       3430-REPORT-FILE-PROBLEM.

           IF WS-FIL-E-TONIGHT (WS-FIL-IDX) = 'Y'
               MOVE 'FAIL' TO WS-RL-VERDICT
           ELSE
               MOVE 'WARN' TO WS-RL-VERDICT
           END-IF.

           STRING WS-FIL-E-NAME (WS-FIL-IDX) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-PROBE-TEXT DELIMITED BY '  '
                  ' - NEEDED BY ' DELIMITED BY SIZE
                  WS-FIL-E-FIRST (WS-FIL-IDX) DELIMITED BY SPACE
               INTO WS-RL-DETAIL.

           IF WS-FIL-E-STEPS (WS-FIL-IDX) > 1
               COMPUTE WS-SHOW-MORE = WS-FIL-E-STEPS (WS-FIL-IDX) - 1
               MOVE SPACES TO WS-PRINT-LINE
               STRING WS-RL-DETAIL DELIMITED BY '  '
                      ' +' DELIMITED BY SIZE
                      WS-SHOW-MORE DELIMITED BY SIZE
                      ' MORE' DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO WS-RL-DETAIL
           END-IF.

           IF WS-FIL-E-TONIGHT (WS-FIL-IDX) NOT = 'Y'
               IF WS-FIL-E-REQUIRED (WS-FIL-IDX) = 'Y'
                   MOVE ' (NOT TONIGHT)' TO WS-PROBE-TEXT
               ELSE
                   MOVE ' (OPTIONAL)' TO WS-PROBE-TEXT
               END-IF
               MOVE SPACES TO WS-PRINT-LINE
               STRING WS-RL-DETAIL DELIMITED BY '  '
                      WS-PROBE-TEXT DELIMITED BY '  '
                   INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO WS-RL-DETAIL
           END-IF.

           PERFORM 1070-PRINT-RESULT.

       3430-END.

      *    LAST NIGHT IS THE LATEST RUN DAY BEFORE TODAY, PLUS ANY
      *    RUN ALREADY LOGGED TODAY; THE LATEST ROW PER PROGRAM WINS.
      *    A STEP THAT FAILED AND WAS NEVER RERUN IS A WARNING - IF
      *    ITS CHAIN WAS NOT CLEARED, THE QUIESCE SWITCH ALREADY SAID
      *    SO ABOVE.
       4000-CHECK-LAST-NIGHT.

           MOVE 'LAST NIGHT' TO WS-RL-AREA.
           MOVE SPACES TO WS-RL-DETAIL.
           MOVE 'N' TO WS-EOF.

           OPEN INPUT RUN-STATISTICS-FILE.
           IF RUN-FILE-STATUS NOT = "00"
               MOVE 'WARN' TO WS-RL-VERDICT
               MOVE 'NO RUN.STATISTICS ON FILE - NO HISTORY TO CHECK'
                   TO WS-RL-DETAIL
               PERFORM 1070-PRINT-RESULT
           ELSE
               PERFORM 4010-READ-ONE-RUN-ROW UNTIL INPUT-EOF
               CLOSE RUN-STATISTICS-FILE
               PERFORM 4030-REPORT-LAST-NIGHT
           END-IF.

       4000-END.

       4010-READ-ONE-RUN-ROW.

           READ RUN-STATISTICS-FILE
               AT END
                   SET INPUT-EOF TO TRUE
               NOT AT END
                   IF RUN-DATE IS NUMERIC
                           AND RUN-PROGRAM NOT = 'PRGB0173'
                       IF RUN-DATE < CURRENT-DATE
                               AND RUN-DATE > WS-LAST-NIGHT
                           MOVE RUN-DATE TO WS-LAST-NIGHT
                           PERFORM 4015-DROP-OLDER-OUTCOMES
                       END-IF
                       IF RUN-DATE = WS-LAST-NIGHT
                               OR RUN-DATE = CURRENT-DATE
                           PERFORM 4020-NOTE-ONE-OUTCOME
                       END-IF
                   END-IF
           END-READ.

       4010-END.

      *    A NEWER RUN DAY TURNED UP, SO ROWS FROM THE DAY BEFORE IT
      *    NO LONGER COUNT; TODAY'S ROWS STAY.
       4015-DROP-OLDER-OUTCOMES.

           MOVE 0 TO WS-OUT-HIT.
           MOVE 1 TO WS-OUT-IDX.

           PERFORM 4016-KEEP-ONE-OUTCOME
               UNTIL WS-OUT-IDX > WS-OUT-COUNT.

           MOVE WS-OUT-HIT TO WS-OUT-COUNT.

       4015-END.

       4016-KEEP-ONE-OUTCOME.

           IF WS-OUT-E-DATE (WS-OUT-IDX) = CURRENT-DATE
               ADD 1 TO WS-OUT-HIT
               MOVE WS-OUT-ENTRY (WS-OUT-IDX)
                   TO WS-OUT-ENTRY (WS-OUT-HIT)
           END-IF.

           ADD 1 TO WS-OUT-IDX.

       4016-END.

       4020-NOTE-ONE-OUTCOME.

           MOVE 0 TO WS-OUT-HIT.
           MOVE 1 TO WS-OUT-IDX.

           PERFORM 4025-MATCH-ONE-OUTCOME
               UNTIL WS-OUT-HIT > 0 OR WS-OUT-IDX > WS-OUT-COUNT.

           IF WS-OUT-HIT = 0 AND WS-OUT-COUNT < 100
               ADD 1 TO WS-OUT-COUNT
               MOVE WS-OUT-COUNT TO WS-OUT-HIT
           END-IF.

           IF WS-OUT-HIT > 0
               MOVE RUN-PROGRAM TO WS-OUT-E-PROGRAM (WS-OUT-HIT)
               MOVE RUN-DATE TO WS-OUT-E-DATE (WS-OUT-HIT)
               MOVE RUN-FINAL-STATUS TO WS-OUT-E-STATUS (WS-OUT-HIT)
           END-IF.

       4020-END.

       4025-MATCH-ONE-OUTCOME.

           IF WS-OUT-E-PROGRAM (WS-OUT-IDX) = RUN-PROGRAM
               MOVE WS-OUT-IDX TO WS-OUT-HIT
           END-IF.

           ADD 1 TO WS-OUT-IDX.

       4025-END.

       4030-REPORT-LAST-NIGHT.

           IF WS-LAST-NIGHT = 0 AND WS-OUT-COUNT = 0
               MOVE 'WARN' TO WS-RL-VERDICT
               MOVE 'NO EARLIER RUN ON RUN.STATISTICS TO CHECK'
                   TO WS-RL-DETAIL
               PERFORM 1070-PRINT-RESULT
           ELSE
               MOVE 0 TO WS-OUT-FAILED
               MOVE 1 TO WS-OUT-IDX
               PERFORM 4040-REPORT-ONE-OUTCOME
                   UNTIL WS-OUT-IDX > WS-OUT-COUNT
               COMPUTE WS-SHOW-COUNT = WS-OUT-COUNT - WS-OUT-FAILED
               MOVE 'OK  ' TO WS-RL-VERDICT
               STRING WS-SHOW-COUNT DELIMITED BY SIZE
                      ' STEP(S) ENDED OK ON ' DELIMITED BY SIZE
                      WS-LAST-NIGHT DELIMITED BY SIZE
                      ' OR SINCE' DELIMITED BY SIZE
                   INTO WS-RL-DETAIL
               PERFORM 1070-PRINT-RESULT
           END-IF.

       4030-END.

       4040-REPORT-ONE-OUTCOME.

           IF WS-OUT-E-STATUS (WS-OUT-IDX) NOT = 'OK  '
               ADD 1 TO WS-OUT-FAILED
               MOVE 'WARN' TO WS-RL-VERDICT
               STRING WS-OUT-E-PROGRAM (WS-OUT-IDX) DELIMITED BY SIZE
                      ' ENDED ' DELIMITED BY SIZE
                      WS-OUT-E-STATUS (WS-OUT-IDX) DELIMITED BY SPACE
                      ' ON ' DELIMITED BY SIZE
                      WS-OUT-E-DATE (WS-OUT-IDX) DELIMITED BY SIZE
                      ' AND WAS NOT RERUN CLEAN - CHECK ITS OUTPUT'
                          DELIMITED BY SIZE
                   INTO WS-RL-DETAIL
               PERFORM 1070-PRINT-RESULT
           END-IF.

           ADD 1 TO WS-OUT-IDX.

       4040-END.

      *    THE SAME WALK PRGB0106 MAKES: EVERY CHAINED LINE MUST
      *    CARRY THE NEXT SEQUENCE AND RECOMPUTE FROM ITS OWN FIELDS
      *    AND THE PREVIOUS CHECK VALUE, AND AUDIT.CONTROL MUST NOT
      *    RUN AHEAD OF THE LAST LINE. A BROKEN CHAIN IS A NO-GO -
      *    THE NIGHT WOULD CHAIN NEW LINES ONTO A LOG NOBODY TRUSTS.
       5000-CHECK-AUDIT-CHAIN.

           MOVE 'AUDIT CHAIN' TO WS-RL-AREA.
           MOVE SPACES TO WS-RL-DETAIL.
           MOVE 'N' TO WS-EOF.

           OPEN INPUT AUDIT-LOG-FILE.
           EVALUATE AUD-FILE-STATUS
               WHEN "35"
                   MOVE 'OK  ' TO WS-RL-VERDICT
                   MOVE 'NO AUDIT.LOG ON FILE - NOTHING TO VERIFY'
                       TO WS-RL-DETAIL
               WHEN "00"
                   PERFORM 5100-VERIFY-ONE-LINE UNTIL INPUT-EOF
                   CLOSE AUDIT-LOG-FILE
                   PERFORM 5300-CHECK-TAIL-TRUNCATION
                   PERFORM 5400-JUDGE-AUDIT-CHAIN
               WHEN OTHER
                   MOVE 'FAIL' TO WS-RL-VERDICT
                   STRING 'AUDIT.LOG CANNOT BE OPENED (STATUS '
                              DELIMITED BY SIZE
                          AUD-FILE-STATUS DELIMITED BY SIZE
                          ')' DELIMITED BY SIZE
                       INTO WS-RL-DETAIL
           END-EVALUATE.

           PERFORM 1070-PRINT-RESULT.

       5000-END.

       5100-VERIFY-ONE-LINE.

           READ AUDIT-LOG-FILE
               AT END
                   SET INPUT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LINES-READ
                   IF AUD-SEQ IS NUMERIC
                       ADD 1 TO WS-CHAINED-LINES
                       PERFORM 5200-CHECK-ONE-LINK
                   END-IF
           END-READ.

       5100-END.

       5200-CHECK-ONE-LINK.

           IF AUD-SEQ NOT = WS-EXPECTED-SEQ
               PERFORM 5250-NOTE-AUDIT-PROBLEM
           END-IF.

           SET AUP-DO-CHECKSUM TO TRUE.
           MOVE AUD-PROGRAM TO AUP-PROGRAM.
           MOVE AUD-ACTION TO AUP-ACTION.
           IF AUD-STUDENT-ID IS NUMERIC
               MOVE AUD-STUDENT-ID TO AUP-STUDENT-ID
           ELSE
               MOVE 0 TO AUP-STUDENT-ID
           END-IF.
           MOVE AUD-DETAIL TO AUP-DETAIL.
           MOVE AUD-USER TO AUP-USER.
           IF AUD-DATE IS NUMERIC
               MOVE AUD-DATE TO AUP-DATE
           ELSE
               MOVE 0 TO AUP-DATE
           END-IF.
           IF AUD-TIME IS NUMERIC
               MOVE AUD-TIME TO AUP-TIME
           ELSE
               MOVE 0 TO AUP-TIME
           END-IF.
           MOVE AUD-SEQ TO AUP-SEQ.
           MOVE WS-PREV-CHECK TO AUP-PREV-CHECK.

           CALL 'PRGS0105' USING AUDIT-APPEND-PARM.

           IF AUD-CHECK IS NUMERIC
               IF AUP-CHECK-VALUE NOT = AUD-CHECK
                   PERFORM 5250-NOTE-AUDIT-PROBLEM
               END-IF
               MOVE AUD-CHECK TO WS-PREV-CHECK
           ELSE
               PERFORM 5250-NOTE-AUDIT-PROBLEM
               MOVE AUP-CHECK-VALUE TO WS-PREV-CHECK
           END-IF.

           IF AUD-SEQ > WS-HIGHEST-SEQ
               MOVE AUD-SEQ TO WS-HIGHEST-SEQ
           END-IF.

           COMPUTE WS-EXPECTED-SEQ = AUD-SEQ + 1.

       5200-END.

       5250-NOTE-AUDIT-PROBLEM.

           ADD 1 TO WS-PROBLEM-COUNT.
           IF WS-FIRST-PROBLEM = 0
               MOVE WS-LINES-READ TO WS-FIRST-PROBLEM
           END-IF.

       5250-END.

       5300-CHECK-TAIL-TRUNCATION.

           OPEN INPUT AUDIT-CONTROL-FILE.
           IF AUC-FILE-STATUS = "00"
               READ AUDIT-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AUC-LAST-SEQ IS NUMERIC
                               AND AUC-LAST-SEQ > WS-HIGHEST-SEQ
                           ADD 1 TO WS-PROBLEM-COUNT
                           SET AUDIT-TAIL-CUT TO TRUE
                           MOVE AUC-LAST-SEQ TO WS-CONTROL-SEQ
                       END-IF
               END-READ
               CLOSE AUDIT-CONTROL-FILE
           END-IF.

       5300-END.

       5400-JUDGE-AUDIT-CHAIN.

           EVALUATE TRUE
               WHEN WS-FIRST-PROBLEM > 0
                   MOVE 'FAIL' TO WS-RL-VERDICT
                   MOVE WS-PROBLEM-COUNT TO WS-SHOW-DAYS
                   STRING 'CHAIN BROKEN - ' DELIMITED BY SIZE
                          WS-SHOW-DAYS DELIMITED BY SIZE
                          ' PROBLEM(S), FIRST AT LINE '
                              DELIMITED BY SIZE
                          WS-FIRST-PROBLEM DELIMITED BY SIZE
                          ' - SEE PRGB0106' DELIMITED BY SIZE
                       INTO WS-RL-DETAIL
               WHEN AUDIT-TAIL-CUT
                   MOVE 'FAIL' TO WS-RL-VERDICT
                   STRING 'TAIL TRUNCATED - AUDIT.CONTROL RUNS TO '
                              DELIMITED BY SIZE
                          WS-CONTROL-SEQ DELIMITED BY SIZE
                          ', THE LOG STOPS AT ' DELIMITED BY SIZE
                          WS-HIGHEST-SEQ DELIMITED BY SIZE
                       INTO WS-RL-DETAIL
               WHEN OTHER
                   MOVE 'OK  ' TO WS-RL-VERDICT
                   STRING 'CHAIN INTACT - ' DELIMITED BY SIZE
                          WS-CHAINED-LINES DELIMITED BY SIZE
                          ' CHAINED LINE(S) VERIFIED' DELIMITED BY SIZE
                       INTO WS-RL-DETAIL
           END-EVALUATE.

       5400-END.

      *    THE SAME TREND PRGQ0101 PRINTS: FIRST AND LAST CAPTURE PER
      *    FILE ON THE 30/360 CALENDAR, DAILY GROWTH BETWEEN THEM, AND
      *    DAYS TO DOUBLE AT THAT RATE.
       6000-CHECK-GROWTH.

           MOVE 'GROWTH' TO WS-RL-AREA.
           MOVE SPACES TO WS-RL-DETAIL.
           MOVE 'N' TO WS-EOF.
           MOVE 0 TO WS-GROWTH-FLAGGED.

           OPEN INPUT FILE-SIZE-FILE.
           IF FSZ-FILE-STATUS NOT = "00"
               MOVE 'WARN' TO WS-RL-VERDICT
               MOVE 'NO FILE.SIZES HISTORY - HEADROOM NOT CHECKED'
                   TO WS-RL-DETAIL
               PERFORM 1070-PRINT-RESULT
           ELSE
               PERFORM 6100-TALLY-ONE-CAPTURE UNTIL INPUT-EOF
               CLOSE FILE-SIZE-FILE
               MOVE 1 TO WS-TRN-IDX
               PERFORM 6300-JUDGE-ONE-FILE
                   UNTIL WS-TRN-IDX > WS-TRN-COUNT
               COMPUTE WS-SHOW-COUNT
                   = WS-TRN-COUNT - WS-GROWTH-FLAGGED
               MOVE WS-GROWTH-WARN-DAYS TO WS-SHOW-MORE
               MOVE 'OK  ' TO WS-RL-VERDICT
               STRING WS-SHOW-COUNT DELIMITED BY SIZE
                      ' FILE(S) WILL NOT DOUBLE WITHIN '
                          DELIMITED BY SIZE
                      WS-SHOW-MORE DELIMITED BY SIZE
                      ' DAYS' DELIMITED BY SIZE
                   INTO WS-RL-DETAIL
               PERFORM 1070-PRINT-RESULT
           END-IF.

       6000-END.

       6100-TALLY-ONE-CAPTURE.

           READ FILE-SIZE-FILE
               AT END
                   SET INPUT-EOF TO TRUE
               NOT AT END
                   MOVE FSZ-DATE TO WS-DATE-WORK
                   COMPUTE WS-ROW-SERIAL
                       = (WS-DATE-YYYY * 360)
                       + (WS-DATE-MM * 30)
                       + WS-DATE-DD
                   PERFORM 6200-FIND-TREND-ROW
                   IF WS-TRN-HIT > 0
                       IF WS-ROW-SERIAL
                               < WS-TRN-E-FIRST-SER (WS-TRN-HIT)
                           MOVE WS-ROW-SERIAL
                               TO WS-TRN-E-FIRST-SER (WS-TRN-HIT)
                           MOVE FSZ-RECORDS
                               TO WS-TRN-E-FIRST-REC (WS-TRN-HIT)
                       END-IF
                       IF WS-ROW-SERIAL
                               NOT < WS-TRN-E-LAST-SER (WS-TRN-HIT)
                           MOVE WS-ROW-SERIAL
                               TO WS-TRN-E-LAST-SER (WS-TRN-HIT)
                           MOVE FSZ-RECORDS
                               TO WS-TRN-E-LAST-REC (WS-TRN-HIT)
                       END-IF
                   END-IF
           END-READ.

       6100-END.

       6200-FIND-TREND-ROW.

           MOVE 0 TO WS-TRN-HIT.
           MOVE 1 TO WS-TRN-IDX.

           PERFORM 6210-MATCH-ONE-ROW
               UNTIL WS-TRN-HIT > 0 OR WS-TRN-IDX > WS-TRN-COUNT.

           IF WS-TRN-HIT = 0 AND WS-TRN-COUNT < 20
               ADD 1 TO WS-TRN-COUNT
               MOVE FSZ-FILE-NAME TO WS-TRN-E-NAME (WS-TRN-COUNT)
               MOVE WS-ROW-SERIAL
                   TO WS-TRN-E-FIRST-SER (WS-TRN-COUNT)
               MOVE FSZ-RECORDS
                   TO WS-TRN-E-FIRST-REC (WS-TRN-COUNT)
               MOVE WS-ROW-SERIAL
                   TO WS-TRN-E-LAST-SER (WS-TRN-COUNT)
               MOVE FSZ-RECORDS
                   TO WS-TRN-E-LAST-REC (WS-TRN-COUNT)
               MOVE WS-TRN-COUNT TO WS-TRN-HIT
           END-IF.

       6200-END.

       6210-MATCH-ONE-ROW.

           IF WS-TRN-E-NAME (WS-TRN-IDX) = FSZ-FILE-NAME
               MOVE WS-TRN-IDX TO WS-TRN-HIT
           END-IF.

           ADD 1 TO WS-TRN-IDX.

       6210-END.

       6300-JUDGE-ONE-FILE.

           COMPUTE WS-SPAN-DAYS
               = WS-TRN-E-LAST-SER (WS-TRN-IDX)
               - WS-TRN-E-FIRST-SER (WS-TRN-IDX).
           MOVE 0 TO WS-GROWTH-PER-DAY.

           IF WS-SPAN-DAYS > 0
                   AND WS-TRN-E-LAST-REC (WS-TRN-IDX)
                       > WS-TRN-E-FIRST-REC (WS-TRN-IDX)
               COMPUTE WS-GROWTH-PER-DAY ROUNDED
                   = (WS-TRN-E-LAST-REC (WS-TRN-IDX)
                   - WS-TRN-E-FIRST-REC (WS-TRN-IDX))
                   / WS-SPAN-DAYS
           END-IF.

           IF WS-GROWTH-PER-DAY > 0
               COMPUTE WS-DOUBLE-DAYS ROUNDED
                   = WS-TRN-E-LAST-REC (WS-TRN-IDX)
                   / WS-GROWTH-PER-DAY
                   ON SIZE ERROR
                       MOVE 99999 TO WS-DOUBLE-DAYS
               END-COMPUTE
               IF WS-DOUBLE-DAYS NOT > WS-GROWTH-WARN-DAYS
                   ADD 1 TO WS-GROWTH-FLAGGED
                   IF WS-DOUBLE-DAYS NOT > WS-GROWTH-FAIL-DAYS
                       MOVE 'FAIL' TO WS-RL-VERDICT
                   ELSE
                       MOVE 'WARN' TO WS-RL-VERDICT
                   END-IF
                   MOVE WS-DOUBLE-DAYS TO WS-SHOW-DAYS
                   STRING WS-TRN-E-NAME (WS-TRN-IDX)
                              DELIMITED BY SPACE
                          ' DOUBLES IN ' DELIMITED BY SIZE
                          WS-SHOW-DAYS DELIMITED BY SIZE
                          ' DAYS AT ITS CURRENT GROWTH - SEE PRGQ0101'
                              DELIMITED BY SIZE
                       INTO WS-RL-DETAIL
                   PERFORM 1070-PRINT-RESULT
               END-IF
           END-IF.

           ADD 1 TO WS-TRN-IDX.

       6300-END.

       END PROGRAM PRGB0173.
