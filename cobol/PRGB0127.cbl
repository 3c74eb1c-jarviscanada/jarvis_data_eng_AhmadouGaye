      ******************************************************************
      * Author:
      * Date:
      * Purpose: Month-end tuition revenue recognition - for the
      *          month in ../PRGB0127.PARM (YEAR,MONTH[,DEFERRED
      *          BALANCE FINANCE CARRIES]; DEFAULT: THE CURRENT
      *          MONTH), spreads each term's net tuition on
      *          STUDENT.CHARGES ('C' LESS 'R' ROWS DATED TO THE
      *          MONTH END) EVENLY OVER THE CALENDAR MONTHS FROM
      *          TRM-START-DATE TO TRM-END-DATE AND POSTS WHAT THE
      *          MONTH EARNS OUT OF DEFERRED TUITION REVENUE AS
      *          BALANCED JOURNAL LINES ON ../GL.RECOGNITION (SOURCE
      *          REC, DR DEFERRED / CR TUITION REVENUE; RDF REVERSES
      *          IT WHEN A LATER DROP SHRANK A TERM ALREADY PARTLY
      *          RECOGNISED). EACH TERM IS BROUGHT TO ITS CUMULATIVE
      *          SHARE, SO LATE CHARGES AND REVERSALS CATCH UP IN THE
      *          NEXT MONTH RUN. THE MONTH MUST BE OPEN ON THE PERIOD
      *          CONTROL FILE (PRGN0076), AND A MONTH ALREADY ON
      *          ../REVENUE.RECOGNITION - OR EARLIER THAN ONE THAT IS
      *          - IS REFUSED, SO NO MONTH IS EVER RECOGNISED TWICE.
      *          THE DEFERRED-REVENUE SCHEDULE ON ../PRGB0127.PRT
      *          SHOWS EVERY TERM'S BILLED, RECOGNISED AND STILL
      *          DEFERRED AMOUNTS AND TIES THE TOTAL TO THE BALANCE
      *          FINANCE CARRIES WHEN THE PARM GIVES ONE. ACCOUNTS
      *          COME FROM ../GLMAP.PARM UNDER REC (DEFAULT DR
      *          24000DEF, CR 40000TUI). CHARGES FOR A TERM NOT ON
      *          THE TERM MASTER STAY DEFERRED AND ARE LISTED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGB0127.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CHGSEL.

           COPY TRMSEL.

           COPY RRGSEL.

           SELECT RECOGNITION-PARM-FILE ASSIGN TO '../PRGB0127.PARM'
               FILE STATUS IS PRM-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-MAP-PARM-FILE ASSIGN TO '../GLMAP.PARM'
               FILE STATUS IS GLM-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-RECOGNITION-FILE ASSIGN TO '../GL.RECOGNITION'
               FILE STATUS IS GLI-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEFERRED-SCHEDULE-FILE ASSIGN TO '../PRGB0127.PRT'
               FILE STATUS IS PRT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY RUNSEL.

           COPY PRDSEL.

       DATA DIVISION.
       FILE SECTION.

       FD STUDENT-CHARGE-FILE.
       COPY CHGFD.

       FD TERM-MASTER-FILE.
       COPY TRMFD.

       FD REVENUE-RECOGNITION-FILE.
       COPY RRGFD.

       FD RECOGNITION-PARM-FILE.
       01  RECOGNITION-PARM-RECORD.
           05 RCP-YEAR                  PIC 9(4).
           05 RCP-SEPARATOR1            PIC X.
           05 RCP-MONTH                 PIC 9(2).
           05 RCP-SEPARATOR2            PIC X.
           05 RCP-FINANCE-BALANCE       PIC 9(9)V99.

       FD GL-MAP-PARM-FILE.
       01  GL-MAP-PARM-RECORD.
           05 GLM-SOURCE                PIC X(3).
           05 GLM-SEPARATOR1            PIC X VALUE ','.
           05 GLM-DEBIT-ACCT            PIC X(8).
           05 GLM-SEPARATOR2            PIC X VALUE ','.
           05 GLM-CREDIT-ACCT           PIC X(8).

      *    THE SAME JOURNAL LAYOUT PRGB0073 WRITES TO GL.INTERFACE.
       FD GL-RECOGNITION-FILE.
       01  GL-JOURNAL-RECORD.
           05 GLJ-DATE                  PIC 9(8).
           05 GLJ-SEPARATOR1            PIC X VALUE ','.
           05 GLJ-ACCOUNT               PIC X(8).
           05 GLJ-SEPARATOR2            PIC X VALUE ','.
           05 GLJ-SIDE                  PIC X.
           05 GLJ-SEPARATOR3            PIC X VALUE ','.
           05 GLJ-AMOUNT                PIC 9(9)V99.
           05 GLJ-SEPARATOR4            PIC X VALUE ','.
           05 GLJ-SOURCE                PIC X(3).

       FD DEFERRED-SCHEDULE-FILE.
       01  REPORT-LINE                  PIC X(132).

       FD RUN-STATISTICS-FILE.
       COPY RUNFD.

       FD FINANCIAL-PERIOD-FILE.
       COPY PRDFD.

       WORKING-STORAGE SECTION.

       01  PRD-FILE-STATUS   PIC XX.

       01  WS-PERIOD-AREAS.
           05  WS-PRD-EOF             PIC X     VALUE 'N'.
               88  PRD-SCAN-EOF              VALUE 'Y'.
           05  WS-PERIOD-OPEN         PIC X     VALUE 'Y'.
               88  POSTING-PERIOD-OPEN       VALUE 'Y'.

       01  RUN-FILE-STATUS   PIC XX.

       01  WS-RUN-STATS-AREAS.
           05  WS-RUN-PROGRAM      PIC X(8) VALUE 'PRGB0127'.
           05  WS-RUN-DATE         PIC 9(8) VALUE 0.
           05  WS-RUN-START-TIME   PIC 9(6) VALUE 0.
           05  WS-RUN-END-TIME     PIC 9(6) VALUE 0.
           05  WS-RUN-READ-COUNT   PIC 9(6) VALUE 0.
           05  WS-RUN-WRITE-COUNT  PIC 9(6) VALUE 0.
           05  WS-RUN-REJECT-COUNT PIC 9(6) VALUE 0.
       01  CHG-FILE-STATUS   PIC XX.
       01  TRM-FILE-STATUS   PIC XX.
       01  RRG-FILE-STATUS   PIC XX.
       01  PRM-FILE-STATUS   PIC XX.
       01  GLM-FILE-STATUS   PIC XX.
       01  GLI-FILE-STATUS   PIC XX.
       01  PRT-FILE-STATUS   PIC XX.

       01  WS-WORK-AREAS.
           05  WS-CHG-EOF          PIC X     VALUE 'N'.
               88  CHG-EOF                  VALUE 'Y'.
           05  WS-TRM-EOF          PIC X     VALUE 'N'.
               88  TRM-EOF                  VALUE 'Y'.
           05  WS-RRG-EOF          PIC X     VALUE 'N'.
               88  RRG-EOF                  VALUE 'Y'.
           05  WS-GLM-EOF          PIC X     VALUE 'N'.
               88  GLM-EOF                  VALUE 'Y'.
           05  WS-MONTH-DONE       PIC X     VALUE 'N'.
               88  MONTH-ALREADY-RECOGNISED VALUE 'Y'.
           05  WS-LATER-DONE       PIC X     VALUE 'N'.
               88  LATER-MONTH-RECOGNISED   VALUE 'Y'.
           05  WS-BALANCE-GIVEN    PIC X     VALUE 'N'.
               88  FINANCE-BALANCE-GIVEN    VALUE 'Y'.
           05  WS-SCHEDULE-TIES    PIC X     VALUE 'Y'.
               88  SCHEDULE-TIES            VALUE 'Y'.
           05  WS-ROWS-READ        PIC 9(6)  VALUE 0.
           05  WS-LINES-WRITTEN    PIC 9(4)  VALUE 0.
           05  WS-LOG-WRITTEN      PIC 9(4)  VALUE 0.
           05  WS-DEBIT-ACCT       PIC X(8)  VALUE '24000DEF'.
           05  WS-CREDIT-ACCT      PIC X(8)  VALUE '40000TUI'.
           05  WS-FINANCE-BALANCE  PIC 9(9)V99 VALUE 0.
           05  WS-PERIOD-KEY       PIC 9(6)  VALUE 0.
           05  WS-LOG-KEY          PIC 9(6)  VALUE 0.
           05  WS-MONTH-INDEX      PIC 9(6)  VALUE 0.
           05  WS-START-INDEX      PIC 9(6)  VALUE 0.
           05  WS-END-INDEX        PIC 9(6)  VALUE 0.
           05  WS-LEAP-QUOTIENT    PIC 9(4)  VALUE 0.
           05  WS-LEAP-REM-4       PIC 9(3)  VALUE 0.
           05  WS-LEAP-REM-100     PIC 9(3)  VALUE 0.
           05  WS-LEAP-REM-400     PIC 9(3)  VALUE 0.
           05  WS-TOTAL-RECOGNISE  PIC 9(9)V99 VALUE 0.
           05  WS-TOTAL-DEFER-BACK PIC 9(9)V99 VALUE 0.
           05  WS-TOTAL-NET        PIC 9(9)V99 VALUE 0.
           05  WS-TOTAL-CUMULATIVE PIC 9(9)V99 VALUE 0.
           05  WS-TOTAL-DEFERRED   PIC S9(9)V99 VALUE 0.
           05  WS-TIE-DIFFERENCE   PIC S9(9)V99 VALUE 0.
           05  WS-EDIT-NET         PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-EDIT-CUMULATIVE  PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-EDIT-MONTH       PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-EDIT-DEFERRED    PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-EDIT-MONTHS      PIC ZZ9.
           05  WS-EDIT-ELAPSED     PIC ZZ9.

      *    THE MONTH BEING RECOGNISED AND ITS LAST DAY, WHICH DATES
      *    THE JOURNAL AND BOUNDS THE CHARGES COUNTED.
       01  WS-RECOGNITION-PERIOD.
           05  WS-REC-YEAR         PIC 9(4)  VALUE 0.
           05  WS-REC-MONTH        PIC 9(2)  VALUE 0.
       01  WS-MONTH-END-DATE.
           05  WS-MED-YEAR         PIC 9(4)  VALUE 0.
           05  WS-MED-MONTH        PIC 9(2)  VALUE 0.
           05  WS-MED-DAY          PIC 9(2)  VALUE 0.
       01  WS-MONTH-END-NUMERIC REDEFINES WS-MONTH-END-DATE
                                   PIC 9(8).

       01  WS-DAYS-IN-MONTH-VALUES.
           05  FILLER              PIC X(24)
                   VALUE '312831303130313130313031'.
       01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
           05  WS-DAYS-IN-MONTH    PIC 9(2)  OCCURS 12 TIMES.

       01  WS-DATE-WORK.
           05  WS-DW-YEAR          PIC 9(4).
           05  WS-DW-MONTH         PIC 9(2).
           05  WS-DW-DAY           PIC 9(2).
       01  WS-DATE-WORK-NUMERIC REDEFINES WS-DATE-WORK PIC 9(8).

      *    ONE ROW PER TERM - FROM THE TERM MASTER, OR ADDED WITH NO
      *    DATES FOR A TERM ONLY THE CHARGES OR THE LOG KNOW ABOUT.
       01  WS-TERM-TABLE-AREAS.
           05  WS-TRT-COUNT        PIC 9(3)  COMP VALUE 0.
           05  WS-TRT-IDX          PIC 9(3)  COMP VALUE 0.
           05  WS-TRT-HIT          PIC 9(3)  COMP VALUE 0.
           05  WS-TRT-LOOKUP       PIC X(10).
           05  WS-TRT-OVERFLOW     PIC X     VALUE 'N'.
               88  TERM-TABLE-OVERFLOWED    VALUE 'Y'.
           05  WS-TRT-TABLE.
               10  WS-TRT-ENTRY    OCCURS 200 TIMES.
                   15  WS-TRT-E-CODE       PIC X(10).
                   15  WS-TRT-E-START      PIC 9(8).
                   15  WS-TRT-E-END        PIC 9(8).
                   15  WS-TRT-E-MONTHS     PIC 9(3).
                   15  WS-TRT-E-ELAPSED    PIC 9(3).
                   15  WS-TRT-E-NET        PIC S9(9)V99.
                   15  WS-TRT-E-PRIOR      PIC 9(9)V99.
                   15  WS-TRT-E-TARGET     PIC 9(9)V99.
                   15  WS-TRT-E-DELTA      PIC S9(9)V99.

       01  WS-PRINT-LINE             PIC X(132).

       01 CURRENT-DATE.
           05 CURRENT-YEAR   PIC 9(4).
           05 CURRENT-MONTH  PIC 9(2).
           05 CURRENT-DAY    PIC 9(2).

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.

           PERFORM 0850-INIT-RUN-STATS.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.

           DISPLAY "===== TUITION REVENUE RECOGNITION =====".

           PERFORM 1050-READ-PERIOD-PARM.
           PERFORM 1060-COMPUTE-MONTH-END.

           DISPLAY "RECOGNISING " WS-REC-YEAR "/" WS-REC-MONTH
               " THROUGH " WS-MONTH-END-NUMERIC.

           PERFORM 0900-CHECK-PERIOD-OPEN.
           IF NOT POSTING-PERIOD-OPEN
               DISPLAY "FINANCIAL PERIOD " WS-REC-YEAR "/"
                   WS-REC-MONTH " IS CLOSED - NOTHING RECOGNISED."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1100-LOAD-TERM-MASTER.

           PERFORM 1200-LOAD-RECOGNITION-LOG.

           IF MONTH-ALREADY-RECOGNISED
               DISPLAY "MONTH " WS-REC-YEAR "/" WS-REC-MONTH
                   " IS ALREADY ON REVENUE.RECOGNITION - NOTHING "
                   "RECOGNISED."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           IF LATER-MONTH-RECOGNISED
               DISPLAY "A MONTH AFTER " WS-REC-YEAR "/" WS-REC-MONTH
                   " IS ALREADY RECOGNISED - NOTHING RECOGNISED."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1300-SUM-NET-TUITION.

      *    A TERM THAT DID NOT FIT THE TABLE WOULD BE LEFT OUT OF
      *    THE JOURNAL AND THE LOG WITHOUT TRACE, SO THE RUN STOPS.
           IF TERM-TABLE-OVERFLOWED
               DISPLAY "*** MORE THAN 200 TERMS - TABLE FULL, "
                   "NOTHING RECOGNISED ***"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1400-READ-ACCOUNT-MAP.

           MOVE 1 TO WS-TRT-IDX.
           PERFORM 1450-RECOGNISE-ONE-TERM
               UNTIL WS-TRT-IDX > WS-TRT-COUNT.

           PERFORM 1500-WRITE-JOURNAL-LINES.

           IF GLI-FILE-STATUS = "00"
               PERFORM 1600-WRITE-RECOGNITION-LOG
           END-IF.

           PERFORM 1700-PRINT-DEFERRED-SCHEDULE.

           IF GLI-FILE-STATUS NOT = "00" OR NOT SCHEDULE-TIES
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-ROWS-READ TO WS-RUN-READ-COUNT.
           ADD WS-LINES-WRITTEN TO WS-LOG-WRITTEN
               GIVING WS-RUN-WRITE-COUNT.
           MOVE 0 TO WS-RUN-REJECT-COUNT.
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
               IF RETURN-CODE = 0
                   MOVE 'OK  ' TO RUN-FINAL-STATUS
               ELSE
                   MOVE 'FAIL' TO RUN-FINAL-STATUS
               END-IF
               WRITE RUN-STATISTICS-RECORD
               CLOSE RUN-STATISTICS-FILE
           END-IF.

       0860-END.

      *    RECOGNITION POSTS INTO THE MONTH BEING RECOGNISED, SO IT
      *    IS THAT MONTH - NOT TODAY'S - THAT MUST BE OPEN.
       0900-CHECK-PERIOD-OPEN.

           MOVE 'Y' TO WS-PERIOD-OPEN.
           MOVE 'N' TO WS-PRD-EOF.

           OPEN INPUT FINANCIAL-PERIOD-FILE.
           IF PRD-FILE-STATUS = "00"
               PERFORM 0910-SCAN-ONE-PERIOD UNTIL PRD-SCAN-EOF
               CLOSE FINANCIAL-PERIOD-FILE
           END-IF.

       0900-END.

       0910-SCAN-ONE-PERIOD.

           READ FINANCIAL-PERIOD-FILE
               AT END
                   SET PRD-SCAN-EOF TO TRUE
               NOT AT END
                   IF PRD-YEAR = WS-REC-YEAR
                           AND PRD-MONTH = WS-REC-MONTH
                           AND PRD-CLOSED
                       MOVE 'N' TO WS-PERIOD-OPEN
                   END-IF
           END-READ.

       0910-END.

       1050-READ-PERIOD-PARM.

           MOVE CURRENT-YEAR TO WS-REC-YEAR.
           MOVE CURRENT-MONTH TO WS-REC-MONTH.

           OPEN INPUT RECOGNITION-PARM-FILE.
           IF PRM-FILE-STATUS = "00"
               READ RECOGNITION-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RCP-YEAR IS NUMERIC AND RCP-YEAR > 1900
                               AND RCP-MONTH IS NUMERIC
                               AND RCP-MONTH > 0 AND RCP-MONTH < 13
                           MOVE RCP-YEAR TO WS-REC-YEAR
                           MOVE RCP-MONTH TO WS-REC-MONTH
                       END-IF
                       IF RCP-FINANCE-BALANCE IS NUMERIC
                           MOVE RCP-FINANCE-BALANCE
                               TO WS-FINANCE-BALANCE
                           SET FINANCE-BALANCE-GIVEN TO TRUE
                       END-IF
               END-READ
               CLOSE RECOGNITION-PARM-FILE
           END-IF.

           COMPUTE WS-PERIOD-KEY = WS-REC-YEAR * 100 + WS-REC-MONTH.
           COMPUTE WS-MONTH-INDEX = WS-REC-YEAR * 12 + WS-REC-MONTH.

       1050-END.

       1060-COMPUTE-MONTH-END.

           MOVE WS-REC-YEAR TO WS-MED-YEAR.
           MOVE WS-REC-MONTH TO WS-MED-MONTH.
           MOVE WS-DAYS-IN-MONTH (WS-REC-MONTH) TO WS-MED-DAY.

           IF WS-REC-MONTH = 2
               DIVIDE WS-REC-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-REC-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-REC-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 = 0
                       AND (WS-LEAP-REM-100 NOT = 0
                            OR WS-LEAP-REM-400 = 0)
                   MOVE 29 TO WS-MED-DAY
               END-IF
           END-IF.

       1060-END.

      *    THE MASTER IS KEYED, SO A FULL SWEEP POSITIONS AT THE
      *    FIRST KEY AND READS NEXT TO THE END. WITHOUT IT NO TERM
      *    CAN BE SPREAD AND EVERYTHING STAYS DEFERRED.
       1100-LOAD-TERM-MASTER.

           MOVE 'N' TO WS-TRM-EOF.

           OPEN INPUT TERM-MASTER-FILE.
           IF TRM-FILE-STATUS = "00"
               MOVE LOW-VALUES TO TRM-CODE
               START TERM-MASTER-FILE KEY IS NOT LESS THAN TRM-CODE
                   INVALID KEY SET TRM-EOF TO TRUE
               END-START
               PERFORM 1110-LOAD-ONE-TERM UNTIL TRM-EOF
               CLOSE TERM-MASTER-FILE
           ELSE
               DISPLAY "WARNING: TERM MASTER UNAVAILABLE (STATUS = "
                   TRM-FILE-STATUS ") - NO TERM CAN BE RECOGNISED"
           END-IF.

       1100-END.

       1110-LOAD-ONE-TERM.

           READ TERM-MASTER-FILE NEXT RECORD
               AT END
                   SET TRM-EOF TO TRUE
               NOT AT END
                   MOVE TRM-CODE TO WS-TRT-LOOKUP
                   PERFORM 1150-FIND-TERM-ROW
                   IF WS-TRT-HIT > 0
                       MOVE TRM-START-DATE
                           TO WS-TRT-E-START (WS-TRT-HIT)
                       MOVE TRM-END-DATE
                           TO WS-TRT-E-END (WS-TRT-HIT)
                   END-IF
           END-READ.

       1110-END.

       1150-FIND-TERM-ROW.

           MOVE 0 TO WS-TRT-HIT.
           MOVE 1 TO WS-TRT-IDX.

           PERFORM 1155-MATCH-ONE-TERM-ROW
               UNTIL WS-TRT-HIT > 0 OR WS-TRT-IDX > WS-TRT-COUNT.

           IF WS-TRT-HIT = 0
               IF WS-TRT-COUNT < 200
                   ADD 1 TO WS-TRT-COUNT
                   MOVE WS-TRT-LOOKUP TO WS-TRT-E-CODE (WS-TRT-COUNT)
                   MOVE 0 TO WS-TRT-E-START (WS-TRT-COUNT)
                   MOVE 0 TO WS-TRT-E-END (WS-TRT-COUNT)
                   MOVE 0 TO WS-TRT-E-MONTHS (WS-TRT-COUNT)
                   MOVE 0 TO WS-TRT-E-ELAPSED (WS-TRT-COUNT)
                   MOVE 0 TO WS-TRT-E-NET (WS-TRT-COUNT)
                   MOVE 0 TO WS-TRT-E-PRIOR (WS-TRT-COUNT)
                   MOVE 0 TO WS-TRT-E-TARGET (WS-TRT-COUNT)
                   MOVE 0 TO WS-TRT-E-DELTA (WS-TRT-COUNT)
                   MOVE WS-TRT-COUNT TO WS-TRT-HIT
               ELSE
                   SET TERM-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF.

       1150-END.

       1155-MATCH-ONE-TERM-ROW.

           IF WS-TRT-E-CODE (WS-TRT-IDX) = WS-TRT-LOOKUP
               MOVE WS-TRT-IDX TO WS-TRT-HIT
           END-IF.

           ADD 1 TO WS-TRT-IDX.

       1155-END.

      *    THE LOG IS IN MONTH ORDER, SO THE LAST LINE FOR A TERM
      *    CARRIES WHAT HAS BEEN RECOGNISED FOR IT TO DATE.
       1200-LOAD-RECOGNITION-LOG.

           MOVE 'N' TO WS-RRG-EOF.

           OPEN INPUT REVENUE-RECOGNITION-FILE.
           IF RRG-FILE-STATUS = "00"
               PERFORM 1210-LOAD-ONE-LOG-LINE UNTIL RRG-EOF
               CLOSE REVENUE-RECOGNITION-FILE
           END-IF.

       1200-END.

       1210-LOAD-ONE-LOG-LINE.

           READ REVENUE-RECOGNITION-FILE
               AT END
                   SET RRG-EOF TO TRUE
               NOT AT END
                   COMPUTE WS-LOG-KEY = RRG-YEAR * 100 + RRG-MONTH
                   IF WS-LOG-KEY = WS-PERIOD-KEY
                       SET MONTH-ALREADY-RECOGNISED TO TRUE
                   END-IF
                   IF WS-LOG-KEY > WS-PERIOD-KEY
                       SET LATER-MONTH-RECOGNISED TO TRUE
                   END-IF
                   IF RRG-TERM NOT = SPACES
                       MOVE RRG-TERM TO WS-TRT-LOOKUP
                       PERFORM 1150-FIND-TERM-ROW
                       IF WS-TRT-HIT > 0
                           MOVE RRG-CUMULATIVE
                               TO WS-TRT-E-PRIOR (WS-TRT-HIT)
                       END-IF
                   END-IF
           END-READ.

       1210-END.

      *    NET TUITION PER TERM AS AT THE MONTH END: TUITION CHARGES
      *    LESS EVERY REVERSAL (DROPS AND RE-PRICING CREDITS ALIKE).
       1300-SUM-NET-TUITION.

           MOVE 'N' TO WS-CHG-EOF.

           OPEN INPUT STUDENT-CHARGE-FILE.
           IF CHG-FILE-STATUS = "00"
               PERFORM 1310-SUM-ONE-CHARGE UNTIL CHG-EOF
               CLOSE STUDENT-CHARGE-FILE
           ELSE
               DISPLAY "NO CHARGES FILE ON HAND (STATUS = "
                   CHG-FILE-STATUS ")"
           END-IF.

       1300-END.

       1310-SUM-ONE-CHARGE.

           READ STUDENT-CHARGE-FILE NEXT RECORD
               AT END
                   SET CHG-EOF TO TRUE
               NOT AT END
                   IF (CHG-IS-CHARGE OR CHG-IS-REVERSAL)
                           AND CHG-DATE NOT > WS-MONTH-END-NUMERIC
                       ADD 1 TO WS-ROWS-READ
                       MOVE CHG-TERM TO WS-TRT-LOOKUP
                       PERFORM 1150-FIND-TERM-ROW
                       IF WS-TRT-HIT > 0
                           IF CHG-IS-CHARGE
                               ADD CHG-AMOUNT
                                   TO WS-TRT-E-NET (WS-TRT-HIT)
                           ELSE
                               SUBTRACT CHG-AMOUNT
                                   FROM WS-TRT-E-NET (WS-TRT-HIT)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       1310-END.

      *    WITH NO MAP FILE ON HAND THE DEFAULTS STAND.
       1400-READ-ACCOUNT-MAP.

           OPEN INPUT GL-MAP-PARM-FILE.
           IF GLM-FILE-STATUS = "00"
               PERFORM 1410-APPLY-ONE-MAP-ROW UNTIL GLM-EOF
               CLOSE GL-MAP-PARM-FILE
           END-IF.

       1400-END.

       1410-APPLY-ONE-MAP-ROW.

           READ GL-MAP-PARM-FILE
               AT END
                   SET GLM-EOF TO TRUE
               NOT AT END
                   IF GLM-SOURCE = 'REC'
                       MOVE GLM-DEBIT-ACCT TO WS-DEBIT-ACCT
                       MOVE GLM-CREDIT-ACCT TO WS-CREDIT-ACCT
                   END-IF
           END-READ.

       1410-END.

      *    THE TERM'S CUMULATIVE SHARE IS ITS NET TUITION TIMES THE
      *    MONTHS ELAPSED THROUGH THE MONTH BEING RECOGNISED OVER ITS
      *    CALENDAR MONTHS; THE LAST MONTH TAKES THE REMAINDER. A
      *    TERM WITH NO DATES KEEPS WHAT IT ALREADY HAS.
       1450-RECOGNISE-ONE-TERM.

           IF WS-TRT-E-NET (WS-TRT-IDX) < 0
               MOVE 0 TO WS-TRT-E-NET (WS-TRT-IDX)
           END-IF.

           IF WS-TRT-E-START (WS-TRT-IDX) = 0
                   OR WS-TRT-E-END (WS-TRT-IDX) = 0
               MOVE WS-TRT-E-PRIOR (WS-TRT-IDX)
                   TO WS-TRT-E-TARGET (WS-TRT-IDX)
           ELSE
               MOVE WS-TRT-E-START (WS-TRT-IDX)
                   TO WS-DATE-WORK-NUMERIC
               COMPUTE WS-START-INDEX = WS-DW-YEAR * 12 + WS-DW-MONTH
               MOVE WS-TRT-E-END (WS-TRT-IDX) TO WS-DATE-WORK-NUMERIC
               COMPUTE WS-END-INDEX = WS-DW-YEAR * 12 + WS-DW-MONTH
               IF WS-END-INDEX < WS-START-INDEX
                   MOVE WS-START-INDEX TO WS-END-INDEX
               END-IF
               COMPUTE WS-TRT-E-MONTHS (WS-TRT-IDX)
                   = WS-END-INDEX - WS-START-INDEX + 1
               EVALUATE TRUE
                   WHEN WS-MONTH-INDEX < WS-START-INDEX
                       MOVE 0 TO WS-TRT-E-ELAPSED (WS-TRT-IDX)
                   WHEN WS-MONTH-INDEX > WS-END-INDEX
                       MOVE WS-TRT-E-MONTHS (WS-TRT-IDX)
                           TO WS-TRT-E-ELAPSED (WS-TRT-IDX)
                   WHEN OTHER
                       COMPUTE WS-TRT-E-ELAPSED (WS-TRT-IDX)
                           = WS-MONTH-INDEX - WS-START-INDEX + 1
               END-EVALUATE
               IF WS-TRT-E-ELAPSED (WS-TRT-IDX)
                       = WS-TRT-E-MONTHS (WS-TRT-IDX)
                   MOVE WS-TRT-E-NET (WS-TRT-IDX)
                       TO WS-TRT-E-TARGET (WS-TRT-IDX)
               ELSE
                   COMPUTE WS-TRT-E-TARGET (WS-TRT-IDX) ROUNDED
                       = WS-TRT-E-NET (WS-TRT-IDX)
                       * WS-TRT-E-ELAPSED (WS-TRT-IDX)
                       / WS-TRT-E-MONTHS (WS-TRT-IDX)
               END-IF
           END-IF.

           COMPUTE WS-TRT-E-DELTA (WS-TRT-IDX)
               = WS-TRT-E-TARGET (WS-TRT-IDX)
               - WS-TRT-E-PRIOR (WS-TRT-IDX).

           IF WS-TRT-E-DELTA (WS-TRT-IDX) > 0
               ADD WS-TRT-E-DELTA (WS-TRT-IDX) TO WS-TOTAL-RECOGNISE
           END-IF.
           IF WS-TRT-E-DELTA (WS-TRT-IDX) < 0
               SUBTRACT WS-TRT-E-DELTA (WS-TRT-IDX)
                   FROM WS-TOTAL-DEFER-BACK
           END-IF.

           ADD 1 TO WS-TRT-IDX.

       1450-END.

      *    ONE BALANCED PAIR FOR WHAT THE MONTH EARNS AND, WHEN A
      *    REVERSAL SHRANK A TERM BELOW WHAT WAS ALREADY RECOGNISED,
      *    ONE REVERSE PAIR MOVING IT BACK INTO DEFERRED. THE FILE IS
      *    REBUILT EACH RUN LIKE GL.INTERFACE.
       1500-WRITE-JOURNAL-LINES.

           OPEN OUTPUT GL-RECOGNITION-FILE.
           IF GLI-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING GL.RECOGNITION (STATUS = "
                   GLI-FILE-STATUS ") - NOTHING RECOGNISED"
           ELSE
               IF WS-TOTAL-RECOGNISE > 0
                   MOVE WS-DEBIT-ACCT TO GLJ-ACCOUNT
                   MOVE 'D' TO GLJ-SIDE
                   MOVE WS-TOTAL-RECOGNISE TO GLJ-AMOUNT
                   MOVE 'REC' TO GLJ-SOURCE
                   PERFORM 1510-WRITE-ONE-JOURNAL-LINE
                   MOVE WS-CREDIT-ACCT TO GLJ-ACCOUNT
                   MOVE 'C' TO GLJ-SIDE
                   PERFORM 1510-WRITE-ONE-JOURNAL-LINE
               END-IF
               IF WS-TOTAL-DEFER-BACK > 0
                   MOVE WS-CREDIT-ACCT TO GLJ-ACCOUNT
                   MOVE 'D' TO GLJ-SIDE
                   MOVE WS-TOTAL-DEFER-BACK TO GLJ-AMOUNT
                   MOVE 'RDF' TO GLJ-SOURCE
                   PERFORM 1510-WRITE-ONE-JOURNAL-LINE
                   MOVE WS-DEBIT-ACCT TO GLJ-ACCOUNT
                   MOVE 'C' TO GLJ-SIDE
                   PERFORM 1510-WRITE-ONE-JOURNAL-LINE
               END-IF
               CLOSE GL-RECOGNITION-FILE
           END-IF.

       1500-END.

       1510-WRITE-ONE-JOURNAL-LINE.

           MOVE WS-MONTH-END-NUMERIC TO GLJ-DATE.
           MOVE ',' TO GLJ-SEPARATOR1.
           MOVE ',' TO GLJ-SEPARATOR2.
           MOVE ',' TO GLJ-SEPARATOR3.
           MOVE ',' TO GLJ-SEPARATOR4.
           WRITE GL-JOURNAL-RECORD.
           ADD 1 TO WS-LINES-WRITTEN.

       1510-END.

      *    EVERY TERM GETS A LINE FOR THE MONTH, MOVEMENT OR NOT, SO
      *    THE MONTH READS AS RECOGNISED FROM NOW ON. WITH NO TERMS
      *    AT ALL A SINGLE BLANK-TERM LINE MARKS IT.
       1600-WRITE-RECOGNITION-LOG.

           OPEN EXTEND REVENUE-RECOGNITION-FILE.
           IF RRG-FILE-STATUS NOT = "00"
               OPEN OUTPUT REVENUE-RECOGNITION-FILE
           END-IF.

           IF RRG-FILE-STATUS = "00"
               IF WS-TRT-COUNT = 0
                   MOVE SPACES TO RRG-TERM
                   MOVE 0 TO RRG-NET-TUITION
                   SET RRG-RECOGNISED TO TRUE
                   MOVE 0 TO RRG-MONTH-AMOUNT
                   MOVE 0 TO RRG-CUMULATIVE
                   PERFORM 1620-WRITE-ONE-LOG-LINE
               ELSE
                   MOVE 1 TO WS-TRT-IDX
                   PERFORM 1610-LOG-ONE-TERM
                       UNTIL WS-TRT-IDX > WS-TRT-COUNT
               END-IF
               CLOSE REVENUE-RECOGNITION-FILE
           ELSE
               DISPLAY "*** ERROR OPENING REVENUE.RECOGNITION "
                   "(STATUS = " RRG-FILE-STATUS ") - THE MONTH IS "
                   "NOT MARKED RECOGNISED; DO NOT RELEASE "
                   "GL.RECOGNITION ***"
               MOVE 'N' TO WS-SCHEDULE-TIES
           END-IF.

       1600-END.

       1610-LOG-ONE-TERM.

           MOVE WS-TRT-E-CODE (WS-TRT-IDX) TO RRG-TERM.
           MOVE WS-TRT-E-NET (WS-TRT-IDX) TO RRG-NET-TUITION.
           IF WS-TRT-E-DELTA (WS-TRT-IDX) < 0
               SET RRG-DEFERRED-BACK TO TRUE
               COMPUTE RRG-MONTH-AMOUNT
                   = 0 - WS-TRT-E-DELTA (WS-TRT-IDX)
           ELSE
               SET RRG-RECOGNISED TO TRUE
               MOVE WS-TRT-E-DELTA (WS-TRT-IDX) TO RRG-MONTH-AMOUNT
           END-IF.
           MOVE WS-TRT-E-TARGET (WS-TRT-IDX) TO RRG-CUMULATIVE.
           PERFORM 1620-WRITE-ONE-LOG-LINE.

           ADD 1 TO WS-TRT-IDX.

       1610-END.

       1620-WRITE-ONE-LOG-LINE.

           MOVE WS-REC-YEAR TO RRG-YEAR.
           MOVE ',' TO RRG-SEPARATOR1.
           MOVE WS-REC-MONTH TO RRG-MONTH.
           MOVE ',' TO RRG-SEPARATOR2.
           MOVE ',' TO RRG-SEPARATOR3.
           MOVE ',' TO RRG-SEPARATOR4.
           MOVE ',' TO RRG-SEPARATOR5.
           MOVE ',' TO RRG-SEPARATOR6.
           MOVE ',' TO RRG-SEPARATOR7.
           MOVE CURRENT-DATE TO RRG-RUN-DATE.
           WRITE REVENUE-RECOGNITION-RECORD.
           ADD 1 TO WS-LOG-WRITTEN.

       1620-END.

      *    THE SCHEDULE: PER TERM, WHAT WAS BILLED, WHAT HAS BEEN
      *    RECOGNISED TO DATE (THIS MONTH INCLUDED) AND WHAT IS
      *    STILL DEFERRED. THE DEFERRED TOTAL IS THE BALANCE THE
      *    DEFERRED REVENUE ACCOUNT SHOULD CARRY AT MONTH END.
       1700-PRINT-DEFERRED-SCHEDULE.

           OPEN OUTPUT DEFERRED-SCHEDULE-FILE.
           IF PRT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PRGB0127.PRT (STATUS = "
                   PRT-FILE-STATUS ")"
           ELSE
               MOVE SPACES TO WS-PRINT-LINE
               STRING '   DEFERRED TUITION REVENUE SCHEDULE FOR '
                      DELIMITED BY SIZE
                      WS-REC-YEAR DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WS-REC-MONTH DELIMITED BY SIZE
                      ' (AS AT ' DELIMITED BY SIZE
                      WS-MONTH-END-NUMERIC DELIMITED BY SIZE
                      ')' DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 1790-PRINT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM 1790-PRINT-LINE
               MOVE 'TERM       | START    | END      | MTHS | ELAPSD |'
                   & '     NET BILLED | RECOGNISED TO DATE |     '
                   & 'THIS MONTH |       DEFERRED' TO WS-PRINT-LINE
               PERFORM 1790-PRINT-LINE
               MOVE 1 TO WS-TRT-IDX
               PERFORM 1710-PRINT-ONE-TERM
                   UNTIL WS-TRT-IDX > WS-TRT-COUNT
               PERFORM 1750-PRINT-TOTALS
               CLOSE DEFERRED-SCHEDULE-FILE
               DISPLAY "SEE ../PRGB0127.PRT FOR THE DEFERRED SCHEDULE"
           END-IF.

       1700-END.

       1710-PRINT-ONE-TERM.

           ADD WS-TRT-E-NET (WS-TRT-IDX) TO WS-TOTAL-NET.
           ADD WS-TRT-E-TARGET (WS-TRT-IDX) TO WS-TOTAL-CUMULATIVE.

           MOVE WS-TRT-E-MONTHS (WS-TRT-IDX) TO WS-EDIT-MONTHS.
           MOVE WS-TRT-E-ELAPSED (WS-TRT-IDX) TO WS-EDIT-ELAPSED.
           MOVE WS-TRT-E-NET (WS-TRT-IDX) TO WS-EDIT-NET.
           MOVE WS-TRT-E-TARGET (WS-TRT-IDX) TO WS-EDIT-CUMULATIVE.
           MOVE WS-TRT-E-DELTA (WS-TRT-IDX) TO WS-EDIT-MONTH.
           COMPUTE WS-EDIT-DEFERRED
               = WS-TRT-E-NET (WS-TRT-IDX)
               - WS-TRT-E-TARGET (WS-TRT-IDX).

           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-TRT-E-CODE (WS-TRT-IDX) DELIMITED BY SIZE
                  ' | ' DELIMITED BY SIZE
                  WS-TRT-E-START (WS-TRT-IDX) DELIMITED BY SIZE
                  ' | ' DELIMITED BY SIZE
                  WS-TRT-E-END (WS-TRT-IDX) DELIMITED BY SIZE
                  ' |  ' DELIMITED BY SIZE
                  WS-EDIT-MONTHS DELIMITED BY SIZE
                  ' |    ' DELIMITED BY SIZE
                  WS-EDIT-ELAPSED DELIMITED BY SIZE
                  ' | ' DELIMITED BY SIZE
                  WS-EDIT-NET DELIMITED BY SIZE
                  ' |     ' DELIMITED BY SIZE
                  WS-EDIT-CUMULATIVE DELIMITED BY SIZE
                  ' | ' DELIMITED BY SIZE
                  WS-EDIT-MONTH DELIMITED BY SIZE
                  ' | ' DELIMITED BY SIZE
                  WS-EDIT-DEFERRED DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1790-PRINT-LINE.

           IF WS-TRT-E-START (WS-TRT-IDX) = 0
                   AND WS-TRT-E-NET (WS-TRT-IDX) > 0
               MOVE '    *** TERM NOT ON THE TERM MASTER - LEFT IN '
                   & 'DEFERRED ***' TO WS-PRINT-LINE
               PERFORM 1790-PRINT-LINE
           END-IF.

           ADD 1 TO WS-TRT-IDX.

       1710-END.

       1750-PRINT-TOTALS.

           COMPUTE WS-TOTAL-DEFERRED
               = WS-TOTAL-NET - WS-TOTAL-CUMULATIVE.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 1790-PRINT-LINE.
           MOVE WS-TOTAL-NET TO WS-EDIT-NET.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'TOTAL NET TUITION BILLED       : ' DELIMITED BY SIZE
                  WS-EDIT-NET DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1790-PRINT-LINE.
           MOVE WS-TOTAL-CUMULATIVE TO WS-EDIT-CUMULATIVE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'TOTAL RECOGNISED TO DATE       : ' DELIMITED BY SIZE
                  WS-EDIT-CUMULATIVE DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1790-PRINT-LINE.
           MOVE WS-TOTAL-RECOGNISE TO WS-EDIT-MONTH.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'RECOGNISED THIS MONTH (REC)    : ' DELIMITED BY SIZE
                  WS-EDIT-MONTH DELIMITED BY SIZE
                  '   DR ' DELIMITED BY SIZE
                  WS-DEBIT-ACCT DELIMITED BY SIZE
                  '  CR ' DELIMITED BY SIZE
                  WS-CREDIT-ACCT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1790-PRINT-LINE.
           MOVE WS-TOTAL-DEFER-BACK TO WS-EDIT-MONTH.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'DEFERRED BACK THIS MONTH (RDF) : ' DELIMITED BY SIZE
                  WS-EDIT-MONTH DELIMITED BY SIZE
                  '   DR ' DELIMITED BY SIZE
                  WS-CREDIT-ACCT DELIMITED BY SIZE
                  '  CR ' DELIMITED BY SIZE
                  WS-DEBIT-ACCT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1790-PRINT-LINE.
           MOVE WS-TOTAL-DEFERRED TO WS-EDIT-DEFERRED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'DEFERRED BALANCE AT MONTH END  : ' DELIMITED BY SIZE
                  WS-EDIT-DEFERRED DELIMITED BY SIZE
                  '   (' DELIMITED BY SIZE
                  WS-DEBIT-ACCT DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1790-PRINT-LINE.

           IF FINANCE-BALANCE-GIVEN
               COMPUTE WS-TIE-DIFFERENCE
                   = WS-TOTAL-DEFERRED - WS-FINANCE-BALANCE
               MOVE WS-FINANCE-BALANCE TO WS-EDIT-NET
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'BALANCE FINANCE CARRIES        : '
                      DELIMITED BY SIZE
                      WS-EDIT-NET DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 1790-PRINT-LINE
               IF WS-TIE-DIFFERENCE = 0
                   MOVE 'SCHEDULE TIES TO THE DEFERRED BALANCE '
                       & 'FINANCE CARRIES.' TO WS-PRINT-LINE
               ELSE
                   MOVE 'N' TO WS-SCHEDULE-TIES
                   MOVE WS-TIE-DIFFERENCE TO WS-EDIT-DEFERRED
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING '*** SCHEDULE DOES NOT TIE - DIFFERENCE '
                          DELIMITED BY SIZE
                          WS-EDIT-DEFERRED DELIMITED BY SIZE
                          ' ***' DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
               END-IF
               PERFORM 1790-PRINT-LINE
           ELSE
               MOVE 'NO FINANCE BALANCE ON PRGB0127.PARM - TIE TO '
                   & 'THE LEDGER BY HAND.' TO WS-PRINT-LINE
               PERFORM 1790-PRINT-LINE
           END-IF.

       1750-END.

       1790-PRINT-LINE.

           DISPLAY WS-PRINT-LINE.
           WRITE REPORT-LINE FROM WS-PRINT-LINE.

       1790-END.

       END PROGRAM PRGB0127.
