      ******************************************************************
      * Author:
      * Date:
      * Purpose: Admission offer status report - counts the offers on
      *          ADMISSION.OFFERS BY PROGRAM AND TERM: OFFERS MADE,
      *          STILL OPEN, ACCEPTED AND AWAITING THE DEPOSIT,
      *          CONFIRMED AND LAPSED, WITH THE YIELD (CONFIRMED AS A
      *          PERCENTAGE OF OFFERS MADE) FOR EACH PROGRAM AND TERM
      *          AND OVERALL. A TERM ON ../PRGQ0172.PARM OR AT THE
      *          PROMPT LIMITS THE REPORT TO THAT TERM; A BLANK TERM
      *          REPORTS EVERY TERM. OUTPUT GOES TO ../PRGQ0172.PRT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGQ0172.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY OFRSEL.

           SELECT YIELD-PARM-FILE ASSIGN TO '../PRGQ0172.PARM'
               FILE STATUS IS PARM-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT YIELD-REPORT-FILE ASSIGN TO '../PRGQ0172.PRT'
               FILE STATUS IS PRT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD ADMISSION-OFFER-FILE.
       COPY OFRFD.

       FD YIELD-PARM-FILE.
       01  YIELD-PARM-RECORD.
           05 PARM-TERM                 PIC X(10).

       FD YIELD-REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.

       01  OFR-FILE-STATUS   PIC XX.
       01  PARM-FILE-STATUS  PIC XX.
       01  PRT-FILE-STATUS   PIC XX.

       01  WS-WORK-AREAS.
           05  WS-REQUEST-TERM     PIC X(10) VALUE SPACES.
           05  WS-OFR-EOF          PIC X     VALUE 'N'.
               88  OFR-SWEEP-EOF            VALUE 'Y'.
           05  WS-TABLE-FULL       PIC X     VALUE 'N'.
               88  YIELD-TABLE-FULL         VALUE 'Y'.
           05  WS-ROW              PIC 9(4)  COMP VALUE 0.
           05  WS-YIELD-PCT        PIC 9(3)  VALUE 0.

      *    ONE ROW PER PROGRAM AND TERM, IN THE ORDER FIRST MET ON
      *    THE OFFER FILE, PLUS THE GRAND TOTAL.
       01  WS-YIELD-TABLE-AREAS.
           05  WS-YLD-COUNT        PIC 9(4)  COMP VALUE 0.
           05  WS-YLD-IDX          PIC 9(4)  COMP VALUE 0.
           05  WS-YLD-TABLE.
               10  WS-YLD-ENTRY    OCCURS 500 TIMES.
                   15  WS-YLD-E-COURSE     PIC X(15).
                   15  WS-YLD-E-TERM       PIC X(10).
                   15  WS-YLD-E-OFFERS     PIC 9(5).
                   15  WS-YLD-E-OPEN       PIC 9(5).
                   15  WS-YLD-E-ACCEPTED   PIC 9(5).
                   15  WS-YLD-E-CONFIRMED  PIC 9(5).
                   15  WS-YLD-E-LAPSED     PIC 9(5).
           05  WS-YLD-TOTALS.
               10  WS-YLD-T-OFFERS         PIC 9(6)  VALUE 0.
               10  WS-YLD-T-OPEN           PIC 9(6)  VALUE 0.
               10  WS-YLD-T-ACCEPTED       PIC 9(6)  VALUE 0.
               10  WS-YLD-T-CONFIRMED      PIC 9(6)  VALUE 0.
               10  WS-YLD-T-LAPSED         PIC 9(6)  VALUE 0.

       01  WS-PRINT-LINE             PIC X(132).

       01  WS-YIELD-LINE.
           05  WS-YL-COURSE          PIC X(15).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-YL-TERM            PIC X(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-YL-OFFERS          PIC ZZZZZ9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-YL-OPEN            PIC ZZZZZ9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-YL-ACCEPTED        PIC ZZZZZ9.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-YL-CONFIRMED       PIC ZZZZZ9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-YL-LAPSED          PIC ZZZZZ9.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-YL-YIELD           PIC ZZ9.
           05  FILLER                PIC X     VALUE '%'.

       01  WS-YIELD-COLUMNS.
           05  FILLER                PIC X(27)
               VALUE 'PROGRAM         TERM       '.
           05  FILLER                PIC X(39)
               VALUE 'OFFERS   OPEN ACCEPT  CONFIRM LAPSED   '.
           05  FILLER                PIC X(5)
               VALUE 'YIELD'.

       01 CURRENT-DATE.
           05 CURRENT-YEAR   PIC 9(4).
           05 CURRENT-MONTH  PIC 9(2).
           05 CURRENT-DAY    PIC 9(2).

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.

           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.

           DISPLAY "===== ADMISSION OFFER YIELD =====".

           PERFORM 1100-GET-PARAMETERS.

           OPEN INPUT ADMISSION-OFFER-FILE.
           IF OFR-FILE-STATUS = "00"
               PERFORM 1200-LOAD-OFFERS
               CLOSE ADMISSION-OFFER-FILE
           ELSE
               DISPLAY "NO ADMISSION OFFERS ON FILE (STATUS = "
                   OFR-FILE-STATUS ")"
           END-IF.

           OPEN OUTPUT YIELD-REPORT-FILE.
           IF PRT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PRGQ0172.PRT (STATUS = "
                   PRT-FILE-STATUS ")"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 1400-PRINT-YIELD
               CLOSE YIELD-REPORT-FILE
           END-IF.

           IF YIELD-TABLE-FULL
               DISPLAY "*** MORE THAN 500 PROGRAM/TERM ROWS - THE "
                   "REPORT IS INCOMPLETE ***"
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "OFFERS MADE : " WS-YLD-T-OFFERS.
           DISPLAY "CONFIRMED   : " WS-YLD-T-CONFIRMED.
           DISPLAY "SEE ../PRGQ0172.PRT FOR THE PRINTED REPORT".

           GOBACK.

       0000-END.

      *    RUN UNATTENDED IF A PARAMETER FILE IS PRESENT, OTHERWISE
      *    FALL BACK TO THE INTERACTIVE PROMPT.
       1100-GET-PARAMETERS.

           OPEN INPUT YIELD-PARM-FILE.
           IF PARM-FILE-STATUS = "00"
               READ YIELD-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-TERM TO WS-REQUEST-TERM
               END-READ
               CLOSE YIELD-PARM-FILE
           ELSE
               DISPLAY "ENTER TERM TO REPORT (BLANK FOR ALL) >>"
               ACCEPT WS-REQUEST-TERM
           END-IF.

       1100-END.

       1200-LOAD-OFFERS.

           MOVE 'N' TO WS-OFR-EOF.
           MOVE 0 TO OFR-STUDENT-ID.
           START ADMISSION-OFFER-FILE
               KEY IS NOT LESS THAN OFR-STUDENT-ID
               INVALID KEY SET OFR-SWEEP-EOF TO TRUE
           END-START.

           PERFORM 1210-COUNT-ONE-OFFER UNTIL OFR-SWEEP-EOF.

       1200-END.

       1210-COUNT-ONE-OFFER.

           READ ADMISSION-OFFER-FILE NEXT RECORD
               AT END
                   SET OFR-SWEEP-EOF TO TRUE
               NOT AT END
                   IF WS-REQUEST-TERM = SPACES
                           OR OFR-TERM = WS-REQUEST-TERM
                       PERFORM 1300-FIND-YIELD-ROW
                       IF WS-ROW > 0
                           PERFORM 1220-ADD-TO-ROW
                       END-IF
                   END-IF
           END-READ.

       1210-END.

       1220-ADD-TO-ROW.

           ADD 1 TO WS-YLD-E-OFFERS (WS-ROW).
           ADD 1 TO WS-YLD-T-OFFERS.

           EVALUATE TRUE
               WHEN OFR-OFFERED
                   ADD 1 TO WS-YLD-E-OPEN (WS-ROW)
                   ADD 1 TO WS-YLD-T-OPEN
               WHEN OFR-ACCEPTED
                   ADD 1 TO WS-YLD-E-ACCEPTED (WS-ROW)
                   ADD 1 TO WS-YLD-T-ACCEPTED
               WHEN OFR-CONFIRMED
                   ADD 1 TO WS-YLD-E-CONFIRMED (WS-ROW)
                   ADD 1 TO WS-YLD-T-CONFIRMED
               WHEN OFR-LAPSED
                   ADD 1 TO WS-YLD-E-LAPSED (WS-ROW)
                   ADD 1 TO WS-YLD-T-LAPSED
           END-EVALUATE.

       1220-END.

      *    THE OFFER'S PROGRAM AND TERM IN, WS-ROW OUT: ITS ROW, A NEW
      *    ROW IF THIS IS THE FIRST OFFER FOR THEM, OR ZERO WHEN THE
      *    TABLE IS FULL.
       1300-FIND-YIELD-ROW.

           MOVE 0 TO WS-ROW.
           MOVE 1 TO WS-YLD-IDX.
           PERFORM 1310-MATCH-ONE-ROW
               UNTIL WS-ROW > 0 OR WS-YLD-IDX > WS-YLD-COUNT.

           IF WS-ROW = 0
               IF WS-YLD-COUNT < 500
                   ADD 1 TO WS-YLD-COUNT
                   MOVE WS-YLD-COUNT TO WS-ROW
                   MOVE OFR-COURSE TO WS-YLD-E-COURSE (WS-ROW)
                   MOVE OFR-TERM TO WS-YLD-E-TERM (WS-ROW)
                   MOVE 0 TO WS-YLD-E-OFFERS (WS-ROW)
                   MOVE 0 TO WS-YLD-E-OPEN (WS-ROW)
                   MOVE 0 TO WS-YLD-E-ACCEPTED (WS-ROW)
                   MOVE 0 TO WS-YLD-E-CONFIRMED (WS-ROW)
                   MOVE 0 TO WS-YLD-E-LAPSED (WS-ROW)
               ELSE
                   SET YIELD-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       1300-END.

       1310-MATCH-ONE-ROW.

           IF WS-YLD-E-COURSE (WS-YLD-IDX) = OFR-COURSE
                   AND WS-YLD-E-TERM (WS-YLD-IDX) = OFR-TERM
               MOVE WS-YLD-IDX TO WS-ROW
           END-IF.

           ADD 1 TO WS-YLD-IDX.

       1310-END.

       1400-PRINT-YIELD.

           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-REQUEST-TERM = SPACES
               STRING '   ADMISSION OFFER YIELD - ALL TERMS'
                          DELIMITED BY SIZE
                      '  PRINTED ' DELIMITED BY SIZE
                      CURRENT-DATE DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           ELSE
               STRING '   ADMISSION OFFER YIELD FOR TERM '
                          DELIMITED BY SIZE
                      WS-REQUEST-TERM DELIMITED BY SIZE
                      '  PRINTED ' DELIMITED BY SIZE
                      CURRENT-DATE DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           END-IF.
           PERFORM 1900-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.
           MOVE WS-YIELD-COLUMNS TO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.
           MOVE ALL '-' TO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.

           MOVE 1 TO WS-YLD-IDX.
           PERFORM 1410-PRINT-ONE-ROW
               UNTIL WS-YLD-IDX > WS-YLD-COUNT.

           IF WS-YLD-COUNT = 0
               MOVE 'NO OFFERS TO REPORT.' TO WS-PRINT-LINE
               PERFORM 1900-WRITE-REPORT-LINE
           END-IF.

           MOVE ALL '-' TO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.

           MOVE 'ALL PROGRAMS' TO WS-YL-COURSE.
           MOVE SPACES TO WS-YL-TERM.
           MOVE WS-YLD-T-OFFERS TO WS-YL-OFFERS.
           MOVE WS-YLD-T-OPEN TO WS-YL-OPEN.
           MOVE WS-YLD-T-ACCEPTED TO WS-YL-ACCEPTED.
           MOVE WS-YLD-T-CONFIRMED TO WS-YL-CONFIRMED.
           MOVE WS-YLD-T-LAPSED TO WS-YL-LAPSED.
           MOVE 0 TO WS-YIELD-PCT.
           IF WS-YLD-T-OFFERS > 0
               COMPUTE WS-YIELD-PCT ROUNDED
                   = (WS-YLD-T-CONFIRMED * 100) / WS-YLD-T-OFFERS
           END-IF.
           MOVE WS-YIELD-PCT TO WS-YL-YIELD.
           MOVE WS-YIELD-LINE TO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.
           MOVE 'YIELD = CONFIRMED OFFERS AS A PERCENTAGE OF OFFERS.'
               TO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.
           MOVE 'OPEN AND ACCEPTED OFFERS ARE STILL UNDECIDED.'
               TO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.

       1400-END.

       1410-PRINT-ONE-ROW.

           MOVE WS-YLD-E-COURSE (WS-YLD-IDX) TO WS-YL-COURSE.
           MOVE WS-YLD-E-TERM (WS-YLD-IDX) TO WS-YL-TERM.
           MOVE WS-YLD-E-OFFERS (WS-YLD-IDX) TO WS-YL-OFFERS.
           MOVE WS-YLD-E-OPEN (WS-YLD-IDX) TO WS-YL-OPEN.
           MOVE WS-YLD-E-ACCEPTED (WS-YLD-IDX) TO WS-YL-ACCEPTED.
           MOVE WS-YLD-E-CONFIRMED (WS-YLD-IDX) TO WS-YL-CONFIRMED.
           MOVE WS-YLD-E-LAPSED (WS-YLD-IDX) TO WS-YL-LAPSED.
           COMPUTE WS-YIELD-PCT ROUNDED
               = (WS-YLD-E-CONFIRMED (WS-YLD-IDX) * 100)
               / WS-YLD-E-OFFERS (WS-YLD-IDX).
           MOVE WS-YIELD-PCT TO WS-YL-YIELD.
           MOVE WS-YIELD-LINE TO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.

           ADD 1 TO WS-YLD-IDX.

       1410-END.

       1900-WRITE-REPORT-LINE.

           MOVE WS-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       1900-END.

       END PROGRAM PRGQ0172.
