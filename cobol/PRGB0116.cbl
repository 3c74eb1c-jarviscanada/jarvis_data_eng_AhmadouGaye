      ******************************************************************
      * Author:
      * Date:
      * Purpose: Transfer transcript evaluation - reads the incoming
      *          external transcript lines on EXTERNAL.TRANSCRIPTS,
      *          looks each school/course up on the articulation
      *          table, and posts the transfer GRADE-VSAM-FILE row
      *          for every course that maps to one of ours and was
      *          passed at or above the table's minimum grade, the
      *          same row PRGN0083 posts by hand (TERM 'TRANSFER',
      *          GRD-TRANSFER-FLAG 'Y'). A COURSE WITH NO TABLE ROW
      *          IS HELD ON TRANSFER.UNMAPPED FOR THE REGISTRAR TO
      *          DECIDE IN PRGN0117; THE NEXT RUN PICKS THE HELD
      *          LINES UP AGAIN, SO A DECISION ONLY HAS TO BE MADE
      *          ONCE. RERUNNING ON THE SAME FILE IS SAFE - A ROW
      *          ALREADY POSTED IS REPORTED, NOT DUPLICATED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGB0116.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY XTRSEL.

           COPY TPDSEL.

           COPY ARTSEL.

           COPY EXISEL.

           COPY STUSEL.

           COPY GRDSEL.

           COPY CRSSEL.

           COPY SGNSEL.

           COPY RUNSEL.

           SELECT TRANSFER-REPORT-FILE ASSIGN TO '../PRGB0116.PRT'
               FILE STATUS IS PRT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD EXTERNAL-TRANSCRIPT-FILE.
       COPY XTRFD.

       FD TRANSFER-PENDING-FILE.
       COPY TPDFD.

       FD TRANSFER-ARTICULATION-FILE.
       COPY ARTFD.

       FD EXTERNAL-INSTITUTION-FILE.
       COPY EXIFD.

       FD STUDENT-VSAM-FILE.
       COPY STUFD.

       FD GRADE-VSAM-FILE.
       COPY GRDFD.

       FD COURSE-MASTER-FILE.
       COPY CRSFD.

       FD SIGNON-SESSION-FILE.
       COPY SGNFD.

       FD RUN-STATISTICS-FILE.
       COPY RUNFD.

       FD TRANSFER-REPORT-FILE.
       01  REPORT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.

       COPY LKPWRK.

       01  XTR-FILE-STATUS   PIC XX.
       01  TPD-FILE-STATUS   PIC XX.
       01  ART-FILE-STATUS   PIC XX.
       01  EXI-FILE-STATUS   PIC XX.
       01  FILE-CHECK-KEY    PIC XX.
       01  GRD-FILE-STATUS   PIC XX.
       01  CRS-FILE-STATUS   PIC XX.
       01  PRT-FILE-STATUS   PIC XX.
       01  RUN-FILE-STATUS   PIC XX.
       COPY AUPWRK.
       01  SGN-FILE-STATUS   PIC XX.

       COPY SGNWRK.

       01  WS-RUN-STATS-AREAS.
           05  WS-RUN-PROGRAM      PIC X(8) VALUE 'PRGB0116'.
           05  WS-RUN-DATE         PIC 9(8) VALUE 0.
           05  WS-RUN-START-TIME   PIC 9(6) VALUE 0.
           05  WS-RUN-END-TIME     PIC 9(6) VALUE 0.
           05  WS-RUN-READ-COUNT   PIC 9(6) VALUE 0.
           05  WS-RUN-WRITE-COUNT  PIC 9(6) VALUE 0.
           05  WS-RUN-REJECT-COUNT PIC 9(6) VALUE 0.

       01  WS-WORK-AREAS.
           05  WS-XTR-EOF          PIC X     VALUE 'N'.
               88  XTR-EOF                  VALUE 'Y'.
           05  WS-TPD-EOF          PIC X     VALUE 'N'.
               88  TPD-EOF                  VALUE 'Y'.
           05  WS-ART-EOF          PIC X     VALUE 'N'.
               88  ART-EOF                  VALUE 'Y'.
           05  WS-EXI-EOF          PIC X     VALUE 'N'.
               88  EXI-EOF                  VALUE 'Y'.
           05  WS-LINE-RESULT      PIC X(30) VALUE SPACES.
           05  WS-EQUIV-COURSE     PIC X(15) VALUE SPACES.
           05  WS-COURSE-CREDITS   PIC 9(2)  VALUE 1.
           05  WS-POSTED-COUNT     PIC 9(5)  VALUE 0.
           05  WS-HELD-COUNT       PIC 9(5)  VALUE 0.
           05  WS-NOEQUIV-COUNT    PIC 9(5)  VALUE 0.
           05  WS-BELOW-COUNT      PIC 9(5)  VALUE 0.
           05  WS-ONFILE-COUNT     PIC 9(5)  VALUE 0.
           05  WS-REJECT-COUNT     PIC 9(5)  VALUE 0.
           05  WS-LINES-EVALUATED  PIC 9(5)  VALUE 0.
           05  WS-KEY-INST         PIC 9(4)  VALUE 0.
           05  WS-KEY-EXT-COURSE   PIC X(15) VALUE SPACES.

      *    THE STANDING DECISIONS, KEYED BY SCHOOL AND ITS COURSE.
       01  WS-ARTICULATION-TABLE-AREAS.
           05  WS-ATT-COUNT        PIC 9(4)  COMP VALUE 0.
           05  WS-ATT-IDX          PIC 9(4)  COMP VALUE 0.
           05  WS-ATT-HIT          PIC 9(4)  COMP VALUE 0.
           05  WS-ATT-TABLE.
               10  WS-ATT-ENTRY    OCCURS 3000 TIMES.
                   15  WS-ATT-E-INST       PIC 9(4).
                   15  WS-ATT-E-EXT-COURSE PIC X(15).
                   15  WS-ATT-E-EQUIVALENCE PIC X.
                   15  WS-ATT-E-CRS-CODE   PIC X(15).
                   15  WS-ATT-E-MIN-GRADE  PIC X.

       01  WS-INSTITUTION-TABLE-AREAS.
           05  WS-IST-COUNT        PIC 9(4)  COMP VALUE 0.
           05  WS-IST-IDX          PIC 9(4)  COMP VALUE 0.
           05  WS-IST-FOUND        PIC X     VALUE 'N'.
               88  INSTITUTION-FOUND        VALUE 'Y'.
           05  WS-IST-TABLE.
               10  WS-IST-E-ID     OCCURS 1000 TIMES PIC 9(4).

      *    EVERY LINE TO EVALUATE THIS RUN - LAST RUN'S HELD LINES
      *    FIRST, THEN THE NEW TRANSCRIPT LINES. A LINE STILL WITHOUT
      *    A DECISION AT THE END IS WRITTEN BACK TO TRANSFER.UNMAPPED.
       01  WS-LINE-TABLE-AREAS.
           05  WS-LNT-COUNT        PIC 9(4)  COMP VALUE 0.
           05  WS-LNT-IDX          PIC 9(4)  COMP VALUE 0.
           05  WS-LNT-JDX          PIC 9(4)  COMP VALUE 0.
           05  WS-LNT-OVERFLOW     PIC X     VALUE 'N'.
               88  LINE-TABLE-OVERFLOWED    VALUE 'Y'.
           05  WS-LNT-DUPLICATE    PIC X     VALUE 'N'.
               88  LINE-ALREADY-HELD        VALUE 'Y'.
           05  WS-LNT-TABLE.
               10  WS-LNT-ENTRY    OCCURS 5000 TIMES.
                   15  WS-LNT-E-STUDENT    PIC 9(6).
                   15  WS-LNT-E-INST       PIC 9(4).
                   15  WS-LNT-E-EXT-COURSE PIC X(15).
                   15  WS-LNT-E-GRADE      PIC X.
                   15  WS-LNT-E-HELD-DATE  PIC 9(8).
                   15  WS-LNT-E-HOLD       PIC X.
                       88  LINE-IS-HELD            VALUE 'Y'.

       01  WS-PRINT-LINE             PIC X(100).

       01  WS-DETAIL-LINE.
           05  WS-DL-STUDENT         PIC 9(6).
           05  FILLER                PIC X(3)  VALUE ' | '.
           05  WS-DL-INST            PIC 9(4).
           05  FILLER                PIC X(3)  VALUE ' | '.
           05  WS-DL-EXT-COURSE      PIC X(15).
           05  FILLER                PIC X(3)  VALUE ' | '.
           05  WS-DL-GRADE           PIC X.
           05  FILLER                PIC X(3)  VALUE ' | '.
           05  WS-DL-OUR-COURSE      PIC X(15).
           05  FILLER                PIC X(3)  VALUE ' | '.
           05  WS-DL-RESULT          PIC X(30).

       01 CURRENT-DATE.
           05 CURRENT-YEAR   PIC 9(4).
           05 CURRENT-MONTH  PIC 9(2).
           05 CURRENT-DAY    PIC 9(2).

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.

           PERFORM 0800-READ-SIGNON.
           PERFORM 0850-INIT-RUN-STATS.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.

           DISPLAY "===== TRANSFER TRANSCRIPT EVALUATION =====".

           PERFORM 1100-LOAD-ARTICULATION.

           PERFORM 1150-LOAD-INSTITUTIONS.

           PERFORM 1200-LOAD-HELD-LINES.

           PERFORM 1250-LOAD-NEW-LINES.

      *    A TABLE THAT FILLED WOULD DROP HELD LINES WHEN THE HOLD
      *    FILE IS REWRITTEN, SO NOTHING IS POSTED AT ALL.
           IF LINE-TABLE-OVERFLOWED
               DISPLAY "MORE THAN 5000 TRANSCRIPT LINES TO EVALUATE "
                   "- SPLIT THE INCOMING FILE. NOTHING POSTED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT TRANSFER-REPORT-FILE.
           IF PRT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PRGB0116.PRT (STATUS = "
                   PRT-FILE-STATUS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1300-PRINT-HEADINGS.

           PERFORM 1400-EVALUATE-ALL-LINES.

           PERFORM 1600-REWRITE-HELD-LINES.

           PERFORM 1700-PRINT-TOTALS.

           CLOSE TRANSFER-REPORT-FILE.

           MOVE WS-LNT-COUNT TO WS-RUN-READ-COUNT.
           MOVE WS-POSTED-COUNT TO WS-RUN-WRITE-COUNT.
           MOVE WS-REJECT-COUNT TO WS-RUN-REJECT-COUNT.
           PERFORM 0860-WRITE-RUN-STATS.

           DISPLAY "SEE ../PRGB0116.PRT FOR THE PRINTED REPORT".

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
               MOVE 'OK  ' TO RUN-FINAL-STATUS
               WRITE RUN-STATISTICS-RECORD
               CLOSE RUN-STATISTICS-FILE
           END-IF.

       0860-END.

      *    A LATER ROW FOR THE SAME SCHOOL/COURSE REPLACES AN
      *    EARLIER ONE - THE LAST DECISION STANDS.
       1100-LOAD-ARTICULATION.

           MOVE 'N' TO WS-ART-EOF.

           OPEN INPUT TRANSFER-ARTICULATION-FILE.
           IF ART-FILE-STATUS = "00"
               PERFORM 1110-LOAD-ONE-ARTICULATION UNTIL ART-EOF
               CLOSE TRANSFER-ARTICULATION-FILE
           ELSE
               DISPLAY "NO ARTICULATION TABLE YET (STATUS = "
                   ART-FILE-STATUS ") - EVERY COURSE WILL BE HELD."
           END-IF.

       1100-END.

       1110-LOAD-ONE-ARTICULATION.

           READ TRANSFER-ARTICULATION-FILE
               AT END
                   SET ART-EOF TO TRUE
               NOT AT END
                   MOVE ART-INST-ID TO WS-KEY-INST
                   MOVE ART-EXT-COURSE TO WS-KEY-EXT-COURSE
                   PERFORM 1120-FIND-ARTICULATION
                   IF WS-ATT-HIT = 0 AND WS-ATT-COUNT < 3000
                       ADD 1 TO WS-ATT-COUNT
                       MOVE WS-ATT-COUNT TO WS-ATT-HIT
                   END-IF
                   IF WS-ATT-HIT > 0
                       MOVE ART-INST-ID TO WS-ATT-E-INST (WS-ATT-HIT)
                       MOVE ART-EXT-COURSE
                           TO WS-ATT-E-EXT-COURSE (WS-ATT-HIT)
                       MOVE ART-EQUIVALENCE
                           TO WS-ATT-E-EQUIVALENCE (WS-ATT-HIT)
                       MOVE ART-CRS-CODE
                           TO WS-ATT-E-CRS-CODE (WS-ATT-HIT)
                       MOVE ART-MIN-GRADE
                           TO WS-ATT-E-MIN-GRADE (WS-ATT-HIT)
                       IF ART-MIN-GRADE = SPACE
                           MOVE 'D' TO WS-ATT-E-MIN-GRADE (WS-ATT-HIT)
                       END-IF
                   END-IF
           END-READ.

       1110-END.

      *    FINDS THE TABLE ROW FOR WS-KEY-INST / WS-KEY-EXT-COURSE.
       1120-FIND-ARTICULATION.

           MOVE 0 TO WS-ATT-HIT.
           MOVE 1 TO WS-ATT-IDX.

           PERFORM 1125-MATCH-ONE-ARTICULATION
               UNTIL WS-ATT-HIT > 0 OR WS-ATT-IDX > WS-ATT-COUNT.

       1120-END.

       1125-MATCH-ONE-ARTICULATION.

           IF WS-ATT-E-INST (WS-ATT-IDX) = WS-KEY-INST
                   AND WS-ATT-E-EXT-COURSE (WS-ATT-IDX)
                       = WS-KEY-EXT-COURSE
               MOVE WS-ATT-IDX TO WS-ATT-HIT
           END-IF.

           ADD 1 TO WS-ATT-IDX.

       1125-END.

       1150-LOAD-INSTITUTIONS.

           MOVE 'N' TO WS-EXI-EOF.

           OPEN INPUT EXTERNAL-INSTITUTION-FILE.
           IF EXI-FILE-STATUS = "00"
               PERFORM 1155-LOAD-ONE-INSTITUTION UNTIL EXI-EOF
               CLOSE EXTERNAL-INSTITUTION-FILE
           END-IF.

       1150-END.

       1155-LOAD-ONE-INSTITUTION.

           READ EXTERNAL-INSTITUTION-FILE
               AT END
                   SET EXI-EOF TO TRUE
               NOT AT END
                   IF WS-IST-COUNT < 1000 AND EXI-ID IS NUMERIC
                       ADD 1 TO WS-IST-COUNT
                       MOVE EXI-ID TO WS-IST-E-ID (WS-IST-COUNT)
                   END-IF
           END-READ.

       1155-END.

       1200-LOAD-HELD-LINES.

           MOVE 'N' TO WS-TPD-EOF.

           OPEN INPUT TRANSFER-PENDING-FILE.
           IF TPD-FILE-STATUS = "00"
               PERFORM 1210-LOAD-ONE-HELD-LINE UNTIL TPD-EOF
               CLOSE TRANSFER-PENDING-FILE
           END-IF.

       1200-END.

       1210-LOAD-ONE-HELD-LINE.

           READ TRANSFER-PENDING-FILE
               AT END
                   SET TPD-EOF TO TRUE
               NOT AT END
                   IF WS-LNT-COUNT < 5000
                       ADD 1 TO WS-LNT-COUNT
                       MOVE TPD-STUDENT-ID
                           TO WS-LNT-E-STUDENT (WS-LNT-COUNT)
                       MOVE TPD-INST-ID TO WS-LNT-E-INST (WS-LNT-COUNT)
                       MOVE TPD-EXT-COURSE
                           TO WS-LNT-E-EXT-COURSE (WS-LNT-COUNT)
                       MOVE TPD-LETTER-GRADE
                           TO WS-LNT-E-GRADE (WS-LNT-COUNT)
                       MOVE TPD-HELD-DATE
                           TO WS-LNT-E-HELD-DATE (WS-LNT-COUNT)
                       MOVE 'N' TO WS-LNT-E-HOLD (WS-LNT-COUNT)
                   ELSE
                       SET LINE-TABLE-OVERFLOWED TO TRUE
                   END-IF
           END-READ.

       1210-END.

      *    A NEW LINE IDENTICAL TO ONE ALREADY HELD (THE SAME FILE
      *    RUN TWICE) IS NOT TAKEN AGAIN.
       1250-LOAD-NEW-LINES.

           MOVE 'N' TO WS-XTR-EOF.

           OPEN INPUT EXTERNAL-TRANSCRIPT-FILE.
           IF XTR-FILE-STATUS = "00"
               PERFORM 1260-LOAD-ONE-NEW-LINE UNTIL XTR-EOF
               CLOSE EXTERNAL-TRANSCRIPT-FILE
           ELSE
               DISPLAY "NO INCOMING EXTERNAL.TRANSCRIPTS (STATUS = "
                   XTR-FILE-STATUS ") - HELD LINES ONLY."
           END-IF.

       1250-END.

       1260-LOAD-ONE-NEW-LINE.

           READ EXTERNAL-TRANSCRIPT-FILE
               AT END
                   SET XTR-EOF TO TRUE
               NOT AT END
                   MOVE 'N' TO WS-LNT-DUPLICATE
                   MOVE 1 TO WS-LNT-JDX
                   PERFORM 1265-MATCH-ONE-HELD-LINE
                       UNTIL LINE-ALREADY-HELD
                       OR WS-LNT-JDX > WS-LNT-COUNT
                   IF NOT LINE-ALREADY-HELD
                       PERFORM 1270-ADD-NEW-LINE
                   END-IF
           END-READ.

       1260-END.

       1265-MATCH-ONE-HELD-LINE.

           IF WS-LNT-E-STUDENT (WS-LNT-JDX) = XTR-STUDENT-ID
                   AND WS-LNT-E-INST (WS-LNT-JDX) = XTR-INST-ID
                   AND WS-LNT-E-EXT-COURSE (WS-LNT-JDX)
                       = XTR-EXT-COURSE
               SET LINE-ALREADY-HELD TO TRUE
           END-IF.

           ADD 1 TO WS-LNT-JDX.

       1265-END.

       1270-ADD-NEW-LINE.

           IF WS-LNT-COUNT < 5000
               ADD 1 TO WS-LNT-COUNT
               MOVE XTR-STUDENT-ID TO WS-LNT-E-STUDENT (WS-LNT-COUNT)
               MOVE XTR-INST-ID TO WS-LNT-E-INST (WS-LNT-COUNT)
               MOVE XTR-EXT-COURSE
                   TO WS-LNT-E-EXT-COURSE (WS-LNT-COUNT)
               MOVE XTR-LETTER-GRADE TO WS-LNT-E-GRADE (WS-LNT-COUNT)
               MOVE CURRENT-DATE TO WS-LNT-E-HELD-DATE (WS-LNT-COUNT)
               MOVE 'N' TO WS-LNT-E-HOLD (WS-LNT-COUNT)
           ELSE
               SET LINE-TABLE-OVERFLOWED TO TRUE
           END-IF.

       1270-END.

       1300-PRINT-HEADINGS.

           MOVE '---------------------------------------------------'
               TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING '   TRANSFER TRANSCRIPT EVALUATION - RUN '
                      DELIMITED BY SIZE
                  CURRENT-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE '---------------------------------------------------'
               TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE 'STU    | INST | EXTERNAL COURSE | G | OUR COURSE    '
               TO WS-PRINT-LINE.
           MOVE '| RESULT' TO WS-PRINT-LINE (56:8).
           PERFORM 1060-PRINT-LINE.

       1300-END.

       1400-EVALUATE-ALL-LINES.

           OPEN INPUT STUDENT-VSAM-FILE.
           IF FILE-CHECK-KEY NOT = "00"
               DISPLAY "ERROR OPENING STUDENT.VSAM FILE (STATUS = "
                   FILE-CHECK-KEY ") - NOTHING POSTED."
               MOVE 8 TO RETURN-CODE
               CLOSE TRANSFER-REPORT-FILE
               GOBACK
           END-IF.

      *    STATUS 35 MEANS THE GRADE FILE DOES NOT EXIST YET --
      *    CREATE IT, AS PRGN0083 DOES.
           OPEN I-O GRADE-VSAM-FILE.
           IF GRD-FILE-STATUS = "35"
               OPEN OUTPUT GRADE-VSAM-FILE
           END-IF.
           IF GRD-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING GRADE.VSAM FILE (STATUS = "
                   GRD-FILE-STATUS ") - NOTHING POSTED."
               MOVE 8 TO RETURN-CODE
               CLOSE STUDENT-VSAM-FILE
               CLOSE TRANSFER-REPORT-FILE
               GOBACK
           END-IF.

           PERFORM 1410-EVALUATE-ONE-LINE
               VARYING WS-LNT-IDX FROM 1 BY 1
               UNTIL WS-LNT-IDX > WS-LNT-COUNT.

           CLOSE GRADE-VSAM-FILE.
           CLOSE STUDENT-VSAM-FILE.

       1400-END.

       1410-EVALUATE-ONE-LINE.

           MOVE SPACES TO WS-LINE-RESULT.
           MOVE SPACES TO WS-EQUIV-COURSE.
           MOVE WS-LNT-E-INST (WS-LNT-IDX) TO WS-KEY-INST.
           MOVE WS-LNT-E-EXT-COURSE (WS-LNT-IDX) TO WS-KEY-EXT-COURSE.

           PERFORM 1420-CHECK-INSTITUTION.

           MOVE WS-LNT-E-STUDENT (WS-LNT-IDX) TO STUDENT-VSAM-ID.
           READ STUDENT-VSAM-FILE
               KEY IS STUDENT-VSAM-ID
               INVALID KEY
                   MOVE 'REJECTED - STUDENT NOT ON FILE'
                       TO WS-LINE-RESULT
           END-READ.

           EVALUATE TRUE
               WHEN WS-LINE-RESULT NOT = SPACES
                   ADD 1 TO WS-REJECT-COUNT
               WHEN NOT INSTITUTION-FOUND
                   MOVE 'REJECTED - SCHOOL NOT ON MASTER'
                       TO WS-LINE-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               WHEN WS-LNT-E-GRADE (WS-LNT-IDX) NOT = 'A' AND 'B'
                       AND 'C' AND 'D' AND 'F'
                   MOVE 'REJECTED - GRADE NOT A-F'
                       TO WS-LINE-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               WHEN OTHER
                   PERFORM 1120-FIND-ARTICULATION
                   PERFORM 1430-APPLY-ARTICULATION
           END-EVALUATE.

           MOVE WS-LNT-E-STUDENT (WS-LNT-IDX) TO WS-DL-STUDENT.
           MOVE WS-LNT-E-INST (WS-LNT-IDX) TO WS-DL-INST.
           MOVE WS-LNT-E-EXT-COURSE (WS-LNT-IDX) TO WS-DL-EXT-COURSE.
           MOVE WS-LNT-E-GRADE (WS-LNT-IDX) TO WS-DL-GRADE.
           MOVE WS-EQUIV-COURSE TO WS-DL-OUR-COURSE.
           MOVE WS-LINE-RESULT TO WS-DL-RESULT.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.

       1410-END.

       1420-CHECK-INSTITUTION.

           MOVE 'N' TO WS-IST-FOUND.
           MOVE 1 TO WS-IST-IDX.

           PERFORM 1425-MATCH-ONE-INSTITUTION
               UNTIL INSTITUTION-FOUND OR WS-IST-IDX > WS-IST-COUNT.

       1420-END.

       1425-MATCH-ONE-INSTITUTION.

           IF WS-IST-E-ID (WS-IST-IDX) = WS-KEY-INST
               SET INSTITUTION-FOUND TO TRUE
           END-IF.

           ADD 1 TO WS-IST-IDX.

       1425-END.

      *    NO ROW = HOLD FOR A DECISION. A ROW POINTING AT A COURSE
      *    SINCE REMOVED FROM OUR MASTER IS HELD TOO, SO THE
      *    REGISTRAR CAN RE-DECIDE IT.
       1430-APPLY-ARTICULATION.

           EVALUATE TRUE
               WHEN WS-ATT-HIT = 0
                   MOVE 'HELD - NO ARTICULATION ROW'
                       TO WS-LINE-RESULT
                   MOVE 'Y' TO WS-LNT-E-HOLD (WS-LNT-IDX)
                   ADD 1 TO WS-HELD-COUNT
               WHEN WS-ATT-E-EQUIVALENCE (WS-ATT-HIT) NOT = 'Y'
                   MOVE 'NO EQUIVALENT - NOT POSTED'
                       TO WS-LINE-RESULT
                   ADD 1 TO WS-NOEQUIV-COUNT
               WHEN OTHER
                   MOVE WS-ATT-E-CRS-CODE (WS-ATT-HIT)
                       TO WS-EQUIV-COURSE
                   IF WS-LNT-E-GRADE (WS-LNT-IDX)
                           > WS-ATT-E-MIN-GRADE (WS-ATT-HIT)
                       MOVE SPACES TO WS-LINE-RESULT
                       STRING 'BELOW MINIMUM ' DELIMITED BY SIZE
                              WS-ATT-E-MIN-GRADE (WS-ATT-HIT)
                                  DELIMITED BY SIZE
                              ' - NOT POSTED' DELIMITED BY SIZE
                           INTO WS-LINE-RESULT
                       ADD 1 TO WS-BELOW-COUNT
                   ELSE
                       PERFORM 1440-POST-TRANSFER-ROW
                   END-IF
           END-EVALUATE.

       1430-END.

      *    THE SAME ROW PRGN0083 POSTS BY HAND.
       1440-POST-TRANSFER-ROW.

           MOVE 1 TO WS-COURSE-CREDITS.
           SET LKP-COURSE-LOOKUP TO TRUE.
           MOVE WS-EQUIV-COURSE TO LKP-KEY.
           CALL 'PRGS0098' USING MASTER-LOOKUP-PARM.

           IF NOT LKP-RECORD-FOUND
               MOVE 'HELD - OUR COURSE NOT ON MASTER'
                   TO WS-LINE-RESULT
               MOVE 'Y' TO WS-LNT-E-HOLD (WS-LNT-IDX)
               ADD 1 TO WS-HELD-COUNT
           ELSE
               MOVE LKP-RECORD-IMAGE TO COURSE-MASTER-RECORD
               IF CRS-CREDIT-HOURS IS NUMERIC
                       AND CRS-CREDIT-HOURS > 0
                   MOVE CRS-CREDIT-HOURS TO WS-COURSE-CREDITS
               END-IF
               MOVE WS-LNT-E-STUDENT (WS-LNT-IDX) TO GRD-STUDENT-ID
               MOVE WS-EQUIV-COURSE TO GRD-COURSE
               MOVE 'TRANSFER' TO GRD-TERM
               MOVE WS-LNT-E-GRADE (WS-LNT-IDX) TO GRD-LETTER-GRADE
               MOVE CURRENT-DATE TO GRD-POSTDATE
               MOVE WS-COURSE-CREDITS TO GRD-CREDIT-HOURS
               MOVE 'N' TO GRD-AMEND-FLAG
               MOVE 'Y' TO GRD-TRANSFER-FLAG
               PERFORM 1450-SET-GRADE-POINTS
               WRITE GRADE-VSAM-RECORD
                   INVALID KEY
                       MOVE 'ALREADY ON FILE - NOT POSTED'
                           TO WS-LINE-RESULT
                       ADD 1 TO WS-ONFILE-COUNT
                   NOT INVALID KEY
                       MOVE 'POSTED' TO WS-LINE-RESULT
                       ADD 1 TO WS-POSTED-COUNT
                       PERFORM 1500-WRITE-AUDIT-RECORD
               END-WRITE
           END-IF.

       1440-END.

       1450-SET-GRADE-POINTS.

           EVALUATE GRD-LETTER-GRADE
               WHEN 'A'
                   MOVE 4.00 TO GRD-GRADE-POINTS
               WHEN 'B'
                   MOVE 3.00 TO GRD-GRADE-POINTS
               WHEN 'C'
                   MOVE 2.00 TO GRD-GRADE-POINTS
               WHEN 'D'
                   MOVE 1.00 TO GRD-GRADE-POINTS
               WHEN OTHER
                   MOVE 0.00 TO GRD-GRADE-POINTS
           END-EVALUATE.

       1450-END.

       1500-WRITE-AUDIT-RECORD.

           MOVE "PRGB0116" TO AUP-PROGRAM.
           MOVE "TRANSFER" TO AUP-ACTION.
           MOVE WS-LNT-E-STUDENT (WS-LNT-IDX) TO AUP-STUDENT-ID.
           MOVE SPACES TO AUP-DETAIL.
           STRING "ARTICULATED " DELIMITED BY SIZE
                  WS-EQUIV-COURSE DELIMITED BY SPACE
                  " FROM INST " DELIMITED BY SIZE
                  WS-LNT-E-INST (WS-LNT-IDX) DELIMITED BY SIZE
               INTO AUP-DETAIL.

           MOVE WS-SIGNON-USER TO AUP-USER.

           CALL 'PRGS0105' USING AUDIT-APPEND-PARM.

       1500-END.

      *    THE HOLD FILE IS REPLACED WITH WHAT IS STILL UNDECIDED,
      *    KEEPING THE DATE EACH LINE WAS FIRST HELD.
       1600-REWRITE-HELD-LINES.

           OPEN OUTPUT TRANSFER-PENDING-FILE.
           IF TPD-FILE-STATUS = "00"
               PERFORM 1610-REWRITE-ONE-HELD-LINE
                   VARYING WS-LNT-IDX FROM 1 BY 1
                   UNTIL WS-LNT-IDX > WS-LNT-COUNT
               CLOSE TRANSFER-PENDING-FILE
           ELSE
               DISPLAY "ERROR REWRITING TRANSFER.UNMAPPED (STATUS = "
                   TPD-FILE-STATUS ")"
               MOVE 4 TO RETURN-CODE
           END-IF.

       1600-END.

       1610-REWRITE-ONE-HELD-LINE.

           IF LINE-IS-HELD (WS-LNT-IDX)
               MOVE WS-LNT-E-STUDENT (WS-LNT-IDX) TO TPD-STUDENT-ID
               MOVE ',' TO TPD-SEPARATOR1
               MOVE WS-LNT-E-INST (WS-LNT-IDX) TO TPD-INST-ID
               MOVE ',' TO TPD-SEPARATOR2
               MOVE WS-LNT-E-EXT-COURSE (WS-LNT-IDX) TO TPD-EXT-COURSE
               MOVE ',' TO TPD-SEPARATOR3
               MOVE WS-LNT-E-GRADE (WS-LNT-IDX) TO TPD-LETTER-GRADE
               MOVE ',' TO TPD-SEPARATOR4
               MOVE WS-LNT-E-HELD-DATE (WS-LNT-IDX) TO TPD-HELD-DATE
               WRITE TRANSFER-PENDING-RECORD
           END-IF.

       1610-END.

       1700-PRINT-TOTALS.

           MOVE '==================================================='
               TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-LNT-COUNT TO WS-LINES-EVALUATED.
           STRING 'LINES EVALUATED     : ' DELIMITED BY SIZE
                  WS-LINES-EVALUATED DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'POSTED              : ' DELIMITED BY SIZE
                  WS-POSTED-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'ALREADY ON FILE     : ' DELIMITED BY SIZE
                  WS-ONFILE-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'NO EQUIVALENT       : ' DELIMITED BY SIZE
                  WS-NOEQUIV-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'BELOW MINIMUM GRADE : ' DELIMITED BY SIZE
                  WS-BELOW-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'REJECTED            : ' DELIMITED BY SIZE
                  WS-REJECT-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'HELD FOR A DECISION : ' DELIMITED BY SIZE
                  WS-HELD-COUNT DELIMITED BY SIZE
                  '  (DECIDE THEM IN PRGN0117)' DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.

       1700-END.

       1060-PRINT-LINE.

           DISPLAY WS-PRINT-LINE.
           WRITE REPORT-LINE FROM WS-PRINT-LINE.

       1060-END.

       END PROGRAM PRGB0116.
