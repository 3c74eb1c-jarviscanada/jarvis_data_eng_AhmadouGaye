      ******************************************************************
      * Author:
      * Date:
      * Purpose: Diploma production batch - takes the students
      *          graduated on a conferral date (THE ALUMNI.VSAM ROWS
      *          PRGB0033 WROTE THAT DAY) AND WRITES A PRINT-READY
      *          PARCHMENT FILE, ../DIPLOMA.PRINT, WITH THE NAME AS
      *          HELD ON THE STUDENT MASTER, THE CREDENTIAL PROGRAM,
      *          THE CONFERRAL DATE AND A SERIAL DRAWN FROM THE
      *          OFFICIAL DOCUMENT REGISTER THE SAME WAY PRGB0056
      *          SERIALISES TRANSCRIPTS. A GRADUATE WHO ALREADY HOLDS
      *          A DIPLOMA FOR THAT CONFERRAL IS SKIPPED, SO A RERUN
      *          NEVER ISSUES A SECOND ORIGINAL. THE CONFERRAL DATE
      *          COMES FROM ../PRGB0133.PARM (YYYYMMDD), OR THE
      *          PROMPT, AND DEFAULTS TO TODAY.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGB0133.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ALUSEL.

           COPY STUSEL.

           COPY DOCSEL.

           COPY RUNSEL.

           SELECT DIPLOMA-PARM-FILE ASSIGN TO '../PRGB0133.PARM'
               FILE STATUS IS PARM-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DIPLOMA-PRINT-FILE ASSIGN TO '../DIPLOMA.PRINT'
               FILE STATUS IS DIP-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD ALUMNI-VSAM-FILE.
       COPY ALUFD.

       FD STUDENT-VSAM-FILE.

       COPY STUFD.

       FD DOCUMENT-REGISTER-FILE.
       COPY DOCFD.

       FD RUN-STATISTICS-FILE.
       COPY RUNFD.

       FD DIPLOMA-PARM-FILE.
       01  DIPLOMA-PARM-RECORD.
           05 PARM-CONFERRAL-DATE       PIC X(8).

       FD DIPLOMA-PRINT-FILE.
       COPY DIPFD.

       WORKING-STORAGE SECTION.

       01  FILE-CHECK-KEY    PIC XX.
       01  ALU-FILE-STATUS   PIC XX.
       01  DOC-FILE-STATUS   PIC XX.
       01  RUN-FILE-STATUS   PIC XX.
       01  PARM-FILE-STATUS  PIC XX.
       01  DIP-FILE-STATUS   PIC XX.

       01  WS-RUN-STATS-AREAS.
           05  WS-RUN-PROGRAM      PIC X(8) VALUE 'PRGB0133'.
           05  WS-RUN-DATE         PIC 9(8) VALUE 0.
           05  WS-RUN-START-TIME   PIC 9(6) VALUE 0.
           05  WS-RUN-END-TIME     PIC 9(6) VALUE 0.
           05  WS-RUN-READ-COUNT   PIC 9(6) VALUE 0.
           05  WS-RUN-WRITE-COUNT  PIC 9(6) VALUE 0.
           05  WS-RUN-REJECT-COUNT PIC 9(6) VALUE 0.

       COPY STUWRK.

       01  WS-WORK-AREAS.
           05  WS-CONFERRAL-DATE   PIC 9(8)  VALUE 0.
           05  WS-INPUT-DATE       PIC X(8)  VALUE SPACES.
           05  WS-ALU-EOF          PIC X     VALUE 'N'.
               88  ALU-SWEEP-EOF            VALUE 'Y'.
           05  WS-DOC-EOF          PIC X     VALUE 'N'.
               88  DOC-EOF                  VALUE 'Y'.
           05  WS-DOC-SERIAL       PIC 9(8)  VALUE 0.
           05  WS-PRINTABLE        PIC X     VALUE 'N'.
               88  GRADUATE-PRINTABLE       VALUE 'Y'.
           05  WS-ALREADY-ISSUED   PIC X     VALUE 'N'.
               88  DIPLOMA-ALREADY-ISSUED   VALUE 'Y'.
           05  WS-CANDIDATE-COUNT  PIC 9(5)  VALUE 0.
           05  WS-PRINTED-COUNT    PIC 9(5)  VALUE 0.
           05  WS-ALREADY-COUNT    PIC 9(5)  VALUE 0.
           05  WS-WITHHELD-COUNT   PIC 9(5)  VALUE 0.

      *    EVERY DIPLOMA ALREADY ON THE REGISTER, SO A RERUN CAN TELL
      *    WHO HAS ONE FOR THIS CONFERRAL.
       01  WS-ISSUED-TABLE-AREAS.
           05  WS-ISS-COUNT        PIC 9(4)  COMP VALUE 0.
           05  WS-ISS-IDX          PIC 9(4)  COMP VALUE 0.
           05  WS-ISS-OVERFLOW     PIC X     VALUE 'N'.
               88  ISSUED-TABLE-OVERFLOWED VALUE 'Y'.
           05  WS-ISS-TABLE.
               10  WS-ISS-ENTRY    OCCURS 5000 TIMES.
                   15  WS-ISS-E-STUDENT    PIC 9(6).
                   15  WS-ISS-E-DATE       PIC 9(8).

       01 CURRENT-DATE.
           05 CURRENT-YEAR   PIC 9(4).
           05 CURRENT-MONTH  PIC 9(2).
           05 CURRENT-DAY    PIC 9(2).

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.

           PERFORM 0850-INIT-RUN-STATS.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.

           DISPLAY "===== DIPLOMA PRODUCTION BATCH =====".

           PERFORM 1100-GET-PARAMETERS.

           IF WS-CONFERRAL-DATE = 0
               DISPLAY "CONFERRAL DATE MUST BE 8 DIGITS (YYYYMMDD) - "
                   "NOTHING PRODUCED."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT ALUMNI-VSAM-FILE.
           IF ALU-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ALUMNI.VSAM FILE (STATUS = "
                   ALU-FILE-STATUS ")"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT STUDENT-VSAM-FILE.
           IF FILE-CHECK-KEY NOT = "00"
               DISPLAY "ERROR OPENING STUDENT.VSAM FILE (STATUS = "
                   FILE-CHECK-KEY ")"
               CLOSE ALUMNI-VSAM-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1200-LOAD-REGISTER.

           IF ISSUED-TABLE-OVERFLOWED
               DISPLAY "ERROR: MORE DIPLOMAS ON THE REGISTER THAN THIS "
                   "RUN CAN CHECK - NOTHING PRODUCED."
               CLOSE ALUMNI-VSAM-FILE, STUDENT-VSAM-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT DIPLOMA-PRINT-FILE.
           IF DIP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING DIPLOMA.PRINT (STATUS = "
                   DIP-FILE-STATUS ")"
               CLOSE ALUMNI-VSAM-FILE, STUDENT-VSAM-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN EXTEND DOCUMENT-REGISTER-FILE.
           IF DOC-FILE-STATUS NOT = "00"
               OPEN OUTPUT DOCUMENT-REGISTER-FILE
           END-IF.
           IF DOC-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING DOCUMENT.REGISTER (STATUS = "
                   DOC-FILE-STATUS ") - NOTHING PRODUCED."
               CLOSE ALUMNI-VSAM-FILE, STUDENT-VSAM-FILE,
                   DIPLOMA-PRINT-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE LOW-VALUES TO ALU-STUDENT-ID.
           START ALUMNI-VSAM-FILE KEY IS NOT LESS THAN ALU-STUDENT-ID
               INVALID KEY SET ALU-SWEEP-EOF TO TRUE
           END-START.

           IF NOT ALU-SWEEP-EOF
               READ ALUMNI-VSAM-FILE NEXT RECORD
                   AT END SET ALU-SWEEP-EOF TO TRUE
               END-READ
           END-IF.

           PERFORM 2000-WORK-ONE-GRADUATE UNTIL ALU-SWEEP-EOF.

           CLOSE ALUMNI-VSAM-FILE, STUDENT-VSAM-FILE,
               DIPLOMA-PRINT-FILE, DOCUMENT-REGISTER-FILE.

           DISPLAY "-------------------------------------------".
           DISPLAY "CONFERRAL DATE       : " WS-CONFERRAL-DATE.
           DISPLAY "GRADUATES FOUND      : " WS-CANDIDATE-COUNT.
           DISPLAY "PARCHMENTS WRITTEN   : " WS-PRINTED-COUNT.
           DISPLAY "ALREADY ISSUED       : " WS-ALREADY-COUNT.
           DISPLAY "WITHHELD (ERASED/GONE): " WS-WITHHELD-COUNT.
           DISPLAY "SEE ../DIPLOMA.PRINT FOR THE PRINT FILE".
           DISPLAY "-------------------------------------------".

           MOVE WS-CANDIDATE-COUNT TO WS-RUN-READ-COUNT.
           MOVE WS-PRINTED-COUNT TO WS-RUN-WRITE-COUNT.
           MOVE WS-WITHHELD-COUNT TO WS-RUN-REJECT-COUNT.
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
               MOVE 'OK  ' TO RUN-FINAL-STATUS
               WRITE RUN-STATISTICS-RECORD
               CLOSE RUN-STATISTICS-FILE
           END-IF.

       0860-END.

      *    RUN UNATTENDED IF A PARAMETER FILE IS PRESENT, OTHERWISE
      *    FALL BACK TO THE INTERACTIVE PROMPT. BLANK = TODAY.
       1100-GET-PARAMETERS.

           OPEN INPUT DIPLOMA-PARM-FILE.
           IF PARM-FILE-STATUS = "00"
               READ DIPLOMA-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-CONFERRAL-DATE TO WS-INPUT-DATE
               END-READ
               CLOSE DIPLOMA-PARM-FILE
           ELSE
               DISPLAY "ENTER CONFERRAL DATE YYYYMMDD (BLANK = "
                   "TODAY) >>"
               ACCEPT WS-INPUT-DATE
           END-IF.

           IF WS-INPUT-DATE = SPACES
               MOVE CURRENT-DATE TO WS-CONFERRAL-DATE
           ELSE
               IF WS-INPUT-DATE IS NUMERIC
                   MOVE WS-INPUT-DATE TO WS-CONFERRAL-DATE
               END-IF
           END-IF.

       1100-END.

      *    ONE PASS OVER THE REGISTER PICKS UP THE HIGHEST SERIAL (THE
      *    SAME RULE AS PRGB0056) AND EVERY DIPLOMA ALREADY ISSUED.
       1200-LOAD-REGISTER.

           MOVE 0 TO WS-DOC-SERIAL.
           MOVE 'N' TO WS-DOC-EOF.

           OPEN INPUT DOCUMENT-REGISTER-FILE.
           IF DOC-FILE-STATUS = "00"
               PERFORM 1210-LOAD-ONE-REGISTER-ROW UNTIL DOC-EOF
               CLOSE DOCUMENT-REGISTER-FILE
           END-IF.

       1200-END.

       1210-LOAD-ONE-REGISTER-ROW.

           READ DOCUMENT-REGISTER-FILE
               AT END
                   SET DOC-EOF TO TRUE
               NOT AT END
                   IF DOC-SERIAL IS NUMERIC
                           AND DOC-SERIAL > WS-DOC-SERIAL
                       MOVE DOC-SERIAL TO WS-DOC-SERIAL
                   END-IF
                   IF DOC-TYPE = 'DIPLOMA'
                           AND NOT DOC-IS-VOID-NOTICE
                       IF WS-ISS-COUNT < 5000
                           ADD 1 TO WS-ISS-COUNT
                           MOVE DOC-STUDENT-ID
                               TO WS-ISS-E-STUDENT (WS-ISS-COUNT)
                           MOVE DOC-ISSUE-DATE
                               TO WS-ISS-E-DATE (WS-ISS-COUNT)
                       ELSE
                           SET ISSUED-TABLE-OVERFLOWED TO TRUE
                       END-IF
                   END-IF
           END-READ.

       1210-END.

       2000-WORK-ONE-GRADUATE.

           IF ALU-GRAD-DATE = WS-CONFERRAL-DATE
               ADD 1 TO WS-CANDIDATE-COUNT
               PERFORM 2100-CHECK-PRINTABLE
               IF GRADUATE-PRINTABLE
                   PERFORM 2200-CHECK-ALREADY-ISSUED
                   IF DIPLOMA-ALREADY-ISSUED
                       ADD 1 TO WS-ALREADY-COUNT
                   ELSE
                       ADD 1 TO WS-DOC-SERIAL
                       PERFORM 2300-WRITE-PARCHMENT
                       PERFORM 2400-WRITE-REGISTER-ROW
                       ADD 1 TO WS-PRINTED-COUNT
                   END-IF
               ELSE
                   ADD 1 TO WS-WITHHELD-COUNT
               END-IF
           END-IF.

           READ ALUMNI-VSAM-FILE NEXT RECORD
               AT END SET ALU-SWEEP-EOF TO TRUE
           END-READ.

       2000-END.

      *    NO PARCHMENT FOR AN ERASED ALUMNI ROW OR A STUDENT NO
      *    LONGER ON THE LIVE MASTER, DELETED OR ERASED.
       2100-CHECK-PRINTABLE.

           MOVE 'N' TO WS-PRINTABLE.

           IF NOT ALU-ERASED
               MOVE ALU-STUDENT-ID TO STUDENT-VSAM-ID
               READ STUDENT-VSAM-FILE
                   KEY IS STUDENT-VSAM-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT STUDENT-DELETED
                               AND STUDENT-VSAM-NAME
                                   NOT = "ERASED PER REQUEST"
                           MOVE STUDENT-VSAM-RECORD
                               TO WS-STUDENT-VSAM-RECORD
                           SET GRADUATE-PRINTABLE TO TRUE
                       END-IF
               END-READ
           END-IF.

       2100-END.

      *    A DIPLOMA (ORIGINAL OR REPLACEMENT) ISSUED ON OR AFTER THE
      *    CONFERRAL DATE MEANS THIS CONFERRAL IS ALREADY COVERED.
       2200-CHECK-ALREADY-ISSUED.

           MOVE 'N' TO WS-ALREADY-ISSUED.
           MOVE 1 TO WS-ISS-IDX.
           PERFORM 2210-MATCH-ONE-ISSUE
               UNTIL DIPLOMA-ALREADY-ISSUED
                   OR WS-ISS-IDX > WS-ISS-COUNT.

       2200-END.

       2210-MATCH-ONE-ISSUE.

           IF WS-ISS-E-STUDENT (WS-ISS-IDX) = WS-STUDENT-VSAM-ID
                   AND WS-ISS-E-DATE (WS-ISS-IDX) NOT < ALU-GRAD-DATE
               SET DIPLOMA-ALREADY-ISSUED TO TRUE
           END-IF.

           ADD 1 TO WS-ISS-IDX.

       2210-END.

       2300-WRITE-PARCHMENT.

           MOVE WS-DOC-SERIAL TO DIP-SERIAL.
           MOVE ',' TO DIP-SEPARATOR1.
           MOVE WS-STUDENT-VSAM-ID TO DIP-STUDENT-ID.
           MOVE ',' TO DIP-SEPARATOR2.
           MOVE WS-STUDENT-VSAM-NAME TO DIP-NAME.
           MOVE ',' TO DIP-SEPARATOR3.
           MOVE ALU-PROGRAM TO DIP-PROGRAM.
           MOVE ',' TO DIP-SEPARATOR4.
           MOVE ALU-GRAD-DATE TO DIP-CONFERRAL-DATE.
           MOVE ',' TO DIP-SEPARATOR5.
           IF WS-STUDENT-VSAM-LANGUAGE = 'F'
               MOVE 'F' TO DIP-LANGUAGE
           ELSE
               MOVE 'E' TO DIP-LANGUAGE
           END-IF.
           MOVE ',' TO DIP-SEPARATOR6.
           MOVE SPACE TO DIP-REPLACEMENT-FLAG.
           MOVE ',' TO DIP-SEPARATOR7.
           MOVE SPACES TO DIP-REPLACES-SERIAL.

           WRITE DIPLOMA-PRINT-RECORD.

       2300-END.

       2400-WRITE-REGISTER-ROW.

           MOVE WS-DOC-SERIAL TO DOC-SERIAL.
           MOVE ',' TO DOC-SEPARATOR1.
           MOVE 'DIPLOMA' TO DOC-TYPE.
           MOVE ',' TO DOC-SEPARATOR2.
           MOVE WS-STUDENT-VSAM-ID TO DOC-STUDENT-ID.
           MOVE ',' TO DOC-SEPARATOR3.
           MOVE CURRENT-DATE TO DOC-ISSUE-DATE.
           MOVE ',' TO DOC-SEPARATOR4.
           MOVE 'GRADUATION' TO DOC-REQUESTER.
           MOVE ',' TO DOC-SEPARATOR5.
           MOVE SPACE TO DOC-STATUS.
           MOVE ',' TO DOC-SEPARATOR6.
           MOVE SPACES TO DOC-RELATED-SERIAL.

           WRITE DOCUMENT-REGISTER-RECORD.

       2400-END.

       END PROGRAM PRGB0133.
