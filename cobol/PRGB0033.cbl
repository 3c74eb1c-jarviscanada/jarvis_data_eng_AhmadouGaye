      *          to 'G' for those who qualify, and prints both the
      *          graduation list for the ceremony and an exceptions
      *          list of near-misses with the missing requirement
      *          named. EACH NEW GRADUATE GETS AN ALUMNI RECORD ON
      *          ALUMNI.VSAM (GRADUATION TERM, PROGRAM, CAMPUS, WITH
      *          CONTACT CONSENT NOT YET GIVEN); A GRADUATE ALREADY ON
      *          FILE HAS THE NEW CREDENTIAL RECORDED OVER THE OLD
      *          ONE, KEEPING EMPLOYER AND CONSENT. A STUDENT WHO
      *          MEETS EVERY REQUIREMENT HAS THE DEPARTURE CLEARANCE
      *          CHECKLIST OPENED THROUGH PRGS0139 AND IS ONLY
      *          GRADUATED ONCE THE LIBRARY, BURSAR, RESIDENCE AND
      *          EQUIPMENT OFFICES HAVE ALL SIGNED OFF (PRGN0140);
      *          UNTIL THEN THE STUDENT IS HELD ON THE EXCEPTIONS
      *          LIST AS CLEARANCE OUTSTANDING.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

           COPY TRMSEL.

           COPY ALUSEL.

       DATA DIVISION.
       FILE SECTION.

       FD TERM-MASTER-FILE.
       COPY TRMFD.

       FD ALUMNI-VSAM-FILE.
       COPY ALUFD.

       WORKING-STORAGE SECTION.

       COPY LKPWRK.
       01  REQ-FILE-STATUS   PIC XX.
       01  LOCK-FILE-STATUS  PIC XX.
       COPY AUPWRK.
       COPY CLPWRK.
       01  SGN-FILE-STATUS   PIC XX.
       01  PCH-FILE-STATUS   PIC XX.
       01  TRM-FILE-STATUS   PIC XX.
       01  ALU-FILE-STATUS   PIC XX.

       01  WS-PROGRAM-AREAS.
           05  WS-PCH-EOF            PIC X     VALUE 'N'.
               88  TRM-SCAN-EOF             VALUE 'Y'.
           05  WS-LOOKUP-TERM        PIC X(10) VALUE SPACES.
           05  WS-LOOKUP-START       PIC 9(8)  VALUE 0.
           05  WS-GRAD-TERM          PIC X(10) VALUE SPACES.
           05  WS-GRAD-TERM-START    PIC 9(8)  VALUE 0.
           05  WS-ALU-AVAILABLE      PIC X     VALUE 'N'.
               88  ALUMNI-AVAILABLE         VALUE 'Y'.
           05  WS-ALUMNI-COUNT       PIC 9(4)  VALUE 0.

       COPY SGNWRK.
       01  PRT-FILE-STATUS   PIC XX.
           05  WS-GRADUATED-COUNT     PIC 9(4)  VALUE 0.
           05  WS-NEAR-MISS-COUNT     PIC 9(4)  VALUE 0.
           05  WS-NO-PROFILE-COUNT    PIC 9(4)  VALUE 0.
           05  WS-CLEARANCE-HELD-COUNT PIC 9(4) VALUE 0.

       01  WS-PRINT-LINE             PIC X(100).

      *    EXCEPTIONS ARE HELD HERE UNTIL THE GRADUATION LIST HAS
      *    PRINTED SO THE TWO LISTS COME OUT AS SEPARATE SECTIONS.
      *    KIND 'R' IS A REQUIREMENT NOT MET, KIND 'C' A QUALIFYING
      *    STUDENT HELD FOR DEPARTURE CLEARANCE.
       01  WS-EXCEPTION-TABLE-AREAS.
           05  WS-EXC-COUNT        PIC 9(3)  COMP VALUE 0.
           05  WS-EXC-IDX          PIC 9(3)  COMP VALUE 0.
           05  WS-EXC-TABLE.
               10  WS-EXC-ENTRY    OCCURS 500 TIMES.
                   15  WS-EXC-E-STUDENT    PIC 9(6).
                   15  WS-EXC-E-NAME       PIC X(27).
                   15  WS-EXC-E-MISSING    PIC X(15).
                   15  WS-EXC-E-MIN-GRADE  PIC X.
                   15  WS-EXC-E-KIND       PIC X.
                   15  WS-EXC-E-OFFICES    PIC X(16).

       01 CURRENT-DATE.
           05 CURRENT-YEAR   PIC 9(4).
               GOBACK
           END-IF.

      *    STATUS 35 MEANS THE ALUMNI FILE DOES NOT EXIST YET. ANY
      *    OTHER FAILURE STILL LETS GRADUATION GO AHEAD; THE MISSING
      *    ALUMNI ROWS ARE ADDED LATER THROUGH PRGN0131.
           OPEN I-O ALUMNI-VSAM-FILE.
           IF ALU-FILE-STATUS = "35"
               OPEN OUTPUT ALUMNI-VSAM-FILE
           END-IF.
           IF ALU-FILE-STATUS = "00"
               SET ALUMNI-AVAILABLE TO TRUE
           ELSE
               DISPLAY "WARNING: ALUMNI FILE UNAVAILABLE (STATUS = "
                   ALU-FILE-STATUS "), NO ALUMNI RECORDS WRITTEN"
           END-IF.

           PERFORM 1050-FIND-GRADUATION-TERM.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "GRADUATION LIST - RUN " DELIMITED BY SIZE
                  CURRENT-DATE DELIMITED BY SIZE

           CLOSE STUDENT-VSAM-FILE, GRADE-VSAM-FILE,
               GRADUATION-REPORT-FILE.
           IF ALUMNI-AVAILABLE
               CLOSE ALUMNI-VSAM-FILE
           END-IF.

           PERFORM 0950-RELEASE-LOCK.


           MOVE WS-CANDIDATE-COUNT TO WS-RUN-READ-COUNT.
           MOVE WS-GRADUATED-COUNT TO WS-RUN-WRITE-COUNT.
           ADD WS-NEAR-MISS-COUNT WS-CLEARANCE-HELD-COUNT
               GIVING WS-RUN-REJECT-COUNT.
           PERFORM 0860-WRITE-RUN-STATS.

           GOBACK.

       0950-END.

      *    THE GRADUATION TERM IS THE LATEST TERM ALREADY STARTED ON
      *    THE RUN DATE. WITH NO TERM MASTER THE STUDENT'S OWN TERM
      *    IS USED INSTEAD (SEE 1450).
       1050-FIND-GRADUATION-TERM.

           MOVE 'N' TO WS-TRM-EOF.

           OPEN INPUT TERM-MASTER-FILE.
           IF TRM-FILE-STATUS = "00"
               MOVE LOW-VALUES TO TRM-CODE
               START TERM-MASTER-FILE KEY IS NOT LESS THAN TRM-CODE
                   INVALID KEY SET TRM-SCAN-EOF TO TRUE
               END-START
               PERFORM 1055-JUDGE-ONE-TERM UNTIL TRM-SCAN-EOF
               CLOSE TERM-MASTER-FILE
           END-IF.

       1050-END.

       1055-JUDGE-ONE-TERM.

           READ TERM-MASTER-FILE NEXT RECORD
               AT END
                   SET TRM-SCAN-EOF TO TRUE
               NOT AT END
                   IF TRM-START-DATE NOT > CURRENT-DATE
                           AND TRM-START-DATE > WS-GRAD-TERM-START
                       MOVE TRM-CODE TO WS-GRAD-TERM
                       MOVE TRM-START-DATE TO WS-GRAD-TERM-START
                   END-IF
           END-READ.

       1055-END.

       1060-PRINT-LINE.

           DISPLAY WS-PRINT-LINE.
                   WHEN WS-REQS-ON-PROFILE = 0
                       ADD 1 TO WS-NO-PROFILE-COUNT
                   WHEN WS-REQS-MET = WS-REQS-ON-PROFILE
                       PERFORM 1350-CHECK-CLEARANCE
                       IF CLP-ALL-CLEARED
                           PERFORM 1400-GRADUATE-STUDENT
                       ELSE
                           PERFORM 1550-RECORD-CLEARANCE-HOLD
                       END-IF
                   WHEN OTHER
                       PERFORM 1500-RECORD-NEAR-MISS
               END-EVALUATE

       1330-END.

      *    OPENING THE CHECKLIST IS SAFE ON EVERY RUN - ROWS ALREADY
      *    OPEN FOR GRADUATION KEEP THEIR SIGN-OFFS. A CHECKLIST THAT
      *    CANNOT BE READ HOLDS THE STUDENT RATHER THAN WAVING THEM
      *    THROUGH.
       1350-CHECK-CLEARANCE.

           SET CLP-DO-OPEN TO TRUE.
           MOVE WS-STUDENT-VSAM-ID TO CLP-STUDENT-ID.
           MOVE 'G' TO CLP-REASON.
           MOVE "PRGB0033" TO CLP-PROGRAM.
           MOVE WS-SIGNON-USER TO CLP-USER.

           CALL 'PRGS0139' USING CLEARANCE-CHECK-PARM.

           IF CLP-FILE-ERROR
               MOVE "FILE UNREADABLE" TO CLP-OUTSTANDING-LIST
           END-IF.

       1350-END.

       1400-GRADUATE-STUDENT.

           SET STUDENT-GRADUATED TO TRUE.
                       INTO WS-PRINT-LINE
                   PERFORM 1060-PRINT-LINE
                   PERFORM 1800-WRITE-AUDIT-RECORD
                   IF ALUMNI-AVAILABLE
                       PERFORM 1450-WRITE-ALUMNI-RECORD
                   END-IF
           END-REWRITE.

       1400-END.

      *    A GRADUATE ALREADY ON FILE (A SECOND CREDENTIAL) KEEPS THE
      *    EMPLOYER AND CONSENT ALREADY RECORDED.
       1450-WRITE-ALUMNI-RECORD.

           MOVE WS-STUDENT-VSAM-ID TO ALU-STUDENT-ID.

           READ ALUMNI-VSAM-FILE
               KEY IS ALU-STUDENT-ID
               INVALID KEY
                   MOVE SPACES TO ALUMNI-VSAM-RECORD
                   MOVE WS-STUDENT-VSAM-ID TO ALU-STUDENT-ID
                   MOVE SPACES TO ALU-EMPLOYER
                   MOVE 'N' TO ALU-CONSENT
                   MOVE 'A' TO ALU-STATUS
                   PERFORM 1460-FILL-ALUMNI-RECORD
                   WRITE ALUMNI-VSAM-RECORD
                       INVALID KEY
                           DISPLAY "ERROR WRITING ALUMNI RECORD "
                               WS-STUDENT-VSAM-ID " (STATUS = "
                               ALU-FILE-STATUS ")"
                       NOT INVALID KEY
                           ADD 1 TO WS-ALUMNI-COUNT
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 1460-FILL-ALUMNI-RECORD
                   REWRITE ALUMNI-VSAM-RECORD
                       INVALID KEY
                           DISPLAY "ERROR UPDATING ALUMNI RECORD "
                               WS-STUDENT-VSAM-ID " (STATUS = "
                               ALU-FILE-STATUS ")"
                       NOT INVALID KEY
                           ADD 1 TO WS-ALUMNI-COUNT
                   END-REWRITE
           END-READ.

       1450-END.

       1460-FILL-ALUMNI-RECORD.

           MOVE ',' TO ALU-SEPARATOR1, ALU-SEPARATOR2, ALU-SEPARATOR3,
               ALU-SEPARATOR4, ALU-SEPARATOR5, ALU-SEPARATOR6,
               ALU-SEPARATOR7, ALU-SEPARATOR8.
           IF WS-GRAD-TERM NOT = SPACES
               MOVE WS-GRAD-TERM TO ALU-GRAD-TERM
           ELSE
               MOVE WS-STUDENT-VSAM-TERM TO ALU-GRAD-TERM
           END-IF.
           MOVE CURRENT-DATE TO ALU-GRAD-DATE.
           MOVE WS-STUDENT-VSAM-COURSE TO ALU-PROGRAM.
           MOVE WS-STUDENT-VSAM-CAMPUS TO ALU-CAMPUS.
           MOVE CURRENT-DATE TO ALU-UPDATE-DATE.

       1460-END.

       1500-RECORD-NEAR-MISS.

           IF WS-EXC-COUNT < 500
                   TO WS-EXC-E-MISSING (WS-EXC-COUNT)
               MOVE WS-MISSING-MIN-GRADE
                   TO WS-EXC-E-MIN-GRADE (WS-EXC-COUNT)
               MOVE 'R' TO WS-EXC-E-KIND (WS-EXC-COUNT)
               MOVE SPACES TO WS-EXC-E-OFFICES (WS-EXC-COUNT)
               ADD 1 TO WS-NEAR-MISS-COUNT
           END-IF.

       1500-END.

       1550-RECORD-CLEARANCE-HOLD.

           IF WS-EXC-COUNT < 500
               ADD 1 TO WS-EXC-COUNT
               MOVE WS-STUDENT-VSAM-ID
                   TO WS-EXC-E-STUDENT (WS-EXC-COUNT)
               MOVE WS-STUDENT-VSAM-NAME
                   TO WS-EXC-E-NAME (WS-EXC-COUNT)
               MOVE SPACES TO WS-EXC-E-MISSING (WS-EXC-COUNT)
               MOVE SPACE TO WS-EXC-E-MIN-GRADE (WS-EXC-COUNT)
               MOVE 'C' TO WS-EXC-E-KIND (WS-EXC-COUNT)
               MOVE CLP-OUTSTANDING-LIST
                   TO WS-EXC-E-OFFICES (WS-EXC-COUNT)
               ADD 1 TO WS-CLEARANCE-HELD-COUNT
           END-IF.

       1550-END.

       1600-PRINT-EXCEPTIONS.

           MOVE "-------------------------------------------"
               TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE "EXCEPTIONS - REQUIREMENT OR CLEARANCE OUTSTANDING"
               TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE "-------------------------------------------"
       1610-PRINT-ONE-EXCEPTION.

           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-EXC-E-KIND (WS-EXC-IDX) = 'C'
               STRING "  " DELIMITED BY SIZE
                      WS-EXC-E-STUDENT (WS-EXC-IDX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-EXC-E-NAME (WS-EXC-IDX) DELIMITED BY SIZE
                      " CLEARANCE OUTSTANDING (" DELIMITED BY SIZE
                      WS-EXC-E-OFFICES (WS-EXC-IDX) DELIMITED BY "  "
                      ")" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           ELSE
               STRING "  " DELIMITED BY SIZE
                      WS-EXC-E-STUDENT (WS-EXC-IDX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-EXC-E-NAME (WS-EXC-IDX) DELIMITED BY SIZE
                      " MISSING " DELIMITED BY SIZE
                      WS-EXC-E-MISSING (WS-EXC-IDX) DELIMITED BY SPACE
                      " (GRADE " DELIMITED BY SIZE
                      WS-EXC-E-MIN-GRADE (WS-EXC-IDX) DELIMITED BY SIZE
                      " OR BETTER)" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           END-IF.
           PERFORM 1060-PRINT-LINE.

           ADD 1 TO WS-EXC-IDX.
           DISPLAY "CANDIDATES CHECKED  : " WS-CANDIDATE-COUNT.
           DISPLAY "GRADUATED           : " WS-GRADUATED-COUNT.
           DISPLAY "NEAR MISSES         : " WS-NEAR-MISS-COUNT.
           DISPLAY "CLEARANCE HELD      : " WS-CLEARANCE-HELD-COUNT.
           DISPLAY "NO PROFILE ON FILE  : " WS-NO-PROFILE-COUNT.
           DISPLAY "ALUMNI RECORDS      : " WS-ALUMNI-COUNT.
           DISPLAY "SEE ../PRGB0033.PRT FOR THE CEREMONY LIST".
           DISPLAY "-------------------------------------------".

