      ******************************************************************
      * Author:
      * Date:
      * Purpose: Replacement diploma - takes the serial on a diploma
      *          reported lost or damaged, issues a new serial marked
      *          as a replacement on the official document register
      *          and voids the old serial there, so the original can
      *          no longer be passed off as valid (PRGQ0097 ANSWERS
      *          VOID FOR IT). THE REPLACEMENT PARCHMENT LINE GOES TO
      *          ../DIPLOMA.REPLACEMENT IN THE PRGB0133 LAYOUT. A
      *          SERIAL ALREADY VOIDED, OR NOT A DIPLOMA, IS REFUSED,
      *          AND THE REISSUE LANDS ON AUDIT.LOG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGN0134.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY DOCSEL.

           COPY STUSEL.

           COPY ALUSEL.

           COPY SGNSEL.

           SELECT DIPLOMA-PRINT-FILE
               ASSIGN TO '../DIPLOMA.REPLACEMENT'
               FILE STATUS IS DIP-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD DOCUMENT-REGISTER-FILE.
       COPY DOCFD.

       FD STUDENT-VSAM-FILE.

       COPY STUFD.

       FD ALUMNI-VSAM-FILE.
       COPY ALUFD.

       FD SIGNON-SESSION-FILE.
       COPY SGNFD.

       FD DIPLOMA-PRINT-FILE.
       COPY DIPFD.

       WORKING-STORAGE SECTION.

       01  FILE-CHECK-KEY    PIC XX.
       01  DOC-FILE-STATUS   PIC XX.
       01  ALU-FILE-STATUS   PIC XX.
       01  SGN-FILE-STATUS   PIC XX.
       01  DIP-FILE-STATUS   PIC XX.
       COPY AUPWRK.

       COPY SGNWRK.

       COPY STUWRK.

       01  WS-WORK-AREAS.
           05  WS-INPUT-SERIAL     PIC X(8).
           05  WS-OLD-SERIAL       PIC 9(8)  VALUE 0.
           05  WS-NEW-SERIAL       PIC 9(8)  VALUE 0.
           05  WS-DOC-EOF          PIC X     VALUE 'N'.
               88  DOC-EOF                  VALUE 'Y'.
           05  WS-DIPLOMA-FOUND    PIC X     VALUE 'N'.
               88  DIPLOMA-WAS-FOUND        VALUE 'Y'.
           05  WS-OTHER-TYPE       PIC X     VALUE 'N'.
               88  SERIAL-IS-OTHER-TYPE     VALUE 'Y'.
           05  WS-ALREADY-VOID     PIC X     VALUE 'N'.
               88  SERIAL-ALREADY-VOID      VALUE 'Y'.
           05  WS-DIPLOMA-STUDENT  PIC 9(6)  VALUE 0.
           05  WS-DIPLOMA-PROGRAM  PIC X(15) VALUE SPACES.
           05  WS-CONFERRAL-DATE   PIC 9(8)  VALUE 0.
           05  WS-STUDENT-OK       PIC X     VALUE 'N'.
               88  STUDENT-IS-OK            VALUE 'Y'.
           05  WS-CONFIRM-SAVE     PIC X     VALUE 'N'.
               88  CONFIRM-SAVE             VALUE 'Y'.
           05  WS-AUDIT-DETAIL     PIC X(40).

       01  DIP-HEADER.
           05 FILLER      PIC X VALUE '+'.
           05 FILLER      PIC X VALUE '-'
               OCCURS 38 TIMES.
           05 FILLER      PIC X VALUE '+'.

       01  DIP-HEADER2.
           05 FILLER      PIC X VALUE '|'.
           05 FILLER      PIC X(4) VALUE SPACES.
           05 TITRE11      PIC X(15) VALUE 'R E P L A C E  '.
           05 TITRE12      PIC X(15) VALUE ' D I P L O M A '.
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

           PERFORM 0800-READ-SIGNON.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.

           PERFORM 1100-DISPLAY-HEADER.

           DISPLAY "ENTER THE SERIAL ON THE DIPLOMA BEING REPLACED "
               "(8 DIGITS) >>".
           ACCEPT WS-INPUT-SERIAL.

           IF WS-INPUT-SERIAL IS NOT NUMERIC
               DISPLAY "SERIAL MUST BE 8 DIGITS."
               GOBACK
           END-IF.

           MOVE WS-INPUT-SERIAL TO WS-OLD-SERIAL.

           PERFORM 1200-SCAN-REGISTER.

           EVALUATE TRUE
               WHEN SERIAL-IS-OTHER-TYPE
                   DISPLAY "SERIAL " WS-OLD-SERIAL
                       " IS NOT A DIPLOMA - NOTHING ISSUED."
                   GOBACK
               WHEN NOT DIPLOMA-WAS-FOUND
                   DISPLAY "SERIAL " WS-OLD-SERIAL
                       " IS NOT ON THE DOCUMENT REGISTER."
                   GOBACK
               WHEN SERIAL-ALREADY-VOID
                   DISPLAY "SERIAL " WS-OLD-SERIAL
                       " IS ALREADY VOID - REPLACE ITS REPLACEMENT."
                   GOBACK
           END-EVALUATE.

           PERFORM 1300-READ-GRADUATE.

           IF NOT STUDENT-IS-OK
               DISPLAY "STUDENT " WS-DIPLOMA-STUDENT
                   " IS NOT ON THE LIVE FILE OR WAS ERASED - NOTHING "
                   "ISSUED."
               GOBACK
           END-IF.

           DISPLAY "DIPLOMA " WS-OLD-SERIAL " : " WS-STUDENT-VSAM-ID
               " " WS-STUDENT-VSAM-NAME.
           DISPLAY "PROGRAM " WS-DIPLOMA-PROGRAM " CONFERRED "
               WS-CONFERRAL-DATE.
           DISPLAY "VOID THIS SERIAL AND ISSUE A REPLACEMENT (Y/N)? >>".
           ACCEPT WS-CONFIRM-SAVE.

           IF NOT CONFIRM-SAVE
               DISPLAY "<---- NOTHING CHANGED. --->"
               GOBACK
           END-IF.

           PERFORM 1400-ISSUE-REPLACEMENT.

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

       1100-DISPLAY-HEADER.

           DISPLAY DIP-HEADER.
           DISPLAY OUTPUTLINE.
           DISPLAY DIP-HEADER2.
           DISPLAY OUTPUTLINE.
           DISPLAY DIP-HEADER.

       1100-END.

      *    ONE PASS FINDS THE DIPLOMA, ANY VOID LINE ALREADY AGAINST
      *    IT, AND THE HIGHEST SERIAL FOR THE NEW ONE.
       1200-SCAN-REGISTER.

           MOVE 0 TO WS-NEW-SERIAL.

           OPEN INPUT DOCUMENT-REGISTER-FILE.
           IF DOC-FILE-STATUS = "00"
               PERFORM 1210-SCAN-ONE-ROW UNTIL DOC-EOF
               CLOSE DOCUMENT-REGISTER-FILE
           END-IF.

           ADD 1 TO WS-NEW-SERIAL.

       1200-END.

       1210-SCAN-ONE-ROW.

           READ DOCUMENT-REGISTER-FILE
               AT END
                   SET DOC-EOF TO TRUE
               NOT AT END
                   IF DOC-SERIAL IS NUMERIC
                           AND DOC-SERIAL > WS-NEW-SERIAL
                       MOVE DOC-SERIAL TO WS-NEW-SERIAL
                   END-IF
                   IF DOC-SERIAL = WS-OLD-SERIAL
                       EVALUATE TRUE
                           WHEN DOC-TYPE NOT = 'DIPLOMA'
                               SET SERIAL-IS-OTHER-TYPE TO TRUE
                           WHEN DOC-IS-VOID-NOTICE
                               SET SERIAL-ALREADY-VOID TO TRUE
                           WHEN OTHER
                               SET DIPLOMA-WAS-FOUND TO TRUE
                               MOVE DOC-STUDENT-ID
                                   TO WS-DIPLOMA-STUDENT
                               MOVE DOC-ISSUE-DATE
                                   TO WS-CONFERRAL-DATE
                       END-EVALUATE
                   END-IF
           END-READ.

       1210-END.

      *    THE PARCHMENT CARRIES THE CREDENTIAL AND CONFERRAL DATE ON
      *    THE ALUMNI RECORD; FAILING THAT, THE STUDENT'S PROGRAM AND
      *    THE ORIGINAL'S ISSUE DATE.
       1300-READ-GRADUATE.

           OPEN INPUT STUDENT-VSAM-FILE.
           IF FILE-CHECK-KEY = "00"
               MOVE WS-DIPLOMA-STUDENT TO STUDENT-VSAM-ID
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
                           MOVE WS-STUDENT-VSAM-COURSE
                               TO WS-DIPLOMA-PROGRAM
                           SET STUDENT-IS-OK TO TRUE
                       END-IF
               END-READ
               CLOSE STUDENT-VSAM-FILE
           END-IF.

           IF STUDENT-IS-OK
               OPEN INPUT ALUMNI-VSAM-FILE
               IF ALU-FILE-STATUS = "00"
                   MOVE WS-DIPLOMA-STUDENT TO ALU-STUDENT-ID
                   READ ALUMNI-VSAM-FILE
                       KEY IS ALU-STUDENT-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF ALU-ERASED
                               MOVE 'N' TO WS-STUDENT-OK
                           ELSE
                               MOVE ALU-PROGRAM TO WS-DIPLOMA-PROGRAM
                               MOVE ALU-GRAD-DATE TO WS-CONFERRAL-DATE
                           END-IF
                   END-READ
                   CLOSE ALUMNI-VSAM-FILE
               END-IF
           END-IF.

       1300-END.

      *    THE REPLACEMENT LINE AND THE VOID LINE GO ON TOGETHER IN
      *    ONE OPEN OF THE REGISTER.
       1400-ISSUE-REPLACEMENT.

           OPEN EXTEND DOCUMENT-REGISTER-FILE.
           IF DOC-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING DOCUMENT.REGISTER (STATUS = "
                   DOC-FILE-STATUS ") - NOTHING ISSUED."
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE WS-NEW-SERIAL TO DOC-SERIAL
               MOVE ',' TO DOC-SEPARATOR1
               MOVE 'DIPLOMA' TO DOC-TYPE
               MOVE ',' TO DOC-SEPARATOR2
               MOVE WS-STUDENT-VSAM-ID TO DOC-STUDENT-ID
               MOVE ',' TO DOC-SEPARATOR3
               MOVE CURRENT-DATE TO DOC-ISSUE-DATE
               MOVE ',' TO DOC-SEPARATOR4
               MOVE 'REPLACEMENT' TO DOC-REQUESTER
               MOVE ',' TO DOC-SEPARATOR5
               MOVE 'R' TO DOC-STATUS
               MOVE ',' TO DOC-SEPARATOR6
               MOVE WS-OLD-SERIAL TO DOC-RELATED-SERIAL
               WRITE DOCUMENT-REGISTER-RECORD

               MOVE WS-OLD-SERIAL TO DOC-SERIAL
               MOVE 'VOIDED' TO DOC-REQUESTER
               MOVE 'V' TO DOC-STATUS
               MOVE WS-NEW-SERIAL TO DOC-RELATED-SERIAL
               WRITE DOCUMENT-REGISTER-RECORD

               CLOSE DOCUMENT-REGISTER-FILE

               PERFORM 1500-WRITE-PARCHMENT
               PERFORM 1800-WRITE-AUDIT-RECORD

               DISPLAY "SERIAL " WS-OLD-SERIAL " VOIDED."
               DISPLAY "REPLACEMENT ISSUED AS SERIAL " WS-NEW-SERIAL
                   " - SEE ../DIPLOMA.REPLACEMENT"
           END-IF.

       1400-END.

       1500-WRITE-PARCHMENT.

           OPEN OUTPUT DIPLOMA-PRINT-FILE.
           IF DIP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING DIPLOMA.REPLACEMENT (STATUS = "
                   DIP-FILE-STATUS ")"
           ELSE
               MOVE WS-NEW-SERIAL TO DIP-SERIAL
               MOVE ',' TO DIP-SEPARATOR1
               MOVE WS-STUDENT-VSAM-ID TO DIP-STUDENT-ID
               MOVE ',' TO DIP-SEPARATOR2
               MOVE WS-STUDENT-VSAM-NAME TO DIP-NAME
               MOVE ',' TO DIP-SEPARATOR3
               MOVE WS-DIPLOMA-PROGRAM TO DIP-PROGRAM
               MOVE ',' TO DIP-SEPARATOR4
               MOVE WS-CONFERRAL-DATE TO DIP-CONFERRAL-DATE
               MOVE ',' TO DIP-SEPARATOR5
               IF WS-STUDENT-VSAM-LANGUAGE = 'F'
                   MOVE 'F' TO DIP-LANGUAGE
               ELSE
                   MOVE 'E' TO DIP-LANGUAGE
               END-IF
               MOVE ',' TO DIP-SEPARATOR6
               MOVE 'R' TO DIP-REPLACEMENT-FLAG
               MOVE ',' TO DIP-SEPARATOR7
               MOVE WS-OLD-SERIAL TO DIP-REPLACES-SERIAL
               WRITE DIPLOMA-PRINT-RECORD
               CLOSE DIPLOMA-PRINT-FILE
           END-IF.

       1500-END.

       1800-WRITE-AUDIT-RECORD.

           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "DIPLOMA " DELIMITED BY SIZE
                  WS-OLD-SERIAL DELIMITED BY SIZE
                  " VOID, NEW " DELIMITED BY SIZE
                  WS-NEW-SERIAL DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.

           MOVE "PRGN0134" TO AUP-PROGRAM.
           MOVE "DIPLREPL" TO AUP-ACTION.
           MOVE WS-STUDENT-VSAM-ID TO AUP-STUDENT-ID.
           MOVE WS-AUDIT-DETAIL TO AUP-DETAIL.
           MOVE WS-SIGNON-USER TO AUP-USER.

           CALL 'PRGS0105' USING AUDIT-APPEND-PARM.

       1800-END.

       END PROGRAM PRGN0134.
