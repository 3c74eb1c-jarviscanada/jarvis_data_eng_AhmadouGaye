      ******************************************************************
      * Author:
      * Date:
      * Purpose: Alumni mailing extract - writes the mailing file for
      *          the development office from ALUMNI.VSAM, LIMITED TO
      *          GRADUATES WHO HAVE CONSENTED TO CONTACT AND SELECTED
      *          BY GRADUATING CLASS (TERM), CREDENTIAL PROGRAM AND/OR
      *          CAMPUS (BLANK = ALL), EACH PAIRED WITH THEIR BEST
      *          ADDRESS AS PRGE0052 DOES. ERASED RECORDS (PRGX0062),
      *          ANONYMISED OR DELETED STUDENTS AND STUDENTS NO
      *          LONGER ON THE LIVE MASTER (ARCHIVED BY PRGB0045) ARE
      *          NEVER WRITTEN. SELECTION COMES FROM
      *          ../PRGE0132.PARM (TERM, PROGRAM, CAMPUS) OR THE
      *          PROMPT; OUTPUT GOES TO ../ALUMNI.MAILING.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGE0132.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ALUSEL.

           COPY STUSEL.

           COPY ADRSEL.

           SELECT ALUMNI-PARM-FILE ASSIGN TO '../PRGE0132.PARM'
               FILE STATUS IS PARM-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAILING-EXTRACT-FILE ASSIGN TO '../ALUMNI.MAILING'
               FILE STATUS IS MLG-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD ALUMNI-VSAM-FILE.
       COPY ALUFD.

       FD STUDENT-VSAM-FILE.

       COPY STUFD.

       FD ADDRESS-VSAM-FILE.
       COPY ADRFD.

       FD ALUMNI-PARM-FILE.
       01  ALUMNI-PARM-RECORD.
           05 PARM-TERM                 PIC X(10).
           05 PARM-SEPARATOR1           PIC X.
           05 PARM-PROGRAM              PIC X(15).
           05 PARM-SEPARATOR2           PIC X.
           05 PARM-CAMPUS               PIC X(3).

       FD MAILING-EXTRACT-FILE.
       01  MAILING-LINE                 PIC X(160).

       WORKING-STORAGE SECTION.

       01  FILE-CHECK-KEY    PIC XX.
       01  ALU-FILE-STATUS   PIC XX.
       01  ADR-FILE-STATUS   PIC XX.
       01  PARM-FILE-STATUS  PIC XX.
       01  MLG-FILE-STATUS   PIC XX.

       COPY STUWRK.

       01  WS-SELECTION-AREAS.
           05  WS-SELECT-TERM      PIC X(10) VALUE SPACES.
           05  WS-SELECT-PROGRAM   PIC X(15) VALUE SPACES.
           05  WS-SELECT-CAMPUS    PIC X(3)  VALUE SPACES.

       01  WS-WORK-AREAS.
           05  WS-ALU-EOF          PIC X     VALUE 'N'.
               88  ALU-SWEEP-EOF            VALUE 'Y'.
           05  WS-ADR-AVAILABLE    PIC X     VALUE 'N'.
               88  ADDRESS-AVAILABLE        VALUE 'Y'.
           05  WS-BEST-FOUND       PIC X     VALUE 'N'.
               88  BEST-WAS-FOUND           VALUE 'Y'.
           05  WS-SELECTED         PIC X     VALUE 'N'.
               88  ALUMNUS-SELECTED         VALUE 'Y'.
           05  WS-MAILABLE         PIC X     VALUE 'N'.
               88  ALUMNUS-MAILABLE         VALUE 'Y'.
           05  WS-TRY-TYPE         PIC X     VALUE SPACE.
           05  WS-BEST-STREET      PIC X(30).
           05  WS-BEST-CITY        PIC X(20).
           05  WS-BEST-PROVINCE    PIC X(2).
           05  WS-BEST-POSTAL      PIC X(7).
           05  WS-MAIL-LANGUAGE    PIC X     VALUE 'E'.
           05  WS-MAILED-COUNT     PIC 9(5)  VALUE 0.
           05  WS-NO-ADDRESS-COUNT PIC 9(5)  VALUE 0.
           05  WS-NO-CONSENT-COUNT PIC 9(5)  VALUE 0.
           05  WS-WITHHELD-COUNT   PIC 9(5)  VALUE 0.

       01  WS-PRINT-LINE             PIC X(160).

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.

           DISPLAY "===== ALUMNI MAILING EXTRACT =====".

           PERFORM 1100-GET-PARAMETERS.

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

           OPEN INPUT ADDRESS-VSAM-FILE.
           IF ADR-FILE-STATUS = "00"
               SET ADDRESS-AVAILABLE TO TRUE
           ELSE
               DISPLAY "WARNING: ADDRESS FILE UNAVAILABLE (STATUS = "
                   ADR-FILE-STATUS "), EVERY GRADUATE WILL FLAG"
           END-IF.

           OPEN OUTPUT MAILING-EXTRACT-FILE.
           IF MLG-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ALUMNI.MAILING (STATUS = "
                   MLG-FILE-STATUS ")"
               CLOSE ALUMNI-VSAM-FILE, STUDENT-VSAM-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE 'ID,NAME,STREET,CITY,PROV,POSTAL,LANG,TERM,PROGRAM,FLAG'
               TO MAILING-LINE.
           WRITE MAILING-LINE.

           MOVE LOW-VALUES TO ALU-STUDENT-ID.
           START ALUMNI-VSAM-FILE KEY IS NOT LESS THAN ALU-STUDENT-ID
               INVALID KEY SET ALU-SWEEP-EOF TO TRUE
           END-START.

           IF NOT ALU-SWEEP-EOF
               READ ALUMNI-VSAM-FILE NEXT RECORD
                   AT END SET ALU-SWEEP-EOF TO TRUE
               END-READ
           END-IF.

           PERFORM 1200-EXTRACT-ONE-ALUMNUS UNTIL ALU-SWEEP-EOF.

           IF ADDRESS-AVAILABLE
               CLOSE ADDRESS-VSAM-FILE
           END-IF.
           CLOSE ALUMNI-VSAM-FILE, STUDENT-VSAM-FILE,
               MAILING-EXTRACT-FILE.

           DISPLAY "-------------------------------------------".
           DISPLAY "ALUMNI WITH AN ADDRESS   : " WS-MAILED-COUNT.
           DISPLAY "ALUMNI WITH NONE         : "
               WS-NO-ADDRESS-COUNT.
           DISPLAY "LEFT OUT - NO CONSENT    : "
               WS-NO-CONSENT-COUNT.
           DISPLAY "LEFT OUT - ERASED/GONE   : "
               WS-WITHHELD-COUNT.
           DISPLAY "SEE ../ALUMNI.MAILING FOR THE EXTRACT".
           DISPLAY "-------------------------------------------".

           GOBACK.

       0000-END.

      *    RUN UNATTENDED IF A PARAMETER FILE IS PRESENT, OTHERWISE
      *    FALL BACK TO THE INTERACTIVE PROMPT. EVERY SELECTION LEFT
      *    BLANK TAKES ALL.
       1100-GET-PARAMETERS.

           OPEN INPUT ALUMNI-PARM-FILE.
           IF PARM-FILE-STATUS = "00"
               READ ALUMNI-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-TERM TO WS-SELECT-TERM
                       MOVE PARM-PROGRAM TO WS-SELECT-PROGRAM
                       MOVE PARM-CAMPUS TO WS-SELECT-CAMPUS
               END-READ
               CLOSE ALUMNI-PARM-FILE
           ELSE
               DISPLAY "ENTER GRADUATING TERM (BLANK = ALL CLASSES) >>"
               ACCEPT WS-SELECT-TERM
               DISPLAY "ENTER PROGRAM (BLANK = ALL PROGRAMS) >>"
               ACCEPT WS-SELECT-PROGRAM
               DISPLAY "ENTER CAMPUS (BLANK = ALL CAMPUSES) >>"
               ACCEPT WS-SELECT-CAMPUS
           END-IF.

       1100-END.

       1200-EXTRACT-ONE-ALUMNUS.

           PERFORM 1250-CHECK-SELECTION.

           IF ALUMNUS-SELECTED
               IF ALU-CONSENT-GIVEN
                   PERFORM 1260-CHECK-MAILABLE
                   IF ALUMNUS-MAILABLE
                       PERFORM 1300-FIND-BEST-ADDRESS
                       PERFORM 1400-WRITE-MAILING-ROW
                   ELSE
                       ADD 1 TO WS-WITHHELD-COUNT
                   END-IF
               ELSE
                   ADD 1 TO WS-NO-CONSENT-COUNT
               END-IF
           END-IF.

           READ ALUMNI-VSAM-FILE NEXT RECORD
               AT END SET ALU-SWEEP-EOF TO TRUE
           END-READ.

       1200-END.

      *    A GRADUATE WITH NO CAMPUS ON FILE IS UNRESTRICTED AND
      *    BELONGS ON EVERY CAMPUS LIST, AS ELSEWHERE.
       1250-CHECK-SELECTION.

           SET ALUMNUS-SELECTED TO TRUE.

           IF WS-SELECT-TERM NOT = SPACES
                   AND ALU-GRAD-TERM NOT = WS-SELECT-TERM
               MOVE 'N' TO WS-SELECTED
           END-IF.

           IF WS-SELECT-PROGRAM NOT = SPACES
                   AND ALU-PROGRAM NOT = WS-SELECT-PROGRAM
               MOVE 'N' TO WS-SELECTED
           END-IF.

           IF WS-SELECT-CAMPUS NOT = SPACES
                   AND ALU-CAMPUS NOT = SPACES
                   AND ALU-CAMPUS NOT = WS-SELECT-CAMPUS
               MOVE 'N' TO WS-SELECTED
           END-IF.

       1250-END.

      *    AN ERASED ALUMNI ROW, A STUDENT MISSING FROM THE LIVE
      *    MASTER (ARCHIVED), A DELETED STUDENT OR ONE WHOSE NAME WAS
      *    ERASED BY PRGX0062 IS NEVER MAILED.
       1260-CHECK-MAILABLE.

           MOVE 'N' TO WS-MAILABLE.

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
                           SET ALUMNUS-MAILABLE TO TRUE
                       END-IF
               END-READ
           END-IF.

       1260-END.

      *    BEST ADDRESS: MAILING IF ON FILE, ELSE HOME, ELSE BILLING.
       1300-FIND-BEST-ADDRESS.

           MOVE 'N' TO WS-BEST-FOUND.

           IF ADDRESS-AVAILABLE
               MOVE 'M' TO WS-TRY-TYPE
               PERFORM 1310-TRY-ONE-TYPE
               IF NOT BEST-WAS-FOUND
                   MOVE 'H' TO WS-TRY-TYPE
                   PERFORM 1310-TRY-ONE-TYPE
               END-IF
               IF NOT BEST-WAS-FOUND
                   MOVE 'B' TO WS-TRY-TYPE
                   PERFORM 1310-TRY-ONE-TYPE
               END-IF
           END-IF.

       1300-END.

       1310-TRY-ONE-TYPE.

           MOVE WS-STUDENT-VSAM-ID TO ADR-STUDENT-ID.
           MOVE WS-TRY-TYPE TO ADR-TYPE.

           READ ADDRESS-VSAM-FILE
               KEY IS ADR-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET BEST-WAS-FOUND TO TRUE
                   MOVE ADR-STREET TO WS-BEST-STREET
                   MOVE ADR-CITY TO WS-BEST-CITY
                   MOVE ADR-PROVINCE TO WS-BEST-PROVINCE
                   MOVE ADR-POSTAL-CODE TO WS-BEST-POSTAL
           END-READ.

       1310-END.

       1400-WRITE-MAILING-ROW.

           MOVE SPACES TO WS-PRINT-LINE.

           IF WS-STUDENT-VSAM-LANGUAGE = 'F'
               MOVE 'F' TO WS-MAIL-LANGUAGE
           ELSE
               MOVE 'E' TO WS-MAIL-LANGUAGE
           END-IF.

           IF BEST-WAS-FOUND
               STRING WS-STUDENT-VSAM-ID   DELIMITED BY SIZE
                      ',"'                 DELIMITED BY SIZE
                      WS-STUDENT-VSAM-NAME DELIMITED BY SIZE
                      '","'                DELIMITED BY SIZE
                      WS-BEST-STREET       DELIMITED BY SIZE
                      '","'                DELIMITED BY SIZE
                      WS-BEST-CITY         DELIMITED BY SIZE
                      '",'                 DELIMITED BY SIZE
                      WS-BEST-PROVINCE     DELIMITED BY SIZE
                      ','                  DELIMITED BY SIZE
                      WS-BEST-POSTAL       DELIMITED BY SIZE
                      ','                  DELIMITED BY SIZE
                      WS-MAIL-LANGUAGE     DELIMITED BY SIZE
                      ','                  DELIMITED BY SIZE
                      ALU-GRAD-TERM        DELIMITED BY SIZE
                      ','                  DELIMITED BY SIZE
                      ALU-PROGRAM          DELIMITED BY SIZE
                      ','                  DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               ADD 1 TO WS-MAILED-COUNT
           ELSE
               STRING WS-STUDENT-VSAM-ID   DELIMITED BY SIZE
                      ',"'                 DELIMITED BY SIZE
                      WS-STUDENT-VSAM-NAME DELIMITED BY SIZE
                      '",,,,,'             DELIMITED BY SIZE
                      WS-MAIL-LANGUAGE     DELIMITED BY SIZE
                      ','                  DELIMITED BY SIZE
                      ALU-GRAD-TERM        DELIMITED BY SIZE
                      ','                  DELIMITED BY SIZE
                      ALU-PROGRAM          DELIMITED BY SIZE
                      ','                  DELIMITED BY SIZE
                      'NO ADDRESS ON FILE' DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               ADD 1 TO WS-NO-ADDRESS-COUNT
           END-IF.

           MOVE WS-PRINT-LINE TO MAILING-LINE.
           WRITE MAILING-LINE.

       1400-END.

       END PROGRAM PRGE0132.
