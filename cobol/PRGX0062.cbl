      *          (status, term, course, dates) so the control totals
      *          still balance. DOUBLE-CONFIRMED LIKE PRGD0004'S
      *          DELETE FLOW, AND THE ERASURE IS RECORDED IN
      *          AUDIT.LOG. A GRADUATE'S ALUMNI.VSAM RECORD IS KEPT
      *          FOR THE COUNTS BUT ITS EMPLOYER IS BLANKED, CONSENT
      *          WITHDRAWN AND THE ROW MARKED ERASED SO NO ALUMNI
      *          MAILING OR EDIT EVER PICKS IT UP AGAIN. THE STUDENT'S
      *          ROWS ON THE RESTRICTED STUDENT.SIN FILE AND ON
      *          PREFERRED.NAMES ARE REMOVED OUTRIGHT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

           COPY JRNSEL.

           COPY ALUSEL.

           COPY SINSEL.

           COPY PRFSEL.

       DATA DIVISION.
       FILE SECTION.

       FD RECOVERY-JOURNAL-FILE.
       COPY JRNFD.

       FD ALUMNI-VSAM-FILE.
       COPY ALUFD.

       FD STUDENT-SIN-FILE.
       COPY SINFD.

       FD PREFERRED-NAME-FILE.
       COPY PRFFD.

       WORKING-STORAGE SECTION.

       01  FILE-CHECK-KEY    PIC XX.
       COPY AUPWRK.
       01  SGN-FILE-STATUS   PIC XX.
       01  JRN-FILE-STATUS   PIC XX.
       01  ALU-FILE-STATUS   PIC XX.
       01  SIN-FILE-STATUS   PIC XX.
       01  PRF-FILE-STATUS   PIC XX.

       COPY SGNWRK.

       COPY STUWRK.

       01  WS-WORK-AREAS.
           05  WS-TARGET-ID        PIC 9(6)  VALUE 0.
           05  WS-STUDENT-FOUND    PIC X     VALUE 'N'.
               88  STUDENT-WAS-FOUND        VALUE 'Y'.
           05  WS-CONFIRM-1        PIC X     VALUE 'N'.

           PERFORM 1400-REMOVE-CONTACTS.

           PERFORM 1500-ERASE-ALUMNI.

           PERFORM 1600-REMOVE-SIN.

           PERFORM 1650-REMOVE-PREFERRED-NAME.

           PERFORM 1900-STOP-PROGRAM.

       0000-END.

       1200-PROMPT-FOR-ID.

           DISPLAY "ENTER STUDENT ID TO ANONYMIZE (MAX 6 DIGITS) >>".
           ACCEPT WS-TARGET-ID.

           MOVE WS-TARGET-ID TO STUDENT-VSAM-ID.

       1420-END.

      *    NO ALUMNI FILE, OR NO ROW FOR THIS STUDENT, IS NOTHING TO
      *    DO - THE STUDENT NEVER GRADUATED.
       1500-ERASE-ALUMNI.

           OPEN I-O ALUMNI-VSAM-FILE.
           IF ALU-FILE-STATUS = "00"
               MOVE WS-TARGET-ID TO ALU-STUDENT-ID
               READ ALUMNI-VSAM-FILE
                   KEY IS ALU-STUDENT-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO ALU-EMPLOYER
                       MOVE 'N' TO ALU-CONSENT
                       MOVE 'E' TO ALU-STATUS
                       MOVE CURRENT-DATE TO ALU-UPDATE-DATE
                       REWRITE ALUMNI-VSAM-RECORD
                           INVALID KEY
                               DISPLAY "ERROR ERASING ALUMNI RECORD "
                                   "(STATUS = " ALU-FILE-STATUS ")"
                           NOT INVALID KEY
                               DISPLAY "<---- ALUMNI RECORD ERASED "
                                   "--->"
                       END-REWRITE
               END-READ
               CLOSE ALUMNI-VSAM-FILE
           END-IF.

       1500-END.

      *    THE GOVERNMENT IDENTIFIER GOES OUTRIGHT - NOTHING IS KEPT
      *    FOR THE COUNTS. NO FILE OR NO ROW IS NOTHING TO DO.
       1600-REMOVE-SIN.

           OPEN I-O STUDENT-SIN-FILE.
           IF SIN-FILE-STATUS = "00"
               MOVE WS-TARGET-ID TO SIN-STUDENT-ID
               READ STUDENT-SIN-FILE
                   KEY IS SIN-STUDENT-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE STUDENT-SIN-FILE RECORD
                           INVALID KEY
                               DISPLAY "ERROR REMOVING SIN "
                                   "(STATUS = " SIN-FILE-STATUS ")"
                           NOT INVALID KEY
                               DISPLAY "<---- SIN REMOVED --->"
                       END-DELETE
               END-READ
               CLOSE STUDENT-SIN-FILE
           END-IF.

       1600-END.

      *    A PREFERRED NAME IS PII LIKE THE LEGAL ONE, SO ITS ROW IS
      *    REMOVED AND THE ERASED STUDENT SHOWS BY THE NEUTRAL NAME.
       1650-REMOVE-PREFERRED-NAME.

           OPEN I-O PREFERRED-NAME-FILE.
           IF PRF-FILE-STATUS = "00"
               MOVE WS-TARGET-ID TO PRF-STUDENT-ID
               READ PREFERRED-NAME-FILE
                   KEY IS PRF-STUDENT-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE PREFERRED-NAME-FILE RECORD
                           INVALID KEY
                               DISPLAY "ERROR REMOVING PREFERRED NAME "
                                   "(STATUS = " PRF-FILE-STATUS ")"
                           NOT INVALID KEY
                               DISPLAY "<---- PREFERRED NAME REMOVED "
                                   "--->"
                       END-DELETE
               END-READ
               CLOSE PREFERRED-NAME-FILE
           END-IF.

       1650-END.

       1800-WRITE-AUDIT-RECORD.

           MOVE "PRGX0062" TO AUP-PROGRAM.
