      *          transaction file (same record shape as
      *          STUDENTSEQUENTIAL.txt) instead of PRGU0003's one-at-
      *          a-time interactive ACCEPT, for correcting many
      *          students in a single run. THE NAME ON A TRANSACTION IS
      *          NOT APPLIED; A DIFFERENT ONE IS LISTED FOR PRGU0160.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD BATCH-TXN-FILE.
       01  BATCH-TXN-RECORD.
           88 TXN-ENDOFFILE            VALUE HIGH-VALUE.
           05 TXN-STUDENT-ID           PIC 9(6).
           05 TXN-SEPARATOR1           PIC X.
           05 TXN-STUDENT-NAME         PIC X(27).
           05 TXN-SEPARATOR2           PIC X.

       1200-END.

      *    THE NAME ON THE TRANSACTION IS NOT APPLIED - A LEGAL NAME
      *    CHANGE NEEDS ITS SUPPORTING DOCUMENT AND GOES THROUGH
      *    PRGU0160 - SO A DIFFERENT NAME IS ONLY REPORTED.
       1210-APPLY-UPDATE.

           IF TXN-STUDENT-NAME NOT = STUDENT-VSAM-NAME
               DISPLAY "STUDENT " TXN-STUDENT-ID " NAME NOT CHANGED - "
                   "LEGAL NAME CHANGES GO THROUGH PRGU0160"
           END-IF.
           MOVE TXN-STUDENT-DOB TO STUDENT-VSAM-DOB.
           MOVE TXN-STUDENT-COURSE TO STUDENT-VSAM-COURSE.
           MOVE CURRENT-DATE TO STUDENT-VSAM-UPDATEDATE.
