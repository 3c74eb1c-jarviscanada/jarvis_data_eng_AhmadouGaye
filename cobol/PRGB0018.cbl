      *          a transaction file of STUDENT-VSAM-ID values, for
      *          end-of-term runs that withdraw dozens of students at
      *          once instead of running PRGD0004's interactive Y/N
      *          flow one student at a time. EVERY STUDENT DELETED
      *          HAS THE DEPARTURE CLEARANCE CHECKLIST OPENED THROUGH
      *          PRGS0139 FOR THE OFFICES TO SIGN OFF (PRGN0140).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD BATCH-TXN-FILE.
       01  BATCH-TXN-RECORD.
           88 TXN-ENDOFFILE            VALUE HIGH-VALUE.
           05 TXN-STUDENT-ID           PIC 9(6).

       FD RUN-STATISTICS-FILE.
       COPY RUNFD.
           05  WS-RUN-REJECT-COUNT PIC 9(6) VALUE 0.
       01  FILE-STATUS       PIC XX.
       COPY AUPWRK.
       COPY CLPWRK.
       01  SGN-FILE-STATUS   PIC XX.

       COPY SGNWRK.
                   MOVE STUDENT-VSAM-RECORD TO WS-JRN-IMAGE
                   PERFORM 0870-WRITE-JOURNAL
                   PERFORM 1500-WRITE-AUDIT-RECORD
                   PERFORM 1600-OPEN-CLEARANCE
           END-REWRITE.

       1210-END.

       1500-END.

       1600-OPEN-CLEARANCE.

           SET CLP-DO-OPEN TO TRUE.
           MOVE STUDENT-VSAM-ID TO CLP-STUDENT-ID.
           MOVE WS-DELETE-REASON-CODE TO CLP-REASON.
           MOVE "PRGB0018" TO CLP-PROGRAM.
           MOVE WS-SIGNON-USER TO CLP-USER.

           CALL 'PRGS0139' USING CLEARANCE-CHECK-PARM.

           IF CLP-FILE-ERROR
               DISPLAY "WARNING: NO CLEARANCE CHECKLIST OPENED FOR "
                   STUDENT-VSAM-ID
           END-IF.

       1600-END.

       END PROGRAM PRGB0018.
