      *          that course/term, and flags absentees one keystroke
      *          per student. A ROW IS WRITTEN FOR EVERY ROSTERED
      *          STUDENT, SO STUDENTS WITH NO ACTIVE ENROLLMENT IN
      *          THE COURSE CANNOT BE ENTERED AT ALL. STUDENTS ARE
      *          CALLED BY THE PREFERRED NAME WHERE ONE IS ON FILE
      *          (PRGS0159).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       COPY STUWRK.

       COPY PNPWRK.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY         PIC X(2).
           05  WS-INPUT-COURSE        PIC X(15).
                   INVALID KEY
                       MOVE SPACES TO WS-STUDENT-VSAM-NAME
                   NOT INVALID KEY
                       MOVE ENR-STUDENT-ID TO PNP-STUDENT-ID
                       MOVE STUDENT-VSAM-NAME TO PNP-LEGAL-NAME
                       CALL 'PRGS0159' USING PREFERRED-NAME-PARM
                       MOVE PNP-DISPLAY-NAME TO WS-STUDENT-VSAM-NAME
               END-READ
               DISPLAY ENR-STUDENT-ID " " WS-STUDENT-VSAM-NAME
                   " - ABSENT (Y/N)? >>"
