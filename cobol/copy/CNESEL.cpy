      ******************************************************************
      * Copybook: CNESEL
      * Purpose : FILE-CONTROL entry for ENROLLMENT-VSAM-FILE used by
      *           the reports that can run from a term's frozen census
      *           copy. THE FILE NAME IS TAKEN FROM
      *           WS-CENSUS-ENROLL-FILE, SO THE SAME READS WORK
      *           AGAINST THE LIVE FILE OR ../ENROLLMENT.CENSUS.<TERM>.
      *           Requires COPY CNSWRK and ENR-FILE-STATUS PIC XX in
      *           WORKING-STORAGE.
      ******************************************************************
           SELECT ENROLLMENT-VSAM-FILE ASSIGN TO WS-CENSUS-ENROLL-FILE
               FILE STATUS IS ENR-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-KEY
               ALTERNATE KEY IS ENR-STUDENT-ID
               WITH DUPLICATES
               ALTERNATE KEY IS ENR-COURSE-TERM
               WITH DUPLICATES.
