      ******************************************************************
      * Copybook: CENSEL
      * Purpose : FILE-CONTROL entry for a term's frozen census copy
      *           of the enrollment file, opened alongside the live
      *           ENROLLMENT-VSAM-FILE by the census freeze (PRGB0155)
      *           and the census reconciliation (PRGB0156). SAME KEY
      *           STRUCTURE AS THE LIVE FILE SO CNESEL READS IT
      *           UNCHANGED. Requires COPY CNSWRK and CEN-FILE-STATUS
      *           PIC XX in WORKING-STORAGE.
      ******************************************************************
           SELECT ENROLLMENT-CENSUS-FILE
               ASSIGN TO WS-CENSUS-ENROLL-FILE
               FILE STATUS IS CEN-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEN-KEY
               ALTERNATE KEY IS CEN-STUDENT-ID
               WITH DUPLICATES
               ALTERNATE KEY IS CEN-COURSE-TERM
               WITH DUPLICATES.
