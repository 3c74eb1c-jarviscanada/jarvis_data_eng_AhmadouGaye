      ******************************************************************
      * Copybook: CNSSEL
      * Purpose : FILE-CONTROL entry for STUDENT-VSAM-FILE used by the
      *           reports that can run from a term's frozen census
      *           copy. THE FILE NAME IS TAKEN FROM
      *           WS-CENSUS-STUDENT-FILE, SO THE SAME READS WORK
      *           AGAINST THE LIVE FILE OR ../STUDENT.CENSUS.<TERM>.
      *           Requires COPY CNSWRK and FILE-CHECK-KEY in
      *           WORKING-STORAGE.
      ******************************************************************
           SELECT STUDENT-VSAM-FILE ASSIGN TO WS-CENSUS-STUDENT-FILE
            FILE STATUS IS FILE-CHECK-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-VSAM-ID
               ALTERNATE KEY IS STUDENT-VSAM-INSERTDATE
               WITH DUPLICATES
               ALTERNATE KEY IS STUDENT-VSAM-NAME
               WITH DUPLICATES
               ALTERNATE KEY IS STUDENT-VSAM-COURSE
               WITH DUPLICATES
               ALTERNATE KEY IS STUDENT-VSAM-SOUNDEX
               WITH DUPLICATES.
