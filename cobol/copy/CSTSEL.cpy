      ******************************************************************
      * Copybook: CSTSEL
      * Purpose : FILE-CONTROL entry for a term's frozen census copy
      *           of the student file, opened alongside the live
      *           STUDENT-VSAM-FILE by the census freeze (PRGB0155)
      *           and the census reconciliation (PRGB0156). SAME KEY
      *           STRUCTURE AS THE LIVE FILE SO CNSSEL READS IT
      *           UNCHANGED. Requires COPY CNSWRK and CST-FILE-STATUS
      *           PIC XX in WORKING-STORAGE.
      ******************************************************************
           SELECT STUDENT-CENSUS-FILE ASSIGN TO WS-CENSUS-STUDENT-FILE
               FILE STATUS IS CST-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CST-STUDENT-ID
               ALTERNATE KEY IS CST-INSERTDATE
               WITH DUPLICATES
               ALTERNATE KEY IS CST-NAME
               WITH DUPLICATES
               ALTERNATE KEY IS CST-COURSE
               WITH DUPLICATES
               ALTERNATE KEY IS CST-SOUNDEX
               WITH DUPLICATES.
