      ******************************************************************
      * Copybook: ADVSEL
      * Purpose : Shared FILE-CONTROL entry for ADVISOR-VSAM-FILE, the
      *           academic advisor assignment file - one row per
      *           student naming an instructor from the instructor
      *           master. THE ALTERNATE KEY WALKS ONE ADVISOR'S
      *           CASELOAD. Requires ADV-FILE-STATUS PIC XX in
      *           WORKING-STORAGE.
      ******************************************************************
           SELECT ADVISOR-VSAM-FILE
               ASSIGN TO '../ADVISOR.VSAM'
               FILE STATUS IS ADV-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADV-STUDENT-ID
               ALTERNATE KEY IS ADV-INSTRUCTOR-ID
               WITH DUPLICATES.
