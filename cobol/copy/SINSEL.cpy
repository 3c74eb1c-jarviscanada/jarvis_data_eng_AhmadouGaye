      ******************************************************************
      * Copybook: SINSEL
      * Purpose : Shared FILE-CONTROL entry for STUDENT-SIN-FILE, the
      *           restricted government identifier (SIN) file - one
      *           row per student. Requires SIN-FILE-STATUS PIC XX in
      *           WORKING-STORAGE.
      ******************************************************************
           SELECT STUDENT-SIN-FILE
               ASSIGN TO '../STUDENT.SIN'
               FILE STATUS IS SIN-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIN-STUDENT-ID.
