      ******************************************************************
      * Copybook: PRFSEL
      * Purpose : Shared FILE-CONTROL entry for PREFERRED-NAME-FILE,
      *           the name a student goes by where it differs from the
      *           legal name - one row per student. Requires
      *           PRF-FILE-STATUS PIC XX in WORKING-STORAGE.
      ******************************************************************
           SELECT PREFERRED-NAME-FILE
               ASSIGN TO '../PREFERRED.NAMES'
               FILE STATUS IS PRF-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-STUDENT-ID.
