      ******************************************************************
      * Copybook: ADNSEL
      * Purpose : Shared FILE-CONTROL entry for ADVISING-NOTE-FILE, the
      *           dated advising notes - one row per note, keyed by
      *           student and the date and time it was written so a
      *           student's notes read back in order. Requires
      *           ADN-FILE-STATUS PIC XX in WORKING-STORAGE.
      ******************************************************************
           SELECT ADVISING-NOTE-FILE
               ASSIGN TO '../ADVISING.NOTES'
               FILE STATUS IS ADN-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADN-KEY.
