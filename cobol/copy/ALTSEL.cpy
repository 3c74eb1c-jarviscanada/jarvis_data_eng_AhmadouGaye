      ******************************************************************
      * Copybook: ALTSEL
      * Purpose : Shared FILE-CONTROL entry for the early-alert file,
      *           one line per student/course flagged by the mid-term
      *           early-alert run PRGB0170. Requires ALT-FILE-STATUS
      *           PIC XX in WORKING-STORAGE.
      ******************************************************************
           SELECT EARLY-ALERT-FILE ASSIGN TO '../EARLY.ALERTS'
               FILE STATUS IS ALT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
