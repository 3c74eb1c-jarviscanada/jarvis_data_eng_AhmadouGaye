      ******************************************************************
      * Copybook: HRSSEL
      * Purpose : Shared FILE-CONTROL entry for the co-op hours log,
      *           one line per student per work-term week, appended by
      *           PRGN0167. Requires HRS-FILE-STATUS PIC XX in
      *           WORKING-STORAGE.
      ******************************************************************
           SELECT COOP-HOURS-FILE ASSIGN TO '../COOP.HOURS'
               FILE STATUS IS HRS-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
