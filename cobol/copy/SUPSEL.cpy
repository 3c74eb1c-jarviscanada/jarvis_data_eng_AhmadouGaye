      ******************************************************************
      * Copybook: SUPSEL
      * Purpose : Shared FILE-CONTROL entry for the supplemental exam
      *           file - students offered a supplemental by the
      *           eligibility run (PRGB0164) and their registration and
      *           result (PRGG0165). Requires SUP-FILE-STATUS PIC XX in
      *           WORKING-STORAGE.
      ******************************************************************
           SELECT SUPPLEMENTAL-EXAM-FILE
               ASSIGN TO '../SUPPLEMENTAL.EXAMS'
               FILE STATUS IS SUP-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
