      ******************************************************************
      * Copybook: EMPSEL
      * Purpose : Shared FILE-CONTROL entry for the employer master -
      *           every co-op and internship employer a student can be
      *           placed with, maintained by PRGN0166. Requires
      *           EMP-FILE-STATUS PIC XX in WORKING-STORAGE.
      ******************************************************************
           SELECT EMPLOYER-MASTER-FILE ASSIGN TO '../EMPLOYER.MASTER'
               FILE STATUS IS EMP-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
