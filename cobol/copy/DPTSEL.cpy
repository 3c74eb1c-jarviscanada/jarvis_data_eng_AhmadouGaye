      ******************************************************************
      * Copybook: DPTSEL
      * Purpose : Shared FILE-CONTROL entry for the department
      *           master. Requires DPT-FILE-STATUS PIC XX in
      *           WORKING-STORAGE.
      ******************************************************************
           SELECT DEPARTMENT-MASTER-FILE
               ASSIGN TO '../DEPARTMENT.MASTER'
               FILE STATUS IS DPT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
