      ******************************************************************
      * Copybook: DASSEL
      * Purpose : Shared FILE-CONTROL entry for the department
      *           ownership file - which department owns each course
      *           and program over time. Requires DAS-FILE-STATUS
      *           PIC XX in WORKING-STORAGE.
      ******************************************************************
           SELECT DEPARTMENT-ASSIGN-FILE
               ASSIGN TO '../DEPARTMENT.ASSIGN'
               FILE STATUS IS DAS-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
