      ******************************************************************
      * Copybook: OVLSEL
      * Purpose : Shared FILE-CONTROL entry for the credit overload
      *           approval file PRGN0151 maintains and registration
      *           consults. Requires OVL-FILE-STATUS PIC XX in
      *           WORKING-STORAGE.
      ******************************************************************
           SELECT OVERLOAD-APPROVAL-FILE
               ASSIGN TO '../OVERLOAD.APPROVALS'
               FILE STATUS IS OVL-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
