      ******************************************************************
      * Copybook: RGPSEL
      * Purpose : Shared FILE-CONTROL entry for the registration
      *           priority table the appointment batch (PRGB0150)
      *           reads. Requires RGP-FILE-STATUS PIC XX in
      *           WORKING-STORAGE.
      ******************************************************************
           SELECT REGISTRATION-PRIORITY-FILE
               ASSIGN TO '../REGISTRATION.PRIORITY'
               FILE STATUS IS RGP-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
