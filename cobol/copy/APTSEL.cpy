      ******************************************************************
      * Copybook: APTSEL
      * Purpose : Shared FILE-CONTROL entry for APPOINTMENT-VSAM-FILE,
      *           the registration appointment file - one row per
      *           student per term giving the date and time the
      *           student may start adding courses. Requires
      *           APT-FILE-STATUS PIC XX in WORKING-STORAGE.
      ******************************************************************
           SELECT APPOINTMENT-VSAM-FILE
               ASSIGN TO '../APPOINTMENT.VSAM'
               FILE STATUS IS APT-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APT-KEY.
