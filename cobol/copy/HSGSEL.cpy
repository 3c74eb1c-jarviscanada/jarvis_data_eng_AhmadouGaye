      ******************************************************************
      * Copybook: HSGSEL
      * Purpose : Shared FILE-CONTROL entry for HOUSING-VSAM-FILE, one
      *           housing application / room assignment row per
      *           student per term. Requires HSG-FILE-STATUS PIC XX in
      *           WORKING-STORAGE.
      ******************************************************************
           SELECT HOUSING-VSAM-FILE ASSIGN TO '../HOUSING.VSAM'
               FILE STATUS IS HSG-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HSG-KEY.
