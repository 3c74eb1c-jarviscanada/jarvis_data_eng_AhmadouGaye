      ******************************************************************
      * Copybook: PLCSEL
      * Purpose : Shared FILE-CONTROL entry for PLACEMENT-VSAM-FILE,
      *           one co-op/internship placement row per student per
      *           term. Requires PLC-FILE-STATUS PIC XX in
      *           WORKING-STORAGE.
      ******************************************************************
           SELECT PLACEMENT-VSAM-FILE ASSIGN TO '../COOP.PLACEMENTS'
               FILE STATUS IS PLC-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLC-KEY.
