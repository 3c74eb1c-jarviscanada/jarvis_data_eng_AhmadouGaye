      ******************************************************************
      * Copybook: CLRSEL
      * Purpose : Shared FILE-CONTROL entry for CLEARANCE-VSAM-FILE,
      *           the departure clearance checklist - one row per
      *           student per clearing office. Requires
      *           CLR-FILE-STATUS PIC XX in WORKING-STORAGE.
      ******************************************************************
           SELECT CLEARANCE-VSAM-FILE ASSIGN TO '../CLEARANCE.VSAM'
               FILE STATUS IS CLR-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLR-KEY.
