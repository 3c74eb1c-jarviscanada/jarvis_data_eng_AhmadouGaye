      ******************************************************************
      * Copybook: ACMSEL
      * Purpose : Shared FILE-CONTROL entry for ACCOMMODATION-VSAM-FILE,
      *           the confidential accessibility accommodation file -
      *           one row per student per accommodation type. Requires
      *           ACM-FILE-STATUS PIC XX in WORKING-STORAGE.
      ******************************************************************
           SELECT ACCOMMODATION-VSAM-FILE
               ASSIGN TO '../ACCOMMODATION.VSAM'
               FILE STATUS IS ACM-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACM-KEY.
