      ******************************************************************
      * Copybook: MSCSEL
      * Purpose : Shared FILE-CONTROL entry for MISCONDUCT-VSAM-FILE,
      *           the restricted academic misconduct case file - one
      *           case per student per course per term. Requires
      *           MSC-FILE-STATUS PIC XX in WORKING-STORAGE.
      ******************************************************************
           SELECT MISCONDUCT-VSAM-FILE
               ASSIGN TO '../MISCONDUCT.VSAM'
               FILE STATUS IS MSC-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSC-KEY.
