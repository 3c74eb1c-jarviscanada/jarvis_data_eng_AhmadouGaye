      ******************************************************************
      * Copybook: BILSEL
      * Purpose : Shared FILE-CONTROL entry for the log of bank
      *           remittance files already imported. Requires
      *           BIL-FILE-STATUS PIC XX in WORKING-STORAGE.
      ******************************************************************
           SELECT BANK-IMPORT-LOG-FILE ASSIGN TO '../BANK.IMPORTS'
               FILE STATUS IS BIL-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
