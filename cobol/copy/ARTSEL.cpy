      ******************************************************************
      * Copybook: ARTSEL
      * Purpose : Shared FILE-CONTROL entry for the transfer
      *           articulation table. Requires ART-FILE-STATUS PIC XX
      *           in WORKING-STORAGE.
      ******************************************************************
           SELECT TRANSFER-ARTICULATION-FILE
               ASSIGN TO '../TRANSFER.ARTICULATION'
               FILE STATUS IS ART-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
