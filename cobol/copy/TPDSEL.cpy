      ******************************************************************
      * Copybook: TPDSEL
      * Purpose : Shared FILE-CONTROL entry for the transfer courses
      *           awaiting an articulation decision. Requires
      *           TPD-FILE-STATUS PIC XX in WORKING-STORAGE.
      ******************************************************************
           SELECT TRANSFER-PENDING-FILE
               ASSIGN TO '../TRANSFER.UNMAPPED'
               FILE STATUS IS TPD-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
