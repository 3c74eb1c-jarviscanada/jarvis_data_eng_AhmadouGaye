      ******************************************************************
      * Copybook: SUSSEL
      * Purpose : Shared FILE-CONTROL entry for the payment suspense
      *           file. Requires SUS-FILE-STATUS PIC XX in
      *           WORKING-STORAGE.
      ******************************************************************
           SELECT PAYMENT-SUSPENSE-FILE ASSIGN TO '../PAYMENT.SUSPENSE'
               FILE STATUS IS SUS-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
