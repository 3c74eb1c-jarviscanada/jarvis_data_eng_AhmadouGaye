      ******************************************************************
      * Copybook: BNKSEL
      * Purpose : Shared FILE-CONTROL entry for the bank's daily
      *           electronic remittance file (online banking and
      *           lockbox). Requires BNK-FILE-STATUS PIC XX in
      *           WORKING-STORAGE.
      ******************************************************************
           SELECT BANK-REMITTANCE-FILE ASSIGN TO '../BANK.REMITTANCE'
               FILE STATUS IS BNK-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
