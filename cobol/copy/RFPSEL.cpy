      ******************************************************************
      * Copybook: RFPSEL
      * Purpose : Shared FILE-CONTROL entry for the refund cheque
      *           register written by the credit-balance refund payout
      *           batch and sent on to the bank for cheque printing
      *           and EFT. Requires RFP-FILE-STATUS PIC XX in
      *           WORKING-STORAGE.
      ******************************************************************
           SELECT REFUND-REGISTER-FILE ASSIGN TO '../REFUND.REGISTER'
               FILE STATUS IS RFP-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
