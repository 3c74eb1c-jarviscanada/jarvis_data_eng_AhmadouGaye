      * Copybook: PAYSEL
      * Purpose : Shared FILE-CONTROL entry for the student payments
      *           file. Requires PAY-FILE-STATUS PIC XX in
      *           WORKING-STORAGE. KEYED BY STUDENT AND A PER-STUDENT
      *           SEQUENCE, LIKE STUDENT.CHARGES.
      ******************************************************************
           SELECT STUDENT-PAYMENT-FILE ASSIGN TO '../STUDENT.PAYMENTS'
               FILE STATUS IS PAY-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-KEY.
