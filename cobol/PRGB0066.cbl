           05  WS-PLT-COUNT        PIC 9(3)  COMP VALUE 0.
           05  WS-PLT-IDX          PIC 9(3)  COMP VALUE 0.
           05  WS-PLT-HIT          PIC 9(3)  COMP VALUE 0.
           05  WS-PLT-LOOKUP-ID    PIC 9(6)  VALUE 0.
           05  WS-PLT-TABLE.
               10  WS-PLT-ENTRY    OCCURS 500 TIMES.
                   15  WS-PLT-E-STUDENT    PIC 9(6).
                   15  WS-PLT-E-DUE        PIC 9(7)V99.
                   15  WS-PLT-E-PAID       PIC S9(7)V99.


       1210-LOAD-ONE-RECEIPT.

           READ STUDENT-PAYMENT-FILE NEXT RECORD
               AT END
                   SET PAY-EOF TO TRUE
               NOT AT END
