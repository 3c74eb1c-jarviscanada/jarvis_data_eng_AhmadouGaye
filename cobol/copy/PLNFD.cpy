      *           term's tuition at once.
      ******************************************************************
       01  PAYMENT-PLAN-RECORD.
           05 PLN-STUDENT-ID                PIC 9(6).
           05 PLN-SEPARATOR1                PIC X VALUE ','.
           05 PLN-TERM                      PIC X(10).
           05 PLN-SEPARATOR2                PIC X VALUE ','.
