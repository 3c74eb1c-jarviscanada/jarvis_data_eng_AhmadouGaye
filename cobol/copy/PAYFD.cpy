      *           NAMED IN PAY-REFERENCE (REASON CODE IN PAY-REASON);
      *           RECEIPTS ARE NEVER EDITED OR DELETED IN PLACE.
      *           LEGACY LINES READ AS SPACES = ORDINARY RECEIPT.
      *           PAY-SEQUENCE NUMBERS A STUDENT'S ROWS FROM 1 IN
      *           POSTING ORDER, AS ON STUDENT.CHARGES.
      *           PAY-TYPE 'D' IS THE CONFIRMATION DEPOSIT ON AN
      *           ADMISSION OFFER (PRGP0035); IT IS CASH LIKE ANY
      *           RECEIPT AND PAY-REASON CARRIES THE TERM OFFERED, THE
      *           TERM WHOSE TUITION PRGB0034 CREDITS IT AGAINST.
      ******************************************************************
       01  STUDENT-PAYMENT-RECORD.
           05 PAY-KEY.
               10 PAY-STUDENT-ID            PIC 9(6).
               10 PAY-SEQUENCE              PIC 9(6).
           05 PAY-SEPARATOR1                PIC X VALUE ','.
           05 PAY-AMOUNT                    PIC 9(5)V99.
           05 PAY-SEPARATOR2                PIC X VALUE ','.
           05 PAY-TYPE                      PIC X VALUE 'P'.
               88 PAY-IS-RECEIPT                VALUE 'P' ' '.
               88 PAY-IS-VOID                   VALUE 'V'.
               88 PAY-IS-DEPOSIT                VALUE 'D'.
           05 PAY-SEPARATOR6                PIC X VALUE ','.
           05 PAY-REASON                    PIC X(10).
