      *           STAYS ON FILE.
      ******************************************************************
       01  FINANCIAL-HOLD-RECORD.
           05 HLD-STUDENT-ID                PIC 9(6).
           05 HLD-SEPARATOR1                PIC X VALUE ','.
           05 HLD-STATUS                    PIC X VALUE 'A'.
               88 HLD-ACTIVE                    VALUE 'A'.
