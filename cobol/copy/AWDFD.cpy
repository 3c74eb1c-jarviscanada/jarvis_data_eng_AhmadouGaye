      *           DISBURSEMENT BATCH - AN AWARD IS NEVER PAID TWICE).
      ******************************************************************
       01  AWARD-MASTER-RECORD.
           05 AWD-STUDENT-ID                PIC 9(6).
           05 AWD-SEPARATOR1                PIC X VALUE ','.
           05 AWD-TERM                      PIC X(10).
           05 AWD-SEPARATOR2                PIC X VALUE ','.
