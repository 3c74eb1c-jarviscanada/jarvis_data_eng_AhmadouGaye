      *           STUDENT'S ACCOUNT WITH AN 'S' TRANSFER ROW.
      ******************************************************************
       01  SPONSOR-LINK-RECORD.
           05 SPL-STUDENT-ID                PIC 9(6).
           05 SPL-SEPARATOR1                PIC X VALUE ','.
           05 SPL-TERM                      PIC X(10).
           05 SPL-SEPARATOR2                PIC X VALUE ','.
