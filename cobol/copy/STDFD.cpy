      *           standing batch.
      ******************************************************************
       01  ACADEMIC-STANDING-RECORD.
           05 STD-STUDENT-ID                PIC 9(6).
           05 STD-SEPARATOR1                PIC X VALUE ','.
           05 STD-TERM                      PIC X(10).
           05 STD-SEPARATOR2                PIC X VALUE ','.
