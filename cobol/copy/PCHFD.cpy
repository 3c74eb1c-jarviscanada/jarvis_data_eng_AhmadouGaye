      *           NOT STARTED), A = APPLIED TO THE STUDENT MASTER.
      ******************************************************************
       01  PROGRAM-CHANGE-RECORD.
           05 PCH-STUDENT-ID                PIC 9(6).
           05 PCH-SEPARATOR1                PIC X VALUE ','.
           05 PCH-OLD-PROGRAM               PIC X(15).
           05 PCH-SEPARATOR2                PIC X VALUE ','.
