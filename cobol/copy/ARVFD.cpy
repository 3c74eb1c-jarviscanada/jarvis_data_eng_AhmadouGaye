      *           REGISTRAR, D = DROP TRIGGERED FROM THE WORKLIST.
      ******************************************************************
       01  ATTENDANCE-REVIEW-RECORD.
           05 ARV-STUDENT-ID                PIC 9(6).
           05 ARV-SEPARATOR1                PIC X VALUE ','.
           05 ARV-COURSE                    PIC X(15).
           05 ARV-SEPARATOR2                PIC X VALUE ','.
