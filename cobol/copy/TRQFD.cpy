      *           TRQ-REASON).
      ******************************************************************
       01  TRANSCRIPT-REQUEST-RECORD.
           05 TRQ-STUDENT-ID                PIC 9(6).
           05 TRQ-SEPARATOR1                PIC X VALUE ','.
           05 TRQ-REQUESTER                 PIC X(20).
           05 TRQ-SEPARATOR2                PIC X VALUE ','.
