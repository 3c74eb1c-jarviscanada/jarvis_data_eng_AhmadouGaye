      *           AND THE STUDENT DID NOT COME BACK).
      ******************************************************************
       01  LEAVE-OF-ABSENCE-RECORD.
           05 LOA-STUDENT-ID                PIC 9(6).
           05 LOA-SEPARATOR1                PIC X VALUE ','.
           05 LOA-REASON                    PIC X(30).
           05 LOA-SEPARATOR2                PIC X VALUE ','.
