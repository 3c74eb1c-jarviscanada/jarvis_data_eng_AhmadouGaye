      *           THE REQUIREMENT.
      ******************************************************************
       01  STUDENT-COMPLIANCE-RECORD.
           05 CMP-STUDENT-ID                PIC 9(6).
           05 CMP-SEPARATOR1                PIC X VALUE ','.
           05 CMP-CODE                      PIC X(10).
           05 CMP-SEPARATOR2                PIC X VALUE ','.
