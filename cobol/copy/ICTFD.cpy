      *           RESOLVED THROUGH THE GRADE AMENDMENT WORKFLOW.
      ******************************************************************
       01  INCOMPLETE-CONTRACT-RECORD.
           05 ICT-STUDENT-ID                PIC 9(6).
           05 ICT-SEPARATOR1                PIC X VALUE ','.
           05 ICT-COURSE                    PIC X(15).
           05 ICT-SEPARATOR2                PIC X VALUE ','.
