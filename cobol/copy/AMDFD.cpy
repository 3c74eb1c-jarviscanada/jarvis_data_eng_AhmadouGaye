      *           TRACKS THE ROW THROUGH THE TWO-PERSON WORKFLOW.
      ******************************************************************
       01  GRADE-AMENDMENT-RECORD.
           05 AMD-STUDENT-ID                PIC 9(6).
           05 AMD-SEPARATOR1                PIC X VALUE ','.
           05 AMD-COURSE                    PIC X(15).
           05 AMD-SEPARATOR2                PIC X VALUE ','.
