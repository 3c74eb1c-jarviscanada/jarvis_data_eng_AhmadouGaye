      *           PIN BELONGS TO.
      ******************************************************************
       01  STUDENT-PIN-RECORD.
           05 PIN-STUDENT-ID                PIC 9(6).
           05 PIN-SEPARATOR1                PIC X VALUE ','.
           05 PIN-VALUE                     PIC X(4).
           05 PIN-SEPARATOR2                PIC X VALUE ','.
