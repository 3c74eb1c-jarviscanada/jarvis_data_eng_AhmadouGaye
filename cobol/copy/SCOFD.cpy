      *           FILE HOLDS ONE CURRENT SCORE PER COMPONENT.
      ******************************************************************
       01  COMPONENT-SCORE-RECORD.
           05 SCO-STUDENT-ID                PIC 9(6).
           05 SCO-SEPARATOR1                PIC X VALUE ','.
           05 SCO-COURSE                    PIC X(15).
           05 SCO-SEPARATOR2                PIC X VALUE ','.
