
       FD DQ-EXCEPTION-FILE.
       01  DQ-EXCEPTION-RECORD.
           05 DQ-STUDENT-ID             PIC 9(6).
           05 DQ-SEPARATOR1             PIC X VALUE ','.
           05 DQ-STUDENT-NAME           PIC X(27).
           05 DQ-SEPARATOR2             PIC X VALUE ','.
