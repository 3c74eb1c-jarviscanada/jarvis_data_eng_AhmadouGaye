
       FD RI-EXCEPTION-FILE.
       01  RI-EXCEPTION-RECORD.
           05 RI-STUDENT-ID             PIC 9(6).
           05 RI-SEPARATOR1             PIC X VALUE ','.
           05 RI-SOURCE-FILE            PIC X(10).
           05 RI-SEPARATOR2             PIC X VALUE ','.
               88  STUDENT-EXISTS           VALUE 'Y'.
           05  WS-COURSE-ON-FILE   PIC X     VALUE 'N'.
               88  COURSE-ON-FILE           VALUE 'Y'.
           05  WS-CHECK-ID         PIC 9(6)  VALUE 0.
           05  WS-CHECK-COURSE     PIC X(15) VALUE SPACES.
           05  WS-ROWS-CHECKED     PIC 9(5)  VALUE 0.
           05  WS-EXCEPTION-COUNT  PIC 9(4)  VALUE 0.
